000100***************************************************************** DSYSP01P
000200*                                                               * DSYSP01P
000300*  Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.    * DSYSP01P
000400*  This demonstration program is provided for use by users      * DSYSP01P
000500*  of Micro Focus products and may be used, modified and        * DSYSP01P
000600*  distributed as part of your application provided that        * DSYSP01P
000700*  you properly acknowledge the copyright of Micro Focus        * DSYSP01P
000800*  in this material.                                            * DSYSP01P
000900*                                                               * DSYSP01P
001000***************************************************************** DSYSP01P
001100                                                                  DSYSP01P
001200***************************************************************** DSYSP01P
001300* Program:     DSYSP01P.CBL                                     * DSYSP01P
001400* Function:    System parameter maintenance - lists the controls* DSYSP01P
001500*              held on BNKCTLV with their description, type and * DSYSP01P
001600*              permitted range, takes a proposed change as a    * DSYSP01P
001700*              pending row and applies it only when a second    * DSYSP01P
001800*              user approves it, on approval or on the effective* DSYSP01P
001900*              date given. Each change applied is kept for good * DSYSP01P
002000*              with its old and new value, maker and checker,   * DSYSP01P
002100*              and a quarter's changes are reported for audit   * DSYSP01P
002200*              SQL version                                      * DSYSP01P
002300***************************************************************** DSYSP01P
002400                                                                  DSYSP01P
002500 IDENTIFICATION DIVISION.                                         DSYSP01P
002600 PROGRAM-ID.                                                      DSYSP01P
002700     DSYSP01P.                                                    DSYSP01P
002800 DATE-WRITTEN.                                                    DSYSP01P
002900     October 2026.                                                DSYSP01P
003000 DATE-COMPILED.                                                   DSYSP01P
003100     Today.                                                       DSYSP01P
003200                                                                  DSYSP01P
003300 ENVIRONMENT DIVISION.                                            DSYSP01P
003400                                                                  DSYSP01P
003500 DATA DIVISION.                                                   DSYSP01P
003600                                                                  DSYSP01P
003700 WORKING-STORAGE SECTION.                                         DSYSP01P
003800 01  WS-MISC-STORAGE.                                             DSYSP01P
003900   05  WS-PROGRAM-ID                         PIC X(8)             DSYSP01P
004000       VALUE 'DSYSP01P'.                                          DSYSP01P
004100   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DSYSP01P
004200   05  WS-SUB1                               PIC S9(4) COMP.      DSYSP01P
004300   05  WS-VALUE-1-DISP                       PIC -(9)9.9(6).      DSYSP01P
004400   05  WS-VALUE-2-DISP                       PIC -(9)9.9(6).      DSYSP01P
004500   05  WS-REPORT-NAME.                                            DSYSP01P
004600     10  FILLER                              PIC X(13)            DSYSP01P
004700         VALUE 'PARM CHANGES '.                                   DSYSP01P
004800     10  WS-REPORT-QUARTER                   PIC X(6).            DSYSP01P
004900     10  FILLER                              PIC X(1)             DSYSP01P
005000         VALUE SPACES.                                            DSYSP01P
005100***************************************************************** DSYSP01P
005200* The decimal places a value may carry depend on its type -     * DSYSP01P
005300* none for a whole number, two for an amount or a percentage,   * DSYSP01P
005400* six for a rate                                                * DSYSP01P
005500***************************************************************** DSYSP01P
005600   05  WS-CHECK-VALUE                        PIC 9(9)V9(6).       DSYSP01P
005700   05  FILLER REDEFINES WS-CHECK-VALUE.                           DSYSP01P
005800     10  WS-CHECK-WHOLE                      PIC 9(9).            DSYSP01P
005900     10  WS-CHECK-DEC-2                      PIC 9(2).            DSYSP01P
006000     10  WS-CHECK-DEC-4                      PIC 9(4).            DSYSP01P
006100***************************************************************** DSYSP01P
006200* A quarter as yyyyQn, and the first and last month it covers   * DSYSP01P
006300***************************************************************** DSYSP01P
006400   05  WS-QUARTER.                                                DSYSP01P
006500     10  WS-QUARTER-YEAR                     PIC X(4).            DSYSP01P
006600     10  WS-QUARTER-YEAR-N REDEFINES WS-QUARTER-YEAR              DSYSP01P
006700                                             PIC 9(4).            DSYSP01P
006800     10  WS-QUARTER-Q                        PIC X(1).            DSYSP01P
006900     10  WS-QUARTER-NO                       PIC 9(1).            DSYSP01P
007000   05  WS-MONTH                              PIC 9(2).            DSYSP01P
007100                                                                  DSYSP01P
007200 01  WS-CSV-DATA.                                                 DSYSP01P
007300 COPY CCSVD.                                                      DSYSP01P
007400                                                                  DSYSP01P
007500 01  WS-96-COMMAREA.                                              DSYSP01P
007600 COPY CBANKD96.                                                   DSYSP01P
007700                                                                  DSYSP01P
007800   EXEC SQL                                                       DSYSP01P
007900        BEGIN DECLARE SECTION                                     DSYSP01P
008000   END-EXEC.                                                      DSYSP01P
008100 01  WS-COMMAREA.                                                 DSYSP01P
008200     EXEC SQL                                                     DSYSP01P
008300          INCLUDE CSYSPD01                                        DSYSP01P
008400     END-EXEC.                                                    DSYSP01P
008500 01  WS-98-COMMAREA.                                              DSYSP01P
008600     EXEC SQL                                                     DSYSP01P
008700          INCLUDE CBANKD98                                        DSYSP01P
008800     END-EXEC.                                                    DSYSP01P
008900 01  DCL-SYSP-AREAS.                                              DSYSP01P
009000*        The control as held on BNKCTLV                           DSYSP01P
009100   05  DCL-CTL-ID                            PIC X(8).            DSYSP01P
009200   05  DCL-CTL-DESC                          PIC X(30).           DSYSP01P
009300   05  DCL-CTL-TYPE                          PIC X(1).            DSYSP01P
009400   05  DCL-CTL-MIN                           PIC S9(9)V9(6)       DSYSP01P
009500                                             COMP-3.              DSYSP01P
009600   05  DCL-CTL-MAX                           PIC S9(9)V9(6)       DSYSP01P
009700                                             COMP-3.              DSYSP01P
009800   05  DCL-CTL-VALUE                         PIC S9(9)V9(6)       DSYSP01P
009900                                             COMP-3.              DSYSP01P
010000*        A change to it, pending on BNKCTLP or applied to BNKCTLH DSYSP01P
010100   05  DCL-CTP-STATUS                        PIC X(1).            DSYSP01P
010200   05  DCL-CTP-OLD-VALUE                     PIC S9(9)V9(6)       DSYSP01P
010300                                             COMP-3.              DSYSP01P
010400   05  DCL-CTP-NEW-VALUE                     PIC S9(9)V9(6)       DSYSP01P
010500                                             COMP-3.              DSYSP01P
010600   05  DCL-CTP-EFF-DATE                      PIC X(10).           DSYSP01P
010700   05  DCL-CTP-MAKER                         PIC X(5).            DSYSP01P
010800   05  DCL-CTP-CHECKER                       PIC X(5).            DSYSP01P
010900   05  DCL-CTP-MADE-TS                       PIC X(26).           DSYSP01P
011000   05  DCL-CTH-CHANGED-TS                    PIC X(26).           DSYSP01P
011100   05  DCL-ROW-COUNT                         PIC S9(9) COMP-3.    DSYSP01P
011200 01  WS-SYSP-AREAS.                                               DSYSP01P
011300   05  WS-BUSINESS-DATE                      PIC X(10).           DSYSP01P
011400   05  WS-RUN-TS                             PIC X(26).           DSYSP01P
011500   05  WS-WORK-DATE                          PIC X(10).           DSYSP01P
011600   05  WS-FROM-MONTH                         PIC X(7).            DSYSP01P
011700   05  WS-TO-MONTH                           PIC X(7).            DSYSP01P
011800                                                                  DSYSP01P
011900     EXEC SQL                                                     DSYSP01P
012000          INCLUDE SQLCA                                           DSYSP01P
012100     END-EXEC.                                                    DSYSP01P
012200                                                                  DSYSP01P
012300 COPY CABENDD.                                                    DSYSP01P
012400   EXEC SQL                                                       DSYSP01P
012500        END DECLARE SECTION                                       DSYSP01P
012600   END-EXEC.                                                      DSYSP01P
012700                                                                  DSYSP01P
012800 LINKAGE SECTION.                                                 DSYSP01P
012900 01  DFHCOMMAREA.                                                 DSYSP01P
013000   05  LK-COMMAREA                           PIC X(1)             DSYSP01P
013100       OCCURS 1 TO 6144 TIMES                                     DSYSP01P
013200         DEPENDING ON WS-COMMAREA-LENGTH.                         DSYSP01P
013300                                                                  DSYSP01P
013400 COPY CENTRY.                                                     DSYSP01P
013500***************************************************************** DSYSP01P
013600* Move the passed area to our area                              * DSYSP01P
013700***************************************************************** DSYSP01P
013800     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DSYSP01P
013900     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DSYSP01P
014000                                                                  DSYSP01P
014100***************************************************************** DSYSP01P
014200* Initialize our output area                                    * DSYSP01P
014300***************************************************************** DSYSP01P
014400     INITIALIZE CSY1O-DATA.                                       DSYSP01P
014500     SET CSY1O-REQUEST-FAIL TO TRUE.                              DSYSP01P
014600                                                                  DSYSP01P
014700     INITIALIZE CD98-DATA.                                        DSYSP01P
014800     SET CD98I-READ-BUSINESS-DATE TO TRUE.                        DSYSP01P
014900 COPY CBANKX98.                                                   DSYSP01P
015000     IF NOT CD98O-REQUEST-OK                                      DSYSP01P
015100        MOVE CD98O-MSG TO CSY1O-MSG                               DSYSP01P
015200        GO TO DSYSP01P-EXIT                                       DSYSP01P
015300     END-IF.                                                      DSYSP01P
015400     MOVE CD98O-DATE TO WS-BUSINESS-DATE.                         DSYSP01P
015500     EXEC SQL                                                     DSYSP01P
015600          SET :WS-RUN-TS = CURRENT TIMESTAMP                      DSYSP01P
015700     END-EXEC.                                                    DSYSP01P
015800                                                                  DSYSP01P
015900     EVALUATE TRUE                                                DSYSP01P
016000       WHEN CSY1I-LIST                                            DSYSP01P
016100         PERFORM LIST-PARAMETERS THRU                             DSYSP01P
016200                 LIST-PARAMETERS-EXIT                             DSYSP01P
016300       WHEN CSY1I-PROPOSE                                         DSYSP01P
016400         PERFORM PROPOSE-CHANGE THRU                              DSYSP01P
016500                 PROPOSE-CHANGE-EXIT                              DSYSP01P
016600       WHEN CSY1I-APPROVE                                         DSYSP01P
016700         PERFORM APPROVE-CHANGE THRU                              DSYSP01P
016800                 APPROVE-CHANGE-EXIT                              DSYSP01P
016900       WHEN CSY1I-REJECT                                          DSYSP01P
017000         PERFORM REJECT-CHANGE THRU                               DSYSP01P
017100                 REJECT-CHANGE-EXIT                               DSYSP01P
017200       WHEN CSY1I-NIGHTLY                                         DSYSP01P
017300         PERFORM NIGHTLY-APPLY THRU                               DSYSP01P
017400                 NIGHTLY-APPLY-EXIT                               DSYSP01P
017500       WHEN CSY1I-QUARTER-REPORT                                  DSYSP01P
017600         PERFORM QUARTER-REPORT THRU                              DSYSP01P
017700                 QUARTER-REPORT-EXIT                              DSYSP01P
017800       WHEN OTHER                                                 DSYSP01P
017900         MOVE 'Unknown parameter function requested' TO CSY1O-MSG DSYSP01P
018000     END-EVALUATE.                                                DSYSP01P
018100                                                                  DSYSP01P
018200 DSYSP01P-EXIT.                                                   DSYSP01P
018300***************************************************************** DSYSP01P
018400* Move the result back to the callers area                      * DSYSP01P
018500***************************************************************** DSYSP01P
018600     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DSYSP01P
018700                                                                  DSYSP01P
018800***************************************************************** DSYSP01P
018900* Return to our caller                                          * DSYSP01P
019000***************************************************************** DSYSP01P
019100 COPY CRETURN.                                                    DSYSP01P
019200                                                                  DSYSP01P
019300***************************************************************** DSYSP01P
019400* A page of parameters from the id given, each with any change  * DSYSP01P
019500* still waiting on approval or on its effective date. A control * DSYSP01P
019600* not yet described is shown as a rate with no range to it      * DSYSP01P
019700***************************************************************** DSYSP01P
019800 LIST-PARAMETERS.                                                 DSYSP01P
019900     EXEC SQL                                                     DSYSP01P
020000          DECLARE CTL_CSR CURSOR FOR                              DSYSP01P
020100          SELECT CTL.CTL_ID,                                      DSYSP01P
020200                 VALUE(CTL.CTL_DESC, ' '),                        DSYSP01P
020300                 VALUE(NULLIF(CTL.CTL_TYPE, ' '), 'R'),           DSYSP01P
020400                 VALUE(CTL.CTL_MIN, 0),                           DSYSP01P
020500                 VALUE(CTL.CTL_MAX, 999999999.999999),            DSYSP01P
020600                 CTL.CTL_VALUE,                                   DSYSP01P
020700                 VALUE(CTP.CTP_STATUS, ' '),                      DSYSP01P
020800                 VALUE(CTP.CTP_NEW_VALUE, 0),                     DSYSP01P
020900                 VALUE(CTP.CTP_EFF_DATE, ' '),                    DSYSP01P
021000                 VALUE(CTP.CTP_MAKER, ' ')                        DSYSP01P
021100          FROM BNKCTLV CTL                                        DSYSP01P
021200               LEFT OUTER JOIN BNKCTLP CTP                        DSYSP01P
021300               ON CTP.CTP_ID = CTL.CTL_ID AND                     DSYSP01P
021400                  (CTP.CTP_STATUS = 'P' OR                        DSYSP01P
021500                   CTP.CTP_STATUS = 'F')                          DSYSP01P
021600          WHERE CTL.CTL_ID >= :CSY1I-ID                           DSYSP01P
021700          ORDER BY CTL.CTL_ID                                     DSYSP01P
021800          FOR FETCH ONLY                                          DSYSP01P
021900     END-EXEC.                                                    DSYSP01P
022000     EXEC SQL                                                     DSYSP01P
022100          OPEN CTL_CSR                                            DSYSP01P
022200     END-EXEC.                                                    DSYSP01P
022300     IF SQLCODE IS NOT EQUAL TO ZERO                              DSYSP01P
022400        MOVE 'Unable to open the control table' TO CSY1O-MSG      DSYSP01P
022500        GO TO LIST-PARAMETERS-EXIT                                DSYSP01P
022600     END-IF.                                                      DSYSP01P
022700     MOVE 0 TO WS-SUB1.                                           DSYSP01P
022800 CTL-LOOP.                                                        DSYSP01P
022900     IF WS-SUB1 IS EQUAL TO 6                                     DSYSP01P
023000        GO TO CTL-LOOP-EXIT                                       DSYSP01P
023100     END-IF.                                                      DSYSP01P
023200     EXEC SQL                                                     DSYSP01P
023300          FETCH CTL_CSR                                           DSYSP01P
023400          INTO :DCL-CTL-ID,                                       DSYSP01P
023500               :DCL-CTL-DESC,                                     DSYSP01P
023600               :DCL-CTL-TYPE,                                     DSYSP01P
023700               :DCL-CTL-MIN,                                      DSYSP01P
023800               :DCL-CTL-MAX,                                      DSYSP01P
023900               :DCL-CTL-VALUE,                                    DSYSP01P
024000               :DCL-CTP-STATUS,                                   DSYSP01P
024100               :DCL-CTP-NEW-VALUE,                                DSYSP01P
024200               :DCL-CTP-EFF-DATE,                                 DSYSP01P
024300               :DCL-CTP-MAKER                                     DSYSP01P
024400     END-EXEC.                                                    DSYSP01P
024500     IF SQLCODE IS EQUAL TO +100                                  DSYSP01P
024600        GO TO CTL-LOOP-EXIT                                       DSYSP01P
024700     END-IF.                                                      DSYSP01P
024800     IF SQLCODE IS NOT EQUAL TO ZERO                              DSYSP01P
024900        MOVE 'Unable to read the control table' TO CSY1O-MSG      DSYSP01P
025000        GO TO CTL-LOOP-EXIT                                       DSYSP01P
025100     END-IF.                                                      DSYSP01P
025200     ADD 1 TO WS-SUB1.                                            DSYSP01P
025300     MOVE DCL-CTL-ID TO CSY1O-PARM-ID (WS-SUB1).                  DSYSP01P
025400     MOVE DCL-CTL-DESC TO CSY1O-PARM-DESC (WS-SUB1).              DSYSP01P
025500     MOVE DCL-CTL-TYPE TO CSY1O-PARM-TYPE (WS-SUB1).              DSYSP01P
025600     MOVE DCL-CTL-MIN TO CSY1O-PARM-MIN (WS-SUB1).                DSYSP01P
025700     MOVE DCL-CTL-MAX TO CSY1O-PARM-MAX (WS-SUB1).                DSYSP01P
025800     MOVE DCL-CTL-VALUE TO CSY1O-PARM-VALUE (WS-SUB1).            DSYSP01P
025900     IF DCL-CTP-STATUS IS NOT EQUAL TO SPACES                     DSYSP01P
026000        MOVE DCL-CTP-NEW-VALUE TO CSY1O-PARM-PEND-VALUE (WS-SUB1) DSYSP01P
026100        MOVE DCL-CTP-EFF-DATE TO CSY1O-PARM-PEND-EFF (WS-SUB1)    DSYSP01P
026200        MOVE DCL-CTP-MAKER TO CSY1O-PARM-PEND-BY (WS-SUB1)        DSYSP01P
026300     END-IF.                                                      DSYSP01P
026400     GO TO CTL-LOOP.                                              DSYSP01P
026500 CTL-LOOP-EXIT.                                                   DSYSP01P
026600     EXEC SQL                                                     DSYSP01P
026700          CLOSE CTL_CSR                                           DSYSP01P
026800     END-EXEC.                                                    DSYSP01P
026900     IF CSY1O-MSG IS NOT EQUAL TO SPACES                          DSYSP01P
027000        GO TO LIST-PARAMETERS-EXIT                                DSYSP01P
027100     END-IF.                                                      DSYSP01P
027200     MOVE WS-SUB1 TO CSY1O-PARM-COUNT.                            DSYSP01P
027300     IF WS-SUB1 IS EQUAL TO ZERO                                  DSYSP01P
027400        SET CSY1O-NOT-FOUND TO TRUE                               DSYSP01P
027500        MOVE 'No parameters held from that id' TO CSY1O-MSG       DSYSP01P
027600        GO TO LIST-PARAMETERS-EXIT                                DSYSP01P
027700     END-IF.                                                      DSYSP01P
027800     SET CSY1O-REQUEST-OK TO TRUE.                                DSYSP01P
027900 LIST-PARAMETERS-EXIT.                                            DSYSP01P
028000     EXIT.                                                        DSYSP01P
028100                                                                  DSYSP01P
028200***************************************************************** DSYSP01P
028300* A proposed change must name a control that is held, with no   * DSYSP01P
028400* other change to it outstanding. The value must sit within     * DSYSP01P
028500* the control's range and carry no more decimal places than     * DSYSP01P
028600* its type allows, and an effective date, if given, may not     * DSYSP01P
028700* be before the business date. It is then held as pending       * DSYSP01P
028800***************************************************************** DSYSP01P
028900 PROPOSE-CHANGE.                                                  DSYSP01P
029000     PERFORM READ-CONTROL THRU                                    DSYSP01P
029100             READ-CONTROL-EXIT.                                   DSYSP01P
029200     IF CSY1O-MSG IS NOT EQUAL TO SPACES                          DSYSP01P
029300        GO TO PROPOSE-CHANGE-EXIT                                 DSYSP01P
029400     END-IF.                                                      DSYSP01P
029500     EXEC SQL                                                     DSYSP01P
029600          SELECT COUNT(*)                                         DSYSP01P
029700          INTO :DCL-ROW-COUNT                                     DSYSP01P
029800          FROM BNKCTLP                                            DSYSP01P
029900          WHERE CTP_ID = :CSY1I-ID AND                            DSYSP01P
030000                (CTP_STATUS = 'P' OR                              DSYSP01P
030100                 CTP_STATUS = 'F')                                DSYSP01P
030200     END-EXEC.                                                    DSYSP01P
030300     IF SQLCODE IS NOT EQUAL TO ZERO                              DSYSP01P
030400        MOVE 'Unable to read the pending changes' TO CSY1O-MSG    DSYSP01P
030500        GO TO PROPOSE-CHANGE-EXIT                                 DSYSP01P
030600     END-IF.                                                      DSYSP01P
030700     IF DCL-ROW-COUNT IS GREATER THAN ZERO                        DSYSP01P
030800        MOVE 'A change to this parameter is already outstanding'  DSYSP01P
030900          TO CSY1O-MSG                                            DSYSP01P
031000        GO TO PROPOSE-CHANGE-EXIT                                 DSYSP01P
031100     END-IF.                                                      DSYSP01P
031200     IF CSY1I-VALUE IS LESS THAN DCL-CTL-MIN OR                   DSYSP01P
031300        CSY1I-VALUE IS GREATER THAN DCL-CTL-MAX                   DSYSP01P
031400        SET CSY1O-OUT-OF-RANGE TO TRUE                            DSYSP01P
031500        MOVE 'Value is outside the range permitted for it'        DSYSP01P
031600          TO CSY1O-MSG                                            DSYSP01P
031700        GO TO PROPOSE-CHANGE-EXIT                                 DSYSP01P
031800     END-IF.                                                      DSYSP01P
031900     MOVE CSY1I-VALUE TO WS-CHECK-VALUE.                          DSYSP01P
032000     IF (DCL-CTL-TYPE IS EQUAL TO 'I' AND                         DSYSP01P
032100         WS-CHECK-DEC-2 IS NOT EQUAL TO ZERO) OR                  DSYSP01P
032200        ((DCL-CTL-TYPE IS EQUAL TO 'I' OR                         DSYSP01P
032300          DCL-CTL-TYPE IS EQUAL TO 'A' OR                         DSYSP01P
032400          DCL-CTL-TYPE IS EQUAL TO 'P') AND                       DSYSP01P
032500         WS-CHECK-DEC-4 IS NOT EQUAL TO ZERO)                     DSYSP01P
032600        SET CSY1O-OUT-OF-RANGE TO TRUE                            DSYSP01P
032700        MOVE 'Value has more decimal places than its type allows' DSYSP01P
032800          TO CSY1O-MSG                                            DSYSP01P
032900        GO TO PROPOSE-CHANGE-EXIT                                 DSYSP01P
033000     END-IF.                                                      DSYSP01P
033100     IF CSY1I-EFF-DATE IS NOT EQUAL TO SPACES AND                 DSYSP01P
033200        CSY1I-EFF-DATE IS LESS THAN WS-BUSINESS-DATE              DSYSP01P
033300        MOVE 'Effective date may not be before the business date' DSYSP01P
033400          TO CSY1O-MSG                                            DSYSP01P
033500        GO TO PROPOSE-CHANGE-EXIT                                 DSYSP01P
033600     END-IF.                                                      DSYSP01P
033700     EXEC SQL                                                     DSYSP01P
033800          INSERT                                                  DSYSP01P
033900          INTO BNKCTLP (CTP_ID,                                   DSYSP01P
034000                        CTP_OLD_VALUE,                            DSYSP01P
034100                        CTP_NEW_VALUE,                            DSYSP01P
034200                        CTP_EFF_DATE,                             DSYSP01P
034300                        CTP_STATUS,                               DSYSP01P
034400                        CTP_MAKER,                                DSYSP01P
034500                        CTP_CHECKER,                              DSYSP01P
034600                        CTP_MADE_TS)                              DSYSP01P
034700          VALUES (:CSY1I-ID,                                      DSYSP01P
034800                  :DCL-CTL-VALUE,                                 DSYSP01P
034900                  :CSY1I-VALUE,                                   DSYSP01P
035000                  :CSY1I-EFF-DATE,                                DSYSP01P
035100                  'P',                                            DSYSP01P
035200                  :CSY1I-USERID,                                  DSYSP01P
035300                  ' ',                                            DSYSP01P
035400                  :WS-RUN-TS)                                     DSYSP01P
035500     END-EXEC.                                                    DSYSP01P
035600     IF SQLCODE IS NOT EQUAL TO ZERO                              DSYSP01P
035700        MOVE 'Unable to record the proposed change' TO CSY1O-MSG  DSYSP01P
035800        GO TO PROPOSE-CHANGE-EXIT                                 DSYSP01P
035900     END-IF.                                                      DSYSP01P
036000     SET CSY1O-REQUEST-OK TO TRUE.                                DSYSP01P
036100     MOVE 'Change proposed - a second user must approve it'       DSYSP01P
036200       TO CSY1O-MSG.                                              DSYSP01P
036300 PROPOSE-CHANGE-EXIT.                                             DSYSP01P
036400     EXIT.                                                        DSYSP01P
036500                                                                  DSYSP01P
036600***************************************************************** DSYSP01P
036700* The control the change is for, with its range and type        * DSYSP01P
036800***************************************************************** DSYSP01P
036900 READ-CONTROL.                                                    DSYSP01P
037000     EXEC SQL                                                     DSYSP01P
037100          SELECT VALUE(NULLIF(CTL_TYPE, ' '), 'R'),               DSYSP01P
037200                 VALUE(CTL_MIN, 0),                               DSYSP01P
037300                 VALUE(CTL_MAX, 999999999.999999),                DSYSP01P
037400                 CTL_VALUE                                        DSYSP01P
037500          INTO :DCL-CTL-TYPE,                                     DSYSP01P
037600               :DCL-CTL-MIN,                                      DSYSP01P
037700               :DCL-CTL-MAX,                                      DSYSP01P
037800               :DCL-CTL-VALUE                                     DSYSP01P
037900          FROM BNKCTLV                                            DSYSP01P
038000          WHERE CTL_ID = :CSY1I-ID                                DSYSP01P
038100     END-EXEC.                                                    DSYSP01P
038200     IF SQLCODE IS EQUAL TO +100                                  DSYSP01P
038300        SET CSY1O-NOT-FOUND TO TRUE                               DSYSP01P
038400        MOVE 'Parameter is not held on the control table'         DSYSP01P
038500          TO CSY1O-MSG                                            DSYSP01P
038600        GO TO READ-CONTROL-EXIT                                   DSYSP01P
038700     END-IF.                                                      DSYSP01P
038800     IF SQLCODE IS NOT EQUAL TO ZERO                              DSYSP01P
038900        MOVE 'Unable to read the control table' TO CSY1O-MSG      DSYSP01P
039000     END-IF.                                                      DSYSP01P
039100 READ-CONTROL-EXIT.                                               DSYSP01P
039200     EXIT.                                                        DSYSP01P
039300                                                                  DSYSP01P
039400***************************************************************** DSYSP01P
039500* The pending change is approved by someone other than the      * DSYSP01P
039600* user who proposed it. With no effective date, or one that     * DSYSP01P
039700* has arrived, it is applied at once - otherwise it waits for   * DSYSP01P
039800* the nightly run on its effective date                         * DSYSP01P
039900***************************************************************** DSYSP01P
040000 APPROVE-CHANGE.                                                  DSYSP01P
040100     EXEC SQL                                                     DSYSP01P
040200          SELECT CTP_NEW_VALUE,                                   DSYSP01P
040300                 CTP_EFF_DATE,                                    DSYSP01P
040400                 CTP_MAKER,                                       DSYSP01P
040500                 CTP_MADE_TS                                      DSYSP01P
040600          INTO :DCL-CTP-NEW-VALUE,                                DSYSP01P
040700               :DCL-CTP-EFF-DATE,                                 DSYSP01P
040800               :DCL-CTP-MAKER,                                    DSYSP01P
040900               :DCL-CTP-MADE-TS                                   DSYSP01P
041000          FROM BNKCTLP                                            DSYSP01P
041100          WHERE CTP_ID = :CSY1I-ID AND                            DSYSP01P
041200                CTP_STATUS = 'P'                                  DSYSP01P
041300     END-EXEC.                                                    DSYSP01P
041400     IF SQLCODE IS EQUAL TO +100                                  DSYSP01P
041500        SET CSY1O-NOT-FOUND TO TRUE                               DSYSP01P
041600        MOVE 'No change to this parameter is awaiting approval'   DSYSP01P
041700          TO CSY1O-MSG                                            DSYSP01P
041800        GO TO APPROVE-CHANGE-EXIT                                 DSYSP01P
041900     END-IF.                                                      DSYSP01P
042000     IF SQLCODE IS NOT EQUAL TO ZERO                              DSYSP01P
042100        MOVE 'Unable to read the pending changes' TO CSY1O-MSG    DSYSP01P
042200        GO TO APPROVE-CHANGE-EXIT                                 DSYSP01P
042300     END-IF.                                                      DSYSP01P
042400     IF DCL-CTP-MAKER IS EQUAL TO CSY1I-USERID                    DSYSP01P
042500        SET CSY1O-SELF-APPROVAL TO TRUE                           DSYSP01P
042600        MOVE 'A change cannot be approved by the user who made it'DSYSP01P
042700          TO CSY1O-MSG                                            DSYSP01P
042800        GO TO APPROVE-CHANGE-EXIT                                 DSYSP01P
042900     END-IF.                                                      DSYSP01P
043000     MOVE CSY1I-ID TO DCL-CTL-ID.                                 DSYSP01P
043100     MOVE CSY1I-USERID TO DCL-CTP-CHECKER.                        DSYSP01P
043200     IF DCL-CTP-EFF-DATE IS EQUAL TO SPACES OR                    DSYSP01P
043300        DCL-CTP-EFF-DATE IS NOT GREATER THAN WS-BUSINESS-DATE     DSYSP01P
043400        PERFORM APPLY-CHANGE THRU                                 DSYSP01P
043500                APPLY-CHANGE-EXIT                                 DSYSP01P
043600        IF CSY1O-MSG IS NOT EQUAL TO SPACES                       DSYSP01P
043700           GO TO APPROVE-CHANGE-EXIT                              DSYSP01P
043800        END-IF                                                    DSYSP01P
043900        SET CSY1O-REQUEST-OK TO TRUE                              DSYSP01P
044000        MOVE 'Change approved and applied' TO CSY1O-MSG           DSYSP01P
044100        GO TO APPROVE-CHANGE-EXIT                                 DSYSP01P
044200     END-IF.                                                      DSYSP01P
044300     EXEC SQL                                                     DSYSP01P
044400          UPDATE BNKCTLP                                          DSYSP01P
044500          SET CTP_STATUS = 'F',                                   DSYSP01P
044600              CTP_CHECKER = :DCL-CTP-CHECKER,                     DSYSP01P
044700              CTP_CHECKED_TS = :WS-RUN-TS                         DSYSP01P
044800          WHERE CTP_ID = :DCL-CTL-ID AND                          DSYSP01P
044900                CTP_MADE_TS = :DCL-CTP-MADE-TS                    DSYSP01P
045000     END-EXEC.                                                    DSYSP01P
045100     IF SQLCODE IS NOT EQUAL TO ZERO                              DSYSP01P
045200        MOVE 'Unable to record the approval' TO CSY1O-MSG         DSYSP01P
045300        GO TO APPROVE-CHANGE-EXIT                                 DSYSP01P
045400     END-IF.                                                      DSYSP01P
045500     SET CSY1O-REQUEST-OK TO TRUE.                                DSYSP01P
045600     MOVE 'Change approved - it applies on its effective date'    DSYSP01P
045700       TO CSY1O-MSG.                                              DSYSP01P
045800 APPROVE-CHANGE-EXIT.                                             DSYSP01P
045900     EXIT.                                                        DSYSP01P
046000                                                                  DSYSP01P
046100***************************************************************** DSYSP01P
046200* Put an approved change onto the control table. The value it   * DSYSP01P
046300* replaces is read as it stands now and kept, with the new      * DSYSP01P
046400* one, on the pending row and on the permanent history          * DSYSP01P
046500***************************************************************** DSYSP01P
046600 APPLY-CHANGE.                                                    DSYSP01P
046700     EXEC SQL                                                     DSYSP01P
046800          SELECT CTL_VALUE                                        DSYSP01P
046900          INTO :DCL-CTP-OLD-VALUE                                 DSYSP01P
047000          FROM BNKCTLV                                            DSYSP01P
047100          WHERE CTL_ID = :DCL-CTL-ID                              DSYSP01P
047200     END-EXEC.                                                    DSYSP01P
047300     IF SQLCODE IS NOT EQUAL TO ZERO                              DSYSP01P
047400        MOVE 'Unable to read the control table' TO CSY1O-MSG      DSYSP01P
047500        GO TO APPLY-CHANGE-EXIT                                   DSYSP01P
047600     END-IF.                                                      DSYSP01P
047700     EXEC SQL                                                     DSYSP01P
047800          UPDATE BNKCTLV                                          DSYSP01P
047900          SET CTL_VALUE = :DCL-CTP-NEW-VALUE                      DSYSP01P
048000          WHERE CTL_ID = :DCL-CTL-ID                              DSYSP01P
048100     END-EXEC.                                                    DSYSP01P
048200     IF SQLCODE IS NOT EQUAL TO ZERO                              DSYSP01P
048300        MOVE 'Unable to update the control table' TO CSY1O-MSG    DSYSP01P
048400        GO TO APPLY-CHANGE-EXIT                                   DSYSP01P
048500     END-IF.                                                      DSYSP01P
048600     EXEC SQL                                                     DSYSP01P
048700          INSERT                                                  DSYSP01P
048800          INTO BNKCTLH (CTH_ID,                                   DSYSP01P
048900                        CTH_OLD_VALUE,                            DSYSP01P
049000                        CTH_NEW_VALUE,                            DSYSP01P
049100                        CTH_MAKER,                                DSYSP01P
049200                        CTH_CHECKER,                              DSYSP01P
049300                        CTH_EFF_DATE,                             DSYSP01P
049400                        CTH_CHANGED_TS)                           DSYSP01P
049500          VALUES (:DCL-CTL-ID,                                    DSYSP01P
049600                  :DCL-CTP-OLD-VALUE,                             DSYSP01P
049700                  :DCL-CTP-NEW-VALUE,                             DSYSP01P
049800                  :DCL-CTP-MAKER,                                 DSYSP01P
049900                  :DCL-CTP-CHECKER,                               DSYSP01P
050000                  :WS-BUSINESS-DATE,                              DSYSP01P
050100                  :WS-RUN-TS)                                     DSYSP01P
050200     END-EXEC.                                                    DSYSP01P
050300     IF SQLCODE IS NOT EQUAL TO ZERO                              DSYSP01P
050400        MOVE 'Unable to record the parameter history' TO CSY1O-MSGDSYSP01P
050500        GO TO APPLY-CHANGE-EXIT                                   DSYSP01P
050600     END-IF.                                                      DSYSP01P
050700     EXEC SQL                                                     DSYSP01P
050800          UPDATE BNKCTLP                                          DSYSP01P
050900          SET CTP_STATUS = 'A',                                   DSYSP01P
051000              CTP_OLD_VALUE = :DCL-CTP-OLD-VALUE,                 DSYSP01P
051100              CTP_CHECKER = :DCL-CTP-CHECKER,                     DSYSP01P
051200              CTP_CHECKED_TS = :WS-RUN-TS                         DSYSP01P
051300          WHERE CTP_ID = :DCL-CTL-ID AND                          DSYSP01P
051400                CTP_MADE_TS = :DCL-CTP-MADE-TS                    DSYSP01P
051500     END-EXEC.                                                    DSYSP01P
051600     IF SQLCODE IS NOT EQUAL TO ZERO                              DSYSP01P
051700        MOVE 'Unable to mark the change applied' TO CSY1O-MSG     DSYSP01P
051800     END-IF.                                                      DSYSP01P
051900 APPLY-CHANGE-EXIT.                                               DSYSP01P
052000     EXIT.                                                        DSYSP01P
052100                                                                  DSYSP01P
052200***************************************************************** DSYSP01P
052300* An outstanding change - pending, or approved and waiting on   * DSYSP01P
052400* its date - is turned down. The maker may withdraw their own   * DSYSP01P
052500***************************************************************** DSYSP01P
052600 REJECT-CHANGE.                                                   DSYSP01P
052700     EXEC SQL                                                     DSYSP01P
052800          UPDATE BNKCTLP                                          DSYSP01P
052900          SET CTP_STATUS = 'X',                                   DSYSP01P
053000              CTP_CHECKER = :CSY1I-USERID,                        DSYSP01P
053100              CTP_CHECKED_TS = :WS-RUN-TS                         DSYSP01P
053200          WHERE CTP_ID = :CSY1I-ID AND                            DSYSP01P
053300                (CTP_STATUS = 'P' OR                              DSYSP01P
053400                 CTP_STATUS = 'F')                                DSYSP01P
053500     END-EXEC.                                                    DSYSP01P
053600     IF SQLCODE IS EQUAL TO +100                                  DSYSP01P
053700        SET CSY1O-NOT-FOUND TO TRUE                               DSYSP01P
053800        MOVE 'No change to this parameter is outstanding'         DSYSP01P
053900          TO CSY1O-MSG                                            DSYSP01P
054000        GO TO REJECT-CHANGE-EXIT                                  DSYSP01P
054100     END-IF.                                                      DSYSP01P
054200     IF SQLCODE IS NOT EQUAL TO ZERO                              DSYSP01P
054300        MOVE 'Unable to record the rejection' TO CSY1O-MSG        DSYSP01P
054400        GO TO REJECT-CHANGE-EXIT                                  DSYSP01P
054500     END-IF.                                                      DSYSP01P
054600     SET CSY1O-REQUEST-OK TO TRUE.                                DSYSP01P
054700     MOVE 'Change rejected' TO CSY1O-MSG.                         DSYSP01P
054800 REJECT-CHANGE-EXIT.                                              DSYSP01P
054900     EXIT.                                                        DSYSP01P
055000                                                                  DSYSP01P
055100***************************************************************** DSYSP01P
055200* Overnight, after the business date has rolled, approved       * DSYSP01P
055300* changes whose effective date has arrived are applied. On the  * DSYSP01P
055400* first business day of a quarter the quarter just ended is     * DSYSP01P
055500* reported                                                      * DSYSP01P
055600***************************************************************** DSYSP01P
055700 NIGHTLY-APPLY.                                                   DSYSP01P
055800     EXEC SQL                                                     DSYSP01P
055900          DECLARE DUE_CSR CURSOR FOR                              DSYSP01P
056000          SELECT CTP_ID,                                          DSYSP01P
056100                 CTP_NEW_VALUE,                                   DSYSP01P
056200                 CTP_MAKER,                                       DSYSP01P
056300                 CTP_CHECKER,                                     DSYSP01P
056400                 CTP_MADE_TS                                      DSYSP01P
056500          FROM BNKCTLP                                            DSYSP01P
056600          WHERE CTP_STATUS = 'F' AND                              DSYSP01P
056700                CTP_EFF_DATE <= :WS-BUSINESS-DATE                 DSYSP01P
056800          ORDER BY CTP_ID                                         DSYSP01P
056900          FOR FETCH ONLY                                          DSYSP01P
057000     END-EXEC.                                                    DSYSP01P
057100     EXEC SQL                                                     DSYSP01P
057200          OPEN DUE_CSR                                            DSYSP01P
057300     END-EXEC.                                                    DSYSP01P
057400     IF SQLCODE IS NOT EQUAL TO ZERO                              DSYSP01P
057500        MOVE 'Unable to open the pending changes' TO CSY1O-MSG    DSYSP01P
057600        GO TO NIGHTLY-APPLY-EXIT                                  DSYSP01P
057700     END-IF.                                                      DSYSP01P
057800 DUE-LOOP.                                                        DSYSP01P
057900     EXEC SQL                                                     DSYSP01P
058000          FETCH DUE_CSR                                           DSYSP01P
058100          INTO :DCL-CTL-ID,                                       DSYSP01P
058200               :DCL-CTP-NEW-VALUE,                                DSYSP01P
058300               :DCL-CTP-MAKER,                                    DSYSP01P
058400               :DCL-CTP-CHECKER,                                  DSYSP01P
058500               :DCL-CTP-MADE-TS                                   DSYSP01P
058600     END-EXEC.                                                    DSYSP01P
058700     IF SQLCODE IS EQUAL TO +100                                  DSYSP01P
058800        GO TO DUE-LOOP-EXIT                                       DSYSP01P
058900     END-IF.                                                      DSYSP01P
059000     IF SQLCODE IS NOT EQUAL TO ZERO                              DSYSP01P
059100        MOVE 'Unable to read the pending changes' TO CSY1O-MSG    DSYSP01P
059200        GO TO DUE-LOOP-EXIT                                       DSYSP01P
059300     END-IF.                                                      DSYSP01P
059400     PERFORM APPLY-CHANGE THRU                                    DSYSP01P
059500             APPLY-CHANGE-EXIT.                                   DSYSP01P
059600     IF CSY1O-MSG IS NOT EQUAL TO SPACES                          DSYSP01P
059700        GO TO DUE-LOOP-EXIT                                       DSYSP01P
059800     END-IF.                                                      DSYSP01P
059900     ADD 1 TO CSY1O-APPLIED.                                      DSYSP01P
060000     GO TO DUE-LOOP.                                              DSYSP01P
060100 DUE-LOOP-EXIT.                                                   DSYSP01P
060200     EXEC SQL                                                     DSYSP01P
060300          CLOSE DUE_CSR                                           DSYSP01P
060400     END-EXEC.                                                    DSYSP01P
060500     IF CSY1O-MSG IS NOT EQUAL TO SPACES                          DSYSP01P
060600        GO TO NIGHTLY-APPLY-EXIT                                  DSYSP01P
060700     END-IF.                                                      DSYSP01P
060800     EXEC SQL                                                     DSYSP01P
060900          SET :WS-WORK-DATE =                                     DSYSP01P
061000              CHAR(DATE(:WS-BUSINESS-DATE) - 1 DAY, ISO)          DSYSP01P
061100     END-EXEC.                                                    DSYSP01P
061200     INITIALIZE CD98-DATA.                                        DSYSP01P
061300     SET CD98I-PREV-BUSINESS-DAY TO TRUE.                         DSYSP01P
061400     MOVE WS-WORK-DATE TO CD98I-DATE.                             DSYSP01P
061500 COPY CBANKX98.                                                   DSYSP01P
061600     IF NOT CD98O-REQUEST-OK                                      DSYSP01P
061700        MOVE CD98O-MSG TO CSY1O-MSG                               DSYSP01P
061800        GO TO NIGHTLY-APPLY-EXIT                                  DSYSP01P
061900     END-IF.                                                      DSYSP01P
062000     MOVE CD98O-DATE TO WS-WORK-DATE.                             DSYSP01P
062100     PERFORM SET-QUARTER THRU                                     DSYSP01P
062200             SET-QUARTER-EXIT.                                    DSYSP01P
062300     MOVE WS-QUARTER TO CSY1I-QUARTER.                            DSYSP01P
062400     MOVE WS-BUSINESS-DATE TO WS-WORK-DATE.                       DSYSP01P
062500     PERFORM SET-QUARTER THRU                                     DSYSP01P
062600             SET-QUARTER-EXIT.                                    DSYSP01P
062700     IF WS-QUARTER IS NOT EQUAL TO CSY1I-QUARTER                  DSYSP01P
062800        PERFORM QUARTER-REPORT THRU                               DSYSP01P
062900                QUARTER-REPORT-EXIT                               DSYSP01P
063000        IF CSY1O-MSG IS NOT EQUAL TO SPACES                       DSYSP01P
063100           GO TO NIGHTLY-APPLY-EXIT                               DSYSP01P
063200        END-IF                                                    DSYSP01P
063300     END-IF.                                                      DSYSP01P
063400     SET CSY1O-REQUEST-OK TO TRUE.                                DSYSP01P
063500     MOVE 'Parameter changes due today applied' TO CSY1O-MSG.     DSYSP01P
063600 NIGHTLY-APPLY-EXIT.                                              DSYSP01P
063700     EXIT.                                                        DSYSP01P
063800                                                                  DSYSP01P
063900***************************************************************** DSYSP01P
064000* The quarter a date falls in, as yyyyQn                        * DSYSP01P
064100***************************************************************** DSYSP01P
064200 SET-QUARTER.                                                     DSYSP01P
064300     MOVE WS-WORK-DATE (1:4) TO WS-QUARTER-YEAR.                  DSYSP01P
064400     MOVE 'Q' TO WS-QUARTER-Q.                                    DSYSP01P
064500     MOVE WS-WORK-DATE (6:2) TO WS-MONTH.                         DSYSP01P
064600     COMPUTE WS-QUARTER-NO = (WS-MONTH + 2) / 3.                  DSYSP01P
064700 SET-QUARTER-EXIT.                                                DSYSP01P
064800     EXIT.                                                        DSYSP01P
064900                                                                  DSYSP01P
065000***************************************************************** DSYSP01P
065100* Every change applied in a quarter - the one asked for, or     * DSYSP01P
065200* the quarter before the business date's when none is given -   * DSYSP01P
065300* with its old and new value, maker, checker and the time it    * DSYSP01P
065400* was made, captured for audit and kept permanently             * DSYSP01P
065500***************************************************************** DSYSP01P
065600 QUARTER-REPORT.                                                  DSYSP01P
065700     IF CSY1I-QUARTER IS EQUAL TO SPACES                          DSYSP01P
065800        MOVE WS-BUSINESS-DATE TO WS-WORK-DATE                     DSYSP01P
065900        PERFORM SET-QUARTER THRU                                  DSYSP01P
066000                SET-QUARTER-EXIT                                  DSYSP01P
066100        IF WS-QUARTER-NO IS EQUAL TO 1                            DSYSP01P
066200           SUBTRACT 1 FROM WS-QUARTER-YEAR-N                      DSYSP01P
066300           MOVE 4 TO WS-QUARTER-NO                                DSYSP01P
066400        ELSE                                                      DSYSP01P
066500           SUBTRACT 1 FROM WS-QUARTER-NO                          DSYSP01P
066600        END-IF                                                    DSYSP01P
066700     ELSE                                                         DSYSP01P
066800        MOVE CSY1I-QUARTER TO WS-QUARTER                          DSYSP01P
066900     END-IF.                                                      DSYSP01P
067000     IF WS-QUARTER-YEAR IS NOT NUMERIC OR                         DSYSP01P
067100        WS-QUARTER-Q IS NOT EQUAL TO 'Q' OR                       DSYSP01P
067200        WS-QUARTER-NO IS NOT NUMERIC OR                           DSYSP01P
067300        WS-QUARTER-NO IS LESS THAN 1 OR                           DSYSP01P
067400        WS-QUARTER-NO IS GREATER THAN 4                           DSYSP01P
067500        MOVE 'Quarter must be given as yyyyQn' TO CSY1O-MSG       DSYSP01P
067600        GO TO QUARTER-REPORT-EXIT                                 DSYSP01P
067700     END-IF.                                                      DSYSP01P
067800     COMPUTE WS-MONTH = WS-QUARTER-NO * 3 - 2.                    DSYSP01P
067900     MOVE SPACES TO WS-FROM-MONTH.                                DSYSP01P
068000     STRING WS-QUARTER-YEAR '-' WS-MONTH                          DSYSP01P
068100            DELIMITED BY SIZE INTO WS-FROM-MONTH.                 DSYSP01P
068200     ADD 2 TO WS-MONTH.                                           DSYSP01P
068300     MOVE SPACES TO WS-TO-MONTH.                                  DSYSP01P
068400     STRING WS-QUARTER-YEAR '-' WS-MONTH                          DSYSP01P
068500            DELIMITED BY SIZE INTO WS-TO-MONTH.                   DSYSP01P
068600     MOVE SPACES TO WS-CSV-LINE.                                  DSYSP01P
068700     STRING 'SYSTEM PARAMETER CHANGES,' WS-QUARTER                DSYSP01P
068800            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DSYSP01P
068900     PERFORM QUEUE-REPORT-LINE THRU                               DSYSP01P
069000             QUEUE-REPORT-LINE-EXIT.                              DSYSP01P
069100     MOVE SPACES TO WS-CSV-LINE.                                  DSYSP01P
069200     STRING 'PARAMETER,OLD VALUE,NEW VALUE,MAKER,CHECKER,'        DSYSP01P
069300            'EFFECTIVE,CHANGED'                                   DSYSP01P
069400            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DSYSP01P
069500     PERFORM QUEUE-REPORT-LINE THRU                               DSYSP01P
069600             QUEUE-REPORT-LINE-EXIT.                              DSYSP01P
069700     EXEC SQL                                                     DSYSP01P
069800          DECLARE CTH_CSR CURSOR FOR                              DSYSP01P
069900          SELECT CTH_ID,                                          DSYSP01P
070000                 CTH_OLD_VALUE,                                   DSYSP01P
070100                 CTH_NEW_VALUE,                                   DSYSP01P
070200                 CTH_MAKER,                                       DSYSP01P
070300                 CTH_CHECKER,                                     DSYSP01P
070400                 CTH_EFF_DATE,                                    DSYSP01P
070500                 CHAR(CTH_CHANGED_TS)                             DSYSP01P
070600          FROM BNKCTLH                                            DSYSP01P
070700          WHERE SUBSTR(CHAR(CTH_CHANGED_TS), 1, 7) >=             DSYSP01P
070800                :WS-FROM-MONTH AND                                DSYSP01P
070900                SUBSTR(CHAR(CTH_CHANGED_TS), 1, 7) <=             DSYSP01P
071000                :WS-TO-MONTH                                      DSYSP01P
071100          ORDER BY CTH_CHANGED_TS, CTH_ID                         DSYSP01P
071200          FOR FETCH ONLY                                          DSYSP01P
071300     END-EXEC.                                                    DSYSP01P
071400     EXEC SQL                                                     DSYSP01P
071500          OPEN CTH_CSR                                            DSYSP01P
071600     END-EXEC.                                                    DSYSP01P
071700     IF SQLCODE IS NOT EQUAL TO ZERO                              DSYSP01P
071800        MOVE 'Unable to open the parameter history' TO CSY1O-MSG  DSYSP01P
071900        GO TO QUARTER-REPORT-EXIT                                 DSYSP01P
072000     END-IF.                                                      DSYSP01P
072100 CTH-LOOP.                                                        DSYSP01P
072200     EXEC SQL                                                     DSYSP01P
072300          FETCH CTH_CSR                                           DSYSP01P
072400          INTO :DCL-CTL-ID,                                       DSYSP01P
072500               :DCL-CTP-OLD-VALUE,                                DSYSP01P
072600               :DCL-CTP-NEW-VALUE,                                DSYSP01P
072700               :DCL-CTP-MAKER,                                    DSYSP01P
072800               :DCL-CTP-CHECKER,                                  DSYSP01P
072900               :DCL-CTP-EFF-DATE,                                 DSYSP01P
073000               :DCL-CTH-CHANGED-TS                                DSYSP01P
073100     END-EXEC.                                                    DSYSP01P
073200     IF SQLCODE IS EQUAL TO +100                                  DSYSP01P
073300        GO TO CTH-LOOP-EXIT                                       DSYSP01P
073400     END-IF.                                                      DSYSP01P
073500     IF SQLCODE IS NOT EQUAL TO ZERO                              DSYSP01P
073600        MOVE 'Unable to read the parameter history' TO CSY1O-MSG  DSYSP01P
073700        GO TO CTH-LOOP-EXIT                                       DSYSP01P
073800     END-IF.                                                      DSYSP01P
073900     ADD 1 TO CSY1O-CHANGES.                                      DSYSP01P
074000     MOVE DCL-CTP-OLD-VALUE TO WS-VALUE-1-DISP.                   DSYSP01P
074100     MOVE DCL-CTP-NEW-VALUE TO WS-VALUE-2-DISP.                   DSYSP01P
074200     MOVE SPACES TO WS-CSV-LINE.                                  DSYSP01P
074300     STRING DCL-CTL-ID ',' WS-VALUE-1-DISP ',' WS-VALUE-2-DISP ','DSYSP01P
074400            DCL-CTP-MAKER ',' DCL-CTP-CHECKER ','                 DSYSP01P
074500            DCL-CTP-EFF-DATE ',' DCL-CTH-CHANGED-TS               DSYSP01P
074600            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DSYSP01P
074700     PERFORM QUEUE-REPORT-LINE THRU                               DSYSP01P
074800             QUEUE-REPORT-LINE-EXIT.                              DSYSP01P
074900     GO TO CTH-LOOP.                                              DSYSP01P
075000 CTH-LOOP-EXIT.                                                   DSYSP01P
075100     EXEC SQL                                                     DSYSP01P
075200          CLOSE CTH_CSR                                           DSYSP01P
075300     END-EXEC.                                                    DSYSP01P
075400     IF CSY1O-MSG IS NOT EQUAL TO SPACES                          DSYSP01P
075500        GO TO QUARTER-REPORT-EXIT                                 DSYSP01P
075600     END-IF.                                                      DSYSP01P
075700     INITIALIZE CD96-DATA.                                        DSYSP01P
075800     SET CD96I-CAPTURE-REPORT TO TRUE.                            DSYSP01P
075900     MOVE WS-PROGRAM-ID TO CD96I-JOB.                             DSYSP01P
076000     MOVE WS-QUARTER TO WS-REPORT-QUARTER.                        DSYSP01P
076100     MOVE WS-REPORT-NAME TO CD96I-REPORT-NAME.                    DSYSP01P
076200     MOVE 'CSVQ' TO CD96I-QUEUE.                                  DSYSP01P
076300     MOVE 999 TO CD96I-RETAIN-DAYS.                               DSYSP01P
076400 COPY CBANKX96.                                                   DSYSP01P
076500     IF NOT CD96O-REQUEST-OK                                      DSYSP01P
076600        MOVE CD96O-MSG TO CSY1O-MSG                               DSYSP01P
076700        GO TO QUARTER-REPORT-EXIT                                 DSYSP01P
076800     END-IF.                                                      DSYSP01P
076900     SET CSY1O-REQUEST-OK TO TRUE.                                DSYSP01P
077000     MOVE 'Quarterly parameter change report produced'            DSYSP01P
077100       TO CSY1O-MSG.                                              DSYSP01P
077200 QUARTER-REPORT-EXIT.                                             DSYSP01P
077300     EXIT.                                                        DSYSP01P
077400                                                                  DSYSP01P
077500***************************************************************** DSYSP01P
077600* Queue one line of the report                                  * DSYSP01P
077700***************************************************************** DSYSP01P
077800 QUEUE-REPORT-LINE.                                               DSYSP01P
077900 COPY CCSVWRQ.                                                    DSYSP01P
078000 QUEUE-REPORT-LINE-EXIT.                                          DSYSP01P
078100     EXIT.                                                        DSYSP01P
