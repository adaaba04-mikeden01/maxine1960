000100***************************************************************** DROVR01P
000200*                                                               * DROVR01P
000300*  Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.    * DROVR01P
000400*  This demonstration program is provided for use by users      * DROVR01P
000500*  of Micro Focus products and may be used, modified and        * DROVR01P
000600*  distributed as part of your application provided that        * DROVR01P
000700*  you properly acknowledge the copyright of Micro Focus        * DROVR01P
000800*  in this material.                                            * DROVR01P
000900*                                                               * DROVR01P
001000***************************************************************** DROVR01P
001100                                                                  DROVR01P
001200***************************************************************** DROVR01P
001300* Program:     DROVR01P.CBL                                     * DROVR01P
001400* Function:    Negotiated rate overrides - takes an account     * DROVR01P
001500*              level credit or overdraft rate, or a margin over * DROVR01P
001600*              the rate master, agreed for a period, captures it* DROVR01P
001700*              for a second user's approval on the DBANK81P     * DROVR01P
001800*              queue, brings it into force on approval, lists an* DROVR01P
001900*              account's overrides, lapses those never approved * DROVR01P
002000*              and reports each month those about to expire     * DROVR01P
002100*              SQL version                                      * DROVR01P
002200***************************************************************** DROVR01P
002300                                                                  DROVR01P
002400 IDENTIFICATION DIVISION.                                         DROVR01P
002500 PROGRAM-ID.                                                      DROVR01P
002600     DROVR01P.                                                    DROVR01P
002700 DATE-WRITTEN.                                                    DROVR01P
002800     October 2026.                                                DROVR01P
002900 DATE-COMPILED.                                                   DROVR01P
003000     Today.                                                       DROVR01P
003100                                                                  DROVR01P
003200 ENVIRONMENT DIVISION.                                            DROVR01P
003300                                                                  DROVR01P
003400 DATA DIVISION.                                                   DROVR01P
003500                                                                  DROVR01P
003600 WORKING-STORAGE SECTION.                                         DROVR01P
003700 01  WS-MISC-STORAGE.                                             DROVR01P
003800   05  WS-PROGRAM-ID                         PIC X(8)             DROVR01P
003900       VALUE 'DROVR01P'.                                          DROVR01P
004000   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DROVR01P
004100   05  WS-SUB1                               PIC S9(4) COMP.      DROVR01P
004200   05  WS-VALUE-DISP                         PIC -9.9(6).         DROVR01P
004300   05  WS-REPORT-NAME.                                            DROVR01P
004400     10  FILLER                              PIC X(9)             DROVR01P
004500         VALUE 'RATE OVR '.                                       DROVR01P
004600     10  WS-REPORT-MONTH                     PIC X(7).            DROVR01P
004700     10  FILLER                              PIC X(4)             DROVR01P
004800         VALUE SPACES.                                            DROVR01P
004900*        Overrides expiring within this many days are reported    DROVR01P
005000   05  WS-EXPIRY-WINDOW                      PIC S9(3) COMP-3     DROVR01P
005100       VALUE +30.                                                 DROVR01P
005200                                                                  DROVR01P
005300 01  WS-CSV-DATA.                                                 DROVR01P
005400 COPY CCSVD.                                                      DROVR01P
005500                                                                  DROVR01P
005600 01  WS-96-COMMAREA.                                              DROVR01P
005700 COPY CBANKD96.                                                   DROVR01P
005800                                                                  DROVR01P
005900   EXEC SQL                                                       DROVR01P
006000        BEGIN DECLARE SECTION                                     DROVR01P
006100   END-EXEC.                                                      DROVR01P
006200 01  WS-COMMAREA.                                                 DROVR01P
006300     EXEC SQL                                                     DROVR01P
006400          INCLUDE CROVRD01                                        DROVR01P
006500     END-EXEC.                                                    DROVR01P
006600 01  WS-98-COMMAREA.                                              DROVR01P
006700     EXEC SQL                                                     DROVR01P
006800          INCLUDE CBANKD98                                        DROVR01P
006900     END-EXEC.                                                    DROVR01P
007000 01  WS-81-COMMAREA.                                              DROVR01P
007100     EXEC SQL                                                     DROVR01P
007200          INCLUDE CBANKD81                                        DROVR01P
007300     END-EXEC.                                                    DROVR01P
007400 01  DCL-ROVR-AREAS.                                              DROVR01P
007500*        The account the override is for                          DROVR01P
007600   05  DCL-ACC-PID                           PIC X(5).            DROVR01P
007700   05  DCL-ACC-TYPE                          PIC X(2).            DROVR01P
007800   05  DCL-ACC-STATUS                        PIC X(1).            DROVR01P
007900*        An override as held on BNKROVR                           DROVR01P
008000   05  DCL-ROV-ID                            PIC S9(9) COMP-3.    DROVR01P
008100   05  DCL-ROV-ACCNO                         PIC X(9).            DROVR01P
008200   05  DCL-ROV-PID                           PIC X(5).            DROVR01P
008300   05  DCL-ROV-KIND                          PIC X(1).            DROVR01P
008400   05  DCL-ROV-BASIS                         PIC X(1).            DROVR01P
008500   05  DCL-ROV-VALUE                         PIC S9V9(6) COMP-3.  DROVR01P
008600   05  DCL-ROV-START-DATE                    PIC X(10).           DROVR01P
008700   05  DCL-ROV-EXPIRY-DATE                   PIC X(10).           DROVR01P
008800   05  DCL-ROV-STATUS                        PIC X(1).            DROVR01P
008900   05  DCL-ROV-MAKER                         PIC X(5).            DROVR01P
009000   05  DCL-ROV-CHECKER                       PIC X(5).            DROVR01P
009100   05  DCL-ROW-COUNT                         PIC S9(9) COMP-3.    DROVR01P
009200 01  WS-ROVR-AREAS.                                               DROVR01P
009300   05  WS-BUSINESS-DATE                      PIC X(10).           DROVR01P
009400   05  WS-RUN-TS                             PIC X(26).           DROVR01P
009500   05  WS-WORK-DATE                          PIC X(10).           DROVR01P
009600   05  WS-WINDOW-END                         PIC X(10).           DROVR01P
009700   05  WS-DAY-BEFORE                         PIC X(10).           DROVR01P
009800                                                                  DROVR01P
009900     EXEC SQL                                                     DROVR01P
010000          INCLUDE SQLCA                                           DROVR01P
010100     END-EXEC.                                                    DROVR01P
010200                                                                  DROVR01P
010300 COPY CABENDD.                                                    DROVR01P
010400   EXEC SQL                                                       DROVR01P
010500        END DECLARE SECTION                                       DROVR01P
010600   END-EXEC.                                                      DROVR01P
010700                                                                  DROVR01P
010800 LINKAGE SECTION.                                                 DROVR01P
010900 01  DFHCOMMAREA.                                                 DROVR01P
011000   05  LK-COMMAREA                           PIC X(1)             DROVR01P
011100       OCCURS 1 TO 6144 TIMES                                     DROVR01P
011200         DEPENDING ON WS-COMMAREA-LENGTH.                         DROVR01P
011300                                                                  DROVR01P
011400 COPY CENTRY.                                                     DROVR01P
011500***************************************************************** DROVR01P
011600* Move the passed area to our area                              * DROVR01P
011700***************************************************************** DROVR01P
011800     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DROVR01P
011900     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DROVR01P
012000                                                                  DROVR01P
012100***************************************************************** DROVR01P
012200* Initialize our output area                                    * DROVR01P
012300***************************************************************** DROVR01P
012400     INITIALIZE CRV1O-DATA.                                       DROVR01P
012500     SET CRV1O-REQUEST-FAIL TO TRUE.                              DROVR01P
012600                                                                  DROVR01P
012700     INITIALIZE CD98-DATA.                                        DROVR01P
012800     SET CD98I-READ-BUSINESS-DATE TO TRUE.                        DROVR01P
012900 COPY CBANKX98.                                                   DROVR01P
013000     IF NOT CD98O-REQUEST-OK                                      DROVR01P
013100        MOVE CD98O-MSG TO CRV1O-MSG                               DROVR01P
013200        GO TO DROVR01P-EXIT                                       DROVR01P
013300     END-IF.                                                      DROVR01P
013400     MOVE CD98O-DATE TO WS-BUSINESS-DATE.                         DROVR01P
013500     EXEC SQL                                                     DROVR01P
013600          SET :WS-RUN-TS = CURRENT TIMESTAMP                      DROVR01P
013700     END-EXEC.                                                    DROVR01P
013800                                                                  DROVR01P
013900     EVALUATE TRUE                                                DROVR01P
014000       WHEN CRV1I-PROPOSE                                         DROVR01P
014100         PERFORM PROPOSE-OVERRIDE THRU                            DROVR01P
014200                 PROPOSE-OVERRIDE-EXIT                            DROVR01P
014300       WHEN CRV1I-LIST                                            DROVR01P
014400         PERFORM LIST-OVERRIDES THRU                              DROVR01P
014500                 LIST-OVERRIDES-EXIT                              DROVR01P
014600       WHEN CRV1I-EXECUTE-APPROVED                                DROVR01P
014700         PERFORM EXECUTE-OVERRIDE THRU                            DROVR01P
014800                 EXECUTE-OVERRIDE-EXIT                            DROVR01P
014900       WHEN CRV1I-NIGHTLY                                         DROVR01P
015000         PERFORM NIGHTLY-RUN THRU                                 DROVR01P
015100                 NIGHTLY-RUN-EXIT                                 DROVR01P
015200       WHEN CRV1I-EXPIRY-REPORT                                   DROVR01P
015300         PERFORM EXPIRY-REPORT THRU                               DROVR01P
015400                 EXPIRY-REPORT-EXIT                               DROVR01P
015500       WHEN OTHER                                                 DROVR01P
015600         MOVE 'Unknown rate override function requested'          DROVR01P
015700           TO CRV1O-MSG                                           DROVR01P
015800     END-EVALUATE.                                                DROVR01P
015900                                                                  DROVR01P
016000 DROVR01P-EXIT.                                                   DROVR01P
016100***************************************************************** DROVR01P
016200* Move the result back to the callers area                      * DROVR01P
016300***************************************************************** DROVR01P
016400     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DROVR01P
016500                                                                  DROVR01P
016600***************************************************************** DROVR01P
016700* Return to our caller                                          * DROVR01P
016800***************************************************************** DROVR01P
016900 COPY CRETURN.                                                    DROVR01P
017000                                                                  DROVR01P
017100***************************************************************** DROVR01P
017200* Take an override proposed for an open account. A credit rate  * DROVR01P
017300* goes on any account; an overdraft rate on any but a card      * DROVR01P
017400* account. A rate given outright may not be negative, and the   * DROVR01P
017500* period must end after it starts and start no earlier than     * DROVR01P
017600* today. One proposal per account and kind may wait at a time.  * DROVR01P
017700* The override is held as pending and captured on the           * DROVR01P
017800* authorization queue whatever it is worth - the second pair of * DROVR01P
017900* eyes is the control                                           * DROVR01P
018000***************************************************************** DROVR01P
018100 PROPOSE-OVERRIDE.                                                DROVR01P
018200     IF CRV1I-ACC IS EQUAL TO SPACES                              DROVR01P
018300        MOVE 'Key the account number' TO CRV1O-MSG                DROVR01P
018400        GO TO PROPOSE-OVERRIDE-EXIT                               DROVR01P
018500     END-IF.                                                      DROVR01P
018600     IF NOT CRV1I-KIND-CREDIT AND                                 DROVR01P
018700        NOT CRV1I-KIND-OVERDRAFT                                  DROVR01P
018800        MOVE 'Kind must be C(credit) or D(overdraft)' TO CRV1O-MSGDROVR01P
018900        GO TO PROPOSE-OVERRIDE-EXIT                               DROVR01P
019000     END-IF.                                                      DROVR01P
019100     IF NOT CRV1I-BASIS-RATE AND                                  DROVR01P
019200        NOT CRV1I-BASIS-MARGIN                                    DROVR01P
019300        MOVE 'Basis must be R(rate) or M(margin)' TO CRV1O-MSG    DROVR01P
019400        GO TO PROPOSE-OVERRIDE-EXIT                               DROVR01P
019500     END-IF.                                                      DROVR01P
019600     IF CRV1I-BASIS-RATE AND                                      DROVR01P
019700        CRV1I-VALUE IS LESS THAN ZERO                             DROVR01P
019800        MOVE 'A rate given outright cannot be negative'           DROVR01P
019900          TO CRV1O-MSG                                            DROVR01P
020000        GO TO PROPOSE-OVERRIDE-EXIT                               DROVR01P
020100     END-IF.                                                      DROVR01P
020200     IF CRV1I-START-DATE IS EQUAL TO SPACES                       DROVR01P
020300        MOVE WS-BUSINESS-DATE TO CRV1I-START-DATE                 DROVR01P
020400     END-IF.                                                      DROVR01P
020500     IF CRV1I-START-DATE IS LESS THAN WS-BUSINESS-DATE            DROVR01P
020600        MOVE 'The override cannot start before today' TO CRV1O-MSGDROVR01P
020700        GO TO PROPOSE-OVERRIDE-EXIT                               DROVR01P
020800     END-IF.                                                      DROVR01P
020900     IF CRV1I-EXPIRY-DATE IS NOT GREATER THAN CRV1I-START-DATE    DROVR01P
021000        MOVE 'The expiry date must fall after the start date'     DROVR01P
021100          TO CRV1O-MSG                                            DROVR01P
021200        GO TO PROPOSE-OVERRIDE-EXIT                               DROVR01P
021300     END-IF.                                                      DROVR01P
021400     EXEC SQL                                                     DROVR01P
021500          SELECT BAC_PID,                                         DROVR01P
021600                 BAC_ACCTYPE,                                     DROVR01P
021700                 BAC_STATUS                                       DROVR01P
021800          INTO :DCL-ACC-PID,                                      DROVR01P
021900               :DCL-ACC-TYPE,                                     DROVR01P
022000               :DCL-ACC-STATUS                                    DROVR01P
022100          FROM BNKACC                                             DROVR01P
022200          WHERE BAC_ACCNO = :CRV1I-ACC                            DROVR01P
022300     END-EXEC.                                                    DROVR01P
022400     IF SQLCODE IS EQUAL TO +100                                  DROVR01P
022500        SET CRV1O-NOT-FOUND TO TRUE                               DROVR01P
022600        MOVE 'Account not found' TO CRV1O-MSG                     DROVR01P
022700        GO TO PROPOSE-OVERRIDE-EXIT                               DROVR01P
022800     END-IF.                                                      DROVR01P
022900     IF SQLCODE IS NOT EQUAL TO ZERO                              DROVR01P
023000        MOVE 'Unable to read the account' TO CRV1O-MSG            DROVR01P
023100        GO TO PROPOSE-OVERRIDE-EXIT                               DROVR01P
023200     END-IF.                                                      DROVR01P
023300     IF DCL-ACC-STATUS IS NOT EQUAL TO SPACE                      DROVR01P
023400        MOVE 'Only an open account can take a negotiated rate'    DROVR01P
023500          TO CRV1O-MSG                                            DROVR01P
023600        GO TO PROPOSE-OVERRIDE-EXIT                               DROVR01P
023700     END-IF.                                                      DROVR01P
023800     IF CRV1I-KIND-OVERDRAFT AND                                  DROVR01P
023900        DCL-ACC-TYPE IS EQUAL TO 'CC'                             DROVR01P
024000        MOVE 'A card account is priced on its statement'          DROVR01P
024100          TO CRV1O-MSG                                            DROVR01P
024200        GO TO PROPOSE-OVERRIDE-EXIT                               DROVR01P
024300     END-IF.                                                      DROVR01P
024400     EXEC SQL                                                     DROVR01P
024500          SELECT COUNT(*)                                         DROVR01P
024600          INTO :DCL-ROW-COUNT                                     DROVR01P
024700          FROM BNKROVR ROV,                                       DROVR01P
024800               BNKPAUTH PAU                                       DROVR01P
024900          WHERE ROV.ROV_ACCNO = :CRV1I-ACC AND                    DROVR01P
025000                ROV.ROV_KIND = :CRV1I-KIND AND                    DROVR01P
025100                ROV.ROV_STATUS = 'P' AND                          DROVR01P
025200                PAU.PAU_ID = ROV.ROV_AUTH_ID AND                  DROVR01P
025300                PAU.PAU_STATUS = 'P'                              DROVR01P
025400     END-EXEC.                                                    DROVR01P
025500     IF SQLCODE IS NOT EQUAL TO ZERO                              DROVR01P
025600        MOVE 'Unable to read the rate overrides' TO CRV1O-MSG     DROVR01P
025700        GO TO PROPOSE-OVERRIDE-EXIT                               DROVR01P
025800     END-IF.                                                      DROVR01P
025900     IF DCL-ROW-COUNT IS GREATER THAN ZERO                        DROVR01P
026000        MOVE 'An override of that kind already awaits approval'   DROVR01P
026100          TO CRV1O-MSG                                            DROVR01P
026200        GO TO PROPOSE-OVERRIDE-EXIT                               DROVR01P
026300     END-IF.                                                      DROVR01P
026400     INITIALIZE CD81-DATA.                                        DROVR01P
026500     SET CD81I-CAPTURE-CHECK TO TRUE.                             DROVR01P
026600     SET CD81I-TYPE-RATE-OVERRIDE TO TRUE.                        DROVR01P
026700     MOVE DCL-ACC-PID TO CD81I-PERSON-PID.                        DROVR01P
026800     MOVE CRV1I-USERID TO CD81I-MAKER.                            DROVR01P
026900     MOVE CRV1I-ACC TO CD81I-FROM-ACC.                            DROVR01P
027000     MOVE CRV1I-ACC TO CD81I-TO-ACC.                              DROVR01P
027100     MOVE ZERO TO CD81I-AMOUNT.                                   DROVR01P
027200     MOVE WS-RUN-TS TO CD81I-TIMESTAMP.                           DROVR01P
027300 COPY CBANKX81.                                                   DROVR01P
027400     IF NOT CD81O-ITEM-CAPTURED                                   DROVR01P
027500        MOVE CD81O-MSG TO CRV1O-MSG                               DROVR01P
027600        GO TO PROPOSE-OVERRIDE-EXIT                               DROVR01P
027700     END-IF.                                                      DROVR01P
027800     EXEC SQL                                                     DROVR01P
027900          SELECT VALUE(MAX(ROV_ID), 0) + 1                        DROVR01P
028000          INTO :DCL-ROV-ID                                        DROVR01P
028100          FROM BNKROVR                                            DROVR01P
028200     END-EXEC.                                                    DROVR01P
028300     IF SQLCODE IS NOT EQUAL TO ZERO                              DROVR01P
028400        MOVE 'Unable to reference the rate overrides' TO CRV1O-MSGDROVR01P
028500        GO TO PROPOSE-OVERRIDE-EXIT                               DROVR01P
028600     END-IF.                                                      DROVR01P
028700     EXEC SQL                                                     DROVR01P
028800          INSERT                                                  DROVR01P
028900          INTO BNKROVR (ROV_ID,                                   DROVR01P
029000                        ROV_ACCNO,                                DROVR01P
029100                        ROV_PID,                                  DROVR01P
029200                        ROV_KIND,                                 DROVR01P
029300                        ROV_BASIS,                                DROVR01P
029400                        ROV_VALUE,                                DROVR01P
029500                        ROV_START_DATE,                           DROVR01P
029600                        ROV_EXPIRY_DATE,                          DROVR01P
029700                        ROV_STATUS,                               DROVR01P
029800                        ROV_NOTE,                                 DROVR01P
029900                        ROV_MAKER,                                DROVR01P
030000                        ROV_CHECKER,                              DROVR01P
030100                        ROV_AUTH_ID,                              DROVR01P
030200                        ROV_CAPTURED_TS)                          DROVR01P
030300          VALUES (:DCL-ROV-ID,                                    DROVR01P
030400                  :CRV1I-ACC,                                     DROVR01P
030500                  :DCL-ACC-PID,                                   DROVR01P
030600                  :CRV1I-KIND,                                    DROVR01P
030700                  :CRV1I-BASIS,                                   DROVR01P
030800                  :CRV1I-VALUE,                                   DROVR01P
030900                  :CRV1I-START-DATE,                              DROVR01P
031000                  :CRV1I-EXPIRY-DATE,                             DROVR01P
031100                  'P',                                            DROVR01P
031200                  :CRV1I-NOTE,                                    DROVR01P
031300                  :CRV1I-USERID,                                  DROVR01P
031400                  ' ',                                            DROVR01P
031500                  :CD81O-ITEM-ID,                                 DROVR01P
031600                  :WS-RUN-TS)                                     DROVR01P
031700     END-EXEC.                                                    DROVR01P
031800     IF SQLCODE IS NOT EQUAL TO ZERO                              DROVR01P
031900        MOVE 'Unable to record the rate override' TO CRV1O-MSG    DROVR01P
032000        GO TO PROPOSE-OVERRIDE-EXIT                               DROVR01P
032100     END-IF.                                                      DROVR01P
032200     MOVE CD81O-ITEM-ID TO CRV1O-AUTH-ID.                         DROVR01P
032300     SET CRV1O-REQUEST-OK TO TRUE.                                DROVR01P
032400     MOVE 'Override captured - awaiting a second user'            DROVR01P
032500       TO CRV1O-MSG.                                              DROVR01P
032600 PROPOSE-OVERRIDE-EXIT.                                           DROVR01P
032700     EXIT.                                                        DROVR01P
032800                                                                  DROVR01P
032900***************************************************************** DROVR01P
033000* Bring an approved override into force. An override of the     * DROVR01P
033100* same kind already approved for the account gives way to it -  * DROVR01P
033200* cut back to end the day before it starts, or set aside if it  * DROVR01P
033300* had not yet begun - so one override at most is ever live for  * DROVR01P
033400* an account and kind                                           * DROVR01P
033500***************************************************************** DROVR01P
033600 EXECUTE-OVERRIDE.                                                DROVR01P
033700     MOVE CRV1I-AUTH-ID TO CRV1O-AUTH-ID.                         DROVR01P
033800     EXEC SQL                                                     DROVR01P
033900          SELECT ROV_ID,                                          DROVR01P
034000                 ROV_ACCNO,                                       DROVR01P
034100                 ROV_KIND,                                        DROVR01P
034200                 ROV_START_DATE,                                  DROVR01P
034300                 ROV_EXPIRY_DATE                                  DROVR01P
034400          INTO :DCL-ROV-ID,                                       DROVR01P
034500               :DCL-ROV-ACCNO,                                    DROVR01P
034600               :DCL-ROV-KIND,                                     DROVR01P
034700               :DCL-ROV-START-DATE,                               DROVR01P
034800               :DCL-ROV-EXPIRY-DATE                               DROVR01P
034900          FROM BNKROVR                                            DROVR01P
035000          WHERE ROV_AUTH_ID = :CRV1I-AUTH-ID AND                  DROVR01P
035100                ROV_STATUS = 'P'                                  DROVR01P
035200     END-EXEC.                                                    DROVR01P
035300     IF SQLCODE IS EQUAL TO +100                                  DROVR01P
035400        SET CRV1O-NOT-FOUND TO TRUE                               DROVR01P
035500        MOVE 'No pending override is held for that authorization' DROVR01P
035600          TO CRV1O-MSG                                            DROVR01P
035700        GO TO EXECUTE-OVERRIDE-EXIT                               DROVR01P
035800     END-IF.                                                      DROVR01P
035900     IF SQLCODE IS NOT EQUAL TO ZERO                              DROVR01P
036000        MOVE 'Unable to read the rate overrides' TO CRV1O-MSG     DROVR01P
036100        GO TO EXECUTE-OVERRIDE-EXIT                               DROVR01P
036200     END-IF.                                                      DROVR01P
036300     IF DCL-ROV-EXPIRY-DATE IS LESS THAN WS-BUSINESS-DATE         DROVR01P
036400        MOVE 'The override expired before it was approved'        DROVR01P
036500          TO CRV1O-MSG                                            DROVR01P
036600        GO TO EXECUTE-OVERRIDE-EXIT                               DROVR01P
036700     END-IF.                                                      DROVR01P
036800     IF DCL-ROV-START-DATE IS LESS THAN WS-BUSINESS-DATE          DROVR01P
036900        MOVE WS-BUSINESS-DATE TO DCL-ROV-START-DATE               DROVR01P
037000     END-IF.                                                      DROVR01P
037100     EXEC SQL                                                     DROVR01P
037200          SET :WS-DAY-BEFORE =                                    DROVR01P
037300              CHAR(DATE(:DCL-ROV-START-DATE) - 1 DAY, ISO)        DROVR01P
037400     END-EXEC.                                                    DROVR01P
037500     EXEC SQL                                                     DROVR01P
037600          UPDATE BNKROVR                                          DROVR01P
037700          SET ROV_STATUS = 'X'                                    DROVR01P
037800          WHERE ROV_ACCNO = :DCL-ROV-ACCNO AND                    DROVR01P
037900                ROV_KIND = :DCL-ROV-KIND AND                      DROVR01P
038000                ROV_STATUS = 'A' AND                              DROVR01P
038100                ROV_START_DATE >= :DCL-ROV-START-DATE             DROVR01P
038200     END-EXEC.                                                    DROVR01P
038300     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DROVR01P
038400        SQLCODE IS NOT EQUAL TO +100                              DROVR01P
038500        MOVE 'Unable to set aside the override it replaces'       DROVR01P
038600          TO CRV1O-MSG                                            DROVR01P
038700        GO TO EXECUTE-OVERRIDE-EXIT                               DROVR01P
038800     END-IF.                                                      DROVR01P
038900     EXEC SQL                                                     DROVR01P
039000          UPDATE BNKROVR                                          DROVR01P
039100          SET ROV_EXPIRY_DATE = :WS-DAY-BEFORE                    DROVR01P
039200          WHERE ROV_ACCNO = :DCL-ROV-ACCNO AND                    DROVR01P
039300                ROV_KIND = :DCL-ROV-KIND AND                      DROVR01P
039400                ROV_STATUS = 'A' AND                              DROVR01P
039500                ROV_EXPIRY_DATE >= :DCL-ROV-START-DATE            DROVR01P
039600     END-EXEC.                                                    DROVR01P
039700     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DROVR01P
039800        SQLCODE IS NOT EQUAL TO +100                              DROVR01P
039900        MOVE 'Unable to end the override it replaces'             DROVR01P
040000          TO CRV1O-MSG                                            DROVR01P
040100        GO TO EXECUTE-OVERRIDE-EXIT                               DROVR01P
040200     END-IF.                                                      DROVR01P
040300     EXEC SQL                                                     DROVR01P
040400          UPDATE BNKROVR                                          DROVR01P
040500          SET ROV_STATUS = 'A',                                   DROVR01P
040600              ROV_START_DATE = :DCL-ROV-START-DATE,               DROVR01P
040700              ROV_CHECKER = :CRV1I-CHECKER,                       DROVR01P
040800              ROV_APPROVED_TS = CURRENT TIMESTAMP                 DROVR01P
040900          WHERE ROV_ID = :DCL-ROV-ID AND                          DROVR01P
041000                ROV_STATUS = 'P'                                  DROVR01P
041100     END-EXEC.                                                    DROVR01P
041200     IF SQLCODE IS NOT EQUAL TO ZERO                              DROVR01P
041300        MOVE 'Unable to bring the override into force'            DROVR01P
041400          TO CRV1O-MSG                                            DROVR01P
041500        GO TO EXECUTE-OVERRIDE-EXIT                               DROVR01P
041600     END-IF.                                                      DROVR01P
041700     SET CRV1O-REQUEST-OK TO TRUE.                                DROVR01P
041800     MOVE 'Negotiated rate approved' TO CRV1O-MSG.                DROVR01P
041900 EXECUTE-OVERRIDE-EXIT.                                           DROVR01P
042000     EXIT.                                                        DROVR01P
042100                                                                  DROVR01P
042200***************************************************************** DROVR01P
042300* The account's overrides, latest starting first - whether      * DROVR01P
042400* waiting on approval, approved or set aside                    * DROVR01P
042500***************************************************************** DROVR01P
042600 LIST-OVERRIDES.                                                  DROVR01P
042700     IF CRV1I-ACC IS EQUAL TO SPACES                              DROVR01P
042800        MOVE 'Key the account number' TO CRV1O-MSG                DROVR01P
042900        GO TO LIST-OVERRIDES-EXIT                                 DROVR01P
043000     END-IF.                                                      DROVR01P
043100     EXEC SQL                                                     DROVR01P
043200          DECLARE ROV_CSR CURSOR FOR                              DROVR01P
043300          SELECT ROV_KIND,                                        DROVR01P
043400                 ROV_BASIS,                                       DROVR01P
043500                 ROV_VALUE,                                       DROVR01P
043600                 ROV_START_DATE,                                  DROVR01P
043700                 ROV_EXPIRY_DATE,                                 DROVR01P
043800                 ROV_STATUS,                                      DROVR01P
043900                 ROV_MAKER                                        DROVR01P
044000          FROM BNKROVR                                            DROVR01P
044100          WHERE ROV_ACCNO = :CRV1I-ACC                            DROVR01P
044200          ORDER BY ROV_START_DATE DESC,                           DROVR01P
044300                   ROV_ID DESC                                    DROVR01P
044400          FOR FETCH ONLY                                          DROVR01P
044500     END-EXEC.                                                    DROVR01P
044600     EXEC SQL                                                     DROVR01P
044700          OPEN ROV_CSR                                            DROVR01P
044800     END-EXEC.                                                    DROVR01P
044900     IF SQLCODE IS NOT EQUAL TO ZERO                              DROVR01P
045000        MOVE 'Unable to open the rate overrides' TO CRV1O-MSG     DROVR01P
045100        GO TO LIST-OVERRIDES-EXIT                                 DROVR01P
045200     END-IF.                                                      DROVR01P
045300     MOVE 0 TO WS-SUB1.                                           DROVR01P
045400 ROV-LOOP.                                                        DROVR01P
045500     IF WS-SUB1 IS EQUAL TO 5                                     DROVR01P
045600        GO TO ROV-LOOP-EXIT                                       DROVR01P
045700     END-IF.                                                      DROVR01P
045800     EXEC SQL                                                     DROVR01P
045900          FETCH ROV_CSR                                           DROVR01P
046000          INTO :DCL-ROV-KIND,                                     DROVR01P
046100               :DCL-ROV-BASIS,                                    DROVR01P
046200               :DCL-ROV-VALUE,                                    DROVR01P
046300               :DCL-ROV-START-DATE,                               DROVR01P
046400               :DCL-ROV-EXPIRY-DATE,                              DROVR01P
046500               :DCL-ROV-STATUS,                                   DROVR01P
046600               :DCL-ROV-MAKER                                     DROVR01P
046700     END-EXEC.                                                    DROVR01P
046800     IF SQLCODE IS EQUAL TO +100                                  DROVR01P
046900        GO TO ROV-LOOP-EXIT                                       DROVR01P
047000     END-IF.                                                      DROVR01P
047100     IF SQLCODE IS NOT EQUAL TO ZERO                              DROVR01P
047200        MOVE 'Unable to read the rate overrides' TO CRV1O-MSG     DROVR01P
047300        GO TO ROV-LOOP-EXIT                                       DROVR01P
047400     END-IF.                                                      DROVR01P
047500     ADD 1 TO WS-SUB1.                                            DROVR01P
047600     MOVE DCL-ROV-KIND TO CRV1O-LST-KIND (WS-SUB1).               DROVR01P
047700     MOVE DCL-ROV-BASIS TO CRV1O-LST-BASIS (WS-SUB1).             DROVR01P
047800     MOVE DCL-ROV-VALUE TO CRV1O-LST-VALUE (WS-SUB1).             DROVR01P
047900     MOVE DCL-ROV-START-DATE TO CRV1O-LST-START (WS-SUB1).        DROVR01P
048000     MOVE DCL-ROV-EXPIRY-DATE TO CRV1O-LST-EXPIRY (WS-SUB1).      DROVR01P
048100     MOVE DCL-ROV-STATUS TO CRV1O-LST-STATUS (WS-SUB1).           DROVR01P
048200     MOVE DCL-ROV-MAKER TO CRV1O-LST-MAKER (WS-SUB1).             DROVR01P
048300     GO TO ROV-LOOP.                                              DROVR01P
048400 ROV-LOOP-EXIT.                                                   DROVR01P
048500     EXEC SQL                                                     DROVR01P
048600          CLOSE ROV_CSR                                           DROVR01P
048700     END-EXEC.                                                    DROVR01P
048800     MOVE WS-SUB1 TO CRV1O-LIST-COUNT.                            DROVR01P
048900     IF CRV1O-MSG IS NOT EQUAL TO SPACES                          DROVR01P
049000        GO TO LIST-OVERRIDES-EXIT                                 DROVR01P
049100     END-IF.                                                      DROVR01P
049200     SET CRV1O-REQUEST-OK TO TRUE.                                DROVR01P
049300     IF WS-SUB1 IS EQUAL TO ZERO                                  DROVR01P
049400        MOVE 'The account has no negotiated rates' TO CRV1O-MSG   DROVR01P
049500     ELSE                                                         DROVR01P
049600        MOVE 'Negotiated rates on the account, latest first'      DROVR01P
049700          TO CRV1O-MSG                                            DROVR01P
049800     END-IF.                                                      DROVR01P
049900 LIST-OVERRIDES-EXIT.                                             DROVR01P
050000     EXIT.                                                        DROVR01P
050100                                                                  DROVR01P
050200***************************************************************** DROVR01P
050300* Overnight, once the business date has rolled: a proposal its  * DROVR01P
050400* checker rejected, or left on the queue until it expired, is   * DROVR01P
050500* set aside; and on the first business day of a month the       * DROVR01P
050600* overrides due to expire are reported                          * DROVR01P
050700***************************************************************** DROVR01P
050800 NIGHTLY-RUN.                                                     DROVR01P
050900     EXEC SQL                                                     DROVR01P
051000          UPDATE BNKROVR                                          DROVR01P
051100          SET ROV_STATUS = 'X'                                    DROVR01P
051200          WHERE ROV_STATUS = 'P' AND                              DROVR01P
051300                EXISTS                                            DROVR01P
051400                (SELECT 1                                         DROVR01P
051500                 FROM BNKPAUTH PAU                                DROVR01P
051600                 WHERE PAU.PAU_ID = BNKROVR.ROV_AUTH_ID AND       DROVR01P
051700                       (PAU.PAU_STATUS = 'R' OR                   DROVR01P
051800                        PAU.PAU_STATUS = 'E'))                    DROVR01P
051900     END-EXEC.                                                    DROVR01P
052000     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DROVR01P
052100        SQLCODE IS NOT EQUAL TO +100                              DROVR01P
052200        MOVE 'Unable to lapse the unapproved overrides'           DROVR01P
052300          TO CRV1O-MSG                                            DROVR01P
052400        GO TO NIGHTLY-RUN-EXIT                                    DROVR01P
052500     END-IF.                                                      DROVR01P
052600     EXEC SQL                                                     DROVR01P
052700          SET :WS-WORK-DATE =                                     DROVR01P
052800              CHAR(DATE(:WS-BUSINESS-DATE) - 1 DAY, ISO)          DROVR01P
052900     END-EXEC.                                                    DROVR01P
053000     INITIALIZE CD98-DATA.                                        DROVR01P
053100     SET CD98I-PREV-BUSINESS-DAY TO TRUE.                         DROVR01P
053200     MOVE WS-WORK-DATE TO CD98I-DATE.                             DROVR01P
053300 COPY CBANKX98.                                                   DROVR01P
053400     IF NOT CD98O-REQUEST-OK                                      DROVR01P
053500        MOVE CD98O-MSG TO CRV1O-MSG                               DROVR01P
053600        GO TO NIGHTLY-RUN-EXIT                                    DROVR01P
053700     END-IF.                                                      DROVR01P
053800     IF CD98O-DATE (1:7) IS NOT EQUAL TO WS-BUSINESS-DATE (1:7)   DROVR01P
053900        PERFORM EXPIRY-REPORT THRU                                DROVR01P
054000                EXPIRY-REPORT-EXIT                                DROVR01P
054100        IF NOT CRV1O-REQUEST-OK                                   DROVR01P
054200           GO TO NIGHTLY-RUN-EXIT                                 DROVR01P
054300        END-IF                                                    DROVR01P
054400     END-IF.                                                      DROVR01P
054500     SET CRV1O-REQUEST-OK TO TRUE.                                DROVR01P
054600     IF CRV1O-MSG IS EQUAL TO SPACES                              DROVR01P
054700        MOVE 'Unapproved rate overrides lapsed' TO CRV1O-MSG      DROVR01P
054800     END-IF.                                                      DROVR01P
054900 NIGHTLY-RUN-EXIT.                                                DROVR01P
055000     EXIT.                                                        DROVR01P
055100                                                                  DROVR01P
055200***************************************************************** DROVR01P
055300* Every approved override expiring within the window from the   * DROVR01P
055400* business date, with its rate or margin and who made and       * DROVR01P
055500* approved it, so each is renewed or allowed to lapse as a      * DROVR01P
055600* decision rather than by default                               * DROVR01P
055700***************************************************************** DROVR01P
055800 EXPIRY-REPORT.                                                   DROVR01P
055900     EXEC SQL                                                     DROVR01P
056000          SET :WS-WINDOW-END =                                    DROVR01P
056100              CHAR(DATE(:WS-BUSINESS-DATE) +                      DROVR01P
056200                   :WS-EXPIRY-WINDOW DAYS, ISO)                   DROVR01P
056300     END-EXEC.                                                    DROVR01P
056400     MOVE SPACES TO WS-CSV-LINE.                                  DROVR01P
056500     STRING 'NEGOTIATED RATES EXPIRING,' WS-BUSINESS-DATE ','     DROVR01P
056600            WS-WINDOW-END                                         DROVR01P
056700            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DROVR01P
056800     PERFORM QUEUE-REPORT-LINE THRU                               DROVR01P
056900             QUEUE-REPORT-LINE-EXIT.                              DROVR01P
057000     MOVE SPACES TO WS-CSV-LINE.                                  DROVR01P
057100     STRING 'ACCOUNT,PID,KIND,BASIS,VALUE,START,EXPIRY,'          DROVR01P
057200            'MAKER,CHECKER'                                       DROVR01P
057300            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DROVR01P
057400     PERFORM QUEUE-REPORT-LINE THRU                               DROVR01P
057500             QUEUE-REPORT-LINE-EXIT.                              DROVR01P
057600     EXEC SQL                                                     DROVR01P
057700          DECLARE EXP_CSR CURSOR FOR                              DROVR01P
057800          SELECT ROV_ACCNO,                                       DROVR01P
057900                 ROV_PID,                                         DROVR01P
058000                 ROV_KIND,                                        DROVR01P
058100                 ROV_BASIS,                                       DROVR01P
058200                 ROV_VALUE,                                       DROVR01P
058300                 ROV_START_DATE,                                  DROVR01P
058400                 ROV_EXPIRY_DATE,                                 DROVR01P
058500                 ROV_MAKER,                                       DROVR01P
058600                 ROV_CHECKER                                      DROVR01P
058700          FROM BNKROVR                                            DROVR01P
058800          WHERE ROV_STATUS = 'A' AND                              DROVR01P
058900                ROV_EXPIRY_DATE >= :WS-BUSINESS-DATE AND          DROVR01P
059000                ROV_EXPIRY_DATE <= :WS-WINDOW-END                 DROVR01P
059100          ORDER BY ROV_EXPIRY_DATE,                               DROVR01P
059200                   ROV_ACCNO                                      DROVR01P
059300          FOR FETCH ONLY                                          DROVR01P
059400     END-EXEC.                                                    DROVR01P
059500     EXEC SQL                                                     DROVR01P
059600          OPEN EXP_CSR                                            DROVR01P
059700     END-EXEC.                                                    DROVR01P
059800     IF SQLCODE IS NOT EQUAL TO ZERO                              DROVR01P
059900        MOVE 'Unable to open the expiring overrides' TO CRV1O-MSG DROVR01P
060000        GO TO EXPIRY-REPORT-EXIT                                  DROVR01P
060100     END-IF.                                                      DROVR01P
060200 EXP-LOOP.                                                        DROVR01P
060300     EXEC SQL                                                     DROVR01P
060400          FETCH EXP_CSR                                           DROVR01P
060500          INTO :DCL-ROV-ACCNO,                                    DROVR01P
060600               :DCL-ROV-PID,                                      DROVR01P
060700               :DCL-ROV-KIND,                                     DROVR01P
060800               :DCL-ROV-BASIS,                                    DROVR01P
060900               :DCL-ROV-VALUE,                                    DROVR01P
061000               :DCL-ROV-START-DATE,                               DROVR01P
061100               :DCL-ROV-EXPIRY-DATE,                              DROVR01P
061200               :DCL-ROV-MAKER,                                    DROVR01P
061300               :DCL-ROV-CHECKER                                   DROVR01P
061400     END-EXEC.                                                    DROVR01P
061500     IF SQLCODE IS EQUAL TO +100                                  DROVR01P
061600        GO TO EXP-LOOP-EXIT                                       DROVR01P
061700     END-IF.                                                      DROVR01P
061800     IF SQLCODE IS NOT EQUAL TO ZERO                              DROVR01P
061900        MOVE 'Unable to read the expiring overrides' TO CRV1O-MSG DROVR01P
062000        GO TO EXP-LOOP-EXIT                                       DROVR01P
062100     END-IF.                                                      DROVR01P
062200     ADD 1 TO CRV1O-EXPIRING.                                     DROVR01P
062300     MOVE DCL-ROV-VALUE TO WS-VALUE-DISP.                         DROVR01P
062400     MOVE SPACES TO WS-CSV-LINE.                                  DROVR01P
062500     STRING DCL-ROV-ACCNO ',' DCL-ROV-PID ','                     DROVR01P
062600            DCL-ROV-KIND ',' DCL-ROV-BASIS ',' WS-VALUE-DISP ','  DROVR01P
062700            DCL-ROV-START-DATE ',' DCL-ROV-EXPIRY-DATE ','        DROVR01P
062800            DCL-ROV-MAKER ',' DCL-ROV-CHECKER                     DROVR01P
062900            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DROVR01P
063000     PERFORM QUEUE-REPORT-LINE THRU                               DROVR01P
063100             QUEUE-REPORT-LINE-EXIT.                              DROVR01P
063200     GO TO EXP-LOOP.                                              DROVR01P
063300 EXP-LOOP-EXIT.                                                   DROVR01P
063400     EXEC SQL                                                     DROVR01P
063500          CLOSE EXP_CSR                                           DROVR01P
063600     END-EXEC.                                                    DROVR01P
063700     IF CRV1O-MSG IS NOT EQUAL TO SPACES                          DROVR01P
063800        GO TO EXPIRY-REPORT-EXIT                                  DROVR01P
063900     END-IF.                                                      DROVR01P
064000     INITIALIZE CD96-DATA.                                        DROVR01P
064100     SET CD96I-CAPTURE-REPORT TO TRUE.                            DROVR01P
064200     MOVE WS-PROGRAM-ID TO CD96I-JOB.                             DROVR01P
064300     MOVE WS-BUSINESS-DATE (1:7) TO WS-REPORT-MONTH.              DROVR01P
064400     MOVE WS-REPORT-NAME TO CD96I-REPORT-NAME.                    DROVR01P
064500     MOVE 'CSVQ' TO CD96I-QUEUE.                                  DROVR01P
064600     MOVE 400 TO CD96I-RETAIN-DAYS.                               DROVR01P
064700 COPY CBANKX96.                                                   DROVR01P
064800     IF NOT CD96O-REQUEST-OK                                      DROVR01P
064900        MOVE CD96O-MSG TO CRV1O-MSG                               DROVR01P
065000        GO TO EXPIRY-REPORT-EXIT                                  DROVR01P
065100     END-IF.                                                      DROVR01P
065200     SET CRV1O-REQUEST-OK TO TRUE.                                DROVR01P
065300     MOVE 'Expiring rate override report produced' TO CRV1O-MSG.  DROVR01P
065400 EXPIRY-REPORT-EXIT.                                              DROVR01P
065500     EXIT.                                                        DROVR01P
065600                                                                  DROVR01P
065700***************************************************************** DROVR01P
065800* Queue one line of the report                                  * DROVR01P
065900***************************************************************** DROVR01P
066000 QUEUE-REPORT-LINE.                                               DROVR01P
066100 COPY CCSVWRQ.                                                    DROVR01P
066200 QUEUE-REPORT-LINE-EXIT.                                          DROVR01P
066300     EXIT.                                                        DROVR01P
