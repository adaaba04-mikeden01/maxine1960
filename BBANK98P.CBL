000100***************************************************************** BBANK98P
000200*                                                               * BBANK98P
000300*  Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.    * BBANK98P
000400*  This demonstration program is provided for use by users      * BBANK98P
000500*  of Micro Focus products and may be used, modified and        * BBANK98P
000600*  distributed as part of your application provided that        * BBANK98P
000700*  you properly acknowledge the copyright of Micro Focus        * BBANK98P
000800*  in this material.                                            * BBANK98P
000900*                                                               * BBANK98P
001000***************************************************************** BBANK98P
001100                                                                  BBANK98P
001200***************************************************************** BBANK98P
001300* Program:     BBANK98P.CBL                                     * BBANK98P
001400* Layer:       Business logic                                   * BBANK98P
001500* Function:    Balance rebuild - a supervisor compares stored   * BBANK98P
001600*              balances with those rebuilt from an end-of-day   * BBANK98P
001700*              snapshot, a second supervisor authorizes or      * BBANK98P
001800*              rejects the run, and the authorized run is       * BBANK98P
001900*              applied. All through DRBLD01P                    * BBANK98P
002000***************************************************************** BBANK98P
002100                                                                  BBANK98P
002200 IDENTIFICATION DIVISION.                                         BBANK98P
002300 PROGRAM-ID.                                                      BBANK98P
002400     BBANK98P.                                                    BBANK98P
002500 DATE-WRITTEN.                                                    BBANK98P
002600     October 2026.                                                BBANK98P
002700 DATE-COMPILED.                                                   BBANK98P
002800     Today.                                                       BBANK98P
002900                                                                  BBANK98P
003000 ENVIRONMENT DIVISION.                                            BBANK98P
003100                                                                  BBANK98P
003200 DATA DIVISION.                                                   BBANK98P
003300 WORKING-STORAGE SECTION.                                         BBANK98P
003400 01  WS-MISC-STORAGE.                                             BBANK98P
003500   05  WS-PROGRAM-ID                         PIC X(8)             BBANK98P
003600       VALUE 'BBANK98P'.                                          BBANK98P
003700   05  WS-INPUT-FLAG                         PIC X(1).            BBANK98P
003800     88  INPUT-OK                            VALUE '0'.           BBANK98P
003900     88  INPUT-ERROR                         VALUE '1'.           BBANK98P
004000   05  WS-RETURN-FLAG                        PIC X(1).            BBANK98P
004100     88  WS-RETURN-FLAG-OFF                  VALUE LOW-VALUES.    BBANK98P
004200     88  WS-RETURN-FLAG-ON                   VALUE '1'.           BBANK98P
004300   05  WS-PFK-FLAG                           PIC X(1).            BBANK98P
004400     88  PFK-VALID                           VALUE '0'.           BBANK98P
004500     88  PFK-INVALID                         VALUE '1'.           BBANK98P
004600   05  WS-IDLE-FLAG                          PIC X(1).            BBANK98P
004700     88  SESSION-NOT-TIMED-OUT               VALUE '0'.           BBANK98P
004800     88  WS-SESSION-TIMED-OUT                VALUE '1'.           BBANK98P
004900   05  WS-ERROR-MSG                          PIC X(75).           BBANK98P
005000   05  WS-SUB1                               PIC S9(4) COMP.      BBANK98P
005100   05  WS-RUN-ID-X                           PIC X(16).           BBANK98P
005200   05  WS-RUN-ID-REST-X                      PIC X(16).           BBANK98P
005300   05  WS-RUN-ID-LEN                         PIC S9(4) COMP.      BBANK98P
005400   05  WS-RUN-ID                             PIC 9(7).            BBANK98P
005500                                                                  BBANK98P
005600 01  WS-BANK-DATA.                                                BBANK98P
005700 COPY CBANKDAT.                                                   BBANK98P
005800 COPY CTIMERD.                                                    BBANK98P
005900 01  WS-SESSION-DATA.                                             BBANK98P
006000 COPY CSIGND01.                                                   BBANK98P
006100 01  WS-EXCEPTION-DATA.                                           BBANK98P
006200 COPY CBANKD16.                                                   BBANK98P
006300 01  WS-REBUILD-DATA.                                             BBANK98P
006400 COPY CRBLDD01.                                                   BBANK98P
006500                                                                  BBANK98P
006600 COPY CABENDD.                                                    BBANK98P
006700                                                                  BBANK98P
006800 LINKAGE SECTION.                                                 BBANK98P
006900 01  DFHCOMMAREA.                                                 BBANK98P
007000   05  LK-COMMAREA                           PIC X(32654).        BBANK98P
007100                                                                  BBANK98P
007200 COPY CENTRY.                                                     BBANK98P
007300***************************************************************** BBANK98P
007400* Make ourselves re-entrant                                     * BBANK98P
007500***************************************************************** BBANK98P
007600     MOVE SPACES TO WS-ERROR-MSG.                                 BBANK98P
007700                                                                  BBANK98P
007800***************************************************************** BBANK98P
007900* Move the passed area to our area                              * BBANK98P
008000***************************************************************** BBANK98P
008100     MOVE DFHCOMMAREA (1:LENGTH OF WS-BANK-DATA) TO WS-BANK-DATA. BBANK98P
008200                                                                  BBANK98P
008300***************************************************************** BBANK98P
008400* Ensure error message is cleared                               * BBANK98P
008500***************************************************************** BBANK98P
008600     MOVE SPACES TO BANK-ERROR-MSG.                               BBANK98P
008700                                                                  BBANK98P
008800***************************************************************** BBANK98P
008900* Save the passed return flag and then turn it off              * BBANK98P
009000***************************************************************** BBANK98P
009100     MOVE BANK-RETURN-FLAG TO WS-RETURN-FLAG.                     BBANK98P
009200     SET BANK-RETURN-FLAG-OFF TO TRUE.                            BBANK98P
009300                                                                  BBANK98P
009400***************************************************************** BBANK98P
009500* Force a logoff if the session has been idle too long          * BBANK98P
009600***************************************************************** BBANK98P
009700     SET SESSION-NOT-TIMED-OUT TO TRUE.                           BBANK98P
009800     PERFORM CHECK-IDLE-TIMEOUT THRU                              BBANK98P
009900             CHECK-IDLE-TIMEOUT-EXIT.                             BBANK98P
010000     IF WS-SESSION-TIMED-OUT                                      BBANK98P
010100        MOVE 'BBANK98P' TO BANK-LAST-PROG                         BBANK98P
010200        MOVE 'BBANK99P' TO BANK-NEXT-PROG                         BBANK98P
010300        MOVE 'MBANK99' TO BANK-NEXT-MAPSET                        BBANK98P
010400        MOVE 'BANK99A' TO BANK-NEXT-MAP                           BBANK98P
010500        MOVE 'Session timed out due to inactivity' TO             BBANK98P
010600             BANK-ERROR-MSG                                       BBANK98P
010700        SET BANK-AID-ENTER TO TRUE                                BBANK98P
010800        GO TO COMMON-RETURN                                       BBANK98P
010900     END-IF.                                                      BBANK98P
011000                                                                  BBANK98P
011100***************************************************************** BBANK98P
011200* Check the AID to see if its valid at this point               * BBANK98P
011300***************************************************************** BBANK98P
011400     SET PFK-INVALID TO TRUE.                                     BBANK98P
011500     IF BANK-AID-ENTER OR                                         BBANK98P
011600        BANK-AID-PFK03 OR                                         BBANK98P
011700        BANK-AID-PFK04                                            BBANK98P
011800        SET PFK-VALID TO TRUE                                     BBANK98P
011900     END-IF.                                                      BBANK98P
012000     IF PFK-INVALID                                               BBANK98P
012100        SET BANK-AID-ENTER TO TRUE                                BBANK98P
012200     END-IF.                                                      BBANK98P
012300                                                                  BBANK98P
012400***************************************************************** BBANK98P
012500* Check the AID to see if we have to quit                       * BBANK98P
012600***************************************************************** BBANK98P
012700     IF BANK-AID-PFK03                                            BBANK98P
012800        MOVE 'BBANK98P' TO BANK-LAST-PROG                         BBANK98P
012900        MOVE 'BBANK99P' TO BANK-NEXT-PROG                         BBANK98P
013000        MOVE 'MBANK99' TO BANK-NEXT-MAPSET                        BBANK98P
013100        MOVE 'BANK99A' TO BANK-NEXT-MAP                           BBANK98P
013200        GO TO COMMON-RETURN                                       BBANK98P
013300     END-IF.                                                      BBANK98P
013400                                                                  BBANK98P
013500***************************************************************** BBANK98P
013600* Check the AID to see if we have to return to the services     * BBANK98P
013700* menu                                                          * BBANK98P
013800***************************************************************** BBANK98P
013900     IF BANK-AID-PFK04                                            BBANK98P
014000        MOVE 'BBANK98P' TO BANK-LAST-PROG                         BBANK98P
014100        MOVE 'BBANK21P' TO BANK-NEXT-PROG                         BBANK98P
014200        MOVE 'MBANK21' TO BANK-NEXT-MAPSET                        BBANK98P
014300        MOVE 'BANK21A' TO BANK-NEXT-MAP                           BBANK98P
014400        SET BANK-AID-ENTER TO TRUE                                BBANK98P
014500        GO TO COMMON-RETURN                                       BBANK98P
014600     END-IF.                                                      BBANK98P
014700                                                                  BBANK98P
014800     MOVE 'BBANK98P' TO BANK-LAST-PROG.                           BBANK98P
014900     MOVE 'BBANK98P' TO BANK-NEXT-PROG.                           BBANK98P
015000     MOVE 'MBANK98' TO BANK-NEXT-MAPSET.                          BBANK98P
015100     MOVE 'BANK98A' TO BANK-NEXT-MAP.                             BBANK98P
015200                                                                  BBANK98P
015300* Check if we have set the screen up before or is this 1st time   BBANK98P
015400     IF BANK-LAST-MAPSET IS NOT EQUAL TO 'MBANK98'                BBANK98P
015500        MOVE 'MBANK98' TO BANK-LAST-MAPSET                        BBANK98P
015600        MOVE 'BANK98A' TO BANK-LAST-MAP                           BBANK98P
015700        MOVE LOW-VALUES TO BANK-SCREEN98-DATA                     BBANK98P
015800        IF BANK-ROLE-SUPERVISOR                                   BBANK98P
015900           PERFORM SHOW-RUNS THRU                                 BBANK98P
016000                   SHOW-RUNS-EXIT                                 BBANK98P
016100        END-IF                                                    BBANK98P
016200        GO TO COMMON-RETURN                                       BBANK98P
016300     END-IF.                                                      BBANK98P
016400                                                                  BBANK98P
016500***************************************************************** BBANK98P
016600* The user pressed ENTER - validate, act, then show the runs    * BBANK98P
016700***************************************************************** BBANK98P
016800     MOVE 'MBANK98' TO BANK-LAST-MAPSET.                          BBANK98P
016900     MOVE 'BANK98A' TO BANK-LAST-MAP.                             BBANK98P
017000                                                                  BBANK98P
017100     PERFORM VALIDATE-INPUT THRU                                  BBANK98P
017200             VALIDATE-INPUT-EXIT.                                 BBANK98P
017300     IF INPUT-ERROR                                               BBANK98P
017400        MOVE WS-ERROR-MSG TO BANK-SCR98-ERRMSG                    BBANK98P
017500        MOVE WS-ERROR-MSG TO BANK-ERROR-MSG                       BBANK98P
017600        GO TO COMMON-RETURN                                       BBANK98P
017700     END-IF.                                                      BBANK98P
017800                                                                  BBANK98P
017900     MOVE SPACES TO BANK-SCR98-ERRMSG.                            BBANK98P
018000     IF BANK-SCR98-ACTION IS NOT EQUAL TO SPACES                  BBANK98P
018100        PERFORM RUN-ACTION THRU                                   BBANK98P
018200                RUN-ACTION-EXIT                                   BBANK98P
018300     END-IF.                                                      BBANK98P
018400     PERFORM SHOW-RUNS THRU                                       BBANK98P
018500             SHOW-RUNS-EXIT.                                      BBANK98P
018600     GO TO COMMON-RETURN.                                         BBANK98P
018700                                                                  BBANK98P
018800 COMMON-RETURN.                                                   BBANK98P
018900     IF BANK-ERROR-MSG NOT EQUAL TO SPACES                        BBANK98P
019000        MOVE SPACES TO CD16-DATA                                  BBANK98P
019100        MOVE BANK-USERID TO CD16I-PERSON-PID                      BBANK98P
019200        MOVE WS-PROGRAM-ID TO CD16I-PROGRAM                       BBANK98P
019300        MOVE BANK-ERROR-MSG TO CD16I-MESSAGE                      BBANK98P
019400     COPY CBANKX16.                                               BBANK98P
019500     END-IF.                                                      BBANK98P
019600     MOVE WS-BANK-DATA TO DFHCOMMAREA (1:LENGTH OF WS-BANK-DATA). BBANK98P
019700 COPY CRETURN.                                                    BBANK98P
019800***************************************************************** BBANK98P
019900* Validate what the user keyed                                  * BBANK98P
020000***************************************************************** BBANK98P
020100 VALIDATE-INPUT.                                                  BBANK98P
020200     SET INPUT-OK TO TRUE.                                        BBANK98P
020300     IF NOT BANK-ROLE-SUPERVISOR                                  BBANK98P
020400        MOVE 'Balance rebuilds are for supervisors only'          BBANK98P
020500          TO WS-ERROR-MSG                                         BBANK98P
020600        GO TO VALIDATE-INPUT-ERROR                                BBANK98P
020700     END-IF.                                                      BBANK98P
020800     IF BANK-SCR98-ACTION IS EQUAL TO LOW-VALUES                  BBANK98P
020900        MOVE SPACES TO BANK-SCR98-ACTION                          BBANK98P
021000     END-IF.                                                      BBANK98P
021100     IF BANK-SCR98-ACTION IS EQUAL TO 'c'                         BBANK98P
021200        MOVE 'C' TO BANK-SCR98-ACTION                             BBANK98P
021300     END-IF.                                                      BBANK98P
021400     IF BANK-SCR98-ACTION IS EQUAL TO 'a'                         BBANK98P
021500        MOVE 'A' TO BANK-SCR98-ACTION                             BBANK98P
021600     END-IF.                                                      BBANK98P
021700     IF BANK-SCR98-ACTION IS EQUAL TO 'x'                         BBANK98P
021800        MOVE 'X' TO BANK-SCR98-ACTION                             BBANK98P
021900     END-IF.                                                      BBANK98P
022000     IF BANK-SCR98-ACTION IS EQUAL TO 'p'                         BBANK98P
022100        MOVE 'P' TO BANK-SCR98-ACTION                             BBANK98P
022200     END-IF.                                                      BBANK98P
022300     IF BANK-SCR98-ACTION IS NOT EQUAL TO SPACES AND              BBANK98P
022400        BANK-SCR98-ACTION IS NOT EQUAL TO 'C' AND                 BBANK98P
022500        BANK-SCR98-ACTION IS NOT EQUAL TO 'A' AND                 BBANK98P
022600        BANK-SCR98-ACTION IS NOT EQUAL TO 'X' AND                 BBANK98P
022700        BANK-SCR98-ACTION IS NOT EQUAL TO 'P'                     BBANK98P
022800        MOVE 'Action must be C, A, X, P or left blank'            BBANK98P
022900          TO WS-ERROR-MSG                                         BBANK98P
023000        GO TO VALIDATE-INPUT-ERROR                                BBANK98P
023100     END-IF.                                                      BBANK98P
023200     IF BANK-SCR98-ACTION IS EQUAL TO 'C'                         BBANK98P
023300        IF BANK-SCR98-SNAP-DATE (1:4) IS NOT NUMERIC OR           BBANK98P
023400           BANK-SCR98-SNAP-DATE (5:1) IS NOT EQUAL TO '-' OR      BBANK98P
023500           BANK-SCR98-SNAP-DATE (6:2) IS NOT NUMERIC OR           BBANK98P
023600           BANK-SCR98-SNAP-DATE (8:1) IS NOT EQUAL TO '-' OR      BBANK98P
023700           BANK-SCR98-SNAP-DATE (9:2) IS NOT NUMERIC              BBANK98P
023800           MOVE 'Key the snapshot date as yyyy-mm-dd'             BBANK98P
023900             TO WS-ERROR-MSG                                      BBANK98P
024000           GO TO VALIDATE-INPUT-ERROR                             BBANK98P
024100        END-IF                                                    BBANK98P
024200     END-IF.                                                      BBANK98P
024300     IF BANK-SCR98-ACTION IS EQUAL TO 'A' OR                      BBANK98P
024400        BANK-SCR98-ACTION IS EQUAL TO 'X' OR                      BBANK98P
024500        BANK-SCR98-ACTION IS EQUAL TO 'P'                         BBANK98P
024600        PERFORM VALIDATE-RUN-ID THRU                              BBANK98P
024700                VALIDATE-RUN-ID-EXIT                              BBANK98P
024800     END-IF.                                                      BBANK98P
024900     GO TO VALIDATE-INPUT-EXIT.                                   BBANK98P
025000 VALIDATE-INPUT-ERROR.                                            BBANK98P
025100     SET INPUT-ERROR TO TRUE.                                     BBANK98P
025200 VALIDATE-INPUT-EXIT.                                             BBANK98P
025300     EXIT.                                                        BBANK98P
025400                                                                  BBANK98P
025500***************************************************************** BBANK98P
025600* The run number is keyed as up to seven digits                 * BBANK98P
025700***************************************************************** BBANK98P
025800 VALIDATE-RUN-ID.                                                 BBANK98P
025900     MOVE SPACES TO WS-RUN-ID-X.                                  BBANK98P
026000     MOVE SPACES TO WS-RUN-ID-REST-X.                             BBANK98P
026100     MOVE 0 TO WS-RUN-ID-LEN.                                     BBANK98P
026200     UNSTRING BANK-SCR98-RUN-ID DELIMITED BY ALL SPACES OR        BBANK98P
026300                                             ALL LOW-VALUES       BBANK98P
026400         INTO WS-RUN-ID-X COUNT IN WS-RUN-ID-LEN                  BBANK98P
026500              WS-RUN-ID-REST-X.                                   BBANK98P
026600     IF WS-RUN-ID-LEN IS EQUAL TO ZERO OR                         BBANK98P
026700        WS-RUN-ID-LEN IS GREATER THAN 7 OR                        BBANK98P
026800        WS-RUN-ID-REST-X IS NOT EQUAL TO SPACES                   BBANK98P
026900        MOVE 'Key the number of the run to act on'                BBANK98P
027000          TO WS-ERROR-MSG                                         BBANK98P
027100        GO TO VALIDATE-RUN-ID-ERROR                               BBANK98P
027200     END-IF.                                                      BBANK98P
027300     IF WS-RUN-ID-X (1:WS-RUN-ID-LEN) IS NOT NUMERIC              BBANK98P
027400        MOVE 'Key the number of the run to act on'                BBANK98P
027500          TO WS-ERROR-MSG                                         BBANK98P
027600        GO TO VALIDATE-RUN-ID-ERROR                               BBANK98P
027700     END-IF.                                                      BBANK98P
027800     MOVE WS-RUN-ID-X (1:WS-RUN-ID-LEN) TO WS-RUN-ID.             BBANK98P
027900     GO TO VALIDATE-RUN-ID-EXIT.                                  BBANK98P
028000 VALIDATE-RUN-ID-ERROR.                                           BBANK98P
028100     SET INPUT-ERROR TO TRUE.                                     BBANK98P
028200 VALIDATE-RUN-ID-EXIT.                                            BBANK98P
028300     EXIT.                                                        BBANK98P
028400                                                                  BBANK98P
028500***************************************************************** BBANK98P
028600* Drive DRBLD01P for the keyed action                           * BBANK98P
028700***************************************************************** BBANK98P
028800 RUN-ACTION.                                                      BBANK98P
028900     INITIALIZE CRB1-DATA.                                        BBANK98P
029000     EVALUATE BANK-SCR98-ACTION                                   BBANK98P
029100       WHEN 'C'                                                   BBANK98P
029200         SET CRB1I-COMPARE TO TRUE                                BBANK98P
029300         MOVE BANK-SCR98-SNAP-DATE TO CRB1I-SNAP-DATE             BBANK98P
029400       WHEN 'A'                                                   BBANK98P
029500         SET CRB1I-AUTHORIZE TO TRUE                              BBANK98P
029600         MOVE WS-RUN-ID TO CRB1I-RUN-ID                           BBANK98P
029700       WHEN 'X'                                                   BBANK98P
029800         SET CRB1I-REJECT TO TRUE                                 BBANK98P
029900         MOVE WS-RUN-ID TO CRB1I-RUN-ID                           BBANK98P
030000       WHEN 'P'                                                   BBANK98P
030100         SET CRB1I-APPLY TO TRUE                                  BBANK98P
030200         MOVE WS-RUN-ID TO CRB1I-RUN-ID                           BBANK98P
030300     END-EVALUATE.                                                BBANK98P
030400     MOVE BANK-USERID TO CRB1I-USERID.                            BBANK98P
030500 COPY CRBLDX01.                                                   BBANK98P
030600     MOVE CRB1O-MSG TO BANK-SCR98-ERRMSG.                         BBANK98P
030700     IF NOT CRB1O-REQUEST-OK                                      BBANK98P
030800        MOVE CRB1O-MSG TO BANK-ERROR-MSG                          BBANK98P
030900        GO TO RUN-ACTION-EXIT                                     BBANK98P
031000     END-IF.                                                      BBANK98P
031100     MOVE LOW-VALUES TO BANK-SCR98-ACTION.                        BBANK98P
031200     MOVE CRB1O-RUN-ID TO BANK-SCR98-RUN-ID.                      BBANK98P
031300 RUN-ACTION-EXIT.                                                 BBANK98P
031400     EXIT.                                                        BBANK98P
031500                                                                  BBANK98P
031600***************************************************************** BBANK98P
031700* Show the latest rebuild runs, keeping any action's message    * BBANK98P
031800***************************************************************** BBANK98P
031900 SHOW-RUNS.                                                       BBANK98P
032000     INITIALIZE CRB1-DATA.                                        BBANK98P
032100     SET CRB1I-LIST TO TRUE.                                      BBANK98P
032200     MOVE BANK-USERID TO CRB1I-USERID.                            BBANK98P
032300 COPY CRBLDX01.                                                   BBANK98P
032400     IF BANK-SCR98-ERRMSG IS EQUAL TO SPACES OR                   BBANK98P
032500        BANK-SCR98-ERRMSG IS EQUAL TO LOW-VALUES                  BBANK98P
032600        MOVE CRB1O-MSG TO BANK-SCR98-ERRMSG                       BBANK98P
032700     END-IF.                                                      BBANK98P
032800     IF NOT CRB1O-REQUEST-OK                                      BBANK98P
032900        MOVE CRB1O-MSG TO BANK-ERROR-MSG                          BBANK98P
033000     END-IF.                                                      BBANK98P
033100     MOVE 0 TO WS-SUB1.                                           BBANK98P
033200     PERFORM SHOW-RUN-ROW THRU                                    BBANK98P
033300             SHOW-RUN-ROW-EXIT 5 TIMES.                           BBANK98P
033400 SHOW-RUNS-EXIT.                                                  BBANK98P
033500     EXIT.                                                        BBANK98P
033600                                                                  BBANK98P
033700***************************************************************** BBANK98P
033800* Show one rebuild run, or clear the row                        * BBANK98P
033900***************************************************************** BBANK98P
034000 SHOW-RUN-ROW.                                                    BBANK98P
034100     ADD 1 TO WS-SUB1.                                            BBANK98P
034200     MOVE SPACES TO BANK-SCR98-RUN (WS-SUB1).                     BBANK98P
034300     IF WS-SUB1 IS GREATER THAN CRB1O-LIST-COUNT                  BBANK98P
034400        GO TO SHOW-RUN-ROW-EXIT                                   BBANK98P
034500     END-IF.                                                      BBANK98P
034600     MOVE CRB1O-LST-RUN-ID (WS-SUB1)                              BBANK98P
034700       TO BANK-SCR98-RUN-NO (WS-SUB1).                            BBANK98P
034800     MOVE CRB1O-LST-SNAP-DATE (WS-SUB1)                           BBANK98P
034900       TO BANK-SCR98-RUN-SNAP (WS-SUB1).                          BBANK98P
035000     MOVE CRB1O-LST-BY (WS-SUB1)                                  BBANK98P
035100       TO BANK-SCR98-RUN-BY (WS-SUB1).                            BBANK98P
035200     MOVE CRB1O-LST-AUTH-BY (WS-SUB1)                             BBANK98P
035300       TO BANK-SCR98-RUN-AUTH (WS-SUB1).                          BBANK98P
035400     MOVE CRB1O-LST-DIFFERENCES (WS-SUB1)                         BBANK98P
035500       TO BANK-SCR98-RUN-DIFFS (WS-SUB1).                         BBANK98P
035600     MOVE CRB1O-LST-APPLIED (WS-SUB1)                             BBANK98P
035700       TO BANK-SCR98-RUN-APPLIED (WS-SUB1).                       BBANK98P
035800     MOVE CRB1O-LST-REPORT-ID (WS-SUB1)                           BBANK98P
035900       TO BANK-SCR98-RUN-REPORT (WS-SUB1).                        BBANK98P
036000     EVALUATE CRB1O-LST-STATUS (WS-SUB1)                          BBANK98P
036100       WHEN 'P'                                                   BBANK98P
036200         MOVE 'Needs auth' TO BANK-SCR98-RUN-STATUS (WS-SUB1)     BBANK98P
036300       WHEN 'A'                                                   BBANK98P
036400         MOVE 'Authorized' TO BANK-SCR98-RUN-STATUS (WS-SUB1)     BBANK98P
036500       WHEN 'I'                                                   BBANK98P
036600         MOVE 'Applying' TO BANK-SCR98-RUN-STATUS (WS-SUB1)       BBANK98P
036700       WHEN 'D'                                                   BBANK98P
036800         MOVE 'Complete' TO BANK-SCR98-RUN-STATUS (WS-SUB1)       BBANK98P
036900       WHEN 'R'                                                   BBANK98P
037000         MOVE 'Rejected' TO BANK-SCR98-RUN-STATUS (WS-SUB1)       BBANK98P
037100       WHEN OTHER                                                 BBANK98P
037200         MOVE CRB1O-LST-STATUS (WS-SUB1)                          BBANK98P
037300           TO BANK-SCR98-RUN-STATUS (WS-SUB1)                     BBANK98P
037400     END-EVALUATE.                                                BBANK98P
037500 SHOW-RUN-ROW-EXIT.                                               BBANK98P
037600     EXIT.                                                        BBANK98P
037700                                                                  BBANK98P
037800***************************************************************** BBANK98P
037900* Check for an idle session timeout                             * BBANK98P
038000***************************************************************** BBANK98P
038100 COPY CIDLECHK.                                                   BBANK98P
