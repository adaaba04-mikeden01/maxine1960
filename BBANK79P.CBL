000100***************************************************************** BBANK79P
000200*                                                               * BBANK79P
000300*   Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.   * BBANK79P
000400*   This demonstration program is provided for use by users     * BBANK79P
000500*   of Micro Focus products and may be used, modified and       * BBANK79P
000600*   distributed as part of your application provided that       * BBANK79P
000700*   you properly acknowledge the copyright of Micro Focus       * BBANK79P
000800*   in this material.                                           * BBANK79P
000900*                                                               * BBANK79P
001000***************************************************************** BBANK79P
001100                                                                  BBANK79P
001200***************************************************************** BBANK79P
001300* Program:     BBANK79P.CBL                                     * BBANK79P
001400* Layer:       Business logic                                   * BBANK79P
001500* Function:    Marketing campaigns - raises a campaign with its * BBANK79P
001600*              channel, purpose and selection criteria for the  * BBANK79P
001700*              overnight selection run and lists the campaigns  * BBANK79P
001800*              with their selected and suppressed counts; staff * BBANK79P
001900*              also record post returned undelivered against a  * BBANK79P
002000*              customer, or clear it. All through DCONS01P      * BBANK79P
002100***************************************************************** BBANK79P
002200                                                                  BBANK79P
002300 IDENTIFICATION DIVISION.                                         BBANK79P
002400 PROGRAM-ID.                                                      BBANK79P
002500     BBANK79P.                                                    BBANK79P
002600 DATE-WRITTEN.                                                    BBANK79P
002700     October 2026.                                                BBANK79P
002800 DATE-COMPILED.                                                   BBANK79P
002900     Today.                                                       BBANK79P
003000                                                                  BBANK79P
003100 ENVIRONMENT DIVISION.                                            BBANK79P
003200                                                                  BBANK79P
003300 DATA DIVISION.                                                   BBANK79P
003400 WORKING-STORAGE SECTION.                                         BBANK79P
003500 01  WS-MISC-STORAGE.                                             BBANK79P
003600   05  WS-PROGRAM-ID                         PIC X(8)             BBANK79P
003700       VALUE 'BBANK79P'.                                          BBANK79P
003800   05  WS-INPUT-FLAG                         PIC X(1).            BBANK79P
003900     88  INPUT-OK                            VALUE '0'.           BBANK79P
004000     88  INPUT-ERROR                         VALUE '1'.           BBANK79P
004100   05  WS-RETURN-FLAG                        PIC X(1).            BBANK79P
004200     88  WS-RETURN-FLAG-OFF                  VALUE LOW-VALUES.    BBANK79P
004300     88  WS-RETURN-FLAG-ON                   VALUE '1'.           BBANK79P
004400   05  WS-PFK-FLAG                           PIC X(1).            BBANK79P
004500     88  PFK-VALID                           VALUE '0'.           BBANK79P
004600     88  PFK-INVALID                         VALUE '1'.           BBANK79P
004700   05  WS-IDLE-FLAG                          PIC X(1).            BBANK79P
004800     88  SESSION-NOT-TIMED-OUT               VALUE '0'.           BBANK79P
004900     88  WS-SESSION-TIMED-OUT                VALUE '1'.           BBANK79P
005000   05  WS-ERROR-MSG                          PIC X(75).           BBANK79P
005100   05  WS-COUNT-DISP                         PIC Z(6)9.           BBANK79P
005200   05  WS-SUB1                               PIC S9(4) COMP.      BBANK79P
005300   05  WS-BALANCE-WORK                       PIC X(9).            BBANK79P
005400   05  WS-BALANCE-WORK-N REDEFINES WS-BALANCE-WORK                BBANK79P
005500                                             PIC 9(9).            BBANK79P
005600                                                                  BBANK79P
005700 01  WS-BANK-DATA.                                                BBANK79P
005800 COPY CBANKDAT.                                                   BBANK79P
005900 COPY CTIMERD.                                                    BBANK79P
005920 01  WS-SESSION-DATA.                                             BBANK79P
005940 COPY CSIGND01.                                                   BBANK79P
006000 01  WS-EXCEPTION-DATA.                                           BBANK79P
006100 COPY CBANKD16.                                                   BBANK79P
006200                                                                  BBANK79P
006300 01  WS-CONSENT-DATA.                                             BBANK79P
006400 COPY CCONSD01.                                                   BBANK79P
006500                                                                  BBANK79P
006600 COPY CABENDD.                                                    BBANK79P
006700                                                                  BBANK79P
006800 LINKAGE SECTION.                                                 BBANK79P
006900 01  DFHCOMMAREA.                                                 BBANK79P
007000   05  LK-COMMAREA                           PIC X(32654).        BBANK79P
007100                                                                  BBANK79P
007200 COPY CENTRY.                                                     BBANK79P
007300***************************************************************** BBANK79P
007400* Make ourselves re-entrant                                     * BBANK79P
007500***************************************************************** BBANK79P
007600     MOVE SPACES TO WS-ERROR-MSG.                                 BBANK79P
007700                                                                  BBANK79P
007800***************************************************************** BBANK79P
007900* Move the passed area to our area                              * BBANK79P
008000***************************************************************** BBANK79P
008100     MOVE DFHCOMMAREA (1:LENGTH OF WS-BANK-DATA) TO WS-BANK-DATA. BBANK79P
008200                                                                  BBANK79P
008300***************************************************************** BBANK79P
008400* Ensure error message is cleared                               * BBANK79P
008500***************************************************************** BBANK79P
008600     MOVE SPACES TO BANK-ERROR-MSG.                               BBANK79P
008700                                                                  BBANK79P
008800***************************************************************** BBANK79P
008900* Save the passed return flag and then turn it off              * BBANK79P
009000***************************************************************** BBANK79P
009100     MOVE BANK-RETURN-FLAG TO WS-RETURN-FLAG.                     BBANK79P
009200     SET BANK-RETURN-FLAG-OFF TO TRUE.                            BBANK79P
009300                                                                  BBANK79P
009400***************************************************************** BBANK79P
009500* Force a logoff if the session has been idle too long          * BBANK79P
009600***************************************************************** BBANK79P
009700     SET SESSION-NOT-TIMED-OUT TO TRUE.                           BBANK79P
009800     PERFORM CHECK-IDLE-TIMEOUT THRU                              BBANK79P
009900             CHECK-IDLE-TIMEOUT-EXIT.                             BBANK79P
010000     IF WS-SESSION-TIMED-OUT                                      BBANK79P
010100        MOVE 'BBANK79P' TO BANK-LAST-PROG                         BBANK79P
010200        MOVE 'BBANK99P' TO BANK-NEXT-PROG                         BBANK79P
010300        MOVE 'MBANK99' TO BANK-NEXT-MAPSET                        BBANK79P
010400        MOVE 'BANK99A' TO BANK-NEXT-MAP                           BBANK79P
010500        MOVE 'Session timed out due to inactivity' TO             BBANK79P
010600             BANK-ERROR-MSG                                       BBANK79P
010700        SET BANK-AID-ENTER TO TRUE                                BBANK79P
010800        GO TO COMMON-RETURN                                       BBANK79P
010900     END-IF.                                                      BBANK79P
011000                                                                  BBANK79P
011100***************************************************************** BBANK79P
011200* Check the AID to see if its valid at this point               * BBANK79P
011300***************************************************************** BBANK79P
011400     SET PFK-INVALID TO TRUE.                                     BBANK79P
011500     IF BANK-AID-ENTER OR                                         BBANK79P
011600        BANK-AID-PFK03 OR                                         BBANK79P
011700        BANK-AID-PFK04                                            BBANK79P
011800        SET PFK-VALID TO TRUE                                     BBANK79P
011900     END-IF.                                                      BBANK79P
012000     IF PFK-INVALID                                               BBANK79P
012100        SET BANK-AID-ENTER TO TRUE                                BBANK79P
012200     END-IF.                                                      BBANK79P
012300                                                                  BBANK79P
012400***************************************************************** BBANK79P
012500* Check the AID to see if we have to quit                       * BBANK79P
012600***************************************************************** BBANK79P
012700     IF BANK-AID-PFK03                                            BBANK79P
012800        MOVE 'BBANK79P' TO BANK-LAST-PROG                         BBANK79P
012900        MOVE 'BBANK99P' TO BANK-NEXT-PROG                         BBANK79P
013000        MOVE 'MBANK99' TO BANK-NEXT-MAPSET                        BBANK79P
013100        MOVE 'BANK99A' TO BANK-NEXT-MAP                           BBANK79P
013200        GO TO COMMON-RETURN                                       BBANK79P
013300     END-IF.                                                      BBANK79P
013400                                                                  BBANK79P
013500***************************************************************** BBANK79P
013600* Check the AID to see if we have to return to the services     * BBANK79P
013700* menu                                                          * BBANK79P
013800***************************************************************** BBANK79P
013900     IF BANK-AID-PFK04                                            BBANK79P
014000        MOVE 'BBANK79P' TO BANK-LAST-PROG                         BBANK79P
014100        MOVE 'BBANK21P' TO BANK-NEXT-PROG                         BBANK79P
014200        MOVE 'MBANK21' TO BANK-NEXT-MAPSET                        BBANK79P
014300        MOVE 'BANK21A' TO BANK-NEXT-MAP                           BBANK79P
014400        SET BANK-AID-ENTER TO TRUE                                BBANK79P
014500        GO TO COMMON-RETURN                                       BBANK79P
014600     END-IF.                                                      BBANK79P
014700                                                                  BBANK79P
014800* Check if we have set the screen up before or is this 1st time   BBANK79P
014900     IF BANK-LAST-MAPSET IS NOT EQUAL TO 'MBANK79'                BBANK79P
015000        MOVE 'BBANK79P' TO BANK-LAST-PROG                         BBANK79P
015100        MOVE 'BBANK79P' TO BANK-NEXT-PROG                         BBANK79P
015200        MOVE 'MBANK79' TO BANK-LAST-MAPSET                        BBANK79P
015300        MOVE 'BANK79A' TO BANK-LAST-MAP                           BBANK79P
015400        MOVE 'MBANK79' TO BANK-NEXT-MAPSET                        BBANK79P
015500        MOVE 'BANK79A' TO BANK-NEXT-MAP                           BBANK79P
015600        MOVE LOW-VALUES TO BANK-SCREEN79-DATA                     BBANK79P
015700        GO TO COMMON-RETURN                                       BBANK79P
015800     END-IF.                                                      BBANK79P
015900                                                                  BBANK79P
016000***************************************************************** BBANK79P
016100* The user pressed ENTER - validate and work the request        * BBANK79P
016200***************************************************************** BBANK79P
016300     MOVE 'BBANK79P' TO BANK-LAST-PROG.                           BBANK79P
016400     MOVE 'BBANK79P' TO BANK-NEXT-PROG.                           BBANK79P
016500     MOVE 'MBANK79' TO BANK-LAST-MAPSET.                          BBANK79P
016600     MOVE 'BANK79A' TO BANK-LAST-MAP.                             BBANK79P
016700     MOVE 'MBANK79' TO BANK-NEXT-MAPSET.                          BBANK79P
016800     MOVE 'BANK79A' TO BANK-NEXT-MAP.                             BBANK79P
016900                                                                  BBANK79P
017000     PERFORM VALIDATE-INPUT THRU                                  BBANK79P
017100             VALIDATE-INPUT-EXIT.                                 BBANK79P
017200     IF INPUT-ERROR                                               BBANK79P
017300        MOVE WS-ERROR-MSG TO BANK-SCR79-ERRMSG                    BBANK79P
017400        MOVE WS-ERROR-MSG TO BANK-ERROR-MSG                       BBANK79P
017500        GO TO COMMON-RETURN                                       BBANK79P
017600     END-IF.                                                      BBANK79P
017700                                                                  BBANK79P
017800     PERFORM WORK-CAMPAIGNS THRU                                  BBANK79P
017900             WORK-CAMPAIGNS-EXIT.                                 BBANK79P
018000     GO TO COMMON-RETURN.                                         BBANK79P
018100                                                                  BBANK79P
018200 COMMON-RETURN.                                                   BBANK79P
018300     IF BANK-ERROR-MSG NOT EQUAL TO SPACES                        BBANK79P
018400        MOVE SPACES TO CD16-DATA                                  BBANK79P
018500        MOVE BANK-USERID TO CD16I-PERSON-PID                      BBANK79P
018600        MOVE WS-PROGRAM-ID TO CD16I-PROGRAM                       BBANK79P
018700        MOVE BANK-ERROR-MSG TO CD16I-MESSAGE                      BBANK79P
018800     COPY CBANKX16.                                               BBANK79P
018900     END-IF.                                                      BBANK79P
019000     MOVE WS-BANK-DATA TO DFHCOMMAREA (1:LENGTH OF WS-BANK-DATA). BBANK79P
019100 COPY CRETURN.                                                    BBANK79P
019200***************************************************************** BBANK79P
019300* Validate what the operator keyed                              * BBANK79P
019400***************************************************************** BBANK79P
019500 VALIDATE-INPUT.                                                  BBANK79P
019600     SET INPUT-OK TO TRUE.                                        BBANK79P
019700     IF BANK-ROLE-CUSTOMER                                        BBANK79P
019800        MOVE 'Campaigns are worked by staff users only'           BBANK79P
019900          TO WS-ERROR-MSG                                         BBANK79P
020000        GO TO VALIDATE-INPUT-ERROR                                BBANK79P
020100     END-IF.                                                      BBANK79P
020200     IF BANK-SCR79-ACTION IS NOT EQUAL TO 'D' AND                 BBANK79P
020300        BANK-SCR79-ACTION IS NOT EQUAL TO 'L' AND                 BBANK79P
020400        BANK-SCR79-ACTION IS NOT EQUAL TO 'T' AND                 BBANK79P
020500        BANK-SCR79-ACTION IS NOT EQUAL TO 'C'                     BBANK79P
020600        MOVE 'Action must be D(efine), L(ist), T or C(lear) mail' BBANK79P
020700          TO WS-ERROR-MSG                                         BBANK79P
020800        GO TO VALIDATE-INPUT-ERROR                                BBANK79P
020900     END-IF.                                                      BBANK79P
021000     IF BANK-SCR79-CAMPID IS EQUAL TO LOW-VALUES                  BBANK79P
021100        MOVE SPACES TO BANK-SCR79-CAMPID                          BBANK79P
021200     END-IF.                                                      BBANK79P
021300     IF BANK-SCR79-DESC IS EQUAL TO LOW-VALUES                    BBANK79P
021400        MOVE SPACES TO BANK-SCR79-DESC                            BBANK79P
021500     END-IF.                                                      BBANK79P
021600     IF BANK-SCR79-CHANNEL IS EQUAL TO LOW-VALUES                 BBANK79P
021700        MOVE SPACES TO BANK-SCR79-CHANNEL                         BBANK79P
021800     END-IF.                                                      BBANK79P
021900     IF BANK-SCR79-PURPOSE IS EQUAL TO LOW-VALUES                 BBANK79P
022000        MOVE SPACES TO BANK-SCR79-PURPOSE                         BBANK79P
022100     END-IF.                                                      BBANK79P
022200     IF BANK-SCR79-ACCTYPE IS EQUAL TO LOW-VALUES                 BBANK79P
022300        MOVE SPACES TO BANK-SCR79-ACCTYPE                         BBANK79P
022400     END-IF.                                                      BBANK79P
022500     IF BANK-SCR79-MINBAL IS EQUAL TO LOW-VALUES OR               BBANK79P
022600        BANK-SCR79-MINBAL IS EQUAL TO SPACES                      BBANK79P
022700        MOVE ZEROES TO BANK-SCR79-MINBAL                          BBANK79P
022800     END-IF.                                                      BBANK79P
022900     IF BANK-SCR79-MAXBAL IS EQUAL TO LOW-VALUES OR               BBANK79P
023000        BANK-SCR79-MAXBAL IS EQUAL TO SPACES                      BBANK79P
023100        MOVE ZEROES TO BANK-SCR79-MAXBAL                          BBANK79P
023200     END-IF.                                                      BBANK79P
023300     IF BANK-SCR79-TIER IS EQUAL TO LOW-VALUES                    BBANK79P
023400        MOVE SPACES TO BANK-SCR79-TIER                            BBANK79P
023500     END-IF.                                                      BBANK79P
023600     IF BANK-SCR79-BRANCH IS EQUAL TO LOW-VALUES                  BBANK79P
023700        MOVE SPACES TO BANK-SCR79-BRANCH                          BBANK79P
023800     END-IF.                                                      BBANK79P
023900     IF BANK-SCR79-PID IS EQUAL TO LOW-VALUES                     BBANK79P
024000        MOVE SPACES TO BANK-SCR79-PID                             BBANK79P
024100     END-IF.                                                      BBANK79P
024200     IF BANK-SCR79-ACTION IS EQUAL TO 'L'                         BBANK79P
024300        GO TO VALIDATE-INPUT-EXIT                                 BBANK79P
024400     END-IF.                                                      BBANK79P
024500     IF BANK-SCR79-ACTION IS EQUAL TO 'T' OR                      BBANK79P
024600        BANK-SCR79-ACTION IS EQUAL TO 'C'                         BBANK79P
024700        IF BANK-SCR79-PID IS EQUAL TO SPACES                      BBANK79P
024800           MOVE 'Key the PID of the customer whose mail came back'BBANK79P
024900             TO WS-ERROR-MSG                                      BBANK79P
025000           GO TO VALIDATE-INPUT-ERROR                             BBANK79P
025100        END-IF                                                    BBANK79P
025200        GO TO VALIDATE-INPUT-EXIT                                 BBANK79P
025300     END-IF.                                                      BBANK79P
025400     IF NOT BANK-ROLE-BACK-OFFICE AND                             BBANK79P
025500        NOT BANK-ROLE-SUPERVISOR                                  BBANK79P
025600        MOVE 'Only back-office/supervisors raise campaigns'       BBANK79P
025700          TO WS-ERROR-MSG                                         BBANK79P
025800        GO TO VALIDATE-INPUT-ERROR                                BBANK79P
025900     END-IF.                                                      BBANK79P
026000     MOVE BANK-SCR79-MINBAL TO WS-BALANCE-WORK.                   BBANK79P
026100     IF WS-BALANCE-WORK IS NOT NUMERIC                            BBANK79P
026200        MOVE 'Enter the lowest balance as a whole amount'         BBANK79P
026300          TO WS-ERROR-MSG                                         BBANK79P
026400        GO TO VALIDATE-INPUT-ERROR                                BBANK79P
026500     END-IF.                                                      BBANK79P
026600     MOVE BANK-SCR79-MAXBAL TO WS-BALANCE-WORK.                   BBANK79P
026700     IF WS-BALANCE-WORK IS NOT NUMERIC                            BBANK79P
026800        MOVE 'Enter the highest balance as a whole amount'        BBANK79P
026900          TO WS-ERROR-MSG                                         BBANK79P
027000        GO TO VALIDATE-INPUT-ERROR                                BBANK79P
027100     END-IF.                                                      BBANK79P
027200     GO TO VALIDATE-INPUT-EXIT.                                   BBANK79P
027300 VALIDATE-INPUT-ERROR.                                            BBANK79P
027400     SET INPUT-ERROR TO TRUE.                                     BBANK79P
027500 VALIDATE-INPUT-EXIT.                                             BBANK79P
027600     EXIT.                                                        BBANK79P
027700                                                                  BBANK79P
027800***************************************************************** BBANK79P
027900* Drive DCONS01P and show the outcome. A list pages on from the * BBANK79P
028000* last campaign shown each time ENTER is pressed; a campaign    * BBANK79P
028100* raised is followed by the list from the start so the operator * BBANK79P
028200* sees it waiting for the overnight run                         * BBANK79P
028300***************************************************************** BBANK79P
028400 WORK-CAMPAIGNS.                                                  BBANK79P
028500     INITIALIZE CCN1-DATA.                                        BBANK79P
028600     EVALUATE BANK-SCR79-ACTION                                   BBANK79P
028700       WHEN 'D'                                                   BBANK79P
028800         SET CCN1I-DEFINE-CAMPAIGN TO TRUE                        BBANK79P
028900         MOVE BANK-SCR79-CAMPID TO CCN1I-CAMPAIGN-ID              BBANK79P
029000         MOVE BANK-SCR79-DESC TO CCN1I-CAMPAIGN-DESC              BBANK79P
029100         MOVE BANK-SCR79-CHANNEL TO CCN1I-CHANNEL                 BBANK79P
029200         MOVE BANK-SCR79-PURPOSE TO CCN1I-PURPOSE                 BBANK79P
029300         MOVE BANK-SCR79-ACCTYPE TO CCN1I-ACC-TYPE                BBANK79P
029400         MOVE BANK-SCR79-MINBAL TO WS-BALANCE-WORK                BBANK79P
029500         MOVE WS-BALANCE-WORK-N TO CCN1I-MIN-BALANCE              BBANK79P
029600         MOVE BANK-SCR79-MAXBAL TO WS-BALANCE-WORK                BBANK79P
029700         MOVE WS-BALANCE-WORK-N TO CCN1I-MAX-BALANCE              BBANK79P
029800         MOVE BANK-SCR79-TIER TO CCN1I-TIER                       BBANK79P
029900         MOVE BANK-SCR79-BRANCH TO CCN1I-BRANCH                   BBANK79P
030000       WHEN 'T'                                                   BBANK79P
030100         SET CCN1I-RETURNED-MAIL TO TRUE                          BBANK79P
030200         MOVE BANK-SCR79-PID TO CCN1I-PID                         BBANK79P
030300       WHEN 'C'                                                   BBANK79P
030400         SET CCN1I-CLEAR-RETURNED TO TRUE                         BBANK79P
030500         MOVE BANK-SCR79-PID TO CCN1I-PID                         BBANK79P
030600       WHEN OTHER                                                 BBANK79P
030700         SET CCN1I-LIST-CAMPAIGNS TO TRUE                         BBANK79P
030800         MOVE BANK-SCR79-CAMPID TO CCN1I-CAMPAIGN-ID              BBANK79P
030900     END-EVALUATE.                                                BBANK79P
031000     MOVE BANK-USERID TO CCN1I-USERID.                            BBANK79P
031100 COPY CCONSX01.                                                   BBANK79P
031200     IF NOT CCN1O-REQUEST-OK                                      BBANK79P
031300        MOVE CCN1O-MSG TO BANK-SCR79-ERRMSG                       BBANK79P
031400        MOVE CCN1O-MSG TO BANK-ERROR-MSG                          BBANK79P
031500        GO TO WORK-CAMPAIGNS-EXIT                                 BBANK79P
031600     END-IF.                                                      BBANK79P
031700     MOVE CCN1O-MSG TO BANK-SCR79-ERRMSG.                         BBANK79P
031800     IF BANK-SCR79-ACTION IS EQUAL TO 'T' OR                      BBANK79P
031900        BANK-SCR79-ACTION IS EQUAL TO 'C'                         BBANK79P
032000        GO TO WORK-CAMPAIGNS-EXIT                                 BBANK79P
032100     END-IF.                                                      BBANK79P
032200     IF BANK-SCR79-ACTION IS EQUAL TO 'D'                         BBANK79P
032300        MOVE 'L' TO BANK-SCR79-ACTION                             BBANK79P
032400        INITIALIZE CCN1-DATA                                      BBANK79P
032500        SET CCN1I-LIST-CAMPAIGNS TO TRUE                          BBANK79P
032600        MOVE BANK-USERID TO CCN1I-USERID                          BBANK79P
032700 COPY CCONSX01.                                                   BBANK79P
032800     END-IF.                                                      BBANK79P
032900     MOVE 0 TO WS-SUB1.                                           BBANK79P
033000     PERFORM SHOW-CAMPAIGN-ROW THRU                               BBANK79P
033100             SHOW-CAMPAIGN-ROW-EXIT 5 TIMES.                      BBANK79P
033200     IF CCN1O-LIST-COUNT IS EQUAL TO ZERO                         BBANK79P
033300        MOVE SPACES TO BANK-SCR79-CAMPID                          BBANK79P
033400     ELSE                                                         BBANK79P
033500        MOVE CCN1O-CPG-ID (CCN1O-LIST-COUNT) TO BANK-SCR79-CAMPID BBANK79P
033600     END-IF.                                                      BBANK79P
033700 WORK-CAMPAIGNS-EXIT.                                             BBANK79P
033800     EXIT.                                                        BBANK79P
033900                                                                  BBANK79P
034000***************************************************************** BBANK79P
034100* Show one campaign in the list, or clear the row               * BBANK79P
034200***************************************************************** BBANK79P
034300 SHOW-CAMPAIGN-ROW.                                               BBANK79P
034400     ADD 1 TO WS-SUB1.                                            BBANK79P
034500     MOVE SPACES TO BANK-SCR79-LIST (WS-SUB1).                    BBANK79P
034600     IF WS-SUB1 IS GREATER THAN CCN1O-LIST-COUNT                  BBANK79P
034700        GO TO SHOW-CAMPAIGN-ROW-EXIT                              BBANK79P
034800     END-IF.                                                      BBANK79P
034900     MOVE CCN1O-CPG-ID (WS-SUB1) TO BANK-SCR79-LST-ID (WS-SUB1).  BBANK79P
035000     MOVE CCN1O-CPG-DESC (WS-SUB1) TO                             BBANK79P
035100          BANK-SCR79-LST-DESC (WS-SUB1).                          BBANK79P
035200     MOVE CCN1O-CPG-CHANNEL (WS-SUB1) TO                          BBANK79P
035300          BANK-SCR79-LST-CHAN (WS-SUB1).                          BBANK79P
035400     MOVE CCN1O-CPG-PURPOSE (WS-SUB1) TO                          BBANK79P
035500          BANK-SCR79-LST-PURP (WS-SUB1).                          BBANK79P
035600     MOVE CCN1O-CPG-STATUS (WS-SUB1) TO                           BBANK79P
035700          BANK-SCR79-LST-STAT (WS-SUB1).                          BBANK79P
035800     MOVE CCN1O-CPG-RUN-DATE (WS-SUB1) TO                         BBANK79P
035900          BANK-SCR79-LST-RUN (WS-SUB1).                           BBANK79P
036000     MOVE CCN1O-CPG-SELECTED (WS-SUB1) TO WS-COUNT-DISP.          BBANK79P
036100     MOVE WS-COUNT-DISP TO BANK-SCR79-LST-SEL (WS-SUB1).          BBANK79P
036200     MOVE CCN1O-CPG-SUPPRESSED (WS-SUB1) TO WS-COUNT-DISP.        BBANK79P
036300     MOVE WS-COUNT-DISP TO BANK-SCR79-LST-SUP (WS-SUB1).          BBANK79P
036400 SHOW-CAMPAIGN-ROW-EXIT.                                          BBANK79P
036500     EXIT.                                                        BBANK79P
036600                                                                  BBANK79P
036700***************************************************************** BBANK79P
036800* Check for an idle session timeout                             * BBANK79P
036900***************************************************************** BBANK79P
037000 COPY CIDLECHK.                                                   BBANK79P
