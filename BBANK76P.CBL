000100***************************************************************** BBANK76P
000200*                                                               * BBANK76P
000300*   Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.   * BBANK76P
000400*   This demonstration program is provided for use by users     * BBANK76P
000500*   of Micro Focus products and may be used, modified and       * BBANK76P
000600*   distributed as part of your application provided that       * BBANK76P
000700*   you properly acknowledge the copyright of Micro Focus       * BBANK76P
000800*   in this material.                                           * BBANK76P
000900*                                                               * BBANK76P
001000***************************************************************** BBANK76P
001100                                                                  BBANK76P
001200***************************************************************** BBANK76P
001300* Program:     BBANK76P.CBL                                     * BBANK76P
001400* Layer:       Business logic                                   * BBANK76P
001500* Function:    Inbound payment repair queue - back office lists * BBANK76P
001600*              the rejected and unmatched items with the days   * BBANK76P
001700*              left to the scheme's return deadline, and        * BBANK76P
001800*              captures a repair (corrected account or outbound * BBANK76P
001900*              reference) or a return to the originator for a   * BBANK76P
002000*              second user to approve, all through DRPRQ01P     * BBANK76P
002100***************************************************************** BBANK76P
002200                                                                  BBANK76P
002300 IDENTIFICATION DIVISION.                                         BBANK76P
002400 PROGRAM-ID.                                                      BBANK76P
002500     BBANK76P.                                                    BBANK76P
002600 DATE-WRITTEN.                                                    BBANK76P
002700     October 2026.                                                BBANK76P
002800 DATE-COMPILED.                                                   BBANK76P
002900     Today.                                                       BBANK76P
003000                                                                  BBANK76P
003100 ENVIRONMENT DIVISION.                                            BBANK76P
003200                                                                  BBANK76P
003300 DATA DIVISION.                                                   BBANK76P
003400 WORKING-STORAGE SECTION.                                         BBANK76P
003500 01  WS-MISC-STORAGE.                                             BBANK76P
003600   05  WS-PROGRAM-ID                         PIC X(8)             BBANK76P
003700       VALUE 'BBANK76P'.                                          BBANK76P
003800   05  WS-INPUT-FLAG                         PIC X(1).            BBANK76P
003900     88  INPUT-OK                            VALUE '0'.           BBANK76P
004000     88  INPUT-ERROR                         VALUE '1'.           BBANK76P
004100   05  WS-RETURN-FLAG                        PIC X(1).            BBANK76P
004200     88  WS-RETURN-FLAG-OFF                  VALUE LOW-VALUES.    BBANK76P
004300     88  WS-RETURN-FLAG-ON                   VALUE '1'.           BBANK76P
004400   05  WS-PFK-FLAG                           PIC X(1).            BBANK76P
004500     88  PFK-VALID                           VALUE '0'.           BBANK76P
004600     88  PFK-INVALID                         VALUE '1'.           BBANK76P
004700   05  WS-IDLE-FLAG                          PIC X(1).            BBANK76P
004800     88  SESSION-NOT-TIMED-OUT               VALUE '0'.           BBANK76P
004900     88  WS-SESSION-TIMED-OUT                VALUE '1'.           BBANK76P
005000   05  WS-ERROR-MSG                          PIC X(75).           BBANK76P
005100   05  WS-AMT-DISP                           PIC -(8)9.99.        BBANK76P
005200   05  WS-DAYS-DISP                          PIC -(3)9.           BBANK76P
005300   05  WS-ID-NUM                             PIC 9(7).            BBANK76P
005400   05  WS-ID-X REDEFINES WS-ID-NUM           PIC X(7).            BBANK76P
005500   05  WS-SUB1                               PIC S9(4) COMP.      BBANK76P
005600                                                                  BBANK76P
005700 01  WS-BANK-DATA.                                                BBANK76P
005800 COPY CBANKDAT.                                                   BBANK76P
005900 COPY CTIMERD.                                                    BBANK76P
005920 01  WS-SESSION-DATA.                                             BBANK76P
005940 COPY CSIGND01.                                                   BBANK76P
006000 01  WS-EXCEPTION-DATA.                                           BBANK76P
006100 COPY CBANKD16.                                                   BBANK76P
006200                                                                  BBANK76P
006300 01  WS-REPAIR-DATA.                                              BBANK76P
006400 COPY CRPRQD01.                                                   BBANK76P
006500                                                                  BBANK76P
006600 COPY CABENDD.                                                    BBANK76P
006700                                                                  BBANK76P
006800 LINKAGE SECTION.                                                 BBANK76P
006900 01  DFHCOMMAREA.                                                 BBANK76P
007000   05  LK-COMMAREA                           PIC X(32654).        BBANK76P
007100                                                                  BBANK76P
007200 COPY CENTRY.                                                     BBANK76P
007300***************************************************************** BBANK76P
007400* Make ourselves re-entrant                                     * BBANK76P
007500***************************************************************** BBANK76P
007600     MOVE SPACES TO WS-ERROR-MSG.                                 BBANK76P
007700                                                                  BBANK76P
007800***************************************************************** BBANK76P
007900* Move the passed area to our area                              * BBANK76P
008000***************************************************************** BBANK76P
008100     MOVE DFHCOMMAREA (1:LENGTH OF WS-BANK-DATA) TO WS-BANK-DATA. BBANK76P
008200                                                                  BBANK76P
008300***************************************************************** BBANK76P
008400* Ensure error message is cleared                               * BBANK76P
008500***************************************************************** BBANK76P
008600     MOVE SPACES TO BANK-ERROR-MSG.                               BBANK76P
008700                                                                  BBANK76P
008800***************************************************************** BBANK76P
008900* Save the passed return flag and then turn it off              * BBANK76P
009000***************************************************************** BBANK76P
009100     MOVE BANK-RETURN-FLAG TO WS-RETURN-FLAG.                     BBANK76P
009200     SET BANK-RETURN-FLAG-OFF TO TRUE.                            BBANK76P
009300                                                                  BBANK76P
009400***************************************************************** BBANK76P
009500* Force a logoff if the session has been idle too long          * BBANK76P
009600***************************************************************** BBANK76P
009700     SET SESSION-NOT-TIMED-OUT TO TRUE.                           BBANK76P
009800     PERFORM CHECK-IDLE-TIMEOUT THRU                              BBANK76P
009900             CHECK-IDLE-TIMEOUT-EXIT.                             BBANK76P
010000     IF WS-SESSION-TIMED-OUT                                      BBANK76P
010100        MOVE 'BBANK76P' TO BANK-LAST-PROG                         BBANK76P
010200        MOVE 'BBANK99P' TO BANK-NEXT-PROG                         BBANK76P
010300        MOVE 'MBANK99' TO BANK-NEXT-MAPSET                        BBANK76P
010400        MOVE 'BANK99A' TO BANK-NEXT-MAP                           BBANK76P
010500        MOVE 'Session timed out due to inactivity' TO             BBANK76P
010600             BANK-ERROR-MSG                                       BBANK76P
010700        SET BANK-AID-ENTER TO TRUE                                BBANK76P
010800        GO TO COMMON-RETURN                                       BBANK76P
010900     END-IF.                                                      BBANK76P
011000                                                                  BBANK76P
011100***************************************************************** BBANK76P
011200* Check the AID to see if its valid at this point               * BBANK76P
011300***************************************************************** BBANK76P
011400     SET PFK-INVALID TO TRUE.                                     BBANK76P
011500     IF BANK-AID-ENTER OR                                         BBANK76P
011600        BANK-AID-PFK03 OR                                         BBANK76P
011700        BANK-AID-PFK04                                            BBANK76P
011800        SET PFK-VALID TO TRUE                                     BBANK76P
011900     END-IF.                                                      BBANK76P
012000     IF PFK-INVALID                                               BBANK76P
012100        SET BANK-AID-ENTER TO TRUE                                BBANK76P
012200     END-IF.                                                      BBANK76P
012300                                                                  BBANK76P
012400***************************************************************** BBANK76P
012500* Check the AID to see if we have to quit                       * BBANK76P
012600***************************************************************** BBANK76P
012700     IF BANK-AID-PFK03                                            BBANK76P
012800        MOVE 'BBANK76P' TO BANK-LAST-PROG                         BBANK76P
012900        MOVE 'BBANK99P' TO BANK-NEXT-PROG                         BBANK76P
013000        MOVE 'MBANK99' TO BANK-NEXT-MAPSET                        BBANK76P
013100        MOVE 'BANK99A' TO BANK-NEXT-MAP                           BBANK76P
013200        GO TO COMMON-RETURN                                       BBANK76P
013300     END-IF.                                                      BBANK76P
013400                                                                  BBANK76P
013500***************************************************************** BBANK76P
013600* Check the AID to see if we have to return to the services     * BBANK76P
013700* menu                                                          * BBANK76P
013800***************************************************************** BBANK76P
013900     IF BANK-AID-PFK04                                            BBANK76P
014000        MOVE 'BBANK76P' TO BANK-LAST-PROG                         BBANK76P
014100        MOVE 'BBANK21P' TO BANK-NEXT-PROG                         BBANK76P
014200        MOVE 'MBANK21' TO BANK-NEXT-MAPSET                        BBANK76P
014300        MOVE 'BANK21A' TO BANK-NEXT-MAP                           BBANK76P
014400        SET BANK-AID-ENTER TO TRUE                                BBANK76P
014500        GO TO COMMON-RETURN                                       BBANK76P
014600     END-IF.                                                      BBANK76P
014700                                                                  BBANK76P
014800* Check if we have set the screen up before or is this 1st time   BBANK76P
014900     IF BANK-LAST-MAPSET IS NOT EQUAL TO 'MBANK76'                BBANK76P
015000        MOVE 'BBANK76P' TO BANK-LAST-PROG                         BBANK76P
015100        MOVE 'BBANK76P' TO BANK-NEXT-PROG                         BBANK76P
015200        MOVE 'MBANK76' TO BANK-LAST-MAPSET                        BBANK76P
015300        MOVE 'BANK76A' TO BANK-LAST-MAP                           BBANK76P
015400        MOVE 'MBANK76' TO BANK-NEXT-MAPSET                        BBANK76P
015500        MOVE 'BANK76A' TO BANK-NEXT-MAP                           BBANK76P
015600        MOVE LOW-VALUES TO BANK-SCREEN76-DATA                     BBANK76P
015700        GO TO COMMON-RETURN                                       BBANK76P
015800     END-IF.                                                      BBANK76P
015900                                                                  BBANK76P
016000***************************************************************** BBANK76P
016100* The user pressed ENTER - validate and work the request        * BBANK76P
016200***************************************************************** BBANK76P
016300     MOVE 'BBANK76P' TO BANK-LAST-PROG.                           BBANK76P
016400     MOVE 'BBANK76P' TO BANK-NEXT-PROG.                           BBANK76P
016500     MOVE 'MBANK76' TO BANK-LAST-MAPSET.                          BBANK76P
016600     MOVE 'BANK76A' TO BANK-LAST-MAP.                             BBANK76P
016700     MOVE 'MBANK76' TO BANK-NEXT-MAPSET.                          BBANK76P
016800     MOVE 'BANK76A' TO BANK-NEXT-MAP.                             BBANK76P
016900                                                                  BBANK76P
017000     PERFORM VALIDATE-INPUT THRU                                  BBANK76P
017100             VALIDATE-INPUT-EXIT.                                 BBANK76P
017200     IF INPUT-ERROR                                               BBANK76P
017300        MOVE WS-ERROR-MSG TO BANK-SCR76-ERRMSG                    BBANK76P
017400        MOVE WS-ERROR-MSG TO BANK-ERROR-MSG                       BBANK76P
017500        GO TO COMMON-RETURN                                       BBANK76P
017600     END-IF.                                                      BBANK76P
017700                                                                  BBANK76P
017800     PERFORM WORK-REPAIR THRU                                     BBANK76P
017900             WORK-REPAIR-EXIT.                                    BBANK76P
018000     GO TO COMMON-RETURN.                                         BBANK76P
018100                                                                  BBANK76P
018200 COMMON-RETURN.                                                   BBANK76P
018300     IF BANK-ERROR-MSG NOT EQUAL TO SPACES                        BBANK76P
018400        MOVE SPACES TO CD16-DATA                                  BBANK76P
018500        MOVE BANK-USERID TO CD16I-PERSON-PID                      BBANK76P
018600        MOVE WS-PROGRAM-ID TO CD16I-PROGRAM                       BBANK76P
018700        MOVE BANK-ERROR-MSG TO CD16I-MESSAGE                      BBANK76P
018800     COPY CBANKX16.                                               BBANK76P
018900     END-IF.                                                      BBANK76P
019000     MOVE WS-BANK-DATA TO DFHCOMMAREA (1:LENGTH OF WS-BANK-DATA). BBANK76P
019100 COPY CRETURN.                                                    BBANK76P
019200                                                                  BBANK76P
019300***************************************************************** BBANK76P
019400* Validate what the operator keyed                              * BBANK76P
019500***************************************************************** BBANK76P
019600 VALIDATE-INPUT.                                                  BBANK76P
019700     SET INPUT-OK TO TRUE.                                        BBANK76P
019800     IF NOT BANK-ROLE-BACK-OFFICE AND                             BBANK76P
019900        NOT BANK-ROLE-SUPERVISOR                                  BBANK76P
020000        MOVE 'Only back-office/supervisors work the repair queue' BBANK76P
020100          TO WS-ERROR-MSG                                         BBANK76P
020200        GO TO VALIDATE-INPUT-ERROR                                BBANK76P
020300     END-IF.                                                      BBANK76P
020400     IF BANK-SCR76-ACTION IS NOT EQUAL TO 'L' AND                 BBANK76P
020500        BANK-SCR76-ACTION IS NOT EQUAL TO 'R' AND                 BBANK76P
020600        BANK-SCR76-ACTION IS NOT EQUAL TO 'X'                     BBANK76P
020700        MOVE 'Action must be L(ist), R(epair) or X(return)' TO    BBANK76P
020800             WS-ERROR-MSG                                         BBANK76P
020900        GO TO VALIDATE-INPUT-ERROR                                BBANK76P
021000     END-IF.                                                      BBANK76P
021100     IF BANK-SCR76-ID IS EQUAL TO LOW-VALUES                      BBANK76P
021200        MOVE SPACES TO BANK-SCR76-ID                              BBANK76P
021300     END-IF.                                                      BBANK76P
021400     IF BANK-SCR76-NEWACC IS EQUAL TO LOW-VALUES                  BBANK76P
021500        MOVE SPACES TO BANK-SCR76-NEWACC                          BBANK76P
021600     END-IF.                                                      BBANK76P
021700     IF BANK-SCR76-NEWREF IS EQUAL TO LOW-VALUES                  BBANK76P
021800        MOVE SPACES TO BANK-SCR76-NEWREF                          BBANK76P
021900     END-IF.                                                      BBANK76P
022000     IF BANK-SCR76-RETCODE IS EQUAL TO LOW-VALUES                 BBANK76P
022100        MOVE SPACES TO BANK-SCR76-RETCODE                         BBANK76P
022200     END-IF.                                                      BBANK76P
022300     MOVE ZEROES TO WS-ID-NUM.                                    BBANK76P
022400     IF BANK-SCR76-ID IS NOT EQUAL TO SPACES                      BBANK76P
022500        IF BANK-SCR76-ID IS NOT NUMERIC                           BBANK76P
022600           MOVE 'The item id must be numeric' TO WS-ERROR-MSG     BBANK76P
022700           GO TO VALIDATE-INPUT-ERROR                             BBANK76P
022800        END-IF                                                    BBANK76P
022900        MOVE BANK-SCR76-ID TO WS-ID-X                             BBANK76P
023000     END-IF.                                                      BBANK76P
023100     IF BANK-SCR76-ACTION IS NOT EQUAL TO 'L' AND                 BBANK76P
023200        WS-ID-NUM IS EQUAL TO ZERO                                BBANK76P
023300        MOVE 'Key the id of the item to repair or return' TO      BBANK76P
023400             WS-ERROR-MSG                                         BBANK76P
023500        GO TO VALIDATE-INPUT-ERROR                                BBANK76P
023600     END-IF.                                                      BBANK76P
023700     GO TO VALIDATE-INPUT-EXIT.                                   BBANK76P
023800 VALIDATE-INPUT-ERROR.                                            BBANK76P
023900     SET INPUT-ERROR TO TRUE.                                     BBANK76P
024000 VALIDATE-INPUT-EXIT.                                             BBANK76P
024100     EXIT.                                                        BBANK76P
024200                                                                  BBANK76P
024300***************************************************************** BBANK76P
024400* Drive DRPRQ01P and show the outcome. A list starts after the  * BBANK76P
024500* item id keyed; a repair or return is captured for a second    * BBANK76P
024600* user and the list is refreshed to show it pending             * BBANK76P
024700***************************************************************** BBANK76P
024800 WORK-REPAIR.                                                     BBANK76P
024900     INITIALIZE CRQ1-DATA.                                        BBANK76P
025000     EVALUATE BANK-SCR76-ACTION                                   BBANK76P
025100       WHEN 'R'                                                   BBANK76P
025200         SET CRQ1I-REPAIR-ITEM TO TRUE                            BBANK76P
025300       WHEN 'X'                                                   BBANK76P
025400         SET CRQ1I-RETURN-ITEM TO TRUE                            BBANK76P
025500       WHEN OTHER                                                 BBANK76P
025600         SET CRQ1I-LIST-ITEMS TO TRUE                             BBANK76P
025700     END-EVALUATE.                                                BBANK76P
025800     MOVE WS-ID-NUM TO CRQ1I-ITEM-ID.                             BBANK76P
025900     MOVE BANK-SCR76-NEWACC TO CRQ1I-NEW-ACC.                     BBANK76P
026000     MOVE BANK-SCR76-NEWREF TO CRQ1I-NEW-REF.                     BBANK76P
026100     MOVE BANK-SCR76-RETCODE TO CRQ1I-RETURN-CODE.                BBANK76P
026200     MOVE BANK-USERID TO CRQ1I-USERID.                            BBANK76P
026300 COPY CRPRQX01.                                                   BBANK76P
026400     IF NOT CRQ1O-REQUEST-OK                                      BBANK76P
026500        MOVE CRQ1O-MSG TO BANK-SCR76-ERRMSG                       BBANK76P
026600        MOVE CRQ1O-MSG TO BANK-ERROR-MSG                          BBANK76P
026700        GO TO WORK-REPAIR-EXIT                                    BBANK76P
026800     END-IF.                                                      BBANK76P
026900     MOVE CRQ1O-MSG TO BANK-SCR76-ERRMSG.                         BBANK76P
027000     IF BANK-SCR76-ACTION IS NOT EQUAL TO 'L'                     BBANK76P
027100        MOVE SPACES TO BANK-SCR76-NEWACC                          BBANK76P
027200        MOVE SPACES TO BANK-SCR76-NEWREF                          BBANK76P
027300        MOVE SPACES TO BANK-SCR76-RETCODE                         BBANK76P
027400        INITIALIZE CRQ1-DATA                                      BBANK76P
027500        SET CRQ1I-LIST-ITEMS TO TRUE                              BBANK76P
027600        MOVE BANK-USERID TO CRQ1I-USERID                          BBANK76P
027700 COPY CRPRQX01.                                                   BBANK76P
027800     END-IF.                                                      BBANK76P
027900     MOVE 0 TO WS-SUB1.                                           BBANK76P
028000     PERFORM SHOW-REPAIR-ROW THRU                                 BBANK76P
028100             SHOW-REPAIR-ROW-EXIT 5 TIMES.                        BBANK76P
028200 WORK-REPAIR-EXIT.                                                BBANK76P
028300     EXIT.                                                        BBANK76P
028400                                                                  BBANK76P
028500***************************************************************** BBANK76P
028600* Show one item waiting on the queue, or clear the row          * BBANK76P
028700***************************************************************** BBANK76P
028800 SHOW-REPAIR-ROW.                                                 BBANK76P
028900     ADD 1 TO WS-SUB1.                                            BBANK76P
029000     MOVE SPACES TO BANK-SCR76-LIST (WS-SUB1).                    BBANK76P
029100     IF WS-SUB1 IS GREATER THAN CRQ1O-ITEM-COUNT                  BBANK76P
029200        GO TO SHOW-REPAIR-ROW-EXIT                                BBANK76P
029300     END-IF.                                                      BBANK76P
029400     MOVE CRQ1O-LST-ID (WS-SUB1) TO WS-ID-NUM.                    BBANK76P
029500     MOVE WS-ID-X TO BANK-SCR76-LST-ID (WS-SUB1).                 BBANK76P
029600     MOVE CRQ1O-LST-SOURCE (WS-SUB1) TO                           BBANK76P
029700          BANK-SCR76-LST-SRC (WS-SUB1).                           BBANK76P
029800     MOVE CRQ1O-LST-FILE-ID (WS-SUB1) TO                          BBANK76P
029900          BANK-SCR76-LST-FILE (WS-SUB1).                          BBANK76P
030000     MOVE CRQ1O-LST-AMOUNT (WS-SUB1) TO WS-AMT-DISP.              BBANK76P
030100     MOVE WS-AMT-DISP TO BANK-SCR76-LST-AMT (WS-SUB1).            BBANK76P
030200     MOVE CRQ1O-LST-ORIGINATOR (WS-SUB1) TO                       BBANK76P
030300          BANK-SCR76-LST-ORIG (WS-SUB1).                          BBANK76P
030400     MOVE CRQ1O-LST-REASON (WS-SUB1) TO                           BBANK76P
030500          BANK-SCR76-LST-REASON (WS-SUB1).                        BBANK76P
030600     MOVE CRQ1O-LST-DAYS-LEFT (WS-SUB1) TO WS-DAYS-DISP.          BBANK76P
030700     MOVE WS-DAYS-DISP TO BANK-SCR76-LST-DAYS (WS-SUB1).          BBANK76P
030800     MOVE CRQ1O-LST-STATUS (WS-SUB1) TO                           BBANK76P
030900          BANK-SCR76-LST-ST (WS-SUB1).                            BBANK76P
031000 SHOW-REPAIR-ROW-EXIT.                                            BBANK76P
031100     EXIT.                                                        BBANK76P
031200                                                                  BBANK76P
031300***************************************************************** BBANK76P
031400* Check for an idle session timeout                             * BBANK76P
031500***************************************************************** BBANK76P
031600 COPY CIDLECHK.                                                   BBANK76P
