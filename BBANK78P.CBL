000100***************************************************************** BBANK78P
000200*                                                               * BBANK78P
000300*   Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.   * BBANK78P
000400*   This demonstration program is provided for use by users     * BBANK78P
000500*   of Micro Focus products and may be used, modified and       * BBANK78P
000600*   distributed as part of your application provided that       * BBANK78P
000700*   you properly acknowledge the copyright of Micro Focus       * BBANK78P
000800*   in this material.                                           * BBANK78P
000900*                                                               * BBANK78P
001000***************************************************************** BBANK78P
001100                                                                  BBANK78P
001200***************************************************************** BBANK78P
001300* Program:     BBANK78P.CBL                                     * BBANK78P
001400* Layer:       Business logic                                   * BBANK78P
001500* Function:    Relationship manager portfolios - lists a        * BBANK78P
001600*              manager's customers with their balances and the  * BBANK78P
001700*              open KYC reviews, complaints, collections cases  * BBANK78P
001800*              and covenant breaches waiting on each; back      * BBANK78P
001900*              office and supervisors assign a customer to a    * BBANK78P
002000*              manager and move a whole portfolio on to another * BBANK78P
002100*              manager. All through DRMGR01P                    * BBANK78P
002200***************************************************************** BBANK78P
002300                                                                  BBANK78P
002400 IDENTIFICATION DIVISION.                                         BBANK78P
002500 PROGRAM-ID.                                                      BBANK78P
002600     BBANK78P.                                                    BBANK78P
002700 DATE-WRITTEN.                                                    BBANK78P
002800     October 2026.                                                BBANK78P
002900 DATE-COMPILED.                                                   BBANK78P
003000     Today.                                                       BBANK78P
003100                                                                  BBANK78P
003200 ENVIRONMENT DIVISION.                                            BBANK78P
003300                                                                  BBANK78P
003400 DATA DIVISION.                                                   BBANK78P
003500 WORKING-STORAGE SECTION.                                         BBANK78P
003600 01  WS-MISC-STORAGE.                                             BBANK78P
003700   05  WS-PROGRAM-ID                         PIC X(8)             BBANK78P
003800       VALUE 'BBANK78P'.                                          BBANK78P
003900   05  WS-INPUT-FLAG                         PIC X(1).            BBANK78P
004000     88  INPUT-OK                            VALUE '0'.           BBANK78P
004100     88  INPUT-ERROR                         VALUE '1'.           BBANK78P
004200   05  WS-RETURN-FLAG                        PIC X(1).            BBANK78P
004300     88  WS-RETURN-FLAG-OFF                  VALUE LOW-VALUES.    BBANK78P
004400     88  WS-RETURN-FLAG-ON                   VALUE '1'.           BBANK78P
004500   05  WS-PFK-FLAG                           PIC X(1).            BBANK78P
004600     88  PFK-VALID                           VALUE '0'.           BBANK78P
004700     88  PFK-INVALID                         VALUE '1'.           BBANK78P
004800   05  WS-IDLE-FLAG                          PIC X(1).            BBANK78P
004900     88  SESSION-NOT-TIMED-OUT               VALUE '0'.           BBANK78P
005000     88  WS-SESSION-TIMED-OUT                VALUE '1'.           BBANK78P
005100   05  WS-ERROR-MSG                          PIC X(75).           BBANK78P
005200   05  WS-BAL-DISP                           PIC -(11)9.99.       BBANK78P
005300   05  WS-COUNT-DISP                         PIC Z(4)9.           BBANK78P
005400   05  WS-ITEM-DISP                          PIC ZZ9.             BBANK78P
005500   05  WS-SUB1                               PIC S9(4) COMP.      BBANK78P
005600                                                                  BBANK78P
005700 01  WS-BANK-DATA.                                                BBANK78P
005800 COPY CBANKDAT.                                                   BBANK78P
005900 COPY CTIMERD.                                                    BBANK78P
005920 01  WS-SESSION-DATA.                                             BBANK78P
005940 COPY CSIGND01.                                                   BBANK78P
006000 01  WS-EXCEPTION-DATA.                                           BBANK78P
006100 COPY CBANKD16.                                                   BBANK78P
006200                                                                  BBANK78P
006300 01  WS-RM-DATA.                                                  BBANK78P
006400 COPY CRMGRD01.                                                   BBANK78P
006500                                                                  BBANK78P
006600 COPY CABENDD.                                                    BBANK78P
006700                                                                  BBANK78P
006800 LINKAGE SECTION.                                                 BBANK78P
006900 01  DFHCOMMAREA.                                                 BBANK78P
007000   05  LK-COMMAREA                           PIC X(32654).        BBANK78P
007100                                                                  BBANK78P
007200 COPY CENTRY.                                                     BBANK78P
007300***************************************************************** BBANK78P
007400* Make ourselves re-entrant                                     * BBANK78P
007500***************************************************************** BBANK78P
007600     MOVE SPACES TO WS-ERROR-MSG.                                 BBANK78P
007700                                                                  BBANK78P
007800***************************************************************** BBANK78P
007900* Move the passed area to our area                              * BBANK78P
008000***************************************************************** BBANK78P
008100     MOVE DFHCOMMAREA (1:LENGTH OF WS-BANK-DATA) TO WS-BANK-DATA. BBANK78P
008200                                                                  BBANK78P
008300***************************************************************** BBANK78P
008400* Ensure error message is cleared                               * BBANK78P
008500***************************************************************** BBANK78P
008600     MOVE SPACES TO BANK-ERROR-MSG.                               BBANK78P
008700                                                                  BBANK78P
008800***************************************************************** BBANK78P
008900* Save the passed return flag and then turn it off              * BBANK78P
009000***************************************************************** BBANK78P
009100     MOVE BANK-RETURN-FLAG TO WS-RETURN-FLAG.                     BBANK78P
009200     SET BANK-RETURN-FLAG-OFF TO TRUE.                            BBANK78P
009300                                                                  BBANK78P
009400***************************************************************** BBANK78P
009500* Force a logoff if the session has been idle too long          * BBANK78P
009600***************************************************************** BBANK78P
009700     SET SESSION-NOT-TIMED-OUT TO TRUE.                           BBANK78P
009800     PERFORM CHECK-IDLE-TIMEOUT THRU                              BBANK78P
009900             CHECK-IDLE-TIMEOUT-EXIT.                             BBANK78P
010000     IF WS-SESSION-TIMED-OUT                                      BBANK78P
010100        MOVE 'BBANK78P' TO BANK-LAST-PROG                         BBANK78P
010200        MOVE 'BBANK99P' TO BANK-NEXT-PROG                         BBANK78P
010300        MOVE 'MBANK99' TO BANK-NEXT-MAPSET                        BBANK78P
010400        MOVE 'BANK99A' TO BANK-NEXT-MAP                           BBANK78P
010500        MOVE 'Session timed out due to inactivity' TO             BBANK78P
010600             BANK-ERROR-MSG                                       BBANK78P
010700        SET BANK-AID-ENTER TO TRUE                                BBANK78P
010800        GO TO COMMON-RETURN                                       BBANK78P
010900     END-IF.                                                      BBANK78P
011000                                                                  BBANK78P
011100***************************************************************** BBANK78P
011200* Check the AID to see if its valid at this point               * BBANK78P
011300***************************************************************** BBANK78P
011400     SET PFK-INVALID TO TRUE.                                     BBANK78P
011500     IF BANK-AID-ENTER OR                                         BBANK78P
011600        BANK-AID-PFK03 OR                                         BBANK78P
011700        BANK-AID-PFK04                                            BBANK78P
011800        SET PFK-VALID TO TRUE                                     BBANK78P
011900     END-IF.                                                      BBANK78P
012000     IF PFK-INVALID                                               BBANK78P
012100        SET BANK-AID-ENTER TO TRUE                                BBANK78P
012200     END-IF.                                                      BBANK78P
012300                                                                  BBANK78P
012400***************************************************************** BBANK78P
012500* Check the AID to see if we have to quit                       * BBANK78P
012600***************************************************************** BBANK78P
012700     IF BANK-AID-PFK03                                            BBANK78P
012800        MOVE 'BBANK78P' TO BANK-LAST-PROG                         BBANK78P
012900        MOVE 'BBANK99P' TO BANK-NEXT-PROG                         BBANK78P
013000        MOVE 'MBANK99' TO BANK-NEXT-MAPSET                        BBANK78P
013100        MOVE 'BANK99A' TO BANK-NEXT-MAP                           BBANK78P
013200        GO TO COMMON-RETURN                                       BBANK78P
013300     END-IF.                                                      BBANK78P
013400                                                                  BBANK78P
013500***************************************************************** BBANK78P
013600* Check the AID to see if we have to return to the services     * BBANK78P
013700* menu                                                          * BBANK78P
013800***************************************************************** BBANK78P
013900     IF BANK-AID-PFK04                                            BBANK78P
014000        MOVE 'BBANK78P' TO BANK-LAST-PROG                         BBANK78P
014100        MOVE 'BBANK21P' TO BANK-NEXT-PROG                         BBANK78P
014200        MOVE 'MBANK21' TO BANK-NEXT-MAPSET                        BBANK78P
014300        MOVE 'BANK21A' TO BANK-NEXT-MAP                           BBANK78P
014400        SET BANK-AID-ENTER TO TRUE                                BBANK78P
014500        GO TO COMMON-RETURN                                       BBANK78P
014600     END-IF.                                                      BBANK78P
014700                                                                  BBANK78P
014800* Check if we have set the screen up before or is this 1st time   BBANK78P
014900     IF BANK-LAST-MAPSET IS NOT EQUAL TO 'MBANK78'                BBANK78P
015000        MOVE 'BBANK78P' TO BANK-LAST-PROG                         BBANK78P
015100        MOVE 'BBANK78P' TO BANK-NEXT-PROG                         BBANK78P
015200        MOVE 'MBANK78' TO BANK-LAST-MAPSET                        BBANK78P
015300        MOVE 'BANK78A' TO BANK-LAST-MAP                           BBANK78P
015400        MOVE 'MBANK78' TO BANK-NEXT-MAPSET                        BBANK78P
015500        MOVE 'BANK78A' TO BANK-NEXT-MAP                           BBANK78P
015600        MOVE LOW-VALUES TO BANK-SCREEN78-DATA                     BBANK78P
015700        GO TO COMMON-RETURN                                       BBANK78P
015800     END-IF.                                                      BBANK78P
015900                                                                  BBANK78P
016000***************************************************************** BBANK78P
016100* The user pressed ENTER - validate and work the request        * BBANK78P
016200***************************************************************** BBANK78P
016300     MOVE 'BBANK78P' TO BANK-LAST-PROG.                           BBANK78P
016400     MOVE 'BBANK78P' TO BANK-NEXT-PROG.                           BBANK78P
016500     MOVE 'MBANK78' TO BANK-LAST-MAPSET.                          BBANK78P
016600     MOVE 'BANK78A' TO BANK-LAST-MAP.                             BBANK78P
016700     MOVE 'MBANK78' TO BANK-NEXT-MAPSET.                          BBANK78P
016800     MOVE 'BANK78A' TO BANK-NEXT-MAP.                             BBANK78P
016900                                                                  BBANK78P
017000     PERFORM VALIDATE-INPUT THRU                                  BBANK78P
017100             VALIDATE-INPUT-EXIT.                                 BBANK78P
017200     IF INPUT-ERROR                                               BBANK78P
017300        MOVE WS-ERROR-MSG TO BANK-SCR78-ERRMSG                    BBANK78P
017400        MOVE WS-ERROR-MSG TO BANK-ERROR-MSG                       BBANK78P
017500        GO TO COMMON-RETURN                                       BBANK78P
017600     END-IF.                                                      BBANK78P
017700                                                                  BBANK78P
017800     PERFORM WORK-PORTFOLIO THRU                                  BBANK78P
017900             WORK-PORTFOLIO-EXIT.                                 BBANK78P
018000     GO TO COMMON-RETURN.                                         BBANK78P
018100                                                                  BBANK78P
018200 COMMON-RETURN.                                                   BBANK78P
018300     IF BANK-ERROR-MSG NOT EQUAL TO SPACES                        BBANK78P
018400        MOVE SPACES TO CD16-DATA                                  BBANK78P
018500        MOVE BANK-USERID TO CD16I-PERSON-PID                      BBANK78P
018600        MOVE WS-PROGRAM-ID TO CD16I-PROGRAM                       BBANK78P
018700        MOVE BANK-ERROR-MSG TO CD16I-MESSAGE                      BBANK78P
018800     COPY CBANKX16.                                               BBANK78P
018900     END-IF.                                                      BBANK78P
019000     MOVE WS-BANK-DATA TO DFHCOMMAREA (1:LENGTH OF WS-BANK-DATA). BBANK78P
019100 COPY CRETURN.                                                    BBANK78P
019200***************************************************************** BBANK78P
019300* Validate what the operator keyed                              * BBANK78P
019400***************************************************************** BBANK78P
019500 VALIDATE-INPUT.                                                  BBANK78P
019600     SET INPUT-OK TO TRUE.                                        BBANK78P
019700     IF BANK-ROLE-CUSTOMER                                        BBANK78P
019800        MOVE 'Portfolios are worked by staff users only'          BBANK78P
019900          TO WS-ERROR-MSG                                         BBANK78P
020000        GO TO VALIDATE-INPUT-ERROR                                BBANK78P
020100     END-IF.                                                      BBANK78P
020200     IF BANK-SCR78-ACTION IS NOT EQUAL TO 'A' AND                 BBANK78P
020300        BANK-SCR78-ACTION IS NOT EQUAL TO 'L' AND                 BBANK78P
020400        BANK-SCR78-ACTION IS NOT EQUAL TO 'R'                     BBANK78P
020500        MOVE 'Action must be A(ssign), L(ist) or R(eassign)'      BBANK78P
020600          TO WS-ERROR-MSG                                         BBANK78P
020700        GO TO VALIDATE-INPUT-ERROR                                BBANK78P
020800     END-IF.                                                      BBANK78P
020900     IF BANK-SCR78-RM IS EQUAL TO LOW-VALUES                      BBANK78P
021000        MOVE SPACES TO BANK-SCR78-RM                              BBANK78P
021100     END-IF.                                                      BBANK78P
021200     IF BANK-SCR78-PID IS EQUAL TO LOW-VALUES                     BBANK78P
021300        MOVE SPACES TO BANK-SCR78-PID                             BBANK78P
021400     END-IF.                                                      BBANK78P
021500     IF BANK-SCR78-NEWRM IS EQUAL TO LOW-VALUES                   BBANK78P
021600        MOVE SPACES TO BANK-SCR78-NEWRM                           BBANK78P
021700     END-IF.                                                      BBANK78P
021800     IF BANK-SCR78-ACTION IS EQUAL TO 'L'                         BBANK78P
021900        IF BANK-SCR78-RM IS EQUAL TO SPACES                       BBANK78P
022000           MOVE BANK-USERID TO BANK-SCR78-RM                      BBANK78P
022100        END-IF                                                    BBANK78P
022200        GO TO VALIDATE-INPUT-EXIT                                 BBANK78P
022300     END-IF.                                                      BBANK78P
022400     IF NOT BANK-ROLE-BACK-OFFICE AND                             BBANK78P
022500        NOT BANK-ROLE-SUPERVISOR                                  BBANK78P
022600        MOVE 'Only back-office/supervisors assign managers'       BBANK78P
022700          TO WS-ERROR-MSG                                         BBANK78P
022800        GO TO VALIDATE-INPUT-ERROR                                BBANK78P
022900     END-IF.                                                      BBANK78P
023000     IF BANK-SCR78-RM IS EQUAL TO SPACES                          BBANK78P
023100        MOVE 'Key the relationship manager''s user id' TO         BBANK78P
023200             WS-ERROR-MSG                                         BBANK78P
023300        GO TO VALIDATE-INPUT-ERROR                                BBANK78P
023400     END-IF.                                                      BBANK78P
023500     IF BANK-SCR78-ACTION IS EQUAL TO 'A' AND                     BBANK78P
023600        BANK-SCR78-PID IS EQUAL TO SPACES                         BBANK78P
023700        MOVE 'Key the PID of the customer to assign' TO           BBANK78P
023800             WS-ERROR-MSG                                         BBANK78P
023900        GO TO VALIDATE-INPUT-ERROR                                BBANK78P
024000     END-IF.                                                      BBANK78P
024100     GO TO VALIDATE-INPUT-EXIT.                                   BBANK78P
024200 VALIDATE-INPUT-ERROR.                                            BBANK78P
024300     SET INPUT-ERROR TO TRUE.                                     BBANK78P
024400 VALIDATE-INPUT-EXIT.                                             BBANK78P
024500     EXIT.                                                        BBANK78P
024600                                                                  BBANK78P
024700***************************************************************** BBANK78P
024800* Drive DRMGR01P and show the outcome. A list pages on from the * BBANK78P
024900* last customer shown each time ENTER is pressed. An assignment * BBANK78P
025000* is followed by the manager's portfolio from the start, and a  * BBANK78P
025100* portfolio moved to a named manager by that manager's, so the  * BBANK78P
025200* operator sees the book as it now stands                       * BBANK78P
025300***************************************************************** BBANK78P
025400 WORK-PORTFOLIO.                                                  BBANK78P
025500     INITIALIZE CRM1-DATA.                                        BBANK78P
025600     EVALUATE BANK-SCR78-ACTION                                   BBANK78P
025700       WHEN 'A'                                                   BBANK78P
025800         SET CRM1I-ASSIGN-CUSTOMER TO TRUE                        BBANK78P
025900       WHEN 'R'                                                   BBANK78P
026000         SET CRM1I-REASSIGN-PORTFOLIO TO TRUE                     BBANK78P
026100         SET CRM1I-REASON-MANUAL TO TRUE                          BBANK78P
026200       WHEN OTHER                                                 BBANK78P
026300         SET CRM1I-LIST-PORTFOLIO TO TRUE                         BBANK78P
026400     END-EVALUATE.                                                BBANK78P
026500     MOVE BANK-SCR78-RM TO CRM1I-RM-USERID.                       BBANK78P
026600     MOVE BANK-SCR78-PID TO CRM1I-PID.                            BBANK78P
026700     MOVE BANK-SCR78-NEWRM TO CRM1I-NEW-RM-USERID.                BBANK78P
026800     MOVE BANK-USERID TO CRM1I-USERID.                            BBANK78P
026900 COPY CRMGRX01.                                                   BBANK78P
027000     IF NOT CRM1O-REQUEST-OK                                      BBANK78P
027100        MOVE CRM1O-MSG TO BANK-SCR78-ERRMSG                       BBANK78P
027200        MOVE CRM1O-MSG TO BANK-ERROR-MSG                          BBANK78P
027300        GO TO WORK-PORTFOLIO-EXIT                                 BBANK78P
027400     END-IF.                                                      BBANK78P
027500     MOVE CRM1O-MSG TO BANK-SCR78-ERRMSG.                         BBANK78P
027600     IF BANK-SCR78-ACTION IS EQUAL TO 'R'                         BBANK78P
027700        IF BANK-SCR78-NEWRM IS EQUAL TO SPACES                    BBANK78P
027800           MOVE SPACES TO BANK-SCR78-RMNAME                       BBANK78P
027900           MOVE SPACES TO BANK-SCR78-CUSTS                        BBANK78P
028000           MOVE SPACES TO BANK-SCR78-TOTBAL                       BBANK78P
028100           MOVE SPACES TO BANK-SCR78-ITEMS                        BBANK78P
028200           MOVE SPACES TO BANK-SCR78-LIST (1)                     BBANK78P
028300           MOVE SPACES TO BANK-SCR78-LIST (2)                     BBANK78P
028400           MOVE SPACES TO BANK-SCR78-LIST (3)                     BBANK78P
028500           MOVE SPACES TO BANK-SCR78-LIST (4)                     BBANK78P
028600           GO TO WORK-PORTFOLIO-EXIT                              BBANK78P
028700        END-IF                                                    BBANK78P
028800        MOVE BANK-SCR78-NEWRM TO BANK-SCR78-RM                    BBANK78P
028900        MOVE SPACES TO BANK-SCR78-NEWRM                           BBANK78P
029000     END-IF.                                                      BBANK78P
029100     IF BANK-SCR78-ACTION IS NOT EQUAL TO 'L'                     BBANK78P
029200        MOVE 'L' TO BANK-SCR78-ACTION                             BBANK78P
029300        MOVE SPACES TO BANK-SCR78-PID                             BBANK78P
029400        INITIALIZE CRM1-DATA                                      BBANK78P
029500        SET CRM1I-LIST-PORTFOLIO TO TRUE                          BBANK78P
029600        MOVE BANK-SCR78-RM TO CRM1I-RM-USERID                     BBANK78P
029700        MOVE BANK-USERID TO CRM1I-USERID                          BBANK78P
029800 COPY CRMGRX01.                                                   BBANK78P
029900     END-IF.                                                      BBANK78P
030000     MOVE CRM1O-RM-NAME TO BANK-SCR78-RMNAME.                     BBANK78P
030100     MOVE CRM1O-CUSTOMERS TO WS-COUNT-DISP.                       BBANK78P
030200     MOVE WS-COUNT-DISP TO BANK-SCR78-CUSTS.                      BBANK78P
030300     MOVE CRM1O-TOTAL-BALANCE TO WS-BAL-DISP.                     BBANK78P
030400     MOVE WS-BAL-DISP TO BANK-SCR78-TOTBAL.                       BBANK78P
030500     MOVE CRM1O-OPEN-ITEMS TO WS-COUNT-DISP.                      BBANK78P
030600     MOVE WS-COUNT-DISP TO BANK-SCR78-ITEMS.                      BBANK78P
030700     MOVE 0 TO WS-SUB1.                                           BBANK78P
030800     PERFORM SHOW-PORTFOLIO-ROW THRU                              BBANK78P
030900             SHOW-PORTFOLIO-ROW-EXIT 4 TIMES.                     BBANK78P
031000     IF CRM1O-LIST-COUNT IS EQUAL TO ZERO                         BBANK78P
031100        MOVE SPACES TO BANK-SCR78-PID                             BBANK78P
031200     ELSE                                                         BBANK78P
031300        MOVE CRM1O-LST-PID (CRM1O-LIST-COUNT) TO BANK-SCR78-PID   BBANK78P
031400     END-IF.                                                      BBANK78P
031500 WORK-PORTFOLIO-EXIT.                                             BBANK78P
031600     EXIT.                                                        BBANK78P
031700                                                                  BBANK78P
031800***************************************************************** BBANK78P
031900* Show one customer in the portfolio, or clear the row          * BBANK78P
032000***************************************************************** BBANK78P
032100 SHOW-PORTFOLIO-ROW.                                              BBANK78P
032200     ADD 1 TO WS-SUB1.                                            BBANK78P
032300     MOVE SPACES TO BANK-SCR78-LIST (WS-SUB1).                    BBANK78P
032400     IF WS-SUB1 IS GREATER THAN CRM1O-LIST-COUNT                  BBANK78P
032500        GO TO SHOW-PORTFOLIO-ROW-EXIT                             BBANK78P
032600     END-IF.                                                      BBANK78P
032700     MOVE CRM1O-LST-PID (WS-SUB1) TO                              BBANK78P
032800          BANK-SCR78-LST-PID (WS-SUB1).                           BBANK78P
032900     MOVE CRM1O-LST-NAME (WS-SUB1) TO                             BBANK78P
033000          BANK-SCR78-LST-NAME (WS-SUB1).                          BBANK78P
033100     MOVE CRM1O-LST-BALANCE (WS-SUB1) TO WS-BAL-DISP.             BBANK78P
033200     MOVE WS-BAL-DISP TO BANK-SCR78-LST-BAL (WS-SUB1).            BBANK78P
033300     MOVE CRM1O-LST-KYC (WS-SUB1) TO WS-ITEM-DISP.                BBANK78P
033400     MOVE WS-ITEM-DISP TO BANK-SCR78-LST-KYC (WS-SUB1).           BBANK78P
033500     MOVE CRM1O-LST-COMPLAINTS (WS-SUB1) TO WS-ITEM-DISP.         BBANK78P
033600     MOVE WS-ITEM-DISP TO BANK-SCR78-LST-CMP (WS-SUB1).           BBANK78P
033700     MOVE CRM1O-LST-COLLECTIONS (WS-SUB1) TO WS-ITEM-DISP.        BBANK78P
033800     MOVE WS-ITEM-DISP TO BANK-SCR78-LST-COL (WS-SUB1).           BBANK78P
033900     MOVE CRM1O-LST-COVENANTS (WS-SUB1) TO WS-ITEM-DISP.          BBANK78P
034000     MOVE WS-ITEM-DISP TO BANK-SCR78-LST-COV (WS-SUB1).           BBANK78P
034100 SHOW-PORTFOLIO-ROW-EXIT.                                         BBANK78P
034200     EXIT.                                                        BBANK78P
034300                                                                  BBANK78P
034400***************************************************************** BBANK78P
034500* Check for an idle session timeout                             * BBANK78P
034600***************************************************************** BBANK78P
034700 COPY CIDLECHK.                                                   BBANK78P
