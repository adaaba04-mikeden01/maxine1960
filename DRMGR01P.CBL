000100***************************************************************** DRMGR01P
000200*                                                               * DRMGR01P
000300*  Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.    * DRMGR01P
000400*  This demonstration program is provided for use by users      * DRMGR01P
000500*  of Micro Focus products and may be used, modified and        * DRMGR01P
000600*  distributed as part of your application provided that        * DRMGR01P
000700*  you properly acknowledge the copyright of Micro Focus        * DRMGR01P
000800*  in this material.                                            * DRMGR01P
000900*                                                               * DRMGR01P
001000***************************************************************** DRMGR01P
001100                                                                  DRMGR01P
001200***************************************************************** DRMGR01P
001300* Program:     DRMGR01P.CBL                                     * DRMGR01P
001400* Function:    Relationship manager portfolios - assigns a      * DRMGR01P
001500*              customer, personal or corporate, to a manager    * DRMGR01P
001600*              from the staff users on BNKCUST; lists a         * DRMGR01P
001700*              manager's portfolio with each customer's         * DRMGR01P
001800*              balances and open KYC reviews, complaints,       * DRMGR01P
001900*              collections cases and covenant breaches; moves   * DRMGR01P
002000*              a leaver's portfolio on to the manager holding   * DRMGR01P
002100*              the fewest customers; and once a month reports   * DRMGR01P
002200*              each manager's portfolio movement - new          * DRMGR01P
002300*              customers, closures and balance growth or        * DRMGR01P
002400*              decline - off the BNKEODB balances               * DRMGR01P
002500*              SQL version                                      * DRMGR01P
002600***************************************************************** DRMGR01P
002700                                                                  DRMGR01P
002800 IDENTIFICATION DIVISION.                                         DRMGR01P
002900 PROGRAM-ID.                                                      DRMGR01P
003000     DRMGR01P.                                                    DRMGR01P
003100 DATE-WRITTEN.                                                    DRMGR01P
003200     October 2026.                                                DRMGR01P
003300 DATE-COMPILED.                                                   DRMGR01P
003400     Today.                                                       DRMGR01P
003500                                                                  DRMGR01P
003600 ENVIRONMENT DIVISION.                                            DRMGR01P
003700                                                                  DRMGR01P
003800 DATA DIVISION.                                                   DRMGR01P
003900                                                                  DRMGR01P
004000 WORKING-STORAGE SECTION.                                         DRMGR01P
004100 01  WS-MISC-STORAGE.                                             DRMGR01P
004200   05  WS-PROGRAM-ID                         PIC X(8)             DRMGR01P
004300       VALUE 'DRMGR01P'.                                          DRMGR01P
004400   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DRMGR01P
004500   05  WS-SUB1                               PIC S9(4) COMP.      DRMGR01P
004600   05  WS-COUNT-DISP                         PIC Z(4)9.           DRMGR01P
004700   05  WS-OPEN-DISP                          PIC -(11)9.99.       DRMGR01P
004800   05  WS-CLOSE-DISP                         PIC -(11)9.99.       DRMGR01P
004900   05  WS-MOVE-DISP                          PIC -(11)9.99.       DRMGR01P
005000   05  WS-NEW-DISP                           PIC Z(4)9.           DRMGR01P
005100   05  WS-LOST-DISP                          PIC Z(4)9.           DRMGR01P
005200   05  WS-REPORT-NAME.                                            DRMGR01P
005300     10  FILLER                              PIC X(7)             DRMGR01P
005400         VALUE 'RMPORT '.                                         DRMGR01P
005500     10  WS-REPORT-RM                        PIC X(5).            DRMGR01P
005600     10  FILLER                              PIC X(1)             DRMGR01P
005700         VALUE ' '.                                               DRMGR01P
005800     10  WS-REPORT-MONTH                     PIC X(7).            DRMGR01P
005900                                                                  DRMGR01P
006000 01  WS-CSV-DATA.                                                 DRMGR01P
006100 COPY CCSVD.                                                      DRMGR01P
006200                                                                  DRMGR01P
006300 01  WS-96-COMMAREA.                                              DRMGR01P
006400 COPY CBANKD96.                                                   DRMGR01P
006500                                                                  DRMGR01P
006600   EXEC SQL                                                       DRMGR01P
006700        BEGIN DECLARE SECTION                                     DRMGR01P
006800   END-EXEC.                                                      DRMGR01P
006900 01  WS-COMMAREA.                                                 DRMGR01P
007000     EXEC SQL                                                     DRMGR01P
007100          INCLUDE CRMGRD01                                        DRMGR01P
007200     END-EXEC.                                                    DRMGR01P
007300 01  WS-98-COMMAREA.                                              DRMGR01P
007400     EXEC SQL                                                     DRMGR01P
007500          INCLUDE CBANKD98                                        DRMGR01P
007600     END-EXEC.                                                    DRMGR01P
007700 01  DCL-RM-AREAS.                                                DRMGR01P
007800   05  DCL-RMG-PID                           PIC X(5).            DRMGR01P
007900   05  DCL-RMG-RM-USERID                     PIC X(5).            DRMGR01P
008000   05  DCL-BCS-NAME                          PIC X(25).           DRMGR01P
008100   05  DCL-BCS-ROLE                          PIC X(1).            DRMGR01P
008200   05  DCL-BCS-LOCKED                        PIC X(1).            DRMGR01P
008300   05  DCL-BALANCE                           PIC S9(11)V99 COMP-3.DRMGR01P
008400   05  DCL-ITEM-COUNT                        PIC S9(7) COMP-3.    DRMGR01P
008500   05  DCL-ROW-COUNT                         PIC S9(9) COMP-3.    DRMGR01P
008600   05  DCL-OPEN-BALANCE                      PIC S9(11)V99 COMP-3.DRMGR01P
008700   05  DCL-CLOSE-BALANCE                     PIC S9(11)V99 COMP-3.DRMGR01P
008800   05  DCL-OPEN-ACCOUNTS                     PIC S9(5) COMP-3.    DRMGR01P
008900   05  DCL-CLOSE-ACCOUNTS                    PIC S9(5) COMP-3.    DRMGR01P
009000   05  DCL-OPEN-CLOSED                       PIC S9(5) COMP-3.    DRMGR01P
009100   05  DCL-CLOSE-CLOSED                      PIC S9(5) COMP-3.    DRMGR01P
009200 01  WS-RM-AREAS.                                                 DRMGR01P
009300   05  WS-BUSINESS-DATE                      PIC X(10).           DRMGR01P
009400   05  WS-RUN-TS                             PIC X(26).           DRMGR01P
009500   05  WS-CHECK-RM                           PIC X(5).            DRMGR01P
009600   05  WS-FROM-RM                            PIC X(5).            DRMGR01P
009700   05  WS-TO-RM                              PIC X(5).            DRMGR01P
009800   05  WS-REASON                             PIC X(1).            DRMGR01P
009900   05  WS-SAVE-REASON                        PIC X(1).            DRMGR01P
010000   05  WS-MONTH                              PIC X(7).            DRMGR01P
010100   05  WS-MONTH-FIRST                        PIC X(10).           DRMGR01P
010200   05  WS-PERIOD-FROM                        PIC X(10).           DRMGR01P
010300   05  WS-PERIOD-TO                          PIC X(10).           DRMGR01P
010400   05  WS-OPEN-DATE                          PIC X(10).           DRMGR01P
010500   05  WS-CLOSE-DATE                         PIC X(10).           DRMGR01P
010600   05  WS-CUS-STATUS                         PIC X(6).            DRMGR01P
010700   05  WS-RM-CUSTOMERS                       PIC S9(5) COMP-3.    DRMGR01P
010800   05  WS-RM-NEW                             PIC S9(5) COMP-3.    DRMGR01P
010900   05  WS-RM-LOST                            PIC S9(5) COMP-3.    DRMGR01P
011000   05  WS-RM-CLOSED                          PIC S9(5) COMP-3.    DRMGR01P
011100   05  WS-RM-OPEN-BAL                        PIC S9(11)V99 COMP-3.DRMGR01P
011200   05  WS-RM-CLOSE-BAL                       PIC S9(11)V99 COMP-3.DRMGR01P
011300   05  WS-MOVEMENT                           PIC S9(11)V99 COMP-3.DRMGR01P
011400   05  WS-CLOSED-ACCOUNTS                    PIC S9(5) COMP-3.    DRMGR01P
011500                                                                  DRMGR01P
011600     EXEC SQL                                                     DRMGR01P
011700          INCLUDE SQLCA                                           DRMGR01P
011800     END-EXEC.                                                    DRMGR01P
011900                                                                  DRMGR01P
012000 COPY CABENDD.                                                    DRMGR01P
012100   EXEC SQL                                                       DRMGR01P
012200        END DECLARE SECTION                                       DRMGR01P
012300   END-EXEC.                                                      DRMGR01P
012400                                                                  DRMGR01P
012500 LINKAGE SECTION.                                                 DRMGR01P
012600 01  DFHCOMMAREA.                                                 DRMGR01P
012700   05  LK-COMMAREA                           PIC X(1)             DRMGR01P
012800       OCCURS 1 TO 6144 TIMES                                     DRMGR01P
012900         DEPENDING ON WS-COMMAREA-LENGTH.                         DRMGR01P
013000                                                                  DRMGR01P
013100 COPY CENTRY.                                                     DRMGR01P
013200***************************************************************** DRMGR01P
013300* Move the passed area to our area                              * DRMGR01P
013400***************************************************************** DRMGR01P
013500     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DRMGR01P
013600     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DRMGR01P
013700                                                                  DRMGR01P
013800***************************************************************** DRMGR01P
013900* Initialize our output area                                    * DRMGR01P
014000***************************************************************** DRMGR01P
014100     INITIALIZE CRM1O-DATA.                                       DRMGR01P
014200     SET CRM1O-REQUEST-FAIL TO TRUE.                              DRMGR01P
014300                                                                  DRMGR01P
014400     INITIALIZE CD98-DATA.                                        DRMGR01P
014500     SET CD98I-READ-BUSINESS-DATE TO TRUE.                        DRMGR01P
014600 COPY CBANKX98.                                                   DRMGR01P
014700     IF NOT CD98O-REQUEST-OK                                      DRMGR01P
014800        MOVE CD98O-MSG TO CRM1O-MSG                               DRMGR01P
014900        GO TO DRMGR01P-EXIT                                       DRMGR01P
015000     END-IF.                                                      DRMGR01P
015100     MOVE CD98O-DATE TO WS-BUSINESS-DATE.                         DRMGR01P
015200                                                                  DRMGR01P
015300     EVALUATE TRUE                                                DRMGR01P
015400       WHEN CRM1I-ASSIGN-CUSTOMER                                 DRMGR01P
015500         PERFORM ASSIGN-CUSTOMER THRU                             DRMGR01P
015600                 ASSIGN-CUSTOMER-EXIT                             DRMGR01P
015700       WHEN CRM1I-LIST-PORTFOLIO                                  DRMGR01P
015800         PERFORM LIST-PORTFOLIO THRU                              DRMGR01P
015900                 LIST-PORTFOLIO-EXIT                              DRMGR01P
016000       WHEN CRM1I-REASSIGN-PORTFOLIO                              DRMGR01P
016100         PERFORM REASSIGN-PORTFOLIO THRU                          DRMGR01P
016200                 REASSIGN-PORTFOLIO-EXIT                          DRMGR01P
016300       WHEN CRM1I-MONTHLY-RUN                                     DRMGR01P
016400         PERFORM MONTHLY-RUN THRU                                 DRMGR01P
016500                 MONTHLY-RUN-EXIT                                 DRMGR01P
016600       WHEN OTHER                                                 DRMGR01P
016700         MOVE 'Unknown relationship manager function requested'   DRMGR01P
016800           TO CRM1O-MSG                                           DRMGR01P
016900     END-EVALUATE.                                                DRMGR01P
017000                                                                  DRMGR01P
017100 DRMGR01P-EXIT.                                                   DRMGR01P
017200***************************************************************** DRMGR01P
017300* Move the result back to the callers area                      * DRMGR01P
017400***************************************************************** DRMGR01P
017500     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DRMGR01P
017600                                                                  DRMGR01P
017700***************************************************************** DRMGR01P
017800* Return to our caller                                          * DRMGR01P
017900***************************************************************** DRMGR01P
018000 COPY CRETURN.                                                    DRMGR01P
018100                                                                  DRMGR01P
018200***************************************************************** DRMGR01P
018300* Assign a customer to a manager. Staff users are not           * DRMGR01P
018400* customers and carry no manager of their own. A customer       * DRMGR01P
018500* already held by another manager moves across, the change of   * DRMGR01P
018600* hands logged like any other                                   * DRMGR01P
018700***************************************************************** DRMGR01P
018800 ASSIGN-CUSTOMER.                                                 DRMGR01P
018900     MOVE CRM1I-RM-USERID TO WS-CHECK-RM.                         DRMGR01P
019000     PERFORM CHECK-MANAGER THRU                                   DRMGR01P
019100             CHECK-MANAGER-EXIT.                                  DRMGR01P
019200     IF CRM1O-MSG IS NOT EQUAL TO SPACES                          DRMGR01P
019300        GO TO ASSIGN-CUSTOMER-EXIT                                DRMGR01P
019400     END-IF.                                                      DRMGR01P
019500     EXEC SQL                                                     DRMGR01P
019600          SELECT BCS_ROLE                                         DRMGR01P
019700          INTO :DCL-BCS-ROLE                                      DRMGR01P
019800          FROM BNKCUST                                            DRMGR01P
019900          WHERE BCS_PID = :CRM1I-PID                              DRMGR01P
020000     END-EXEC.                                                    DRMGR01P
020100     IF SQLCODE IS EQUAL TO +100                                  DRMGR01P
020200        SET CRM1O-NOT-FOUND TO TRUE                               DRMGR01P
020300        MOVE 'No customer is held under that PID' TO CRM1O-MSG    DRMGR01P
020400        GO TO ASSIGN-CUSTOMER-EXIT                                DRMGR01P
020500     END-IF.                                                      DRMGR01P
020600     IF SQLCODE IS NOT EQUAL TO ZERO                              DRMGR01P
020700        MOVE 'Unable to read the customer' TO CRM1O-MSG           DRMGR01P
020800        GO TO ASSIGN-CUSTOMER-EXIT                                DRMGR01P
020900     END-IF.                                                      DRMGR01P
021000     IF DCL-BCS-ROLE IS NOT EQUAL TO SPACES                       DRMGR01P
021100        MOVE 'Staff users do not carry a relationship manager'    DRMGR01P
021200          TO CRM1O-MSG                                            DRMGR01P
021300        GO TO ASSIGN-CUSTOMER-EXIT                                DRMGR01P
021400     END-IF.                                                      DRMGR01P
021500     MOVE CRM1I-PID TO DCL-RMG-PID.                               DRMGR01P
021600     MOVE SPACES TO WS-FROM-RM.                                   DRMGR01P
021700     EXEC SQL                                                     DRMGR01P
021800          SELECT RMG_RM_USERID                                    DRMGR01P
021900          INTO :WS-FROM-RM                                        DRMGR01P
022000          FROM BNKRMGR                                            DRMGR01P
022100          WHERE RMG_PID = :DCL-RMG-PID                            DRMGR01P
022200     END-EXEC.                                                    DRMGR01P
022300     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DRMGR01P
022400        SQLCODE IS NOT EQUAL TO +100                              DRMGR01P
022500        MOVE 'Unable to read the customer''s manager' TO CRM1O-MSGDRMGR01P
022600        GO TO ASSIGN-CUSTOMER-EXIT                                DRMGR01P
022700     END-IF.                                                      DRMGR01P
022800     IF WS-FROM-RM IS EQUAL TO CRM1I-RM-USERID                    DRMGR01P
022900        SET CRM1O-REQUEST-OK TO TRUE                              DRMGR01P
023000        MOVE 'Customer is already held by that manager'           DRMGR01P
023100          TO CRM1O-MSG                                            DRMGR01P
023200        GO TO ASSIGN-CUSTOMER-EXIT                                DRMGR01P
023300     END-IF.                                                      DRMGR01P
023400     MOVE CRM1I-RM-USERID TO WS-TO-RM.                            DRMGR01P
023500     MOVE 'A' TO WS-REASON.                                       DRMGR01P
023600     IF WS-FROM-RM IS EQUAL TO SPACES                             DRMGR01P
023700        EXEC SQL                                                  DRMGR01P
023800             INSERT                                               DRMGR01P
023900             INTO BNKRMGR (RMG_PID,                               DRMGR01P
024000                           RMG_RM_USERID,                         DRMGR01P
024100                           RMG_ASSIGNED_DATE,                     DRMGR01P
024200                           RMG_ASSIGNED_BY)                       DRMGR01P
024300             VALUES (:DCL-RMG-PID,                                DRMGR01P
024400                     :WS-TO-RM,                                   DRMGR01P
024500                     :WS-BUSINESS-DATE,                           DRMGR01P
024600                     :CRM1I-USERID)                               DRMGR01P
024700        END-EXEC                                                  DRMGR01P
024800     ELSE                                                         DRMGR01P
024900        PERFORM MOVE-CUSTOMER THRU                                DRMGR01P
025000                MOVE-CUSTOMER-EXIT                                DRMGR01P
025100        GO TO ASSIGN-CUSTOMER-EXIT                                DRMGR01P
025200     END-IF.                                                      DRMGR01P
025300     IF SQLCODE IS NOT EQUAL TO ZERO                              DRMGR01P
025400        MOVE 'Unable to assign the customer' TO CRM1O-MSG         DRMGR01P
025500        GO TO ASSIGN-CUSTOMER-EXIT                                DRMGR01P
025600     END-IF.                                                      DRMGR01P
025700     PERFORM WRITE-HISTORY THRU                                   DRMGR01P
025800             WRITE-HISTORY-EXIT.                                  DRMGR01P
025900     IF CRM1O-MSG IS NOT EQUAL TO SPACES                          DRMGR01P
026000        GO TO ASSIGN-CUSTOMER-EXIT                                DRMGR01P
026100     END-IF.                                                      DRMGR01P
026200     SET CRM1O-REQUEST-OK TO TRUE.                                DRMGR01P
026300     MOVE 'Customer assigned to the relationship manager'         DRMGR01P
026400       TO CRM1O-MSG.                                              DRMGR01P
026500 ASSIGN-CUSTOMER-EXIT.                                            DRMGR01P
026600     EXIT.                                                        DRMGR01P
026700                                                                  DRMGR01P
026800***************************************************************** DRMGR01P
026900* A manager must be a staff user able to sign on - tellers,     * DRMGR01P
027000* supervisors and back office. Auditors look on and hold no     * DRMGR01P
027100* customers                                                     * DRMGR01P
027200***************************************************************** DRMGR01P
027300 CHECK-MANAGER.                                                   DRMGR01P
027400     EXEC SQL                                                     DRMGR01P
027500          SELECT BCS_NAME,                                        DRMGR01P
027600                 BCS_ROLE,                                        DRMGR01P
027700                 BCS_LOCKED                                       DRMGR01P
027800          INTO :DCL-BCS-NAME,                                     DRMGR01P
027900               :DCL-BCS-ROLE,                                     DRMGR01P
028000               :DCL-BCS-LOCKED                                    DRMGR01P
028100          FROM BNKCUST                                            DRMGR01P
028200          WHERE BCS_PID = :WS-CHECK-RM                            DRMGR01P
028300     END-EXEC.                                                    DRMGR01P
028400     IF SQLCODE IS EQUAL TO +100                                  DRMGR01P
028500        SET CRM1O-NOT-FOUND TO TRUE                               DRMGR01P
028600        MOVE 'No staff user is held under that id' TO CRM1O-MSG   DRMGR01P
028700        GO TO CHECK-MANAGER-EXIT                                  DRMGR01P
028800     END-IF.                                                      DRMGR01P
028900     IF SQLCODE IS NOT EQUAL TO ZERO                              DRMGR01P
029000        MOVE 'Unable to read the staff user' TO CRM1O-MSG         DRMGR01P
029100        GO TO CHECK-MANAGER-EXIT                                  DRMGR01P
029200     END-IF.                                                      DRMGR01P
029300     IF DCL-BCS-ROLE IS EQUAL TO SPACES                           DRMGR01P
029400        SET CRM1O-NOT-FOUND TO TRUE                               DRMGR01P
029500        MOVE 'No staff user is held under that id' TO CRM1O-MSG   DRMGR01P
029600        GO TO CHECK-MANAGER-EXIT                                  DRMGR01P
029700     END-IF.                                                      DRMGR01P
029800     IF DCL-BCS-ROLE IS EQUAL TO 'A'                              DRMGR01P
029900        MOVE 'Auditors cannot hold a portfolio' TO CRM1O-MSG      DRMGR01P
030000        GO TO CHECK-MANAGER-EXIT                                  DRMGR01P
030100     END-IF.                                                      DRMGR01P
030200     IF DCL-BCS-LOCKED IS NOT EQUAL TO 'N'                        DRMGR01P
030300        MOVE 'That staff user''s sign-on is disabled' TO CRM1O-MSGDRMGR01P
030400        GO TO CHECK-MANAGER-EXIT                                  DRMGR01P
030500     END-IF.                                                      DRMGR01P
030600     MOVE DCL-BCS-NAME TO CRM1O-RM-NAME.                          DRMGR01P
030700 CHECK-MANAGER-EXIT.                                              DRMGR01P
030800     EXIT.                                                        DRMGR01P
030900                                                                  DRMGR01P
031000***************************************************************** DRMGR01P
031100* Hand a customer already held on to another manager            * DRMGR01P
031200***************************************************************** DRMGR01P
031300 MOVE-CUSTOMER.                                                   DRMGR01P
031400     EXEC SQL                                                     DRMGR01P
031500          UPDATE BNKRMGR                                          DRMGR01P
031600          SET RMG_RM_USERID = :WS-TO-RM,                          DRMGR01P
031700              RMG_ASSIGNED_DATE = :WS-BUSINESS-DATE,              DRMGR01P
031800              RMG_ASSIGNED_BY = :CRM1I-USERID                     DRMGR01P
031900          WHERE RMG_PID = :DCL-RMG-PID                            DRMGR01P
032000     END-EXEC.                                                    DRMGR01P
032100     IF SQLCODE IS NOT EQUAL TO ZERO                              DRMGR01P
032200        MOVE 'Unable to move the customer' TO CRM1O-MSG           DRMGR01P
032300        GO TO MOVE-CUSTOMER-EXIT                                  DRMGR01P
032400     END-IF.                                                      DRMGR01P
032500     PERFORM WRITE-HISTORY THRU                                   DRMGR01P
032600             WRITE-HISTORY-EXIT.                                  DRMGR01P
032700     IF CRM1O-MSG IS NOT EQUAL TO SPACES                          DRMGR01P
032800        GO TO MOVE-CUSTOMER-EXIT                                  DRMGR01P
032900     END-IF.                                                      DRMGR01P
033000     IF CRM1I-ASSIGN-CUSTOMER                                     DRMGR01P
033100        SET CRM1O-REQUEST-OK TO TRUE                              DRMGR01P
033200        MOVE 'Customer moved to the relationship manager'         DRMGR01P
033300          TO CRM1O-MSG                                            DRMGR01P
033400     END-IF.                                                      DRMGR01P
033500 MOVE-CUSTOMER-EXIT.                                              DRMGR01P
033600     EXIT.                                                        DRMGR01P
033700                                                                  DRMGR01P
033800***************************************************************** DRMGR01P
033900* Log the change of hands - A assigned, M moved with the        * DRMGR01P
034000* portfolio, L moved on as the manager left, U left without a   * DRMGR01P
034100* manager as there was nobody to take the customer              * DRMGR01P
034200***************************************************************** DRMGR01P
034300 WRITE-HISTORY.                                                   DRMGR01P
034400     EXEC SQL                                                     DRMGR01P
034500          INSERT                                                  DRMGR01P
034600          INTO BNKRMGH (RMH_PID,                                  DRMGR01P
034700                        RMH_FROM_RM,                              DRMGR01P
034800                        RMH_TO_RM,                                DRMGR01P
034900                        RMH_REASON,                               DRMGR01P
035000                        RMH_USERID,                               DRMGR01P
035100                        RMH_TS)                                   DRMGR01P
035200          VALUES (:DCL-RMG-PID,                                   DRMGR01P
035300                  :WS-FROM-RM,                                    DRMGR01P
035400                  :WS-TO-RM,                                      DRMGR01P
035500                  :WS-REASON,                                     DRMGR01P
035600                  :CRM1I-USERID,                                  DRMGR01P
035700                  CURRENT TIMESTAMP)                              DRMGR01P
035800     END-EXEC.                                                    DRMGR01P
035900     IF SQLCODE IS NOT EQUAL TO ZERO                              DRMGR01P
036000        MOVE 'Unable to log the change of manager' TO CRM1O-MSG   DRMGR01P
036100     END-IF.                                                      DRMGR01P
036200 WRITE-HISTORY-EXIT.                                              DRMGR01P
036300     EXIT.                                                        DRMGR01P
036400                                                                  DRMGR01P
036500***************************************************************** DRMGR01P
036600* A manager's portfolio - the totals across every customer      * DRMGR01P
036700* held, then a page of customers from the one the caller gave   * DRMGR01P
036800* on, each with the balances of its open accounts and the items * DRMGR01P
036900* waiting on it in the KYC, complaints, collections and         * DRMGR01P
037000* covenant queues                                               * DRMGR01P
037100***************************************************************** DRMGR01P
037200 LIST-PORTFOLIO.                                                  DRMGR01P
037300     EXEC SQL                                                     DRMGR01P
037400          SELECT BCS_NAME                                         DRMGR01P
037500          INTO :DCL-BCS-NAME                                      DRMGR01P
037600          FROM BNKCUST                                            DRMGR01P
037700          WHERE BCS_PID = :CRM1I-RM-USERID AND                    DRMGR01P
037800                BCS_ROLE <> ' '                                   DRMGR01P
037900     END-EXEC.                                                    DRMGR01P
038000     IF SQLCODE IS EQUAL TO +100                                  DRMGR01P
038100        SET CRM1O-NOT-FOUND TO TRUE                               DRMGR01P
038200        MOVE 'No staff user is held under that id' TO CRM1O-MSG   DRMGR01P
038300        GO TO LIST-PORTFOLIO-EXIT                                 DRMGR01P
038400     END-IF.                                                      DRMGR01P
038500     IF SQLCODE IS NOT EQUAL TO ZERO                              DRMGR01P
038600        MOVE 'Unable to read the staff user' TO CRM1O-MSG         DRMGR01P
038700        GO TO LIST-PORTFOLIO-EXIT                                 DRMGR01P
038800     END-IF.                                                      DRMGR01P
038900     MOVE DCL-BCS-NAME TO CRM1O-RM-NAME.                          DRMGR01P
039000     PERFORM PORTFOLIO-TOTALS THRU                                DRMGR01P
039100             PORTFOLIO-TOTALS-EXIT.                               DRMGR01P
039200     IF CRM1O-MSG IS NOT EQUAL TO SPACES                          DRMGR01P
039300        GO TO LIST-PORTFOLIO-EXIT                                 DRMGR01P
039400     END-IF.                                                      DRMGR01P
039500     EXEC SQL                                                     DRMGR01P
039600          DECLARE LST_CSR CURSOR FOR                              DRMGR01P
039700          SELECT RMG.RMG_PID,                                     DRMGR01P
039800                 BCS.BCS_NAME                                     DRMGR01P
039900          FROM BNKRMGR RMG,                                       DRMGR01P
040000               BNKCUST BCS                                        DRMGR01P
040100          WHERE RMG.RMG_RM_USERID = :CRM1I-RM-USERID AND          DRMGR01P
040200                RMG.RMG_PID > :CRM1I-PID AND                      DRMGR01P
040300                BCS.BCS_PID = RMG.RMG_PID                         DRMGR01P
040400          ORDER BY RMG.RMG_PID                                    DRMGR01P
040500          FOR FETCH ONLY                                          DRMGR01P
040600     END-EXEC.                                                    DRMGR01P
040700     EXEC SQL                                                     DRMGR01P
040800          OPEN LST_CSR                                            DRMGR01P
040900     END-EXEC.                                                    DRMGR01P
041000     IF SQLCODE IS NOT EQUAL TO ZERO                              DRMGR01P
041100        MOVE 'Unable to list the portfolio' TO CRM1O-MSG          DRMGR01P
041200        GO TO LIST-PORTFOLIO-EXIT                                 DRMGR01P
041300     END-IF.                                                      DRMGR01P
041400     MOVE ZERO TO WS-SUB1.                                        DRMGR01P
041500 LST-LOOP.                                                        DRMGR01P
041600     IF WS-SUB1 IS EQUAL TO 4                                     DRMGR01P
041700        GO TO LST-LOOP-EXIT                                       DRMGR01P
041800     END-IF.                                                      DRMGR01P
041900     EXEC SQL                                                     DRMGR01P
042000          FETCH LST_CSR                                           DRMGR01P
042100          INTO :DCL-RMG-PID,                                      DRMGR01P
042200               :DCL-BCS-NAME                                      DRMGR01P
042300     END-EXEC.                                                    DRMGR01P
042400     IF SQLCODE IS EQUAL TO +100                                  DRMGR01P
042500        GO TO LST-LOOP-EXIT                                       DRMGR01P
042600     END-IF.                                                      DRMGR01P
042700     IF SQLCODE IS NOT EQUAL TO ZERO                              DRMGR01P
042800        MOVE 'Unable to list the portfolio' TO CRM1O-MSG          DRMGR01P
042900        GO TO LST-LOOP-EXIT                                       DRMGR01P
043000     END-IF.                                                      DRMGR01P
043100     ADD 1 TO WS-SUB1.                                            DRMGR01P
043200     MOVE DCL-RMG-PID TO CRM1O-LST-PID (WS-SUB1).                 DRMGR01P
043300     MOVE DCL-BCS-NAME TO CRM1O-LST-NAME (WS-SUB1).               DRMGR01P
043400     PERFORM CUSTOMER-ITEMS THRU                                  DRMGR01P
043500             CUSTOMER-ITEMS-EXIT.                                 DRMGR01P
043600     IF CRM1O-MSG IS NOT EQUAL TO SPACES                          DRMGR01P
043700        GO TO LST-LOOP-EXIT                                       DRMGR01P
043800     END-IF.                                                      DRMGR01P
043900     GO TO LST-LOOP.                                              DRMGR01P
044000 LST-LOOP-EXIT.                                                   DRMGR01P
044100     EXEC SQL                                                     DRMGR01P
044200          CLOSE LST_CSR                                           DRMGR01P
044300     END-EXEC.                                                    DRMGR01P
044400     IF CRM1O-MSG IS NOT EQUAL TO SPACES                          DRMGR01P
044500        GO TO LIST-PORTFOLIO-EXIT                                 DRMGR01P
044600     END-IF.                                                      DRMGR01P
044700     MOVE WS-SUB1 TO CRM1O-LIST-COUNT.                            DRMGR01P
044800     SET CRM1O-REQUEST-OK TO TRUE.                                DRMGR01P
044900     IF WS-SUB1 IS EQUAL TO ZERO                                  DRMGR01P
045000        MOVE 'No further customers in the portfolio' TO CRM1O-MSG DRMGR01P
045100     END-IF.                                                      DRMGR01P
045200 LIST-PORTFOLIO-EXIT.                                             DRMGR01P
045300     EXIT.                                                        DRMGR01P
045400                                                                  DRMGR01P
045500***************************************************************** DRMGR01P
045600* The whole portfolio - customers held, the balances of their   * DRMGR01P
045700* open accounts and the open items across the four queues       * DRMGR01P
045800***************************************************************** DRMGR01P
045900 PORTFOLIO-TOTALS.                                                DRMGR01P
046000     EXEC SQL                                                     DRMGR01P
046100          SELECT COUNT(*)                                         DRMGR01P
046200          INTO :DCL-ROW-COUNT                                     DRMGR01P
046300          FROM BNKRMGR                                            DRMGR01P
046400          WHERE RMG_RM_USERID = :CRM1I-RM-USERID                  DRMGR01P
046500     END-EXEC.                                                    DRMGR01P
046600     IF SQLCODE IS NOT EQUAL TO ZERO                              DRMGR01P
046700        MOVE 'Unable to count the portfolio' TO CRM1O-MSG         DRMGR01P
046800        GO TO PORTFOLIO-TOTALS-EXIT                               DRMGR01P
046900     END-IF.                                                      DRMGR01P
047000     MOVE DCL-ROW-COUNT TO CRM1O-CUSTOMERS.                       DRMGR01P
047100     EXEC SQL                                                     DRMGR01P
047200          SELECT VALUE(SUM(BAC.BAC_BALANCE), 0)                   DRMGR01P
047300          INTO :DCL-BALANCE                                       DRMGR01P
047400          FROM BNKRMGR RMG,                                       DRMGR01P
047500               BNKACC BAC                                         DRMGR01P
047600          WHERE RMG.RMG_RM_USERID = :CRM1I-RM-USERID AND          DRMGR01P
047700                BAC.BAC_PID = RMG.RMG_PID AND                     DRMGR01P
047800                BAC.BAC_STATUS <> 'C'                             DRMGR01P
047900     END-EXEC.                                                    DRMGR01P
048000     IF SQLCODE IS NOT EQUAL TO ZERO                              DRMGR01P
048100        MOVE 'Unable to total the portfolio balances' TO CRM1O-MSGDRMGR01P
048200        GO TO PORTFOLIO-TOTALS-EXIT                               DRMGR01P
048300     END-IF.                                                      DRMGR01P
048400     MOVE DCL-BALANCE TO CRM1O-TOTAL-BALANCE.                     DRMGR01P
048500     MOVE ZERO TO DCL-ROW-COUNT.                                  DRMGR01P
048600     EXEC SQL                                                     DRMGR01P
048700          SELECT COUNT(*)                                         DRMGR01P
048800          INTO :DCL-ITEM-COUNT                                    DRMGR01P
048900          FROM BNKRMGR RMG,                                       DRMGR01P
049000               BNKKYCQ KYQ                                        DRMGR01P
049100          WHERE RMG.RMG_RM_USERID = :CRM1I-RM-USERID AND          DRMGR01P
049200                KYQ.KYQ_PID = RMG.RMG_PID AND                     DRMGR01P
049300                KYQ.KYQ_STATUS = 'O'                              DRMGR01P
049400     END-EXEC.                                                    DRMGR01P
049500     IF SQLCODE IS NOT EQUAL TO ZERO                              DRMGR01P
049600        GO TO PORTFOLIO-TOTALS-ERROR                              DRMGR01P
049700     END-IF.                                                      DRMGR01P
049800     ADD DCL-ITEM-COUNT TO DCL-ROW-COUNT.                         DRMGR01P
049900     EXEC SQL                                                     DRMGR01P
050000          SELECT COUNT(*)                                         DRMGR01P
050100          INTO :DCL-ITEM-COUNT                                    DRMGR01P
050200          FROM BNKRMGR RMG,                                       DRMGR01P
050300               BNKCMPL CMP                                        DRMGR01P
050400          WHERE RMG.RMG_RM_USERID = :CRM1I-RM-USERID AND          DRMGR01P
050500                CMP.CMP_PID = RMG.RMG_PID AND                     DRMGR01P
050600                CMP.CMP_STATUS IN ('O', 'A', 'E')                 DRMGR01P
050700     END-EXEC.                                                    DRMGR01P
050800     IF SQLCODE IS NOT EQUAL TO ZERO                              DRMGR01P
050900        GO TO PORTFOLIO-TOTALS-ERROR                              DRMGR01P
051000     END-IF.                                                      DRMGR01P
051100     ADD DCL-ITEM-COUNT TO DCL-ROW-COUNT.                         DRMGR01P
051200     EXEC SQL                                                     DRMGR01P
051300          SELECT COUNT(DISTINCT LON.LON_ID)                       DRMGR01P
051400          INTO :DCL-ITEM-COUNT                                    DRMGR01P
051500          FROM BNKRMGR RMG,                                       DRMGR01P
051600               BNKLOAN LON,                                       DRMGR01P
051700               BNKLNSC LNS                                        DRMGR01P
051800          WHERE RMG.RMG_RM_USERID = :CRM1I-RM-USERID AND          DRMGR01P
051900                LON.LON_PID = RMG.RMG_PID AND                     DRMGR01P
052000                LON.LON_STATUS = 'A' AND                          DRMGR01P
052100                LNS.LNS_LOAN_ID = LON.LON_ID AND                  DRMGR01P
052200                LNS.LNS_STATUS = 'M'                              DRMGR01P
052300     END-EXEC.                                                    DRMGR01P
052400     IF SQLCODE IS NOT EQUAL TO ZERO                              DRMGR01P
052500        GO TO PORTFOLIO-TOTALS-ERROR                              DRMGR01P
052600     END-IF.                                                      DRMGR01P
052700     ADD DCL-ITEM-COUNT TO DCL-ROW-COUNT.                         DRMGR01P
052800     EXEC SQL                                                     DRMGR01P
052900          SELECT COUNT(*)                                         DRMGR01P
053000          INTO :DCL-ITEM-COUNT                                    DRMGR01P
053100          FROM BNKRMGR RMG,                                       DRMGR01P
053200               BNKCCAC CCA                                        DRMGR01P
053300          WHERE RMG.RMG_RM_USERID = :CRM1I-RM-USERID AND          DRMGR01P
053400                CCA.CCA_PID = RMG.RMG_PID AND                     DRMGR01P
053500                CCA.CCA_STATUS = 'A' AND                          DRMGR01P
053600                CCA.CCA_PAST_DUE > 0                              DRMGR01P
053700     END-EXEC.                                                    DRMGR01P
053800     IF SQLCODE IS NOT EQUAL TO ZERO                              DRMGR01P
053900        GO TO PORTFOLIO-TOTALS-ERROR                              DRMGR01P
054000     END-IF.                                                      DRMGR01P
054100     ADD DCL-ITEM-COUNT TO DCL-ROW-COUNT.                         DRMGR01P
054200     EXEC SQL                                                     DRMGR01P
054300          SELECT COUNT(*)                                         DRMGR01P
054400          INTO :DCL-ITEM-COUNT                                    DRMGR01P
054500          FROM BNKRMGR RMG,                                       DRMGR01P
054600               BNKCOVB CVB                                        DRMGR01P
054700          WHERE RMG.RMG_RM_USERID = :CRM1I-RM-USERID AND          DRMGR01P
054800                CVB.CVB_PID = RMG.RMG_PID AND                     DRMGR01P
054900                CVB.CVB_STATUS = 'O'                              DRMGR01P
055000     END-EXEC.                                                    DRMGR01P
055100     IF SQLCODE IS NOT EQUAL TO ZERO                              DRMGR01P
055200        GO TO PORTFOLIO-TOTALS-ERROR                              DRMGR01P
055300     END-IF.                                                      DRMGR01P
055400     ADD DCL-ITEM-COUNT TO DCL-ROW-COUNT.                         DRMGR01P
055500     MOVE DCL-ROW-COUNT TO CRM1O-OPEN-ITEMS.                      DRMGR01P
055600     GO TO PORTFOLIO-TOTALS-EXIT.                                 DRMGR01P
055700 PORTFOLIO-TOTALS-ERROR.                                          DRMGR01P
055800     MOVE 'Unable to count the portfolio''s open items'           DRMGR01P
055900       TO CRM1O-MSG.                                              DRMGR01P
056000 PORTFOLIO-TOTALS-EXIT.                                           DRMGR01P
056100     EXIT.                                                        DRMGR01P
056200                                                                  DRMGR01P
056300***************************************************************** DRMGR01P
056400* One customer on the page - the balances of its open           * DRMGR01P
056500* accounts and what is waiting on it in each queue. Loans       * DRMGR01P
056600* with a missed instalment and cards past due both count as     * DRMGR01P
056700* collections cases, as on the collections queue                * DRMGR01P
056800***************************************************************** DRMGR01P
056900 CUSTOMER-ITEMS.                                                  DRMGR01P
057000     EXEC SQL                                                     DRMGR01P
057100          SELECT VALUE(SUM(BAC_BALANCE), 0)                       DRMGR01P
057200          INTO :DCL-BALANCE                                       DRMGR01P
057300          FROM BNKACC                                             DRMGR01P
057400          WHERE BAC_PID = :DCL-RMG-PID AND                        DRMGR01P
057500                BAC_STATUS <> 'C'                                 DRMGR01P
057600     END-EXEC.                                                    DRMGR01P
057700     IF SQLCODE IS NOT EQUAL TO ZERO                              DRMGR01P
057800        GO TO CUSTOMER-ITEMS-ERROR                                DRMGR01P
057900     END-IF.                                                      DRMGR01P
058000     MOVE DCL-BALANCE TO CRM1O-LST-BALANCE (WS-SUB1).             DRMGR01P
058100     EXEC SQL                                                     DRMGR01P
058200          SELECT COUNT(*)                                         DRMGR01P
058300          INTO :DCL-ITEM-COUNT                                    DRMGR01P
058400          FROM BNKKYCQ                                            DRMGR01P
058500          WHERE KYQ_PID = :DCL-RMG-PID AND                        DRMGR01P
058600                KYQ_STATUS = 'O'                                  DRMGR01P
058700     END-EXEC.                                                    DRMGR01P
058800     IF SQLCODE IS NOT EQUAL TO ZERO                              DRMGR01P
058900        GO TO CUSTOMER-ITEMS-ERROR                                DRMGR01P
059000     END-IF.                                                      DRMGR01P
059100     MOVE DCL-ITEM-COUNT TO CRM1O-LST-KYC (WS-SUB1).              DRMGR01P
059200     EXEC SQL                                                     DRMGR01P
059300          SELECT COUNT(*)                                         DRMGR01P
059400          INTO :DCL-ITEM-COUNT                                    DRMGR01P
059500          FROM BNKCMPL                                            DRMGR01P
059600          WHERE CMP_PID = :DCL-RMG-PID AND                        DRMGR01P
059700                CMP_STATUS IN ('O', 'A', 'E')                     DRMGR01P
059800     END-EXEC.                                                    DRMGR01P
059900     IF SQLCODE IS NOT EQUAL TO ZERO                              DRMGR01P
060000        GO TO CUSTOMER-ITEMS-ERROR                                DRMGR01P
060100     END-IF.                                                      DRMGR01P
060200     MOVE DCL-ITEM-COUNT TO CRM1O-LST-COMPLAINTS (WS-SUB1).       DRMGR01P
060300     EXEC SQL                                                     DRMGR01P
060400          SELECT COUNT(DISTINCT LON.LON_ID)                       DRMGR01P
060500          INTO :DCL-ITEM-COUNT                                    DRMGR01P
060600          FROM BNKLOAN LON,                                       DRMGR01P
060700               BNKLNSC LNS                                        DRMGR01P
060800          WHERE LON.LON_PID = :DCL-RMG-PID AND                    DRMGR01P
060900                LON.LON_STATUS = 'A' AND                          DRMGR01P
061000                LNS.LNS_LOAN_ID = LON.LON_ID AND                  DRMGR01P
061100                LNS.LNS_STATUS = 'M'                              DRMGR01P
061200     END-EXEC.                                                    DRMGR01P
061300     IF SQLCODE IS NOT EQUAL TO ZERO                              DRMGR01P
061400        GO TO CUSTOMER-ITEMS-ERROR                                DRMGR01P
061500     END-IF.                                                      DRMGR01P
061600     MOVE DCL-ITEM-COUNT TO CRM1O-LST-COLLECTIONS (WS-SUB1).      DRMGR01P
061700     EXEC SQL                                                     DRMGR01P
061800          SELECT COUNT(*)                                         DRMGR01P
061900          INTO :DCL-ITEM-COUNT                                    DRMGR01P
062000          FROM BNKCCAC                                            DRMGR01P
062100          WHERE CCA_PID = :DCL-RMG-PID AND                        DRMGR01P
062200                CCA_STATUS = 'A' AND                              DRMGR01P
062300                CCA_PAST_DUE > 0                                  DRMGR01P
062400     END-EXEC.                                                    DRMGR01P
062500     IF SQLCODE IS NOT EQUAL TO ZERO                              DRMGR01P
062600        GO TO CUSTOMER-ITEMS-ERROR                                DRMGR01P
062700     END-IF.                                                      DRMGR01P
062800     ADD DCL-ITEM-COUNT TO CRM1O-LST-COLLECTIONS (WS-SUB1).       DRMGR01P
062900     EXEC SQL                                                     DRMGR01P
063000          SELECT COUNT(*)                                         DRMGR01P
063100          INTO :DCL-ITEM-COUNT                                    DRMGR01P
063200          FROM BNKCOVB                                            DRMGR01P
063300          WHERE CVB_PID = :DCL-RMG-PID AND                        DRMGR01P
063400                CVB_STATUS = 'O'                                  DRMGR01P
063500     END-EXEC.                                                    DRMGR01P
063600     IF SQLCODE IS NOT EQUAL TO ZERO                              DRMGR01P
063700        GO TO CUSTOMER-ITEMS-ERROR                                DRMGR01P
063800     END-IF.                                                      DRMGR01P
063900     MOVE DCL-ITEM-COUNT TO CRM1O-LST-COVENANTS (WS-SUB1).        DRMGR01P
064000     GO TO CUSTOMER-ITEMS-EXIT.                                   DRMGR01P
064100 CUSTOMER-ITEMS-ERROR.                                            DRMGR01P
064200     MOVE 'Unable to read the customer''s open items'             DRMGR01P
064300       TO CRM1O-MSG.                                              DRMGR01P
064400 CUSTOMER-ITEMS-EXIT.                                             DRMGR01P
064500     EXIT.                                                        DRMGR01P
064600                                                                  DRMGR01P
064700***************************************************************** DRMGR01P
064800* Move a manager's whole portfolio on. Named a manager to take  * DRMGR01P
064900* it, everything goes to that manager; otherwise each customer  * DRMGR01P
065000* in turn goes to whichever manager able to sign on holds the   * DRMGR01P
065100* fewest customers at the time, spreading a leaver's book       * DRMGR01P
065200* across the rest. With nobody left to take them the customers  * DRMGR01P
065300* are left without a manager                                    * DRMGR01P
065400***************************************************************** DRMGR01P
065500 REASSIGN-PORTFOLIO.                                              DRMGR01P
065600     IF CRM1I-RM-USERID IS EQUAL TO SPACES                        DRMGR01P
065700        MOVE 'The manager whose portfolio moves must be given'    DRMGR01P
065800          TO CRM1O-MSG                                            DRMGR01P
065900        GO TO REASSIGN-PORTFOLIO-EXIT                             DRMGR01P
066000     END-IF.                                                      DRMGR01P
066100     IF CRM1I-NEW-RM-USERID IS EQUAL TO CRM1I-RM-USERID           DRMGR01P
066200        MOVE 'The portfolio cannot move to the same manager'      DRMGR01P
066300          TO CRM1O-MSG                                            DRMGR01P
066400        GO TO REASSIGN-PORTFOLIO-EXIT                             DRMGR01P
066500     END-IF.                                                      DRMGR01P
066600     IF CRM1I-NEW-RM-USERID IS NOT EQUAL TO SPACES                DRMGR01P
066700        MOVE CRM1I-NEW-RM-USERID TO WS-CHECK-RM                   DRMGR01P
066800        PERFORM CHECK-MANAGER THRU                                DRMGR01P
066900                CHECK-MANAGER-EXIT                                DRMGR01P
067000        IF CRM1O-MSG IS NOT EQUAL TO SPACES                       DRMGR01P
067100           GO TO REASSIGN-PORTFOLIO-EXIT                          DRMGR01P
067200        END-IF                                                    DRMGR01P
067300     END-IF.                                                      DRMGR01P
067400     IF CRM1I-REASON-LEAVER                                       DRMGR01P
067500        MOVE 'L' TO WS-REASON                                     DRMGR01P
067600     ELSE                                                         DRMGR01P
067700        MOVE 'M' TO WS-REASON                                     DRMGR01P
067800     END-IF.                                                      DRMGR01P
067900     MOVE CRM1I-RM-USERID TO WS-FROM-RM.                          DRMGR01P
068000     EXEC SQL                                                     DRMGR01P
068100          DECLARE RSG_CSR CURSOR FOR                              DRMGR01P
068200          SELECT RMG_PID                                          DRMGR01P
068300          FROM BNKRMGR                                            DRMGR01P
068400          WHERE RMG_RM_USERID = :WS-FROM-RM                       DRMGR01P
068500          ORDER BY RMG_PID                                        DRMGR01P
068600          FOR FETCH ONLY                                          DRMGR01P
068700     END-EXEC.                                                    DRMGR01P
068800     EXEC SQL                                                     DRMGR01P
068900          OPEN RSG_CSR                                            DRMGR01P
069000     END-EXEC.                                                    DRMGR01P
069100     IF SQLCODE IS NOT EQUAL TO ZERO                              DRMGR01P
069200        MOVE 'Unable to read the portfolio' TO CRM1O-MSG          DRMGR01P
069300        GO TO REASSIGN-PORTFOLIO-EXIT                             DRMGR01P
069400     END-IF.                                                      DRMGR01P
069500 RSG-LOOP.                                                        DRMGR01P
069600     EXEC SQL                                                     DRMGR01P
069700          FETCH RSG_CSR                                           DRMGR01P
069800          INTO :DCL-RMG-PID                                       DRMGR01P
069900     END-EXEC.                                                    DRMGR01P
070000     IF SQLCODE IS EQUAL TO +100                                  DRMGR01P
070100        GO TO RSG-LOOP-EXIT                                       DRMGR01P
070200     END-IF.                                                      DRMGR01P
070300     IF SQLCODE IS NOT EQUAL TO ZERO                              DRMGR01P
070400        MOVE 'Unable to read the portfolio' TO CRM1O-MSG          DRMGR01P
070500        GO TO RSG-LOOP-EXIT                                       DRMGR01P
070600     END-IF.                                                      DRMGR01P
070700     IF CRM1I-NEW-RM-USERID IS NOT EQUAL TO SPACES                DRMGR01P
070800        MOVE CRM1I-NEW-RM-USERID TO WS-TO-RM                      DRMGR01P
070900     ELSE                                                         DRMGR01P
071000        PERFORM LIGHTEST-MANAGER THRU                             DRMGR01P
071100                LIGHTEST-MANAGER-EXIT                             DRMGR01P
071200        IF CRM1O-MSG IS NOT EQUAL TO SPACES                       DRMGR01P
071300           GO TO RSG-LOOP-EXIT                                    DRMGR01P
071400        END-IF                                                    DRMGR01P
071500     END-IF.                                                      DRMGR01P
071600     IF WS-TO-RM IS EQUAL TO SPACES                               DRMGR01P
071700        PERFORM UNASSIGN-CUSTOMER THRU                            DRMGR01P
071800                UNASSIGN-CUSTOMER-EXIT                            DRMGR01P
071900     ELSE                                                         DRMGR01P
072000        PERFORM MOVE-CUSTOMER THRU                                DRMGR01P
072100                MOVE-CUSTOMER-EXIT                                DRMGR01P
072200        ADD 1 TO CRM1O-MOVED                                      DRMGR01P
072300     END-IF.                                                      DRMGR01P
072400     IF CRM1O-MSG IS NOT EQUAL TO SPACES                          DRMGR01P
072500        GO TO RSG-LOOP-EXIT                                       DRMGR01P
072600     END-IF.                                                      DRMGR01P
072700     GO TO RSG-LOOP.                                              DRMGR01P
072800 RSG-LOOP-EXIT.                                                   DRMGR01P
072900     EXEC SQL                                                     DRMGR01P
073000          CLOSE RSG_CSR                                           DRMGR01P
073100     END-EXEC.                                                    DRMGR01P
073200     IF CRM1O-MSG IS NOT EQUAL TO SPACES                          DRMGR01P
073300        GO TO REASSIGN-PORTFOLIO-EXIT                             DRMGR01P
073400     END-IF.                                                      DRMGR01P
073500     SET CRM1O-REQUEST-OK TO TRUE.                                DRMGR01P
073600     IF CRM1O-MOVED IS EQUAL TO ZERO AND                          DRMGR01P
073700        CRM1O-UNASSIGNED IS EQUAL TO ZERO                         DRMGR01P
073800        MOVE 'The manager holds no customers' TO CRM1O-MSG        DRMGR01P
073900        GO TO REASSIGN-PORTFOLIO-EXIT                             DRMGR01P
074000     END-IF.                                                      DRMGR01P
074100     MOVE CRM1O-MOVED TO WS-COUNT-DISP.                           DRMGR01P
074200     MOVE CRM1O-UNASSIGNED TO WS-LOST-DISP.                       DRMGR01P
074300     STRING 'Portfolio moved on - ' WS-COUNT-DISP ' moved, '      DRMGR01P
074400            WS-LOST-DISP ' left without a manager'                DRMGR01P
074500            DELIMITED BY SIZE INTO CRM1O-MSG.                     DRMGR01P
074600 REASSIGN-PORTFOLIO-EXIT.                                         DRMGR01P
074700     EXIT.                                                        DRMGR01P
074800                                                                  DRMGR01P
074900***************************************************************** DRMGR01P
075000* The manager able to sign on, other than the one whose book is * DRMGR01P
075100* moving, who holds the fewest customers - ties to the lowest   * DRMGR01P
075200* id. Blank when there is nobody                                * DRMGR01P
075300***************************************************************** DRMGR01P
075400 LIGHTEST-MANAGER.                                                DRMGR01P
075500     MOVE SPACES TO WS-TO-RM.                                     DRMGR01P
075600     EXEC SQL                                                     DRMGR01P
075700          SELECT BCS.BCS_PID                                      DRMGR01P
075800          INTO :WS-TO-RM                                          DRMGR01P
075900          FROM BNKCUST BCS                                        DRMGR01P
076000          WHERE BCS.BCS_ROLE IN ('T', 'S', 'B') AND               DRMGR01P
076100                BCS.BCS_LOCKED = 'N' AND                          DRMGR01P
076200                BCS.BCS_PID <> :WS-FROM-RM                        DRMGR01P
076300          ORDER BY (SELECT COUNT(*)                               DRMGR01P
076400                    FROM BNKRMGR RMG                              DRMGR01P
076500                    WHERE RMG.RMG_RM_USERID = BCS.BCS_PID),       DRMGR01P
076600                   BCS.BCS_PID                                    DRMGR01P
076700          FETCH FIRST 1 ROW ONLY                                  DRMGR01P
076800     END-EXEC.                                                    DRMGR01P
076900     IF SQLCODE IS EQUAL TO +100                                  DRMGR01P
077000        MOVE SPACES TO WS-TO-RM                                   DRMGR01P
077100        GO TO LIGHTEST-MANAGER-EXIT                               DRMGR01P
077200     END-IF.                                                      DRMGR01P
077300     IF SQLCODE IS NOT EQUAL TO ZERO                              DRMGR01P
077400        MOVE 'Unable to find a manager to take the customer'      DRMGR01P
077500          TO CRM1O-MSG                                            DRMGR01P
077600     END-IF.                                                      DRMGR01P
077700 LIGHTEST-MANAGER-EXIT.                                           DRMGR01P
077800     EXIT.                                                        DRMGR01P
077900                                                                  DRMGR01P
078000***************************************************************** DRMGR01P
078100* Nobody to take the customer - the assignment goes, logged     * DRMGR01P
078200* as U, and the customer waits for a manager to be assigned     * DRMGR01P
078300***************************************************************** DRMGR01P
078400 UNASSIGN-CUSTOMER.                                               DRMGR01P
078500     EXEC SQL                                                     DRMGR01P
078600          DELETE                                                  DRMGR01P
078700          FROM BNKRMGR                                            DRMGR01P
078800          WHERE RMG_PID = :DCL-RMG-PID                            DRMGR01P
078900     END-EXEC.                                                    DRMGR01P
079000     IF SQLCODE IS NOT EQUAL TO ZERO                              DRMGR01P
079100        MOVE 'Unable to release the customer' TO CRM1O-MSG        DRMGR01P
079200        GO TO UNASSIGN-CUSTOMER-EXIT                              DRMGR01P
079300     END-IF.                                                      DRMGR01P
079400     MOVE WS-REASON TO WS-SAVE-REASON.                            DRMGR01P
079500     MOVE 'U' TO WS-REASON.                                       DRMGR01P
079600     PERFORM WRITE-HISTORY THRU                                   DRMGR01P
079700             WRITE-HISTORY-EXIT.                                  DRMGR01P
079800     MOVE WS-SAVE-REASON TO WS-REASON.                            DRMGR01P
079900     ADD 1 TO CRM1O-UNASSIGNED.                                   DRMGR01P
080000 UNASSIGN-CUSTOMER-EXIT.                                          DRMGR01P
080100     EXIT.                                                        DRMGR01P
080200                                                                  DRMGR01P
080300***************************************************************** DRMGR01P
080400* The monthly run. Left to itself it reports the month before   * DRMGR01P
080500* the business date and only once - a second run in the same    * DRMGR01P
080600* month finds the movement already held and leaves it be. A     * DRMGR01P
080700* month named by the caller is reported afresh. The month opens * DRMGR01P
080800* on the last end-of-day snapshot taken before it, or its own   * DRMGR01P
080900* first snapshot where there is none earlier, and closes on the * DRMGR01P
081000* last snapshot taken within it                                 * DRMGR01P
081100***************************************************************** DRMGR01P
081200 MONTHLY-RUN.                                                     DRMGR01P
081300     EXEC SQL                                                     DRMGR01P
081400          SET :WS-RUN-TS = CURRENT TIMESTAMP                      DRMGR01P
081500     END-EXEC.                                                    DRMGR01P
081600     IF CRM1I-MONTH IS EQUAL TO SPACES                            DRMGR01P
081700        MOVE SPACES TO WS-MONTH-FIRST                             DRMGR01P
081800        STRING WS-BUSINESS-DATE (1:7) '-01'                       DRMGR01P
081900               DELIMITED BY SIZE INTO WS-MONTH-FIRST              DRMGR01P
082000        EXEC SQL                                                  DRMGR01P
082100             SET :WS-PERIOD-FROM =                                DRMGR01P
082200                 CHAR(DATE(:WS-MONTH-FIRST) - 1 MONTH, ISO)       DRMGR01P
082300        END-EXEC                                                  DRMGR01P
082400     ELSE                                                         DRMGR01P
082500        MOVE SPACES TO WS-MONTH-FIRST                             DRMGR01P
082600        STRING CRM1I-MONTH '-01'                                  DRMGR01P
082700               DELIMITED BY SIZE INTO WS-MONTH-FIRST              DRMGR01P
082800        EXEC SQL                                                  DRMGR01P
082900             SET :WS-PERIOD-FROM =                                DRMGR01P
083000                 CHAR(DATE(:WS-MONTH-FIRST), ISO)                 DRMGR01P
083100        END-EXEC                                                  DRMGR01P
083200     END-IF.                                                      DRMGR01P
083300     IF SQLCODE IS NOT EQUAL TO ZERO                              DRMGR01P
083400        MOVE 'The month to report must be given as yyyy-mm'       DRMGR01P
083500          TO CRM1O-MSG                                            DRMGR01P
083600        GO TO MONTHLY-RUN-EXIT                                    DRMGR01P
083700     END-IF.                                                      DRMGR01P
083800     EXEC SQL                                                     DRMGR01P
083900          SET :WS-PERIOD-TO =                                     DRMGR01P
084000              CHAR(DATE(:WS-PERIOD-FROM) + 1 MONTH - 1 DAY, ISO)  DRMGR01P
084100     END-EXEC.                                                    DRMGR01P
084200     MOVE WS-PERIOD-FROM (1:7) TO WS-MONTH.                       DRMGR01P
084300     MOVE WS-MONTH TO CRM1O-MONTH.                                DRMGR01P
084400     EXEC SQL                                                     DRMGR01P
084500          SELECT COUNT(*)                                         DRMGR01P
084600          INTO :DCL-ROW-COUNT                                     DRMGR01P
084700          FROM BNKRMGM                                            DRMGR01P
084800          WHERE RMM_MONTH = :WS-MONTH                             DRMGR01P
084900     END-EXEC.                                                    DRMGR01P
085000     IF SQLCODE IS NOT EQUAL TO ZERO                              DRMGR01P
085100        MOVE 'Unable to read the portfolio movement' TO CRM1O-MSG DRMGR01P
085200        GO TO MONTHLY-RUN-EXIT                                    DRMGR01P
085300     END-IF.                                                      DRMGR01P
085400     IF DCL-ROW-COUNT IS GREATER THAN ZERO                        DRMGR01P
085500        IF CRM1I-MONTH IS EQUAL TO SPACES                         DRMGR01P
085600           SET CRM1O-REQUEST-OK TO TRUE                           DRMGR01P
085700           MOVE 'Portfolio movement already reported'             DRMGR01P
085800             TO CRM1O-MSG                                         DRMGR01P
085900           GO TO MONTHLY-RUN-EXIT                                 DRMGR01P
086000        END-IF                                                    DRMGR01P
086100        EXEC SQL                                                  DRMGR01P
086200             DELETE                                               DRMGR01P
086300             FROM BNKRMGM                                         DRMGR01P
086400             WHERE RMM_MONTH = :WS-MONTH                          DRMGR01P
086500        END-EXEC                                                  DRMGR01P
086600        IF SQLCODE IS NOT EQUAL TO ZERO                           DRMGR01P
086700           MOVE 'Unable to clear the portfolio movement'          DRMGR01P
086800             TO CRM1O-MSG                                         DRMGR01P
086900           GO TO MONTHLY-RUN-EXIT                                 DRMGR01P
087000        END-IF                                                    DRMGR01P
087100     END-IF.                                                      DRMGR01P
087200     EXEC SQL                                                     DRMGR01P
087300          SELECT VALUE(CHAR(MAX(EOD_DATE), ISO), ' ')             DRMGR01P
087400          INTO :WS-CLOSE-DATE                                     DRMGR01P
087500          FROM BNKEODB                                            DRMGR01P
087600          WHERE EOD_DATE BETWEEN :WS-PERIOD-FROM AND              DRMGR01P
087700                                 :WS-PERIOD-TO                    DRMGR01P
087800     END-EXEC.                                                    DRMGR01P
087900     IF SQLCODE IS NOT EQUAL TO ZERO                              DRMGR01P
088000        MOVE 'Unable to read the end-of-day snapshots'            DRMGR01P
088100          TO CRM1O-MSG                                            DRMGR01P
088200        GO TO MONTHLY-RUN-EXIT                                    DRMGR01P
088300     END-IF.                                                      DRMGR01P
088400     IF WS-CLOSE-DATE IS EQUAL TO SPACES                          DRMGR01P
088500        SET CRM1O-REQUEST-OK TO TRUE                              DRMGR01P
088600        MOVE 'No end-of-day balances held for the month'          DRMGR01P
088700          TO CRM1O-MSG                                            DRMGR01P
088800        GO TO MONTHLY-RUN-EXIT                                    DRMGR01P
088900     END-IF.                                                      DRMGR01P
089000     EXEC SQL                                                     DRMGR01P
089100          SELECT VALUE(CHAR(MAX(EOD_DATE), ISO), ' ')             DRMGR01P
089200          INTO :WS-OPEN-DATE                                      DRMGR01P
089300          FROM BNKEODB                                            DRMGR01P
089400          WHERE EOD_DATE < :WS-PERIOD-FROM                        DRMGR01P
089500     END-EXEC.                                                    DRMGR01P
089600     IF SQLCODE IS EQUAL TO ZERO AND                              DRMGR01P
089700        WS-OPEN-DATE IS EQUAL TO SPACES                           DRMGR01P
089800        EXEC SQL                                                  DRMGR01P
089900             SELECT CHAR(MIN(EOD_DATE), ISO)                      DRMGR01P
090000             INTO :WS-OPEN-DATE                                   DRMGR01P
090100             FROM BNKEODB                                         DRMGR01P
090200             WHERE EOD_DATE BETWEEN :WS-PERIOD-FROM AND           DRMGR01P
090300                                    :WS-PERIOD-TO                 DRMGR01P
090400        END-EXEC                                                  DRMGR01P
090500     END-IF.                                                      DRMGR01P
090600     IF SQLCODE IS NOT EQUAL TO ZERO                              DRMGR01P
090700        MOVE 'Unable to read the end-of-day snapshots'            DRMGR01P
090800          TO CRM1O-MSG                                            DRMGR01P
090900        GO TO MONTHLY-RUN-EXIT                                    DRMGR01P
091000     END-IF.                                                      DRMGR01P
091100     EXEC SQL                                                     DRMGR01P
091200          DECLARE MGR_CSR CURSOR FOR                              DRMGR01P
091300          SELECT DISTINCT RMG.RMG_RM_USERID,                      DRMGR01P
091400                 BCS.BCS_NAME                                     DRMGR01P
091500          FROM BNKRMGR RMG,                                       DRMGR01P
091600               BNKCUST BCS                                        DRMGR01P
091700          WHERE BCS.BCS_PID = RMG.RMG_RM_USERID                   DRMGR01P
091800          ORDER BY RMG.RMG_RM_USERID                              DRMGR01P
091900          FOR FETCH ONLY                                          DRMGR01P
092000     END-EXEC.                                                    DRMGR01P
092100     EXEC SQL                                                     DRMGR01P
092200          OPEN MGR_CSR                                            DRMGR01P
092300     END-EXEC.                                                    DRMGR01P
092400     IF SQLCODE IS NOT EQUAL TO ZERO                              DRMGR01P
092500        MOVE 'Unable to read the managers' TO CRM1O-MSG           DRMGR01P
092600        GO TO MONTHLY-RUN-EXIT                                    DRMGR01P
092700     END-IF.                                                      DRMGR01P
092800 MGR-LOOP.                                                        DRMGR01P
092900     EXEC SQL                                                     DRMGR01P
093000          FETCH MGR_CSR                                           DRMGR01P
093100          INTO :DCL-RMG-RM-USERID,                                DRMGR01P
093200               :DCL-BCS-NAME                                      DRMGR01P
093300     END-EXEC.                                                    DRMGR01P
093400     IF SQLCODE IS EQUAL TO +100                                  DRMGR01P
093500        GO TO MGR-LOOP-EXIT                                       DRMGR01P
093600     END-IF.                                                      DRMGR01P
093700     IF SQLCODE IS NOT EQUAL TO ZERO                              DRMGR01P
093800        MOVE 'Unable to read the managers' TO CRM1O-MSG           DRMGR01P
093900        GO TO MGR-LOOP-EXIT                                       DRMGR01P
094000     END-IF.                                                      DRMGR01P
094100     PERFORM MANAGER-MOVEMENT THRU                                DRMGR01P
094200             MANAGER-MOVEMENT-EXIT.                               DRMGR01P
094300     IF CRM1O-MSG IS NOT EQUAL TO SPACES                          DRMGR01P
094400        GO TO MGR-LOOP-EXIT                                       DRMGR01P
094500     END-IF.                                                      DRMGR01P
094600     ADD 1 TO CRM1O-MANAGERS.                                     DRMGR01P
094700     GO TO MGR-LOOP.                                              DRMGR01P
094800 MGR-LOOP-EXIT.                                                   DRMGR01P
094900     EXEC SQL                                                     DRMGR01P
095000          CLOSE MGR_CSR                                           DRMGR01P
095100     END-EXEC.                                                    DRMGR01P
095200     IF CRM1O-MSG IS NOT EQUAL TO SPACES                          DRMGR01P
095300        GO TO MONTHLY-RUN-EXIT                                    DRMGR01P
095400     END-IF.                                                      DRMGR01P
095500     SET CRM1O-REQUEST-OK TO TRUE.                                DRMGR01P
095600     IF CRM1O-MANAGERS IS EQUAL TO ZERO                           DRMGR01P
095700        MOVE 'No customers are assigned to a manager'             DRMGR01P
095800          TO CRM1O-MSG                                            DRMGR01P
095900     ELSE                                                         DRMGR01P
096000        MOVE 'Portfolio movement reported' TO CRM1O-MSG           DRMGR01P
096100     END-IF.                                                      DRMGR01P
096200 MONTHLY-RUN-EXIT.                                                DRMGR01P
096300     EXIT.                                                        DRMGR01P
096400                                                                  DRMGR01P
096500***************************************************************** DRMGR01P
096600* One manager's month, customer by customer across the          * DRMGR01P
096700* portfolio held today: the balances at the opening and         * DRMGR01P
096800* closing snapshots, NEW for a customer with no accounts at     * DRMGR01P
096900* the opening, CLOSED for one whose accounts were all closed by * DRMGR01P
097000* the closing, and the accounts closed in the month. The        * DRMGR01P
097100* totals are kept on BNKRMGM and the report captured for the    * DRMGR01P
097200* manager                                                       * DRMGR01P
097300***************************************************************** DRMGR01P
097400 MANAGER-MOVEMENT.                                                DRMGR01P
097500     MOVE ZERO TO WS-RM-CUSTOMERS.                                DRMGR01P
097600     MOVE ZERO TO WS-RM-NEW.                                      DRMGR01P
097700     MOVE ZERO TO WS-RM-LOST.                                     DRMGR01P
097800     MOVE ZERO TO WS-RM-CLOSED.                                   DRMGR01P
097900     MOVE ZERO TO WS-RM-OPEN-BAL.                                 DRMGR01P
098000     MOVE ZERO TO WS-RM-CLOSE-BAL.                                DRMGR01P
098100     MOVE SPACES TO WS-CSV-LINE.                                  DRMGR01P
098200     STRING 'PORTFOLIO MOVEMENT,' DCL-RMG-RM-USERID ','           DRMGR01P
098300            DCL-BCS-NAME ',' WS-MONTH ',' WS-OPEN-DATE ','        DRMGR01P
098400            WS-CLOSE-DATE                                         DRMGR01P
098500            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DRMGR01P
098600     PERFORM QUEUE-REPORT-LINE THRU                               DRMGR01P
098700             QUEUE-REPORT-LINE-EXIT.                              DRMGR01P
098800     MOVE SPACES TO WS-CSV-LINE.                                  DRMGR01P
098900     STRING 'PID,NAME,STATUS,OPENING BALANCE,CLOSING BALANCE,'    DRMGR01P
099000            'MOVEMENT,ACCOUNTS CLOSED'                            DRMGR01P
099100            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DRMGR01P
099200     PERFORM QUEUE-REPORT-LINE THRU                               DRMGR01P
099300             QUEUE-REPORT-LINE-EXIT.                              DRMGR01P
099400     EXEC SQL                                                     DRMGR01P
099500          DECLARE MOV_CSR CURSOR FOR                              DRMGR01P
099600          SELECT RMG.RMG_PID,                                     DRMGR01P
099700                 BCS.BCS_NAME,                                    DRMGR01P
099800                 VALUE(SUM(CASE                                   DRMGR01P
099900                 WHEN EOD.EOD_DATE = :WS-OPEN-DATE                DRMGR01P
100000                 THEN EOD.EOD_BALANCE                             DRMGR01P
100100                 ELSE 0 END), 0),                                 DRMGR01P
100200                 VALUE(SUM(CASE                                   DRMGR01P
100300                 WHEN EOD.EOD_DATE = :WS-CLOSE-DATE               DRMGR01P
100400                 THEN EOD.EOD_BALANCE                             DRMGR01P
100500                 ELSE 0 END), 0),                                 DRMGR01P
100600                 VALUE(SUM(CASE                                   DRMGR01P
100700                 WHEN EOD.EOD_DATE = :WS-OPEN-DATE                DRMGR01P
100800                 THEN 1                                           DRMGR01P
100900                 ELSE 0 END), 0),                                 DRMGR01P
101000                 VALUE(SUM(CASE                                   DRMGR01P
101100                 WHEN EOD.EOD_DATE = :WS-CLOSE-DATE               DRMGR01P
101200                 THEN 1                                           DRMGR01P
101300                 ELSE 0 END), 0),                                 DRMGR01P
101400                 VALUE(SUM(CASE                                   DRMGR01P
101500                 WHEN EOD.EOD_DATE = :WS-OPEN-DATE AND            DRMGR01P
101600                      EOD.EOD_STATUS = 'C'                        DRMGR01P
101700                 THEN 1                                           DRMGR01P
101800                 ELSE 0 END), 0),                                 DRMGR01P
101900                 VALUE(SUM(CASE                                   DRMGR01P
102000                 WHEN EOD.EOD_DATE = :WS-CLOSE-DATE AND           DRMGR01P
102100                      EOD.EOD_STATUS = 'C'                        DRMGR01P
102200                 THEN 1                                           DRMGR01P
102300                 ELSE 0 END), 0)                                  DRMGR01P
102400          FROM BNKRMGR RMG,                                       DRMGR01P
102500               BNKCUST BCS,                                       DRMGR01P
102600               BNKEODB EOD                                        DRMGR01P
102700          WHERE RMG.RMG_RM_USERID = :DCL-RMG-RM-USERID AND        DRMGR01P
102800                BCS.BCS_PID = RMG.RMG_PID AND                     DRMGR01P
102900                EOD.EOD_PID = RMG.RMG_PID AND                     DRMGR01P
103000                EOD.EOD_DATE IN (:WS-OPEN-DATE, :WS-CLOSE-DATE)   DRMGR01P
103100          GROUP BY RMG.RMG_PID,                                   DRMGR01P
103200                   BCS.BCS_NAME                                   DRMGR01P
103300          ORDER BY RMG.RMG_PID                                    DRMGR01P
103400          FOR FETCH ONLY                                          DRMGR01P
103500     END-EXEC.                                                    DRMGR01P
103600     EXEC SQL                                                     DRMGR01P
103700          OPEN MOV_CSR                                            DRMGR01P
103800     END-EXEC.                                                    DRMGR01P
103900     IF SQLCODE IS NOT EQUAL TO ZERO                              DRMGR01P
104000        MOVE 'Unable to read the portfolio balances' TO CRM1O-MSG DRMGR01P
104100        GO TO MANAGER-MOVEMENT-EXIT                               DRMGR01P
104200     END-IF.                                                      DRMGR01P
104300 MOV-LOOP.                                                        DRMGR01P
104400     EXEC SQL                                                     DRMGR01P
104500          FETCH MOV_CSR                                           DRMGR01P
104600          INTO :DCL-RMG-PID,                                      DRMGR01P
104700               :DCL-BCS-NAME,                                     DRMGR01P
104800               :DCL-OPEN-BALANCE,                                 DRMGR01P
104900               :DCL-CLOSE-BALANCE,                                DRMGR01P
105000               :DCL-OPEN-ACCOUNTS,                                DRMGR01P
105100               :DCL-CLOSE-ACCOUNTS,                               DRMGR01P
105200               :DCL-OPEN-CLOSED,                                  DRMGR01P
105300               :DCL-CLOSE-CLOSED                                  DRMGR01P
105400     END-EXEC.                                                    DRMGR01P
105500     IF SQLCODE IS EQUAL TO +100                                  DRMGR01P
105600        GO TO MOV-LOOP-EXIT                                       DRMGR01P
105700     END-IF.                                                      DRMGR01P
105800     IF SQLCODE IS NOT EQUAL TO ZERO                              DRMGR01P
105900        MOVE 'Unable to read the portfolio balances' TO CRM1O-MSG DRMGR01P
106000        GO TO MOV-LOOP-EXIT                                       DRMGR01P
106100     END-IF.                                                      DRMGR01P
106200     MOVE SPACES TO WS-CUS-STATUS.                                DRMGR01P
106300     IF DCL-OPEN-ACCOUNTS IS EQUAL TO ZERO                        DRMGR01P
106400        MOVE 'NEW' TO WS-CUS-STATUS                               DRMGR01P
106500        ADD 1 TO WS-RM-NEW                                        DRMGR01P
106600     ELSE                                                         DRMGR01P
106700        IF DCL-CLOSE-CLOSED IS EQUAL TO DCL-CLOSE-ACCOUNTS AND    DRMGR01P
106800           DCL-OPEN-CLOSED IS LESS THAN DCL-OPEN-ACCOUNTS         DRMGR01P
106900           MOVE 'CLOSED' TO WS-CUS-STATUS                         DRMGR01P
107000           ADD 1 TO WS-RM-LOST                                    DRMGR01P
107100        END-IF                                                    DRMGR01P
107200     END-IF.                                                      DRMGR01P
107300     COMPUTE WS-CLOSED-ACCOUNTS =                                 DRMGR01P
107400             DCL-CLOSE-CLOSED - DCL-OPEN-CLOSED.                  DRMGR01P
107500     IF WS-CLOSED-ACCOUNTS IS LESS THAN ZERO                      DRMGR01P
107600        MOVE ZERO TO WS-CLOSED-ACCOUNTS                           DRMGR01P
107700     END-IF.                                                      DRMGR01P
107800     COMPUTE WS-MOVEMENT =                                        DRMGR01P
107900             DCL-CLOSE-BALANCE - DCL-OPEN-BALANCE.                DRMGR01P
108000     ADD 1 TO WS-RM-CUSTOMERS.                                    DRMGR01P
108100     ADD WS-CLOSED-ACCOUNTS TO WS-RM-CLOSED.                      DRMGR01P
108200     ADD DCL-OPEN-BALANCE TO WS-RM-OPEN-BAL.                      DRMGR01P
108300     ADD DCL-CLOSE-BALANCE TO WS-RM-CLOSE-BAL.                    DRMGR01P
108400     MOVE DCL-OPEN-BALANCE TO WS-OPEN-DISP.                       DRMGR01P
108500     MOVE DCL-CLOSE-BALANCE TO WS-CLOSE-DISP.                     DRMGR01P
108600     MOVE WS-MOVEMENT TO WS-MOVE-DISP.                            DRMGR01P
108700     MOVE WS-CLOSED-ACCOUNTS TO WS-COUNT-DISP.                    DRMGR01P
108800     MOVE SPACES TO WS-CSV-LINE.                                  DRMGR01P
108900     STRING DCL-RMG-PID ',' DCL-BCS-NAME ',' WS-CUS-STATUS ','    DRMGR01P
109000            WS-OPEN-DISP ',' WS-CLOSE-DISP ',' WS-MOVE-DISP ','   DRMGR01P
109100            WS-COUNT-DISP                                         DRMGR01P
109200            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DRMGR01P
109300     PERFORM QUEUE-REPORT-LINE THRU                               DRMGR01P
109400             QUEUE-REPORT-LINE-EXIT.                              DRMGR01P
109500     GO TO MOV-LOOP.                                              DRMGR01P
109600 MOV-LOOP-EXIT.                                                   DRMGR01P
109700     EXEC SQL                                                     DRMGR01P
109800          CLOSE MOV_CSR                                           DRMGR01P
109900     END-EXEC.                                                    DRMGR01P
110000     IF CRM1O-MSG IS NOT EQUAL TO SPACES                          DRMGR01P
110100        GO TO MANAGER-MOVEMENT-EXIT                               DRMGR01P
110200     END-IF.                                                      DRMGR01P
110300     COMPUTE WS-MOVEMENT =                                        DRMGR01P
110400             WS-RM-CLOSE-BAL - WS-RM-OPEN-BAL.                    DRMGR01P
110500     MOVE WS-RM-CUSTOMERS TO WS-COUNT-DISP.                       DRMGR01P
110600     MOVE WS-RM-NEW TO WS-NEW-DISP.                               DRMGR01P
110700     MOVE WS-RM-LOST TO WS-LOST-DISP.                             DRMGR01P
110800     MOVE WS-RM-OPEN-BAL TO WS-OPEN-DISP.                         DRMGR01P
110900     MOVE WS-RM-CLOSE-BAL TO WS-CLOSE-DISP.                       DRMGR01P
111000     MOVE WS-MOVEMENT TO WS-MOVE-DISP.                            DRMGR01P
111100     MOVE SPACES TO WS-CSV-LINE.                                  DRMGR01P
111200     STRING 'TOTAL,' WS-COUNT-DISP ' CUSTOMERS,' WS-NEW-DISP      DRMGR01P
111300            ' NEW ' WS-LOST-DISP ' CLOSED,' WS-OPEN-DISP ','      DRMGR01P
111400            WS-CLOSE-DISP ',' WS-MOVE-DISP                        DRMGR01P
111500            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DRMGR01P
111600     PERFORM QUEUE-REPORT-LINE THRU                               DRMGR01P
111700             QUEUE-REPORT-LINE-EXIT.                              DRMGR01P
111800     EXEC SQL                                                     DRMGR01P
111900          INSERT                                                  DRMGR01P
112000          INTO BNKRMGM (RMM_MONTH,                                DRMGR01P
112100                        RMM_RM_USERID,                            DRMGR01P
112200                        RMM_CUSTOMERS,                            DRMGR01P
112300                        RMM_NEW,                                  DRMGR01P
112400                        RMM_LOST,                                 DRMGR01P
112500                        RMM_CLOSED_ACCOUNTS,                      DRMGR01P
112600                        RMM_OPEN_BALANCE,                         DRMGR01P
112700                        RMM_CLOSE_BALANCE,                        DRMGR01P
112800                        RMM_RUN_TS)                               DRMGR01P
112900          VALUES (:WS-MONTH,                                      DRMGR01P
113000                  :DCL-RMG-RM-USERID,                             DRMGR01P
113100                  :WS-RM-CUSTOMERS,                               DRMGR01P
113200                  :WS-RM-NEW,                                     DRMGR01P
113300                  :WS-RM-LOST,                                    DRMGR01P
113400                  :WS-RM-CLOSED,                                  DRMGR01P
113500                  :WS-RM-OPEN-BAL,                                DRMGR01P
113600                  :WS-RM-CLOSE-BAL,                               DRMGR01P
113700                  :WS-RUN-TS)                                     DRMGR01P
113800     END-EXEC.                                                    DRMGR01P
113900     IF SQLCODE IS NOT EQUAL TO ZERO                              DRMGR01P
114000        MOVE 'Unable to record the portfolio movement'            DRMGR01P
114100          TO CRM1O-MSG                                            DRMGR01P
114200        GO TO MANAGER-MOVEMENT-EXIT                               DRMGR01P
114300     END-IF.                                                      DRMGR01P
114400     INITIALIZE CD96-DATA.                                        DRMGR01P
114500     SET CD96I-CAPTURE-REPORT TO TRUE.                            DRMGR01P
114600     MOVE WS-PROGRAM-ID TO CD96I-JOB.                             DRMGR01P
114700     MOVE DCL-RMG-RM-USERID TO WS-REPORT-RM.                      DRMGR01P
114800     MOVE WS-MONTH TO WS-REPORT-MONTH.                            DRMGR01P
114900     MOVE WS-REPORT-NAME TO CD96I-REPORT-NAME.                    DRMGR01P
115000     MOVE 'CSVQ' TO CD96I-QUEUE.                                  DRMGR01P
115100     MOVE 90 TO CD96I-RETAIN-DAYS.                                DRMGR01P
115200 COPY CBANKX96.                                                   DRMGR01P
115300     IF NOT CD96O-REQUEST-OK                                      DRMGR01P
115400        MOVE CD96O-MSG TO CRM1O-MSG                               DRMGR01P
115500     END-IF.                                                      DRMGR01P
115600 MANAGER-MOVEMENT-EXIT.                                           DRMGR01P
115700     EXIT.                                                        DRMGR01P
115800                                                                  DRMGR01P
115900***************************************************************** DRMGR01P
116000* Hand the built line to the extract queue                      * DRMGR01P
116100***************************************************************** DRMGR01P
116200 QUEUE-REPORT-LINE.                                               DRMGR01P
116300 COPY CCSVWRQ.                                                    DRMGR01P
116400 QUEUE-REPORT-LINE-EXIT.                                          DRMGR01P
116500     EXIT.                                                        DRMGR01P
