000100***************************************************************** DSTFC01P
000200*                                                               * DSTFC01P
000300*  Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.    * DSTFC01P
000400*  This demonstration program is provided for use by users      * DSTFC01P
000500*  of Micro Focus products and may be used, modified and        * DSTFC01P
000600*  distributed as part of your application provided that        * DSTFC01P
000700*  you properly acknowledge the copyright of Micro Focus        * DSTFC01P
000800*  in this material.                                            * DSTFC01P
000900*                                                               * DSTFC01P
001000***************************************************************** DSTFC01P
001100                                                                  DSTFC01P
001200***************************************************************** DSTFC01P
001300* Program:     DSTFC01P.CBL                                     * DSTFC01P
001400* Function:    Staff connected-party service - keeps the links  * DSTFC01P
001500*              between each staff sign-on and the staff         * DSTFC01P
001600*              member's own customer PIDs and declared          * DSTFC01P
001700*              connected parties, answers whether a staff       * DSTFC01P
001800*              action touches one of them so the posting and    * DSTFC01P
001900*              approval paths can refuse it, and reports to     * DSTFC01P
002000*              compliance each night any staff activity on      * DSTFC01P
002100*              such a customer or account, joint holdings       * DSTFC01P
002200*              included, that got through another route         * DSTFC01P
002300*              SQL version                                      * DSTFC01P
002400***************************************************************** DSTFC01P
002500                                                                  DSTFC01P
002600 IDENTIFICATION DIVISION.                                         DSTFC01P
002700 PROGRAM-ID.                                                      DSTFC01P
002800     DSTFC01P.                                                    DSTFC01P
002900 DATE-WRITTEN.                                                    DSTFC01P
003000     October 2026.                                                DSTFC01P
003100 DATE-COMPILED.                                                   DSTFC01P
003200     Today.                                                       DSTFC01P
003300                                                                  DSTFC01P
003400 ENVIRONMENT DIVISION.                                            DSTFC01P
003500                                                                  DSTFC01P
003600 DATA DIVISION.                                                   DSTFC01P
003700                                                                  DSTFC01P
003800 WORKING-STORAGE SECTION.                                         DSTFC01P
003900 01  WS-MISC-STORAGE.                                             DSTFC01P
004000   05  WS-PROGRAM-ID                         PIC X(8)             DSTFC01P
004100       VALUE 'DSTFC01P'.                                          DSTFC01P
004200   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DSTFC01P
004300   05  WS-SUB1                               PIC S9(4) COMP.      DSTFC01P
004400   05  WS-COUNT-DISP                         PIC Z(4)9.           DSTFC01P
004500   05  WS-CONNECTED                          PIC X(1).            DSTFC01P
004600     88  WS-IS-CONNECTED                     VALUE 'Y'.           DSTFC01P
004700   05  WS-CONN-REASON                        PIC X(14).           DSTFC01P
004800   05  WS-REPORT-NAME.                                            DSTFC01P
004900     10  FILLER                              PIC X(10)            DSTFC01P
005000         VALUE 'STAFF CON '.                                      DSTFC01P
005100     10  WS-REPORT-DATE                      PIC X(10).           DSTFC01P
005200                                                                  DSTFC01P
005300 01  WS-CSV-DATA.                                                 DSTFC01P
005400 COPY CCSVD.                                                      DSTFC01P
005500 01  WS-96-COMMAREA.                                              DSTFC01P
005600 COPY CBANKD96.                                                   DSTFC01P
005700 01  WS-98-COMMAREA.                                              DSTFC01P
005800 COPY CBANKD98.                                                   DSTFC01P
005900 01  WS-EXCEPTION-DATA.                                           DSTFC01P
006000 COPY CBANKD16.                                                   DSTFC01P
006100                                                                  DSTFC01P
006200   EXEC SQL                                                       DSTFC01P
006300        BEGIN DECLARE SECTION                                     DSTFC01P
006400   END-EXEC.                                                      DSTFC01P
006500 01  WS-COMMAREA.                                                 DSTFC01P
006600     EXEC SQL                                                     DSTFC01P
006700          INCLUDE CSTFCD01                                        DSTFC01P
006800     END-EXEC.                                                    DSTFC01P
006900 01  DCL-STAFF-AREAS.                                             DSTFC01P
007000*        A link as held on BNKSTFL                                DSTFC01P
007100   05  DCL-SFL-STAFF-PID                     PIC X(5).            DSTFC01P
007200   05  DCL-SFL-LINK-PID                      PIC X(5).            DSTFC01P
007300   05  DCL-SFL-RELATION                      PIC X(1).            DSTFC01P
007400   05  DCL-SFL-DESC                          PIC X(30).           DSTFC01P
007500   05  DCL-SFL-STATUS                        PIC X(1).            DSTFC01P
007600   05  DCL-SFL-DECLARED-BY                   PIC X(5).            DSTFC01P
007700   05  DCL-SFL-DECLARED-TS                   PIC X(26).           DSTFC01P
007800   05  DCL-BCS-NAME                          PIC X(25).           DSTFC01P
007900   05  DCL-BCS-ROLE                          PIC X(1).            DSTFC01P
008000*        One staff action off the day's journals                  DSTFC01P
008100   05  DCL-ACT-SOURCE                        PIC X(8).            DSTFC01P
008200   05  DCL-ACT-STAFF                         PIC X(5).            DSTFC01P
008300   05  DCL-ACT-PID                           PIC X(5).            DSTFC01P
008400   05  DCL-ACT-ACC1                          PIC X(9).            DSTFC01P
008500   05  DCL-ACT-ACC2                          PIC X(9).            DSTFC01P
008600   05  DCL-ACT-TS                            PIC X(26).           DSTFC01P
008700 01  WS-STAFF-AREAS.                                              DSTFC01P
008800   05  WS-BUS-DATE                           PIC X(10).           DSTFC01P
008900   05  WS-COUNT                              PIC S9(7) COMP-3.    DSTFC01P
009000   05  WS-CHECK-STAFF                        PIC X(5).            DSTFC01P
009100   05  WS-CHECK-PID                          PIC X(5).            DSTFC01P
009200   05  WS-CHECK-ACC1                         PIC X(9).            DSTFC01P
009300   05  WS-CHECK-ACC2                         PIC X(9).            DSTFC01P
009400   05  WS-CHECK-ACC                          PIC X(9).            DSTFC01P
009500                                                                  DSTFC01P
009600     EXEC SQL                                                     DSTFC01P
009700          INCLUDE SQLCA                                           DSTFC01P
009800     END-EXEC.                                                    DSTFC01P
009900                                                                  DSTFC01P
010000 COPY CABENDD.                                                    DSTFC01P
010100   EXEC SQL                                                       DSTFC01P
010200        END DECLARE SECTION                                       DSTFC01P
010300   END-EXEC.                                                      DSTFC01P
010400                                                                  DSTFC01P
010500 LINKAGE SECTION.                                                 DSTFC01P
010600 01  DFHCOMMAREA.                                                 DSTFC01P
010700   05  LK-COMMAREA                           PIC X(1)             DSTFC01P
010800       OCCURS 1 TO 6144 TIMES                                     DSTFC01P
010900         DEPENDING ON WS-COMMAREA-LENGTH.                         DSTFC01P
011000                                                                  DSTFC01P
011100 COPY CENTRY.                                                     DSTFC01P
011200***************************************************************** DSTFC01P
011300* Move the passed area to our area                              * DSTFC01P
011400***************************************************************** DSTFC01P
011500     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DSTFC01P
011600     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DSTFC01P
011700                                                                  DSTFC01P
011800***************************************************************** DSTFC01P
011900* Initialize our output area                                    * DSTFC01P
012000***************************************************************** DSTFC01P
012100     INITIALIZE CSC1O-DATA.                                       DSTFC01P
012200     SET CSC1O-REQUEST-FAIL TO TRUE.                              DSTFC01P
012300                                                                  DSTFC01P
012400     EVALUATE TRUE                                                DSTFC01P
012500       WHEN CSC1I-CHECK-ACTION                                    DSTFC01P
012600         PERFORM CHECK-ACTION THRU                                DSTFC01P
012700                 CHECK-ACTION-EXIT                                DSTFC01P
012800       WHEN CSC1I-DECLARE-LINK                                    DSTFC01P
012900         PERFORM DECLARE-LINK THRU                                DSTFC01P
013000                 DECLARE-LINK-EXIT                                DSTFC01P
013100       WHEN CSC1I-REMOVE-LINK                                     DSTFC01P
013200         PERFORM REMOVE-LINK THRU                                 DSTFC01P
013300                 REMOVE-LINK-EXIT                                 DSTFC01P
013400       WHEN CSC1I-LIST-LINKS                                      DSTFC01P
013500         PERFORM LIST-LINKS THRU                                  DSTFC01P
013600                 LIST-LINKS-EXIT                                  DSTFC01P
013700       WHEN CSC1I-NIGHTLY-REPORT                                  DSTFC01P
013800         PERFORM NIGHTLY-REPORT THRU                              DSTFC01P
013900                 NIGHTLY-REPORT-EXIT                              DSTFC01P
014000       WHEN OTHER                                                 DSTFC01P
014100         MOVE 'Unknown staff connection function requested'       DSTFC01P
014200           TO CSC1O-MSG                                           DSTFC01P
014300     END-EVALUATE.                                                DSTFC01P
014400                                                                  DSTFC01P
014500 DSTFC01P-EXIT.                                                   DSTFC01P
014600***************************************************************** DSTFC01P
014700* Move the result back to the callers area                      * DSTFC01P
014800***************************************************************** DSTFC01P
014900     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DSTFC01P
015000                                                                  DSTFC01P
015100***************************************************************** DSTFC01P
015200* Return to our caller                                          * DSTFC01P
015300***************************************************************** DSTFC01P
015400 COPY CRETURN.                                                    DSTFC01P
015500                                                                  DSTFC01P
015600***************************************************************** DSTFC01P
015700* A staff action on the staff member's own or a connected       * DSTFC01P
015800* customer or account is refused, and the attempt goes on the   * DSTFC01P
015900* exception log so compliance sees it was tried                 * DSTFC01P
016000***************************************************************** DSTFC01P
016100 CHECK-ACTION.                                                    DSTFC01P
016200     MOVE CSC1I-STAFF-PID TO WS-CHECK-STAFF.                      DSTFC01P
016300     MOVE CSC1I-PID TO WS-CHECK-PID.                              DSTFC01P
016400     MOVE CSC1I-ACC1 TO WS-CHECK-ACC1.                            DSTFC01P
016500     MOVE CSC1I-ACC2 TO WS-CHECK-ACC2.                            DSTFC01P
016600     PERFORM TEST-CONNECTION THRU                                 DSTFC01P
016700             TEST-CONNECTION-EXIT.                                DSTFC01P
016800     IF CSC1O-MSG IS NOT EQUAL TO SPACES                          DSTFC01P
016900        GO TO CHECK-ACTION-EXIT                                   DSTFC01P
017000     END-IF.                                                      DSTFC01P
017100     IF NOT WS-IS-CONNECTED                                       DSTFC01P
017200        SET CSC1O-REQUEST-OK TO TRUE                              DSTFC01P
017300        GO TO CHECK-ACTION-EXIT                                   DSTFC01P
017400     END-IF.                                                      DSTFC01P
017500     SET CSC1O-CONNECTED TO TRUE.                                 DSTFC01P
017600     MOVE 'Staff may not act on their own or a connected account' DSTFC01P
017700       TO CSC1O-MSG.                                              DSTFC01P
017800     MOVE SPACES TO CD16-DATA.                                    DSTFC01P
017900     MOVE CSC1I-STAFF-PID TO CD16I-PERSON-PID.                    DSTFC01P
018000     MOVE CSC1I-CALLER TO CD16I-PROGRAM.                          DSTFC01P
018100     STRING 'Refused - ' WS-CONN-REASON ' PID ' CSC1I-PID         DSTFC01P
018200            ' ACC ' CSC1I-ACC1 ' ' CSC1I-ACC2                     DSTFC01P
018300            DELIMITED BY SIZE INTO CD16I-MESSAGE.                 DSTFC01P
018400 COPY CBANKX16.                                                   DSTFC01P
018500 CHECK-ACTION-EXIT.                                               DSTFC01P
018600     EXIT.                                                        DSTFC01P
018700                                                                  DSTFC01P
018800***************************************************************** DSTFC01P
018900* Only a staff sign-on is tested - a customer acting on their   * DSTFC01P
019000* own account is what the system is for. The staff member is    * DSTFC01P
019100* connected to their own sign-on PID, to every PID linked to    * DSTFC01P
019200* them, and to any account such a PID holds alone or jointly    * DSTFC01P
019300***************************************************************** DSTFC01P
019400 TEST-CONNECTION.                                                 DSTFC01P
019500     MOVE 'N' TO WS-CONNECTED.                                    DSTFC01P
019600     MOVE SPACES TO WS-CONN-REASON.                               DSTFC01P
019700     IF WS-CHECK-STAFF IS EQUAL TO SPACES                         DSTFC01P
019800        GO TO TEST-CONNECTION-EXIT                                DSTFC01P
019900     END-IF.                                                      DSTFC01P
020000     EXEC SQL                                                     DSTFC01P
020100          SELECT BCS_ROLE                                         DSTFC01P
020200          INTO :DCL-BCS-ROLE                                      DSTFC01P
020300          FROM BNKCUST                                            DSTFC01P
020400          WHERE BCS_PID = :WS-CHECK-STAFF                         DSTFC01P
020500     END-EXEC.                                                    DSTFC01P
020600     IF SQLCODE IS EQUAL TO +100                                  DSTFC01P
020700        GO TO TEST-CONNECTION-EXIT                                DSTFC01P
020800     END-IF.                                                      DSTFC01P
020900     IF SQLCODE IS NOT EQUAL TO ZERO                              DSTFC01P
021000        MOVE 'Unable to read the staff user' TO CSC1O-MSG         DSTFC01P
021100        GO TO TEST-CONNECTION-EXIT                                DSTFC01P
021200     END-IF.                                                      DSTFC01P
021300     IF DCL-BCS-ROLE IS EQUAL TO SPACES                           DSTFC01P
021400        GO TO TEST-CONNECTION-EXIT                                DSTFC01P
021500     END-IF.                                                      DSTFC01P
021600     IF WS-CHECK-PID IS EQUAL TO SPACES                           DSTFC01P
021700        GO TO TEST-CONNECTION-ACCOUNTS                            DSTFC01P
021800     END-IF.                                                      DSTFC01P
021900     IF WS-CHECK-PID IS EQUAL TO WS-CHECK-STAFF                   DSTFC01P
022000        MOVE 'Y' TO WS-CONNECTED                                  DSTFC01P
022100        MOVE 'OWN PID' TO WS-CONN-REASON                          DSTFC01P
022200        GO TO TEST-CONNECTION-EXIT                                DSTFC01P
022300     END-IF.                                                      DSTFC01P
022400     EXEC SQL                                                     DSTFC01P
022500          SELECT COUNT(*)                                         DSTFC01P
022600          INTO :WS-COUNT                                          DSTFC01P
022700          FROM BNKSTFL                                            DSTFC01P
022800          WHERE SFL_STAFF_PID = :WS-CHECK-STAFF AND               DSTFC01P
022900                SFL_LINK_PID = :WS-CHECK-PID AND                  DSTFC01P
023000                SFL_STATUS = 'A'                                  DSTFC01P
023100     END-EXEC.                                                    DSTFC01P
023200     IF SQLCODE IS NOT EQUAL TO ZERO                              DSTFC01P
023300        MOVE 'Unable to read the staff links' TO CSC1O-MSG        DSTFC01P
023400        GO TO TEST-CONNECTION-EXIT                                DSTFC01P
023500     END-IF.                                                      DSTFC01P
023600     IF WS-COUNT IS GREATER THAN ZERO                             DSTFC01P
023700        MOVE 'Y' TO WS-CONNECTED                                  DSTFC01P
023800        MOVE 'LINKED PID' TO WS-CONN-REASON                       DSTFC01P
023900        GO TO TEST-CONNECTION-EXIT                                DSTFC01P
024000     END-IF.                                                      DSTFC01P
024100 TEST-CONNECTION-ACCOUNTS.                                        DSTFC01P
024200     MOVE WS-CHECK-ACC1 TO WS-CHECK-ACC.                          DSTFC01P
024300     PERFORM TEST-ACCOUNT THRU                                    DSTFC01P
024400             TEST-ACCOUNT-EXIT.                                   DSTFC01P
024500     IF WS-IS-CONNECTED OR                                        DSTFC01P
024600        CSC1O-MSG IS NOT EQUAL TO SPACES                          DSTFC01P
024700        GO TO TEST-CONNECTION-EXIT                                DSTFC01P
024800     END-IF.                                                      DSTFC01P
024900     MOVE WS-CHECK-ACC2 TO WS-CHECK-ACC.                          DSTFC01P
025000     PERFORM TEST-ACCOUNT THRU                                    DSTFC01P
025100             TEST-ACCOUNT-EXIT.                                   DSTFC01P
025200 TEST-CONNECTION-EXIT.                                            DSTFC01P
025300     EXIT.                                                        DSTFC01P
025400                                                                  DSTFC01P
025500***************************************************************** DSTFC01P
025600* An account is connected when its holder, or any joint holder  * DSTFC01P
025700* on BNKACCJT, is the staff member or a party linked to them    * DSTFC01P
025800***************************************************************** DSTFC01P
025900 TEST-ACCOUNT.                                                    DSTFC01P
026000     IF WS-CHECK-ACC IS EQUAL TO SPACES                           DSTFC01P
026100        GO TO TEST-ACCOUNT-EXIT                                   DSTFC01P
026200     END-IF.                                                      DSTFC01P
026300     EXEC SQL                                                     DSTFC01P
026400          SELECT COUNT(*)                                         DSTFC01P
026500          INTO :WS-COUNT                                          DSTFC01P
026600          FROM BNKACC                                             DSTFC01P
026700          WHERE BAC_ACCNO = :WS-CHECK-ACC AND                     DSTFC01P
026800                (BAC_PID = :WS-CHECK-STAFF OR                     DSTFC01P
026900                 BAC_PID IN                                       DSTFC01P
027000                   (SELECT SFL_LINK_PID                           DSTFC01P
027100                    FROM BNKSTFL                                  DSTFC01P
027200                    WHERE SFL_STAFF_PID = :WS-CHECK-STAFF AND     DSTFC01P
027300                          SFL_STATUS = 'A'))                      DSTFC01P
027400     END-EXEC.                                                    DSTFC01P
027500     IF SQLCODE IS NOT EQUAL TO ZERO                              DSTFC01P
027600        MOVE 'Unable to read the account holder' TO CSC1O-MSG     DSTFC01P
027700        GO TO TEST-ACCOUNT-EXIT                                   DSTFC01P
027800     END-IF.                                                      DSTFC01P
027900     IF WS-COUNT IS GREATER THAN ZERO                             DSTFC01P
028000        MOVE 'Y' TO WS-CONNECTED                                  DSTFC01P
028100        MOVE 'LINKED ACCOUNT' TO WS-CONN-REASON                   DSTFC01P
028200        GO TO TEST-ACCOUNT-EXIT                                   DSTFC01P
028300     END-IF.                                                      DSTFC01P
028400     EXEC SQL                                                     DSTFC01P
028500          SELECT COUNT(*)                                         DSTFC01P
028600          INTO :WS-COUNT                                          DSTFC01P
028700          FROM BNKACCJT                                           DSTFC01P
028800          WHERE BAJ_ACCNO = :WS-CHECK-ACC AND                     DSTFC01P
028900                (BAJ_PID = :WS-CHECK-STAFF OR                     DSTFC01P
029000                 BAJ_PID IN                                       DSTFC01P
029100                   (SELECT SFL_LINK_PID                           DSTFC01P
029200                    FROM BNKSTFL                                  DSTFC01P
029300                    WHERE SFL_STAFF_PID = :WS-CHECK-STAFF AND     DSTFC01P
029400                          SFL_STATUS = 'A'))                      DSTFC01P
029500     END-EXEC.                                                    DSTFC01P
029600     IF SQLCODE IS NOT EQUAL TO ZERO                              DSTFC01P
029700        MOVE 'Unable to read the joint holders' TO CSC1O-MSG      DSTFC01P
029800        GO TO TEST-ACCOUNT-EXIT                                   DSTFC01P
029900     END-IF.                                                      DSTFC01P
030000     IF WS-COUNT IS GREATER THAN ZERO                             DSTFC01P
030100        MOVE 'Y' TO WS-CONNECTED                                  DSTFC01P
030200        MOVE 'JOINT HOLDING' TO WS-CONN-REASON                    DSTFC01P
030300     END-IF.                                                      DSTFC01P
030400 TEST-ACCOUNT-EXIT.                                               DSTFC01P
030500     EXIT.                                                        DSTFC01P
030600                                                                  DSTFC01P
030700***************************************************************** DSTFC01P
030800* A staff member declares their own links; a supervisor or      * DSTFC01P
030900* back office may declare them on a staff member's behalf.      * DSTFC01P
031000* The linked party must already be a customer                   * DSTFC01P
031100***************************************************************** DSTFC01P
031200 DECLARE-LINK.                                                    DSTFC01P
031300     PERFORM CHECK-LINK-INPUT THRU                                DSTFC01P
031400             CHECK-LINK-INPUT-EXIT.                               DSTFC01P
031500     IF CSC1O-MSG IS NOT EQUAL TO SPACES                          DSTFC01P
031600        GO TO DECLARE-LINK-EXIT                                   DSTFC01P
031700     END-IF.                                                      DSTFC01P
031800     IF CSC1I-USERID IS NOT EQUAL TO CSC1I-STAFF-PID AND          DSTFC01P
031900        DCL-BCS-ROLE IS NOT EQUAL TO 'S' AND                      DSTFC01P
032000        DCL-BCS-ROLE IS NOT EQUAL TO 'B'                          DSTFC01P
032100        MOVE 'Only the staff member or a supervisor may declare'  DSTFC01P
032200          TO CSC1O-MSG                                            DSTFC01P
032300        GO TO DECLARE-LINK-EXIT                                   DSTFC01P
032400     END-IF.                                                      DSTFC01P
032500     IF CSC1I-RELATION IS NOT EQUAL TO 'O' AND                    DSTFC01P
032600        CSC1I-RELATION IS NOT EQUAL TO 'C'                        DSTFC01P
032700        MOVE 'Relation must be O(own) or C(connected party)'      DSTFC01P
032800          TO CSC1O-MSG                                            DSTFC01P
032900        GO TO DECLARE-LINK-EXIT                                   DSTFC01P
033000     END-IF.                                                      DSTFC01P
033100     IF CSC1I-LINK-PID IS EQUAL TO CSC1I-STAFF-PID                DSTFC01P
033200        MOVE 'The staff sign-on itself is always covered'         DSTFC01P
033300          TO CSC1O-MSG                                            DSTFC01P
033400        GO TO DECLARE-LINK-EXIT                                   DSTFC01P
033500     END-IF.                                                      DSTFC01P
033600     EXEC SQL                                                     DSTFC01P
033700          SELECT BCS_NAME                                         DSTFC01P
033800          INTO :DCL-BCS-NAME                                      DSTFC01P
033900          FROM BNKCUST                                            DSTFC01P
034000          WHERE BCS_PID = :CSC1I-LINK-PID                         DSTFC01P
034100     END-EXEC.                                                    DSTFC01P
034200     IF SQLCODE IS EQUAL TO +100                                  DSTFC01P
034300        SET CSC1O-NOT-FOUND TO TRUE                               DSTFC01P
034400        MOVE 'No customer is held under that PID' TO CSC1O-MSG    DSTFC01P
034500        GO TO DECLARE-LINK-EXIT                                   DSTFC01P
034600     END-IF.                                                      DSTFC01P
034700     IF SQLCODE IS NOT EQUAL TO ZERO                              DSTFC01P
034800        MOVE 'Unable to read the customer' TO CSC1O-MSG           DSTFC01P
034900        GO TO DECLARE-LINK-EXIT                                   DSTFC01P
035000     END-IF.                                                      DSTFC01P
035100     MOVE CSC1I-STAFF-PID TO DCL-SFL-STAFF-PID.                   DSTFC01P
035200     MOVE CSC1I-LINK-PID TO DCL-SFL-LINK-PID.                     DSTFC01P
035300     MOVE CSC1I-RELATION TO DCL-SFL-RELATION.                     DSTFC01P
035400     MOVE CSC1I-DESC TO DCL-SFL-DESC.                             DSTFC01P
035500     MOVE CSC1I-USERID TO DCL-SFL-DECLARED-BY.                    DSTFC01P
035600     MOVE SPACES TO DCL-SFL-STATUS.                               DSTFC01P
035700     EXEC SQL                                                     DSTFC01P
035800          SELECT SFL_STATUS                                       DSTFC01P
035900          INTO :DCL-SFL-STATUS                                    DSTFC01P
036000          FROM BNKSTFL                                            DSTFC01P
036100          WHERE SFL_STAFF_PID = :DCL-SFL-STAFF-PID AND            DSTFC01P
036200                SFL_LINK_PID = :DCL-SFL-LINK-PID                  DSTFC01P
036300     END-EXEC.                                                    DSTFC01P
036400     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DSTFC01P
036500        SQLCODE IS NOT EQUAL TO +100                              DSTFC01P
036600        MOVE 'Unable to read the staff links' TO CSC1O-MSG        DSTFC01P
036700        GO TO DECLARE-LINK-EXIT                                   DSTFC01P
036800     END-IF.                                                      DSTFC01P
036900     IF DCL-SFL-STATUS IS EQUAL TO 'A'                            DSTFC01P
037000        MOVE 'That party is already linked to the staff member'   DSTFC01P
037100          TO CSC1O-MSG                                            DSTFC01P
037200        GO TO DECLARE-LINK-EXIT                                   DSTFC01P
037300     END-IF.                                                      DSTFC01P
037400*        A link removed earlier is declared again on the same row DSTFC01P
037500     IF SQLCODE IS EQUAL TO ZERO                                  DSTFC01P
037600        EXEC SQL                                                  DSTFC01P
037700             UPDATE BNKSTFL                                       DSTFC01P
037800             SET SFL_RELATION = :DCL-SFL-RELATION,                DSTFC01P
037900                 SFL_DESC = :DCL-SFL-DESC,                        DSTFC01P
038000                 SFL_STATUS = 'A',                                DSTFC01P
038100                 SFL_DECLARED_BY = :DCL-SFL-DECLARED-BY,          DSTFC01P
038200                 SFL_DECLARED_TS = CURRENT TIMESTAMP,             DSTFC01P
038300                 SFL_REMOVED_BY = ' '                             DSTFC01P
038400             WHERE SFL_STAFF_PID = :DCL-SFL-STAFF-PID AND         DSTFC01P
038500                   SFL_LINK_PID = :DCL-SFL-LINK-PID               DSTFC01P
038600        END-EXEC                                                  DSTFC01P
038700     ELSE                                                         DSTFC01P
038800        EXEC SQL                                                  DSTFC01P
038900             INSERT                                               DSTFC01P
039000             INTO BNKSTFL (SFL_STAFF_PID,                         DSTFC01P
039100                           SFL_LINK_PID,                          DSTFC01P
039200                           SFL_RELATION,                          DSTFC01P
039300                           SFL_DESC,                              DSTFC01P
039400                           SFL_STATUS,                            DSTFC01P
039500                           SFL_DECLARED_BY,                       DSTFC01P
039600                           SFL_DECLARED_TS,                       DSTFC01P
039700                           SFL_REMOVED_BY)                        DSTFC01P
039800             VALUES (:DCL-SFL-STAFF-PID,                          DSTFC01P
039900                     :DCL-SFL-LINK-PID,                           DSTFC01P
040000                     :DCL-SFL-RELATION,                           DSTFC01P
040100                     :DCL-SFL-DESC,                               DSTFC01P
040200                     'A',                                         DSTFC01P
040300                     :DCL-SFL-DECLARED-BY,                        DSTFC01P
040400                     CURRENT TIMESTAMP,                           DSTFC01P
040500                     ' ')                                         DSTFC01P
040600        END-EXEC                                                  DSTFC01P
040700     END-IF.                                                      DSTFC01P
040800     IF SQLCODE IS NOT EQUAL TO ZERO                              DSTFC01P
040900        MOVE 'Unable to record the staff link' TO CSC1O-MSG       DSTFC01P
041000        GO TO DECLARE-LINK-EXIT                                   DSTFC01P
041100     END-IF.                                                      DSTFC01P
041200     SET CSC1O-REQUEST-OK TO TRUE.                                DSTFC01P
041300     MOVE 'Link declared' TO CSC1O-MSG.                           DSTFC01P
041400 DECLARE-LINK-EXIT.                                               DSTFC01P
041500     EXIT.                                                        DSTFC01P
041600                                                                  DSTFC01P
041700***************************************************************** DSTFC01P
041800* A link is only ever removed by a supervisor or back office,   * DSTFC01P
041900* and never by the staff member it covers. The row is kept,     * DSTFC01P
042000* marked removed, so the history stands                         * DSTFC01P
042100***************************************************************** DSTFC01P
042200 REMOVE-LINK.                                                     DSTFC01P
042300     PERFORM CHECK-LINK-INPUT THRU                                DSTFC01P
042400             CHECK-LINK-INPUT-EXIT.                               DSTFC01P
042500     IF CSC1O-MSG IS NOT EQUAL TO SPACES                          DSTFC01P
042600        GO TO REMOVE-LINK-EXIT                                    DSTFC01P
042700     END-IF.                                                      DSTFC01P
042800     IF DCL-BCS-ROLE IS NOT EQUAL TO 'S' AND                      DSTFC01P
042900        DCL-BCS-ROLE IS NOT EQUAL TO 'B'                          DSTFC01P
043000        MOVE 'Only a supervisor or back office may remove a link' DSTFC01P
043100          TO CSC1O-MSG                                            DSTFC01P
043200        GO TO REMOVE-LINK-EXIT                                    DSTFC01P
043300     END-IF.                                                      DSTFC01P
043400     IF CSC1I-USERID IS EQUAL TO CSC1I-STAFF-PID                  DSTFC01P
043500        MOVE 'A link of your own must be removed by another user' DSTFC01P
043600          TO CSC1O-MSG                                            DSTFC01P
043700        GO TO REMOVE-LINK-EXIT                                    DSTFC01P
043800     END-IF.                                                      DSTFC01P
043900     EXEC SQL                                                     DSTFC01P
044000          UPDATE BNKSTFL                                          DSTFC01P
044100          SET SFL_STATUS = 'X',                                   DSTFC01P
044200              SFL_REMOVED_BY = :CSC1I-USERID,                     DSTFC01P
044300              SFL_REMOVED_TS = CURRENT TIMESTAMP                  DSTFC01P
044400          WHERE SFL_STAFF_PID = :CSC1I-STAFF-PID AND              DSTFC01P
044500                SFL_LINK_PID = :CSC1I-LINK-PID AND                DSTFC01P
044600                SFL_STATUS = 'A'                                  DSTFC01P
044700     END-EXEC.                                                    DSTFC01P
044800     IF SQLCODE IS EQUAL TO +100                                  DSTFC01P
044900        SET CSC1O-NOT-FOUND TO TRUE                               DSTFC01P
045000        MOVE 'No such link is held for the staff member'          DSTFC01P
045100          TO CSC1O-MSG                                            DSTFC01P
045200        GO TO REMOVE-LINK-EXIT                                    DSTFC01P
045300     END-IF.                                                      DSTFC01P
045400     IF SQLCODE IS NOT EQUAL TO ZERO                              DSTFC01P
045500        MOVE 'Unable to update the staff links' TO CSC1O-MSG      DSTFC01P
045600        GO TO REMOVE-LINK-EXIT                                    DSTFC01P
045700     END-IF.                                                      DSTFC01P
045800     SET CSC1O-REQUEST-OK TO TRUE.                                DSTFC01P
045900     MOVE 'Link removed' TO CSC1O-MSG.                            DSTFC01P
046000 REMOVE-LINK-EXIT.                                                DSTFC01P
046100     EXIT.                                                        DSTFC01P
046200                                                                  DSTFC01P
046300***************************************************************** DSTFC01P
046400* The staff member must be a staff sign-on; on return the       * DSTFC01P
046500* role held is that of the user keying the change               * DSTFC01P
046600***************************************************************** DSTFC01P
046700 CHECK-LINK-INPUT.                                                DSTFC01P
046800     EXEC SQL                                                     DSTFC01P
046900          SELECT BCS_ROLE                                         DSTFC01P
047000          INTO :DCL-BCS-ROLE                                      DSTFC01P
047100          FROM BNKCUST                                            DSTFC01P
047200          WHERE BCS_PID = :CSC1I-STAFF-PID                        DSTFC01P
047300     END-EXEC.                                                    DSTFC01P
047400     IF SQLCODE IS EQUAL TO +100                                  DSTFC01P
047500        SET CSC1O-NOT-FOUND TO TRUE                               DSTFC01P
047600        MOVE 'No staff user is held under that id' TO CSC1O-MSG   DSTFC01P
047700        GO TO CHECK-LINK-INPUT-EXIT                               DSTFC01P
047800     END-IF.                                                      DSTFC01P
047900     IF SQLCODE IS NOT EQUAL TO ZERO                              DSTFC01P
048000        MOVE 'Unable to read the staff user' TO CSC1O-MSG         DSTFC01P
048100        GO TO CHECK-LINK-INPUT-EXIT                               DSTFC01P
048200     END-IF.                                                      DSTFC01P
048300     IF DCL-BCS-ROLE IS EQUAL TO SPACES                           DSTFC01P
048400        SET CSC1O-NOT-FOUND TO TRUE                               DSTFC01P
048500        MOVE 'That id is a customer, not a staff user'            DSTFC01P
048600          TO CSC1O-MSG                                            DSTFC01P
048700        GO TO CHECK-LINK-INPUT-EXIT                               DSTFC01P
048800     END-IF.                                                      DSTFC01P
048900     IF CSC1I-LINK-PID IS EQUAL TO SPACES                         DSTFC01P
049000        MOVE 'Key the PID of the linked party' TO CSC1O-MSG       DSTFC01P
049100        GO TO CHECK-LINK-INPUT-EXIT                               DSTFC01P
049200     END-IF.                                                      DSTFC01P
049300     EXEC SQL                                                     DSTFC01P
049400          SELECT BCS_ROLE                                         DSTFC01P
049500          INTO :DCL-BCS-ROLE                                      DSTFC01P
049600          FROM BNKCUST                                            DSTFC01P
049700          WHERE BCS_PID = :CSC1I-USERID                           DSTFC01P
049800     END-EXEC.                                                    DSTFC01P
049900     IF SQLCODE IS NOT EQUAL TO ZERO                              DSTFC01P
050000        MOVE 'Unable to read the requesting user' TO CSC1O-MSG    DSTFC01P
050100        GO TO CHECK-LINK-INPUT-EXIT                               DSTFC01P
050200     END-IF.                                                      DSTFC01P
050300 CHECK-LINK-INPUT-EXIT.                                           DSTFC01P
050400     EXIT.                                                        DSTFC01P
050500                                                                  DSTFC01P
050600***************************************************************** DSTFC01P
050700* The links in force for one staff member                       * DSTFC01P
050800***************************************************************** DSTFC01P
050900 LIST-LINKS.                                                      DSTFC01P
051000     EXEC SQL                                                     DSTFC01P
051100          DECLARE SFL_CSR CURSOR FOR                              DSTFC01P
051200          SELECT SFL.SFL_LINK_PID,                                DSTFC01P
051300                 CUS.BCS_NAME,                                    DSTFC01P
051400                 SFL.SFL_RELATION,                                DSTFC01P
051500                 SFL.SFL_DESC,                                    DSTFC01P
051600                 SFL.SFL_DECLARED_BY,                             DSTFC01P
051700                 SFL.SFL_DECLARED_TS                              DSTFC01P
051800          FROM BNKSTFL SFL,                                       DSTFC01P
051900               BNKCUST CUS                                        DSTFC01P
052000          WHERE SFL.SFL_STAFF_PID = :CSC1I-STAFF-PID AND          DSTFC01P
052100                SFL.SFL_STATUS = 'A' AND                          DSTFC01P
052200                CUS.BCS_PID = SFL.SFL_LINK_PID                    DSTFC01P
052300          ORDER BY SFL.SFL_LINK_PID                               DSTFC01P
052400          FOR FETCH ONLY                                          DSTFC01P
052500     END-EXEC.                                                    DSTFC01P
052600     EXEC SQL                                                     DSTFC01P
052700          OPEN SFL_CSR                                            DSTFC01P
052800     END-EXEC.                                                    DSTFC01P
052900     IF SQLCODE IS NOT EQUAL TO ZERO                              DSTFC01P
053000        MOVE 'Unable to open the staff links' TO CSC1O-MSG        DSTFC01P
053100        GO TO LIST-LINKS-EXIT                                     DSTFC01P
053200     END-IF.                                                      DSTFC01P
053300     MOVE 0 TO WS-SUB1.                                           DSTFC01P
053400 SFL-LOOP.                                                        DSTFC01P
053500     IF WS-SUB1 IS EQUAL TO 10                                    DSTFC01P
053600        GO TO SFL-LOOP-EXIT                                       DSTFC01P
053700     END-IF.                                                      DSTFC01P
053800     EXEC SQL                                                     DSTFC01P
053900          FETCH SFL_CSR                                           DSTFC01P
054000          INTO :DCL-SFL-LINK-PID,                                 DSTFC01P
054100               :DCL-BCS-NAME,                                     DSTFC01P
054200               :DCL-SFL-RELATION,                                 DSTFC01P
054300               :DCL-SFL-DESC,                                     DSTFC01P
054400               :DCL-SFL-DECLARED-BY,                              DSTFC01P
054500               :DCL-SFL-DECLARED-TS                               DSTFC01P
054600     END-EXEC.                                                    DSTFC01P
054700     IF SQLCODE IS NOT EQUAL TO ZERO                              DSTFC01P
054800        GO TO SFL-LOOP-EXIT                                       DSTFC01P
054900     END-IF.                                                      DSTFC01P
055000     ADD 1 TO WS-SUB1.                                            DSTFC01P
055100     MOVE DCL-SFL-LINK-PID TO CSC1O-LST-LINK-PID (WS-SUB1).       DSTFC01P
055200     MOVE DCL-BCS-NAME TO CSC1O-LST-NAME (WS-SUB1).               DSTFC01P
055300     MOVE DCL-SFL-RELATION TO CSC1O-LST-RELATION (WS-SUB1).       DSTFC01P
055400     MOVE DCL-SFL-DESC TO CSC1O-LST-DESC (WS-SUB1).               DSTFC01P
055500     MOVE DCL-SFL-DECLARED-BY TO CSC1O-LST-DECLARED-BY (WS-SUB1). DSTFC01P
055600     MOVE DCL-SFL-DECLARED-TS (1:10) TO CSC1O-LST-DATE (WS-SUB1). DSTFC01P
055700     GO TO SFL-LOOP.                                              DSTFC01P
055800 SFL-LOOP-EXIT.                                                   DSTFC01P
055900     EXEC SQL                                                     DSTFC01P
056000          CLOSE SFL_CSR                                           DSTFC01P
056100     END-EXEC.                                                    DSTFC01P
056200     MOVE WS-SUB1 TO CSC1O-LIST-COUNT.                            DSTFC01P
056300     SET CSC1O-REQUEST-OK TO TRUE.                                DSTFC01P
056400     IF WS-SUB1 IS EQUAL TO ZERO                                  DSTFC01P
056500        MOVE 'No links are held for that staff member'            DSTFC01P
056600          TO CSC1O-MSG                                            DSTFC01P
056700     END-IF.                                                      DSTFC01P
056800 LIST-LINKS-EXIT.                                                 DSTFC01P
056900     EXIT.                                                        DSTFC01P
057000                                                                  DSTFC01P
057100***************************************************************** DSTFC01P
057200* Every staff action of the business day - counter cash,        * DSTFC01P
057300* authorization items keyed and approved, disputes worked and   * DSTFC01P
057400* view-as sessions opened - tested against the links as they    * DSTFC01P
057500* stand tonight. A hit means the real-time refusal was missed   * DSTFC01P
057600* or bypassed, or the party was linked after the event          * DSTFC01P
057700***************************************************************** DSTFC01P
057800 NIGHTLY-REPORT.                                                  DSTFC01P
057900     INITIALIZE CD98-DATA.                                        DSTFC01P
058000     SET CD98I-READ-BUSINESS-DATE TO TRUE.                        DSTFC01P
058100 COPY CBANKX98.                                                   DSTFC01P
058200     IF NOT CD98O-REQUEST-OK                                      DSTFC01P
058300        MOVE CD98O-MSG TO CSC1O-MSG                               DSTFC01P
058400        GO TO NIGHTLY-REPORT-EXIT                                 DSTFC01P
058500     END-IF.                                                      DSTFC01P
058600     MOVE CD98O-DATE TO WS-BUS-DATE.                              DSTFC01P
058700     MOVE SPACES TO WS-CSV-LINE.                                  DSTFC01P
058800     STRING 'STAFF CONNECTED-PARTY EXCEPTIONS,' WS-BUS-DATE       DSTFC01P
058900            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DSTFC01P
059000     PERFORM QUEUE-REPORT-LINE THRU                               DSTFC01P
059100             QUEUE-REPORT-LINE-EXIT.                              DSTFC01P
059200     MOVE SPACES TO WS-CSV-LINE.                                  DSTFC01P
059300     STRING 'SOURCE,STAFF,PID,ACCOUNT,OTHER ACCOUNT,TIMESTAMP,'   DSTFC01P
059400            'CONNECTION'                                          DSTFC01P
059500            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DSTFC01P
059600     PERFORM QUEUE-REPORT-LINE THRU                               DSTFC01P
059700             QUEUE-REPORT-LINE-EXIT.                              DSTFC01P
059800     EXEC SQL                                                     DSTFC01P
059900          DECLARE ACT_CSR CURSOR FOR                              DSTFC01P
060000          SELECT 'TELLER',                                        DSTFC01P
060100                 SUBSTR(BTX_DATA_OLD, 31, 5),                     DSTFC01P
060200                 BTX_PID,                                         DSTFC01P
060300                 BTX_ACCNO,                                       DSTFC01P
060400                 ' ',                                             DSTFC01P
060500                 BTX_TIMESTAMP                                    DSTFC01P
060600          FROM BNKTXN                                             DSTFC01P
060700          WHERE BTX_TYPE = '3' AND                                DSTFC01P
060800                DATE(BTX_TIMESTAMP) = :WS-BUS-DATE                DSTFC01P
060900          UNION ALL                                               DSTFC01P
061000          SELECT 'MAKER',                                         DSTFC01P
061100                 PAU_MAKER,                                       DSTFC01P
061200                 PAU_PID,                                         DSTFC01P
061300                 PAU_FROM_ACC,                                    DSTFC01P
061400                 PAU_TO_ACC,                                      DSTFC01P
061500                 PAU_RAISED_TS                                    DSTFC01P
061600          FROM BNKPAUTH                                           DSTFC01P
061700          WHERE DATE(PAU_RAISED_TS) = :WS-BUS-DATE                DSTFC01P
061800          UNION ALL                                               DSTFC01P
061900          SELECT 'CHECKER',                                       DSTFC01P
062000                 PAU_CHECKER,                                     DSTFC01P
062100                 PAU_PID,                                         DSTFC01P
062200                 PAU_FROM_ACC,                                    DSTFC01P
062300                 PAU_TO_ACC,                                      DSTFC01P
062400                 PAU_WORKED_TS                                    DSTFC01P
062500          FROM BNKPAUTH                                           DSTFC01P
062600          WHERE PAU_CHECKER <> ' ' AND                            DSTFC01P
062700                DATE(PAU_WORKED_TS) = :WS-BUS-DATE                DSTFC01P
062800          UNION ALL                                               DSTFC01P
062900          SELECT 'DISPUTE',                                       DSTFC01P
063000                 DSP_WORKED_BY,                                   DSTFC01P
063100                 DSP_PID,                                         DSTFC01P
063200                 DSP_ACCNO,                                       DSTFC01P
063300                 ' ',                                             DSTFC01P
063400                 DSP_RESOLVED_TS                                  DSTFC01P
063500          FROM BNKDISP                                            DSTFC01P
063600          WHERE DSP_WORKED_BY <> ' ' AND                          DSTFC01P
063700                DATE(DSP_RESOLVED_TS) = :WS-BUS-DATE              DSTFC01P
063800          UNION ALL                                               DSTFC01P
063900          SELECT 'VIEWAS',                                        DSTFC01P
064000                 VAS_STAFF,                                       DSTFC01P
064100                 VAS_PID,                                         DSTFC01P
064200                 ' ',                                             DSTFC01P
064300                 ' ',                                             DSTFC01P
064400                 VAS_TS                                           DSTFC01P
064500          FROM BNKVASL                                            DSTFC01P
064600          WHERE VAS_EVENT = 'S' AND                               DSTFC01P
064700                DATE(VAS_TS) = :WS-BUS-DATE                       DSTFC01P
064800          ORDER BY 2, 6                                           DSTFC01P
064900          FOR FETCH ONLY                                          DSTFC01P
065000     END-EXEC.                                                    DSTFC01P
065100     EXEC SQL                                                     DSTFC01P
065200          OPEN ACT_CSR                                            DSTFC01P
065300     END-EXEC.                                                    DSTFC01P
065400     IF SQLCODE IS NOT EQUAL TO ZERO                              DSTFC01P
065500        MOVE 'Unable to open the day''s staff activity'           DSTFC01P
065600          TO CSC1O-MSG                                            DSTFC01P
065700        GO TO NIGHTLY-REPORT-EXIT                                 DSTFC01P
065800     END-IF.                                                      DSTFC01P
065900 ACT-LOOP.                                                        DSTFC01P
066000     EXEC SQL                                                     DSTFC01P
066100          FETCH ACT_CSR                                           DSTFC01P
066200          INTO :DCL-ACT-SOURCE,                                   DSTFC01P
066300               :DCL-ACT-STAFF,                                    DSTFC01P
066400               :DCL-ACT-PID,                                      DSTFC01P
066500               :DCL-ACT-ACC1,                                     DSTFC01P
066600               :DCL-ACT-ACC2,                                     DSTFC01P
066700               :DCL-ACT-TS                                        DSTFC01P
066800     END-EXEC.                                                    DSTFC01P
066900     IF SQLCODE IS EQUAL TO +100                                  DSTFC01P
067000        GO TO ACT-LOOP-EXIT                                       DSTFC01P
067100     END-IF.                                                      DSTFC01P
067200     IF SQLCODE IS NOT EQUAL TO ZERO                              DSTFC01P
067300        MOVE 'Unable to read the day''s staff activity'           DSTFC01P
067400          TO CSC1O-MSG                                            DSTFC01P
067500        GO TO ACT-LOOP-EXIT                                       DSTFC01P
067600     END-IF.                                                      DSTFC01P
067700     MOVE DCL-ACT-STAFF TO WS-CHECK-STAFF.                        DSTFC01P
067800     MOVE DCL-ACT-PID TO WS-CHECK-PID.                            DSTFC01P
067900     MOVE DCL-ACT-ACC1 TO WS-CHECK-ACC1.                          DSTFC01P
068000     MOVE DCL-ACT-ACC2 TO WS-CHECK-ACC2.                          DSTFC01P
068100     PERFORM TEST-CONNECTION THRU                                 DSTFC01P
068200             TEST-CONNECTION-EXIT.                                DSTFC01P
068300     IF CSC1O-MSG IS NOT EQUAL TO SPACES                          DSTFC01P
068400        GO TO ACT-LOOP-EXIT                                       DSTFC01P
068500     END-IF.                                                      DSTFC01P
068600     IF NOT WS-IS-CONNECTED                                       DSTFC01P
068700        GO TO ACT-LOOP                                            DSTFC01P
068800     END-IF.                                                      DSTFC01P
068900     ADD 1 TO CSC1O-EXCEPTIONS.                                   DSTFC01P
069000     MOVE SPACES TO WS-CSV-LINE.                                  DSTFC01P
069100     STRING DCL-ACT-SOURCE ',' DCL-ACT-STAFF ',' DCL-ACT-PID ','  DSTFC01P
069200            DCL-ACT-ACC1 ',' DCL-ACT-ACC2 ',' DCL-ACT-TS ','      DSTFC01P
069300            WS-CONN-REASON                                        DSTFC01P
069400            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DSTFC01P
069500     PERFORM QUEUE-REPORT-LINE THRU                               DSTFC01P
069600             QUEUE-REPORT-LINE-EXIT.                              DSTFC01P
069700     GO TO ACT-LOOP.                                              DSTFC01P
069800 ACT-LOOP-EXIT.                                                   DSTFC01P
069900     EXEC SQL                                                     DSTFC01P
070000          CLOSE ACT_CSR                                           DSTFC01P
070100     END-EXEC.                                                    DSTFC01P
070200     IF CSC1O-MSG IS NOT EQUAL TO SPACES                          DSTFC01P
070300        GO TO NIGHTLY-REPORT-EXIT                                 DSTFC01P
070400     END-IF.                                                      DSTFC01P
070500     INITIALIZE CD96-DATA.                                        DSTFC01P
070600     SET CD96I-CAPTURE-REPORT TO TRUE.                            DSTFC01P
070700     MOVE WS-PROGRAM-ID TO CD96I-JOB.                             DSTFC01P
070800     MOVE WS-BUS-DATE TO WS-REPORT-DATE.                          DSTFC01P
070900     MOVE WS-REPORT-NAME TO CD96I-REPORT-NAME.                    DSTFC01P
071000     MOVE 'CSVQ' TO CD96I-QUEUE.                                  DSTFC01P
071100     MOVE 400 TO CD96I-RETAIN-DAYS.                               DSTFC01P
071200 COPY CBANKX96.                                                   DSTFC01P
071300     IF NOT CD96O-REQUEST-OK                                      DSTFC01P
071400        MOVE CD96O-MSG TO CSC1O-MSG                               DSTFC01P
071500        GO TO NIGHTLY-REPORT-EXIT                                 DSTFC01P
071600     END-IF.                                                      DSTFC01P
071700     SET CSC1O-REQUEST-OK TO TRUE.                                DSTFC01P
071800     MOVE CSC1O-EXCEPTIONS TO WS-COUNT-DISP.                      DSTFC01P
071900     STRING 'Staff connection report produced - ' WS-COUNT-DISP   DSTFC01P
072000            ' exceptions'                                         DSTFC01P
072100            DELIMITED BY SIZE INTO CSC1O-MSG.                     DSTFC01P
072200 NIGHTLY-REPORT-EXIT.                                             DSTFC01P
072300     EXIT.                                                        DSTFC01P
072400                                                                  DSTFC01P
072500***************************************************************** DSTFC01P
072600* Queue one line of the report                                  * DSTFC01P
072700***************************************************************** DSTFC01P
072800 QUEUE-REPORT-LINE.                                               DSTFC01P
072900 COPY CCSVWRQ.                                                    DSTFC01P
073000 QUEUE-REPORT-LINE-EXIT.                                          DSTFC01P
073100     EXIT.                                                        DSTFC01P
