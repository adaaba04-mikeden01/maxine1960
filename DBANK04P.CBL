003800     END-EXEC.                                                    DBANK04P
003900   05  WS-FROM-STATUS                        PIC X(1).            DBANK04P
004000   05  WS-TO-STATUS                          PIC X(1).            DBANK04P
004050   05  WS-TO-TYPE                            PIC X(2).            DBANK04P
004100  05  WS-XFER-AMOUNT                       PIC S9(7)V99           DBANK04P
004200                                            COMP-3.               DBANK04P
004300  05  WS-DAILY-TOTAL                        PIC S9(7)V99          DBANK04P
004400                                            COMP-3.               DBANK04P
004410  05  WS-DUP-COUNT                         PIC S9(5) COMP-3.      DBANK04P
004411  05  WS-MINOR-COUNT                       PIC S9(5) COMP-3.      DBANK04P
004415  05  WS-VIRTUAL-DELTA                     PIC S9(7)V99 COMP-3.   DBANK04P
004420***************************************************************** DBANK04P
004430* The duplicate-detection window - a transfer matching another  * DBANK04P
004440* with the same source, destination and amount posted within    * DBANK04P
004970 COPY CGOALD01.                                                   DBANK04P
004971 01  WS-M1-COMMAREA.                                              DBANK04P
004972 COPY CPOAMD01.                                                   DBANK04P
004980 01  WS-N1-COMMAREA.                                              DBANK04P
004990 COPY CNOTCD01.                                                   DBANK04P
004992 01  WS-W1-COMMAREA.                                              DBANK04P
004994 COPY CTWRPD01.                                                   DBANK04P
004996 01  WS-VA-COMMAREA.                                              DBANK04P
004998 COPY CVACCD01.                                                   DBANK04P
004999 01  WS-CR-COMMAREA.                                              DBANK04P
005000 COPY CCCRDD01.                                                   DBANK04P
005050                                                                  DBANK04P
005100 01  WS-COMMAREA.                                                 DBANK04P
005200     EXEC SQL                                                     DBANK04P
005300          INCLUDE CBANKD04                                        DBANK04P
009000     MOVE SPACES TO CD04O-DATA.                                   DBANK04P
009100     SET CD04O-UPDATE-FAIL TO TRUE.                               DBANK04P
009200     MOVE '0001-01-01-00.00.00.000000' TO CD04O-TIMESTAMP.        DBANK04P
009201                                                                  DBANK04P
009202***************************************************************** DBANK04P
009203* A transfer to one of a corporate's virtual numbers credits    * DBANK04P
009204* the settlement account behind it - the real account's         * DBANK04P
009205* balance is read here and the virtual number handed back for   * DBANK04P
009206* the journal. One to a closed number is refused, so the money  * DBANK04P
009207* never leaves the payer                                        * DBANK04P
009208***************************************************************** DBANK04P
009209     IF CD04I-FROM-ACC IS EQUAL TO CD04I-TO-ACC                   DBANK04P
009210        GO TO DBANK04P-VIRTUAL-DONE                               DBANK04P
009211     END-IF.                                                      DBANK04P
009212     INITIALIZE CVA1-DATA.                                        DBANK04P
009213     SET CVA1I-RESOLVE-ACC TO TRUE.                               DBANK04P
009214     MOVE CD04I-TO-ACC TO CVA1I-ACCNO.                            DBANK04P
009215 COPY CVACCX01.                                                   DBANK04P
009216     IF NOT CVA1O-REQUEST-OK                                      DBANK04P
009217        MOVE CVA1O-MSG TO CD04O-MSG                               DBANK04P
009218        GO TO DBANK04P-EXIT                                       DBANK04P
009219     END-IF.                                                      DBANK04P
009220     IF NOT CVA1O-IS-VIRTUAL                                      DBANK04P
009221        GO TO DBANK04P-VIRTUAL-DONE                               DBANK04P
009222     END-IF.                                                      DBANK04P
009223     IF CVA1O-VIRTUAL-CLOSED                                      DBANK04P
009224        SET CD04O-ACCOUNT-RESTRICTED TO TRUE                      DBANK04P
009225        MOVE 'Cannot transfer - the virtual account is closed'    DBANK04P
009226          TO CD04O-MSG                                            DBANK04P
009227        GO TO DBANK04P-EXIT                                       DBANK04P
009228     END-IF.                                                      DBANK04P
009229     IF CVA1O-REAL-ACC IS EQUAL TO CD04I-FROM-ACC                 DBANK04P
009230        SET CD04O-ACCOUNT-RESTRICTED TO TRUE                      DBANK04P
009231        MOVE 'Cannot pay a virtual number of the same account'    DBANK04P
009232          TO CD04O-MSG                                            DBANK04P
009233        GO TO DBANK04P-EXIT                                       DBANK04P
009234     END-IF.                                                      DBANK04P
009235     COMPUTE WS-VIRTUAL-DELTA =                                   DBANK04P
009236             CD04I-TO-NEW-BAL - CD04I-TO-OLD-BAL.                 DBANK04P
009237     MOVE CD04I-TO-ACC TO CD04O-VIRTUAL-ACC.                      DBANK04P
009238     MOVE CVA1O-REAL-ACC TO CD04I-TO-ACC.                         DBANK04P
009239     EXEC SQL                                                     DBANK04P
009240          SELECT BAC_BALANCE                                      DBANK04P
009241          INTO :CD04I-TO-OLD-BAL                                  DBANK04P
009242          FROM BNKACC                                             DBANK04P
009243          WHERE BAC_ACCNO = :CD04I-TO-ACC                         DBANK04P
009244     END-EXEC.                                                    DBANK04P
009245     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK04P
009246        MOVE 'Unable to read the settlement account' TO CD04O-MSG DBANK04P
009247        GO TO DBANK04P-EXIT                                       DBANK04P
009248     END-IF.                                                      DBANK04P
009249     COMPUTE CD04I-TO-NEW-BAL =                                   DBANK04P
009250             CD04I-TO-OLD-BAL + WS-VIRTUAL-DELTA.                 DBANK04P
009251 DBANK04P-VIRTUAL-DONE.                                           DBANK04P
009300                                                                  DBANK04P
009400                                                                  DBANK04P
009500******************************************************************DBANK04P
010100******************************************************************DBANK04P
010200     MOVE SPACES TO WS-FROM-STATUS.                               DBANK04P
010300     MOVE SPACES TO WS-TO-STATUS.                                 DBANK04P
010350     MOVE SPACES TO WS-TO-TYPE.                                   DBANK04P
010400     EXEC SQL                                                     DBANK04P
010500          SELECT BAC_STATUS                                       DBANK04P
010600          INTO :WS-FROM-STATUS                                    DBANK04P
010800          WHERE BAC_ACCNO = :CD04I-FROM-ACC                       DBANK04P
010900     END-EXEC.                                                    DBANK04P
011000     EXEC SQL                                                     DBANK04P
011100          SELECT BAC_STATUS,                                      DBANK04P
011150                 BAC_ACCTYPE                                      DBANK04P
011200          INTO :WS-TO-STATUS,                                     DBANK04P
011250               :WS-TO-TYPE                                        DBANK04P
011300          FROM BNKACC                                             DBANK04P
011400          WHERE BAC_ACCNO = :CD04I-TO-ACC                         DBANK04P
011500     END-EXEC.                                                    DBANK04P
018060     END-IF.                                                      DBANK04P
018061 DBANK04P-DUP-CHECK-DONE.                                         DBANK04P
018100 DBANK04P-LIMIT-CHECK-DONE.                                       DBANK04P
018105***************************************************************** DBANK04P
018110* Held funds are not spendable - a debit may not run the        * DBANK04P
018115* balance below the amount the hold register has ring-fenced,   * DBANK04P
018120* whatever the ledger balance says                              * DBANK04P
018125***************************************************************** DBANK04P
018130     IF CD04I-FROM-ACC IS NOT EQUAL TO CD04I-TO-ACC AND           DBANK04P
018135        CD04I-FROM-NEW-BAL IS LESS THAN CD04I-FROM-OLD-BAL        DBANK04P
018140        MOVE SPACES TO CDH1-DATA                                  DBANK04P
018145        SET CDH1I-TOTAL-HELD TO TRUE                              DBANK04P
018150        MOVE CD04I-FROM-ACC TO CDH1I-ACC                          DBANK04P
018155 COPY CHOLDX01.                                                   DBANK04P
018160        IF CDH1O-REQUEST-OK AND                                   DBANK04P
018165           CD04I-FROM-NEW-BAL IS LESS THAN CDH1O-TOTAL-HELD       DBANK04P
018170           SET CD04O-INSUFFICIENT-FUNDS TO TRUE                   DBANK04P
018175           MOVE 'Funds are held - available balance too low'      DBANK04P
018180             TO CD04O-MSG                                         DBANK04P
018185           GO TO DBANK04P-EXIT                                    DBANK04P
018190        END-IF                                                    DBANK04P
018195     END-IF.                                                      DBANK04P
018200***************************************************************** DBANK04P
018205* Money earmarked to a savings goal is ring-fenced the same     * DBANK04P
018210* way - an ordinary debit may not dip into it                   * DBANK04P
018215***************************************************************** DBANK04P
018220     IF CD04I-FROM-ACC IS NOT EQUAL TO CD04I-TO-ACC AND           DBANK04P
018225        CD04I-FROM-NEW-BAL IS LESS THAN CD04I-FROM-OLD-BAL        DBANK04P
018230        MOVE SPACES TO CGO1-DATA                                  DBANK04P
018235        SET CGO1I-TOTAL-EARMARKED TO TRUE                         DBANK04P
018240        MOVE CD04I-FROM-ACC TO CGO1I-ACC                          DBANK04P
018245 COPY CGOALX01.                                                   DBANK04P
018250        IF CGO1O-REQUEST-OK AND                                   DBANK04P
018255           CD04I-FROM-NEW-BAL IS LESS THAN CGO1O-TOTAL            DBANK04P
018260           SET CD04O-INSUFFICIENT-FUNDS TO TRUE                   DBANK04P
018265           MOVE 'Funds are earmarked to savings goals'            DBANK04P
018270             TO CD04O-MSG                                         DBANK04P
018275           GO TO DBANK04P-EXIT                                    DBANK04P
018280        END-IF                                                    DBANK04P
018285     END-IF.                                                      DBANK04P
018290***************************************************************** DBANK04P
018295* A minor's own account does not pay money away without a       * DBANK04P
018300* custodian - a debit needs a joint (custodian) holder on the   * DBANK04P
018305* account; bank-side postings are exempt with the caps          * DBANK04P
018310***************************************************************** DBANK04P
018315     IF CD04I-FROM-ACC IS NOT EQUAL TO CD04I-TO-ACC AND           DBANK04P
018320        CD04I-FROM-NEW-BAL IS LESS THAN CD04I-FROM-OLD-BAL AND    DBANK04P
018325        NOT CD04I-SKIP-LIMIT-CHECK                                DBANK04P
018330        MOVE ZERO TO WS-MINOR-COUNT                               DBANK04P
018335        EXEC SQL                                                  DBANK04P
018340             SELECT COUNT(*)                                      DBANK04P
018345             INTO :WS-MINOR-COUNT                                 DBANK04P
018350             FROM BNKCUST BCS,                                    DBANK04P
018355                  BNKACC BAC                                      DBANK04P
018360             WHERE BAC.BAC_ACCNO = :CD04I-FROM-ACC AND            DBANK04P
018365                   BCS.BCS_PID = BAC.BAC_PID AND                  DBANK04P
018370                   BCS.BCS_MINOR = 'Y' AND                        DBANK04P
018375                   NOT EXISTS                                     DBANK04P
018380                   (SELECT 1                                      DBANK04P
018385                    FROM BNKACCJT BAJ                             DBANK04P
018390                    WHERE BAJ.BAJ_ACCNO = BAC.BAC_ACCNO)          DBANK04P
018395        END-EXEC                                                  DBANK04P
018400        IF SQLCODE IS NOT EQUAL TO ZERO                           DBANK04P
018405           MOVE 'Unable to run the minor-account check'           DBANK04P
018410             TO CD04O-MSG                                         DBANK04P
018415           GO TO DBANK04P-EXIT                                    DBANK04P
018420        END-IF                                                    DBANK04P
018425        IF WS-MINOR-COUNT IS GREATER THAN ZERO                    DBANK04P
018430           SET CD04O-ACCOUNT-RESTRICTED TO TRUE                   DBANK04P
018435           MOVE 'A custodian is needed on a minor account'        DBANK04P
018440             TO CD04O-MSG                                         DBANK04P
018445           GO TO DBANK04P-EXIT                                    DBANK04P
018450        END-IF                                                    DBANK04P
018455     END-IF.                                                      DBANK04P
018460***************************************************************** DBANK04P
018465* A user acting under a power of attorney does exactly what     * DBANK04P
018470* the mandate allows - the mandate owner answers, and the       * DBANK04P
018475* posting carries the attorney's user on the audit row          * DBANK04P
018480***************************************************************** DBANK04P
018485     IF CD04I-FROM-ACC IS NOT EQUAL TO CD04I-TO-ACC AND           DBANK04P
018490        NOT CD04I-SKIP-LIMIT-CHECK                                DBANK04P
018495        INITIALIZE CPM1-DATA                                      DBANK04P
018500        SET CPM1I-CHECK-ACTION TO TRUE                            DBANK04P
018505        MOVE CD04I-FROM-ACC TO CPM1I-ACC                          DBANK04P
018510        MOVE CD04I-PERSON-PID TO CPM1I-USERID                     DBANK04P
018515        COMPUTE CPM1I-AMOUNT =                                    DBANK04P
018520                CD04I-FROM-OLD-BAL - CD04I-FROM-NEW-BAL           DBANK04P
018525 COPY CPOAMX01.                                                   DBANK04P
018530        IF CPM1O-ACTION-REFUSED                                   DBANK04P
018535           SET CD04O-ACCOUNT-RESTRICTED TO TRUE                   DBANK04P
018540           MOVE CPM1O-MSG TO CD04O-MSG                            DBANK04P
018545           GO TO DBANK04P-EXIT                                    DBANK04P
018550        END-IF                                                    DBANK04P
018555     END-IF.                                                      DBANK04P
018560***************************************************************** DBANK04P
018565* A notice account pays out against matured notices - or,       * DBANK04P
018570* where the product allows it, at a loss-of-interest penalty on * DBANK04P
018575* what no notice covers; bank-side postings are exempt with the * DBANK04P
018580* caps                                                          * DBANK04P
018585***************************************************************** DBANK04P
018590     INITIALIZE CNT1-DATA.                                        DBANK04P
018595     IF CD04I-FROM-ACC IS NOT EQUAL TO CD04I-TO-ACC AND           DBANK04P
018600        CD04I-FROM-NEW-BAL IS LESS THAN CD04I-FROM-OLD-BAL AND    DBANK04P
018605        NOT CD04I-SKIP-LIMIT-CHECK                                DBANK04P
018610        SET CNT1I-CHECK-DEBIT TO TRUE                             DBANK04P
018615        MOVE CD04I-FROM-ACC TO CNT1I-ACC                          DBANK04P
018620        COMPUTE CNT1I-AMOUNT =                                    DBANK04P
018625                CD04I-FROM-OLD-BAL - CD04I-FROM-NEW-BAL           DBANK04P
018630        MOVE CD04I-FROM-NEW-BAL TO CNT1I-NEW-BALANCE              DBANK04P
018635        MOVE CD04I-PERSON-PID TO CNT1I-USERID                     DBANK04P
018640 COPY CNOTCX01.                                                   DBANK04P
018645        IF CNT1O-NOTICE-REQUIRED                                  DBANK04P
018650           SET CD04O-NOTICE-REQUIRED TO TRUE                      DBANK04P
018655           MOVE CNT1O-MSG TO CD04O-MSG                            DBANK04P
018660           GO TO DBANK04P-EXIT                                    DBANK04P
018665        END-IF                                                    DBANK04P
018670        IF NOT CNT1O-REQUEST-OK                                   DBANK04P
018675           MOVE CNT1O-MSG TO CD04O-MSG                            DBANK04P
018680           GO TO DBANK04P-EXIT                                    DBANK04P
018685        END-IF                                                    DBANK04P
018690     END-IF.                                                      DBANK04P
018695***************************************************************** DBANK04P
018700* Money paid into a tax-free savings wrapper counts against the * DBANK04P
018705* holder's annual allowance - a credit that would take them     * DBANK04P
018710* over it is refused; bank-side postings are exempt with the    * DBANK04P
018715* caps                                                          * DBANK04P
018720***************************************************************** DBANK04P
018725     INITIALIZE CTW1-DATA.                                        DBANK04P
018730     IF CD04I-FROM-ACC IS NOT EQUAL TO CD04I-TO-ACC AND           DBANK04P
018735        CD04I-TO-NEW-BAL IS GREATER THAN CD04I-TO-OLD-BAL AND     DBANK04P
018740        NOT CD04I-SKIP-LIMIT-CHECK                                DBANK04P
018745        SET CTW1I-CHECK-CREDIT TO TRUE                            DBANK04P
018750        MOVE CD04I-TO-ACC TO CTW1I-ACC                            DBANK04P
018755        MOVE CD04I-FROM-ACC TO CTW1I-SOURCE-ACC                   DBANK04P
018760        COMPUTE CTW1I-AMOUNT =                                    DBANK04P
018765                CD04I-TO-NEW-BAL - CD04I-TO-OLD-BAL               DBANK04P
018770        MOVE CD04I-PERSON-PID TO CTW1I-USERID                     DBANK04P
018775 COPY CTWRPX01.                                                   DBANK04P
018780        IF CTW1O-CREDIT-REFUSED                                   DBANK04P
018785           SET CD04O-ALLOWANCE-EXCEEDED TO TRUE                   DBANK04P
018790           MOVE CTW1O-MSG TO CD04O-MSG                            DBANK04P
018795           GO TO DBANK04P-EXIT                                    DBANK04P
018800        END-IF                                                    DBANK04P
018805        IF NOT CTW1O-REQUEST-OK                                   DBANK04P
018810           MOVE CTW1O-MSG TO CD04O-MSG                            DBANK04P
018815           GO TO DBANK04P-EXIT                                    DBANK04P
018820        END-IF                                                    DBANK04P
018825     END-IF.                                                      DBANK04P
018830* Try to update the 'from' balance                              * DBANK04P
018835***************************************************************** DBANK04P
018840     EXEC SQL                                                     DBANK04P
018845          UPDATE BNKACC                                           DBANK04P
018850          SET BAC_BALANCE = :CD04I-FROM-NEW-BAL,                  DBANK04P
018855              BAC_UPDATED_TS = CURRENT TIMESTAMP                  DBANK04P
018860          WHERE (BAC_ACCNO = :CD04I-FROM-ACC AND                  DBANK04P
018865                 BAC_BALANCE = :CD04I-FROM-OLD-BAL)               DBANK04P
018870     END-EXEC.                                                    DBANK04P
019000                                                                  DBANK04P
019100***************************************************************** DBANK04P
019200* Did we update the record OK                                   * DBANK04P
021500          TO CD04O-MSG                                            DBANK04P
021600     GO TO DBANK04P-EXIT                                          DBANK04P
021700     END-IF.                                                      DBANK04P
021705                                                                  DBANK04P
021710***************************************************************** DBANK04P
021715* The debit is on the notice account - draw it down against     * DBANK04P
021720* the matured notices and take any penalty the check priced     * DBANK04P
021725***************************************************************** DBANK04P
021730     IF CNT1O-NOTICE-DAYS IS GREATER THAN ZERO                    DBANK04P
021735        SET CNT1I-DRAW-DEBIT TO TRUE                              DBANK04P
021740 COPY CNOTCX01.                                                   DBANK04P
021745        IF NOT CNT1O-REQUEST-OK                                   DBANK04P
021750           MOVE CNT1O-MSG TO CD04O-MSG                            DBANK04P
021755           GO TO DBANK04P-EXIT                                    DBANK04P
021760        END-IF                                                    DBANK04P
021765     END-IF.                                                      DBANK04P
021766                                                                  DBANK04P
021768***************************************************************** DBANK04P
021770* The credit went into a wrapper - count it against the year's  * DBANK04P
021772* allowance now that it has posted                              * DBANK04P
021774***************************************************************** DBANK04P
021776     IF CTW1O-IS-WRAPPER                                          DBANK04P
021778        SET CTW1I-RECORD-CREDIT TO TRUE                           DBANK04P
021780 COPY CTWRPX01.                                                   DBANK04P
021782        IF NOT CTW1O-REQUEST-OK                                   DBANK04P
021784           MOVE CTW1O-MSG TO CD04O-MSG                            DBANK04P
021786           GO TO DBANK04P-EXIT                                    DBANK04P
021788        END-IF                                                    DBANK04P
021790     END-IF.                                                      DBANK04P
021791                                                                  DBANK04P
021792***************************************************************** DBANK04P
021793* The credit went to a credit card account - it is a payment    * DBANK04P
021794* towards the card's minimum and must count as one, or the      * DBANK04P
021795* nightly due-date check would treat the holder as having       * DBANK04P
021796* missed it                                                     * DBANK04P
021797***************************************************************** DBANK04P
021798     IF WS-TO-TYPE IS EQUAL TO 'CC' AND                           DBANK04P
021799        CD04I-FROM-ACC IS NOT EQUAL TO CD04I-TO-ACC AND           DBANK04P
021800        CD04I-TO-NEW-BAL IS GREATER THAN CD04I-TO-OLD-BAL AND     DBANK04P
021801        NOT CD04I-CARD-PAYMENT-TAKEN                              DBANK04P
021802        INITIALIZE CCR1-DATA                                      DBANK04P
021803        SET CCR1I-PAYMENT-RECEIVED TO TRUE                        DBANK04P
021804        MOVE CD04I-TO-ACC TO CCR1I-ACC                            DBANK04P
021805        COMPUTE CCR1I-AMOUNT =                                    DBANK04P
021806                CD04I-TO-NEW-BAL - CD04I-TO-OLD-BAL               DBANK04P
021807        MOVE 'Payment by transfer' TO CCR1I-DESC                  DBANK04P
021808        MOVE CD04I-FROM-ACC TO CCR1I-REF                          DBANK04P
021809        MOVE CD04I-PERSON-PID TO CCR1I-USERID                     DBANK04P
021810 COPY CCCRDX01.                                                   DBANK04P
021811        IF NOT CCR1O-REQUEST-OK                                   DBANK04P
021812           MOVE CCR1O-MSG TO CD04O-MSG                            DBANK04P
021813           GO TO DBANK04P-EXIT                                    DBANK04P
021814        END-IF                                                    DBANK04P
021815     END-IF.                                                      DBANK04P
021850                                                                  DBANK04P
021900***************************************************************** DBANK04P
022000* If we got this far then the accounts should have been updated * DBANK04P
022100***************************************************************** DBANK04P
022694             CD04I-FROM-OLD-BAL - CD04I-FROM-NEW-BAL.             DBANK04P
022695 COPY CBANKX76.                                                   DBANK04P
022696 SKIP-FRAUD-SCORE.                                                DBANK04P
022700***************************************************************** DBANK04P
022704* A transfer taken through a virtual number is recorded against * DBANK04P
022708* it for the corporate's receivables report                     * DBANK04P
022712***************************************************************** DBANK04P
022716     IF CD04O-VIRTUAL-ACC IS NOT EQUAL TO SPACES                  DBANK04P
022720        INITIALIZE CVA1-DATA                                      DBANK04P
022724        SET CVA1I-RECORD-CREDIT TO TRUE                           DBANK04P
022728        MOVE CD04O-VIRTUAL-ACC TO CVA1I-ACCNO                     DBANK04P
022732        MOVE CD04I-TO-ACC TO CVA1I-REAL-ACC                       DBANK04P
022736        MOVE WS-VIRTUAL-DELTA TO CVA1I-AMOUNT                     DBANK04P
022740        MOVE CD04O-TIMESTAMP TO CVA1I-POST-TS                     DBANK04P
022744        SET CVA1I-SOURCE-TRANSFER TO TRUE                         DBANK04P
022748        MOVE CD04I-FROM-ACC TO CVA1I-ORIGINATOR                   DBANK04P
022752        MOVE CD04I-PERSON-PID TO CVA1I-USERID                     DBANK04P
022756 COPY CVACCX01.                                                   DBANK04P
022760        IF NOT CVA1O-REQUEST-OK                                   DBANK04P
022764           MOVE CVA1O-MSG TO CD04O-MSG                            DBANK04P
022768           GO TO DBANK04P-EXIT                                    DBANK04P
022772        END-IF                                                    DBANK04P
022776     END-IF.                                                      DBANK04P
022780     SET CD04O-UPDATE-OK TO TRUE.                                 DBANK04P
022800                                                                  DBANK04P
022900 DBANK04P-EXIT.                                                   DBANK04P
023000***************************************************************** DBANK04P
