001300* Program:     DBANK62P.CBL                                     * DBANK62P
001400* Function:    File a loan application against BNKLOAN and,     * DBANK62P
001500*              on approval, open the resulting account on       * DBANK62P
001600*              BNKACC via DBANK10P. Variable-rate loans hold    * DBANK62P
001620*              their margin over the base rate for the          * DBANK62P
001630*              repricing run. A customer's application is put   * DBANK62P
001640*              to the credit scorecard (DSCOR01P) - approved    * DBANK62P
001650*              ones are opened at once, referred ones wait for  * DBANK62P
001660*              a credit officer and declined ones are refused   * DBANK62P
001700*              SQL version                                      * DBANK62P
001800***************************************************************** DBANK62P
001900                                                                  DBANK62P
004200   05  WS-LOAN-PID                       PIC X(5).                DBANK62P
004300   05  WS-LOAN-STATUS                    PIC X(1).                DBANK62P
004400     88  WS-LOAN-IS-PENDING              VALUE 'P'.               DBANK62P
004420   05  WS-LOAN-RATE-TYPE                 PIC X(1).                DBANK62P
004440   05  WS-LOAN-MARGIN                    PIC S9V9(6) COMP-3.      DBANK62P
004460   05  WS-SCORE-DECISION                 PIC X(1).                DBANK62P
004480   05  WS-APPROVE-MSG                    PIC X(62).               DBANK62P
004500                                                                  DBANK62P
004600 01  WS-COMMAREA.                                                 DBANK62P
004700     EXEC SQL                                                     DBANK62P
004830     EXEC SQL                                                     DBANK62P
004840          INCLUDE CBANKD48                                        DBANK62P
004900     END-EXEC.                                                    DBANK62P
004920 01  WS-72-COMMAREA.                                              DBANK62P
004940     EXEC SQL                                                     DBANK62P
004960          INCLUDE CBANKD72                                        DBANK62P
004980     END-EXEC.                                                    DBANK62P
005000                                                                  DBANK62P
005100     EXEC SQL                                                     DBANK62P
005200          INCLUDE CBANKD10                                        DBANK62P
008100     EXEC SQL                                                     DBANK62P
008200          INCLUDE SQLCA                                           DBANK62P
008300     END-EXEC.                                                    DBANK62P
008320 01  WS-SC-COMMAREA.                                              DBANK62P
008340     EXEC SQL                                                     DBANK62P
008360          INCLUDE CSCORD01                                        DBANK62P
008380     END-EXEC.                                                    DBANK62P
008400                                                                  DBANK62P
008500 COPY CABENDD.                                                    DBANK62P
008600 EXEC SQL                                                         DBANK62P
014130* The obligor check speaks before the application is taken -    * DBANK62P
014140* everything the customer already owes plus this loan must      * DBANK62P
014150* clear the internal exposure limit                             * DBANK62P
014152* - unless the loan only crystallises a guarantee claim, whose  * DBANK62P
014154* amount was on the customer's exposure from the day it issued  * DBANK62P
014160***************************************************************** DBANK62P
014161     IF NOT CD62I-FROM-GUARANTEE-CLAIM                            DBANK62P
014162        INITIALIZE CD48-DATA                                      DBANK62P
014163        SET CD48I-CHECK-FACILITY TO TRUE                          DBANK62P
014164        MOVE CD62I-PERSON-PID TO CD48I-PERSON-PID                 DBANK62P
014165        MOVE CD62I-AMOUNT TO CD48I-NEW-AMOUNT                     DBANK62P
014166 COPY CBANKX48.                                                   DBANK62P
014167        IF CD48O-WOULD-BREACH                                     DBANK62P
014168           MOVE CD48O-MSG TO CD62O-MSG                            DBANK62P
014169           GO TO APPLY-PROCESSING-EXIT                            DBANK62P
014170        END-IF                                                    DBANK62P
014171        IF NOT CD48O-REQUEST-OK                                   DBANK62P
014172           MOVE CD48O-MSG TO CD62O-MSG                            DBANK62P
014173           GO TO APPLY-PROCESSING-EXIT                            DBANK62P
014174        END-IF                                                    DBANK62P
014175     END-IF.                                                      DBANK62P
014183                                                                  DBANK62P
014184***************************************************************** DBANK62P
014185* A variable-rate loan tracks the base rate - what the customer * DBANK62P
014186* was quoted over today's base rate is its margin, and the      * DBANK62P
014187* repricing run rebuilds the rate from the margin whenever the  * DBANK62P
014188* base rate moves                                               * DBANK62P
014189***************************************************************** DBANK62P
014190     MOVE 'F' TO WS-LOAN-RATE-TYPE.                               DBANK62P
014191     MOVE ZERO TO WS-LOAN-MARGIN.                                 DBANK62P
014192     IF CD62I-RATE-VARIABLE                                       DBANK62P
014193        PERFORM READ-BASE-MARGIN THRU                             DBANK62P
014194                READ-BASE-MARGIN-EXIT                             DBANK62P
014195        IF CD62O-MSG IS NOT EQUAL TO SPACES                       DBANK62P
014196           GO TO APPLY-PROCESSING-EXIT                            DBANK62P
014197        END-IF                                                    DBANK62P
014198     END-IF.                                                      DBANK62P
014200                                                                  DBANK62P
014300***************************************************************** DBANK62P
014400* Work out the next loan application id                         * DBANK62P
015000          FROM BNKLOAN                                            DBANK62P
015100     END-EXEC.                                                    DBANK62P
015200     ADD 1 TO WS-NEW-SEQ GIVING WS-NEW-LOAN-ID.                   DBANK62P
015210     MOVE 'P' TO WS-LOAN-STATUS.                                  DBANK62P
015220     MOVE SPACE TO WS-SCORE-DECISION.                             DBANK62P
015230     IF NOT CD62I-FROM-GUARANTEE-CLAIM                            DBANK62P
015240        PERFORM SCORE-APPLICATION THRU                            DBANK62P
015250                SCORE-APPLICATION-EXIT                            DBANK62P
015260        IF CD62O-MSG IS NOT EQUAL TO SPACES                       DBANK62P
015270           GO TO APPLY-PROCESSING-EXIT                            DBANK62P
015280        END-IF                                                    DBANK62P
015290     END-IF.                                                      DBANK62P
015300                                                                  DBANK62P
015400***************************************************************** DBANK62P
015500* Add the new loan application - pending approval               * DBANK62P
016400                        LON_PAYMENT,                              DBANK62P
016500                        LON_STATUS,                               DBANK62P
016600                        LON_ACCNO,                                DBANK62P
016700                        LON_APPDATE,                              DBANK62P
016720                        LON_RATE_TYPE,                            DBANK62P
016740                        LON_MARGIN)                               DBANK62P
016800          VALUES (:WS-NEW-LOAN-ID,                                DBANK62P
016900                  :CD62I-PERSON-PID,                              DBANK62P
017000                  :CD62I-AMOUNT,                                  DBANK62P
017100                  :CD62I-RATE,                                    DBANK62P
017200                  :CD62I-TERM,                                    DBANK62P
017300                  :CD62I-PAYMENT,                                 DBANK62P
017400                  :WS-LOAN-STATUS,                                DBANK62P
017500                  ' ',                                            DBANK62P
017600                  CURRENT DATE,                                   DBANK62P
017620                  :WS-LOAN-RATE-TYPE,                             DBANK62P
017640                  :WS-LOAN-MARGIN)                                DBANK62P
017700     END-EXEC.                                                    DBANK62P
017800                                                                  DBANK62P
017900***************************************************************** DBANK62P
018800     MOVE WS-NEW-LOAN-ID TO CD62O-LOAN-ID.                        DBANK62P
018900     SET CD62O-LOAN-OK TO TRUE.                                   DBANK62P
019000     MOVE 'Loan application filed, pending approval' TO CD62O-MSG.DBANK62P
019020     PERFORM ACT-ON-DECISION THRU                                 DBANK62P
019040             ACT-ON-DECISION-EXIT.                                DBANK62P
019100 APPLY-PROCESSING-EXIT.                                           DBANK62P
019200     EXIT.                                                        DBANK62P
019202                                                                  DBANK62P
019204***************************************************************** DBANK62P
019206* Read the base rate effective today and hold the margin of the * DBANK62P
019208* keyed rate over it                                            * DBANK62P
019210***************************************************************** DBANK62P
019212 READ-BASE-MARGIN.                                                DBANK62P
019214     MOVE SPACES TO CD72-DATA.                                    DBANK62P
019216     SET CD72I-READ-RATE TO TRUE.                                 DBANK62P
019218     MOVE '**' TO CD72I-ACC-TYPE.                                 DBANK62P
019220     SET CD72I-KIND-BASE TO TRUE.                                 DBANK62P
019222     MOVE ZEROES TO CD72I-BALANCE.                                DBANK62P
019224     MOVE SPACES TO CD72I-ASOF-DATE.                              DBANK62P
019226 COPY CBANKX72.                                                   DBANK62P
019228     IF NOT CD72O-REQUEST-OK                                      DBANK62P
019230        MOVE 'No base rate is held for a variable-rate loan'      DBANK62P
019232          TO CD62O-MSG                                            DBANK62P
019234        GO TO READ-BASE-MARGIN-EXIT                               DBANK62P
019236     END-IF.                                                      DBANK62P
019238     MOVE 'V' TO WS-LOAN-RATE-TYPE.                               DBANK62P
019240     COMPUTE WS-LOAN-MARGIN = CD62I-RATE - CD72O-RATE.            DBANK62P
019242 READ-BASE-MARGIN-EXIT.                                           DBANK62P
019244     EXIT.                                                        DBANK62P
019300                                                                  DBANK62P
019400***************************************************************** DBANK62P
019500* Approve request - open the loan account on BNKACC and         * DBANK62P
023600        MOVE 'Loan application already processed' TO CD62O-MSG    DBANK62P
023700        GO TO APPROVE-PROCESSING-EXIT                             DBANK62P
023800     END-IF.                                                      DBANK62P
023810     PERFORM CHECK-REFERRAL THRU                                  DBANK62P
023820             CHECK-REFERRAL-EXIT.                                 DBANK62P
023830     IF CD62O-MSG IS NOT EQUAL TO SPACES                          DBANK62P
023840        GO TO APPROVE-PROCESSING-EXIT                             DBANK62P
023850     END-IF.                                                      DBANK62P
023900                                                                  DBANK62P
024000***************************************************************** DBANK62P
024100* Approval pays the principal away, so the customer must hold   * DBANK62P
024200* an open deposit account to take it - the lowest-numbered open * DBANK62P
024300* non-loan, non-escrow, non-card account is the loan's          * DBANK62P
024350* nominated account, for both the disbursement and the monthly  * DBANK62P
024400* installment collection                                        * DBANK62P
024500***************************************************************** DBANK62P
024600     MOVE SPACES TO WS-DISB-ACC.                                  DBANK62P
024700     EXEC SQL                                                     DBANK62P
025000          FROM BNKACC                                             DBANK62P
025100          WHERE BAC_PID = :CD62I-PERSON-PID AND                   DBANK62P
025200                BAC_STATUS = ' ' AND                              DBANK62P
025300                BAC_ACCTYPE NOT IN ('LN', 'ES', 'CC')             DBANK62P
025400     END-EXEC.                                                    DBANK62P
025500     IF SQLCODE IS NOT EQUAL TO ZERO OR                           DBANK62P
025600        WS-DISB-ACC IS EQUAL TO SPACES                            DBANK62P
042100 BUILD-SCHEDULE-LOOP-EXIT.                                        DBANK62P
042200 BUILD-SCHEDULE-EXIT.                                             DBANK62P
042300     EXIT.                                                        DBANK62P
042400                                                                  DBANK62P
042500***************************************************************** DBANK62P
042600* Put the application to the credit scorecard under the id it   * DBANK62P
042700* is about to be filed with. A declined application is still    * DBANK62P
042800* filed, as declined, so the decision has its application       * DBANK62P
042900***************************************************************** DBANK62P
043000 SCORE-APPLICATION.                                               DBANK62P
043100     INITIALIZE CSD1-DATA.                                        DBANK62P
043200     SET CSD1I-SCORE TO TRUE.                                     DBANK62P
043300     MOVE CD62I-PERSON-PID TO CSD1I-USERID.                       DBANK62P
043400     MOVE CD62I-PERSON-PID TO CSD1I-PERSON-PID.                   DBANK62P
043500     SET CSD1I-PRODUCT-LOAN TO TRUE.                              DBANK62P
043600     MOVE WS-NEW-LOAN-ID TO CSD1I-REF.                            DBANK62P
043700     MOVE CD62I-AMOUNT TO CSD1I-AMOUNT.                           DBANK62P
043800 COPY CSCORX01.                                                   DBANK62P
043900     IF NOT CSD1O-REQUEST-OK                                      DBANK62P
044000        MOVE CSD1O-MSG TO CD62O-MSG                               DBANK62P
044100        GO TO SCORE-APPLICATION-EXIT                              DBANK62P
044200     END-IF.                                                      DBANK62P
044300     MOVE CSD1O-DECISION TO WS-SCORE-DECISION.                    DBANK62P
044400     IF CSD1O-DECLINE                                             DBANK62P
044500        MOVE 'D' TO WS-LOAN-STATUS                                DBANK62P
044600     END-IF.                                                      DBANK62P
044700 SCORE-APPLICATION-EXIT.                                          DBANK62P
044800     EXIT.                                                        DBANK62P
044900                                                                  DBANK62P
045000***************************************************************** DBANK62P
045100* Act on the scorecard's decision once the application is       * DBANK62P
045200* filed. An approved application is opened straight away - if   * DBANK62P
045300* it cannot be yet, it stays pending for the customer to draw   * DBANK62P
045400* later; a referred one waits for a credit officer; a declined  * DBANK62P
045500* one is refused with the scorecard's reason                    * DBANK62P
045600***************************************************************** DBANK62P
045700 ACT-ON-DECISION.                                                 DBANK62P
045800     IF WS-SCORE-DECISION IS EQUAL TO 'D'                         DBANK62P
045900        SET CD62O-LOAN-FAIL TO TRUE                               DBANK62P
046000        MOVE CSD1O-MSG TO CD62O-MSG                               DBANK62P
046100        GO TO ACT-ON-DECISION-EXIT                                DBANK62P
046200     END-IF.                                                      DBANK62P
046300     IF WS-SCORE-DECISION IS EQUAL TO 'R'                         DBANK62P
046400        MOVE CSD1O-MSG TO CD62O-MSG                               DBANK62P
046500        GO TO ACT-ON-DECISION-EXIT                                DBANK62P
046600     END-IF.                                                      DBANK62P
046700     IF WS-SCORE-DECISION IS NOT EQUAL TO 'A'                     DBANK62P
046800        GO TO ACT-ON-DECISION-EXIT                                DBANK62P
046900     END-IF.                                                      DBANK62P
047000     MOVE WS-NEW-LOAN-ID TO CD62I-LOAN-ID.                        DBANK62P
047100     MOVE SPACES TO CD62O-MSG.                                    DBANK62P
047200     SET CD62O-LOAN-FAIL TO TRUE.                                 DBANK62P
047300     PERFORM APPROVE-PROCESSING THRU                              DBANK62P
047400             APPROVE-PROCESSING-EXIT.                             DBANK62P
047500     IF NOT CD62O-LOAN-OK                                         DBANK62P
047600        MOVE CD62O-MSG TO WS-APPROVE-MSG                          DBANK62P
047700        MOVE SPACES TO CD62O-MSG                                  DBANK62P
047800        STRING 'Approved, not yet drawn - ' WS-APPROVE-MSG        DBANK62P
047900               DELIMITED BY SIZE INTO CD62O-MSG                   DBANK62P
048000        SET CD62O-LOAN-OK TO TRUE                                 DBANK62P
048100     END-IF.                                                      DBANK62P
048200 ACT-ON-DECISION-EXIT.                                            DBANK62P
048300     EXIT.                                                        DBANK62P
048400                                                                  DBANK62P
048500***************************************************************** DBANK62P
048600* An application the scorecard referred waits for a credit      * DBANK62P
048700* officer to clear it, and one it declined is never approved    * DBANK62P
048800***************************************************************** DBANK62P
048900 CHECK-REFERRAL.                                                  DBANK62P
049000     INITIALIZE CSD1-DATA.                                        DBANK62P
049100     SET CSD1I-QUERY-DECISION TO TRUE.                            DBANK62P
049200     SET CSD1I-PRODUCT-LOAN TO TRUE.                              DBANK62P
049300     MOVE CD62I-LOAN-ID TO CSD1I-REF.                             DBANK62P
049400 COPY CSCORX01.                                                   DBANK62P
049500     IF CSD1O-NOT-FOUND                                           DBANK62P
049600        GO TO CHECK-REFERRAL-EXIT                                 DBANK62P
049700     END-IF.                                                      DBANK62P
049800     IF NOT CSD1O-REQUEST-OK                                      DBANK62P
049900        MOVE CSD1O-MSG TO CD62O-MSG                               DBANK62P
050000        GO TO CHECK-REFERRAL-EXIT                                 DBANK62P
050100     END-IF.                                                      DBANK62P
050200     IF CSD1O-REFER                                               DBANK62P
050300        MOVE 'The application is with a credit officer'           DBANK62P
050400          TO CD62O-MSG                                            DBANK62P
050500     END-IF.                                                      DBANK62P
050600     IF CSD1O-DECLINE                                             DBANK62P
050700        MOVE 'The application was declined' TO CD62O-MSG          DBANK62P
050800     END-IF.                                                      DBANK62P
050900 CHECK-REFERRAL-EXIT.                                             DBANK62P
051000     EXIT.                                                        DBANK62P
