005800         VALUE '100200'.                                          DBANK65P
005900     10  WS-GL-FX-POSITION-ACCT              PIC X(6)             DBANK65P
006000         VALUE '300100'.                                          DBANK65P
006001*    Guarantees and standby letters of credit sit off balance     DBANK65P
006002*    sheet as a memo pair - the contingent asset against the      DBANK65P
006003*    customer and the matching liability to the beneficiary       DBANK65P
006004     10  WS-GL-CONTINGENT-ASSET              PIC X(6)             DBANK65P
006005         VALUE '900100'.                                          DBANK65P
006006     10  WS-GL-CONTINGENT-LIAB               PIC X(6)             DBANK65P
006007         VALUE '900200'.                                          DBANK65P
006010     10  WS-GL-TERM-DEP-ACCT                 PIC X(6)             DBANK65P
006020         VALUE '200300'.                                          DBANK65P
006022*    Cashback paid out on debit card spending                     DBANK65P
006024     10  WS-GL-REWARDS-ACCT                  PIC X(6)             DBANK65P
006026         VALUE '500300'.                                          DBANK65P
006030     10  WS-GL-FX-SPREAD-ACCT                PIC X(6)             DBANK65P
006040         VALUE '400300'.                                          DBANK65P
006041     10  WS-GL-RECOVERY-ACCT                 PIC X(6)             DBANK65P
006042         VALUE '400400'.                                          DBANK65P
006043*    Movements the sweep cannot map park here as first-class      DBANK65P
006044*    suspense items until the back office clears them             DBANK65P
006045     10  WS-GL-SUSPENSE-ACCT                 PIC X(6)             DBANK65P
006046         VALUE '999100'.                                          DBANK65P
006047*    Foreign banknotes held in drawers and vaults, at book value  DBANK65P
006048     10  WS-GL-NOTES-ACCT                    PIC X(6)             DBANK65P
006049         VALUE '100400'.                                          DBANK65P
006050*    Cash handled at one branch for an account held at another    DBANK65P
006051*    leaves the first branch owing the second, or owed by it,     DBANK65P
006052*    until the month-end netting settles the pair                 DBANK65P
006053     10  WS-GL-IB-DUE-FROM-ACCT              PIC X(6)             DBANK65P
006054         VALUE '150100'.                                          DBANK65P
006055     10  WS-GL-IB-DUE-TO-ACCT                PIC X(6)             DBANK65P
006056         VALUE '250100'.                                          DBANK65P
006057   05  WS-TB-DEBITS-DISP                     PIC -(10)9.99.       DBANK65P
006058   05  WS-TB-CREDITS-DISP                    PIC -(10)9.99.       DBANK65P
006059                                                                  DBANK65P
006070 01  WS-16-COMMAREA.                                              DBANK65P
006080 COPY CBANKD16.                                                   DBANK65P
006300                                                                  DBANK65P
008830   05  WS-POST-DATE                          PIC X(10).           DBANK65P
008840   05  WS-REDIRECT-FLAG                      PIC X(1).            DBANK65P
008850   05  WS-SUS-ID                             PIC S9(7) COMP-3.    DBANK65P
008855   05  WS-IBT-ID                             PIC S9(7) COMP-3.    DBANK65P
008860   05  WS-GL-BRANCH                          PIC X(4).            DBANK65P
008865   05  WS-ORIG-BRANCH                        PIC X(4).            DBANK65P
008870   05  WS-HOME-BRANCH                        PIC X(4).            DBANK65P
008875   05  WS-OWING-BRANCH                       PIC X(4).            DBANK65P
008880   05  WS-OWED-BRANCH                        PIC X(4).            DBANK65P
008900   05  WS-LAST-POSTED-TS                     PIC X(26).           DBANK65P
009000   05  WS-GL-ACCT                            PIC X(6).            DBANK65P
009100   05  WS-GL-DESC                            PIC X(20).           DBANK65P
020000                 TXN.BTX_DATA_OLD                                 DBANK65P
020100          FROM BNKTXN TXN                                         DBANK65P
020200          WHERE TXN.BTX_TYPE IN ('1', '3', '4', '5',              DBANK65P
020300                                 '6', '7', '8', '9', 'G', 'C',    DBANK65P
020350                                 'X') AND                         DBANK65P
020400                TXN.BTX_TIMESTAMP > :WS-HWM-TIMESTAMP             DBANK65P
020500          ORDER BY TXN.BTX_TIMESTAMP                              DBANK65P
020600          FOR FETCH ONLY                                          DBANK65P
037400 POST-GL-ENTRY.                                                   DBANK65P
037500     MOVE ZEROES TO WS-GL-DEBIT.                                  DBANK65P
037600     MOVE ZEROES TO WS-GL-CREDIT.                                 DBANK65P
037602     MOVE SPACES TO WS-GL-BRANCH.                                 DBANK65P
037604     MOVE SPACES TO WS-ORIG-BRANCH.                               DBANK65P
037606     MOVE SPACES TO WS-HOME-BRANCH.                               DBANK65P
037610     IF WS-SWEEP-TYPE IS EQUAL TO 'X'                             DBANK65P
037620        PERFORM POST-NOTE-DEAL THRU                               DBANK65P
037630                POST-NOTE-DEAL-EXIT                               DBANK65P
037640        IF CD65O-RUN-FAIL                                         DBANK65P
037650           GO TO POST-GL-ENTRY-EXIT                               DBANK65P
037660        END-IF                                                    DBANK65P
037670        MOVE WS-SWEEP-TIMESTAMP TO WS-LAST-POSTED-TS              DBANK65P
037680        GO TO POST-GL-ENTRY-EXIT                                  DBANK65P
037690     END-IF.                                                      DBANK65P
037700     EVALUATE TRUE                                                DBANK65P
037800       WHEN WS-SWEEP-TYPE IS EQUAL TO '1' AND                     DBANK65P
037900            WS-SWEEP-SUB-TYPE IS EQUAL TO '3'                     DBANK65P
040400            WS-SWEEP-DESC IS EQUAL TO 'Monthly service charge'    DBANK65P
040500         MOVE WS-GL-FEE-INCOME-ACCT TO WS-GL-ACCT                 DBANK65P
040600         MOVE WS-SWEEP-AMOUNT TO WS-GL-CREDIT                     DBANK65P
040610*      A cashback payout is the bank's expense - the FROM leg of  DBANK65P
040620*      the one-sided posting takes it there, the TO leg credits   DBANK65P
040630*      the customer's deposit as any transfer in does             DBANK65P
040640       WHEN WS-SWEEP-TYPE IS EQUAL TO '1' AND                     DBANK65P
040650            WS-SWEEP-SUB-TYPE IS EQUAL TO '1' AND                 DBANK65P
040660            WS-SWEEP-DESC IS EQUAL TO 'Cashback reward'           DBANK65P
040670         MOVE WS-GL-REWARDS-ACCT TO WS-GL-ACCT                    DBANK65P
040680         MOVE WS-SWEEP-AMOUNT TO WS-GL-DEBIT                      DBANK65P
040700       WHEN WS-SWEEP-TYPE IS EQUAL TO '1' AND                     DBANK65P
040800            WS-SWEEP-SUB-TYPE IS EQUAL TO '2'                     DBANK65P
040900         MOVE WS-GL-DEPOSITS-ACCT TO WS-GL-ACCT                   DBANK65P
041200            WS-SWEEP-SUB-TYPE IS EQUAL TO '5'                     DBANK65P
041300         MOVE WS-GL-DEPOSITS-ACCT TO WS-GL-ACCT                   DBANK65P
041400         MOVE WS-SWEEP-AMOUNT TO WS-GL-CREDIT                     DBANK65P
041410*      A card refund gives the customer's deposit back ...        DBANK65P
041420       WHEN WS-SWEEP-TYPE IS EQUAL TO '3' AND                     DBANK65P
041430            WS-SWEEP-SUB-TYPE IS EQUAL TO '9'                     DBANK65P
041440         MOVE WS-GL-DEPOSITS-ACCT TO WS-GL-ACCT                   DBANK65P
041450         MOVE WS-SWEEP-AMOUNT TO WS-GL-CREDIT                     DBANK65P
041500       WHEN WS-SWEEP-TYPE IS EQUAL TO '5' AND                     DBANK65P
041600            WS-SWEEP-SUB-TYPE IS EQUAL TO '1'                     DBANK65P
041700         MOVE WS-GL-DEPOSITS-ACCT TO WS-GL-ACCT                   DBANK65P
041800         MOVE WS-SWEEP-AMOUNT TO WS-GL-CREDIT                     DBANK65P
041805*      A guarantee memo never touches deposits - an issue raises  DBANK65P
041810*      the contingent asset and a release runs it back down       DBANK65P
041815       WHEN WS-SWEEP-TYPE IS EQUAL TO 'C' AND                     DBANK65P
041820            WS-SWEEP-SUB-TYPE IS EQUAL TO 'I'                     DBANK65P
041825         MOVE WS-GL-CONTINGENT-ASSET TO WS-GL-ACCT                DBANK65P
041830         MOVE WS-SWEEP-AMOUNT TO WS-GL-DEBIT                      DBANK65P
041835       WHEN WS-SWEEP-TYPE IS EQUAL TO 'C' AND                     DBANK65P
041840            WS-SWEEP-SUB-TYPE IS EQUAL TO 'R'                     DBANK65P
041845         MOVE WS-GL-CONTINGENT-ASSET TO WS-GL-ACCT                DBANK65P
041850         MOVE WS-SWEEP-AMOUNT TO WS-GL-CREDIT                     DBANK65P
041900       WHEN WS-SWEEP-TYPE IS EQUAL TO '8' AND                     DBANK65P
042000            WS-SWEEP-SUB-TYPE IS EQUAL TO '1'                     DBANK65P
042100         MOVE WS-GL-DEPOSITS-ACCT TO WS-GL-ACCT                   DBANK65P
042200         MOVE WS-SWEEP-AMOUNT TO WS-GL-CREDIT                     DBANK65P
042201*      A biller settlement draws down the biller's GL line that   DBANK65P
042202*      its bill payments built up                                 DBANK65P
042203       WHEN WS-SWEEP-TYPE IS EQUAL TO 'G'                         DBANK65P
042204         MOVE WS-SWEEP-DATA TO TXN-DATA-OLD                       DBANK65P
042205         MOVE TXN-T6-OLD-GL-ACCT TO WS-GL-ACCT                    DBANK65P
042206         MOVE WS-SWEEP-AMOUNT TO WS-GL-DEBIT                      DBANK65P
042210       WHEN WS-SWEEP-TYPE IS EQUAL TO '1' AND                     DBANK65P
042220            WS-SWEEP-SUB-TYPE IS EQUAL TO '1'                     DBANK65P
042230         MOVE WS-GL-DEPOSITS-ACCT TO WS-GL-ACCT                   DBANK65P
048100            WS-SWEEP-SUB-TYPE IS EQUAL TO '8'                     DBANK65P
048200         MOVE WS-GL-FEE-INCOME-ACCT TO WS-GL-ACCT                 DBANK65P
048300         MOVE WS-SWEEP-AMOUNT TO WS-GL-CREDIT                     DBANK65P
048301*      A card purchase is owed to the card network until the      DBANK65P
048302*      switch settles it                                          DBANK65P
048303       WHEN WS-SWEEP-TYPE IS EQUAL TO '3' AND                     DBANK65P
048304            WS-SWEEP-SUB-TYPE IS EQUAL TO '7'                     DBANK65P
048305         MOVE WS-GL-SETTLEMENT-ACCT TO WS-GL-ACCT                 DBANK65P
048306         MOVE WS-SWEEP-AMOUNT TO WS-GL-CREDIT                     DBANK65P
048307*      ... and a refund comes back from the card network          DBANK65P
048308       WHEN WS-SWEEP-TYPE IS EQUAL TO '3' AND                     DBANK65P
048309            WS-SWEEP-SUB-TYPE IS EQUAL TO '9'                     DBANK65P
048311         MOVE WS-GL-SETTLEMENT-ACCT TO WS-GL-ACCT                 DBANK65P
048312         MOVE WS-SWEEP-AMOUNT TO WS-GL-DEBIT                      DBANK65P
048315*      A returned-item fee is income, not a clearing movement     DBANK65P
048320       WHEN WS-SWEEP-TYPE IS EQUAL TO '4' AND                     DBANK65P
048330            WS-SWEEP-SUB-TYPE IS EQUAL TO 'F'                     DBANK65P
048340         MOVE WS-GL-FEE-INCOME-ACCT TO WS-GL-ACCT                 DBANK65P
048350         MOVE WS-SWEEP-AMOUNT TO WS-GL-CREDIT                     DBANK65P
048400       WHEN WS-SWEEP-TYPE IS EQUAL TO '4'                         DBANK65P
048500         MOVE WS-GL-SETTLEMENT-ACCT TO WS-GL-ACCT                 DBANK65P
048600         MOVE WS-SWEEP-AMOUNT TO WS-GL-CREDIT                     DBANK65P
049200            WS-SWEEP-SUB-TYPE IS EQUAL TO '2'                     DBANK65P
049300         MOVE WS-GL-SETTLEMENT-ACCT TO WS-GL-ACCT                 DBANK65P
049400         MOVE WS-SWEEP-AMOUNT TO WS-GL-CREDIT                     DBANK65P
049401*      A bill payment is owed to the biller until it is remitted  DBANK65P
049402       WHEN WS-SWEEP-TYPE IS EQUAL TO '6' AND                     DBANK65P
049403            WS-SWEEP-SUB-TYPE IS EQUAL TO 'B'                     DBANK65P
049404         MOVE WS-SWEEP-DATA TO TXN-DATA-OLD                       DBANK65P
049405         MOVE TXN-T6-OLD-GL-ACCT TO WS-GL-ACCT                    DBANK65P
049406         MOVE WS-SWEEP-AMOUNT TO WS-GL-CREDIT                     DBANK65P
049410*      ... and its other side takes the money back off the        DBANK65P
049420*      settlement line the outbound debit had credited            DBANK65P
049430      WHEN WS-SWEEP-TYPE IS EQUAL TO '6' AND                      DBANK65P
049500       WHEN WS-SWEEP-TYPE IS EQUAL TO '6'                         DBANK65P
049600         MOVE WS-GL-SETTLEMENT-ACCT TO WS-GL-ACCT                 DBANK65P
049700         MOVE WS-SWEEP-AMOUNT TO WS-GL-CREDIT                     DBANK65P
049720       WHEN WS-SWEEP-TYPE IS EQUAL TO 'G'                         DBANK65P
049740         MOVE WS-GL-SETTLEMENT-ACCT TO WS-GL-ACCT                 DBANK65P
049760         MOVE WS-SWEEP-AMOUNT TO WS-GL-CREDIT                     DBANK65P
049800       WHEN WS-SWEEP-TYPE IS EQUAL TO '7'                         DBANK65P
049900         MOVE WS-GL-INT-INCOME-ACCT TO WS-GL-ACCT                 DBANK65P
050000         MOVE WS-SWEEP-AMOUNT TO WS-GL-CREDIT                     DBANK65P
050500            WS-SWEEP-SUB-TYPE IS EQUAL TO '1'                     DBANK65P
050600         MOVE WS-GL-LOANS-ACCT TO WS-GL-ACCT                      DBANK65P
050700         MOVE WS-SWEEP-AMOUNT TO WS-GL-DEBIT                      DBANK65P
050710*      Money recovered on a written-off loan is income in its own DBANK65P
050720*      right - the loan itself has already left the book          DBANK65P
050730       WHEN WS-SWEEP-TYPE IS EQUAL TO '8' AND                     DBANK65P
050740            WS-SWEEP-SUB-TYPE IS EQUAL TO '3'                     DBANK65P
050750         MOVE WS-GL-RECOVERY-ACCT TO WS-GL-ACCT                   DBANK65P
050760         MOVE WS-SWEEP-AMOUNT TO WS-GL-CREDIT                     DBANK65P
050762*      ... and the contingent liability moves with it             DBANK65P
050764       WHEN WS-SWEEP-TYPE IS EQUAL TO 'C' AND                     DBANK65P
050766            WS-SWEEP-SUB-TYPE IS EQUAL TO 'I'                     DBANK65P
050768         MOVE WS-GL-CONTINGENT-LIAB TO WS-GL-ACCT                 DBANK65P
050770         MOVE WS-SWEEP-AMOUNT TO WS-GL-CREDIT                     DBANK65P
050772       WHEN WS-SWEEP-TYPE IS EQUAL TO 'C' AND                     DBANK65P
050774            WS-SWEEP-SUB-TYPE IS EQUAL TO 'R'                     DBANK65P
050776         MOVE WS-GL-CONTINGENT-LIAB TO WS-GL-ACCT                 DBANK65P
050778         MOVE WS-SWEEP-AMOUNT TO WS-GL-DEBIT                      DBANK65P
050800     END-EVALUATE.                                                DBANK65P
050805***************************************************************** DBANK65P
050810* Cash over the counter or out of a machine sits at the branch  * DBANK65P
050815* that handled it, whatever branch holds the account            * DBANK65P
050820***************************************************************** DBANK65P
050825     IF WS-SWEEP-TYPE IS EQUAL TO '3' AND                         DBANK65P
050830        (WS-SWEEP-SUB-TYPE IS EQUAL TO '5' OR                     DBANK65P
050835         WS-SWEEP-SUB-TYPE IS EQUAL TO '6')                       DBANK65P
050840        PERFORM FIND-BRANCHES THRU                                DBANK65P
050845                FIND-BRANCHES-EXIT                                DBANK65P
050850        IF CD65O-RUN-FAIL                                         DBANK65P
050855           GO TO POST-GL-ENTRY-EXIT                               DBANK65P
050860        END-IF                                                    DBANK65P
050865        MOVE WS-ORIG-BRANCH TO WS-GL-BRANCH                       DBANK65P
050870     END-IF.                                                      DBANK65P
050900     IF WS-GL-ACCT IS NOT EQUAL TO WS-GL-DEPOSITS-ACCT AND        DBANK65P
051000        (WS-GL-DEBIT IS NOT EQUAL TO ZERO OR                      DBANK65P
051100         WS-GL-CREDIT IS NOT EQUAL TO ZERO)                       DBANK65P
051500           GO TO POST-GL-ENTRY-EXIT                               DBANK65P
051600        END-IF                                                    DBANK65P
051700     END-IF.                                                      DBANK65P
051710     PERFORM CHECK-INTER-BRANCH THRU                              DBANK65P
051720             CHECK-INTER-BRANCH-EXIT.                             DBANK65P
051730     IF CD65O-RUN-FAIL                                            DBANK65P
051740        GO TO POST-GL-ENTRY-EXIT                                  DBANK65P
051750     END-IF.                                                      DBANK65P
051800     MOVE WS-SWEEP-TIMESTAMP TO WS-LAST-POSTED-TS.                DBANK65P
051900 POST-GL-ENTRY-EXIT.                                              DBANK65P
052000     EXIT.                                                        DBANK65P
052001                                                                  DBANK65P
052002***************************************************************** DBANK65P
052003* A banknote deal has one journal row carrying all its sides -  * DBANK65P
052004* the customer's base-currency leg (deposits when settled to an * DBANK65P
052005* account, branch cash when paid over the counter, settlement   * DBANK65P
052006* for a note supplier delivery), the notes themselves at the    * DBANK65P
052007* mid rate and the spread earned between the two. A row with    * DBANK65P
052008* no detail posts the whole amount against the notes            * DBANK65P
052009***************************************************************** DBANK65P
052011 POST-NOTE-DEAL.                                                  DBANK65P
052013     MOVE WS-SWEEP-DATA TO TXN-DATA-OLD.                          DBANK65P
052015     IF TXN-TX-OLD-SETTLE IS NOT EQUAL TO 'A'                     DBANK65P
052017        MOVE TXN-TX-OLD-BRANCH TO WS-GL-BRANCH                    DBANK65P
052019     END-IF.                                                      DBANK65P
052021     EVALUATE TXN-TX-OLD-SETTLE                                   DBANK65P
052023       WHEN 'A'                                                   DBANK65P
052025         MOVE WS-GL-DEPOSITS-ACCT TO WS-GL-ACCT                   DBANK65P
052027       WHEN 'C'                                                   DBANK65P
052029         MOVE WS-GL-CASH-ACCT TO WS-GL-ACCT                       DBANK65P
052031       WHEN OTHER                                                 DBANK65P
052033         MOVE WS-GL-SETTLEMENT-ACCT TO WS-GL-ACCT                 DBANK65P
052035     END-EVALUATE.                                                DBANK65P
052037     MOVE ZEROES TO WS-GL-DEBIT.                                  DBANK65P
052039     MOVE ZEROES TO WS-GL-CREDIT.                                 DBANK65P
052041     IF WS-SWEEP-SUB-TYPE IS EQUAL TO 'S'                         DBANK65P
052043        MOVE WS-SWEEP-AMOUNT TO WS-GL-DEBIT                       DBANK65P
052045     ELSE                                                         DBANK65P
052047        MOVE WS-SWEEP-AMOUNT TO WS-GL-CREDIT                      DBANK65P
052049     END-IF.                                                      DBANK65P
052051     PERFORM WRITE-GL-POSTING THRU                                DBANK65P
052053             WRITE-GL-POSTING-EXIT.                               DBANK65P
052055     IF CD65O-RUN-FAIL                                            DBANK65P
052057        GO TO POST-NOTE-DEAL-EXIT                                 DBANK65P
052059     END-IF.                                                      DBANK65P
052061     IF TXN-TX-OLD-MID-VALUE IS NOT NUMERIC OR                    DBANK65P
052063        TXN-TX-OLD-SPREAD IS NOT NUMERIC                          DBANK65P
052065        MOVE WS-SWEEP-AMOUNT TO TXN-TX-OLD-MID-VALUE              DBANK65P
052067        MOVE ZEROES TO TXN-TX-OLD-SPREAD                          DBANK65P
052069     END-IF.                                                      DBANK65P
052071     MOVE TXN-TX-OLD-BRANCH TO WS-GL-BRANCH.                      DBANK65P
052073     MOVE WS-GL-NOTES-ACCT TO WS-GL-ACCT.                         DBANK65P
052075     MOVE ZEROES TO WS-GL-DEBIT.                                  DBANK65P
052077     MOVE ZEROES TO WS-GL-CREDIT.                                 DBANK65P
052079     IF WS-SWEEP-SUB-TYPE IS EQUAL TO 'S'                         DBANK65P
052081        MOVE TXN-TX-OLD-MID-VALUE TO WS-GL-CREDIT                 DBANK65P
052083     ELSE                                                         DBANK65P
052085        MOVE TXN-TX-OLD-MID-VALUE TO WS-GL-DEBIT                  DBANK65P
052087     END-IF.                                                      DBANK65P
052089     PERFORM WRITE-GL-POSTING THRU                                DBANK65P
052091             WRITE-GL-POSTING-EXIT.                               DBANK65P
052093     IF CD65O-RUN-FAIL                                            DBANK65P
052095        GO TO POST-NOTE-DEAL-EXIT                                 DBANK65P
052097     END-IF.                                                      DBANK65P
052099     IF TXN-TX-OLD-SPREAD IS GREATER THAN ZERO                    DBANK65P
052101        MOVE WS-GL-FX-SPREAD-ACCT TO WS-GL-ACCT                   DBANK65P
052103        MOVE ZEROES TO WS-GL-DEBIT                                DBANK65P
052105        MOVE TXN-TX-OLD-SPREAD TO WS-GL-CREDIT                    DBANK65P
052107        PERFORM WRITE-GL-POSTING THRU                             DBANK65P
052109                WRITE-GL-POSTING-EXIT                             DBANK65P
052111     END-IF.                                                      DBANK65P
052113     IF CD65O-RUN-FAIL                                            DBANK65P
052115        GO TO POST-NOTE-DEAL-EXIT                                 DBANK65P
052117     END-IF.                                                      DBANK65P
052119*    A deal settled to an account held at another branch leaves   DBANK65P
052121*    the dealing branch and the account's branch a pair to settle DBANK65P
052123     IF TXN-TX-OLD-SETTLE IS EQUAL TO 'A'                         DBANK65P
052125        MOVE TXN-TX-OLD-BRANCH TO WS-ORIG-BRANCH                  DBANK65P
052127        PERFORM FIND-HOME-BRANCH THRU                             DBANK65P
052129                FIND-HOME-BRANCH-EXIT                             DBANK65P
052131        IF CD65O-RUN-FAIL                                         DBANK65P
052133           GO TO POST-NOTE-DEAL-EXIT                              DBANK65P
052135        END-IF                                                    DBANK65P
052137        PERFORM CHECK-INTER-BRANCH THRU                           DBANK65P
052139                CHECK-INTER-BRANCH-EXIT                           DBANK65P
052141     END-IF.                                                      DBANK65P
052143 POST-NOTE-DEAL-EXIT.                                             DBANK65P
052145     EXIT.                                                        DBANK65P
052147                                                                  DBANK65P
052200***************************************************************** DBANK65P
052300* Credit the receivable with the principal and interest income  * DBANK65P
052350* with the interest of one collected installment, and fee       * DBANK65P
052400* income with any late fee it recovered - rows written before   * DBANK65P
052450* the split was carried fall back to crediting the receivable   * DBANK65P
052500* with the whole amount                                         * DBANK65P
052700***************************************************************** DBANK65P
052800 POST-INSTALLMENT-SPLIT.                                          DBANK65P
052900     MOVE WS-SWEEP-DATA TO TXN-DATA-OLD.                          DBANK65P
055200        MOVE TXN-T8-OLD-INTEREST TO WS-GL-CREDIT                  DBANK65P
055300        PERFORM WRITE-GL-POSTING THRU                             DBANK65P
055400                WRITE-GL-POSTING-EXIT                             DBANK65P
055410        IF CD65O-RUN-FAIL                                         DBANK65P
055420           GO TO POST-INSTALLMENT-SPLIT-EXIT                      DBANK65P
055430        END-IF                                                    DBANK65P
055440     END-IF.                                                      DBANK65P
055450     IF TXN-T8-OLD-FEE IS NUMERIC AND                             DBANK65P
055460        TXN-T8-OLD-FEE IS GREATER THAN ZERO                       DBANK65P
055470        MOVE WS-GL-FEE-INCOME-ACCT TO WS-GL-ACCT                  DBANK65P
055480        MOVE ZEROES TO WS-GL-DEBIT                                DBANK65P
055490        MOVE TXN-T8-OLD-FEE TO WS-GL-CREDIT                       DBANK65P
055500        PERFORM WRITE-GL-POSTING THRU                             DBANK65P
055510                WRITE-GL-POSTING-EXIT                             DBANK65P
055520     END-IF.                                                      DBANK65P
055600 POST-INSTALLMENT-SPLIT-EXIT.                                     DBANK65P
055700     EXIT.                                                        DBANK65P
055800                                                                  DBANK65P
058200                         GLP_DEBIT,                               DBANK65P
058300                         GLP_CREDIT,                              DBANK65P
058400                         GLP_POST_DATE,                           DBANK65P
058405                         GLP_BRANCH,                              DBANK65P
058410                         GLP_REDIRECTED)                          DBANK65P
058500          VALUES (:WS-GL-ACCT,                                    DBANK65P
058600                  :WS-SWEEP-PID,                                  DBANK65P
058900                  :WS-GL-DEBIT,                                   DBANK65P
059000                  :WS-GL-CREDIT,                                  DBANK65P
059100                  :WS-POST-DATE,                                  DBANK65P
059105                  :WS-GL-BRANCH,                                  DBANK65P
059110                  :WS-REDIRECT-FLAG)                              DBANK65P
059200     END-EXEC.                                                    DBANK65P
059300     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK65P
063360     END-IF.                                                      DBANK65P
063370 RAISE-SUSPENSE-ITEM-EXIT.                                        DBANK65P
063380     EXIT.                                                        DBANK65P
063400                                                                  DBANK65P
063500***************************************************************** DBANK65P
063600* The branch that handled a cash movement - a teller's own      * DBANK65P
063700* branch, or for a machine the branch the device is registered  * DBANK65P
063800* to - and the branch that holds the account                    * DBANK65P
063900***************************************************************** DBANK65P
064000 FIND-BRANCHES.                                                   DBANK65P
064100     MOVE WS-SWEEP-DATA TO TXN-DATA-OLD.                          DBANK65P
064200     IF TXN-T3-OLD-TELLER IS EQUAL TO 'ATM  '                     DBANK65P
064300        EXEC SQL                                                  DBANK65P
064400             SELECT DEV_BRANCH                                    DBANK65P
064500             INTO :WS-ORIG-BRANCH                                 DBANK65P
064600             FROM BNKATMD                                         DBANK65P
064700             WHERE DEV_TERMINAL = :TXN-T3-OLD-DRAWER              DBANK65P
064800        END-EXEC                                                  DBANK65P
064900        IF SQLCODE IS NOT EQUAL TO ZERO AND                       DBANK65P
065000           SQLCODE IS NOT EQUAL TO +100                           DBANK65P
065100           SET CD65O-RUN-FAIL TO TRUE                             DBANK65P
065200           MOVE 'Unable to read the ATM device registry'          DBANK65P
065300             TO CD65O-MSG                                         DBANK65P
065400           GO TO FIND-BRANCHES-EXIT                               DBANK65P
065500        END-IF                                                    DBANK65P
065600     ELSE                                                         DBANK65P
065700        MOVE TXN-T3-OLD-BRANCH TO WS-ORIG-BRANCH                  DBANK65P
065800     END-IF.                                                      DBANK65P
065900     PERFORM FIND-HOME-BRANCH THRU                                DBANK65P
066000             FIND-HOME-BRANCH-EXIT.                               DBANK65P
066100 FIND-BRANCHES-EXIT.                                              DBANK65P
066200     EXIT.                                                        DBANK65P
066300                                                                  DBANK65P
066400 FIND-HOME-BRANCH.                                                DBANK65P
066500     MOVE SPACES TO WS-HOME-BRANCH.                               DBANK65P
066600     EXEC SQL                                                     DBANK65P
066700          SELECT VALUE(NULLIF(BAC.BAC_BRANCH, ' '),               DBANK65P
066800                       CUS.BCS_BRANCH, ' ')                       DBANK65P
066900          INTO :WS-HOME-BRANCH                                    DBANK65P
067000          FROM BNKACC BAC                                         DBANK65P
067100               LEFT OUTER JOIN BNKCUST CUS                        DBANK65P
067200               ON CUS.BCS_PID = BAC.BAC_PID                       DBANK65P
067300          WHERE BAC.BAC_ACCNO = :WS-SWEEP-ACCNO                   DBANK65P
067400     END-EXEC.                                                    DBANK65P
067500     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DBANK65P
067600        SQLCODE IS NOT EQUAL TO +100                              DBANK65P
067700        SET CD65O-RUN-FAIL TO TRUE                                DBANK65P
067800        MOVE 'Unable to read the account''s home branch'          DBANK65P
067900          TO CD65O-MSG                                            DBANK65P
068000     END-IF.                                                      DBANK65P
068100 FIND-HOME-BRANCH-EXIT.                                           DBANK65P
068200     EXIT.                                                        DBANK65P
068300                                                                  DBANK65P
068400***************************************************************** DBANK65P
068500* Money taken in at one branch for an account held at another   * DBANK65P
068600* leaves the handling branch owing the account's branch; money  * DBANK65P
068700* paid out leaves it owed. Each side goes to the ledger under   * DBANK65P
068800* its own branch and onto the inter-branch register the daily   * DBANK65P
068900* reconciliation proves and the month-end netting settles       * DBANK65P
069000***************************************************************** DBANK65P
069100 CHECK-INTER-BRANCH.                                              DBANK65P
069200     IF WS-ORIG-BRANCH IS EQUAL TO SPACES OR                      DBANK65P
069300        WS-HOME-BRANCH IS EQUAL TO SPACES OR                      DBANK65P
069400        WS-ORIG-BRANCH IS EQUAL TO WS-HOME-BRANCH                 DBANK65P
069500        GO TO CHECK-INTER-BRANCH-EXIT                             DBANK65P
069600     END-IF.                                                      DBANK65P
069700     IF WS-SWEEP-SUB-TYPE IS EQUAL TO '6' OR                      DBANK65P
069800        WS-SWEEP-SUB-TYPE IS EQUAL TO 'S'                         DBANK65P
069900        MOVE WS-HOME-BRANCH TO WS-OWING-BRANCH                    DBANK65P
070000        MOVE WS-ORIG-BRANCH TO WS-OWED-BRANCH                     DBANK65P
070100     ELSE                                                         DBANK65P
070200        MOVE WS-ORIG-BRANCH TO WS-OWING-BRANCH                    DBANK65P
070300        MOVE WS-HOME-BRANCH TO WS-OWED-BRANCH                     DBANK65P
070400     END-IF.                                                      DBANK65P
070500     MOVE WS-GL-IB-DUE-TO-ACCT TO WS-GL-ACCT.                     DBANK65P
070600     MOVE WS-OWING-BRANCH TO WS-GL-BRANCH.                        DBANK65P
070700     MOVE ZEROES TO WS-GL-DEBIT.                                  DBANK65P
070800     MOVE WS-SWEEP-AMOUNT TO WS-GL-CREDIT.                        DBANK65P
070900     PERFORM WRITE-GL-POSTING THRU                                DBANK65P
071000             WRITE-GL-POSTING-EXIT.                               DBANK65P
071100     IF CD65O-RUN-FAIL                                            DBANK65P
071200        GO TO CHECK-INTER-BRANCH-EXIT                             DBANK65P
071300     END-IF.                                                      DBANK65P
071400     PERFORM REGISTER-INTER-BRANCH THRU                           DBANK65P
071500             REGISTER-INTER-BRANCH-EXIT.                          DBANK65P
071600     IF CD65O-RUN-FAIL                                            DBANK65P
071700        GO TO CHECK-INTER-BRANCH-EXIT                             DBANK65P
071800     END-IF.                                                      DBANK65P
071900     MOVE WS-GL-IB-DUE-FROM-ACCT TO WS-GL-ACCT.                   DBANK65P
072000     MOVE WS-OWED-BRANCH TO WS-GL-BRANCH.                         DBANK65P
072100     MOVE WS-SWEEP-AMOUNT TO WS-GL-DEBIT.                         DBANK65P
072200     MOVE ZEROES TO WS-GL-CREDIT.                                 DBANK65P
072300     PERFORM WRITE-GL-POSTING THRU                                DBANK65P
072400             WRITE-GL-POSTING-EXIT.                               DBANK65P
072500     IF CD65O-RUN-FAIL                                            DBANK65P
072600        GO TO CHECK-INTER-BRANCH-EXIT                             DBANK65P
072700     END-IF.                                                      DBANK65P
072800     PERFORM REGISTER-INTER-BRANCH THRU                           DBANK65P
072900             REGISTER-INTER-BRANCH-EXIT.                          DBANK65P
073000 CHECK-INTER-BRANCH-EXIT.                                         DBANK65P
073100     EXIT.                                                        DBANK65P
073200                                                                  DBANK65P
073300***************************************************************** DBANK65P
073400* One side of an inter-branch pair on the register - a due-to   * DBANK65P
073500* (T) on the owing branch or a due-from (F) on the owed branch  * DBANK65P
073600***************************************************************** DBANK65P
073700 REGISTER-INTER-BRANCH.                                           DBANK65P
073800     EXEC SQL                                                     DBANK65P
073900          SELECT VALUE(MAX(IBT_ID), 0) + 1                        DBANK65P
074000          INTO :WS-IBT-ID                                         DBANK65P
074100          FROM BNKIBRT                                            DBANK65P
074200     END-EXEC.                                                    DBANK65P
074300     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK65P
074400        SET CD65O-RUN-FAIL TO TRUE                                DBANK65P
074500        MOVE 'Unable to reference the inter-branch register'      DBANK65P
074600          TO CD65O-MSG                                            DBANK65P
074700        GO TO REGISTER-INTER-BRANCH-EXIT                          DBANK65P
074800     END-IF.                                                      DBANK65P
074900     IF WS-GL-ACCT IS EQUAL TO WS-GL-IB-DUE-TO-ACCT               DBANK65P
075000        EXEC SQL                                                  DBANK65P
075100             INSERT                                               DBANK65P
075200             INTO BNKIBRT (IBT_ID,                                DBANK65P
075300                           IBT_BRANCH,                            DBANK65P
075400                           IBT_COUNTER_BRANCH,                    DBANK65P
075500                           IBT_SIDE,                              DBANK65P
075600                           IBT_AMOUNT,                            DBANK65P
075700                           IBT_ACCNO,                             DBANK65P
075800                           IBT_TXN_TIMESTAMP,                     DBANK65P
075900                           IBT_POST_DATE,                         DBANK65P
076000                           IBT_STATUS)                            DBANK65P
076100             VALUES (:WS-IBT-ID,                                  DBANK65P
076200                     :WS-OWING-BRANCH,                            DBANK65P
076300                     :WS-OWED-BRANCH,                             DBANK65P
076400                     'T',                                         DBANK65P
076500                     :WS-SWEEP-AMOUNT,                            DBANK65P
076600                     :WS-SWEEP-ACCNO,                             DBANK65P
076700                     :WS-SWEEP-TIMESTAMP,                         DBANK65P
076800                     :WS-POST-DATE,                               DBANK65P
076900                     'O')                                         DBANK65P
077000        END-EXEC                                                  DBANK65P
077100     ELSE                                                         DBANK65P
077200        EXEC SQL                                                  DBANK65P
077300             INSERT                                               DBANK65P
077400             INTO BNKIBRT (IBT_ID,                                DBANK65P
077500                           IBT_BRANCH,                            DBANK65P
077600                           IBT_COUNTER_BRANCH,                    DBANK65P
077700                           IBT_SIDE,                              DBANK65P
077800                           IBT_AMOUNT,                            DBANK65P
077900                           IBT_ACCNO,                             DBANK65P
078000                           IBT_TXN_TIMESTAMP,                     DBANK65P
078100                           IBT_POST_DATE,                         DBANK65P
078200                           IBT_STATUS)                            DBANK65P
078300             VALUES (:WS-IBT-ID,                                  DBANK65P
078400                     :WS-OWED-BRANCH,                             DBANK65P
078500                     :WS-OWING-BRANCH,                            DBANK65P
078600                     'F',                                         DBANK65P
078700                     :WS-SWEEP-AMOUNT,                            DBANK65P
078800                     :WS-SWEEP-ACCNO,                             DBANK65P
078900                     :WS-SWEEP-TIMESTAMP,                         DBANK65P
079000                     :WS-POST-DATE,                               DBANK65P
079100                     'O')                                         DBANK65P
079200        END-EXEC                                                  DBANK65P
079300     END-IF.                                                      DBANK65P
079400     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK65P
079500        SET CD65O-RUN-FAIL TO TRUE                                DBANK65P
079600        MOVE 'Unable to register an inter-branch entry'           DBANK65P
079700          TO CD65O-MSG                                            DBANK65P
079800     END-IF.                                                      DBANK65P
079900 REGISTER-INTER-BRANCH-EXIT.                                      DBANK65P
080000     EXIT.                                                        DBANK65P
