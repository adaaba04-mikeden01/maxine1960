004011   05  WS-FX-PROMPTED                        PIC X(1).            BBANK50P
004012   05  WS-DUP-PROMPTED                       PIC X(1).            BBANK50P
004013   05  WS-CUTOFF-APPLIED                     PIC X(1).            BBANK50P
004050   05  WS-BILL-PAYMENT                       PIC X(1).            BBANK50P
004060   05  WS-ALIAS-PAYMENT                      PIC X(1).            BBANK50P
004080   05  WS-ALIAS-PROMPTED                     PIC X(1).            BBANK50P
004090   05  WS-STEP-PROMPTED                      PIC X(1).            BBANK50P
004100   05  WS-PFK-FLAG                           PIC X(1).            BBANK50P
004200     88  PFK-VALID                           VALUE '0'.           BBANK50P
004300     88  PFK-INVALID                         VALUE '1'.           BBANK50P
006500 01  WS-BANK-DATA.                                                BBANK50P
006600 COPY CBANKDAT.                                                   BBANK50P
006700 COPY CTIMERD.                                                    BBANK50P
006720 01  WS-SESSION-DATA.                                             BBANK50P
006740 COPY CSIGND01.                                                   BBANK50P
006800 01  WS-EXCEPTION-DATA.                                           BBANK50P
006900 COPY CBANKD16.                                                   BBANK50P
                                                                        BBANK50P
008731                                                                  BBANK50P
008732 01  WS-CORPORATE-DATA.                                           BBANK50P
008733 COPY CCORPD01.                                                   BBANK50P
008734                                                                  BBANK50P
008736 01  WS-BILL-DATA.                                                BBANK50P
008738 COPY CBILLD01.                                                   BBANK50P
008740                                                                  BBANK50P
008750 01  WS-CALENDAR-DATA.                                            BBANK50P
008760 COPY CBANKD98.                                                   BBANK50P
008770                                                                  BBANK50P
008780 01  WS-ALIAS-DATA.                                               BBANK50P
008790 COPY CALIAD01.                                                   BBANK50P
008792                                                                  BBANK50P
008794 01  WS-VERIFY-DATA.                                              BBANK50P
008796 COPY CBANKD93.                                                   BBANK50P
008800                                                                  BBANK50P
008900 COPY CABENDD.                                                    BBANK50P
009000                                                                  BBANK50P
009100 LINKAGE SECTION.                                                 BBANK50P
009200 01  DFHCOMMAREA.                                                 BBANK50P
009300   05  LK-COMMAREA                           PIC X(32654).        BBANK50P
009400                                                                  BBANK50P
009500 COPY CENTRY.                                                     BBANK50P
009600***************************************************************** BBANK50P
022200* A transfer has been keyed - validate it and try to post it      BBANK50P
022300     PERFORM VALIDATE-DATA THRU                                   BBANK50P
022400             VALIDATE-DATA-EXIT.                                  BBANK50P
022402                                                                  BBANK50P
022404*  A payment that trips a step-up rule waits on the screen for    BBANK50P
022406*  the confirmation code sent for it - nothing is paid until then BBANK50P
022408     MOVE 'N' TO WS-STEP-PROMPTED.                                BBANK50P
022410     IF INPUT-OK                                                  BBANK50P
022412        PERFORM CHECK-STEP-UP THRU                                BBANK50P
022414                CHECK-STEP-UP-EXIT                                BBANK50P
022416        IF WS-ERROR-MSG IS NOT EQUAL TO SPACES                    BBANK50P
022418           IF WS-STEP-PROMPTED IS NOT EQUAL TO 'Y'                BBANK50P
022420              PERFORM POPULATE-SCREEN-DATA THRU                   BBANK50P
022422                      POPULATE-SCREEN-DATA-EXIT                   BBANK50P
022424           END-IF                                                 BBANK50P
022426           MOVE WS-ERROR-MSG TO BANK-SCR50-ERRMSG                 BBANK50P
022428           MOVE 'BBANK50P' TO BANK-LAST-PROG                      BBANK50P
022430           MOVE 'BBANK50P' TO BANK-NEXT-PROG                      BBANK50P
022432           MOVE 'MBANK50' TO BANK-LAST-MAPSET                     BBANK50P
022434           MOVE 'BANK50A' TO BANK-LAST-MAP                        BBANK50P
022436           MOVE 'MBANK50' TO BANK-NEXT-MAPSET                     BBANK50P
022438           MOVE 'BANK50A' TO BANK-NEXT-MAP                        BBANK50P
022440           GO TO COMMON-RETURN                                    BBANK50P
022442        END-IF                                                    BBANK50P
022444     END-IF.                                                      BBANK50P
022500                                                                  BBANK50P
022502*  A bill payee or a payment alias keyed instead of a TO account  BBANK50P
022504*  pays that payee - an alias payee is confirmed before paying    BBANK50P
022506     IF INPUT-OK AND                                              BBANK50P
022508        (WS-BILL-PAYMENT IS EQUAL TO 'Y' OR                       BBANK50P
022510         WS-ALIAS-PAYMENT IS EQUAL TO 'Y')                        BBANK50P
022512        MOVE 'N' TO WS-ALIAS-PROMPTED                             BBANK50P
022514        IF WS-BILL-PAYMENT IS EQUAL TO 'Y'                        BBANK50P
022516           PERFORM PROCESS-BILL-PAYMENT THRU                      BBANK50P
022518                   PROCESS-BILL-PAYMENT-EXIT                      BBANK50P
022520        ELSE                                                      BBANK50P
022522           PERFORM PROCESS-ALIAS-PAYMENT THRU                     BBANK50P
022524                   PROCESS-ALIAS-PAYMENT-EXIT                     BBANK50P
022526        END-IF                                                    BBANK50P
022528        IF WS-ALIAS-PROMPTED IS NOT EQUAL TO 'Y'                  BBANK50P
022530           PERFORM POPULATE-SCREEN-DATA THRU                      BBANK50P
022532                   POPULATE-SCREEN-DATA-EXIT                      BBANK50P
022534        END-IF                                                    BBANK50P
022536        IF WS-ERROR-MSG IS EQUAL TO SPACES                        BBANK50P
022538           MOVE WS-RETURN-MSG TO BANK-SCR50-ERRMSG                BBANK50P
022540        ELSE                                                      BBANK50P
022542           MOVE WS-ERROR-MSG TO BANK-SCR50-ERRMSG                 BBANK50P
022544        END-IF                                                    BBANK50P
022546        MOVE 'BBANK50P' TO BANK-LAST-PROG                         BBANK50P
022548        MOVE 'BBANK50P' TO BANK-NEXT-PROG                         BBANK50P
022550        MOVE 'MBANK50' TO BANK-LAST-MAPSET                        BBANK50P
022552        MOVE 'BANK50A' TO BANK-LAST-MAP                           BBANK50P
022554        MOVE 'MBANK50' TO BANK-NEXT-MAPSET                        BBANK50P
022556        MOVE 'BANK50A' TO BANK-NEXT-MAP                           BBANK50P
022558        GO TO COMMON-RETURN                                       BBANK50P
022560     END-IF.                                                      BBANK50P
022600     IF INPUT-ERROR                                               BBANK50P
022700        MOVE WS-ERROR-MSG TO BANK-SCR50-ERRMSG                    BBANK50P
022800     ELSE                                                         BBANK50P
031200             WS-ERROR-MSG                                         BBANK50P
031300        GO TO VALIDATE-DATA-ERROR                                 BBANK50P
031400     END-IF.                                                      BBANK50P
031410     MOVE 'N' TO WS-BILL-PAYMENT.                                 BBANK50P
031420     IF BANK-SCR50-BILLSEQ IS NOT EQUAL TO LOW-VALUES AND         BBANK50P
031430                              NOT EQUAL TO SPACES                 BBANK50P
031440        MOVE 'Y' TO WS-BILL-PAYMENT                               BBANK50P
031450     END-IF.                                                      BBANK50P
031452     MOVE 'N' TO WS-ALIAS-PAYMENT.                                BBANK50P
031454     IF BANK-SCR50-ALIAS IS NOT EQUAL TO LOW-VALUES AND           BBANK50P
031456                            NOT EQUAL TO SPACES                   BBANK50P
031458        MOVE 'Y' TO WS-ALIAS-PAYMENT                              BBANK50P
031460     END-IF.                                                      BBANK50P
031462     IF WS-BILL-PAYMENT IS EQUAL TO 'Y' AND                       BBANK50P
031464        WS-ALIAS-PAYMENT IS EQUAL TO 'Y'                          BBANK50P
031466        MOVE 'Key one payee - TO account, bill payee or alias'    BBANK50P
031468          TO WS-ERROR-MSG                                         BBANK50P
031470        GO TO VALIDATE-DATA-ERROR                                 BBANK50P
031472     END-IF.                                                      BBANK50P
031500                                                                  BBANK50P
031600     MOVE 0 TO WS-SEL-COUNT.                                      BBANK50P
031700     IF BANK-SCR50-TO1 IS NOT EQUAL TO LOW-VALUES AND             BBANK50P
033900        MOVE 5 TO WS-TO-SUB                                       BBANK50P
034000        ADD 1 TO WS-SEL-COUNT                                     BBANK50P
034100     END-IF.                                                      BBANK50P
034110     IF WS-BILL-PAYMENT IS EQUAL TO 'Y' OR                        BBANK50P
034115        WS-ALIAS-PAYMENT IS EQUAL TO 'Y'                          BBANK50P
034120        IF WS-SEL-COUNT IS NOT EQUAL TO ZERO                      BBANK50P
034125           MOVE 'Key one payee - TO account, bill payee or alias' BBANK50P
034130             TO WS-ERROR-MSG                                      BBANK50P
034150           GO TO VALIDATE-DATA-ERROR                              BBANK50P
034160        END-IF                                                    BBANK50P
034170        GO TO VALIDATE-AMOUNT                                     BBANK50P
034180     END-IF.                                                      BBANK50P
034200     IF WS-SEL-COUNT IS NOT EQUAL TO 1                            BBANK50P
034300        MOVE 'Select one account to transfer to' TO               BBANK50P
034400             WS-ERROR-MSG                                         BBANK50P
035100        GO TO VALIDATE-DATA-ERROR                                 BBANK50P
035200     END-IF.                                                      BBANK50P
035300                                                                  BBANK50P
035350 VALIDATE-AMOUNT.                                                 BBANK50P
035400     MOVE BANK-SCR50-XFER TO WS-XFER-WORK.                        BBANK50P
035500     IF WS-XFER-WORK IS NOT NUMERIC                               BBANK50P
035600        MOVE 'Enter a valid transfer amount' TO WS-ERROR-MSG      BBANK50P
047400     MOVE WS-XFER-WORK-N TO CD06I-FROM-AMOUNT.                    BBANK50P
047500     MOVE CD04I-TO-ACC TO CD06I-TO-ACC.                           BBANK50P
047600     MOVE WS-TO-AMOUNT-N TO CD06I-TO-AMOUNT.                      BBANK50P
047650     MOVE CD04O-VIRTUAL-ACC TO CD06I-TO-VIRTUAL-ACC.              BBANK50P
047700     IF WS-FX-TRANSFER IS EQUAL TO 'Y'                            BBANK50P
047800        SET CD06I-FX-POSTING TO TRUE                              BBANK50P
047810        MOVE WS-FX-SPREAD-AMT TO CD06I-SPREAD-AMOUNT              BBANK50P
050667 WAREHOUSE-TRANSFER-EXIT.                                         BBANK50P
050668     EXIT.                                                        BBANK50P
050700                                                                  BBANK50P
050702***************************************************************** BBANK50P
050704* Pay a bill from the selected account through DBILL01P - the   * BBANK50P
050706* biller's reference, cut-off and the funds guard are applied   * BBANK50P
050708* there, and the journal row names the biller                   * BBANK50P
050710***************************************************************** BBANK50P
050712 PROCESS-BILL-PAYMENT.                                            BBANK50P
050714     MOVE SPACES TO CD03-DATA.                                    BBANK50P
050716     MOVE BANK-USERID TO CD03I-CONTACT-ID.                        BBANK50P
050718 COPY CBANKX03.                                                   BBANK50P
050720     MOVE SPACES TO CBP1-DATA.                                    BBANK50P
050722     SET CBP1I-PAY-BILL TO TRUE.                                  BBANK50P
050724     MOVE BANK-USERID TO CBP1I-PERSON-PID.                        BBANK50P
050726     MOVE BANK-USERID TO CBP1I-USERID.                            BBANK50P
050728     MOVE BANK-SCR50-BILLSEQ TO CBP1I-PAYEE-SEQ.                  BBANK50P
050730     EVALUATE WS-FROM-SUB                                         BBANK50P
050732        WHEN 1                                                    BBANK50P
050734           MOVE CD03O-ACC1 TO CBP1I-FROM-ACC                      BBANK50P
050736        WHEN 2                                                    BBANK50P
050738           MOVE CD03O-ACC2 TO CBP1I-FROM-ACC                      BBANK50P
050740        WHEN 3                                                    BBANK50P
050742           MOVE CD03O-ACC3 TO CBP1I-FROM-ACC                      BBANK50P
050744        WHEN 4                                                    BBANK50P
050746           MOVE CD03O-ACC4 TO CBP1I-FROM-ACC                      BBANK50P
050748        WHEN 5                                                    BBANK50P
050750           MOVE CD03O-ACC5 TO CBP1I-FROM-ACC                      BBANK50P
050752     END-EVALUATE.                                                BBANK50P
050754     MOVE WS-XFER-WORK-N TO CBP1I-AMOUNT.                         BBANK50P
050756 COPY CBILLX01.                                                   BBANK50P
050758     IF NOT CBP1O-REQUEST-OK                                      BBANK50P
050760        MOVE CBP1O-MSG TO WS-ERROR-MSG                            BBANK50P
050762        GO TO PROCESS-BILL-PAYMENT-EXIT                           BBANK50P
050764     END-IF.                                                      BBANK50P
050766     MOVE CBP1O-MSG TO WS-RETURN-MSG.                             BBANK50P
050768 PROCESS-BILL-PAYMENT-EXIT.                                       BBANK50P
050770     EXIT.                                                        BBANK50P
050800***************************************************************** BBANK50P
050900* Populate the screen with the customer's accounts and clear   *  BBANK50P
051000* down the from/to selections ready for the next transfer       * BBANK50P
052710     MOVE SPACES TO BANK-SCR50-VALDATE.                           BBANK50P
052720     MOVE SPACES TO BANK-SCR50-FXCONF.                            BBANK50P
052730     MOVE SPACES TO BANK-SCR50-DUPCONF.                           BBANK50P
052750     MOVE SPACES TO BANK-SCR50-BILLSEQ.                           BBANK50P
052760     MOVE SPACES TO BANK-SCR50-ALIAS.                             BBANK50P
052780     MOVE SPACES TO BANK-SCR50-ALIASCONF.                         BBANK50P
052790     MOVE SPACES TO BANK-SCR50-STEPCODE.                          BBANK50P
052800                                                                  BBANK50P
052900     MOVE CD03O-ACC1 TO BANK-SCR50-ACC1.                          BBANK50P
053000     MOVE CD03O-DSC1 TO BANK-SCR50-DSC1.                          BBANK50P
057200     END-IF.                                                      BBANK50P
057300 POPULATE-SCREEN-DATA-EXIT.                                       BBANK50P
057400     EXIT.                                                        BBANK50P
057401                                                                  BBANK50P
057402***************************************************************** BBANK50P
057403* Pay by alias through DALIA01P. The payee is resolved and      * BBANK50P
057404* shown masked first; only once the customer keys Y against     * BBANK50P
057405* it is the payment made - here or out to another bank          * BBANK50P
057406***************************************************************** BBANK50P
057407 PROCESS-ALIAS-PAYMENT.                                           BBANK50P
057408     MOVE SPACES TO CD03-DATA.                                    BBANK50P
057409     MOVE BANK-USERID TO CD03I-CONTACT-ID.                        BBANK50P
057410 COPY CBANKX03.                                                   BBANK50P
057411     INITIALIZE CAL1-DATA.                                        BBANK50P
057412     MOVE BANK-USERID TO CAL1I-PERSON-PID.                        BBANK50P
057413     MOVE BANK-SCR50-ALIAS TO CAL1I-ALIAS.                        BBANK50P
057414     EVALUATE WS-FROM-SUB                                         BBANK50P
057415        WHEN 1                                                    BBANK50P
057416           MOVE CD03O-ACC1 TO CAL1I-FROM-ACC                      BBANK50P
057417        WHEN 2                                                    BBANK50P
057418           MOVE CD03O-ACC2 TO CAL1I-FROM-ACC                      BBANK50P
057419        WHEN 3                                                    BBANK50P
057420           MOVE CD03O-ACC3 TO CAL1I-FROM-ACC                      BBANK50P
057421        WHEN 4                                                    BBANK50P
057422           MOVE CD03O-ACC4 TO CAL1I-FROM-ACC                      BBANK50P
057423        WHEN 5                                                    BBANK50P
057424           MOVE CD03O-ACC5 TO CAL1I-FROM-ACC                      BBANK50P
057425     END-EVALUATE.                                                BBANK50P
057426     MOVE WS-XFER-WORK-N TO CAL1I-AMOUNT.                         BBANK50P
057427     IF BANK-SCR50-ALIASCONF IS NOT EQUAL TO 'Y'                  BBANK50P
057428        SET CAL1I-RESOLVE-ALIAS TO TRUE                           BBANK50P
057429 COPY CALIAX01.                                                   BBANK50P
057430        IF NOT CAL1O-REQUEST-OK                                   BBANK50P
057431           MOVE CAL1O-MSG TO WS-ERROR-MSG                         BBANK50P
057432           GO TO PROCESS-ALIAS-PAYMENT-EXIT                       BBANK50P
057433        END-IF                                                    BBANK50P
057434        MOVE SPACES TO WS-ERROR-MSG                               BBANK50P
057435        STRING 'Pay ' CAL1O-MASKED-NAME                           BBANK50P
057436               ' ? - key Y to confirm the payee'                  BBANK50P
057437               DELIMITED BY SIZE INTO WS-ERROR-MSG                BBANK50P
057438        MOVE 'Y' TO WS-ALIAS-PROMPTED                             BBANK50P
057439        GO TO PROCESS-ALIAS-PAYMENT-EXIT                          BBANK50P
057440     END-IF.                                                      BBANK50P
057441     SET CAL1I-PAY-ALIAS TO TRUE.                                 BBANK50P
057442     MOVE BANK-SCR50-DUPCONF TO CAL1I-DUP-OVERRIDE.               BBANK50P
057443 COPY CALIAX01.                                                   BBANK50P
057444     IF CAL1O-DUPLICATE-SUSPECT                                   BBANK50P
057445        MOVE CAL1O-MSG TO WS-ERROR-MSG                            BBANK50P
057446        MOVE 'Y' TO WS-ALIAS-PROMPTED                             BBANK50P
057447        GO TO PROCESS-ALIAS-PAYMENT-EXIT                          BBANK50P
057448     END-IF.                                                      BBANK50P
057449     IF NOT CAL1O-REQUEST-OK                                      BBANK50P
057450        MOVE CAL1O-MSG TO WS-ERROR-MSG                            BBANK50P
057451        GO TO PROCESS-ALIAS-PAYMENT-EXIT                          BBANK50P
057452     END-IF.                                                      BBANK50P
057453     MOVE CAL1O-MSG TO WS-RETURN-MSG.                             BBANK50P
057454 PROCESS-ALIAS-PAYMENT-EXIT.                                      BBANK50P
057455     EXIT.                                                        BBANK50P
057456                                                                  BBANK50P
057457***************************************************************** BBANK50P
057458* Ask DBANK93P whether this payment needs a confirmation code.  * BBANK50P
057459* An alias payment is only checked once its payee has been      * BBANK50P
057460* confirmed; a code sent, or a wrong one keyed, keeps the       * BBANK50P
057461* payment on the screen, too many wrong codes cancel it         * BBANK50P
057462***************************************************************** BBANK50P
057463 CHECK-STEP-UP.                                                   BBANK50P
057464     IF WS-ALIAS-PAYMENT IS EQUAL TO 'Y' AND                      BBANK50P
057465        BANK-SCR50-ALIASCONF IS NOT EQUAL TO 'Y'                  BBANK50P
057466        GO TO CHECK-STEP-UP-EXIT                                  BBANK50P
057467     END-IF.                                                      BBANK50P
057468     MOVE SPACES TO CD03-DATA.                                    BBANK50P
057469     MOVE BANK-USERID TO CD03I-CONTACT-ID.                        BBANK50P
057470 COPY CBANKX03.                                                   BBANK50P
057471     INITIALIZE CD93-DATA.                                        BBANK50P
057472     SET CD93I-STEP-UP-CHECK TO TRUE.                             BBANK50P
057473     MOVE BANK-USERID TO CD93I-PERSON-PID.                        BBANK50P
057474     EVALUATE WS-FROM-SUB                                         BBANK50P
057475        WHEN 1                                                    BBANK50P
057476           MOVE CD03O-ACC1 TO CD93I-STEP-FROM-ACC                 BBANK50P
057477        WHEN 2                                                    BBANK50P
057478           MOVE CD03O-ACC2 TO CD93I-STEP-FROM-ACC                 BBANK50P
057479        WHEN 3                                                    BBANK50P
057480           MOVE CD03O-ACC3 TO CD93I-STEP-FROM-ACC                 BBANK50P
057481        WHEN 4                                                    BBANK50P
057482           MOVE CD03O-ACC4 TO CD93I-STEP-FROM-ACC                 BBANK50P
057483        WHEN 5                                                    BBANK50P
057484           MOVE CD03O-ACC5 TO CD93I-STEP-FROM-ACC                 BBANK50P
057485     END-EVALUATE.                                                BBANK50P
057486     IF WS-BILL-PAYMENT IS EQUAL TO 'Y'                           BBANK50P
057487        STRING 'BILL ' DELIMITED BY SIZE                          BBANK50P
057488               BANK-SCR50-BILLSEQ DELIMITED BY SIZE               BBANK50P
057489          INTO CD93I-STEP-PAYEE                                   BBANK50P
057490     END-IF.                                                      BBANK50P
057491     IF WS-ALIAS-PAYMENT IS EQUAL TO 'Y'                          BBANK50P
057492        MOVE BANK-SCR50-ALIAS TO CD93I-STEP-PAYEE                 BBANK50P
057493     END-IF.                                                      BBANK50P
057494     IF WS-BILL-PAYMENT IS NOT EQUAL TO 'Y' AND                   BBANK50P
057495        WS-ALIAS-PAYMENT IS NOT EQUAL TO 'Y'                      BBANK50P
057496        EVALUATE WS-TO-SUB                                        BBANK50P
057497           WHEN 1                                                 BBANK50P
057498              MOVE CD03O-ACC1 TO CD93I-STEP-PAYEE                 BBANK50P
057499           WHEN 2                                                 BBANK50P
057500              MOVE CD03O-ACC2 TO CD93I-STEP-PAYEE                 BBANK50P
057501           WHEN 3                                                 BBANK50P
057502              MOVE CD03O-ACC3 TO CD93I-STEP-PAYEE                 BBANK50P
057503           WHEN 4                                                 BBANK50P
057504              MOVE CD03O-ACC4 TO CD93I-STEP-PAYEE                 BBANK50P
057505           WHEN 5                                                 BBANK50P
057506              MOVE CD03O-ACC5 TO CD93I-STEP-PAYEE                 BBANK50P
057507        END-EVALUATE                                              BBANK50P
057508     END-IF.                                                      BBANK50P
057509     MOVE WS-XFER-WORK-N TO CD93I-STEP-AMOUNT.                    BBANK50P
057510     IF BANK-SCR50-STEPCODE IS NOT EQUAL TO LOW-VALUES            BBANK50P
057511        MOVE BANK-SCR50-STEPCODE TO CD93I-CODE                    BBANK50P
057512     END-IF.                                                      BBANK50P
057513 COPY CBANKX93.                                                   BBANK50P
057514     IF CD93O-REQUEST-OK                                          BBANK50P
057515        GO TO CHECK-STEP-UP-EXIT                                  BBANK50P
057516     END-IF.                                                      BBANK50P
057517     MOVE CD93O-MSG TO WS-ERROR-MSG.                              BBANK50P
057518     MOVE SPACES TO BANK-SCR50-STEPCODE.                          BBANK50P
057519     IF NOT CD93O-STEP-UP-FAILED                                  BBANK50P
057520        MOVE 'Y' TO WS-STEP-PROMPTED                              BBANK50P
057521     END-IF.                                                      BBANK50P
057522 CHECK-STEP-UP-EXIT.                                              BBANK50P
057523     EXIT.                                                        BBANK50P
057550                                                                  BBANK50P
057600***************************************************************** BBANK50P
057700* Check for an idle session timeout                           *   BBANK50P
057800***************************************************************** BBANK50P
