003900   05  WS-QUEUE-LENGTH                       PIC S9(4) COMP.      DBANK88P
004000   05  WS-BASE-CURRENCY                      PIC X(3)             DBANK88P
004100       VALUE 'USD'.                                               DBANK88P
004105   05  WS-REVAL-MSG                          PIC X(62).           DBANK88P
004110***************************************************************** DBANK88P
004120* The conversion spread applied to a cross-currency transfer -  * DBANK88P
004130* held here, in the rate master owner, the same way DBANK58P    * DBANK88P
004200   05  WS-BALANCE-DISP                       PIC -(9)9.99.        DBANK88P
004300   05  WS-BASE-DISP                          PIC -(11)9.99.       DBANK88P
004400   05  WS-RATE-DISP                          PIC 9(3).9(6).       DBANK88P
004410   05  WS-REVAL-DISP                         PIC -(11)9.99.       DBANK88P
004420***************************************************************** DBANK88P
004430* The ledger lines the banknote revaluation posts to - the      * DBANK88P
004440* notes line itself and its own revaluation income line         * DBANK88P
004450***************************************************************** DBANK88P
004460   05  WS-GL-NOTES-ACCT           VALUE '100400'                  DBANK88P
004470                                  PIC X(6).                       DBANK88P
004480   05  WS-GL-NOTE-REVAL-ACCT      VALUE '400500'                  DBANK88P
004490                                  PIC X(6).                       DBANK88P
004500                                                                  DBANK88P
004600***************************************************************** DBANK88P
004700* One record off the treasury rate feed                         * DBANK88P
005400 01  WS-CSV-DATA.                                                 DBANK88P
005500 COPY CCSVD.                                                      DBANK88P
005600                                                                  DBANK88P
005620 01  WS-FD-COMMAREA.                                              DBANK88P
005640 COPY CFEEDD01.                                                   DBANK88P
005700   EXEC SQL                                                       DBANK88P
005800        BEGIN DECLARE SECTION                                     DBANK88P
005900   END-EXEC.                                                      DBANK88P
006100     EXEC SQL                                                     DBANK88P
006200          INCLUDE CBANKD88                                        DBANK88P
006300     END-EXEC.                                                    DBANK88P
006320 01  WS-98-COMMAREA.                                              DBANK88P
006340     EXEC SQL                                                     DBANK88P
006360          INCLUDE CBANKD98                                        DBANK88P
006380     END-EXEC.                                                    DBANK88P
006400                                                                  DBANK88P
006500 01  WS-FX-AREAS.                                                 DBANK88P
006600   05  WS-FX-CURRENCY                        PIC X(3).            DBANK88P
006800                                             COMP-3.              DBANK88P
006900   05  WS-CCY-BALANCE                        PIC S9(11)V99 COMP-3.DBANK88P
007000   05  WS-CCY-BASE                           PIC S9(13)V99 COMP-3.DBANK88P
007005   05  WS-NOTE-BOOK                          PIC S9(11)V99 COMP-3.DBANK88P
007010   05  WS-NOTE-VAULT                         PIC S9(11)V99 COMP-3.DBANK88P
007015   05  WS-NOTE-DRAWER                        PIC S9(11)V99 COMP-3.DBANK88P
007020   05  WS-NOTE-MARKET                        PIC S9(11)V99 COMP-3.DBANK88P
007025   05  WS-NOTE-REVAL                         PIC S9(11)V99 COMP-3.DBANK88P
007030   05  WS-GL-ACCT                            PIC X(6).            DBANK88P
007035   05  WS-GL-DEBIT                           PIC S9(11)V99 COMP-3.DBANK88P
007040   05  WS-GL-CREDIT                          PIC S9(11)V99 COMP-3.DBANK88P
007045   05  WS-POST-TIMESTAMP                     PIC X(26).           DBANK88P
007050   05  WS-BUSINESS-DATE                      PIC X(10).           DBANK88P
007100                                                                  DBANK88P
007200     EXEC SQL                                                     DBANK88P
007300          INCLUDE SQLCA                                           DBANK88P
012800* re-loading a currency replaces the day's rate                 * DBANK88P
012900***************************************************************** DBANK88P
013000 LOAD-RATES.                                                      DBANK88P
013005* Hand the feed to the inbound monitor first - it logs the        DBANK88P
013010* arrival and takes back a file already processed once            DBANK88P
013015     INITIALIZE CFD1-DATA.                                        DBANK88P
013020     SET CFD1I-RECEIVE TO TRUE.                                   DBANK88P
013025     MOVE 'FXRI' TO CFD1I-QUEUE.                                  DBANK88P
013030     MOVE WS-PROGRAM-ID TO CFD1I-CONSUMER.                        DBANK88P
013035 COPY CFEEDX01.                                                   DBANK88P
013040     IF CFD1O-DUPLICATE OR                                        DBANK88P
013045        CFD1O-REQUEST-FAIL                                        DBANK88P
013050        MOVE CFD1O-MSG TO CD88O-MSG                               DBANK88P
013055        GO TO LOAD-RATES-EXIT                                     DBANK88P
013060     END-IF.                                                      DBANK88P
013100 LOAD-RATE-LOOP.                                                  DBANK88P
013200     MOVE LENGTH OF WS-FEED-RECORD TO WS-QUEUE-LENGTH.            DBANK88P
013300     EXEC CICS READQ TD                                           DBANK88P
027600     EXEC SQL                                                     DBANK88P
027700          CLOSE REVAL_CSR                                         DBANK88P
027800     END-EXEC.                                                    DBANK88P
027820*    The note position is marked even when a deposit currency had DBANK88P
027825*    no rate - that message is kept for the result unless the     DBANK88P
027830*    note revaluation has one of its own                          DBANK88P
027835     MOVE CD88O-MSG TO WS-REVAL-MSG.                              DBANK88P
027840     MOVE SPACES TO CD88O-MSG.                                    DBANK88P
027845     PERFORM REVALUE-NOTES THRU                                   DBANK88P
027850             REVALUE-NOTES-EXIT.                                  DBANK88P
027855     IF CD88O-MSG IS EQUAL TO SPACES                              DBANK88P
027860        MOVE WS-REVAL-MSG TO CD88O-MSG                            DBANK88P
027865     END-IF.                                                      DBANK88P
027900     IF CD88O-MSG IS EQUAL TO SPACES                              DBANK88P
028000        SET CD88O-REQUEST-OK TO TRUE                              DBANK88P
028100     END-IF.                                                      DBANK88P
028900 COPY CCSVWRQ.                                                    DBANK88P
029000 QUEUE-REVAL-LINE-EXIT.                                           DBANK88P
029100     EXIT.                                                        DBANK88P
029200                                                                  DBANK88P
029300***************************************************************** DBANK88P
029400* The foreign banknote position - the notes in every vault and  * DBANK88P
029500* in today's drawers, per currency, at the latest rate. The     * DBANK88P
029600* difference from the position's book value is posted to the    * DBANK88P
029700* notes line against note revaluation income (or back, for a    * DBANK88P
029800* loss), and the book is carried forward at market, so a second * DBANK88P
029900* run on the same rates posts nothing                           * DBANK88P
030000***************************************************************** DBANK88P
030100 REVALUE-NOTES.                                                   DBANK88P
030200     INITIALIZE CD98-DATA.                                        DBANK88P
030300     SET CD98I-READ-BUSINESS-DATE TO TRUE.                        DBANK88P
030400 COPY CBANKX98.                                                   DBANK88P
030500     IF NOT CD98O-REQUEST-OK                                      DBANK88P
030600        MOVE CD98O-MSG TO CD88O-MSG                               DBANK88P
030700        GO TO REVALUE-NOTES-EXIT                                  DBANK88P
030800     END-IF.                                                      DBANK88P
030900     MOVE CD98O-DATE TO WS-BUSINESS-DATE.                         DBANK88P
031000     MOVE 'NOTES,HOLDING,RATE,MARKET,REVALUATION' TO WS-CSV-LINE. DBANK88P
031100     PERFORM QUEUE-REVAL-LINE THRU                                DBANK88P
031200             QUEUE-REVAL-LINE-EXIT.                               DBANK88P
031300     EXEC SQL                                                     DBANK88P
031400          DECLARE NOTE_REVAL_CSR CURSOR FOR                       DBANK88P
031500          SELECT FXP.FXP_CURRENCY,                                DBANK88P
031600                 FXP.FXP_BOOK_VALUE                               DBANK88P
031700          FROM BNKFXPOS FXP                                       DBANK88P
031800          ORDER BY FXP.FXP_CURRENCY                               DBANK88P
031900          FOR FETCH ONLY                                          DBANK88P
032000     END-EXEC.                                                    DBANK88P
032100     EXEC SQL                                                     DBANK88P
032200          OPEN NOTE_REVAL_CSR                                     DBANK88P
032300     END-EXEC.                                                    DBANK88P
032400     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK88P
032500        MOVE 'Unable to open the note position cursor'            DBANK88P
032550          TO CD88O-MSG                                            DBANK88P
032600        GO TO REVALUE-NOTES-EXIT                                  DBANK88P
032700     END-IF.                                                      DBANK88P
032800 NOTE-REVAL-LOOP.                                                 DBANK88P
032900     EXEC SQL                                                     DBANK88P
033000          FETCH NOTE_REVAL_CSR                                    DBANK88P
033100          INTO :WS-FX-CURRENCY,                                   DBANK88P
033200               :WS-NOTE-BOOK                                      DBANK88P
033300     END-EXEC.                                                    DBANK88P
033400     IF SQLCODE IS EQUAL TO +100                                  DBANK88P
033500        GO TO NOTE-REVAL-LOOP-EXIT                                DBANK88P
033600     END-IF.                                                      DBANK88P
033700     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK88P
033800        MOVE 'Unable to read the note position cursor'            DBANK88P
033850          TO CD88O-MSG                                            DBANK88P
033900        GO TO NOTE-REVAL-LOOP-EXIT                                DBANK88P
034000     END-IF.                                                      DBANK88P
034100     EXEC SQL                                                     DBANK88P
034200          SELECT VALUE(SUM(FXV_COUNT * FXV_DEN_VALUE), 0)         DBANK88P
034300          INTO :WS-NOTE-VAULT                                     DBANK88P
034400          FROM BNKFXVL                                            DBANK88P
034500          WHERE FXV_CURRENCY = :WS-FX-CURRENCY                    DBANK88P
034600     END-EXEC.                                                    DBANK88P
034700     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK88P
034800        MOVE 'Unable to total the vault notes' TO CD88O-MSG       DBANK88P
034900        GO TO NOTE-REVAL-LOOP-EXIT                                DBANK88P
035000     END-IF.                                                      DBANK88P
035100     EXEC SQL                                                     DBANK88P
035200          SELECT VALUE(SUM((FXD_COUNT_IN - FXD_COUNT_OUT) *       DBANK88P
035300                           FXD_DEN_VALUE), 0)                     DBANK88P
035400          INTO :WS-NOTE-DRAWER                                    DBANK88P
035500          FROM BNKFXDR                                            DBANK88P
035600          WHERE FXD_CURRENCY = :WS-FX-CURRENCY AND                DBANK88P
035700                FXD_BUS_DATE = CURRENT DATE                       DBANK88P
035800     END-EXEC.                                                    DBANK88P
035900     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK88P
036000        MOVE 'Unable to total the drawer notes' TO CD88O-MSG      DBANK88P
036100        GO TO NOTE-REVAL-LOOP-EXIT                                DBANK88P
036200     END-IF.                                                      DBANK88P
036300     COMPUTE WS-CCY-BALANCE = WS-NOTE-VAULT + WS-NOTE-DRAWER.     DBANK88P
036400     MOVE WS-FX-CURRENCY TO CD88I-CURRENCY.                       DBANK88P
036500     PERFORM READ-RATE THRU                                       DBANK88P
036600             READ-RATE-EXIT.                                      DBANK88P
036700     IF NOT CD88O-REQUEST-OK                                      DBANK88P
036800        MOVE CD88O-MSG TO WS-REVAL-MSG                            DBANK88P
036820        MOVE SPACES TO CD88O-MSG                                  DBANK88P
036840        GO TO NOTE-REVAL-LOOP                                     DBANK88P
036900     END-IF.                                                      DBANK88P
037000     MOVE CD88O-RATE TO WS-FX-RATE.                               DBANK88P
037100     COMPUTE WS-NOTE-MARKET ROUNDED =                             DBANK88P
037200             WS-CCY-BALANCE * WS-FX-RATE.                         DBANK88P
037300     COMPUTE WS-NOTE-REVAL =                                      DBANK88P
037400             WS-NOTE-MARKET - WS-NOTE-BOOK.                       DBANK88P
037500     IF WS-NOTE-REVAL IS NOT EQUAL TO ZERO                        DBANK88P
037600        PERFORM POST-NOTE-REVAL THRU                              DBANK88P
037700                POST-NOTE-REVAL-EXIT                              DBANK88P
037800        IF CD88O-MSG IS NOT EQUAL TO SPACES                       DBANK88P
037900           GO TO NOTE-REVAL-LOOP-EXIT                             DBANK88P
038000        END-IF                                                    DBANK88P
038100     END-IF.                                                      DBANK88P
038200     ADD 1 TO CD88O-NOTE-CURRENCIES.                              DBANK88P
038300     ADD WS-NOTE-MARKET TO CD88O-NOTE-BASE-VALUE.                 DBANK88P
038400     ADD WS-NOTE-REVAL TO CD88O-NOTE-REVAL-TOTAL.                 DBANK88P
038500     MOVE WS-CCY-BALANCE TO WS-BALANCE-DISP.                      DBANK88P
038600     MOVE WS-FX-RATE TO WS-RATE-DISP.                             DBANK88P
038700     MOVE WS-NOTE-MARKET TO WS-BASE-DISP.                         DBANK88P
038800     MOVE WS-NOTE-REVAL TO WS-REVAL-DISP.                         DBANK88P
038900     MOVE SPACES TO WS-CSV-LINE.                                  DBANK88P
039000     STRING WS-FX-CURRENCY ',' WS-BALANCE-DISP ','                DBANK88P
039100            WS-RATE-DISP ',' WS-BASE-DISP ',' WS-REVAL-DISP       DBANK88P
039200            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DBANK88P
039300     PERFORM QUEUE-REVAL-LINE THRU                                DBANK88P
039400             QUEUE-REVAL-LINE-EXIT.                               DBANK88P
039500     GO TO NOTE-REVAL-LOOP.                                       DBANK88P
039600 NOTE-REVAL-LOOP-EXIT.                                            DBANK88P
039700     EXEC SQL                                                     DBANK88P
039800          CLOSE NOTE_REVAL_CSR                                    DBANK88P
039900     END-EXEC.                                                    DBANK88P
040000 REVALUE-NOTES-EXIT.                                              DBANK88P
040100     EXIT.                                                        DBANK88P
040200                                                                  DBANK88P
040300***************************************************************** DBANK88P
040400* One currency's revaluation - a gain debits the notes line and * DBANK88P
040500* credits revaluation income, a loss runs the other way - and   * DBANK88P
040600* the book brought up to market                                 * DBANK88P
040700***************************************************************** DBANK88P
040800 POST-NOTE-REVAL.                                                 DBANK88P
040900     EXEC SQL                                                     DBANK88P
041000          SET :WS-POST-TIMESTAMP = CURRENT TIMESTAMP              DBANK88P
041100     END-EXEC.                                                    DBANK88P
041200     MOVE WS-GL-NOTES-ACCT TO WS-GL-ACCT.                         DBANK88P
041300     IF WS-NOTE-REVAL IS GREATER THAN ZERO                        DBANK88P
041400        MOVE WS-NOTE-REVAL TO WS-GL-DEBIT                         DBANK88P
041500        MOVE ZEROES TO WS-GL-CREDIT                               DBANK88P
041600     ELSE                                                         DBANK88P
041700        MOVE ZEROES TO WS-GL-DEBIT                                DBANK88P
041800        COMPUTE WS-GL-CREDIT = ZERO - WS-NOTE-REVAL               DBANK88P
041900     END-IF.                                                      DBANK88P
042000     PERFORM WRITE-REVAL-POSTING THRU                             DBANK88P
042100             WRITE-REVAL-POSTING-EXIT.                            DBANK88P
042200     IF CD88O-MSG IS NOT EQUAL TO SPACES                          DBANK88P
042300        GO TO POST-NOTE-REVAL-EXIT                                DBANK88P
042400     END-IF.                                                      DBANK88P
042500     MOVE WS-GL-NOTE-REVAL-ACCT TO WS-GL-ACCT.                    DBANK88P
042600     IF WS-NOTE-REVAL IS GREATER THAN ZERO                        DBANK88P
042700        MOVE ZEROES TO WS-GL-DEBIT                                DBANK88P
042800        MOVE WS-NOTE-REVAL TO WS-GL-CREDIT                        DBANK88P
042900     ELSE                                                         DBANK88P
043000        COMPUTE WS-GL-DEBIT = ZERO - WS-NOTE-REVAL                DBANK88P
043100        MOVE ZEROES TO WS-GL-CREDIT                               DBANK88P
043200     END-IF.                                                      DBANK88P
043300     PERFORM WRITE-REVAL-POSTING THRU                             DBANK88P
043400             WRITE-REVAL-POSTING-EXIT.                            DBANK88P
043500     IF CD88O-MSG IS NOT EQUAL TO SPACES                          DBANK88P
043600        GO TO POST-NOTE-REVAL-EXIT                                DBANK88P
043700     END-IF.                                                      DBANK88P
043800     EXEC SQL                                                     DBANK88P
043900          UPDATE BNKFXPOS                                         DBANK88P
044000          SET FXP_BOOK_VALUE = :WS-NOTE-MARKET,                   DBANK88P
044100              FXP_UPDATED_TS = CURRENT TIMESTAMP                  DBANK88P
044200          WHERE FXP_CURRENCY = :WS-FX-CURRENCY                    DBANK88P
044300     END-EXEC.                                                    DBANK88P
044400     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK88P
044500        MOVE 'Unable to carry the note position forward'          DBANK88P
044600          TO CD88O-MSG                                            DBANK88P
044700     END-IF.                                                      DBANK88P
044800 POST-NOTE-REVAL-EXIT.                                            DBANK88P
044900     EXIT.                                                        DBANK88P
045000                                                                  DBANK88P
045100 WRITE-REVAL-POSTING.                                             DBANK88P
045200     EXEC SQL                                                     DBANK88P
045300          INSERT                                                  DBANK88P
045400          INTO BNKGLPST (GLP_GL_ACCT,                             DBANK88P
045500                         GLP_PID,                                 DBANK88P
045600                         GLP_ACCNO,                               DBANK88P
045700                         GLP_TXN_TIMESTAMP,                       DBANK88P
045800                         GLP_DEBIT,                               DBANK88P
045900                         GLP_CREDIT,                              DBANK88P
046000                         GLP_POST_DATE,                           DBANK88P
046100                         GLP_REDIRECTED)                          DBANK88P
046200          VALUES (:WS-GL-ACCT,                                    DBANK88P
046300                  ' ',                                            DBANK88P
046400                  :WS-FX-CURRENCY,                                DBANK88P
046500                  :WS-POST-TIMESTAMP,                             DBANK88P
046600                  :WS-GL-DEBIT,                                   DBANK88P
046700                  :WS-GL-CREDIT,                                  DBANK88P
046800                  :WS-BUSINESS-DATE,                              DBANK88P
046900                  ' ')                                            DBANK88P
047000     END-EXEC.                                                    DBANK88P
047100     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK88P
047200        MOVE 'Unable to post the note revaluation' TO CD88O-MSG   DBANK88P
047300     END-IF.                                                      DBANK88P
047400 WRITE-REVAL-POSTING-EXIT.                                        DBANK88P
047500     EXIT.                                                        DBANK88P
