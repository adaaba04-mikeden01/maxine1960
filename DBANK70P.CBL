001500*              registry (BNKBENE) and initiate an outbound      * DBANK70P
001600*              interbank payment - debit the customer account   * DBANK70P
001700*              and queue the payment on BNKOUTP for the end-    * DBANK70P
001800*              of-day settlement run, or hand a tax-free        * DBANK70P
001830*              account moving to another provider to the        * DBANK70P
001860*              wrapper service                                  * DBANK70P
001900*              SQL version                                      * DBANK70P
002000***************************************************************** DBANK70P
002100                                                                  DBANK70P
004720     EXEC SQL                                                     DBANK70P
004730          INCLUDE CBANKD98                                        DBANK70P
004740     END-EXEC.                                                    DBANK70P
004760 01  WS-W1-COMMAREA.                                              DBANK70P
004780 COPY CTWRPD01.                                                   DBANK70P
004800                                                                  DBANK70P
004900 01  WS-BENE-AREAS.                                               DBANK70P
005000   05  WS-ACC-PID                            PIC X(5).            DBANK70P
010600       WHEN CD70I-LIST-BENEFICIARIES                              DBANK70P
010700         PERFORM LIST-BENEFICIARIES THRU                          DBANK70P
010800                 LIST-BENEFICIARIES-EXIT                          DBANK70P
010900       WHEN CD70I-PAY-BENEFICIARY OR                              DBANK70P
010950            CD70I-PAY-DIRECT OR                                   DBANK70P
010960            CD70I-TRANSFER-WRAPPER                                DBANK70P
011000         PERFORM PAY-BENEFICIARY THRU                             DBANK70P
011100                 PAY-BENEFICIARY-EXIT                             DBANK70P
011110       WHEN CD70I-CONFIRM-PAYMENT                                 DBANK70P
026200* customer's statement shows who was paid                       * DBANK70P
026300***************************************************************** DBANK70P
026400 PAY-BENEFICIARY.                                                 DBANK70P
026410***************************************************************** DBANK70P
026420* A direct payment names its payee in the commarea              * DBANK70P
026430***************************************************************** DBANK70P
026440     IF CD70I-PAY-DIRECT                                          DBANK70P
026450        MOVE CD70I-ROUTING TO WS-BENE-ROUTING                     DBANK70P
026460        MOVE CD70I-EXT-ACC TO WS-BENE-EXT-ACC                     DBANK70P
026470        MOVE CD70I-BENE-NAME TO WS-BENE-NAME                      DBANK70P
026480        GO TO PAY-BENEFICIARY-DEBIT                               DBANK70P
026490     END-IF.                                                      DBANK70P
026500     EXEC SQL                                                     DBANK70P
026600          SELECT BEN_ROUTING,                                     DBANK70P
026700                 BEN_EXT_ACC,                                     DBANK70P
028300          TO CD70O-MSG                                            DBANK70P
028400        GO TO PAY-BENEFICIARY-EXIT                                DBANK70P
028500     END-IF.                                                      DBANK70P
028550 PAY-BENEFICIARY-DEBIT.                                           DBANK70P
028555     IF CD70I-TRANSFER-WRAPPER                                    DBANK70P
028560        PERFORM TRANSFER-WRAPPER-OUT THRU                         DBANK70P
028565                TRANSFER-WRAPPER-OUT-EXIT                         DBANK70P
028570        GO TO PAY-BENEFICIARY-EXIT                                DBANK70P
028575     END-IF.                                                      DBANK70P
028600     EXEC SQL                                                     DBANK70P
028700          SELECT BAC_PID,                                         DBANK70P
028800                 BAC_BALANCE,                                     DBANK70P
033200          SET :WS-POST-TIMESTAMP = CURRENT TIMESTAMP              DBANK70P
033300     END-EXEC.                                                    DBANK70P
033400     MOVE SPACES TO TXN-DATA-OLD.                                 DBANK70P
033500     IF CD70I-PAY-DIRECT                                          DBANK70P
033520        IF CD70I-PAY-DESC IS EQUAL TO SPACES OR                   DBANK70P
033522           CD70I-PAY-DESC IS EQUAL TO LOW-VALUES                  DBANK70P
033524           MOVE 'Payment by alias' TO TXN-T6-OLD-DESC             DBANK70P
033526        ELSE                                                      DBANK70P
033528           MOVE CD70I-PAY-DESC TO TXN-T6-OLD-DESC                 DBANK70P
033530        END-IF                                                    DBANK70P
033540     ELSE                                                         DBANK70P
033560        MOVE 'Payment to external beneficiary' TO TXN-T6-OLD-DESC DBANK70P
033580     END-IF.                                                      DBANK70P
033600     MOVE WS-BENE-ROUTING TO TXN-T6-OLD-ROUTING.                  DBANK70P
033700     MOVE WS-BENE-EXT-ACC TO TXN-T6-OLD-EXT-ACC.                  DBANK70P
033800     MOVE WS-BENE-NAME TO TXN-T6-OLD-BENE-NAME.                   DBANK70P
037910     END-IF.                                                      DBANK70P
038000 PAY-BENEFICIARY-EXIT.                                            DBANK70P
038100     EXIT.                                                        DBANK70P
038102                                                                  DBANK70P
038104***************************************************************** DBANK70P
038106* A tax-free account moving to another provider leaves through  * DBANK70P
038108* the wrapper service - it debits, journals and queues the      * DBANK70P
038110* payment itself, and keeps the move off the year's allowance   * DBANK70P
038112***************************************************************** DBANK70P
038114 TRANSFER-WRAPPER-OUT.                                            DBANK70P
038116     INITIALIZE CTW1-DATA.                                        DBANK70P
038118     SET CTW1I-TRANSFER-OUT TO TRUE.                              DBANK70P
038120     MOVE CD70I-FROM-ACC TO CTW1I-ACC.                            DBANK70P
038122     MOVE CD70I-AMOUNT TO CTW1I-AMOUNT.                           DBANK70P
038124     MOVE WS-BENE-NAME TO CTW1I-PROVIDER.                         DBANK70P
038126     MOVE WS-BENE-ROUTING TO CTW1I-PROV-ROUTING.                  DBANK70P
038128     MOVE WS-BENE-EXT-ACC TO CTW1I-PROV-ACC.                      DBANK70P
038130     MOVE CD70I-PERSON-PID TO CTW1I-USERID.                       DBANK70P
038132     MOVE CD70I-PERSON-PID TO CTW1I-OWNER-PID.                    DBANK70P
038134 COPY CTWRPX01.                                                   DBANK70P
038136     MOVE CTW1O-MSG TO CD70O-MSG.                                 DBANK70P
038138     IF CTW1O-NOT-FOUND                                           DBANK70P
038140        SET CD70O-NOT-OWN-ACCOUNT TO TRUE                         DBANK70P
038142        GO TO TRANSFER-WRAPPER-OUT-EXIT                           DBANK70P
038144     END-IF.                                                      DBANK70P
038146     IF CTW1O-REQUEST-OK                                          DBANK70P
038148        SET CD70O-UPDATE-OK TO TRUE                               DBANK70P
038150     END-IF.                                                      DBANK70P
038152 TRANSFER-WRAPPER-OUT-EXIT.                                       DBANK70P
038154     EXIT.                                                        DBANK70P
038200                                                                  DBANK70P
038300***************************************************************** DBANK70P
038400* One attempt at referencing and queueing the payment           * DBANK70P
