001800*              settled or returned, re-credit the customer      * DBANK36P
001900*              automatically on a return with the reason code   * DBANK36P
002000*              journalled, and report anything on the file we   * DBANK36P
002100*              cannot match into the report repository. A       * DBANK36P
002120*              return to a corporate's virtual number re-       * DBANK36P
002140*              credits the settlement account behind it         * DBANK36P
002200*              SQL version                                      * DBANK36P
002300***************************************************************** DBANK36P
002400                                                                  DBANK36P
006000 01  WS-96-COMMAREA.                                              DBANK36P
006100 COPY CBANKD96.                                                   DBANK36P
006200                                                                  DBANK36P
006220 01  WS-FD-COMMAREA.                                              DBANK36P
006240 COPY CFEEDD01.                                                   DBANK36P
006300   EXEC SQL                                                       DBANK36P
006400        BEGIN DECLARE SECTION                                     DBANK36P
006500   END-EXEC.                                                      DBANK36P
006700     EXEC SQL                                                     DBANK36P
006800          INCLUDE CBANKD36                                        DBANK36P
006900     END-EXEC.                                                    DBANK36P
006920 01  WS-RQ-COMMAREA.                                              DBANK36P
006940     EXEC SQL                                                     DBANK36P
006960          INCLUDE CRPRQD01                                        DBANK36P
006980     END-EXEC.                                                    DBANK36P
006982 01  WS-VA-COMMAREA.                                              DBANK36P
006984     EXEC SQL                                                     DBANK36P
006986          INCLUDE CVACCD01                                        DBANK36P
006988     END-EXEC.                                                    DBANK36P
007000 01  WS-RETURN-AREAS.                                             DBANK36P
007100   05  WS-OUT-REF                            PIC S9(7) COMP-3.    DBANK36P
007200   05  WS-OUT-PID                            PIC X(5).            DBANK36P
007400   05  WS-OUT-AMOUNT                         PIC S9(7)V99 COMP-3. DBANK36P
007500   05  WS-OUT-STATUS                         PIC X(1).            DBANK36P
007600   05  WS-POST-TIMESTAMP                     PIC X(26).           DBANK36P
007650   05  WS-VIRTUAL-ACC                        PIC X(9).            DBANK36P
007700     EXEC SQL                                                     DBANK36P
007800          INCLUDE CBANKSTX                                        DBANK36P
007900     END-EXEC.                                                    DBANK36P
011100     INITIALIZE CD36O-DATA.                                       DBANK36P
011200     SET CD36O-RUN-OK TO TRUE.                                    DBANK36P
011300     MOVE 'N' TO WS-UNMATCHED-SEEN.                               DBANK36P
011305                                                                  DBANK36P
011310***************************************************************** DBANK36P
011315* A record from the repair queue is worked again on its own     * DBANK36P
011320***************************************************************** DBANK36P
011325     IF CD36I-REWORK-ONE                                          DBANK36P
011330        MOVE CD36I-RETURN-RECORD TO WS-RETURN-RECORD              DBANK36P
011335        PERFORM WORK-ONE-RETURN THRU                              DBANK36P
011340                WORK-ONE-RETURN-EXIT                              DBANK36P
011345        GO TO DBANK36P-EXIT                                       DBANK36P
011350     END-IF.                                                      DBANK36P
011400                                                                  DBANK36P
011405***************************************************************** DBANK36P
011410* Hand the feed to the inbound monitor first - it logs the      * DBANK36P
011415* arrival and takes back a file already processed once          * DBANK36P
011420***************************************************************** DBANK36P
011425     INITIALIZE CFD1-DATA.                                        DBANK36P
011430     SET CFD1I-RECEIVE TO TRUE.                                   DBANK36P
011435     MOVE 'IBKR' TO CFD1I-QUEUE.                                  DBANK36P
011440     MOVE WS-PROGRAM-ID TO CFD1I-CONSUMER.                        DBANK36P
011445 COPY CFEEDX01.                                                   DBANK36P
011450     IF CFD1O-DUPLICATE OR                                        DBANK36P
011455        CFD1O-REQUEST-FAIL                                        DBANK36P
011460        SET CD36O-RUN-FAIL TO TRUE                                DBANK36P
011465        MOVE CFD1O-MSG TO CD36O-MSG                               DBANK36P
011470        GO TO DBANK36P-EXIT                                       DBANK36P
011475     END-IF.                                                      DBANK36P
011500***************************************************************** DBANK36P
011600* Drain the response file                                       * DBANK36P
011700***************************************************************** DBANK36P
023400* journal row                                                   * DBANK36P
023500***************************************************************** DBANK36P
023600 RETURN-ONE-PAYMENT.                                              DBANK36P
023602***************************************************************** DBANK36P
023604* A return to one of a corporate's virtual numbers re-credits   * DBANK36P
023606* the settlement account behind it. One to a closed number      * DBANK36P
023608* cannot go back to the network a second time - it is held on   * DBANK36P
023610* the repair queue for an operator to settle                    * DBANK36P
023612***************************************************************** DBANK36P
023614     MOVE SPACES TO WS-VIRTUAL-ACC.                               DBANK36P
023616     INITIALIZE CVA1-DATA.                                        DBANK36P
023618     SET CVA1I-RESOLVE-ACC TO TRUE.                               DBANK36P
023620     MOVE WS-OUT-FROM-ACC TO CVA1I-ACCNO.                         DBANK36P
023622 COPY CVACCX01.                                                   DBANK36P
023624     IF NOT CVA1O-REQUEST-OK                                      DBANK36P
023626        SET CD36O-RUN-FAIL TO TRUE                                DBANK36P
023628        MOVE CVA1O-MSG TO CD36O-MSG                               DBANK36P
023630        GO TO RETURN-ONE-PAYMENT-EXIT                             DBANK36P
023632     END-IF.                                                      DBANK36P
023634     IF CVA1O-IS-VIRTUAL AND                                      DBANK36P
023636        CVA1O-VIRTUAL-CLOSED                                      DBANK36P
023638        PERFORM HOLD-CLOSED-VIRTUAL THRU                          DBANK36P
023640                HOLD-CLOSED-VIRTUAL-EXIT                          DBANK36P
023642        GO TO RETURN-ONE-PAYMENT-EXIT                             DBANK36P
023644     END-IF.                                                      DBANK36P
023646     IF CVA1O-IS-VIRTUAL                                          DBANK36P
023648        MOVE WS-OUT-FROM-ACC TO WS-VIRTUAL-ACC                    DBANK36P
023650        MOVE CVA1O-REAL-ACC TO WS-OUT-FROM-ACC                    DBANK36P
023652     END-IF.                                                      DBANK36P
023700     EXEC SQL                                                     DBANK36P
023800          UPDATE BNKACC                                           DBANK36P
023900          SET BAC_BALANCE = BAC_BALANCE + :WS-OUT-AMOUNT,         DBANK36P
025300     MOVE SPACES TO TXN-T6-OLD-DESC.                              DBANK36P
025400     STRING 'Payment returned - ' RTN-REASON                      DBANK36P
025500            DELIMITED BY SIZE INTO TXN-T6-OLD-DESC.               DBANK36P
025550     MOVE WS-VIRTUAL-ACC TO TXN-T6-OLD-VIRTUAL-ACC.               DBANK36P
025600     MOVE 'RT' TO TR-PREFIX.                                      DBANK36P
025700     MOVE WS-POST-TIMESTAMP TO TR-TIMESTAMP.                      DBANK36P
025800     CALL 'DBANK30P' USING WS-REF-DATA.                           DBANK36P
029100        MOVE 'Unable to mark a payment returned' TO CD36O-MSG     DBANK36P
029200        GO TO RETURN-ONE-PAYMENT-EXIT                             DBANK36P
029300     END-IF.                                                      DBANK36P
029305     IF WS-VIRTUAL-ACC IS NOT EQUAL TO SPACES                     DBANK36P
029310        INITIALIZE CVA1-DATA                                      DBANK36P
029315        SET CVA1I-RECORD-CREDIT TO TRUE                           DBANK36P
029320        MOVE WS-VIRTUAL-ACC TO CVA1I-ACCNO                        DBANK36P
029325        MOVE WS-OUT-FROM-ACC TO CVA1I-REAL-ACC                    DBANK36P
029330        MOVE WS-OUT-AMOUNT TO CVA1I-AMOUNT                        DBANK36P
029335        MOVE TR-REF TO CVA1I-TXN-REF                              DBANK36P
029340        MOVE WS-POST-TIMESTAMP TO CVA1I-POST-TS                   DBANK36P
029345        SET CVA1I-SOURCE-RETURN TO TRUE                           DBANK36P
029350        STRING 'Returned ' RTN-REASON                             DBANK36P
029355               DELIMITED BY SIZE INTO CVA1I-ORIGINATOR            DBANK36P
029360 COPY CVACCX01.                                                   DBANK36P
029365        IF NOT CVA1O-REQUEST-OK                                   DBANK36P
029370           SET CD36O-RUN-FAIL TO TRUE                             DBANK36P
029375           MOVE CVA1O-MSG TO CD36O-MSG                            DBANK36P
029380           GO TO RETURN-ONE-PAYMENT-EXIT                          DBANK36P
029385        END-IF                                                    DBANK36P
029390     END-IF.                                                      DBANK36P
029400     ADD 1 TO CD36O-ITEMS-RETURNED.                               DBANK36P
029500     ADD WS-OUT-AMOUNT TO CD36O-AMOUNT-RETURNED.                  DBANK36P
029600 RETURN-ONE-PAYMENT-EXIT.                                         DBANK36P
029700     EXIT.                                                        DBANK36P
029800                                                                  DBANK36P
029900***************************************************************** DBANK36P
029950* One report line per record we could not match, and the record * DBANK36P
030000* held on the repair queue for an operator to correct or        * DBANK36P
030050* return - a record being worked again is only counted          * DBANK36P
030100***************************************************************** DBANK36P
030150 QUEUE-UNMATCHED.                                                 DBANK36P
030200     ADD 1 TO CD36O-ITEMS-UNMATCHED.                              DBANK36P
030250     IF CD36I-REWORK-ONE                                          DBANK36P
030300        GO TO QUEUE-UNMATCHED-EXIT                                DBANK36P
030350     END-IF.                                                      DBANK36P
030400     IF WS-UNMATCHED-SEEN IS NOT EQUAL TO 'Y'                     DBANK36P
030500        MOVE 'Y' TO WS-UNMATCHED-SEEN                             DBANK36P
030600        MOVE 'REF,STATUS,REASON' TO WS-CSV-LINE                   DBANK36P
031200            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DBANK36P
031300     PERFORM QUEUE-REPORT-LINE THRU                               DBANK36P
031400             QUEUE-REPORT-LINE-EXIT.                              DBANK36P
031405     INITIALIZE CRQ1-DATA.                                        DBANK36P
031410     SET CRQ1I-QUEUE-ITEM TO TRUE.                                DBANK36P
031415     SET CRQ1I-SOURCE-RESPONSE TO TRUE.                           DBANK36P
031420     MOVE 'RESPONSE' TO CRQ1I-FILE-ID.                            DBANK36P
031425     MOVE WS-RETURN-RECORD TO CRQ1I-ITEM.                         DBANK36P
031430     MOVE 'UNMATCHED' TO CRQ1I-REASON.                            DBANK36P
031435 COPY CRPRQX01.                                                   DBANK36P
031440     IF NOT CRQ1O-REQUEST-OK                                      DBANK36P
031445        SET CD36O-RUN-FAIL TO TRUE                                DBANK36P
031450        MOVE CRQ1O-MSG TO CD36O-MSG                               DBANK36P
031455     END-IF.                                                      DBANK36P
031500 QUEUE-UNMATCHED-EXIT.                                            DBANK36P
031600     EXIT.                                                        DBANK36P
031602                                                                  DBANK36P
031604***************************************************************** DBANK36P
031606* A return addressed to a closed virtual number - reported and  * DBANK36P
031608* held on the repair queue like an unmatched record, with its   * DBANK36P
031610* own reason                                                    * DBANK36P
031612***************************************************************** DBANK36P
031614 HOLD-CLOSED-VIRTUAL.                                             DBANK36P
031616     ADD 1 TO CD36O-ITEMS-UNMATCHED.                              DBANK36P
031618     IF CD36I-REWORK-ONE                                          DBANK36P
031620        GO TO HOLD-CLOSED-VIRTUAL-EXIT                            DBANK36P
031622     END-IF.                                                      DBANK36P
031624     IF WS-UNMATCHED-SEEN IS NOT EQUAL TO 'Y'                     DBANK36P
031626        MOVE 'Y' TO WS-UNMATCHED-SEEN                             DBANK36P
031628        MOVE 'REF,STATUS,REASON' TO WS-CSV-LINE                   DBANK36P
031630        PERFORM QUEUE-REPORT-LINE THRU                            DBANK36P
031632                QUEUE-REPORT-LINE-EXIT                            DBANK36P
031634     END-IF.                                                      DBANK36P
031636     MOVE SPACES TO WS-CSV-LINE.                                  DBANK36P
031638     STRING RTN-REF ',' RTN-STATUS ',VACCLOSED'                   DBANK36P
031640            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DBANK36P
031642     PERFORM QUEUE-REPORT-LINE THRU                               DBANK36P
031644             QUEUE-REPORT-LINE-EXIT.                              DBANK36P
031646     INITIALIZE CRQ1-DATA.                                        DBANK36P
031648     SET CRQ1I-QUEUE-ITEM TO TRUE.                                DBANK36P
031650     SET CRQ1I-SOURCE-RESPONSE TO TRUE.                           DBANK36P
031652     MOVE 'RESPONSE' TO CRQ1I-FILE-ID.                            DBANK36P
031654     MOVE WS-RETURN-RECORD TO CRQ1I-ITEM.                         DBANK36P
031656     MOVE 'VACCLOSED' TO CRQ1I-REASON.                            DBANK36P
031658 COPY CRPRQX01.                                                   DBANK36P
031660     IF NOT CRQ1O-REQUEST-OK                                      DBANK36P
031662        SET CD36O-RUN-FAIL TO TRUE                                DBANK36P
031664        MOVE CRQ1O-MSG TO CD36O-MSG                               DBANK36P
031666     END-IF.                                                      DBANK36P
031668 HOLD-CLOSED-VIRTUAL-EXIT.                                        DBANK36P
031670     EXIT.                                                        DBANK36P
031700                                                                  DBANK36P
031800***************************************************************** DBANK36P
031900* Hand the built line to the extract queue                      * DBANK36P
