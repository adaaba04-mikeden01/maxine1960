006100   05  WS-ROW-LOAN-AMT                       PIC S9(5)V99 COMP-3. DBANK78P
006200   05  WS-ROW-REASON                         PIC X(20).           DBANK78P
006300   05  WS-ROW-TS                             PIC X(26).           DBANK78P
006350   05  WS-COV-BREACHES                       PIC S9(5) COMP-3.    DBANK78P
006360   05  WS-PRF-MONTH                          PIC X(7).            DBANK78P
006370   05  WS-PRF-PROFIT                         PIC S9(11)V99 COMP-3.DBANK78P
006380   05  WS-PRF-DECILE                         PIC S9(3) COMP-3.    DBANK78P
006390   05  WS-PRF-TIER                           PIC X(1).            DBANK78P
006395   05  WS-RTM-COUNT                          PIC S9(3) COMP-3.    DBANK78P
006400                                                                  DBANK78P
006500     EXEC SQL                                                     DBANK78P
006600          INCLUDE SQLCA                                           DBANK78P
012600             LOAD-LOANS-EXIT.                                     DBANK78P
012700     PERFORM LOAD-ALERTS THRU                                     DBANK78P
012800             LOAD-ALERTS-EXIT.                                    DBANK78P
012820     PERFORM LOAD-COVENANTS THRU                                  DBANK78P
012840             LOAD-COVENANTS-EXIT.                                 DBANK78P
012860     PERFORM LOAD-PROFIT THRU                                     DBANK78P
012880             LOAD-PROFIT-EXIT.                                    DBANK78P
012885     PERFORM LOAD-RETURNED-MAIL THRU                              DBANK78P
012890             LOAD-RETURNED-MAIL-EXIT.                             DBANK78P
012900     IF CD78O-MSG IS EQUAL TO SPACES                              DBANK78P
013000        SET CD78O-REQUEST-OK TO TRUE                              DBANK78P
013100     END-IF.                                                      DBANK78P
040800     MOVE WS-SUB1 TO CD78O-ALERT-COUNT.                           DBANK78P
040900 LOAD-ALERTS-EXIT.                                                DBANK78P
041000     EXIT.                                                        DBANK78P
041100                                                                  DBANK78P
041200***************************************************************** DBANK78P
041300* Confirmed covenant breaches on the customer's live loans      * DBANK78P
041400***************************************************************** DBANK78P
041500 LOAD-COVENANTS.                                                  DBANK78P
041600     MOVE ZEROES TO WS-COV-BREACHES.                              DBANK78P
041700     EXEC SQL                                                     DBANK78P
041800          SELECT COUNT(*)                                         DBANK78P
041900          INTO :WS-COV-BREACHES                                   DBANK78P
042000          FROM BNKCOVB CVB,                                       DBANK78P
042100               BNKLOAN LON                                        DBANK78P
042200          WHERE CVB.CVB_PID = :CD78I-PERSON-PID AND               DBANK78P
042300                CVB.CVB_STATUS = 'C' AND                          DBANK78P
042400                LON.LON_ID = CVB.CVB_LOAN_ID AND                  DBANK78P
042500                LON.LON_STATUS = 'A'                              DBANK78P
042600     END-EXEC.                                                    DBANK78P
042700     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK78P
042800        MOVE 'Unable to count the covenant breaches' TO CD78O-MSG DBANK78P
042900        GO TO LOAD-COVENANTS-EXIT                                 DBANK78P
043000     END-IF.                                                      DBANK78P
043100     MOVE WS-COV-BREACHES TO CD78O-COV-BREACHES.                  DBANK78P
043200 LOAD-COVENANTS-EXIT.                                             DBANK78P
043300     EXIT.                                                        DBANK78P
043400                                                                  DBANK78P
043500***************************************************************** DBANK78P
043600* The latest month the profitability run priced the customer    * DBANK78P
043700***************************************************************** DBANK78P
043800 LOAD-PROFIT.                                                     DBANK78P
043900     MOVE SPACES TO CD78O-PRF-MONTH.                              DBANK78P
044000     MOVE ZEROES TO CD78O-PRF-PROFIT.                             DBANK78P
044100     MOVE ZEROES TO CD78O-PRF-DECILE.                             DBANK78P
044200     MOVE SPACES TO CD78O-PRF-TIER.                               DBANK78P
044300     EXEC SQL                                                     DBANK78P
044400          SELECT PFC_MONTH,                                       DBANK78P
044500                 PFC_PROFIT,                                      DBANK78P
044600                 PFC_DECILE,                                      DBANK78P
044700                 PFC_TIER                                         DBANK78P
044800          INTO :WS-PRF-MONTH,                                     DBANK78P
044900               :WS-PRF-PROFIT,                                    DBANK78P
045000               :WS-PRF-DECILE,                                    DBANK78P
045100               :WS-PRF-TIER                                       DBANK78P
045200          FROM BNKPRFC                                            DBANK78P
045300          WHERE PFC_PID = :CD78I-PERSON-PID AND                   DBANK78P
045400                PFC_MONTH = (SELECT MAX(PFC_MONTH)                DBANK78P
045500                             FROM BNKPRFC                         DBANK78P
045600                             WHERE PFC_PID = :CD78I-PERSON-PID)   DBANK78P
045700     END-EXEC.                                                    DBANK78P
045800     IF SQLCODE IS EQUAL TO +100                                  DBANK78P
045900        GO TO LOAD-PROFIT-EXIT                                    DBANK78P
046000     END-IF.                                                      DBANK78P
046100     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK78P
046200        MOVE 'Unable to read the customer profitability'          DBANK78P
046300          TO CD78O-MSG                                            DBANK78P
046400        GO TO LOAD-PROFIT-EXIT                                    DBANK78P
046500     END-IF.                                                      DBANK78P
046600     MOVE WS-PRF-MONTH TO CD78O-PRF-MONTH.                        DBANK78P
046700     MOVE WS-PRF-PROFIT TO CD78O-PRF-PROFIT.                      DBANK78P
046800     MOVE WS-PRF-DECILE TO CD78O-PRF-DECILE.                      DBANK78P
046900     MOVE WS-PRF-TIER TO CD78O-PRF-TIER.                          DBANK78P
047000 LOAD-PROFIT-EXIT.                                                DBANK78P
047100     EXIT.                                                        DBANK78P
047200                                                                  DBANK78P
047300***************************************************************** DBANK78P
047400* Is post to the customer coming back undelivered? The flag     * DBANK78P
047500* stands until a new address passes the postal check            * DBANK78P
047600***************************************************************** DBANK78P
047700 LOAD-RETURNED-MAIL.                                              DBANK78P
047800     MOVE 'N' TO CD78O-MAIL-RETURNED.                             DBANK78P
047900     EXEC SQL                                                     DBANK78P
048000          SELECT RTM_COUNT                                        DBANK78P
048100          INTO :WS-RTM-COUNT                                      DBANK78P
048200          FROM BNKRTML                                            DBANK78P
048300          WHERE RTM_PID = :CD78I-PERSON-PID AND                   DBANK78P
048400                RTM_STATUS = 'O'                                  DBANK78P
048500     END-EXEC.                                                    DBANK78P
048600     IF SQLCODE IS EQUAL TO +100                                  DBANK78P
048700        GO TO LOAD-RETURNED-MAIL-EXIT                             DBANK78P
048800     END-IF.                                                      DBANK78P
048900     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK78P
049000        MOVE 'Unable to read the returned mail register'          DBANK78P
049100          TO CD78O-MSG                                            DBANK78P
049200        GO TO LOAD-RETURNED-MAIL-EXIT                             DBANK78P
049300     END-IF.                                                      DBANK78P
049400     MOVE 'Y' TO CD78O-MAIL-RETURNED.                             DBANK78P
049500 LOAD-RETURNED-MAIL-EXIT.                                         DBANK78P
049600     EXIT.                                                        DBANK78P
