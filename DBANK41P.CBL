001500*              deposit book split demand against term by        * DBANK41P
001600*              account type, term deposits rolling off within   * DBANK41P
001700*              7, 30 and 90 days, scheduled loan installment    * DBANK41P
001750*              flows and withdrawal notices falling due over    * DBANK41P
001800*              the same horizons, and a trend line              * DBANK41P
001900*              from the BNKEODB end-of-day snapshots, all       * DBANK41P
002000*              delivered into the report repository for         * DBANK41P
002100*              treasury's morning meeting                       * DBANK41P
022000     IF CD41O-MSG IS NOT EQUAL TO SPACES                          DBANK41P
022100        GO TO DBANK41P-EXIT                                       DBANK41P
022200     END-IF.                                                      DBANK41P
022202                                                                  DBANK41P
022204***************************************************************** DBANK41P
022206* Withdrawal notices falling due over the same horizons         * DBANK41P
022208***************************************************************** DBANK41P
022210     MOVE DCL-HZN-7 TO DCL-LIQ-DATE.                              DBANK41P
022212     MOVE 'NOTICES 7D' TO WS-LBL.                                 DBANK41P
022214     PERFORM TOTAL-NOTICE-FLOWS THRU                              DBANK41P
022216             TOTAL-NOTICE-FLOWS-EXIT.                             DBANK41P
022218     IF CD41O-MSG IS NOT EQUAL TO SPACES                          DBANK41P
022220        GO TO DBANK41P-EXIT                                       DBANK41P
022222     END-IF.                                                      DBANK41P
022224     MOVE DCL-HZN-30 TO DCL-LIQ-DATE.                             DBANK41P
022226     MOVE 'NOTICES 30D' TO WS-LBL.                                DBANK41P
022228     PERFORM TOTAL-NOTICE-FLOWS THRU                              DBANK41P
022230             TOTAL-NOTICE-FLOWS-EXIT.                             DBANK41P
022232     IF CD41O-MSG IS NOT EQUAL TO SPACES                          DBANK41P
022234        GO TO DBANK41P-EXIT                                       DBANK41P
022236     END-IF.                                                      DBANK41P
022238     MOVE DCL-HZN-90 TO DCL-LIQ-DATE.                             DBANK41P
022240     MOVE 'NOTICES 90D' TO WS-LBL.                                DBANK41P
022242     PERFORM TOTAL-NOTICE-FLOWS THRU                              DBANK41P
022244             TOTAL-NOTICE-FLOWS-EXIT.                             DBANK41P
022246     IF CD41O-MSG IS NOT EQUAL TO SPACES                          DBANK41P
022248        GO TO DBANK41P-EXIT                                       DBANK41P
022250     END-IF.                                                      DBANK41P
022300                                                                  DBANK41P
022400***************************************************************** DBANK41P
022500* Trend columns - the book's aggregate balance from the last    * DBANK41P
030000             QUEUE-LADDER-LINE-EXIT.                              DBANK41P
030100 TOTAL-LOAN-FLOWS-EXIT.                                           DBANK41P
030200     EXIT.                                                        DBANK41P
030202                                                                  DBANK41P
030204***************************************************************** DBANK41P
030206* Undrawn notices due on or before the horizon - one already    * DBANK41P
030208* matured and still open can be called on today, so it counts   * DBANK41P
030210* in every bucket                                               * DBANK41P
030212***************************************************************** DBANK41P
030214 TOTAL-NOTICE-FLOWS.                                              DBANK41P
030216     MOVE ZEROES TO DCL-LIQ-AMOUNT.                               DBANK41P
030218     EXEC SQL                                                     DBANK41P
030220          SELECT VALUE(SUM(NTC_AMOUNT - NTC_DRAWN), 0)            DBANK41P
030222          INTO :DCL-LIQ-AMOUNT                                    DBANK41P
030224          FROM BNKNOTC                                            DBANK41P
030226          WHERE NTC_STATUS = 'O' AND                              DBANK41P
030228                NTC_DUE_DATE <= :DCL-LIQ-DATE                     DBANK41P
030230     END-EXEC.                                                    DBANK41P
030232     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK41P
030234        MOVE 'Unable to ladder the notice flows' TO CD41O-MSG     DBANK41P
030236        GO TO TOTAL-NOTICE-FLOWS-EXIT                             DBANK41P
030238     END-IF.                                                      DBANK41P
030240     PERFORM QUEUE-LADDER-LINE THRU                               DBANK41P
030242             QUEUE-LADDER-LINE-EXIT.                              DBANK41P
030244 TOTAL-NOTICE-FLOWS-EXIT.                                         DBANK41P
030246     EXIT.                                                        DBANK41P
030300                                                                  DBANK41P
030400***************************************************************** DBANK41P
030500* The trend - aggregate end-of-day book balance per snapshot    * DBANK41P
