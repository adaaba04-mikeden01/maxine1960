018800     IF WS-EFFECTIVE-CAT IS EQUAL TO SPACES                       DBANK29P
018900        GO TO CAT-LOOP                                            DBANK29P
019000     END-IF.                                                      DBANK29P
019010*    A card refund gives spending back, so it nets off the        DBANK29P
019020*    category it was bought in                                    DBANK29P
019030     IF WS-ROW-TYPE IS EQUAL TO '3' AND                           DBANK29P
019040        WS-ROW-SUB IS EQUAL TO '9'                                DBANK29P
019050        COMPUTE WS-ROW-AMT = 0 - WS-ROW-AMT                       DBANK29P
019060     END-IF.                                                      DBANK29P
019100     PERFORM ACCUMULATE-CATEGORY THRU                             DBANK29P
019200             ACCUMULATE-CATEGORY-EXIT.                            DBANK29P
019300     GO TO CAT-LOOP.                                              DBANK29P
021191        MOVE SPACES TO WS-EFFECTIVE-CAT                           DBANK29P
021192        GO TO RESOLVE-CATEGORY-EXIT                               DBANK29P
021193     END-IF.                                                      DBANK29P
021194*    A cashback payout is the bank's money coming in, not spendingDBANK29P
021195     IF WS-ROW-TYPE IS EQUAL TO '1' AND                           DBANK29P
021196        WS-ROW-DESC IS EQUAL TO 'Cashback reward'                 DBANK29P
021197        MOVE SPACES TO WS-EFFECTIVE-CAT                           DBANK29P
021198        GO TO RESOLVE-CATEGORY-EXIT                               DBANK29P
021199     END-IF.                                                      DBANK29P
021200     IF WS-ROW-CAT IS NOT EQUAL TO SPACES                         DBANK29P
021300        MOVE WS-ROW-CAT TO WS-EFFECTIVE-CAT                       DBANK29P
021400        GO TO RESOLVE-CATEGORY-EXIT                               DBANK29P
023600            MOVE 'CASH' TO WS-EFFECTIVE-CAT                       DBANK29P
023700         END-IF                                                   DBANK29P
023800       WHEN '4'                                                   DBANK29P
023900         IF WS-ROW-SUB IS EQUAL TO 'F'                            DBANK29P
023920            MOVE 'FEES' TO WS-EFFECTIVE-CAT                       DBANK29P
023940         ELSE                                                     DBANK29P
023960            MOVE 'CHQ ' TO WS-EFFECTIVE-CAT                       DBANK29P
023980         END-IF                                                   DBANK29P
024000       WHEN '5'                                                   DBANK29P
024100         MOVE 'DPAY' TO WS-EFFECTIVE-CAT                          DBANK29P
024200       WHEN '6'                                                   DBANK29P
