070880     IF SQLCODE IS EQUAL TO ZERO                                  DBANK27P
070890        ADD SQLERRD (3) TO CD27O-ROWS-ERASED                      DBANK27P
070900     END-IF.                                                      DBANK27P
070901     PERFORM ERASE-ALIASES THRU                                   DBANK27P
070902             ERASE-ALIASES-EXIT.                                  DBANK27P
070903     IF CD27O-MSG IS NOT EQUAL TO SPACES                          DBANK27P
070904        GO TO ERASE-IN-PLACE-EXIT                                 DBANK27P
070905     END-IF.                                                      DBANK27P
070910     SET CD27O-RUN-OK TO TRUE.                                    DBANK27P
070920     MOVE 'Customer erased in place' TO CD27O-MSG.                DBANK27P
070930 ERASE-IN-PLACE-EXIT.                                             DBANK27P
070940     EXIT.                                                        DBANK27P
071000                                                                  DBANK27P
071100***************************************************************** DBANK27P
071200* Payment aliases are the customer's phone number and email -   * DBANK27P
071300* release them and blank the alias itself                       * DBANK27P
071400***************************************************************** DBANK27P
071500 ERASE-ALIASES.                                                   DBANK27P
071600     EXEC SQL                                                     DBANK27P
071700          UPDATE BNKALIAS                                         DBANK27P
071800          SET BAL_ALIAS = ' ',                                    DBANK27P
071900              BAL_CODE = ' ',                                     DBANK27P
072000              BAL_STATUS = 'R'                                    DBANK27P
072100          WHERE BAL_PID = :CD27I-PERSON-PID                       DBANK27P
072200     END-EXEC.                                                    DBANK27P
072300     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DBANK27P
072400        SQLCODE IS NOT EQUAL TO +100                              DBANK27P
072500        MOVE 'Unable to clear the payment aliases' TO CD27O-MSG   DBANK27P
072600        GO TO ERASE-ALIASES-EXIT                                  DBANK27P
072700     END-IF.                                                      DBANK27P
072800     IF SQLCODE IS EQUAL TO ZERO                                  DBANK27P
072900        ADD SQLERRD (3) TO CD27O-ROWS-ERASED                      DBANK27P
073000     END-IF.                                                      DBANK27P
073100 ERASE-ALIASES-EXIT.                                              DBANK27P
073200     EXIT.                                                        DBANK27P
