022600        ADD 1 TO CD55O-ORDERS-FAILED                              DBANK55P
022700        GO TO POST-STANDING-ORDER-EXIT                            DBANK55P
022800     END-IF.                                                      DBANK55P
022810***************************************************************** DBANK55P
022820* An order off a notice account that no matured notice covers   * DBANK55P
022830* is only failed for the night - it posts once the customer's   * DBANK55P
022840* notice matures, so it keeps its date and is retried           * DBANK55P
022850***************************************************************** DBANK55P
022860     IF CD04O-NOTICE-REQUIRED                                     DBANK55P
022870        ADD 1 TO CD55O-ORDERS-FAILED                              DBANK55P
022880        GO TO POST-STANDING-ORDER-EXIT                            DBANK55P
022890     END-IF.                                                      DBANK55P
022891***************************************************************** DBANK55P
022892* A payment into a tax-free wrapper that the holder's allowance * DBANK55P
022893* cannot take this year is skipped rather than retried - the    * DBANK55P
022894* order rolls on to its next date as though it had paid         * DBANK55P
022895***************************************************************** DBANK55P
022896     IF CD04O-ALLOWANCE-EXCEEDED                                  DBANK55P
022897        ADD 1 TO CD55O-ORDERS-FAILED                              DBANK55P
022898        GO TO POST-STANDING-ORDER-ROLL                            DBANK55P
022899     END-IF.                                                      DBANK55P
022900     IF NOT CD04O-UPDATE-OK                                       DBANK55P
023000        ADD 1 TO CD55O-ORDERS-FAILED                              DBANK55P
023100        GO TO POST-STANDING-ORDER-EXIT                            DBANK55P
024800     ADD 1 TO CD55O-ORDERS-POSTED.                                DBANK55P
024900     ADD DCL-STO-AMOUNT TO CD55O-TOTAL-AMOUNT.                    DBANK55P
025000                                                                  DBANK55P
025050 POST-STANDING-ORDER-ROLL.                                        DBANK55P
025100***************************************************************** DBANK55P
025200* Work out how many days to roll the next-due date forward by,  * DBANK55P
025300* based on the order's frequency                                * DBANK55P
