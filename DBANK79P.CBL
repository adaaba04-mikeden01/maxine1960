023900          FROM BNKACC                                             DBANK79P
024000          WHERE BAC_PID = :WS-BILL-PID AND                        DBANK79P
024100                BAC_STATUS = ' ' AND                              DBANK79P
024200                BAC_ACCTYPE NOT IN ('LN', 'ES', 'CC')             DBANK79P
024300     END-EXEC.                                                    DBANK79P
024400     IF SQLCODE IS NOT EQUAL TO ZERO OR                           DBANK79P
024500        WS-BILL-ACC IS EQUAL TO SPACES                            DBANK79P
