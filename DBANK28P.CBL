012900          INTO BNKRTST (RTS_DATE,                                 DBANK28P
013000                        RTS_HOUR,                                 DBANK28P
013100                        RTS_SCREEN,                               DBANK28P
013200                        RTS_ELAPSED,                              DBANK28P
013250                        RTS_USERID,                               DBANK28P
013300                        RTS_TS)                                   DBANK28P
013350          VALUES (CURRENT DATE,                                   DBANK28P
013400                  :CD28I-HOUR,                                    DBANK28P
013450                  :CD28I-SCREEN,                                  DBANK28P
013500                  :CD28I-ELAPSED,                                 DBANK28P
013550                  :CD28I-USERID,                                  DBANK28P
013600                  CURRENT TIMESTAMP)                              DBANK28P
013700     END-EXEC.                                                    DBANK28P
013800     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK28P
013900        MOVE 'Unable to store the sample' TO CD28O-MSG            DBANK28P
