017600* Second row/record is for the from-to transaction              * DBANK06P
017700***************************************************************** DBANK06P
017800     MOVE '1' TO CD06I-TIMESTAMP (26:1).                          DBANK06P
017900     MOVE SPACES TO TXN-DATA-OLD.                                 DBANK06P
017902     MOVE CD06I-TO-DESC TO TXN-T1-OLD-DESC.                       DBANK06P
017904     MOVE CD06I-TO-VIRTUAL-ACC TO TXN-T1-OLD-VIRTUAL-ACC.         DBANK06P
017910     MOVE CD06I-TO-ACC TO WS-CH-ACC.                              DBANK06P
017920     MOVE WS-TO-SUB-TYPE TO WS-CH-SUB.                            DBANK06P
017930     MOVE CD06I-TO-AMOUNT TO WS-CH-AMT.                           DBANK06P
019300                  :CD06I-TO-ACC,                                  DBANK06P
019400                  :CD06I-TIMESTAMP,                               DBANK06P
019500                  :CD06I-TO-AMOUNT,                               DBANK06P
019600                  :TXN-DATA-OLD,                                  DBANK06P
019700                  :WS-TXN-REF,                                    DBANK06P
019710                  :WS-CHAIN-HASH)                                 DBANK06P
019800     END-EXEC.                                                    DBANK06P
