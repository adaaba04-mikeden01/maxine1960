021300        GO TO PROVE-TXN-LOOP-EXIT                                 DBANK82P
021400     END-IF.                                                      DBANK82P
021500     EVALUATE TRUE                                                DBANK82P
021510*      The FROM leg of a cashback payout is a no-value confirming DBANK82P
021520*      update - only the TO leg credits the account               DBANK82P
021530       WHEN WS-TXN-TYPE IS EQUAL TO '1' AND                       DBANK82P
021540            WS-TXN-SUB-TYPE IS EQUAL TO '1' AND                   DBANK82P
021550            WS-TXN-DESC IS EQUAL TO 'Cashback reward'             DBANK82P
021560         CONTINUE                                                 DBANK82P
021600       WHEN WS-TXN-TYPE IS EQUAL TO '1' AND                       DBANK82P
021700            WS-TXN-SUB-TYPE IS EQUAL TO '1'                       DBANK82P
021800         SUBTRACT WS-TXN-AMOUNT FROM WS-COMPUTED-BAL              DBANK82P
024300       WHEN WS-TXN-TYPE IS EQUAL TO '3' AND                       DBANK82P
024400            WS-TXN-SUB-TYPE IS EQUAL TO '8'                       DBANK82P
024500         SUBTRACT WS-TXN-AMOUNT FROM WS-COMPUTED-BAL              DBANK82P
024520       WHEN WS-TXN-TYPE IS EQUAL TO '3' AND                       DBANK82P
024540            WS-TXN-SUB-TYPE IS EQUAL TO '7'                       DBANK82P
024560         SUBTRACT WS-TXN-AMOUNT FROM WS-COMPUTED-BAL              DBANK82P
024570       WHEN WS-TXN-TYPE IS EQUAL TO '3' AND                       DBANK82P
024580            WS-TXN-SUB-TYPE IS EQUAL TO '9'                       DBANK82P
024590         ADD WS-TXN-AMOUNT TO WS-COMPUTED-BAL                     DBANK82P
024600       WHEN WS-TXN-TYPE IS EQUAL TO '4'                           DBANK82P
024700         SUBTRACT WS-TXN-AMOUNT FROM WS-COMPUTED-BAL              DBANK82P
024800       WHEN WS-TXN-TYPE IS EQUAL TO '5' AND                       DBANK82P
