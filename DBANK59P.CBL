001500*              shared by any batch job that needs to dispatch   * DBANK59P
001600*              an alert, the same way DBANK51P/DBANK52P are     * DBANK59P
001700*              shared sequential-read building blocks - called  * DBANK59P
001800*              directly by CALL, not wired to CICS. Post to a   * DBANK59P
001820*              customer whose mail is coming back goes by email * DBANK59P
001840*              where the customer takes email, and is otherwise * DBANK59P
001860*              held on the log until a new address is on file   * DBANK59P
001900*              SQL version                                      * DBANK59P
002000***************************************************************** DBANK59P
002100                                                                  DBANK59P
004000        BEGIN DECLARE SECTION                                     DBANK59P
004100   END-EXEC.                                                      DBANK59P
004110 01  WS-ESTA-COUNT                           PIC S9(5) COMP-3.    DBANK59P
004150 01  WS-RTML-COUNT                           PIC S9(5) COMP-3.    DBANK59P
004200 01  WS-SENT-COUNT                           PIC S9(5) COMP-3.    DBANK59P
004250 01  WS-CHANNEL                              PIC X(1).            DBANK59P
004300 01  WS-DESTINATION                          PIC X(30).           DBANK59P
004350 01  WS-BCS-SEND-EMAIL                       PIC X(1).            DBANK59P
004400 01  WS-BCS-EMAIL                            PIC X(30).           DBANK59P
004500     EXEC SQL                                                     DBANK59P
004600          INCLUDE SQLCA                                           DBANK59P
004700     END-EXEC.                                                    DBANK59P
006150        WS-ESTA-COUNT IS GREATER THAN ZERO                        DBANK59P
006151        GO TO DBANK59P-RETURN                                     DBANK59P
006152     END-IF.                                                      DBANK59P
006200     MOVE CD59I-CHANNEL TO WS-CHANNEL.                            DBANK59P
006300     MOVE CD59I-DESTINATION TO WS-DESTINATION.                    DBANK59P
006400***************************************************************** DBANK59P
006500* Post to a customer whose mail is coming back undelivered      * DBANK59P
006600* goes by email instead where the customer takes email, and is  * DBANK59P
006700* otherwise held on the log (channel H) until a new address     * DBANK59P
006800* clears the returned-mail register. The notice only goes by    * DBANK59P
006900* email once a day, however many channels the caller asked for  * DBANK59P
007000***************************************************************** DBANK59P
007100     IF CD59I-CHANNEL IS NOT EQUAL TO 'M' AND                     DBANK59P
007200        CD59I-CHANNEL IS NOT EQUAL TO 'E'                         DBANK59P
007300        GO TO LOG-ALERT                                           DBANK59P
007400     END-IF.                                                      DBANK59P
007500     MOVE ZERO TO WS-RTML-COUNT.                                  DBANK59P
007600     EXEC SQL                                                     DBANK59P
007700          SELECT COUNT(*)                                         DBANK59P
007800          INTO :WS-RTML-COUNT                                     DBANK59P
007900          FROM BNKRTML                                            DBANK59P
008000          WHERE RTM_PID = :CD59I-PID AND                          DBANK59P
008100                RTM_STATUS = 'O'                                  DBANK59P
008200     END-EXEC.                                                    DBANK59P
008300     IF SQLCODE IS NOT EQUAL TO ZERO OR                           DBANK59P
008400        WS-RTML-COUNT IS EQUAL TO ZERO                            DBANK59P
008500        GO TO LOG-ALERT                                           DBANK59P
008600     END-IF.                                                      DBANK59P
008700     IF CD59I-CHANNEL IS EQUAL TO 'M'                             DBANK59P
008800        MOVE SPACES TO WS-BCS-SEND-EMAIL                          DBANK59P
008900        MOVE SPACES TO WS-BCS-EMAIL                               DBANK59P
009000        EXEC SQL                                                  DBANK59P
009100             SELECT BCS_SEND_EMAIL,                               DBANK59P
009200                    BCS_EMAIL                                     DBANK59P
009300             INTO :WS-BCS-SEND-EMAIL,                             DBANK59P
009400                  :WS-BCS-EMAIL                                   DBANK59P
009500             FROM BNKCUST                                         DBANK59P
009600             WHERE BCS_PID = :CD59I-PID                           DBANK59P
009700        END-EXEC                                                  DBANK59P
009800        IF SQLCODE IS NOT EQUAL TO ZERO OR                        DBANK59P
009900           WS-BCS-SEND-EMAIL IS NOT EQUAL TO 'Y' OR               DBANK59P
010000           WS-BCS-EMAIL IS EQUAL TO SPACES                        DBANK59P
010100           MOVE 'H' TO WS-CHANNEL                                 DBANK59P
010200           GO TO LOG-ALERT                                        DBANK59P
010300        END-IF                                                    DBANK59P
010400        MOVE 'E' TO WS-CHANNEL                                    DBANK59P
010500        MOVE WS-BCS-EMAIL TO WS-DESTINATION                       DBANK59P
010600     END-IF.                                                      DBANK59P
010700     MOVE ZERO TO WS-SENT-COUNT.                                  DBANK59P
010800     EXEC SQL                                                     DBANK59P
010900          SELECT COUNT(*)                                         DBANK59P
011000          INTO :WS-SENT-COUNT                                     DBANK59P
011100          FROM BNKALRT                                            DBANK59P
011200          WHERE BAL_PID = :CD59I-PID AND                          DBANK59P
011300                BAL_ACCNO = :CD59I-ACCNO AND                      DBANK59P
011400                BAL_REASON = :CD59I-REASON AND                    DBANK59P
011500                BAL_CHANNEL = 'E' AND                             DBANK59P
011600                DATE(BAL_TIMESTAMP) = CURRENT DATE                DBANK59P
011700     END-EXEC.                                                    DBANK59P
011800     IF SQLCODE IS EQUAL TO ZERO AND                              DBANK59P
011900        WS-SENT-COUNT IS GREATER THAN ZERO                        DBANK59P
012000        GO TO DBANK59P-RETURN                                     DBANK59P
012100     END-IF.                                                      DBANK59P
012200                                                                  DBANK59P
012300 LOG-ALERT.                                                       DBANK59P
012400     EXEC SQL                                                     DBANK59P
012500          INSERT INTO BNKALRT                                     DBANK59P
012600                 (BAL_PID,                                        DBANK59P
012700                  BAL_ACCNO,                                      DBANK59P
012800                  BAL_REASON,                                     DBANK59P
012900                  BAL_CHANNEL,                                    DBANK59P
013000                  BAL_AMOUNT,                                     DBANK59P
013100                  BAL_DESTINATION,                                DBANK59P
013200                  BAL_TIMESTAMP)                                  DBANK59P
013300          VALUES (:CD59I-PID,                                     DBANK59P
013400                  :CD59I-ACCNO,                                   DBANK59P
013500                  :CD59I-REASON,                                  DBANK59P
013600                  :WS-CHANNEL,                                    DBANK59P
013700                  :CD59I-AMOUNT,                                  DBANK59P
013800                  :WS-DESTINATION,                                DBANK59P
013900                  CURRENT TIMESTAMP)                              DBANK59P
014000     END-EXEC.                                                    DBANK59P
014100     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK59P
014200        SET CD59O-ALERT-FAIL TO TRUE                              DBANK59P
014300        MOVE 'Unable to log alert' TO CD59O-MSG                   DBANK59P
014400     END-IF.                                                      DBANK59P
014500                                                                  DBANK59P
014600 DBANK59P-RETURN.                                                 DBANK59P
014700     GOBACK.                                                      DBANK59P
014800                                                                  DBANK59P
