004100   05  WS-EVENT-TIMESTAMP                    PIC X(26).           DBANK10P
004200   05  WS-DYNAMIC-PGM                        PIC X(8)             DBANK10P
004300       VALUE 'UNKNOWN'.                                           DBANK10P
004305*    The rules of the product being opened                        DBANK10P
004310   05  WS-PRODUCT-RULES.                                          DBANK10P
004315     10  WS-MIN-OPEN-BAL                   PIC S9(7)V99 COMP-3.   DBANK10P
004320     10  WS-MIN-AGE                        PIC S9(3) COMP-3.      DBANK10P
004325     10  WS-MAX-AGE                        PIC S9(3) COMP-3.      DBANK10P
004330     10  WS-CURRENCIES                     PIC X(15).             DBANK10P
004335     10  WS-CURRENCY-R REDEFINES WS-CURRENCIES                    DBANK10P
004340                                           PIC X(3)               DBANK10P
004345         OCCURS 5 TIMES.                                          DBANK10P
004350     10  WS-SELL-FROM                      PIC X(10).             DBANK10P
004355     10  WS-STOP-SELL                      PIC X(10).             DBANK10P
004360   05  WS-TODAY                            PIC X(10).             DBANK10P
004365   05  WS-CUST-AGE                         PIC S9(3) COMP-3.      DBANK10P
004400                                                                  DBANK10P
004500 01  WS-COMMAREA.                                                 DBANK10P
004600     EXEC SQL                                                     DBANK10P
009500        GO TO DBANK10P-EXIT                                       DBANK10P
009600     END-IF.                                                      DBANK10P
009700                                                                  DBANK10P
009701***************************************************************** DBANK10P
009702* The product must be on sale today, and the opening balance,   * DBANK10P
009703* the currency and the customer's age must fit its rules. Rules * DBANK10P
009704* not set on a product place no limit                           * DBANK10P
009705***************************************************************** DBANK10P
009706     EXEC SQL                                                     DBANK10P
009707          SELECT VALUE(BAT_MIN_OPEN_BAL, 0),                      DBANK10P
009708                 VALUE(BAT_MIN_AGE, 0),                           DBANK10P
009709                 VALUE(BAT_MAX_AGE, 0),                           DBANK10P
009710                 VALUE(BAT_CURRENCIES, ' '),                      DBANK10P
009711                 VALUE(NULLIF(BAT_SELL_FROM, ' '), '0001-01-01'), DBANK10P
009712                 VALUE(NULLIF(BAT_STOP_SELL, ' '), '9999-12-31'), DBANK10P
009713                 CHAR(CURRENT DATE, ISO)                          DBANK10P
009714          INTO :WS-MIN-OPEN-BAL,                                  DBANK10P
009715               :WS-MIN-AGE,                                       DBANK10P
009716               :WS-MAX-AGE,                                       DBANK10P
009717               :WS-CURRENCIES,                                    DBANK10P
009718               :WS-SELL-FROM,                                     DBANK10P
009719               :WS-STOP-SELL,                                     DBANK10P
009720               :WS-TODAY                                          DBANK10P
009721          FROM BNKATYPE                                           DBANK10P
009722          WHERE BAT_TYPE = :CD10I-ACC-TYPE                        DBANK10P
009723     END-EXEC.                                                    DBANK10P
009724     IF SQLCODE IS EQUAL TO +100                                  DBANK10P
009725        MOVE 'Account type is not in the product catalogue'       DBANK10P
009726          TO CD10O-MSG                                            DBANK10P
009727        GO TO DBANK10P-EXIT                                       DBANK10P
009728     END-IF.                                                      DBANK10P
009729     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK10P
009730        MOVE 'Unable to read the product catalogue'               DBANK10P
009731          TO CD10O-MSG                                            DBANK10P
009732        GO TO DBANK10P-EXIT                                       DBANK10P
009733     END-IF.                                                      DBANK10P
009734     IF WS-SELL-FROM IS GREATER THAN WS-TODAY OR                  DBANK10P
009735        WS-STOP-SELL IS NOT GREATER THAN WS-TODAY                 DBANK10P
009736        MOVE 'This product is not on sale'                        DBANK10P
009737          TO CD10O-MSG                                            DBANK10P
009738        GO TO DBANK10P-EXIT                                       DBANK10P
009739     END-IF.                                                      DBANK10P
009740     IF CD10I-OPEN-BAL IS LESS THAN WS-MIN-OPEN-BAL               DBANK10P
009741        MOVE 'Opening balance is below the product minimum'       DBANK10P
009742          TO CD10O-MSG                                            DBANK10P
009743        GO TO DBANK10P-EXIT                                       DBANK10P
009744     END-IF.                                                      DBANK10P
009745     IF WS-CURRENCIES IS NOT EQUAL TO SPACES AND                  DBANK10P
009746        CD10I-CURRENCY IS NOT EQUAL TO WS-CURRENCY-R (1) AND      DBANK10P
009747        CD10I-CURRENCY IS NOT EQUAL TO WS-CURRENCY-R (2) AND      DBANK10P
009748        CD10I-CURRENCY IS NOT EQUAL TO WS-CURRENCY-R (3) AND      DBANK10P
009749        CD10I-CURRENCY IS NOT EQUAL TO WS-CURRENCY-R (4) AND      DBANK10P
009750        CD10I-CURRENCY IS NOT EQUAL TO WS-CURRENCY-R (5)          DBANK10P
009751        MOVE 'The product is not offered in that currency'        DBANK10P
009752          TO CD10O-MSG                                            DBANK10P
009753        GO TO DBANK10P-EXIT                                       DBANK10P
009754     END-IF.                                                      DBANK10P
009755     IF WS-MIN-AGE IS GREATER THAN ZERO OR                        DBANK10P
009756        WS-MAX-AGE IS GREATER THAN ZERO                           DBANK10P
009757        MOVE -1 TO WS-CUST-AGE                                    DBANK10P
009758        EXEC SQL                                                  DBANK10P
009759             SELECT VALUE(YEAR(CURRENT DATE - DATE(BCS_DOB)), -1) DBANK10P
009760             INTO :WS-CUST-AGE                                    DBANK10P
009761             FROM BNKCUST                                         DBANK10P
009762             WHERE BCS_PID = :CD10I-PERSON-PID                    DBANK10P
009763        END-EXEC                                                  DBANK10P
009764        IF WS-CUST-AGE IS LESS THAN ZERO                          DBANK10P
009765           MOVE 'A date of birth is needed to open this product'  DBANK10P
009766             TO CD10O-MSG                                         DBANK10P
009767           GO TO DBANK10P-EXIT                                    DBANK10P
009768        END-IF                                                    DBANK10P
009769        IF WS-CUST-AGE IS LESS THAN WS-MIN-AGE OR                 DBANK10P
009770           (WS-MAX-AGE IS GREATER THAN ZERO AND                   DBANK10P
009771            WS-CUST-AGE IS GREATER THAN WS-MAX-AGE)               DBANK10P
009772           MOVE 'Customer age is outside the product age band'    DBANK10P
009773             TO CD10O-MSG                                         DBANK10P
009774           GO TO DBANK10P-EXIT                                    DBANK10P
009775        END-IF                                                    DBANK10P
009776     END-IF.                                                      DBANK10P
009800***************************************************************** DBANK10P
009900* Work out the next account number for this customer - it is    * DBANK10P
010000* their PID followed by a 3 digit sequence and a filler digit    *DBANK10P
