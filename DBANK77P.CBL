001500*              take the nightly whole-book snapshot, and serve  * DBANK77P
001600*              an account's month-end balances and thirteen-    * DBANK77P
001700*              month average straight off the history instead   * DBANK77P
001800*              of replaying the journal, and average it over a  * DBANK77P
001850*              period for covenant testing                      * DBANK77P
001900*              SQL version                                      * DBANK77P
002000***************************************************************** DBANK77P
002100                                                                  DBANK77P
005100   05  WS-TREND-DATE                         PIC X(10).           DBANK77P
005200   05  WS-TREND-BAL                          PIC S9(7)V99 COMP-3. DBANK77P
005300   05  WS-AVG-BAL                            PIC S9(7)V99 COMP-3. DBANK77P
005350   05  WS-DAYS-HELD                          PIC S9(5) COMP-3.    DBANK77P
005400                                                                  DBANK77P
005500     EXEC SQL                                                     DBANK77P
005600          INCLUDE SQLCA                                           DBANK77P
008000     INITIALIZE CD77O-DATA.                                       DBANK77P
008100     SET CD77O-REQUEST-FAIL TO TRUE.                              DBANK77P
008200                                                                  DBANK77P
008300     EVALUATE TRUE                                                DBANK77P
008350       WHEN CD77I-TAKE-SNAPSHOT                                   DBANK77P
008400         PERFORM TAKE-SNAPSHOT THRU                               DBANK77P
008450                 TAKE-SNAPSHOT-EXIT                               DBANK77P
008500       WHEN CD77I-PERIOD-AVERAGE                                  DBANK77P
008550         PERFORM PERIOD-AVERAGE THRU                              DBANK77P
008600                 PERIOD-AVERAGE-EXIT                              DBANK77P
008650       WHEN OTHER                                                 DBANK77P
008700         PERFORM MONTH-TREND THRU                                 DBANK77P
008750                 MONTH-TREND-EXIT                                 DBANK77P
008800     END-EVALUATE.                                                DBANK77P
009000                                                                  DBANK77P
009100 DBANK77P-EXIT.                                                   DBANK77P
009200***************************************************************** DBANK77P
023600     SET CD77O-REQUEST-OK TO TRUE.                                DBANK77P
023700 MONTH-TREND-EXIT.                                                DBANK77P
023800     EXIT.                                                        DBANK77P
023900                                                                  DBANK77P
024000***************************************************************** DBANK77P
024100* The average daily balance over a period, for the covenant     * DBANK77P
024200* test pass - an account with no snapshot in the period has no  * DBANK77P
024300* history to test                                               * DBANK77P
024400***************************************************************** DBANK77P
024500 PERIOD-AVERAGE.                                                  DBANK77P
024600     MOVE ZERO TO WS-AVG-BAL.                                     DBANK77P
024700     MOVE ZERO TO WS-DAYS-HELD.                                   DBANK77P
024800     EXEC SQL                                                     DBANK77P
024900          SELECT VALUE(AVG(EOD_BALANCE), 0),                      DBANK77P
025000                 COUNT(*)                                         DBANK77P
025100          INTO :WS-AVG-BAL,                                       DBANK77P
025200               :WS-DAYS-HELD                                      DBANK77P
025300          FROM BNKEODB                                            DBANK77P
025400          WHERE EOD_ACCNO = :CD77I-ACC AND                        DBANK77P
025500                EOD_DATE > :CD77I-FROM-DATE AND                   DBANK77P
025600                EOD_DATE <= :CD77I-TO-DATE                        DBANK77P
025700     END-EXEC.                                                    DBANK77P
025800     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK77P
025900        MOVE 'Unable to average the balance history' TO CD77O-MSG DBANK77P
026000        GO TO PERIOD-AVERAGE-EXIT                                 DBANK77P
026100     END-IF.                                                      DBANK77P
026200     IF WS-DAYS-HELD IS EQUAL TO ZERO                             DBANK77P
026300        SET CD77O-NO-HISTORY TO TRUE                              DBANK77P
026400        MOVE 'No balance history is held for that period'         DBANK77P
026500          TO CD77O-MSG                                            DBANK77P
026600        GO TO PERIOD-AVERAGE-EXIT                                 DBANK77P
026700     END-IF.                                                      DBANK77P
026800     MOVE WS-AVG-BAL TO CD77O-AVG-BALANCE.                        DBANK77P
026900     MOVE WS-DAYS-HELD TO CD77O-DAYS-HELD.                        DBANK77P
027000     SET CD77O-REQUEST-OK TO TRUE.                                DBANK77P
027100 PERIOD-AVERAGE-EXIT.                                             DBANK77P
027200     EXIT.                                                        DBANK77P
