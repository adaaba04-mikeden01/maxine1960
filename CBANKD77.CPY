001400* statement (idempotently per date); the trend function serves  * CBANKD77
001500* an account's month-end balances and its average balance over  * CBANKD77
001600* the last thirteen months straight off the history, with no    * CBANKD77
001700* journal replay. The period function averages an account's     * CBANKD77
001750* snapshots between two dates, for covenant testing.            * CBANKD77
001800***************************************************************** CBANKD77
001900   05  CD77-DATA.                                                 CBANKD77
002000     10  CD77I-DATA.                                              CBANKD77
002100       15  CD77I-FUNCTION                    PIC X(1).            CBANKD77
002200         88  CD77I-TAKE-SNAPSHOT             VALUE 'S'.           CBANKD77
002300         88  CD77I-MONTH-TREND               VALUE 'M'.           CBANKD77
002350         88  CD77I-PERIOD-AVERAGE            VALUE 'P'.           CBANKD77
002400       15  CD77I-ACC                         PIC X(9).            CBANKD77
002420*        Averaged after the from date, up to and including        CBANKD77
002440*        the to date                                              CBANKD77
002460       15  CD77I-FROM-DATE                   PIC X(10).           CBANKD77
002480       15  CD77I-TO-DATE                     PIC X(10).           CBANKD77
002500     10  CD77O-DATA.                                              CBANKD77
002600       15  CD77O-RESULT                      PIC X(1).            CBANKD77
002700         88  CD77O-REQUEST-OK                VALUE '0'.           CBANKD77
003400           25  CD77O-MONTH-DATE              PIC X(10).           CBANKD77
003500           25  CD77O-MONTH-BAL               PIC S9(7)V99 COMP-3. CBANKD77
003600       15  CD77O-AVG-BALANCE                 PIC S9(7)V99 COMP-3. CBANKD77
003650       15  CD77O-DAYS-HELD                   PIC 9(5).            CBANKD77
003700       15  CD77O-MSG                         PIC X(62).           CBANKD77
