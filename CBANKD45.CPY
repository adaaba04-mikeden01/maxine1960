001400* nightly sweep that breaks promises whose date has passed so   * CBANKD45
001500* they resurface in the queue, and escalation letters cut       * CBANKD45
001600* into the report repository at the configured bucket           * CBANKD45
001700* threshold. Queue arrears include late fees and are net of     * CBANKD45
001750* part-payments; the fee and interest shares are listed apart.  * CBANKD45
001760* Card accounts past their due date (DCCRD01P) queue under      * CBANKD45
001780* their card reference (C plus five digits) in the loan id.     * CBANKD45
001800***************************************************************** CBANKD45
001900   05  CD45-DATA.                                                 CBANKD45
002000     10  CD45I-DATA.                                              CBANKD45
004000           25  CD45O-LIST-LOAN               PIC X(6).            CBANKD45
004100           25  CD45O-LIST-DAYS               PIC 9(5).            CBANKD45
004200           25  CD45O-LIST-ARREARS            PIC S9(7)V99 COMP-3. CBANKD45
004220           25  CD45O-LIST-FEES               PIC S9(7)V99 COMP-3. CBANKD45
004240           25  CD45O-LIST-INTEREST           PIC S9(7)V99 COMP-3. CBANKD45
004300           25  CD45O-LIST-BUCKET             PIC X(3).            CBANKD45
004400           25  CD45O-LIST-PROMISE            PIC X(10).           CBANKD45
004500           25  CD45O-LIST-BROKEN             PIC X(1).            CBANKD45
