001400* (FXRI); the read function serves the latest rate on or        * CBANKD88
001500* before today for a currency; the revaluation function queues  * CBANKD88
001600* the nightly report of aggregate exposure per currency in      * CBANKD88
001700* base-currency terms, and marks the bank's foreign banknote    * CBANKD88
001720* position (BNKFXPOS) to market, posting the difference to the  * CBANKD88
001740* ledger.                                                       * CBANKD88
001800***************************************************************** CBANKD88
001900   05  CD88-DATA.                                                 CBANKD88
002000     10  CD88I-DATA.                                              CBANKD88
003300       15  CD88O-RATES-LOADED                PIC 9(5).            CBANKD88
003400       15  CD88O-CURRENCIES-REVALUED         PIC 9(5).            CBANKD88
003500       15  CD88O-TOTAL-BASE-EXPOSURE         PIC S9(13)V99.       CBANKD88
003510*      The foreign banknote position - currencies marked, the     CBANKD88
003520*      notes held at market and the revaluation posted            CBANKD88
003530       15  CD88O-NOTE-CURRENCIES             PIC 9(5).            CBANKD88
003540       15  CD88O-NOTE-BASE-VALUE             PIC S9(13)V99.       CBANKD88
003550       15  CD88O-NOTE-REVAL-TOTAL            PIC S9(13)V99.       CBANKD88
003600       15  CD88O-MSG                         PIC X(62).           CBANKD88
