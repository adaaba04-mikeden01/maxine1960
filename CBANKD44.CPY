001500* remaining balance - captured on BNKLNRST, routed through the  * CBANKD44
001600* DBANK81P authorization queue, and only applied to the         * CBANKD44
001700* schedule once a second user approves. Superseded schedule     * CBANKD44
001800* rows are kept, marked 'R', for audit. The quote splits out    * CBANKD44
001820* the late fees it includes and the interest already overdue,   * CBANKD44
001840* so the customer can see what part of the payoff is arrears.   * CBANKD44
001900***************************************************************** CBANKD44
002000   05  CD44-DATA.                                                 CBANKD44
002100     10  CD44I-DATA.                                              CBANKD44
004200       15  CD44O-PAYOFF-AMOUNT               PIC S9(7)V99 COMP-3. CBANKD44
004300       15  CD44O-PRINCIPAL-PART              PIC S9(7)V99 COMP-3. CBANKD44
004400       15  CD44O-INTEREST-PART               PIC S9(7)V99 COMP-3. CBANKD44
004420       15  CD44O-FEE-ARREARS                 PIC S9(7)V99 COMP-3. CBANKD44
004440       15  CD44O-INTEREST-ARREARS            PIC S9(7)V99 COMP-3. CBANKD44
004500       15  CD44O-VALID-TO                    PIC X(10).           CBANKD44
004600       15  CD44O-NEW-PAYMENT                 PIC S9(7)V99 COMP-3. CBANKD44
004700       15  CD44O-AUTH-ID                     PIC 9(7).            CBANKD44
