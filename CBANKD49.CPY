001600* written to the state's claim file - the register row stays    * CBANKD49
001700* forever so a customer who turns up years later can be         * CBANKD49
001800* answered.                                                     * CBANKD49
001820* The contents of a safe-deposit box drilled for unpaid rent    * CBANKD49
001840* (DSDBX01P) are registered here as a box claim on the same     * CBANKD49
001860* clock, and the cash found in the box is what is remitted.     * CBANKD49
001880* An owner who settles before the deadline withdraws the claim. * CBANKD49
001900***************************************************************** CBANKD49
002000   05  CD49-DATA.                                                 CBANKD49
002100     10  CD49I-DATA.                                              CBANKD49
002200       15  CD49I-FUNCTION                    PIC X(1).            CBANKD49
002300         88  CD49I-NOTIFY-RUN                VALUE 'N'.           CBANKD49
002400         88  CD49I-REMIT-RUN                 VALUE 'R'.           CBANKD49
002410         88  CD49I-REGISTER-BOX              VALUE 'B'.           CBANKD49
002420         88  CD49I-WITHDRAW-BOX              VALUE 'C'.           CBANKD49
002430*        A box claim - the primary renter, the rental agreement,  CBANKD49
002440*        the cash found and what else the box held                CBANKD49
002450       15  CD49I-PID                         PIC X(5).            CBANKD49
002460       15  CD49I-RENTAL-ID                   PIC 9(7).            CBANKD49
002470       15  CD49I-AMOUNT                      PIC S9(7)V99 COMP-3. CBANKD49
002480       15  CD49I-CONTENTS                    PIC X(30).           CBANKD49
002490       15  CD49I-ESC-ID                      PIC 9(7).            CBANKD49
002500     10  CD49O-DATA.                                              CBANKD49
002600       15  CD49O-RESULT                      PIC X(1).            CBANKD49
002700         88  CD49O-RUN-OK                    VALUE '0'.           CBANKD49
002900       15  CD49O-NOTICES-SENT                PIC 9(5).            CBANKD49
003000       15  CD49O-ACCOUNTS-REMITTED           PIC 9(5).            CBANKD49
003100       15  CD49O-AMOUNT-REMITTED             PIC S9(11)V99 COMP-3.CBANKD49
003120       15  CD49O-BOXES-REMITTED              PIC 9(5).            CBANKD49
003140       15  CD49O-ESC-ID                      PIC 9(7).            CBANKD49
003160       15  CD49O-DEADLINE                    PIC X(10).           CBANKD49
003200       15  CD49O-MSG                         PIC X(62).           CBANKD49
