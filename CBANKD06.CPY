002374*        writer journals it as its own income row so the ledger   CBANKD06
002376*        takes it to spread income, not to the FX position        CBANKD06
002378       15  CD06I-SPREAD-AMOUNT               PIC S9(7)V99 COMP-3. CBANKD06
002380*        The virtual number a transfer was addressed to, put      CBANKD06
002385*        on the to-leg so the receivables can be matched          CBANKD06
002390       15  CD06I-TO-VIRTUAL-ACC              PIC X(9).            CBANKD06
002400     10  CD06O-DATA.                                              CBANKD06
002500       15  CD06O-RESULT                      PIC X(1).            CBANKD06
002600         88  CD06O-UPDATE-OK                 VALUE '0'.           CBANKD06
