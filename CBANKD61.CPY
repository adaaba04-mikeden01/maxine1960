000800* CBANKD61.CPY                                                  * CBANKD61
000900*---------------------------------------------------------------* CBANKD61
001000* This area is used to drive and report back on a run of the    * CBANKD61
001050* savings-interest accrual batch job (DBANK61P), which posts the* CBANKD61
001100* periodic interest due on every savings-classified account     * CBANKD61
001150* through DBANK04P/DBANK06P. Given an account number it settles * CBANKD61
001200* that one account only - the interest due up to a product      * CBANKD61
001250* switch, at the rates of the product being left                * CBANKD61
001400***************************************************************** CBANKD61
001500   05  CD61-DATA.                                                 CBANKD61
001600     10  CD61I-DATA.                                              CBANKD61
001700       15  CD61I-FILLER                      PIC X(1).            CBANKD61
001750       15  CD61I-SETTLE-ACC                  PIC X(9).            CBANKD61
001755*        Blank for the live run; P proves the run - interest and  CBANKD61
001760*        overdraft charges are worked out and listed exactly as   CBANKD61
001765*        they would post, and none is posted                      CBANKD61
001770       15  CD61I-RUN-MODE                    PIC X(1).            CBANKD61
001775         88  CD61I-LIVE-RUN                  VALUE ' '.           CBANKD61
001780         88  CD61I-PROOF-RUN                 VALUE 'P'.           CBANKD61
001800     10  CD61O-DATA.                                              CBANKD61
001900       15  CD61O-RESULT                      PIC X(1).            CBANKD61
002000         88  CD61O-RUN-OK                     VALUE '0'.          CBANKD61
