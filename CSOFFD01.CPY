000100***************************************************************** CSOFFD01
000200*                                                               * CSOFFD01
000300*  Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.     * CSOFFD01
000400*                                                               * CSOFFD01
000500***************************************************************** CSOFFD01
000600                                                                  CSOFFD01
000700***************************************************************** CSOFFD01
000800* CSOFFD01.CPY                                                  * CSOFFD01
000900*---------------------------------------------------------------* CSOFFD01
001000* This area is used to pass data between callers and the        * CSOFFD01
001100* right-of-set-off program (DSOFF01P). The nightly run finds    * CSOFFD01
001200* loans that have aged past 90 days in arrears, pre-notifies    * CSOFFD01
001300* the customer of the credit balances we intend to set off      * CSOFFD01
001400* (BNKSOFF), and on the due date posts each set-off through     * CSOFFD01
001500* the normal transfer and audit building blocks and takes the   * CSOFFD01
001600* missed installments it covers.                                * CSOFFD01
001700***************************************************************** CSOFFD01
001800   05  CSF1-DATA.                                                 CSOFFD01
001900     10  CSF1I-DATA.                                              CSOFFD01
002000       15  CSF1I-FUNCTION                    PIC X(1).            CSOFFD01
002100         88  CSF1I-NIGHTLY-RUN               VALUE 'N'.           CSOFFD01
002200     10  CSF1O-DATA.                                              CSOFFD01
002300       15  CSF1O-RESULT                      PIC X(1).            CSOFFD01
002400         88  CSF1O-REQUEST-OK                VALUE '0'.           CSOFFD01
002500         88  CSF1O-REQUEST-FAIL              VALUE '1'.           CSOFFD01
002600       15  CSF1O-NOTICES-SENT                PIC 9(5).            CSOFFD01
002700       15  CSF1O-LETTERS-CUT                 PIC 9(5).            CSOFFD01
002800       15  CSF1O-SETOFFS-APPLIED             PIC 9(5).            CSOFFD01
002900       15  CSF1O-NOTICES-LAPSED              PIC 9(5).            CSOFFD01
003000       15  CSF1O-NOTICES-DEFERRED            PIC 9(5).            CSOFFD01
003100       15  CSF1O-TOTAL-APPLIED               PIC S9(9)V99 COMP-3. CSOFFD01
003200       15  CSF1O-MSG                         PIC X(62).           CSOFFD01
