000100***************************************************************** COCLRD01
000200*                                                               * COCLRD01
000300*  Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.     * COCLRD01
000400*                                                               * COCLRD01
000500***************************************************************** COCLRD01
000600                                                                  COCLRD01
000700***************************************************************** COCLRD01
000800* COCLRD01.CPY                                                  * COCLRD01
000900*---------------------------------------------------------------* COCLRD01
001000* This area is used to pass data between callers and the        * COCLRD01
001100* outward clearing program (DOCLR01P) which owns BNKOCLR: every * COCLRD01
001200* cheque deposited at the counter that is drawn on another bank * COCLRD01
001300* is registered against its deposit hold, presented on the      * COCLRD01
001400* nightly outward file (framed with control totals by DBANK91P) * COCLRD01
001500* and then either clears - lifting its hold once the return     * COCLRD01
001600* window has passed - or comes back on the inward returns file, * COCLRD01
001700* when the credit is charged back, the hold forfeited, the      * COCLRD01
001800* returned-item fee taken from BNKRATE and the customer written * COCLRD01
001900* to through DLTTR01P.                                          * COCLRD01
002000***************************************************************** COCLRD01
002100   05  COC1-DATA.                                                 COCLRD01
002200     10  COC1I-DATA.                                              COCLRD01
002300       15  COC1I-FUNCTION                    PIC X(1).            COCLRD01
002400         88  COC1I-REGISTER-ITEM             VALUE 'A'.           COCLRD01
002500         88  COC1I-NIGHTLY-RUN               VALUE 'N'.           COCLRD01
002600       15  COC1I-ACC                         PIC X(9).            COCLRD01
002700       15  COC1I-AMOUNT                      PIC S9(7)V99 COMP-3. COCLRD01
002800       15  COC1I-CHQNO                       PIC X(6).            COCLRD01
002900       15  COC1I-ROUTING                     PIC X(9).            COCLRD01
003000       15  COC1I-DRAWER-ACC                  PIC X(9).            COCLRD01
003100       15  COC1I-HOLD-ID                     PIC 9(7).            COCLRD01
003200       15  COC1I-USERID                      PIC X(5).            COCLRD01
003300     10  COC1O-DATA.                                              COCLRD01
003400       15  COC1O-RESULT                      PIC X(1).            COCLRD01
003500         88  COC1O-REQUEST-OK                VALUE '0'.           COCLRD01
003600         88  COC1O-REQUEST-FAIL              VALUE '1'.           COCLRD01
003700       15  COC1O-ITEM-ID                     PIC 9(7).            COCLRD01
003800*      Nightly-run results - returns worked first, then items     COCLRD01
003900*      past their return window cleared, then tonight's file cut  COCLRD01
004000       15  COC1O-RETURNS-READ                PIC 9(7).            COCLRD01
004100       15  COC1O-ITEMS-RETURNED              PIC 9(7).            COCLRD01
004200       15  COC1O-AMOUNT-RETURNED             PIC S9(9)V99 COMP-3. COCLRD01
004300       15  COC1O-FEES-CHARGED                PIC 9(7).            COCLRD01
004400       15  COC1O-ITEMS-UNMATCHED             PIC 9(7).            COCLRD01
004500       15  COC1O-ITEMS-CLEARED               PIC 9(7).            COCLRD01
004600       15  COC1O-ITEMS-PRESENTED             PIC 9(7).            COCLRD01
004700       15  COC1O-AMOUNT-PRESENTED            PIC S9(9)V99 COMP-3. COCLRD01
004800       15  COC1O-MSG                         PIC X(62).           COCLRD01
