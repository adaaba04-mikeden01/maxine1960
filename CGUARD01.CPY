000100***************************************************************** CGUARD01
000200*                                                               * CGUARD01
000300*  Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.     * CGUARD01
000400*                                                               * CGUARD01
000500***************************************************************** CGUARD01
000600                                                                  CGUARD01
000700***************************************************************** CGUARD01
000800* CGUARD01.CPY                                                  * CGUARD01
000900*---------------------------------------------------------------* CGUARD01
001000* This area is used to pass data between callers and the bank   * CGUARD01
001100* guarantee program (DGUAR01P), which keeps the BNKGUAR register* CGUARD01
001200* of performance and payment guarantees and standby letters of  * CGUARD01
001300* credit issued on behalf of a BNKCORP customer. Each carries   * CGUARD01
001400* its beneficiary, face amount and currency, the base-currency  * CGUARD01
001500* equivalent booked at issue, an expiry and any cash margin     * CGUARD01
001600* blocked on the customer's settlement account through DHOLD01P.* CGUARD01
001700* Issue, amendment, cancellation, expiry and claim payment post * CGUARD01
001800* contingent memo rows (BNKTXN type 'C') that the ledger sweep  * CGUARD01
001900* (DBANK65P) carries to the off-balance-sheet GL lines.         * CGUARD01
002000* Commission is billed quarterly in advance to the settlement   * CGUARD01
002100* account. A claim is registered on BNKGTCL and always routed   * CGUARD01
002200* through the DBANK81P authorization queue; on approval the     * CGUARD01
002300* margin is applied, the rest of the claim is funded by a loan  * CGUARD01
002400* on BNKLOAN (DBANK62P) and the beneficiary is paid.            * CGUARD01
002500***************************************************************** CGUARD01
002600   05  CGU1-DATA.                                                 CGUARD01
002700     10  CGU1I-DATA.                                              CGUARD01
002800       15  CGU1I-FUNCTION                    PIC X(1).            CGUARD01
002900         88  CGU1I-ISSUE                     VALUE 'I'.           CGUARD01
003000         88  CGU1I-AMEND                     VALUE 'A'.           CGUARD01
003100         88  CGU1I-CANCEL                    VALUE 'X'.           CGUARD01
003200         88  CGU1I-REQUEST-CLAIM             VALUE 'C'.           CGUARD01
003300         88  CGU1I-EXECUTE-CLAIM             VALUE 'P'.           CGUARD01
003400         88  CGU1I-NIGHTLY-RUN               VALUE 'N'.           CGUARD01
003500       15  CGU1I-GTE-REF                     PIC X(9).            CGUARD01
003600       15  CGU1I-CORP-PID                    PIC X(5).            CGUARD01
003700       15  CGU1I-KIND                        PIC X(1).            CGUARD01
003800         88  CGU1I-PERFORMANCE-GTE           VALUE 'P'.           CGUARD01
003900         88  CGU1I-PAYMENT-GTE               VALUE 'G'.           CGUARD01
004000         88  CGU1I-STANDBY-LC                VALUE 'S'.           CGUARD01
004100       15  CGU1I-BENE-NAME                   PIC X(25).           CGUARD01
004200       15  CGU1I-BENE-ROUTING                PIC X(9).            CGUARD01
004300       15  CGU1I-BENE-EXT-ACC                PIC X(17).           CGUARD01
004400*        Spaces take the base currency                            CGUARD01
004500       15  CGU1I-CURRENCY                    PIC X(3).            CGUARD01
004600*        The face amount on issue or amendment, the amount        CGUARD01
004700*        demanded on a claim - always in the guarantee's currency CGUARD01
004800       15  CGU1I-AMOUNT                      PIC S9(7)V99 COMP-3. CGUARD01
004900       15  CGU1I-EXPIRY-DATE                 PIC X(10).           CGUARD01
005000*        The customer's settlement account - margin is held on it CGUARD01
005100*        and commission charged to it                             CGUARD01
005200       15  CGU1I-ACC                         PIC X(9).            CGUARD01
005300       15  CGU1I-MARGIN                      PIC S9(7)V99 COMP-3. CGUARD01
005400       15  CGU1I-USERID                      PIC X(5).            CGUARD01
005500       15  CGU1I-AUTH-ID                     PIC 9(7).            CGUARD01
005600*        The claim's wording, or the reason for a cancellation    CGUARD01
005700       15  CGU1I-NOTE                        PIC X(30).           CGUARD01
005800     10  CGU1O-DATA.                                              CGUARD01
005900       15  CGU1O-RESULT                      PIC X(1).            CGUARD01
006000         88  CGU1O-REQUEST-OK                VALUE '0'.           CGUARD01
006100         88  CGU1O-REQUEST-FAIL              VALUE '1'.           CGUARD01
006200         88  CGU1O-NOT-FOUND                 VALUE '2'.           CGUARD01
006300       15  CGU1O-GTE-REF                     PIC X(9).            CGUARD01
006400       15  CGU1O-BASE-AMOUNT                 PIC S9(7)V99 COMP-3. CGUARD01
006500       15  CGU1O-HOLD-ID                     PIC 9(7).            CGUARD01
006600       15  CGU1O-AUTH-ID                     PIC 9(7).            CGUARD01
006700       15  CGU1O-LOAN-ID                     PIC X(6).            CGUARD01
006800       15  CGU1O-COMMISSION                  PIC S9(9)V99 COMP-3. CGUARD01
006900       15  CGU1O-BILLED                      PIC 9(5).            CGUARD01
007000       15  CGU1O-EXPIRED                     PIC 9(5).            CGUARD01
007100       15  CGU1O-MSG                         PIC X(62).           CGUARD01
