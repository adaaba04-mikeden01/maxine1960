000100***************************************************************** CEJRND01
000200*                                                               * CEJRND01
000300*  Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.     * CEJRND01
000400*                                                               * CEJRND01
000500***************************************************************** CEJRND01
000600                                                                  CEJRND01
000700***************************************************************** CEJRND01
000800* CEJRND01.CPY                                                  * CEJRND01
000900* --------------------------------------------------------------* CEJRND01
001000* This area is used to pass data between callers and the teller * CEJRND01
001100* electronic journal program (DEJRN01P). Every teller action at * CEJRND01
001200* the counter - cash in and out, cheque deposits and cheque     * CEJRND01
001300* work, drawer/vault movements, drawer proofs and overrides -   * CEJRND01
001400* is written to BNKEJRN under a global sequence number and a    * CEJRND01
001500* receipt number unique within the branch, and the receipt is   * CEJRND01
001600* queued to the branch receipt printer. Supervisors search the  * CEJRND01
001700* journal by receipt, account or drawer and date and reprint a  * CEJRND01
001800* receipt, and the nightly run totals the journal per drawer and* CEJRND01
001900* proves it against the drawer totals the drawer proof uses.    * CEJRND01
002000***************************************************************** CEJRND01
002100   05  CEJ1-DATA.                                                 CEJRND01
002200     10  CEJ1I-DATA.                                              CEJRND01
002300       15  CEJ1I-FUNCTION                    PIC X(1).            CEJRND01
002400         88  CEJ1I-WRITE-ENTRY               VALUE 'W'.           CEJRND01
002500         88  CEJ1I-SEARCH                    VALUE 'S'.           CEJRND01
002600         88  CEJ1I-REPRINT                   VALUE 'P'.           CEJRND01
002700         88  CEJ1I-NIGHTLY-RUN               VALUE 'N'.           CEJRND01
002800       15  CEJ1I-PROGRAM                     PIC X(8).            CEJRND01
002900       15  CEJ1I-ACTION                      PIC X(2).            CEJRND01
003000         88  CEJ1I-CASH-DEPOSIT              VALUE 'CI'.          CEJRND01
003100         88  CEJ1I-CASH-WITHDRAWAL           VALUE 'CO'.          CEJRND01
003200         88  CEJ1I-CHEQUE-DEPOSIT            VALUE 'QD'.          CEJRND01
003300         88  CEJ1I-CHEQUE-WRITTEN            VALUE 'QW'.          CEJRND01
003400         88  CEJ1I-BOOK-ORDERED              VALUE 'BO'.          CEJRND01
003500         88  CEJ1I-BOOK-STOCK                VALUE 'BS'.          CEJRND01
003600         88  CEJ1I-VAULT-BUY                 VALUE 'VB'.          CEJRND01
003700         88  CEJ1I-VAULT-SELL                VALUE 'VS'.          CEJRND01
003800         88  CEJ1I-DRAWER-PROOF              VALUE 'DP'.          CEJRND01
003900         88  CEJ1I-NOTE-EXCHANGE             VALUE 'FX'.          CEJRND01
004000         88  CEJ1I-OVERRIDE-REFERRED         VALUE 'OR'.          CEJRND01
004100         88  CEJ1I-OVERRIDE-APPROVED         VALUE 'OA'.          CEJRND01
004200         88  CEJ1I-OVERRIDE-PAID             VALUE 'OP'.          CEJRND01
004300         88  CEJ1I-OVERRIDE-RETURNED         VALUE 'OX'.          CEJRND01
004400         88  CEJ1I-RECEIPT-REPRINT           VALUE 'RP'.          CEJRND01
004500       15  CEJ1I-TELLER                      PIC X(5).            CEJRND01
004600       15  CEJ1I-DRAWER                      PIC X(4).            CEJRND01
004700*        Blank takes the teller's home branch                     CEJRND01
004800       15  CEJ1I-BRANCH                      PIC X(4).            CEJRND01
004900       15  CEJ1I-ACC                         PIC X(9).            CEJRND01
005000       15  CEJ1I-AMOUNT                      PIC S9(9)V99 COMP-3. CEJRND01
005100*        The movement in the drawer's base-currency cash - what   CEJRND01
005200*        BNKDRWR was moved by, so the journal proves against it   CEJRND01
005300       15  CEJ1I-CASH-IN                     PIC S9(9)V99 COMP-3. CEJRND01
005400       15  CEJ1I-CASH-OUT                    PIC S9(9)V99 COMP-3. CEJRND01
005500*        On a drawer proof the position the proof computed        CEJRND01
005600       15  CEJ1I-COMPUTED                    PIC S9(9)V99 COMP-3. CEJRND01
005700       15  CEJ1I-DENOMS.                                          CEJRND01
005800         20  CEJ1I-DENOM-ENTRY               OCCURS 6 TIMES.      CEJRND01
005900           25  CEJ1I-DEN-VALUE               PIC 9(5)V99.         CEJRND01
006000           25  CEJ1I-DEN-COUNT               PIC 9(5).            CEJRND01
006100       15  CEJ1I-TXN-REF                     PIC X(12).           CEJRND01
006200       15  CEJ1I-DETAIL                      PIC X(30).           CEJRND01
006300       15  CEJ1I-RESULT                      PIC X(1).            CEJRND01
006400         88  CEJ1I-POSTED                    VALUE 'P'.           CEJRND01
006500         88  CEJ1I-HELD                      VALUE 'H'.           CEJRND01
006600*        The supervisor who approved an override                  CEJRND01
006700       15  CEJ1I-SUPERVISOR                  PIC X(5).            CEJRND01
006800*        Search keys - a receipt, or an account or drawer on a    CEJRND01
006900*        date (blank is today); a reprint needs the receipt       CEJRND01
007000       15  CEJ1I-RECEIPT                     PIC X(12).           CEJRND01
007100       15  CEJ1I-DATE                        PIC X(10).           CEJRND01
007200       15  CEJ1I-USERID                      PIC X(5).            CEJRND01
007300     10  CEJ1O-DATA.                                              CEJRND01
007400       15  CEJ1O-RESULT                      PIC X(1).            CEJRND01
007500         88  CEJ1O-REQUEST-OK                VALUE '0'.           CEJRND01
007600         88  CEJ1O-REQUEST-FAIL              VALUE '1'.           CEJRND01
007700         88  CEJ1O-NOT-FOUND                 VALUE '2'.           CEJRND01
007800       15  CEJ1O-SEQ                         PIC 9(9).            CEJRND01
007900       15  CEJ1O-RECEIPT                     PIC X(12).           CEJRND01
008000*        On a drawer proof the drawer's net on the journal and    CEJRND01
008100*        how far it stands from the position the proof computed   CEJRND01
008200       15  CEJ1O-JOURNAL-NET                 PIC S9(9)V99 COMP-3. CEJRND01
008300       15  CEJ1O-DIFFERENCE                  PIC S9(9)V99 COMP-3. CEJRND01
008400       15  CEJ1O-FOUND                       PIC S9(5) COMP-3.    CEJRND01
008500       15  CEJ1O-ENTRIES.                                         CEJRND01
008600         20  CEJ1O-ENTRY                     OCCURS 5 TIMES.      CEJRND01
008700           25  CEJ1O-ENT-RECEIPT             PIC X(12).           CEJRND01
008800           25  CEJ1O-ENT-TIME                PIC X(8).            CEJRND01
008900           25  CEJ1O-ENT-ACTION              PIC X(2).            CEJRND01
009000           25  CEJ1O-ENT-ACC                 PIC X(9).            CEJRND01
009100           25  CEJ1O-ENT-DRAWER              PIC X(4).            CEJRND01
009200           25  CEJ1O-ENT-TELLER              PIC X(5).            CEJRND01
009300           25  CEJ1O-ENT-AMOUNT              PIC S9(9)V99 COMP-3. CEJRND01
009400*        The receipt as printed                                   CEJRND01
009500       15  CEJ1O-RECEIPT-TEXT.                                    CEJRND01
009600         20  CEJ1O-RECEIPT-LINE              PIC X(40)            CEJRND01
009700                                             OCCURS 6 TIMES.      CEJRND01
009800*        Nightly proof - drawer days proved and those that differ CEJRND01
009900       15  CEJ1O-DRAWERS                     PIC S9(5) COMP-3.    CEJRND01
010000       15  CEJ1O-DIFFERENCES                 PIC S9(5) COMP-3.    CEJRND01
010100       15  CEJ1O-MSG                         PIC X(62).           CEJRND01
