001200* and rate master (BNKRATE). Rows are keyed by account type     * CBANKD72
001300* (BNKATYPE code, or '**' for every type), rate kind ('S'       * CBANKD72
001400* service charge band, 'I' credit interest, 'L' lending         * CBANKD72
001450* reference, 'R' returned-item fee, 'F' loan late fee - whose   * CBANKD72
001500* threshold is the grace days rather than a balance - 'B'       * CBANKD72
001550* base rate, held on '**' only, which variable-rate loans track * CBANKD72
001600* at their margin - and 'D' safe-deposit box rent, whose type   * CBANKD72
001620* code is the box size and whose amount is the annual rent -    * CBANKD72
001625* and 'P' and 'Q', the notional cash pool credit and debit      * CBANKD72
001630* rates, held on '**' only and banded on the pool's net         * CBANKD72
001635* balance - and 'T', the internal funds-transfer rate that the  * CBANKD72
001636* profitability run charges or credits each balance at, by      * CBANKD72
001646* account type or '**' for every type - and 'W', the fee for    * CBANKD72
001656* switching an account onto the type, whose amount is the fee - * CBANKD72
001660* and 'M', the fee for a certified copy of a past statement -   * CBANKD72
001661* and 'K', the debit card cashback rate, the share of a card    * CBANKD72
001662* purchase paid back to the customer, whose amount is the most  * CBANKD72
001663* one account may earn in a month in the row's spending         * CBANKD72
001664* category and whose threshold is the smallest purchase that    * CBANKD72
001665* earns),                                                       * CBANKD72
001666* balance-band threshold                                        * CBANKD72
001676* and effective date. Cashback rows alone are further keyed by  * CBANKD72
001678* the DBANK29P spending category the purchase settled under;    * CBANKD72
001680* every other kind carries a blank category.                    * CBANKD72
001686* A new row goes on pending and only posts rates once a second  * CBANKD72
001700* user has approved it. The read function returns the row       * CBANKD72
001750* effective on the requested date for the requested balance     * CBANKD72
001800* (days late, for a late fee), so a rate change scheduled for   * CBANKD72
001850* month-end just happens.                                       * CBANKD72
002000***************************************************************** CBANKD72
002100   05  CD72-DATA.                                                 CBANKD72
002200     10  CD72I-DATA.                                              CBANKD72
003000         88  CD72I-KIND-SERVICE              VALUE 'S'.           CBANKD72
003100         88  CD72I-KIND-INTEREST             VALUE 'I'.           CBANKD72
003200         88  CD72I-KIND-LENDING              VALUE 'L'.           CBANKD72
003250         88  CD72I-KIND-RETURN-FEE           VALUE 'R'.           CBANKD72
003260         88  CD72I-KIND-LATE-FEE             VALUE 'F'.           CBANKD72
003280         88  CD72I-KIND-BASE                 VALUE 'B'.           CBANKD72
003290         88  CD72I-KIND-BOX-RENT             VALUE 'D'.           CBANKD72
003292         88  CD72I-KIND-POOL-CREDIT          VALUE 'P'.           CBANKD72
003294         88  CD72I-KIND-POOL-DEBIT           VALUE 'Q'.           CBANKD72
003295         88  CD72I-KIND-FUNDS-TRANSFER       VALUE 'T'.           CBANKD72
003296         88  CD72I-KIND-SWITCH-FEE           VALUE 'W'.           CBANKD72
003298         88  CD72I-KIND-STMT-COPY-FEE        VALUE 'M'.           CBANKD72
003299         88  CD72I-KIND-CASHBACK             VALUE 'K'.           CBANKD72
003300       15  CD72I-THRESHOLD                   PIC S9(7) COMP-3.    CBANKD72
003400       15  CD72I-EFF-DATE                    PIC X(10).           CBANKD72
003500       15  CD72I-RATE                        PIC S9V9(6) COMP-3.  CBANKD72
003700       15  CD72I-BALANCE                     PIC S9(7)V99 COMP-3. CBANKD72
003800       15  CD72I-ASOF-DATE                   PIC X(10).           CBANKD72
003900       15  CD72I-USERID                      PIC X(5).            CBANKD72
003920*        The spending category a cashback row is for - ignored    CBANKD72
003940*        on every other kind                                      CBANKD72
003960       15  CD72I-CATEGORY                    PIC X(4).            CBANKD72
004000     10  CD72O-DATA.                                              CBANKD72
004100       15  CD72O-RESULT                      PIC X(1).            CBANKD72
004200         88  CD72O-REQUEST-OK                VALUE '0'.           CBANKD72
005200         20  CD72O-PENDING-ENTRY             OCCURS 3 TIMES.      CBANKD72
005300           25  CD72O-PEND-ACC-TYPE           PIC X(2).            CBANKD72
005400           25  CD72O-PEND-KIND               PIC X(1).            CBANKD72
005450           25  CD72O-PEND-CATEGORY           PIC X(4).            CBANKD72
005500           25  CD72O-PEND-THRESHOLD          PIC 9(7).            CBANKD72
005600           25  CD72O-PEND-EFF-DATE           PIC X(10).           CBANKD72
005700           25  CD72O-PEND-RATE               PIC 9.9(6).          CBANKD72
