000100***************************************************************** CRWRDD01
000200*                                                               * CRWRDD01
000300* Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.      * CRWRDD01
000400*                                                               * CRWRDD01
000500***************************************************************** CRWRDD01
000600                                                                  CRWRDD01
000700***************************************************************** CRWRDD01
000800* CRWRDD01.CPY                                                  * CRWRDD01
000900*---------------------------------------------------------------* CRWRDD01
001000* This area is used to pass data between callers and the debit  * CRWRDD01
001100* card cashback program (DRWRD01P). Each account keeps a rewards* CRWRDD01
001200* ledger on BNKRWDL: cashback earned on an eligible card        * CRWRDD01
001300* purchase (E) at the rate master's cashback rate for the       * CRWRDD01
001400* spending category, held inside the category's monthly cap;    * CRWRDD01
001500* cashback taken back when the purchase is refunded (R); the    * CRWRDD01
001600* month's payout credited to the account (P); and whatever is   * CRWRDD01
001700* left forfeited when a card is blocked for fraud or the account* CRWRDD01
001800* is closed (F). The balance is the sum of the ledger and the   * CRWRDD01
001900* month-to-date earnings the earned and reversed rows of the    * CRWRDD01
002000* current month. A month is named yyyy-mm                       * CRWRDD01
002100***************************************************************** CRWRDD01
002200   05  CWD1-DATA.                                                 CRWRDD01
002300     10  CWD1I-DATA.                                              CRWRDD01
002400       15  CWD1I-FUNCTION                    PIC X(1).            CRWRDD01
002500         88  CWD1I-EARN                      VALUE 'E'.           CRWRDD01
002600         88  CWD1I-REVERSE                   VALUE 'R'.           CRWRDD01
002700         88  CWD1I-FORFEIT                   VALUE 'F'.           CRWRDD01
002800         88  CWD1I-ENQUIRE                   VALUE 'Q'.           CRWRDD01
002900         88  CWD1I-MONTHLY-RUN               VALUE 'M'.           CRWRDD01
003000       15  CWD1I-USERID                      PIC X(5).            CRWRDD01
003100       15  CWD1I-ACC                         PIC X(9).            CRWRDD01
003200*        The card purchase or refund as the switch settled it -   CRWRDD01
003300*        the category is the bank's spending category the switch  CRWRDD01
003400*        mapped the merchant to, and the reference the posting's  CRWRDD01
003500       15  CWD1I-CARDNO                      PIC X(16).           CRWRDD01
003600       15  CWD1I-AUTH-CODE                   PIC X(6).            CRWRDD01
003700       15  CWD1I-CATEGORY                    PIC X(4).            CRWRDD01
003800       15  CWD1I-AMOUNT                      PIC S9(7)V99 COMP-3. CRWRDD01
003900       15  CWD1I-REF                         PIC X(12).           CRWRDD01
004000*        Why a balance is forfeited                               CRWRDD01
004100       15  CWD1I-REASON                      PIC X(1).            CRWRDD01
004200         88  CWD1I-REASON-FRAUD              VALUE 'F'.           CRWRDD01
004300         88  CWD1I-REASON-CLOSED             VALUE 'C'.           CRWRDD01
004400     10  CWD1O-DATA.                                              CRWRDD01
004500       15  CWD1O-RESULT                      PIC X(1).            CRWRDD01
004600         88  CWD1O-REQUEST-OK                VALUE '0'.           CRWRDD01
004700         88  CWD1O-REQUEST-FAIL              VALUE '1'.           CRWRDD01
004800         88  CWD1O-NOT-FOUND                 VALUE '2'.           CRWRDD01
004900*        The cashback earned, reversed or forfeited by the call   CRWRDD01
005000       15  CWD1O-CASHBACK                    PIC S9(7)V99 COMP-3. CRWRDD01
005100       15  CWD1O-BALANCE                     PIC S9(7)V99 COMP-3. CRWRDD01
005200       15  CWD1O-MTD                         PIC S9(7)V99 COMP-3. CRWRDD01
005300*        The month paid by the monthly run and what it paid       CRWRDD01
005400       15  CWD1O-MONTH                       PIC X(7).            CRWRDD01
005500       15  CWD1O-ACCOUNTS-PAID               PIC S9(7) COMP-3.    CRWRDD01
005600       15  CWD1O-TOTAL-PAID                  PIC S9(11)V99 COMP-3.CRWRDD01
005700       15  CWD1O-ACCOUNTS-HELD               PIC S9(7) COMP-3.    CRWRDD01
005800       15  CWD1O-MSG                         PIC X(62).           CRWRDD01
