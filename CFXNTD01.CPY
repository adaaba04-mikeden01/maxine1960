000100***************************************************************** CFXNTD01
000200*                                                               * CFXNTD01
000300*  Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.     * CFXNTD01
000400*                                                               * CFXNTD01
000500***************************************************************** CFXNTD01
000600                                                                  CFXNTD01
000700***************************************************************** CFXNTD01
000800* CFXNTD01.CPY                                                  * CFXNTD01
000900*---------------------------------------------------------------* CFXNTD01
001000* This area is used to pass data between callers and the        * CFXNTD01
001100* foreign banknote program (DFXNT01P). Tellers buy and sell     * CFXNTD01
001200* foreign notes over the counter at the day's BNKFXRT rate      * CFXNTD01
001300* plus the buy or sell spread held for the currency on          * CFXNTD01
001400* BNKFXSP. The customer settles in base-currency cash through   * CFXNTD01
001500* the teller's drawer, or by a debit or credit to an account.   * CFXNTD01
001600* The notes themselves are held by currency and denomination,   * CFXNTD01
001700* in the drawer on BNKFXDR and in the branch vault on           * CFXNTD01
001800* BNKFXVL, and every deal is registered on BNKFXNT. The         * CFXNTD01
001900* position is carried at its base-currency book value on        * CFXNTD01
002000* BNKFXPOS, which the revaluation in DBANK88P marks to market.  * CFXNTD01
002100***************************************************************** CFXNTD01
002200   05  CFX1-DATA.                                                 CFXNTD01
002300     10  CFX1I-DATA.                                              CFXNTD01
002400       15  CFX1I-FUNCTION                    PIC X(1).            CFXNTD01
002500         88  CFX1I-SAVE-SPREAD               VALUE 'S'.           CFXNTD01
002600         88  CFX1I-QUOTE                     VALUE 'Q'.           CFXNTD01
002700         88  CFX1I-EXCHANGE                  VALUE 'X'.           CFXNTD01
002800         88  CFX1I-VAULT-DELIVERY            VALUE 'D'.           CFXNTD01
002900       15  CFX1I-CURRENCY                    PIC X(3).            CFXNTD01
003000*        Which way the notes go, seen from the bank - on a        CFXNTD01
003100*        vault delivery B receives notes from the supplier and    CFXNTD01
003200*        S returns them                                           CFXNTD01
003300       15  CFX1I-SIDE                        PIC X(1).            CFXNTD01
003400         88  CFX1I-BANK-SELLS                VALUE 'S'.           CFXNTD01
003500         88  CFX1I-BANK-BUYS                 VALUE 'B'.           CFXNTD01
003600       15  CFX1I-SETTLE                      PIC X(1).            CFXNTD01
003700         88  CFX1I-SETTLE-CASH               VALUE 'C'.           CFXNTD01
003800         88  CFX1I-SETTLE-ACCOUNT            VALUE 'A'.           CFXNTD01
003900       15  CFX1I-ACC                         PIC X(9).            CFXNTD01
004000       15  CFX1I-BRANCH                      PIC X(4).            CFXNTD01
004100       15  CFX1I-TELLER                      PIC X(5).            CFXNTD01
004200       15  CFX1I-DRAWER                      PIC X(4).            CFXNTD01
004300*        Spreads are fractions of the mid rate - .025000 is       CFXNTD01
004400*        two and a half per cent                                  CFXNTD01
004500       15  CFX1I-BUY-SPREAD                  PIC S9V9(6) COMP-3.  CFXNTD01
004600       15  CFX1I-SELL-SPREAD                 PIC S9V9(6) COMP-3.  CFXNTD01
004700*        The notes handed over, by denomination in the foreign    CFXNTD01
004800*        currency                                                 CFXNTD01
004900       15  CFX1I-NOTES.                                           CFXNTD01
005000         20  CFX1I-NOTE-ENTRY                OCCURS 6 TIMES.      CFXNTD01
005100           25  CFX1I-NOTE-VALUE              PIC 9(5)V99.         CFXNTD01
005200           25  CFX1I-NOTE-COUNT              PIC 9(5).            CFXNTD01
005300       15  CFX1I-USERID                      PIC X(5).            CFXNTD01
005400     10  CFX1O-DATA.                                              CFXNTD01
005500       15  CFX1O-RESULT                      PIC X(1).            CFXNTD01
005600         88  CFX1O-REQUEST-OK                VALUE '0'.           CFXNTD01
005700         88  CFX1O-REQUEST-FAIL              VALUE '1'.           CFXNTD01
005800         88  CFX1O-NO-RATE                   VALUE '2'.           CFXNTD01
005900         88  CFX1O-INSUFFICIENT              VALUE '3'.           CFXNTD01
006000         88  CFX1O-NOT-FOUND                 VALUE '4'.           CFXNTD01
006100         88  CFX1O-RESTRICTED                VALUE '5'.           CFXNTD01
006200       15  CFX1O-MID-RATE                    PIC S9(3)V9(6)       CFXNTD01
006300                                             COMP-3.              CFXNTD01
006400       15  CFX1O-DEAL-RATE                   PIC S9(3)V9(6)       CFXNTD01
006500                                             COMP-3.              CFXNTD01
006600       15  CFX1O-FOREIGN-AMOUNT              PIC S9(9)V99 COMP-3. CFXNTD01
006700       15  CFX1O-BASE-AMOUNT                 PIC S9(7)V99 COMP-3. CFXNTD01
006800       15  CFX1O-SPREAD-AMOUNT               PIC S9(7)V99 COMP-3. CFXNTD01
006900       15  CFX1O-DEAL-ID                     PIC 9(8).            CFXNTD01
007000       15  CFX1O-TXN-REF                     PIC X(12).           CFXNTD01
007050       15  CFX1O-RECEIPT                     PIC X(12).           CFXNTD01
007100       15  CFX1O-NEW-BAL                     PIC S9(7)V99 COMP-3. CFXNTD01
007200       15  CFX1O-MSG                         PIC X(62).           CFXNTD01
