000100***************************************************************** CTPPD20 
000200*                                                               * CTPPD20 
000300* Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.      * CTPPD20 
000400*                                                               * CTPPD20 
000500***************************************************************** CTPPD20 
000600                                                                  CTPPD20 
000700***************************************************************** CTPPD20 
000800* CTPPD20.CPY                                                   * CTPPD20 
000900*---------------------------------------------------------------* CTPPD20 
001000* The fixed-format request/response record a registered         * CTPPD20 
001100* third-party provider exchanges with the open-banking adapter  * CTPPD20 
001200* (TBANK20P). The provider fills the request side, naming       * CTPPD20 
001300* itself and the consent the customer gave it, and reads the    * CTPPD20 
001400* response side back from the same area. Read-only inquiries    * CTPPD20 
001500* only - balances and recent transactions on the accounts the   * CTPPD20 
001600* consent covers.                                               * CTPPD20 
001700***************************************************************** CTPPD20 
001800  05  TPP-DATA.                                                   CTPPD20 
001900    10  TPP-REQUEST.                                              CTPPD20 
002000      15  TPP-FUNCTION                      PIC X(1).             CTPPD20 
002100        88  TPP-BALANCE-INQUIRY             VALUE 'B'.            CTPPD20 
002200        88  TPP-RECENT-TXNS                 VALUE 'T'.            CTPPD20 
002300      15  TPP-PROVIDER-ID                   PIC X(8).             CTPPD20 
002400      15  TPP-CONSENT-ID                    PIC 9(7).             CTPPD20 
002500      15  TPP-ACC                           PIC X(9).             CTPPD20 
002600      15  TPP-TXN-COUNT                     PIC 9(1).             CTPPD20 
002700    10  TPP-RESPONSE.                                             CTPPD20 
002800      15  TPP-RESULT                        PIC X(1).             CTPPD20 
002900        88  TPP-REQUEST-OK                  VALUE '0'.            CTPPD20 
003000        88  TPP-REQUEST-FAIL                VALUE '1'.            CTPPD20 
003100*            No live consent allows the call - the reason code    CTPPD20 
003200*            says why (see CTPPCD01)                              CTPPD20 
003300        88  TPP-REQUEST-REFUSED             VALUE '3'.            CTPPD20 
003400      15  TPP-REASON                        PIC X(4).             CTPPD20 
003500      15  TPP-MSG                           PIC X(62).            CTPPD20 
003600      15  TPP-BAL-LIST.                                           CTPPD20 
003700        20  TPP-BAL-ENTRY                   OCCURS 6 TIMES.       CTPPD20 
003800          25  TPP-BAL-ACC                   PIC X(9).             CTPPD20 
003900          25  TPP-BAL-DESC                  PIC X(15).            CTPPD20 
004000          25  TPP-BAL-LEDGER                PIC X(13).            CTPPD20 
004100          25  TPP-BAL-AVAIL                 PIC X(13).            CTPPD20 
004200      15  TPP-TXN-LIST.                                           CTPPD20 
004300        20  TPP-TXN-ENTRY                   OCCURS 9 TIMES.       CTPPD20 
004400          25  TPP-TXN-DATE                  PIC X(10).            CTPPD20 
004500          25  TPP-TXN-AMOUNT                PIC X(13).            CTPPD20 
004600          25  TPP-TXN-DESC                  PIC X(30).            CTPPD20 
