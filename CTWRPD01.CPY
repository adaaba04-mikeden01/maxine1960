000100***************************************************************** CTWRPD01
000200*                                                               * CTWRPD01
000300*  Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.     * CTWRPD01
000400*                                                               * CTWRPD01
000500***************************************************************** CTWRPD01
000600                                                                  CTWRPD01
000700***************************************************************** CTWRPD01
000800* CTWRPD01.CPY                                                  * CTWRPD01
000900*---------------------------------------------------------------* CTWRPD01
001000* This area is used to pass data between callers and the        * CTWRPD01
001100* tax-advantaged savings program (DTWRP01P). An account type    * CTWRPD01
001200* flagged BAT_TAX_WRAPPER on BNKATYPE is a tax-free savings     * CTWRPD01
001300* wrapper: everything a customer pays into such accounts in a   * CTWRPD01
001400* tax year counts against one annual subscription allowance,    * CTWRPD01
001500* kept per taxpayer id (BCS_TIN) on BNKTWSB. Every credit into  * CTWRPD01
001600* a wrapper is checked here before it posts and recorded after  * CTWRPD01
001700* it has posted. Money moved in from or out to another provider * CTWRPD01
001800* keeps its wrapper status, goes on the BNKTWXF register and    * CTWRPD01
001900* does not use allowance.                                       * CTWRPD01
002000***************************************************************** CTWRPD01
002100   05  CTW1-DATA.                                                 CTWRPD01
002200     10  CTW1I-DATA.                                              CTWRPD01
002300       15  CTW1I-FUNCTION                    PIC X(1).            CTWRPD01
002400         88  CTW1I-CHECK-CREDIT              VALUE 'C'.           CTWRPD01
002500         88  CTW1I-RECORD-CREDIT             VALUE 'R'.           CTWRPD01
002600         88  CTW1I-ALLOWANCE-ENQUIRY         VALUE 'A'.           CTWRPD01
002700         88  CTW1I-TRANSFER-IN               VALUE 'I'.           CTWRPD01
002800         88  CTW1I-TRANSFER-OUT              VALUE 'O'.           CTWRPD01
002900       15  CTW1I-ACC                         PIC X(9).            CTWRPD01
003000*        The paying account on an internal credit - a move from   CTWRPD01
003100*        another of the same taxpayer's wrappers is not a new     CTWRPD01
003200*        subscription. Blank for cash and external credits        CTWRPD01
003300       15  CTW1I-SOURCE-ACC                  PIC X(9).            CTWRPD01
003400       15  CTW1I-AMOUNT                      PIC S9(7)V99 COMP-3. CTWRPD01
003500*        The other provider on a transfer in or out, and where a  CTWRPD01
003600*        transfer out is to be paid                               CTWRPD01
003700       15  CTW1I-PROVIDER                    PIC X(25).           CTWRPD01
003800       15  CTW1I-PROV-ROUTING                PIC X(9).            CTWRPD01
003900       15  CTW1I-PROV-ACC                    PIC X(17).           CTWRPD01
004000       15  CTW1I-USERID                      PIC X(5).            CTWRPD01
004100*        When filled, the account must belong to this customer    CTWRPD01
004200       15  CTW1I-OWNER-PID                   PIC X(5).            CTWRPD01
004300     10  CTW1O-DATA.                                              CTWRPD01
004400       15  CTW1O-RESULT                      PIC X(1).            CTWRPD01
004500         88  CTW1O-REQUEST-OK                VALUE '0'.           CTWRPD01
004600         88  CTW1O-REQUEST-FAIL              VALUE '1'.           CTWRPD01
004700         88  CTW1O-NOT-FOUND                 VALUE '2'.           CTWRPD01
004720*        Refused - the allowance will not take the credit, or the CTWRPD01
004740*        account cannot take the transfer in or out               CTWRPD01
004800         88  CTW1O-CREDIT-REFUSED            VALUE '3'.           CTWRPD01
004900       15  CTW1O-WRAPPER                     PIC X(1).            CTWRPD01
005000         88  CTW1O-IS-WRAPPER                VALUE 'Y'.           CTWRPD01
005100       15  CTW1O-TAX-YEAR                    PIC X(4).            CTWRPD01
005200       15  CTW1O-ALLOWANCE                   PIC S9(7)V99 COMP-3. CTWRPD01
005300       15  CTW1O-SUBSCRIBED                  PIC S9(7)V99 COMP-3. CTWRPD01
005400       15  CTW1O-REMAINING                   PIC S9(7)V99 COMP-3. CTWRPD01
005500       15  CTW1O-XFER-ID                     PIC 9(7).            CTWRPD01
005600       15  CTW1O-MSG                         PIC X(62).           CTWRPD01
