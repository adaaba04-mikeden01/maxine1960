000100***************************************************************** CLNWOD01
000200*                                                               * CLNWOD01
000300*  Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.     * CLNWOD01
000400*                                                               * CLNWOD01
000500***************************************************************** CLNWOD01
000600                                                                  CLNWOD01
000700***************************************************************** CLNWOD01
000800* CLNWOD01.CPY                                                  * CLNWOD01
000900*---------------------------------------------------------------* CLNWOD01
001000* This area is used to pass data between callers and the loan   * CLNWOD01
001100* write-off program (DLNWO01P). A write-off is requested by one * CLNWOD01
001200* user, registered on BNKLNWO and always routed through the     * CLNWOD01
001300* DBANK81P authorization queue; only on a second user's         * CLNWOD01
001400* approval is the outstanding principal charged against the     * CLNWOD01
001500* loan-loss allowance, the open schedule closed and the loan    * CLNWOD01
001600* marked written off ('W'). Anything recovered afterwards -     * CLNWOD01
001700* from the customer's own account or remitted by a debt agency  * CLNWOD01
001800* - is credited to recoveries income and logged against the     * CLNWOD01
001900* loan on BNKLNRCV. The monthly report lists a month's          * CLNWOD01
002000* write-offs and recoveries for the credit committee.           * CLNWOD01
002100***************************************************************** CLNWOD01
002200   05  CLW1-DATA.                                                 CLNWOD01
002300     10  CLW1I-DATA.                                              CLNWOD01
002400       15  CLW1I-FUNCTION                    PIC X(1).            CLNWOD01
002500         88  CLW1I-REQUEST-WRITE-OFF         VALUE 'W'.           CLNWOD01
002600         88  CLW1I-EXECUTE-WRITE-OFF         VALUE 'X'.           CLNWOD01
002700         88  CLW1I-RECORD-RECOVERY           VALUE 'R'.           CLNWOD01
002800         88  CLW1I-MONTHLY-REPORT            VALUE 'M'.           CLNWOD01
002900       15  CLW1I-LOAN-ID                     PIC X(6).            CLNWOD01
003000       15  CLW1I-USERID                      PIC X(5).            CLNWOD01
003100       15  CLW1I-AUTH-ID                     PIC 9(7).            CLNWOD01
003200*        The write-off reason, or the remitting agency's name     CLNWOD01
003300       15  CLW1I-NOTE                        PIC X(30).           CLNWOD01
003400       15  CLW1I-SOURCE                      PIC X(1).            CLNWOD01
003500         88  CLW1I-FROM-CUSTOMER             VALUE 'C'.           CLNWOD01
003600         88  CLW1I-FROM-AGENCY               VALUE 'A'.           CLNWOD01
003700       15  CLW1I-AMOUNT                      PIC S9(7)V99 COMP-3. CLNWOD01
003800*        The report month as YYYY-MM - spaces for the month just  CLNWOD01
003900*        closed                                                   CLNWOD01
004000       15  CLW1I-PERIOD                      PIC X(7).            CLNWOD01
004100     10  CLW1O-DATA.                                              CLNWOD01
004200       15  CLW1O-RESULT                      PIC X(1).            CLNWOD01
004300         88  CLW1O-REQUEST-OK                VALUE '0'.           CLNWOD01
004400         88  CLW1O-REQUEST-FAIL              VALUE '1'.           CLNWOD01
004500         88  CLW1O-LOAN-NOT-FOUND            VALUE '2'.           CLNWOD01
004600       15  CLW1O-AUTH-ID                     PIC 9(7).            CLNWOD01
004700       15  CLW1O-PRINCIPAL                   PIC S9(7)V99 COMP-3. CLNWOD01
004800       15  CLW1O-INTEREST                    PIC S9(7)V99 COMP-3. CLNWOD01
004900       15  CLW1O-FEES                        PIC S9(7)V99 COMP-3. CLNWOD01
005000       15  CLW1O-RECOVERED                   PIC S9(7)V99 COMP-3. CLNWOD01
005100       15  CLW1O-REFERENCE                   PIC X(12).           CLNWOD01
005200       15  CLW1O-WRITE-OFFS                  PIC 9(5).            CLNWOD01
005300       15  CLW1O-RECOVERIES                  PIC 9(5).            CLNWOD01
005400       15  CLW1O-MSG                         PIC X(62).           CLNWOD01
