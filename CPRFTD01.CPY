000100***************************************************************** CPRFTD01
000200*                                                               * CPRFTD01
000300* Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.      * CPRFTD01
000400*                                                               * CPRFTD01
000500***************************************************************** CPRFTD01
000600                                                                  CPRFTD01
000700***************************************************************** CPRFTD01
000800* CPRFTD01.CPY                                                  * CPRFTD01
000900*---------------------------------------------------------------* CPRFTD01
001000* This area is used to pass data between callers and the        * CPRFTD01
001100* profitability program (DPRFT01P). Once a month it works out   * CPRFTD01
001200* what each account, loan, customer and household earned or     * CPRFTD01
001300* cost the bank over the month just ended: the margin on the    * CPRFTD01
001400* average balance against the internal funds-transfer rate      * CPRFTD01
001500* held on BNKRATE, the service charges posted less goodwill     * CPRFTD01
001600* refunds, the overdraft interest charged, and the              * CPRFTD01
001700* transactions costed at the unit cost of the channel they      * CPRFTD01
001800* came through, from the BNKRTST volumes. Results are held on   * CPRFTD01
001900* BNKPRFA, BNKPRFC and BNKPRFH for the relationship summary     * CPRFTD01
002000* and for reviewing the pricing tiers, and the rolled-up        * CPRFTD01
002100* report goes to the report repository.                         * CPRFTD01
002200***************************************************************** CPRFTD01
002300   05  CPF1-DATA.                                                 CPRFTD01
002400     10  CPF1I-DATA.                                              CPRFTD01
002500       15  CPF1I-FUNCTION                    PIC X(1).            CPRFTD01
002600         88  CPF1I-MONTHLY-RUN               VALUE 'N'.           CPRFTD01
002700*        The month to work, yyyy-mm - left blank the run works theCPRFTD01
002800*        month before the business date, once only                CPRFTD01
002900       15  CPF1I-MONTH                       PIC X(7).            CPRFTD01
003000     10  CPF1O-DATA.                                              CPRFTD01
003100       15  CPF1O-RESULT                      PIC X(1).            CPRFTD01
003200         88  CPF1O-REQUEST-OK                VALUE '0'.           CPRFTD01
003300         88  CPF1O-REQUEST-FAIL              VALUE '1'.           CPRFTD01
003400       15  CPF1O-MONTH                       PIC X(7).            CPRFTD01
003500       15  CPF1O-ACCOUNTS                    PIC 9(7).            CPRFTD01
003600       15  CPF1O-LOANS                       PIC 9(5).            CPRFTD01
003700       15  CPF1O-CUSTOMERS                   PIC 9(7).            CPRFTD01
003800       15  CPF1O-HOUSEHOLDS                  PIC 9(7).            CPRFTD01
003900       15  CPF1O-TOTAL-PROFIT                PIC S9(11)V99 COMP-3.CPRFTD01
004000       15  CPF1O-MSG                         PIC X(62).           CPRFTD01
