000100***************************************************************** CMGTAD01
000200*                                                               * CMGTAD01
000300* Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.      * CMGTAD01
000400*                                                               * CMGTAD01
000500***************************************************************** CMGTAD01
000600                                                                  CMGTAD01
000700***************************************************************** CMGTAD01
000800* CMGTAD01.CPY                                                  * CMGTAD01
000900*---------------------------------------------------------------* CMGTAD01
001000* This area is used to pass data between callers and the        * CMGTAD01
001100* management accounts program (DMGTA01P). The budget upload     * CMGTAD01
001200* takes each branch's annual budget by GL line off the BDGI     * CMGTAD01
001300* queue onto BNKBDGT, replacing any figure already held for     * CMGTAD01
001400* the year. Once the ledger period has been closed, the         * CMGTAD01
001500* monthly run maps the month's BNKGLPST postings through        * CMGTAD01
001600* BNKGLCOA into profit and loss and balance sheet lines for     * CMGTAD01
001700* every branch and for the bank as a whole, with the month,     * CMGTAD01
001800* the year to date and the same figures a year before, and      * CMGTAD01
001900* sets each line against its budget - a variance beyond the     * CMGTAD01
002000* BNKCTLV tolerance (MGTVARPC, per cent) is marked. A month     * CMGTAD01
002100* is named yyyy-mm and must be a closed period                  * CMGTAD01
002200***************************************************************** CMGTAD01
002300   05  CMA1-DATA.                                                 CMGTAD01
002400     10  CMA1I-DATA.                                              CMGTAD01
002500       15  CMA1I-FUNCTION                    PIC X(1).            CMGTAD01
002600         88  CMA1I-MONTHLY-RUN               VALUE 'M'.           CMGTAD01
002700         88  CMA1I-UPLOAD-BUDGET             VALUE 'U'.           CMGTAD01
002800       15  CMA1I-USERID                      PIC X(5).            CMGTAD01
002900       15  CMA1I-MONTH                       PIC X(7).            CMGTAD01
003000     10  CMA1O-DATA.                                              CMGTAD01
003100       15  CMA1O-RESULT                      PIC X(1).            CMGTAD01
003200         88  CMA1O-REQUEST-OK                VALUE '0'.           CMGTAD01
003300         88  CMA1O-REQUEST-FAIL              VALUE '1'.           CMGTAD01
003400       15  CMA1O-MONTH                       PIC X(7).            CMGTAD01
003500       15  CMA1O-BRANCHES                    PIC 9(5).            CMGTAD01
003600       15  CMA1O-LINES                       PIC 9(7).            CMGTAD01
003700       15  CMA1O-FLAGGED                     PIC 9(7).            CMGTAD01
003800       15  CMA1O-BUDGETS-LOADED              PIC 9(7).            CMGTAD01
003900       15  CMA1O-BUDGETS-REJECTED            PIC 9(7).            CMGTAD01
004000       15  CMA1O-MSG                         PIC X(62).           CMGTAD01
