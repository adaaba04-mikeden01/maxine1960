000100***************************************************************** CPRODD01
000200*                                                               * CPRODD01
000300* Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.      * CPRODD01
000400*                                                               * CPRODD01
000500***************************************************************** CPRODD01
000600                                                                  CPRODD01
000700***************************************************************** CPRODD01
000800* CPRODD01.CPY                                                  * CPRODD01
000900*---------------------------------------------------------------* CPRODD01
001000* This area is used to pass data between callers and the        * CPRODD01
001100* product catalogue program (DPROD01P) which maintains the      * CPRODD01
001200* account types on BNKATYPE and the rules that go with them -   * CPRODD01
001300* the minimum opening balance, the customer age band, the       * CPRODD01
001400* currencies offered, whether the product earns interest or     * CPRODD01
001500* may be overdrawn, the BNKRATE rows it takes its fees and its  * CPRODD01
001600* rates from, and the dates it is on sale between. A new        * CPRODD01
001700* product or a change to one is proposed onto BNKATYPP and is   * CPRODD01
001800* only put onto BNKATYPE when a second user approves it         * CPRODD01
001900***************************************************************** CPRODD01
002000   05  CPD1-DATA.                                                 CPRODD01
002100     10  CPD1I-DATA.                                              CPRODD01
002200       15  CPD1I-FUNCTION                    PIC X(1).            CPRODD01
002300         88  CPD1I-LIST                      VALUE 'L'.           CPRODD01
002400         88  CPD1I-READ                      VALUE 'R'.           CPRODD01
002500         88  CPD1I-PROPOSE                   VALUE 'P'.           CPRODD01
002600         88  CPD1I-APPROVE                   VALUE 'V'.           CPRODD01
002700         88  CPD1I-REJECT                    VALUE 'X'.           CPRODD01
002800       15  CPD1I-USERID                      PIC X(5).            CPRODD01
002900       15  CPD1I-TYPE                        PIC X(2).            CPRODD01
003000       15  CPD1I-DESC                        PIC X(15).           CPRODD01
003100       15  CPD1I-MIN-OPEN-BAL                PIC S9(7)V99 COMP-3. CPRODD01
003200*        Age band in years - a maximum of zero sets no upper age  CPRODD01
003300       15  CPD1I-MIN-AGE                     PIC 9(3).            CPRODD01
003400       15  CPD1I-MAX-AGE                     PIC 9(3).            CPRODD01
003500*        Up to five currency codes - all blank offers any currencyCPRODD01
003600       15  CPD1I-CURRENCIES                  PIC X(15).           CPRODD01
003700       15  CPD1I-CURRENCY-R REDEFINES CPD1I-CURRENCIES            CPRODD01
003800                                             PIC X(3)             CPRODD01
003900           OCCURS 5 TIMES.                                        CPRODD01
004000       15  CPD1I-INT-BEARING                 PIC X(1).            CPRODD01
004100       15  CPD1I-OD-ELIGIBLE                 PIC X(1).            CPRODD01
004200*        BNKRATE account types the fees and the interest rates areCPRODD01
004300*        read under - left blank, the product's own type          CPRODD01
004400       15  CPD1I-FEE-SCHED                   PIC X(2).            CPRODD01
004500       15  CPD1I-RATE-TYPE                   PIC X(2).            CPRODD01
004600       15  CPD1I-SELL-FROM                   PIC X(10).           CPRODD01
004700       15  CPD1I-STOP-SELL                   PIC X(10).           CPRODD01
004800     10  CPD1O-DATA.                                              CPRODD01
004900       15  CPD1O-RESULT                      PIC X(1).            CPRODD01
005000         88  CPD1O-REQUEST-OK                VALUE '0'.           CPRODD01
005100         88  CPD1O-REQUEST-FAIL              VALUE '1'.           CPRODD01
005200         88  CPD1O-NOT-FOUND                 VALUE '2'.           CPRODD01
005300         88  CPD1O-SELF-APPROVAL             VALUE '3'.           CPRODD01
005400*        The product as held, or as proposed when a change to it  CPRODD01
005500*        is awaiting approval, in which case the maker is shown   CPRODD01
005600       15  CPD1O-TYPE                        PIC X(2).            CPRODD01
005700       15  CPD1O-DESC                        PIC X(15).           CPRODD01
005800       15  CPD1O-MIN-OPEN-BAL                PIC Z(6)9.99.        CPRODD01
005900       15  CPD1O-MIN-AGE                     PIC 9(3).            CPRODD01
006000       15  CPD1O-MAX-AGE                     PIC 9(3).            CPRODD01
006100       15  CPD1O-CURRENCIES                  PIC X(15).           CPRODD01
006200       15  CPD1O-INT-BEARING                 PIC X(1).            CPRODD01
006300       15  CPD1O-OD-ELIGIBLE                 PIC X(1).            CPRODD01
006400       15  CPD1O-FEE-SCHED                   PIC X(2).            CPRODD01
006500       15  CPD1O-RATE-TYPE                   PIC X(2).            CPRODD01
006600       15  CPD1O-SELL-FROM                   PIC X(10).           CPRODD01
006700       15  CPD1O-STOP-SELL                   PIC X(10).           CPRODD01
006800       15  CPD1O-PEND-BY                     PIC X(5).            CPRODD01
006900       15  CPD1O-LIST-COUNT                  PIC 9(1).            CPRODD01
007000       15  CPD1O-LIST                        OCCURS 6 TIMES.      CPRODD01
007100         20  CPD1O-LST-TYPE                  PIC X(2).            CPRODD01
007200         20  CPD1O-LST-DESC                  PIC X(15).           CPRODD01
007300*        ON SALE, NOT YET or STOPPED against the business date    CPRODD01
007400         20  CPD1O-LST-STATE                 PIC X(8).            CPRODD01
007500*        '*' while a change to the product awaits approval        CPRODD01
007600         20  CPD1O-LST-PEND                  PIC X(1).            CPRODD01
007700       15  CPD1O-MSG                         PIC X(62).           CPRODD01
