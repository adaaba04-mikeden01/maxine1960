000100***************************************************************** CSCORD01
000200*                                                               * CSCORD01
000300* Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.      * CSCORD01
000400*                                                               * CSCORD01
000500***************************************************************** CSCORD01
000600                                                                  CSCORD01
000700***************************************************************** CSCORD01
000800* CSCORD01.CPY                                                  * CSCORD01
000900*---------------------------------------------------------------* CSCORD01
001000* This area is used to pass data between callers and the credit * CSCORD01
001100* scorecard (DSCOR01P). The scorecard is held on BNKSCRC as     * CSCORD01
001200* bands of a characteristic's value, each worth a number of     * CSCORD01
001300* points and carrying the reason given when an applicant falls  * CSCORD01
001400* short of the characteristic's best band. Scoring an applicant * CSCORD01
001500* works each characteristic out from our own data, adds the     * CSCORD01
001600* points up and compares the score with the approve and refer   * CSCORD01
001700* cutoffs on BNKCTLV; a minor or an open insolvency case is     * CSCORD01
001800* declined whatever the score. Every decision is kept on        * CSCORD01
001900* BNKSCRD with its breakdown on BNKSCRL, and a decline is sent  * CSCORD01
002000* an adverse-action letter. The characteristics are -           * CSCORD01
002100*   AVGB average daily balance over the last 90 days            * CSCORD01
002200*   TENR months since the customer's first end-of-day balance   * CSCORD01
002300*   ARRS loan instalments missed, written off or paid late      * CSCORD01
002400*   XCES days in unarranged excess over the last 90 days        * CSCORD01
002500*   KYCB KYC risk band - 1 low, 2 medium, 3 high, 0 none        * CSCORD01
002600*   EXPO exposure already held plus the amount applied for      * CSCORD01
002700*   MINR 1 when the customer is a minor                         * CSCORD01
002800*   INSV 1 when an insolvency case is open                      * CSCORD01
002900* Values are whole units and a value in no band scores nothing  * CSCORD01
003000***************************************************************** CSCORD01
003100   05  CSD1-DATA.                                                 CSCORD01
003200     10  CSD1I-DATA.                                              CSCORD01
003300       15  CSD1I-FUNCTION                    PIC X(1).            CSCORD01
003400         88  CSD1I-SCORE                     VALUE 'S'.           CSCORD01
003500         88  CSD1I-SET-BAND                  VALUE 'B'.           CSCORD01
003600         88  CSD1I-DELETE-BAND               VALUE 'X'.           CSCORD01
003700         88  CSD1I-LIST-BANDS                VALUE 'L'.           CSCORD01
003800         88  CSD1I-CLEAR-REFERRAL            VALUE 'C'.           CSCORD01
003900         88  CSD1I-QUERY-DECISION            VALUE 'Q'.           CSCORD01
004000*        Who is asking - band changes and clearing a referral are CSCORD01
004100*        for supervisors only                                     CSCORD01
004200       15  CSD1I-USERID                      PIC X(5).            CSCORD01
004300*        The application scored - a loan (L) by its loan id, an   CSCORD01
004400*        overdraft (O) by its account number. A referral is       CSCORD01
004500*        cleared, and the latest decision queried, by the         CSCORD01
004600*        application alone when no product is given               CSCORD01
004700       15  CSD1I-PERSON-PID                  PIC X(5).            CSCORD01
004800       15  CSD1I-PRODUCT                     PIC X(1).            CSCORD01
004900         88  CSD1I-PRODUCT-LOAN              VALUE 'L'.           CSCORD01
005000         88  CSD1I-PRODUCT-OVERDRAFT         VALUE 'O'.           CSCORD01
005100       15  CSD1I-REF                         PIC X(9).            CSCORD01
005200       15  CSD1I-AMOUNT                      PIC S9(9)V99 COMP-3. CSCORD01
005300*        The band to set or delete, or where a list starts from   CSCORD01
005400       15  CSD1I-CHAR                        PIC X(4).            CSCORD01
005500       15  CSD1I-LOW                         PIC S9(9) COMP-3.    CSCORD01
005600       15  CSD1I-HIGH                        PIC S9(9) COMP-3.    CSCORD01
005700       15  CSD1I-POINTS                      PIC S9(3) COMP-3.    CSCORD01
005800       15  CSD1I-REASON                      PIC X(3).            CSCORD01
005900       15  CSD1I-REASON-TEXT                 PIC X(25).           CSCORD01
006000     10  CSD1O-DATA.                                              CSCORD01
006100       15  CSD1O-RESULT                      PIC X(1).            CSCORD01
006200         88  CSD1O-REQUEST-OK                VALUE '0'.           CSCORD01
006300         88  CSD1O-REQUEST-FAIL              VALUE '1'.           CSCORD01
006400         88  CSD1O-NOT-AUTHORIZED            VALUE '2'.           CSCORD01
006500         88  CSD1O-NOT-FOUND                 VALUE '3'.           CSCORD01
006600       15  CSD1O-DECISION-ID                 PIC 9(7).            CSCORD01
006700       15  CSD1O-SCORE                       PIC S9(5) COMP-3.    CSCORD01
006800       15  CSD1O-DECISION                    PIC X(1).            CSCORD01
006900         88  CSD1O-APPROVE                   VALUE 'A'.           CSCORD01
007000         88  CSD1O-REFER                     VALUE 'R'.           CSCORD01
007100         88  CSD1O-DECLINE                   VALUE 'D'.           CSCORD01
007200*            A referral a supervisor has cleared, and one then    CSCORD01
007300*            approved on the strength of it                       CSCORD01
007400         88  CSD1O-REFERRAL-CLEARED          VALUE 'C'.           CSCORD01
007500         88  CSD1O-OFFICER-APPROVED          VALUE 'O'.           CSCORD01
007600       15  CSD1O-REASONS                     OCCURS 3 TIMES.      CSCORD01
007700         20  CSD1O-REASON                    PIC X(3).            CSCORD01
007800         20  CSD1O-REASON-TEXT               PIC X(25).           CSCORD01
007900       15  CSD1O-LETTER-SENT                 PIC X(1).            CSCORD01
008000       15  CSD1O-BREAKDOWN                   OCCURS 8 TIMES.      CSCORD01
008100         20  CSD1O-BRK-CHAR                  PIC X(4).            CSCORD01
008200         20  CSD1O-BRK-VALUE                 PIC S9(9) COMP-3.    CSCORD01
008300         20  CSD1O-BRK-POINTS                PIC S9(3) COMP-3.    CSCORD01
008400       15  CSD1O-BAND-COUNT                  PIC 9(2).            CSCORD01
008500       15  CSD1O-BANDS                       OCCURS 10 TIMES.     CSCORD01
008600         20  CSD1O-BND-CHAR                  PIC X(4).            CSCORD01
008700         20  CSD1O-BND-LOW                   PIC S9(9) COMP-3.    CSCORD01
008800         20  CSD1O-BND-HIGH                  PIC S9(9) COMP-3.    CSCORD01
008900         20  CSD1O-BND-POINTS                PIC S9(3) COMP-3.    CSCORD01
009000         20  CSD1O-BND-REASON                PIC X(3).            CSCORD01
009100         20  CSD1O-BND-REASON-TEXT           PIC X(25).           CSCORD01
009200       15  CSD1O-MSG                         PIC X(62).           CSCORD01
