000100***************************************************************** CRGAPD01
000200*                                                               * CRGAPD01
000300* Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.      * CRGAPD01
000400*                                                               * CRGAPD01
000500***************************************************************** CRGAPD01
000600                                                                  CRGAPD01
000700***************************************************************** CRGAPD01
000800* CRGAPD01.CPY                                                  * CRGAPD01
000900*---------------------------------------------------------------* CRGAPD01
001000* This area is used to pass data between callers and the        * CRGAPD01
001100* repricing gap program (DRGAP01P). Once a month it places      * CRGAPD01
001200* every rate-sensitive balance into the repricing bucket in     * CRGAPD01
001300* which its rate can next change - term deposits by maturity,   * CRGAPD01
001400* variable-rate loans by the next base-rate reset, fixed-rate   * CRGAPD01
001500* loans by installment run-off and demand and notice deposits   * CRGAPD01
001600* by the behavioural spread held on BNKBHVR for their account   * CRGAPD01
001700* type - and reports the gap and cumulative gap per bucket      * CRGAPD01
001800* with the 12-month net interest income effect of parallel      * CRGAPD01
001900* shocks of 100 and 200 basis points either way. A month is     * CRGAPD01
002000* named yyyy-mm. Buckets run 1 to 7: up to 1 month, 1-3         * CRGAPD01
002100* months, 3-6 months, 6-12 months, 1-2 years, 2-5 years and     * CRGAPD01
002200* over 5 years                                                  * CRGAPD01
002300***************************************************************** CRGAPD01
002400   05  CGP1-DATA.                                                 CRGAPD01
002500     10  CGP1I-DATA.                                              CRGAPD01
002600       15  CGP1I-FUNCTION                    PIC X(1).            CRGAPD01
002700         88  CGP1I-MONTHLY-RUN               VALUE 'M'.           CRGAPD01
002800         88  CGP1I-LIST-SPREAD               VALUE 'L'.           CRGAPD01
002900         88  CGP1I-SET-SPREAD                VALUE 'S'.           CRGAPD01
003000       15  CGP1I-USERID                      PIC X(5).            CRGAPD01
003100*        The month to work, yyyy-mm - left blank the run works theCRGAPD01
003200*        month before the business date, once only                CRGAPD01
003300       15  CGP1I-MONTH                       PIC X(7).            CRGAPD01
003400       15  CGP1I-ACC-TYPE                    PIC X(2).            CRGAPD01
003500       15  CGP1I-BUCKET                      PIC 9(1).            CRGAPD01
003600       15  CGP1I-PCT                         PIC S9(3)V99.        CRGAPD01
003700     10  CGP1O-DATA.                                              CRGAPD01
003800       15  CGP1O-RESULT                      PIC X(1).            CRGAPD01
003900         88  CGP1O-REQUEST-OK                VALUE '0'.           CRGAPD01
004000         88  CGP1O-REQUEST-FAIL              VALUE '1'.           CRGAPD01
004100         88  CGP1O-NOT-FOUND                 VALUE '2'.           CRGAPD01
004200       15  CGP1O-MONTH                       PIC X(7).            CRGAPD01
004300       15  CGP1O-GAP-BUCKET                  OCCURS 7 TIMES.      CRGAPD01
004400         20  CGP1O-ASSETS                    PIC S9(13)V99 COMP-3.CRGAPD01
004500         20  CGP1O-LIABILITIES               PIC S9(13)V99 COMP-3.CRGAPD01
004600         20  CGP1O-GAP                       PIC S9(13)V99 COMP-3.CRGAPD01
004700         20  CGP1O-CUM-GAP                   PIC S9(13)V99 COMP-3.CRGAPD01
004800       15  CGP1O-NII-UP-100                  PIC S9(11)V99 COMP-3.CRGAPD01
004900       15  CGP1O-NII-DOWN-100                PIC S9(11)V99 COMP-3.CRGAPD01
005000       15  CGP1O-NII-UP-200                  PIC S9(11)V99 COMP-3.CRGAPD01
005100       15  CGP1O-NII-DOWN-200                PIC S9(11)V99 COMP-3.CRGAPD01
005200*        The spread of an account type's balances over the bucketsCRGAPD01
005300*        - whatever is not spread reprices within the first month CRGAPD01
005400       15  CGP1O-SPREAD-PCT                  PIC S9(3)V99         CRGAPD01
005500                                             OCCURS 7 TIMES.      CRGAPD01
005600       15  CGP1O-UNSPREAD-PCT                PIC S9(3)V99.        CRGAPD01
005700       15  CGP1O-MSG                         PIC X(62).           CRGAPD01
