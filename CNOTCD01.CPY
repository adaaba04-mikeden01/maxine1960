000100***************************************************************** CNOTCD01
000200*                                                               * CNOTCD01
000300*  Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.     * CNOTCD01
000400*                                                               * CNOTCD01
000500***************************************************************** CNOTCD01
000600                                                                  CNOTCD01
000700***************************************************************** CNOTCD01
000800* CNOTCD01.CPY                                                  * CNOTCD01
000900*---------------------------------------------------------------* CNOTCD01
001000* This area is used to pass data between callers and the        * CNOTCD01
001100* withdrawal-notice program (DNOTC01P). A notice account type   * CNOTCD01
001200* carries its notice period in days on BNKATYPE, and the        * CNOTCD01
001300* customer gives notice of an amount and a date on the BNKNOTC  * CNOTCD01
001400* register. A notice matures on its due date and may be drawn   * CNOTCD01
001500* for a window of days after it, after which it lapses. Every   * CNOTCD01
001600* debit off a notice account is checked here before it posts    * CNOTCD01
001700* and drawn against the matured notices after it has posted;    * CNOTCD01
001800* where the product allows it, a debit no notice covers goes    * CNOTCD01
001900* through at a loss-of-interest penalty priced from BNKRATE.    * CNOTCD01
002000***************************************************************** CNOTCD01
002100   05  CNT1-DATA.                                                 CNOTCD01
002200     10  CNT1I-DATA.                                              CNOTCD01
002300       15  CNT1I-FUNCTION                    PIC X(1).            CNOTCD01
002400         88  CNT1I-GIVE-NOTICE               VALUE 'G'.           CNOTCD01
002500         88  CNT1I-CANCEL-NOTICE             VALUE 'X'.           CNOTCD01
002600         88  CNT1I-LIST-NOTICES              VALUE 'L'.           CNOTCD01
002700         88  CNT1I-CHECK-DEBIT               VALUE 'C'.           CNOTCD01
002800         88  CNT1I-DRAW-DEBIT                VALUE 'D'.           CNOTCD01
002900       15  CNT1I-ACC                         PIC X(9).            CNOTCD01
003000       15  CNT1I-AMOUNT                      PIC S9(7)V99 COMP-3. CNOTCD01
003100*        Blank on a new notice means the earliest date allowed    CNOTCD01
003200       15  CNT1I-DUE-DATE                    PIC X(10).           CNOTCD01
003300       15  CNT1I-NOTICE-ID                   PIC 9(7).            CNOTCD01
003400*        The balance the debit being checked would leave          CNOTCD01
003500       15  CNT1I-NEW-BALANCE                 PIC S9(7)V99 COMP-3. CNOTCD01
003600       15  CNT1I-USERID                      PIC X(5).            CNOTCD01
003700*        When filled, the account must belong to this customer    CNOTCD01
003800       15  CNT1I-OWNER-PID                   PIC X(5).            CNOTCD01
003900     10  CNT1O-DATA.                                              CNOTCD01
004000       15  CNT1O-RESULT                      PIC X(1).            CNOTCD01
004100         88  CNT1O-REQUEST-OK                VALUE '0'.           CNOTCD01
004200         88  CNT1O-REQUEST-FAIL              VALUE '1'.           CNOTCD01
004300         88  CNT1O-NOT-FOUND                 VALUE '2'.           CNOTCD01
004400         88  CNT1O-NOTICE-REQUIRED           VALUE '3'.           CNOTCD01
004500*        Zero for an account that can be drawn on demand          CNOTCD01
004600       15  CNT1O-NOTICE-DAYS                 PIC 9(3).            CNOTCD01
004700       15  CNT1O-NOTICE-ID                   PIC 9(7).            CNOTCD01
004800       15  CNT1O-DUE-DATE                    PIC X(10).           CNOTCD01
004900       15  CNT1O-COVERED                     PIC S9(7)V99 COMP-3. CNOTCD01
005000       15  CNT1O-PENALTY                     PIC S9(7)V99 COMP-3. CNOTCD01
005100       15  CNT1O-NOTICE-LIST.                                     CNOTCD01
005200         20  CNT1O-NOTICE-ENTRY              OCCURS 3 TIMES.      CNOTCD01
005300           25  CNT1O-LST-ID                  PIC 9(7).            CNOTCD01
005400           25  CNT1O-LST-AMOUNT              PIC S9(7)V99 COMP-3. CNOTCD01
005500           25  CNT1O-LST-DUE                 PIC X(10).           CNOTCD01
005600           25  CNT1O-LST-STATUS              PIC X(1).            CNOTCD01
005700       15  CNT1O-MSG                         PIC X(62).           CNOTCD01
