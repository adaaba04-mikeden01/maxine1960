000100***************************************************************** CPSWTD01
000200*                                                               * CPSWTD01
000300* Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.      * CPSWTD01
000400*                                                               * CPSWTD01
000500***************************************************************** CPSWTD01
000600                                                                  CPSWTD01
000700***************************************************************** CPSWTD01
000800* CPSWTD01.CPY                                                  * CPSWTD01
000900*---------------------------------------------------------------* CPSWTD01
001000* This area is used to pass data between callers and the        * CPSWTD01
001100* product switch program (DPSWT01P), which moves an account     * CPSWTD01
001200* onto another account type while it keeps its account number,  * CPSWTD01
001300* so its standing orders, cards, mandates and statement history * CPSWTD01
001400* go with it. The switch is checked against the rules of the    * CPSWTD01
001500* product being taken, the interest due is settled at the old   * CPSWTD01
001600* product's rates, any switch fee is charged, the change is     * CPSWTD01
001700* journaled as a lifecycle event and a letter is sent. A quote  * CPSWTD01
001800* makes the same checks and shows the fee without switching     * CPSWTD01
001900***************************************************************** CPSWTD01
002000   05  CPW1-DATA.                                                 CPSWTD01
002100     10  CPW1I-DATA.                                              CPSWTD01
002200       15  CPW1I-FUNCTION                    PIC X(1).            CPSWTD01
002300         88  CPW1I-QUOTE                     VALUE 'Q'.           CPSWTD01
002400         88  CPW1I-SWITCH                    VALUE 'S'.           CPSWTD01
002500         88  CPW1I-HISTORY                   VALUE 'H'.           CPSWTD01
002600       15  CPW1I-USERID                      PIC X(5).            CPSWTD01
002700*        Set when a customer switches their own account - the     CPSWTD01
002800*        account must then be theirs                              CPSWTD01
002900       15  CPW1I-PERSON-PID                  PIC X(5).            CPSWTD01
003000       15  CPW1I-ACC                         PIC X(9).            CPSWTD01
003100       15  CPW1I-NEW-TYPE                    PIC X(2).            CPSWTD01
003200       15  CPW1I-REASON                      PIC X(20).           CPSWTD01
003300     10  CPW1O-DATA.                                              CPSWTD01
003400       15  CPW1O-RESULT                      PIC X(1).            CPSWTD01
003500         88  CPW1O-REQUEST-OK                VALUE '0'.           CPSWTD01
003600         88  CPW1O-REQUEST-FAIL              VALUE '1'.           CPSWTD01
003700         88  CPW1O-NOT-ELIGIBLE              VALUE '2'.           CPSWTD01
003800       15  CPW1O-OLD-TYPE                    PIC X(2).            CPSWTD01
003900       15  CPW1O-NEW-TYPE                    PIC X(2).            CPSWTD01
004000       15  CPW1O-FEE                         PIC Z(3)9.99.        CPSWTD01
004100       15  CPW1O-INT-SETTLED                 PIC -(6)9.99.        CPSWTD01
004200       15  CPW1O-SWITCH-DATE                 PIC X(10).           CPSWTD01
004300       15  CPW1O-HIST-COUNT                  PIC 9(1).            CPSWTD01
004400       15  CPW1O-HIST                        OCCURS 5 TIMES.      CPSWTD01
004500         20  CPW1O-HST-DATE                  PIC X(10).           CPSWTD01
004600         20  CPW1O-HST-OLD-TYPE              PIC X(2).            CPSWTD01
004700         20  CPW1O-HST-NEW-TYPE              PIC X(2).            CPSWTD01
004800         20  CPW1O-HST-FEE                   PIC Z(3)9.99.        CPSWTD01
004900         20  CPW1O-HST-BY                    PIC X(5).            CPSWTD01
005000       15  CPW1O-MSG                         PIC X(62).           CPSWTD01
