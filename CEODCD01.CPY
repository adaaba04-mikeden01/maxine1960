000100***************************************************************** CEODCD01
000200*                                                               * CEODCD01
000300* Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.      * CEODCD01
000400*                                                               * CEODCD01
000500***************************************************************** CEODCD01
000600                                                                  CEODCD01
000700                                                                  CEODCD01
000800***************************************************************** CEODCD01
000900* CEODCD01.CPY                                                  * CEODCD01
001000*---------------------------------------------------------------* CEODCD01
001100* This area is used to pass data between callers and the end-   * CEODCD01
001200* of-day close checklist program (DEODC01P). The readiness      * CEODCD01
001300* items are held on BNKEODI; each business day's results, any   * CEODCD01
001400* override with its reason and the supervisor's sign-off are    * CEODCD01
001500* kept on BNKEODC and BNKEODS for audit. The business-date      * CEODCD01
001600* roll asks the gate and will not proceed until every item is   * CEODCD01
001700* green or overridden and the day has been signed off           * CEODCD01
001800***************************************************************** CEODCD01
001900   05  CEC1-DATA.                                                 CEODCD01
002000     10  CEC1I-DATA.                                              CEODCD01
002100       15  CEC1I-FUNCTION                    PIC X(1).            CEODCD01
002200         88  CEC1I-EVALUATE                  VALUE 'E'.           CEODCD01
002300         88  CEC1I-LIST                      VALUE 'L'.           CEODCD01
002400         88  CEC1I-OVERRIDE                  VALUE 'O'.           CEODCD01
002500         88  CEC1I-SIGN-OFF                  VALUE 'S'.           CEODCD01
002600         88  CEC1I-GATE                      VALUE 'G'.           CEODCD01
002700*        A blank date means the current business date             CEODCD01
002800       15  CEC1I-DATE                        PIC X(10).           CEODCD01
002900       15  CEC1I-ITEM                        PIC X(8).            CEODCD01
003000       15  CEC1I-REASON                      PIC X(40).           CEODCD01
003100       15  CEC1I-USERID                      PIC X(5).            CEODCD01
003200     10  CEC1O-DATA.                                              CEODCD01
003300       15  CEC1O-RESULT                      PIC X(1).            CEODCD01
003400         88  CEC1O-REQUEST-OK                VALUE '0'.           CEODCD01
003500         88  CEC1O-REQUEST-FAIL              VALUE '1'.           CEODCD01
003600         88  CEC1O-NOT-READY                 VALUE '2'.           CEODCD01
003700       15  CEC1O-DATE                        PIC X(10).           CEODCD01
003800       15  CEC1O-SIGNED-BY                   PIC X(5).            CEODCD01
003900       15  CEC1O-LIST-COUNT                  PIC 9(1).            CEODCD01
004000       15  CEC1O-LIST                        OCCURS 6 TIMES.      CEODCD01
004100         20  CEC1O-LST-ITEM                  PIC X(8).            CEODCD01
004200*        G green, R red, O red but overridden                     CEODCD01
004300         20  CEC1O-LST-STATUS                PIC X(1).            CEODCD01
004400         20  CEC1O-LST-DETAIL                PIC X(40).           CEODCD01
004500         20  CEC1O-LST-OVR-BY                PIC X(5).            CEODCD01
004600       15  CEC1O-MSG                         PIC X(62).           CEODCD01
