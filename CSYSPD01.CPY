000100***************************************************************** CSYSPD01
000200*                                                               * CSYSPD01
000300* Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.      * CSYSPD01
000400*                                                               * CSYSPD01
000500***************************************************************** CSYSPD01
000600                                                                  CSYSPD01
000700***************************************************************** CSYSPD01
000800* CSYSPD01.CPY                                                  * CSYSPD01
000900*---------------------------------------------------------------* CSYSPD01
001000* This area is used to pass data between callers and the        * CSYSPD01
001100* system parameter maintenance program (DSYSP01P). Parameters   * CSYSPD01
001200* on BNKCTLV are listed with their description, type and the    * CSYSPD01
001300* range they may take. A change is proposed as a pending row    * CSYSPD01
001400* on BNKCTLP and only takes effect when a second user approves  * CSYSPD01
001500* it - on approval, or on a later effective date when one was   * CSYSPD01
001600* given. Every change applied is kept for good on BNKCTLH, and  * CSYSPD01
001700* a report of a quarter's changes is produced for audit         * CSYSPD01
001800***************************************************************** CSYSPD01
001900   05  CSY1-DATA.                                                 CSYSPD01
002000     10  CSY1I-DATA.                                              CSYSPD01
002100       15  CSY1I-FUNCTION                    PIC X(1).            CSYSPD01
002200         88  CSY1I-LIST                      VALUE 'L'.           CSYSPD01
002300         88  CSY1I-PROPOSE                   VALUE 'P'.           CSYSPD01
002400         88  CSY1I-APPROVE                   VALUE 'V'.           CSYSPD01
002500         88  CSY1I-REJECT                    VALUE 'R'.           CSYSPD01
002600         88  CSY1I-NIGHTLY                   VALUE 'N'.           CSYSPD01
002700         88  CSY1I-QUARTER-REPORT            VALUE 'Q'.           CSYSPD01
002800       15  CSY1I-USERID                      PIC X(5).            CSYSPD01
002900       15  CSY1I-ID                          PIC X(8).            CSYSPD01
003000       15  CSY1I-VALUE                       PIC S9(9)V9(6)       CSYSPD01
003100                                             COMP-3.              CSYSPD01
003200       15  CSY1I-EFF-DATE                    PIC X(10).           CSYSPD01
003300*        yyyyQn - the previous quarter when left blank            CSYSPD01
003400       15  CSY1I-QUARTER                     PIC X(6).            CSYSPD01
003500     10  CSY1O-DATA.                                              CSYSPD01
003600       15  CSY1O-RESULT                      PIC X(1).            CSYSPD01
003700         88  CSY1O-REQUEST-OK                VALUE '0'.           CSYSPD01
003800         88  CSY1O-REQUEST-FAIL              VALUE '1'.           CSYSPD01
003900         88  CSY1O-NOT-FOUND                 VALUE '2'.           CSYSPD01
004000         88  CSY1O-SELF-APPROVAL             VALUE '3'.           CSYSPD01
004100         88  CSY1O-OUT-OF-RANGE              VALUE '4'.           CSYSPD01
004200       15  CSY1O-PARM-COUNT                  PIC 9(1).            CSYSPD01
004300       15  CSY1O-PARM                        OCCURS 6 TIMES.      CSYSPD01
004400         20  CSY1O-PARM-ID                   PIC X(8).            CSYSPD01
004500         20  CSY1O-PARM-DESC                 PIC X(30).           CSYSPD01
004600*        I whole number, A amount, P percentage, R rate           CSYSPD01
004700         20  CSY1O-PARM-TYPE                 PIC X(1).            CSYSPD01
004800         20  CSY1O-PARM-MIN                  PIC Z(8)9.9(6).      CSYSPD01
004900         20  CSY1O-PARM-MAX                  PIC Z(8)9.9(6).      CSYSPD01
005000         20  CSY1O-PARM-VALUE                PIC Z(8)9.9(6).      CSYSPD01
005100         20  CSY1O-PARM-PEND-VALUE           PIC Z(8)9.9(6).      CSYSPD01
005200         20  CSY1O-PARM-PEND-EFF             PIC X(10).           CSYSPD01
005300         20  CSY1O-PARM-PEND-BY              PIC X(5).            CSYSPD01
005400       15  CSY1O-APPLIED                     PIC 9(5).            CSYSPD01
005500       15  CSY1O-CHANGES                     PIC 9(5).            CSYSPD01
005600       15  CSY1O-MSG                         PIC X(62).           CSYSPD01
