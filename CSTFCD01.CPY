000100***************************************************************** CSTFCD01
000200*                                                               * CSTFCD01
000300*  Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.     * CSTFCD01
000400*                                                               * CSTFCD01
000500***************************************************************** CSTFCD01
000600                                                                  CSTFCD01
000700                                                                  CSTFCD01
000800***************************************************************** CSTFCD01
000900* CSTFCD01.CPY                                                  * CSTFCD01
001000*---------------------------------------------------------------* CSTFCD01
001100* This area is used to pass data between callers and the staff  * CSTFCD01
001200* connected-party service (DSTFC01P). Each staff sign-on on     * CSTFCD01
001300* BNKCUST is linked on BNKSTFL to the staff member's own        * CSTFCD01
001400* customer PIDs and to the connected parties they declare. The  * CSTFCD01
001500* posting and approval paths ask whether a staff action touches * CSTFCD01
001600* the staff member's own or a connected customer or account,    * CSTFCD01
001700* and a nightly pass reports to compliance anything that got    * CSTFCD01
001800* through another route                                         * CSTFCD01
001900***************************************************************** CSTFCD01
002000   05  CSC1-DATA.                                                 CSTFCD01
002100     10  CSC1I-DATA.                                              CSTFCD01
002200       15  CSC1I-FUNCTION                    PIC X(1).            CSTFCD01
002300*          K check a staff action against the links               CSTFCD01
002400         88  CSC1I-CHECK-ACTION              VALUE 'K'.           CSTFCD01
002500         88  CSC1I-DECLARE-LINK              VALUE 'D'.           CSTFCD01
002600         88  CSC1I-REMOVE-LINK               VALUE 'X'.           CSTFCD01
002700         88  CSC1I-LIST-LINKS                VALUE 'L'.           CSTFCD01
002800*          N nightly compliance exception report                  CSTFCD01
002900         88  CSC1I-NIGHTLY-REPORT            VALUE 'N'.           CSTFCD01
003000*          The staff sign-on acting, or whose links are kept      CSTFCD01
003100       15  CSC1I-STAFF-PID                   PIC X(5).            CSTFCD01
003200*          The user keying a declaration or removal               CSTFCD01
003300       15  CSC1I-USERID                      PIC X(5).            CSTFCD01
003400*          The customer and accounts the action touches -         CSTFCD01
003500*          any may be left blank                                  CSTFCD01
003600       15  CSC1I-PID                         PIC X(5).            CSTFCD01
003700       15  CSC1I-ACC1                        PIC X(9).            CSTFCD01
003800       15  CSC1I-ACC2                        PIC X(9).            CSTFCD01
003900*          The program asking, for the exception log              CSTFCD01
004000       15  CSC1I-CALLER                      PIC X(8).            CSTFCD01
004100       15  CSC1I-LINK-PID                    PIC X(5).            CSTFCD01
004200*          O the staff member's own PID, C a connected party      CSTFCD01
004300       15  CSC1I-RELATION                    PIC X(1).            CSTFCD01
004400       15  CSC1I-DESC                        PIC X(30).           CSTFCD01
004500     10  CSC1O-DATA.                                              CSTFCD01
004600       15  CSC1O-RESULT                      PIC X(1).            CSTFCD01
004700         88  CSC1O-REQUEST-OK                VALUE '0'.           CSTFCD01
004800         88  CSC1O-REQUEST-FAIL              VALUE '1'.           CSTFCD01
004900         88  CSC1O-CONNECTED                 VALUE '2'.           CSTFCD01
005000         88  CSC1O-NOT-FOUND                 VALUE '3'.           CSTFCD01
005100       15  CSC1O-EXCEPTIONS                  PIC 9(5).            CSTFCD01
005200       15  CSC1O-LIST-COUNT                  PIC 9(2).            CSTFCD01
005300       15  CSC1O-LIST                        OCCURS 10 TIMES.     CSTFCD01
005400         20  CSC1O-LST-LINK-PID              PIC X(5).            CSTFCD01
005500         20  CSC1O-LST-NAME                  PIC X(25).           CSTFCD01
005600         20  CSC1O-LST-RELATION              PIC X(1).            CSTFCD01
005700         20  CSC1O-LST-DESC                  PIC X(30).           CSTFCD01
005800         20  CSC1O-LST-DECLARED-BY           PIC X(5).            CSTFCD01
005900         20  CSC1O-LST-DATE                  PIC X(10).           CSTFCD01
006000       15  CSC1O-MSG                         PIC X(62).           CSTFCD01
