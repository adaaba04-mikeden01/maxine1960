000100***************************************************************** CSIGND01
000200*                                                               * CSIGND01
000300*  Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.     * CSIGND01
000400*                                                               * CSIGND01
000500***************************************************************** CSIGND01
000600                                                                  CSIGND01
000700                                                                  CSIGND01
000800***************************************************************** CSIGND01
000900* CSIGND01.CPY                                                  * CSIGND01
001000*---------------------------------------------------------------* CSIGND01
001100* This area is used to pass data between callers and the        * CSIGND01
001200* sign-on history and session service (DSIGN01P). Every sign-on * CSIGND01
001300* attempt on any channel is kept on BNKSGNH with where it came  * CSIGND01
001400* from and how it ended; a successful 3270 or INET sign-on      * CSIGND01
001500* opens a session on BNKSESS, and a second concurrent session   * CSIGND01
001600* for the same user is refused or ends the first, as BNKCTLV    * CSIGND01
001700* (SESSMODE) says. The session is touched by every screen and   * CSIGND01
001800* a nightly report flags unusual sign-on patterns               * CSIGND01
001900***************************************************************** CSIGND01
002000   05  CSG1-DATA.                                                 CSIGND01
002100     10  CSG1I-DATA.                                              CSIGND01
002200       15  CSG1I-FUNCTION                    PIC X(1).            CSIGND01
002300*          R record an attempt, T touch a session, X end a        CSIGND01
002400*          session, S last sign-ons, H history, N nightly report  CSIGND01
002500         88  CSG1I-RECORD-ATTEMPT            VALUE 'R'.           CSIGND01
002600         88  CSG1I-TOUCH-SESSION             VALUE 'T'.           CSIGND01
002700         88  CSG1I-END-SESSION               VALUE 'X'.           CSIGND01
002800         88  CSG1I-LAST-SIGNONS              VALUE 'S'.           CSIGND01
002900         88  CSG1I-HISTORY                   VALUE 'H'.           CSIGND01
003000         88  CSG1I-NIGHTLY-REPORT            VALUE 'N'.           CSIGND01
003100*          The user signing on, or whose history is wanted        CSIGND01
003200       15  CSG1I-USERID                      PIC X(5).            CSIGND01
003300       15  CSG1I-CHANNEL                     PIC X(4).            CSIGND01
003400         88  CSG1I-CHANNEL-3270              VALUE '3270'.        CSIGND01
003500         88  CSG1I-CHANNEL-INET              VALUE 'INET'.        CSIGND01
003600         88  CSG1I-CHANNEL-IVR               VALUE 'IVR '.        CSIGND01
003700*          Terminal id on 3270, client address on INET            CSIGND01
003800       15  CSG1I-TERMINAL                    PIC X(15).           CSIGND01
003900*          S signed on, P bad password, L locked out, U unknown   CSIGND01
004000*          user, M refused for the maintenance window             CSIGND01
004100       15  CSG1I-ATTEMPT-RESULT              PIC X(1).            CSIGND01
004200       15  CSG1I-SESSION-ID                  PIC 9(9).            CSIGND01
004300*          Why a session ends - T timed out, O signed off         CSIGND01
004400       15  CSG1I-END-REASON                  PIC X(1).            CSIGND01
004500*          The session's idle allowance - zero takes the default  CSIGND01
004600       15  CSG1I-IDLE-MINS                   PIC 9(3).            CSIGND01
004700*          The staff user asking for a history                    CSIGND01
004800       15  CSG1I-REQUESTER                   PIC X(5).            CSIGND01
004900     10  CSG1O-DATA.                                              CSIGND01
005000       15  CSG1O-RESULT                      PIC X(1).            CSIGND01
005100         88  CSG1O-REQUEST-OK                VALUE '0'.           CSIGND01
005200         88  CSG1O-REQUEST-FAIL              VALUE '1'.           CSIGND01
005300         88  CSG1O-SESSION-REFUSED           VALUE '2'.           CSIGND01
005400         88  CSG1O-SESSION-ENDED             VALUE '3'.           CSIGND01
005500         88  CSG1O-NOT-AUTHORIZED            VALUE '4'.           CSIGND01
005600       15  CSG1O-SESSION-ID                  PIC 9(9).            CSIGND01
005700*          The last good sign-on before this session, and the     CSIGND01
005800*          last failed one, as yyyy-mm-dd-hh.mm.ss                CSIGND01
005900       15  CSG1O-LAST-OK-TS                  PIC X(19).           CSIGND01
006000       15  CSG1O-LAST-OK-CHANNEL             PIC X(4).            CSIGND01
006100       15  CSG1O-LAST-OK-TERMINAL            PIC X(15).           CSIGND01
006200       15  CSG1O-LAST-FAIL-TS                PIC X(19).           CSIGND01
006300       15  CSG1O-LAST-FAIL-CHANNEL           PIC X(4).            CSIGND01
006400       15  CSG1O-LAST-FAIL-TERMINAL          PIC X(15).           CSIGND01
006500       15  CSG1O-LAST-FAIL-RESULT            PIC X(1).            CSIGND01
006600*          Where the user is signed on now, if anywhere           CSIGND01
006700       15  CSG1O-ACTIVE-CHANNEL              PIC X(4).            CSIGND01
006800       15  CSG1O-ACTIVE-TERMINAL             PIC X(15).           CSIGND01
006900       15  CSG1O-FLAGGED                     PIC 9(5).            CSIGND01
007000       15  CSG1O-LIST-COUNT                  PIC 9(2).            CSIGND01
007100       15  CSG1O-LIST                        OCCURS 10 TIMES.     CSIGND01
007200         20  CSG1O-LST-TS                    PIC X(19).           CSIGND01
007300         20  CSG1O-LST-CHANNEL               PIC X(4).            CSIGND01
007400         20  CSG1O-LST-TERMINAL              PIC X(15).           CSIGND01
007500*            As CSG1I-ATTEMPT-RESULT, or C concurrent refused     CSIGND01
007600         20  CSG1O-LST-RESULT                PIC X(1).            CSIGND01
007700       15  CSG1O-MSG                         PIC X(62).           CSIGND01
