000100***************************************************************** CCONSD01
000200*                                                               * CCONSD01
000300* Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.      * CCONSD01
000400*                                                               * CCONSD01
000500***************************************************************** CCONSD01
000600                                                                  CCONSD01
000700***************************************************************** CCONSD01
000800* CCONSD01.CPY                                                  * CCONSD01
000900*---------------------------------------------------------------* CCONSD01
001000* This area is used to pass data between callers and the        * CCONSD01
001100* marketing consent program (DCONS01P). Each customer holds a   * CCONSD01
001200* grant or withdrawal on BNKCONS for every channel (mail,       * CCONSD01
001300* email, telephone) and purpose (own offers, partner offers,    * CCONSD01
001400* research), each change logged with its time on BNKCONH.       * CCONSD01
001500* Post returned undelivered is held on BNKRTML - keyed on the   * CCONSD01
001520* consent screen or read nightly off the mailroom's returns     * CCONSD01
001540* file - until a new address passes the postal check, when the  * CCONSD01
001560* post held back meanwhile is released. Campaigns raised on     * CCONSD01
001580* BNKCAMP are selected overnight by account type, balance band, * CCONSD01
001600* tier and branch, the deceased, minors, erased, sanctions      * CCONSD01
001700* hits, returned mail and those without consent suppressed,     * CCONSD01
001900* the selection framed through DBANK91P and the suppressions    * CCONSD01
002000* reported.                                                     * CCONSD01
002100***************************************************************** CCONSD01
002200   05  CCN1-DATA.                                                 CCONSD01
002300     10  CCN1I-DATA.                                              CCONSD01
002400       15  CCN1I-FUNCTION                    PIC X(1).            CCONSD01
002500         88  CCN1I-READ-CONSENTS             VALUE 'R'.           CCONSD01
002600         88  CCN1I-UPDATE-CONSENTS           VALUE 'U'.           CCONSD01
002700         88  CCN1I-RETURNED-MAIL             VALUE 'T'.           CCONSD01
002800         88  CCN1I-CLEAR-RETURNED            VALUE 'C'.           CCONSD01
002900         88  CCN1I-DEFINE-CAMPAIGN           VALUE 'D'.           CCONSD01
003000         88  CCN1I-LIST-CAMPAIGNS            VALUE 'L'.           CCONSD01
003100         88  CCN1I-NIGHTLY-RUN               VALUE 'N'.           CCONSD01
003200       15  CCN1I-PID                         PIC X(5).            CCONSD01
003300       15  CCN1I-USERID                      PIC X(5).            CCONSD01
003400       15  CCN1I-SOURCE                      PIC X(1).            CCONSD01
003500         88  CCN1I-SOURCE-CUSTOMER           VALUE 'C'.           CCONSD01
003600         88  CCN1I-SOURCE-STAFF              VALUE 'S'.           CCONSD01
003700*        Y grants, N withdraws - mail, email and telephone in     CCONSD01
003800*        turn, each for own offers, partner offers and research   CCONSD01
003900       15  CCN1I-CONSENTS.                                        CCONSD01
004000         20  CCN1I-CONSENT                   PIC X(1)             CCONSD01
004100             OCCURS 9 TIMES.                                      CCONSD01
004200*        The campaign to define, or the one a list starts after   CCONSD01
004300       15  CCN1I-CAMPAIGN-ID                 PIC X(8).            CCONSD01
004400       15  CCN1I-CAMPAIGN-DESC               PIC X(30).           CCONSD01
004500       15  CCN1I-CHANNEL                     PIC X(1).            CCONSD01
004600         88  CCN1I-CHANNEL-MAIL              VALUE 'M'.           CCONSD01
004700         88  CCN1I-CHANNEL-EMAIL             VALUE 'E'.           CCONSD01
004800         88  CCN1I-CHANNEL-TELEPHONE         VALUE 'T'.           CCONSD01
004900       15  CCN1I-PURPOSE                     PIC X(1).            CCONSD01
005000         88  CCN1I-PURPOSE-OWN               VALUE 'O'.           CCONSD01
005100         88  CCN1I-PURPOSE-PARTNER           VALUE 'P'.           CCONSD01
005200         88  CCN1I-PURPOSE-RESEARCH          VALUE 'R'.           CCONSD01
005300*        Spaces in a criterion selects on any value               CCONSD01
005400       15  CCN1I-ACC-TYPE                    PIC X(2).            CCONSD01
005500       15  CCN1I-MIN-BALANCE                 PIC S9(9)V99 COMP-3. CCONSD01
005600*        Zero leaves the balance band open at the top             CCONSD01
005700       15  CCN1I-MAX-BALANCE                 PIC S9(9)V99 COMP-3. CCONSD01
005800       15  CCN1I-TIER                        PIC X(1).            CCONSD01
005900       15  CCN1I-BRANCH                      PIC X(4).            CCONSD01
006000     10  CCN1O-DATA.                                              CCONSD01
006100       15  CCN1O-RESULT                      PIC X(1).            CCONSD01
006200         88  CCN1O-REQUEST-OK                VALUE '0'.           CCONSD01
006300         88  CCN1O-REQUEST-FAIL              VALUE '1'.           CCONSD01
006400       15  CCN1O-CONSENTS.                                        CCONSD01
006500         20  CCN1O-CONSENT                   PIC X(1)             CCONSD01
006600             OCCURS 9 TIMES.                                      CCONSD01
006700       15  CCN1O-CHANGES                     PIC 9(2).            CCONSD01
006800       15  CCN1O-MAIL-RETURNED               PIC X(1).            CCONSD01
006900       15  CCN1O-RETURNED-COUNT              PIC 9(3).            CCONSD01
007000       15  CCN1O-LIST-COUNT                  PIC 9(2).            CCONSD01
007100       15  CCN1O-CAMPAIGNS OCCURS 5 TIMES.                        CCONSD01
007200         20  CCN1O-CPG-ID                    PIC X(8).            CCONSD01
007300         20  CCN1O-CPG-DESC                  PIC X(30).           CCONSD01
007400         20  CCN1O-CPG-CHANNEL               PIC X(1).            CCONSD01
007500         20  CCN1O-CPG-PURPOSE               PIC X(1).            CCONSD01
007600         20  CCN1O-CPG-STATUS                PIC X(1).            CCONSD01
007700         20  CCN1O-CPG-RUN-DATE              PIC X(10).           CCONSD01
007800         20  CCN1O-CPG-SELECTED              PIC 9(7).            CCONSD01
007900         20  CCN1O-CPG-SUPPRESSED            PIC 9(7).            CCONSD01
008000       15  CCN1O-CAMPAIGNS-RUN               PIC 9(3).            CCONSD01
008100       15  CCN1O-CANDIDATES                  PIC 9(7).            CCONSD01
008200       15  CCN1O-SELECTED                    PIC 9(7).            CCONSD01
008300       15  CCN1O-SUPPRESSED                  PIC 9(7).            CCONSD01
008400       15  CCN1O-RECORD-COUNT                PIC 9(9).            CCONSD01
008420       15  CCN1O-RETURNS-LOADED              PIC 9(5).            CCONSD01
008440       15  CCN1O-RETURNS-REJECTED            PIC 9(5).            CCONSD01
008460       15  CCN1O-MAIL-RELEASED               PIC 9(5).            CCONSD01
008500       15  CCN1O-MSG                         PIC X(62).           CCONSD01
