000100***************************************************************** CPROFD01
000200*                                                               * CPROFD01
000300* Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.      * CPROFD01
000400*                                                               * CPROFD01
000500***************************************************************** CPROFD01
000600                                                                  CPROFD01
000700                                                                  CPROFD01
000800***************************************************************** CPROFD01
000900* CPROFD01.CPY                                                  * CPROFD01
001000*---------------------------------------------------------------* CPROFD01
001100* This area is used to pass data between callers and the proof  * CPROFD01
001200* run control program (DPROF01P). A billing or interest job run * CPROFD01
001300* in proof mode works out every posting exactly as its live run * CPROFD01
001400* would but posts none of them - it lists each one and adds it  * CPROFD01
001500* to control totals by account type instead. The proof's totals * CPROFD01
001600* are set against the last live cycle's and delivered to the    * CPROFD01
001700* report repository, and the job's live step may only run once  * CPROFD01
001800* a supervisor has released that proof                          * CPROFD01
001900***************************************************************** CPROFD01
002000   05  CPR1-DATA.                                                 CPROFD01
002100     10  CPR1I-DATA.                                              CPROFD01
002200       15  CPR1I-FUNCTION                    PIC X(1).            CPROFD01
002300         88  CPR1I-BEGIN-RUN                 VALUE 'B'.           CPROFD01
002400         88  CPR1I-ADD-POSTING               VALUE 'A'.           CPROFD01
002500         88  CPR1I-FINISH-PROOF              VALUE 'F'.           CPROFD01
002600         88  CPR1I-CHECK-RELEASE             VALUE 'C'.           CPROFD01
002700         88  CPR1I-RELEASE-PROOF             VALUE 'R'.           CPROFD01
002800         88  CPR1I-DISCARD-PROOF             VALUE 'X'.           CPROFD01
002850         88  CPR1I-MARK-POSTED               VALUE 'U'.           CPROFD01
002900         88  CPR1I-LIST                      VALUE 'L'.           CPROFD01
003000       15  CPR1I-JOB                         PIC X(8).            CPROFD01
003100       15  CPR1I-MODE                        PIC X(1).            CPROFD01
003200         88  CPR1I-MODE-LIVE                 VALUE 'L'.           CPROFD01
003300         88  CPR1I-MODE-PROOF                VALUE 'P'.           CPROFD01
003400*        S service charge, C credit interest, D overdraft interestCPROFD01
003500       15  CPR1I-KIND                        PIC X(1).            CPROFD01
003600       15  CPR1I-ACC-TYPE                    PIC X(2).            CPROFD01
003700       15  CPR1I-AMOUNT                      PIC S9(7)V99 COMP-3. CPROFD01
003800       15  CPR1I-USERID                      PIC X(5).            CPROFD01
003900*        A blank proof date means the current business date       CPROFD01
004000       15  CPR1I-PROOF-DATE                  PIC X(10).           CPROFD01
004100     10  CPR1O-DATA.                                              CPROFD01
004200       15  CPR1O-RESULT                      PIC X(1).            CPROFD01
004300         88  CPR1O-REQUEST-OK                VALUE '0'.           CPROFD01
004400         88  CPR1O-REQUEST-FAIL              VALUE '1'.           CPROFD01
004500         88  CPR1O-NOT-RELEASED              VALUE '2'.           CPROFD01
004600         88  CPR1O-NOT-PROVED                VALUE '3'.           CPROFD01
004650         88  CPR1O-ALREADY-POSTED            VALUE '4'.           CPROFD01
004700       15  CPR1O-REPORT-ID                   PIC 9(7).            CPROFD01
004800       15  CPR1O-LIST-COUNT                  PIC 9(1).            CPROFD01
004900       15  CPR1O-LIST                        OCCURS 5 TIMES.      CPROFD01
005000         20  CPR1O-LST-JOB                   PIC X(8).            CPROFD01
005100         20  CPR1O-LST-DATE                  PIC X(10).           CPROFD01
005200*        P awaiting release, R released, X discarded, U posted    CPROFD01
005300         20  CPR1O-LST-STATUS                PIC X(1).            CPROFD01
005400         20  CPR1O-LST-COUNT                 PIC 9(7).            CPROFD01
005500         20  CPR1O-LST-AMOUNT                PIC -(9)9.99.        CPROFD01
005600         20  CPR1O-LST-BY                    PIC X(5).            CPROFD01
005700       15  CPR1O-MSG                         PIC X(62).           CPROFD01
