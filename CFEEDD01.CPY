000100***************************************************************** CFEEDD01
000200*                                                               * CFEEDD01
000300* Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.      * CFEEDD01
000400*                                                               * CFEEDD01
000500***************************************************************** CFEEDD01
000600                                                                  CFEEDD01
000700                                                                  CFEEDD01
000800***************************************************************** CFEEDD01
000900* CFEEDD01.CPY                                                  * CFEEDD01
001000*---------------------------------------------------------------* CFEEDD01
001100* This area is used to pass data between callers and the        * CFEEDD01
001200* inbound feed monitor (DFEED01P). The feed register (BNKFEED)  * CFEEDD01
001300* holds each interface's expected arrival window, owner and     * CFEEDD01
001400* header layout. Every arrival is logged on BNKFEDA with its    * CFEEDD01
001500* control totals and content digest; a file whose digest        * CFEEDD01
001600* matches one already processed is rejected, and a file missing * CFEEDD01
001700* or late for its window raises an incident                     * CFEEDD01
001800***************************************************************** CFEEDD01
001900   05  CFD1-DATA.                                                 CFEEDD01
002000     10  CFD1I-DATA.                                              CFEEDD01
002100       15  CFD1I-FUNCTION                    PIC X(1).            CFEEDD01
002200*          R receive a feed for its consuming program             CFEEDD01
002300         88  CFD1I-RECEIVE                   VALUE 'R'.           CFEEDD01
002400*          C check the feeds of a batch step before it runs       CFEEDD01
002500         88  CFD1I-CHECK-STEP                VALUE 'C'.           CFEEDD01
002600         88  CFD1I-SCAN-ALL                  VALUE 'N'.           CFEEDD01
002700         88  CFD1I-LIST-REGISTER             VALUE 'L'.           CFEEDD01
002800         88  CFD1I-LIST-ARRIVALS             VALUE 'A'.           CFEEDD01
002900         88  CFD1I-UPDATE-REGISTER           VALUE 'U'.           CFEEDD01
003000       15  CFD1I-QUEUE                       PIC X(4).            CFEEDD01
003100       15  CFD1I-CONSUMER                    PIC X(8).            CFEEDD01
003200       15  CFD1I-USERID                      PIC X(5).            CFEEDD01
003300       15  CFD1I-REGISTER.                                        CFEEDD01
003400         20  CFD1I-OWNER                     PIC X(8).            CFEEDD01
003500*            Window as hh.mm from and to on the business day      CFEEDD01
003600         20  CFD1I-WINDOW-FROM               PIC X(5).            CFEEDD01
003700         20  CFD1I-WINDOW-TO                 PIC X(5).            CFEEDD01
003800*            B every business day, O on demand only               CFEEDD01
003900         20  CFD1I-DAYS                      PIC X(1).            CFEEDD01
004000         20  CFD1I-LAYOUT                    PIC X(40).           CFEEDD01
004100*            Where the sender's record count sits on the header   CFEEDD01
004200*            record - zero when the feed has no header            CFEEDD01
004300         20  CFD1I-HDR-POS                   PIC 9(3).            CFEEDD01
004400         20  CFD1I-HDR-LEN                   PIC 9(1).            CFEEDD01
004500         20  CFD1I-ACTIVE                    PIC X(1).            CFEEDD01
004600     10  CFD1O-DATA.                                              CFEEDD01
004700       15  CFD1O-RESULT                      PIC X(1).            CFEEDD01
004800         88  CFD1O-REQUEST-OK                VALUE '0'.           CFEEDD01
004900         88  CFD1O-REQUEST-FAIL              VALUE '1'.           CFEEDD01
005000         88  CFD1O-DUPLICATE                 VALUE '2'.           CFEEDD01
005100         88  CFD1O-NOTHING-ARRIVED           VALUE '3'.           CFEEDD01
005200       15  CFD1O-RECORDS                     PIC 9(7).            CFEEDD01
005300       15  CFD1O-DIGEST                      PIC X(8).            CFEEDD01
005400       15  CFD1O-INCIDENTS                   PIC 9(3).            CFEEDD01
005500       15  CFD1O-LIST-COUNT                  PIC 9(2).            CFEEDD01
005600       15  CFD1O-LIST                        OCCURS 12 TIMES.     CFEEDD01
005700         20  CFD1O-LST-QUEUE                 PIC X(4).            CFEEDD01
005800         20  CFD1O-LST-DATE                  PIC X(10).           CFEEDD01
005900         20  CFD1O-LST-TIME                  PIC X(8).            CFEEDD01
006000*            W waiting, P processed, D duplicate, M missing       CFEEDD01
006100         20  CFD1O-LST-STATUS                PIC X(1).            CFEEDD01
006200         20  CFD1O-LST-LATE                  PIC X(1).            CFEEDD01
006300         20  CFD1O-LST-RECORDS               PIC 9(7).            CFEEDD01
006400         20  CFD1O-LST-DIGEST                PIC X(8).            CFEEDD01
006500         20  CFD1O-LST-OWNER                 PIC X(8).            CFEEDD01
006600         20  CFD1O-LST-WINDOW                PIC X(11).           CFEEDD01
006700       15  CFD1O-MSG                         PIC X(62).           CFEEDD01
