000100***************************************************************** CUACTD01
000200*                                                               * CUACTD01
000300*  Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.     * CUACTD01
000400*                                                               * CUACTD01
000500***************************************************************** CUACTD01
000600                                                                  CUACTD01
000700                                                                  CUACTD01
000800***************************************************************** CUACTD01
000900* CUACTD01.CPY                                                  * CUACTD01
001000*---------------------------------------------------------------* CUACTD01
001100* This area is used to pass data between callers and the user   * CUACTD01
001200* activity reconstruction service (DUACT01P). For an auditor it * CUACTD01
001300* builds one chronological timeline of everything a user did    * CUACTD01
001400* in a date/time range - lifecycle events and counter cash on   * CUACTD01
001500* BNKTXN, items keyed and worked on BNKPAUTH, disputes worked,  * CUACTD01
001600* view-as sessions, contact changes, screen samples on BNKRTST  * CUACTD01
001700* and errors on BNKEXCP - files it in the report repository     * CUACTD01
001800* and logs who asked for whose timeline on BNKUARQ              * CUACTD01
001900***************************************************************** CUACTD01
002000   05  CUA1-DATA.                                                 CUACTD01
002100     10  CUA1I-DATA.                                              CUACTD01
002200       15  CUA1I-FUNCTION                    PIC X(1).            CUACTD01
002300*          T build a timeline, L list the request log             CUACTD01
002400         88  CUA1I-BUILD-TIMELINE            VALUE 'T'.           CUACTD01
002500         88  CUA1I-LIST-REQUESTS             VALUE 'L'.           CUACTD01
002600*          The auditor asking                                     CUACTD01
002700       15  CUA1I-USERID                      PIC X(5).            CUACTD01
002800*          The user whose activity is wanted                      CUACTD01
002900       15  CUA1I-TARGET                      PIC X(5).            CUACTD01
003000*          Range as yyyy-mm-dd-hh.mm.ss.nnnnnn, both inclusive    CUACTD01
003100       15  CUA1I-FROM-TS                     PIC X(26).           CUACTD01
003200       15  CUA1I-TO-TS                       PIC X(26).           CUACTD01
003300     10  CUA1O-DATA.                                              CUACTD01
003400       15  CUA1O-RESULT                      PIC X(1).            CUACTD01
003500         88  CUA1O-REQUEST-OK                VALUE '0'.           CUACTD01
003600         88  CUA1O-REQUEST-FAIL              VALUE '1'.           CUACTD01
003700         88  CUA1O-NOT-AUTHORIZED            VALUE '2'.           CUACTD01
003800       15  CUA1O-REQUEST-ID                  PIC 9(7).            CUACTD01
003900       15  CUA1O-REPORT-ID                   PIC 9(7).            CUACTD01
004000       15  CUA1O-ENTRIES                     PIC 9(5).            CUACTD01
004100       15  CUA1O-LIST-COUNT                  PIC 9(2).            CUACTD01
004200       15  CUA1O-LIST                        OCCURS 10 TIMES.     CUACTD01
004300         20  CUA1O-LST-REQUEST-ID            PIC 9(7).            CUACTD01
004400         20  CUA1O-LST-BY                    PIC X(5).            CUACTD01
004500         20  CUA1O-LST-TARGET                PIC X(5).            CUACTD01
004600         20  CUA1O-LST-FROM                  PIC X(16).           CUACTD01
004700         20  CUA1O-LST-TO                    PIC X(16).           CUACTD01
004800         20  CUA1O-LST-ASKED                 PIC X(16).           CUACTD01
004900*            R requested, C complete, F failed                    CUACTD01
005000         20  CUA1O-LST-STATUS                PIC X(1).            CUACTD01
005100         20  CUA1O-LST-REPORT-ID             PIC 9(7).            CUACTD01
005200         20  CUA1O-LST-ENTRIES               PIC 9(5).            CUACTD01
005300       15  CUA1O-MSG                         PIC X(62).           CUACTD01
