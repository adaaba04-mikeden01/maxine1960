000100***************************************************************** CROVRD01
000200*                                                               * CROVRD01
000300* Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.      * CROVRD01
000400*                                                               * CROVRD01
000500***************************************************************** CROVRD01
000600                                                                  CROVRD01
000700                                                                  CROVRD01
000800***************************************************************** CROVRD01
000900* CROVRD01.CPY                                                  * CROVRD01
001000*---------------------------------------------------------------* CROVRD01
001100* This area is used to pass data between callers and the        * CROVRD01
001200* negotiated rate override program (DROVR01P). An override      * CROVRD01
001300* agreed for one account - a credit interest rate or an         * CROVRD01
001400* overdraft rate, given either as the rate itself or as a       * CROVRD01
001500* margin over the rate master - runs from a start date to an    * CROVRD01
001600* expiry date. It is proposed onto BNKROVR and captured on the  * CROVRD01
001700* DBANK81P authorization queue, and only comes into force when  * CROVRD01
001800* a second user approves it there. Overrides falling due to     * CROVRD01
001900* expire are reported at the start of each month                * CROVRD01
002000***************************************************************** CROVRD01
002100   05  CRV1-DATA.                                                 CROVRD01
002200     10  CRV1I-DATA.                                              CROVRD01
002300       15  CRV1I-FUNCTION                    PIC X(1).            CROVRD01
002400         88  CRV1I-PROPOSE                   VALUE 'P'.           CROVRD01
002500         88  CRV1I-LIST                      VALUE 'L'.           CROVRD01
002600         88  CRV1I-EXECUTE-APPROVED          VALUE 'E'.           CROVRD01
002700         88  CRV1I-NIGHTLY                   VALUE 'N'.           CROVRD01
002800         88  CRV1I-EXPIRY-REPORT             VALUE 'M'.           CROVRD01
002900       15  CRV1I-USERID                      PIC X(5).            CROVRD01
003000       15  CRV1I-ACC                         PIC X(9).            CROVRD01
003100       15  CRV1I-KIND                        PIC X(1).            CROVRD01
003200         88  CRV1I-KIND-CREDIT               VALUE 'C'.           CROVRD01
003300         88  CRV1I-KIND-OVERDRAFT            VALUE 'D'.           CROVRD01
003400       15  CRV1I-BASIS                       PIC X(1).            CROVRD01
003500         88  CRV1I-BASIS-RATE                VALUE 'R'.           CROVRD01
003600         88  CRV1I-BASIS-MARGIN              VALUE 'M'.           CROVRD01
003700*        The rate itself, or the margin added to the rate master -CROVRD01
003800*        a margin below the master rate is given as a negative    CROVRD01
003900       15  CRV1I-VALUE                       PIC S9V9(6) COMP-3.  CROVRD01
004000*        A blank start date starts the override on approval       CROVRD01
004100       15  CRV1I-START-DATE                  PIC X(10).           CROVRD01
004200       15  CRV1I-EXPIRY-DATE                 PIC X(10).           CROVRD01
004300       15  CRV1I-NOTE                        PIC X(30).           CROVRD01
004400       15  CRV1I-AUTH-ID                     PIC 9(7).            CROVRD01
004500       15  CRV1I-CHECKER                     PIC X(5).            CROVRD01
004600     10  CRV1O-DATA.                                              CROVRD01
004700       15  CRV1O-RESULT                      PIC X(1).            CROVRD01
004800         88  CRV1O-REQUEST-OK                VALUE '0'.           CROVRD01
004900         88  CRV1O-REQUEST-FAIL              VALUE '1'.           CROVRD01
005000         88  CRV1O-NOT-FOUND                 VALUE '2'.           CROVRD01
005100       15  CRV1O-AUTH-ID                     PIC 9(7).            CROVRD01
005200       15  CRV1O-LIST-COUNT                  PIC 9(1).            CROVRD01
005300       15  CRV1O-LIST                        OCCURS 5 TIMES.      CROVRD01
005400         20  CRV1O-LST-KIND                  PIC X(1).            CROVRD01
005500         20  CRV1O-LST-BASIS                 PIC X(1).            CROVRD01
005600         20  CRV1O-LST-VALUE                 PIC -9.9(6).         CROVRD01
005700         20  CRV1O-LST-START                 PIC X(10).           CROVRD01
005800         20  CRV1O-LST-EXPIRY                PIC X(10).           CROVRD01
005900*        P awaiting approval, A approved, X rejected or lapsed    CROVRD01
006000         20  CRV1O-LST-STATUS                PIC X(1).            CROVRD01
006100         20  CRV1O-LST-MAKER                 PIC X(5).            CROVRD01
006200       15  CRV1O-EXPIRING                    PIC 9(5).            CROVRD01
006300       15  CRV1O-MSG                         PIC X(62).           CROVRD01
