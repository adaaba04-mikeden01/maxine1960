000100***************************************************************** CRBLDD01
000200*                                                               * CRBLDD01
000300* Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.      * CRBLDD01
000400*                                                               * CRBLDD01
000500***************************************************************** CRBLDD01
000600                                                                  CRBLDD01
000700***************************************************************** CRBLDD01
000800* CRBLDD01.CPY                                                  * CRBLDD01
000900*---------------------------------------------------------------* CRBLDD01
001000* This area is used to pass data between callers and the        * CRBLDD01
001100* balance rebuild utility (DRBLD01P), used to bring BNKACC      * CRBLDD01
001200* forward after it has been restored from an older copy. A      * CRBLDD01
001300* compare starts from a chosen BNKEODB end-of-day snapshot,     * CRBLDD01
001400* replays every BNKTXN posting made after it in timestamp       * CRBLDD01
001500* order and files a report of stored against rebuilt balances   * CRBLDD01
001600* on the report repository, with each difference held on        * CRBLDD01
001700* BNKRBLD. Nothing is changed until a second supervisor has     * CRBLDD01
001800* authorized the run; the apply then corrects each account,     * CRBLDD01
001900* checkpointing as it goes so a failed apply resumes where it   * CRBLDD01
002000* stopped, and keeps the before and after balance of every      * CRBLDD01
002100* account it changed.                                           * CRBLDD01
002200***************************************************************** CRBLDD01
002300  05  CRB1-DATA.                                                  CRBLDD01
002400    10  CRB1I-DATA.                                               CRBLDD01
002500      15  CRB1I-FUNCTION                    PIC X(1).             CRBLDD01
002600        88  CRB1I-COMPARE                   VALUE 'C'.            CRBLDD01
002700        88  CRB1I-AUTHORIZE                 VALUE 'A'.            CRBLDD01
002800        88  CRB1I-REJECT                    VALUE 'X'.            CRBLDD01
002900        88  CRB1I-APPLY                     VALUE 'P'.            CRBLDD01
003000        88  CRB1I-LIST                      VALUE 'L'.            CRBLDD01
003100*        The supervisor asking - every function is theirs only    CRBLDD01
003200      15  CRB1I-USERID                      PIC X(5).             CRBLDD01
003300*        The snapshot a compare starts from, yyyy-mm-dd           CRBLDD01
003400      15  CRB1I-SNAP-DATE                   PIC X(10).            CRBLDD01
003500*        The run to authorize, reject or apply                    CRBLDD01
003600      15  CRB1I-RUN-ID                      PIC 9(7).             CRBLDD01
003700    10  CRB1O-DATA.                                               CRBLDD01
003800      15  CRB1O-RESULT                      PIC X(1).             CRBLDD01
003900        88  CRB1O-REQUEST-OK                VALUE '0'.            CRBLDD01
004000        88  CRB1O-REQUEST-FAIL              VALUE '1'.            CRBLDD01
004100        88  CRB1O-NOT-AUTHORIZED            VALUE '2'.            CRBLDD01
004200      15  CRB1O-RUN-ID                      PIC 9(7).             CRBLDD01
004300      15  CRB1O-REPORT-ID                   PIC 9(7).             CRBLDD01
004400      15  CRB1O-ACCOUNTS                    PIC 9(7).             CRBLDD01
004500      15  CRB1O-DIFFERENCES                 PIC 9(7).             CRBLDD01
004600      15  CRB1O-APPLIED                     PIC 9(7).             CRBLDD01
004700*        Snapshot accounts no longer on BNKACC at all             CRBLDD01
004800      15  CRB1O-MISSING                     PIC 9(5).             CRBLDD01
004900      15  CRB1O-LIST-COUNT                  PIC 9(1).             CRBLDD01
005000      15  CRB1O-LIST                        OCCURS 5 TIMES.       CRBLDD01
005100        20  CRB1O-LST-RUN-ID                PIC 9(7).             CRBLDD01
005200        20  CRB1O-LST-SNAP-DATE             PIC X(10).            CRBLDD01
005300*            P awaiting authority, A authorized, I applying,      CRBLDD01
005400*            D applied, R rejected                                CRBLDD01
005500        20  CRB1O-LST-STATUS                PIC X(1).             CRBLDD01
005600        20  CRB1O-LST-BY                    PIC X(5).             CRBLDD01
005700        20  CRB1O-LST-AUTH-BY               PIC X(5).             CRBLDD01
005800        20  CRB1O-LST-DIFFERENCES           PIC 9(7).             CRBLDD01
005900        20  CRB1O-LST-APPLIED               PIC 9(7).             CRBLDD01
006000        20  CRB1O-LST-REPORT-ID             PIC 9(7).             CRBLDD01
006100      15  CRB1O-MSG                         PIC X(62).            CRBLDD01
