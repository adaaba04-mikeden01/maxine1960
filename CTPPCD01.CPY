000100***************************************************************** CTPPCD01
000200*                                                               * CTPPCD01
000300* Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.      * CTPPCD01
000400*                                                               * CTPPCD01
000500***************************************************************** CTPPCD01
000600                                                                  CTPPCD01
000700***************************************************************** CTPPCD01
000800* CTPPCD01.CPY                                                  * CTPPCD01
000900*---------------------------------------------------------------* CTPPCD01
001000* This area is used to pass data between callers and the        * CTPPCD01
001100* third-party provider consent registry (DTPPC01P). Providers   * CTPPCD01
001200* are registered on BNKTPPR. A customer grants a registered     * CTPPCD01
001300* provider read access to chosen accounts (BNKTPPA) for a       * CTPPCD01
001400* scope - balances, transactions or both - and a period, held   * CTPPCD01
001500* on BNKTPPC, and may revoke it at any time. A consent must be  * CTPPCD01
001600* re-confirmed by the customer every BNKCTLV TPPRECNF days      * CTPPCD01
001700* (90 unless set); until then the provider is refused. The      * CTPPCD01
001800* provider service (TBANK20P) checks every call here and logs   * CTPPCD01
001900* it to the access log, BNKTPPL.                                * CTPPCD01
002000***************************************************************** CTPPCD01
002100  05  CTP1-DATA.                                                  CTPPCD01
002200    10  CTP1I-DATA.                                               CTPPCD01
002300      15  CTP1I-FUNCTION                    PIC X(1).             CTPPCD01
002400        88  CTP1I-GRANT                     VALUE 'G'.            CTPPCD01
002500        88  CTP1I-LIST                      VALUE 'L'.            CTPPCD01
002600        88  CTP1I-REVOKE                    VALUE 'V'.            CTPPCD01
002700        88  CTP1I-CONFIRM                   VALUE 'C'.            CTPPCD01
002800        88  CTP1I-CHECK-ACCESS              VALUE 'K'.            CTPPCD01
002900        88  CTP1I-LOG-ACCESS                VALUE 'W'.            CTPPCD01
003000        88  CTP1I-REGISTER-PROVIDER         VALUE 'P'.            CTPPCD01
003100        88  CTP1I-SUSPEND-PROVIDER          VALUE 'S'.            CTPPCD01
003200      15  CTP1I-USERID                      PIC X(5).             CTPPCD01
003300*        The customer granting, listing, revoking or confirming - CTPPCD01
003400*        a consent can only be changed by its own customer        CTPPCD01
003500      15  CTP1I-PERSON-PID                  PIC X(5).             CTPPCD01
003600      15  CTP1I-TPP-ID                      PIC X(8).             CTPPCD01
003700      15  CTP1I-TPP-NAME                    PIC X(30).            CTPPCD01
003800      15  CTP1I-CONSENT-ID                  PIC 9(7).             CTPPCD01
003900*        A grant - the scope (Y or N each), the period in days    CTPPCD01
004000*        (90 when not given, at most 365) and the accounts        CTPPCD01
004100      15  CTP1I-SCOPE-BAL                   PIC X(1).             CTPPCD01
004200      15  CTP1I-SCOPE-TXN                   PIC X(1).             CTPPCD01
004300      15  CTP1I-DAYS                        PIC 9(3).             CTPPCD01
004400      15  CTP1I-GRANT-ACC                   PIC X(9)              CTPPCD01
004500                                            OCCURS 6 TIMES.       CTPPCD01
004600*        A provider call being checked or logged - B balances or  CTPPCD01
004700*        T transactions, and the account asked about              CTPPCD01
004800      15  CTP1I-CALL-FUNCTION               PIC X(1).             CTPPCD01
004900        88  CTP1I-CALL-BALANCES             VALUE 'B'.            CTPPCD01
005000        88  CTP1I-CALL-TXNS                 VALUE 'T'.            CTPPCD01
005100      15  CTP1I-ACC                         PIC X(9).             CTPPCD01
005200*        How the call ended, for the access log                   CTPPCD01
005300      15  CTP1I-CALL-RESULT                 PIC X(1).             CTPPCD01
005400      15  CTP1I-CALL-REASON                 PIC X(4).             CTPPCD01
005500      15  CTP1I-ELAPSED                     PIC 9(8).             CTPPCD01
005600*        Paging - F the consents after the key, B those before it CTPPCD01
005700      15  CTP1I-DIRECTION                   PIC X(1).             CTPPCD01
005800        88  CTP1I-PAGE-FORWARD              VALUE 'F'.            CTPPCD01
005900        88  CTP1I-PAGE-BACK                 VALUE 'B'.            CTPPCD01
006000      15  CTP1I-START-ID                    PIC 9(7).             CTPPCD01
006100    10  CTP1O-DATA.                                               CTPPCD01
006200      15  CTP1O-RESULT                      PIC X(1).             CTPPCD01
006300        88  CTP1O-REQUEST-OK                VALUE '0'.            CTPPCD01
006400        88  CTP1O-REQUEST-FAIL              VALUE '1'.            CTPPCD01
006500        88  CTP1O-NOT-FOUND                 VALUE '2'.            CTPPCD01
006600*            A provider call the consent does not allow - the     CTPPCD01
006700*            reason says why                                      CTPPCD01
006800        88  CTP1O-REFUSED                   VALUE '3'.            CTPPCD01
006900      15  CTP1O-REASON                      PIC X(4).             CTPPCD01
007000        88  CTP1O-PROVIDER-NOT-LIVE         VALUE 'NTPP'.         CTPPCD01
007100        88  CTP1O-NO-CONSENT                VALUE 'NCON'.         CTPPCD01
007200        88  CTP1O-CONSENT-REVOKED           VALUE 'RVKD'.         CTPPCD01
007300        88  CTP1O-CONSENT-EXPIRED           VALUE 'EXPD'.         CTPPCD01
007400        88  CTP1O-CONFIRM-DUE               VALUE 'RCNF'.         CTPPCD01
007500        88  CTP1O-OUT-OF-SCOPE              VALUE 'SCOP'.         CTPPCD01
007600        88  CTP1O-ACC-NOT-COVERED           VALUE 'NACC'.         CTPPCD01
007700      15  CTP1O-CONSENT-ID                  PIC 9(7).             CTPPCD01
007800*            A call allowed - whose accounts, and which of them   CTPPCD01
007900      15  CTP1O-PERSON-PID                  PIC X(5).             CTPPCD01
008000      15  CTP1O-ACC-LIST.                                         CTPPCD01
008100        20  CTP1O-ACC                       PIC X(9)              CTPPCD01
008200                                            OCCURS 6 TIMES.       CTPPCD01
008300      15  CTP1O-CONS-COUNT                  PIC 9(1).             CTPPCD01
008400      15  CTP1O-CONSENT                     OCCURS 6 TIMES.       CTPPCD01
008500        20  CTP1O-CNS-ID                    PIC 9(7).             CTPPCD01
008600        20  CTP1O-CNS-TPP-ID                PIC X(8).             CTPPCD01
008700        20  CTP1O-CNS-TPP-NAME              PIC X(30).            CTPPCD01
008800        20  CTP1O-CNS-SCOPE-BAL             PIC X(1).             CTPPCD01
008900        20  CTP1O-CNS-SCOPE-TXN             PIC X(1).             CTPPCD01
009000        20  CTP1O-CNS-ACC-COUNT             PIC 9(1).             CTPPCD01
009100        20  CTP1O-CNS-EXPIRY                PIC X(10).            CTPPCD01
009200        20  CTP1O-CNS-CONFIRM-BY            PIC X(10).            CTPPCD01
009300*                A live, D re-confirmation due, E expired,        CTPPCD01
009400*                R revoked                                        CTPPCD01
009500        20  CTP1O-CNS-STATUS                PIC X(1).             CTPPCD01
009600      15  CTP1O-MSG                         PIC X(62).            CTPPCD01
