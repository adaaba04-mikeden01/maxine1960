001700* corporate account - above the threshold the posting routes    * CCORPD01
001800* to the DBANK81P authorization queue, and for named-plus-one   * CCORPD01
001900* the checker must be the named signatory.                      * CCORPD01
001910* The register also holds the corporate's beneficial owners -   * CCORPD01
001920* the individuals who own or control it, directly or through    * CCORPD01
001930* intermediate companies also held on the register - on         * CCORPD01
001940* BNKBOWN. Each owner is screened through DBANK89P when added   * CCORPD01
001950* and on every watchlist refresh, and the register falls due    * CCORPD01
001960* for review with the corporate's KYC cycle (DKYC01P).          * CCORPD01
002000***************************************************************** CCORPD01
002100   05  CCP1-DATA.                                                 CCORPD01
002200     10  CCP1I-DATA.                                              CCORPD01
002800         88  CCP1I-SET-RULE                  VALUE 'R'.           CCORPD01
002900         88  CCP1I-QUERY-POSTING             VALUE 'Q'.           CCORPD01
003000         88  CCP1I-VERIFY-CHECKER            VALUE 'V'.           CCORPD01
003010         88  CCP1I-ADD-OWNER                 VALUE 'O'.           CCORPD01
003020         88  CCP1I-REMOVE-OWNER              VALUE 'D'.           CCORPD01
003030         88  CCP1I-LIST-OWNERS               VALUE 'B'.           CCORPD01
003040*        Nightly - corporates with no declared individual         CCORPD01
003050*        owner, or whose holdings at any level come to more       CCORPD01
003060*        than 100%                                                CCORPD01
003070         88  CCP1I-OWNERSHIP-REPORT          VALUE 'G'.           CCORPD01
003100       15  CCP1I-CORP-PID                    PIC X(5).            CCORPD01
003200       15  CCP1I-REG-NAME                    PIC X(40).           CCORPD01
003300       15  CCP1I-REG-NO                      PIC X(12).           CCORPD01
004100       15  CCP1I-ACC                         PIC X(9).            CCORPD01
004200       15  CCP1I-AMOUNT                      PIC S9(7)V99 COMP-3. CCORPD01
004300       15  CCP1I-USERID                      PIC X(5).            CCORPD01
004302*        A beneficial owner - an individual (I), or an            CCORPD01
004304*        intermediate company (C) that others hold the            CCORPD01
004306*        corporate through. VIA-ID is the intermediate            CCORPD01
004308*        company the holding runs through, zero when the          CCORPD01
004310*        corporate is held directly; the percentage is of         CCORPD01
004312*        whatever is held at that level                           CCORPD01
004314       15  CCP1I-OWN-ID                      PIC 9(7).            CCORPD01
004316       15  CCP1I-OWN-NAME                    PIC X(40).           CCORPD01
004318       15  CCP1I-OWN-TYPE                    PIC X(1).            CCORPD01
004320         88  CCP1I-OWN-INDIVIDUAL            VALUE 'I'.           CCORPD01
004322         88  CCP1I-OWN-COMPANY               VALUE 'C'.           CCORPD01
004324       15  CCP1I-OWN-DOB                     PIC X(10).           CCORPD01
004326       15  CCP1I-OWN-NATIONALITY             PIC X(2).            CCORPD01
004328       15  CCP1I-OWN-PERCENT                 PIC 9(3)V99.         CCORPD01
004330*        S holds shares, V voting rights, B appoints the board,   CCORPD01
004332*        O other significant influence or control                 CCORPD01
004334       15  CCP1I-OWN-CONTROL                 PIC X(1).            CCORPD01
004336         88  CCP1I-OWN-CONTROL-VALID         VALUE 'S' 'V'        CCORPD01
004337                                             'B' 'O'.             CCORPD01
004338       15  CCP1I-OWN-VIA-ID                  PIC 9(7).            CCORPD01
004340*        Paging the owner list - F after the start id, B          CCORPD01
004341*        before it                                                CCORPD01
004342       15  CCP1I-DIRECTION                   PIC X(1).            CCORPD01
004344         88  CCP1I-PAGE-FORWARD              VALUE 'F'.           CCORPD01
004346         88  CCP1I-PAGE-BACK                 VALUE 'B'.           CCORPD01
004348       15  CCP1I-START-ID                    PIC 9(7).            CCORPD01
004400     10  CCP1O-DATA.                                              CCORPD01
004500       15  CCP1O-RESULT                      PIC X(1).            CCORPD01
004600         88  CCP1O-REQUEST-OK                VALUE '0'.           CCORPD01
005900         20  CCP1O-SIG-ENTRY                 OCCURS 3 TIMES.      CCORPD01
006000           25  CCP1O-LIST-PID                PIC X(5).            CCORPD01
006100           25  CCP1O-LIST-NAME               PIC X(25).           CCORPD01
006102       15  CCP1O-REG-NAME                    PIC X(40).           CCORPD01
006104*            The KYC review the register falls due with, and when CCORPD01
006106*            the owners were last reviewed                        CCORPD01
006108       15  CCP1O-REVIEW-DATE                 PIC X(10).           CCORPD01
006110       15  CCP1O-REVIEWED-DATE               PIC X(10).           CCORPD01
006112       15  CCP1O-OWN-ID                      PIC 9(7).            CCORPD01
006114       15  CCP1O-OWN-COUNT                   PIC 9(1).            CCORPD01
006116       15  CCP1O-OWN-LIST.                                        CCORPD01
006118         20  CCP1O-OWNER                     OCCURS 6 TIMES.      CCORPD01
006120           25  CCP1O-OWN-LIST-ID             PIC 9(7).            CCORPD01
006122           25  CCP1O-OWN-LIST-NAME           PIC X(40).           CCORPD01
006124           25  CCP1O-OWN-LIST-TYPE           PIC X(1).            CCORPD01
006126           25  CCP1O-OWN-LIST-DOB            PIC X(10).           CCORPD01
006128           25  CCP1O-OWN-LIST-NATION         PIC X(2).            CCORPD01
006130           25  CCP1O-OWN-LIST-PERCENT        PIC 9(3)V99.         CCORPD01
006132*                The share of the corporate itself once the chain CCORPD01
006134*                of intermediate companies is followed through    CCORPD01
006136           25  CCP1O-OWN-LIST-EFFECTIVE      PIC 9(3)V99.         CCORPD01
006138           25  CCP1O-OWN-LIST-CONTROL        PIC X(1).            CCORPD01
006140           25  CCP1O-OWN-LIST-VIA            PIC 9(7).            CCORPD01
006142*                C screened clear, H hit with compliance, F hit   CCORPD01
006144*                confirmed                                        CCORPD01
006146           25  CCP1O-OWN-LIST-SCREEN         PIC X(1).            CCORPD01
006148       15  CCP1O-REPORTED                    PIC 9(5).            CCORPD01
006200       15  CCP1O-MSG                         PIC X(62).           CCORPD01
