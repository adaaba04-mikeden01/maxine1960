000100***************************************************************** CCCRDD01
000200*                                                               * CCCRDD01
000300*  Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.     * CCCRDD01
000400*                                                               * CCCRDD01
000500***************************************************************** CCCRDD01
000600                                                                  CCCRDD01
000700***************************************************************** CCCRDD01
000800* CCCRDD01.CPY                                                  * CCCRDD01
000900*---------------------------------------------------------------* CCCRDD01
001000* This area is used to pass data between callers and the        * CCCRDD01
001100* credit card account services (DCCRD01P) which own the card    * CCCRDD01
001200* account register (BNKCCAC), the activity ledger the statement * CCCRDD01
001300* is built from (BNKCCTX) and the statement history (BNKCCST).  * CCCRDD01
001400* A credit card account is an ordinary BNKACC account of type   * CCCRDD01
001500* CC whose balance runs below zero up to its credit limit. The  * CCCRDD01
001600* settlement processor (DBANK87P) records card activity on it,  * CCCRDD01
001700* payments come in by a one-off transfer or the automatic       * CCCRDD01
001800* payment taken on the due date, and the nightly run cuts the   * CCCRDD01
001900* monthly statements, charges interest outside the grace        * CCCRDD01
002000* period and raises a missed minimum for collections (DBANK45P) * CCCRDD01
002100* under the account's six-character collections reference.      * CCCRDD01
002200***************************************************************** CCCRDD01
002300   05  CCR1-DATA.                                                 CCCRDD01
002400     10  CCR1I-DATA.                                              CCCRDD01
002500       15  CCR1I-FUNCTION                    PIC X(1).            CCCRDD01
002600         88  CCR1I-OPEN-ACCOUNT              VALUE 'O'.           CCCRDD01
002700         88  CCR1I-SET-LIMIT                 VALUE 'L'.           CCCRDD01
002800         88  CCR1I-SET-AUTOPAY               VALUE 'A'.           CCCRDD01
002900         88  CCR1I-PAY                       VALUE 'P'.           CCCRDD01
003000         88  CCR1I-RECORD-ACTIVITY           VALUE 'R'.           CCCRDD01
003100         88  CCR1I-ENQUIRE                   VALUE 'E'.           CCCRDD01
003120*        A credit reaching the card by an ordinary transfer - the CCCRDD01
003140*        balance has already moved; this counts it as a payment   CCCRDD01
003160         88  CCR1I-PAYMENT-RECEIVED          VALUE 'T'.           CCCRDD01
003200         88  CCR1I-NIGHTLY-RUN               VALUE 'N'.           CCCRDD01
003300       15  CCR1I-PERSON-PID                  PIC X(5).            CCCRDD01
003400       15  CCR1I-ACC                         PIC X(9).            CCCRDD01
003500       15  CCR1I-LIMIT                       PIC S9(7)V99 COMP-3. CCCRDD01
003600*        Payment - the deposit account paying in, and the amount  CCCRDD01
003700*        of a one-off payment or a fixed automatic payment        CCCRDD01
003800       15  CCR1I-FROM-ACC                    PIC X(9).            CCCRDD01
003900       15  CCR1I-AMOUNT                      PIC S9(7)V99 COMP-3. CCCRDD01
004000       15  CCR1I-AUTOPAY                     PIC X(1).            CCCRDD01
004100         88  CCR1I-AUTOPAY-NONE              VALUE 'N'.           CCCRDD01
004200         88  CCR1I-AUTOPAY-MINIMUM           VALUE 'M'.           CCCRDD01
004300         88  CCR1I-AUTOPAY-STATEMENT         VALUE 'S'.           CCCRDD01
004400         88  CCR1I-AUTOPAY-FIXED             VALUE 'F'.           CCCRDD01
004500*        Card activity as posted by the settlement processor - theCCCRDD01
004600*        amount rides in CCR1I-AMOUNT                             CCCRDD01
004700       15  CCR1I-KIND                        PIC X(1).            CCCRDD01
004800         88  CCR1I-KIND-PURCHASE             VALUE 'P'.           CCCRDD01
004900         88  CCR1I-KIND-CASH                 VALUE 'C'.           CCCRDD01
005000         88  CCR1I-KIND-FEE                  VALUE 'F'.           CCCRDD01
005100       15  CCR1I-DESC                        PIC X(30).           CCCRDD01
005200       15  CCR1I-REF                         PIC X(12).           CCCRDD01
005300       15  CCR1I-USERID                      PIC X(5).            CCCRDD01
005400     10  CCR1O-DATA.                                              CCCRDD01
005500       15  CCR1O-RESULT                      PIC X(1).            CCCRDD01
005600         88  CCR1O-REQUEST-OK                VALUE '0'.           CCCRDD01
005700         88  CCR1O-REQUEST-FAIL              VALUE '1'.           CCCRDD01
005800         88  CCR1O-NOT-FOUND                 VALUE '2'.           CCCRDD01
005900       15  CCR1O-ACC                         PIC X(9).            CCCRDD01
006000       15  CCR1O-COLL-REF                    PIC X(6).            CCCRDD01
006100       15  CCR1O-LIMIT                       PIC S9(7)V99 COMP-3. CCCRDD01
006200       15  CCR1O-OWED                        PIC S9(7)V99 COMP-3. CCCRDD01
006300       15  CCR1O-AVAILABLE                   PIC S9(7)V99 COMP-3. CCCRDD01
006400       15  CCR1O-OVER-LIMIT                  PIC X(1).            CCCRDD01
006500       15  CCR1O-AUTOPAY                     PIC X(1).            CCCRDD01
006600       15  CCR1O-AUTOPAY-ACC                 PIC X(9).            CCCRDD01
006700       15  CCR1O-AUTOPAY-AMOUNT              PIC S9(7)V99 COMP-3. CCCRDD01
006800*        The last statement cut                                   CCCRDD01
006900       15  CCR1O-STMT-DATE                   PIC X(10).           CCCRDD01
007000       15  CCR1O-OPENING                     PIC S9(7)V99 COMP-3. CCCRDD01
007100       15  CCR1O-PURCHASES                   PIC S9(7)V99 COMP-3. CCCRDD01
007200       15  CCR1O-CASH                        PIC S9(7)V99 COMP-3. CCCRDD01
007300       15  CCR1O-FEES                        PIC S9(7)V99 COMP-3. CCCRDD01
007400       15  CCR1O-INTEREST                    PIC S9(7)V99 COMP-3. CCCRDD01
007500       15  CCR1O-PAYMENTS                    PIC S9(7)V99 COMP-3. CCCRDD01
007600       15  CCR1O-STMT-BAL                    PIC S9(7)V99 COMP-3. CCCRDD01
007700       15  CCR1O-MIN-DUE                     PIC S9(7)V99 COMP-3. CCCRDD01
007800       15  CCR1O-DUE-DATE                    PIC X(10).           CCCRDD01
007900*        Paid since that statement, and minimums missed and still CCCRDD01
008000*        outstanding                                              CCCRDD01
008100       15  CCR1O-PAID-SINCE                  PIC S9(7)V99 COMP-3. CCCRDD01
008200       15  CCR1O-PAST-DUE                    PIC S9(7)V99 COMP-3. CCCRDD01
008300       15  CCR1O-GRACE                       PIC X(1).            CCCRDD01
008400       15  CCR1O-STATEMENTS                  PIC 9(5).            CCCRDD01
008500       15  CCR1O-AUTOPAYS                    PIC 9(5).            CCCRDD01
008600       15  CCR1O-AUTOPAYS-SHORT              PIC 9(5).            CCCRDD01
008700       15  CCR1O-MISSED                      PIC 9(5).            CCCRDD01
008800       15  CCR1O-MSG                         PIC X(62).           CCCRDD01
