000100***************************************************************** DRWRD01P
000200*                                                               * DRWRD01P
000300*  Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.    * DRWRD01P
000400*  This demonstration program is provided for use by users      * DRWRD01P
000500*  of Micro Focus products and may be used, modified and        * DRWRD01P
000600*  distributed as part of your application provided that        * DRWRD01P
000700*  you properly acknowledge the copyright of Micro Focus        * DRWRD01P
000800*  in this material.                                            * DRWRD01P
000900*                                                               * DRWRD01P
001000***************************************************************** DRWRD01P
001100                                                                  DRWRD01P
001200***************************************************************** DRWRD01P
001300* Program:     DRWRD01P.CBL                                     * DRWRD01P
001400* Function:    Debit card cashback - keeps each account's       * DRWRD01P
001500*              rewards ledger on BNKRWDL. A settled card        * DRWRD01P
001600*              purchase earns the rate master's cashback rate   * DRWRD01P
001700*              for its spending category, held inside the       * DRWRD01P
001800*              category's monthly cap; a refund takes back the  * DRWRD01P
001900*              cashback earned on the purchase refunded; once a * DRWRD01P
002000*              month the balance earned up to the month just    * DRWRD01P
002100*              ended is credited to the account through         * DRWRD01P
002200*              DBANK04P and DBANK06P; and a card blocked for    * DRWRD01P
002300*              fraud or a closed account forfeits whatever is   * DRWRD01P
002400*              left                                             * DRWRD01P
002500*              SQL version                                      * DRWRD01P
002600***************************************************************** DRWRD01P
002700                                                                  DRWRD01P
002800 IDENTIFICATION DIVISION.                                         DRWRD01P
002900 PROGRAM-ID.                                                      DRWRD01P
003000     DRWRD01P.                                                    DRWRD01P
003100 DATE-WRITTEN.                                                    DRWRD01P
003200     October 2026.                                                DRWRD01P
003300 DATE-COMPILED.                                                   DRWRD01P
003400     Today.                                                       DRWRD01P
003500                                                                  DRWRD01P
003600 ENVIRONMENT DIVISION.                                            DRWRD01P
003700                                                                  DRWRD01P
003800 DATA DIVISION.                                                   DRWRD01P
003900                                                                  DRWRD01P
004000 WORKING-STORAGE SECTION.                                         DRWRD01P
004100 01  WS-MISC-STORAGE.                                             DRWRD01P
004200   05  WS-PROGRAM-ID                         PIC X(8)             DRWRD01P
004300       VALUE 'DRWRD01P'.                                          DRWRD01P
004400   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DRWRD01P
004500   05  WS-AMOUNT-DISP                        PIC -(6)9.99.        DRWRD01P
004600                                                                  DRWRD01P
004700 01  WS-06-COMMAREA.                                              DRWRD01P
004800 COPY CBANKD06.                                                   DRWRD01P
004900                                                                  DRWRD01P
005000 01  WS-EXCEPTION-DATA.                                           DRWRD01P
005100 COPY CBANKD16.                                                   DRWRD01P
005200                                                                  DRWRD01P
005300   EXEC SQL                                                       DRWRD01P
005400        BEGIN DECLARE SECTION                                     DRWRD01P
005500   END-EXEC.                                                      DRWRD01P
005600 01  WS-COMMAREA.                                                 DRWRD01P
005700     EXEC SQL                                                     DRWRD01P
005800          INCLUDE CRWRDD01                                        DRWRD01P
005900     END-EXEC.                                                    DRWRD01P
006000 01  WS-98-COMMAREA.                                              DRWRD01P
006100     EXEC SQL                                                     DRWRD01P
006200          INCLUDE CBANKD98                                        DRWRD01P
006300     END-EXEC.                                                    DRWRD01P
006400 01  WS-04-COMMAREA.                                              DRWRD01P
006500     EXEC SQL                                                     DRWRD01P
006600          INCLUDE CBANKD04                                        DRWRD01P
006700     END-EXEC.                                                    DRWRD01P
006800 01  WS-72-COMMAREA.                                              DRWRD01P
006900     EXEC SQL                                                     DRWRD01P
007000          INCLUDE CBANKD72                                        DRWRD01P
007100     END-EXEC.                                                    DRWRD01P
007200 01  DCL-RWRD-AREAS.                                              DRWRD01P
007300*        The account the ledger belongs to                        DRWRD01P
007400   05  DCL-ACC-PID                           PIC X(5).            DRWRD01P
007500   05  DCL-ACC-TYPE                          PIC X(2).            DRWRD01P
007600   05  DCL-ACC-BALANCE                       PIC S9(7)V99 COMP-3. DRWRD01P
007700   05  DCL-ACC-STATUS                        PIC X(1).            DRWRD01P
007800*        A ledger row as kept on BNKRWDL                          DRWRD01P
007900   05  DCL-RWL-ID                            PIC S9(9) COMP-3.    DRWRD01P
008000   05  DCL-RWL-ACCNO                         PIC X(9).            DRWRD01P
008100   05  DCL-RWL-TYPE                          PIC X(1).            DRWRD01P
008200   05  DCL-RWL-MONTH                         PIC X(7).            DRWRD01P
008300   05  DCL-RWL-CATEGORY                      PIC X(4).            DRWRD01P
008400   05  DCL-RWL-SPEND                         PIC S9(7)V99 COMP-3. DRWRD01P
008500   05  DCL-RWL-AMOUNT                        PIC S9(7)V99 COMP-3. DRWRD01P
008600   05  DCL-RWL-REVERSED                      PIC S9(7)V99 COMP-3. DRWRD01P
008700   05  DCL-RWL-ORIG-ID                       PIC S9(9) COMP-3.    DRWRD01P
008800   05  DCL-RWL-REF                           PIC X(12).           DRWRD01P
008900   05  DCL-RWL-REASON                        PIC X(1).            DRWRD01P
009000   05  DCL-LEDGER-SUM                        PIC S9(9)V99 COMP-3. DRWRD01P
009100   05  DCL-LEDGER-SUM-ALL                    PIC S9(9)V99 COMP-3. DRWRD01P
009200 01  WS-RWRD-AREAS.                                               DRWRD01P
009300   05  WS-BUSINESS-DATE                      PIC X(10).           DRWRD01P
009400   05  WS-MONTH                              PIC X(7).            DRWRD01P
009500   05  WS-PAY-MONTH                          PIC X(7).            DRWRD01P
009600   05  WS-MONTH-FIRST                        PIC X(10).           DRWRD01P
009700   05  WS-PERIOD-FROM                        PIC X(10).           DRWRD01P
009800   05  WS-RUN-TS                             PIC X(26).           DRWRD01P
009900   05  WS-CASHBACK                           PIC S9(7)V99 COMP-3. DRWRD01P
010000   05  WS-CAP-LEFT                           PIC S9(7)V99 COMP-3. DRWRD01P
010100   05  WS-UNREVERSED                         PIC S9(7)V99 COMP-3. DRWRD01P
010200                                                                  DRWRD01P
010300     EXEC SQL                                                     DRWRD01P
010400          INCLUDE SQLCA                                           DRWRD01P
010500     END-EXEC.                                                    DRWRD01P
010600                                                                  DRWRD01P
010700 COPY CABENDD.                                                    DRWRD01P
010800   EXEC SQL                                                       DRWRD01P
010900        END DECLARE SECTION                                       DRWRD01P
011000   END-EXEC.                                                      DRWRD01P
011100                                                                  DRWRD01P
011200 LINKAGE SECTION.                                                 DRWRD01P
011300 01  DFHCOMMAREA.                                                 DRWRD01P
011400   05  LK-COMMAREA                           PIC X(1)             DRWRD01P
011500       OCCURS 1 TO 6144 TIMES                                     DRWRD01P
011600         DEPENDING ON WS-COMMAREA-LENGTH.                         DRWRD01P
011700                                                                  DRWRD01P
011800 COPY CENTRY.                                                     DRWRD01P
011900***************************************************************** DRWRD01P
012000* Move the passed area to our area                              * DRWRD01P
012100***************************************************************** DRWRD01P
012200     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DRWRD01P
012300     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DRWRD01P
012400                                                                  DRWRD01P
012500***************************************************************** DRWRD01P
012600* Initialize our output area                                    * DRWRD01P
012700***************************************************************** DRWRD01P
012800     INITIALIZE CWD1O-DATA.                                       DRWRD01P
012900     SET CWD1O-REQUEST-FAIL TO TRUE.                              DRWRD01P
013000                                                                  DRWRD01P
013100     INITIALIZE CD98-DATA.                                        DRWRD01P
013200     SET CD98I-READ-BUSINESS-DATE TO TRUE.                        DRWRD01P
013300 COPY CBANKX98.                                                   DRWRD01P
013400     IF NOT CD98O-REQUEST-OK                                      DRWRD01P
013500        MOVE CD98O-MSG TO CWD1O-MSG                               DRWRD01P
013600        GO TO DRWRD01P-EXIT                                       DRWRD01P
013700     END-IF.                                                      DRWRD01P
013800     MOVE CD98O-DATE TO WS-BUSINESS-DATE.                         DRWRD01P
013900     MOVE WS-BUSINESS-DATE (1:7) TO WS-MONTH.                     DRWRD01P
014000     EXEC SQL                                                     DRWRD01P
014100          SET :WS-RUN-TS = CURRENT TIMESTAMP                      DRWRD01P
014200     END-EXEC.                                                    DRWRD01P
014300                                                                  DRWRD01P
014400     EVALUATE TRUE                                                DRWRD01P
014500       WHEN CWD1I-EARN                                            DRWRD01P
014600         PERFORM EARN-CASHBACK THRU                               DRWRD01P
014700                 EARN-CASHBACK-EXIT                               DRWRD01P
014800       WHEN CWD1I-REVERSE                                         DRWRD01P
014900         PERFORM REVERSE-CASHBACK THRU                            DRWRD01P
015000                 REVERSE-CASHBACK-EXIT                            DRWRD01P
015100       WHEN CWD1I-FORFEIT                                         DRWRD01P
015200         PERFORM FORFEIT-CASHBACK THRU                            DRWRD01P
015300                 FORFEIT-CASHBACK-EXIT                            DRWRD01P
015400       WHEN CWD1I-ENQUIRE                                         DRWRD01P
015500         PERFORM ENQUIRE-CASHBACK THRU                            DRWRD01P
015600                 ENQUIRE-CASHBACK-EXIT                            DRWRD01P
015700       WHEN CWD1I-MONTHLY-RUN                                     DRWRD01P
015800         PERFORM MONTHLY-RUN THRU                                 DRWRD01P
015900                 MONTHLY-RUN-EXIT                                 DRWRD01P
016000       WHEN OTHER                                                 DRWRD01P
016100         MOVE 'Unknown cashback function requested'               DRWRD01P
016200           TO CWD1O-MSG                                           DRWRD01P
016300     END-EVALUATE.                                                DRWRD01P
016400                                                                  DRWRD01P
016500 DRWRD01P-EXIT.                                                   DRWRD01P
016600***************************************************************** DRWRD01P
016700* Move the result back to the callers area                      * DRWRD01P
016800***************************************************************** DRWRD01P
016900     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DRWRD01P
017000                                                                  DRWRD01P
017100***************************************************************** DRWRD01P
017200* Return to our caller                                          * DRWRD01P
017300***************************************************************** DRWRD01P
017400 COPY CRETURN.                                                    DRWRD01P
017500                                                                  DRWRD01P
017600***************************************************************** DRWRD01P
017700* Earn cashback on a settled card purchase. An open account     * DRWRD01P
017800* earns the cashback rate held for its type and the purchase's  * DRWRD01P
017900* spending category on the business date - a category with no   * DRWRD01P
018000* rate earns nothing, and neither does a purchase below the     * DRWRD01P
018100* rate's smallest eligible amount. What a category earns in a   * DRWRD01P
018200* month is held to its cap, less whatever refunds have taken    * DRWRD01P
018300* back                                                          * DRWRD01P
018400***************************************************************** DRWRD01P
018500 EARN-CASHBACK.                                                   DRWRD01P
018600     IF CWD1I-ACC IS EQUAL TO SPACES OR                           DRWRD01P
018700        CWD1I-AMOUNT IS NOT GREATER THAN ZERO                     DRWRD01P
018800        MOVE 'Key the account and the purchase amount'            DRWRD01P
018900          TO CWD1O-MSG                                            DRWRD01P
019000        GO TO EARN-CASHBACK-EXIT                                  DRWRD01P
019100     END-IF.                                                      DRWRD01P
019200     IF CWD1I-CATEGORY IS EQUAL TO SPACES OR                      DRWRD01P
019300        CWD1I-CATEGORY IS EQUAL TO LOW-VALUES                     DRWRD01P
019400        SET CWD1O-NOT-FOUND TO TRUE                               DRWRD01P
019500        MOVE 'No spending category - no cashback earned'          DRWRD01P
019600          TO CWD1O-MSG                                            DRWRD01P
019700        GO TO EARN-CASHBACK-EXIT                                  DRWRD01P
019800     END-IF.                                                      DRWRD01P
019900     PERFORM READ-ACCOUNT THRU                                    DRWRD01P
020000             READ-ACCOUNT-EXIT.                                   DRWRD01P
020100     IF CWD1O-MSG IS NOT EQUAL TO SPACES                          DRWRD01P
020200        GO TO EARN-CASHBACK-EXIT                                  DRWRD01P
020300     END-IF.                                                      DRWRD01P
020400     IF DCL-ACC-STATUS IS NOT EQUAL TO SPACE                      DRWRD01P
020500        SET CWD1O-NOT-FOUND TO TRUE                               DRWRD01P
020600        MOVE 'Only an open account earns cashback' TO CWD1O-MSG   DRWRD01P
020700        GO TO EARN-CASHBACK-EXIT                                  DRWRD01P
020800     END-IF.                                                      DRWRD01P
020900     INITIALIZE CD72-DATA.                                        DRWRD01P
021000     SET CD72I-READ-RATE TO TRUE.                                 DRWRD01P
021100     SET CD72I-KIND-CASHBACK TO TRUE.                             DRWRD01P
021200     MOVE DCL-ACC-TYPE TO CD72I-ACC-TYPE.                         DRWRD01P
021300     MOVE CWD1I-CATEGORY TO CD72I-CATEGORY.                       DRWRD01P
021400     MOVE CWD1I-AMOUNT TO CD72I-BALANCE.                          DRWRD01P
021500     MOVE WS-BUSINESS-DATE TO CD72I-ASOF-DATE.                    DRWRD01P
021600 COPY CBANKX72.                                                   DRWRD01P
021700     IF CD72O-NO-RATE-FOUND                                       DRWRD01P
021800        SET CWD1O-NOT-FOUND TO TRUE                               DRWRD01P
021900        MOVE 'No cashback is paid on the purchase' TO CWD1O-MSG   DRWRD01P
022000        GO TO EARN-CASHBACK-EXIT                                  DRWRD01P
022100     END-IF.                                                      DRWRD01P
022200     IF NOT CD72O-REQUEST-OK                                      DRWRD01P
022300        MOVE CD72O-MSG TO CWD1O-MSG                               DRWRD01P
022400        GO TO EARN-CASHBACK-EXIT                                  DRWRD01P
022500     END-IF.                                                      DRWRD01P
022600     COMPUTE WS-CASHBACK ROUNDED = CWD1I-AMOUNT * CD72O-RATE.     DRWRD01P
022700     IF CD72O-AMOUNT IS GREATER THAN ZERO                         DRWRD01P
022800        EXEC SQL                                                  DRWRD01P
022900             SELECT VALUE(SUM(RWL_AMOUNT), 0)                     DRWRD01P
023000             INTO :DCL-LEDGER-SUM                                 DRWRD01P
023100             FROM BNKRWDL                                         DRWRD01P
023200             WHERE RWL_ACCNO = :CWD1I-ACC AND                     DRWRD01P
023300                   RWL_CATEGORY = :CWD1I-CATEGORY AND             DRWRD01P
023400                   RWL_MONTH = :WS-MONTH AND                      DRWRD01P
023500                   RWL_TYPE IN ('E', 'R')                         DRWRD01P
023600        END-EXEC                                                  DRWRD01P
023700        IF SQLCODE IS NOT EQUAL TO ZERO                           DRWRD01P
023800           MOVE 'Unable to read the rewards ledger' TO CWD1O-MSG  DRWRD01P
023900           GO TO EARN-CASHBACK-EXIT                               DRWRD01P
024000        END-IF                                                    DRWRD01P
024100        COMPUTE WS-CAP-LEFT = CD72O-AMOUNT - DCL-LEDGER-SUM       DRWRD01P
024200        IF WS-CASHBACK IS GREATER THAN WS-CAP-LEFT                DRWRD01P
024300           MOVE WS-CAP-LEFT TO WS-CASHBACK                        DRWRD01P
024400        END-IF                                                    DRWRD01P
024500     END-IF.                                                      DRWRD01P
024600     IF WS-CASHBACK IS NOT GREATER THAN ZERO                      DRWRD01P
024700        SET CWD1O-NOT-FOUND TO TRUE                               DRWRD01P
024800        MOVE 'No cashback left to earn on the category this month'DRWRD01P
024900          TO CWD1O-MSG                                            DRWRD01P
025000        GO TO EARN-CASHBACK-EXIT                                  DRWRD01P
025100     END-IF.                                                      DRWRD01P
025200     MOVE 'E' TO DCL-RWL-TYPE.                                    DRWRD01P
025300     MOVE WS-MONTH TO DCL-RWL-MONTH.                              DRWRD01P
025400     MOVE CWD1I-CATEGORY TO DCL-RWL-CATEGORY.                     DRWRD01P
025500     MOVE CWD1I-AMOUNT TO DCL-RWL-SPEND.                          DRWRD01P
025600     MOVE WS-CASHBACK TO DCL-RWL-AMOUNT.                          DRWRD01P
025700     MOVE ZERO TO DCL-RWL-ORIG-ID.                                DRWRD01P
025800     MOVE CWD1I-REF TO DCL-RWL-REF.                               DRWRD01P
025900     MOVE SPACE TO DCL-RWL-REASON.                                DRWRD01P
026000     PERFORM WRITE-LEDGER-ROW THRU                                DRWRD01P
026100             WRITE-LEDGER-ROW-EXIT.                               DRWRD01P
026200     IF CWD1O-MSG IS NOT EQUAL TO SPACES                          DRWRD01P
026300        GO TO EARN-CASHBACK-EXIT                                  DRWRD01P
026400     END-IF.                                                      DRWRD01P
026500     MOVE WS-CASHBACK TO CWD1O-CASHBACK.                          DRWRD01P
026600     SET CWD1O-REQUEST-OK TO TRUE.                                DRWRD01P
026700     MOVE 'Cashback earned on the purchase' TO CWD1O-MSG.         DRWRD01P
026800 EARN-CASHBACK-EXIT.                                              DRWRD01P
026900     EXIT.                                                        DRWRD01P
027000                                                                  DRWRD01P
027100***************************************************************** DRWRD01P
027200* Take back the cashback earned on a refunded purchase - the    * DRWRD01P
027300* purchase is found by its authorization code, or failing that  * DRWRD01P
027400* as the latest purchase in the same category at least as large * DRWRD01P
027500* as the refund. A part refund takes back its share, and no more* DRWRD01P
027600* is ever taken back than was earned. The reversal falls in the * DRWRD01P
027700* purchase's month, so the category's cap is given back too     * DRWRD01P
027800***************************************************************** DRWRD01P
027900 REVERSE-CASHBACK.                                                DRWRD01P
028000     IF CWD1I-ACC IS EQUAL TO SPACES OR                           DRWRD01P
028100        CWD1I-AMOUNT IS NOT GREATER THAN ZERO                     DRWRD01P
028200        MOVE 'Key the account and the refund amount' TO CWD1O-MSG DRWRD01P
028300        GO TO REVERSE-CASHBACK-EXIT                               DRWRD01P
028400     END-IF.                                                      DRWRD01P
028500     PERFORM READ-ACCOUNT THRU                                    DRWRD01P
028600             READ-ACCOUNT-EXIT.                                   DRWRD01P
028700     IF CWD1O-MSG IS NOT EQUAL TO SPACES                          DRWRD01P
028800        GO TO REVERSE-CASHBACK-EXIT                               DRWRD01P
028900     END-IF.                                                      DRWRD01P
029000     EXEC SQL                                                     DRWRD01P
029100          SELECT RWL_ID,                                          DRWRD01P
029200                 RWL_MONTH,                                       DRWRD01P
029300                 RWL_CATEGORY,                                    DRWRD01P
029400                 RWL_SPEND,                                       DRWRD01P
029500                 RWL_AMOUNT,                                      DRWRD01P
029600                 RWL_REVERSED                                     DRWRD01P
029700          INTO :DCL-RWL-ID,                                       DRWRD01P
029800               :DCL-RWL-MONTH,                                    DRWRD01P
029900               :DCL-RWL-CATEGORY,                                 DRWRD01P
030000               :DCL-RWL-SPEND,                                    DRWRD01P
030100               :DCL-RWL-AMOUNT,                                   DRWRD01P
030200               :DCL-RWL-REVERSED                                  DRWRD01P
030300          FROM BNKRWDL                                            DRWRD01P
030400          WHERE RWL_ID =                                          DRWRD01P
030500                (SELECT MAX(RWL_ID)                               DRWRD01P
030600                 FROM BNKRWDL                                     DRWRD01P
030700                 WHERE RWL_ACCNO = :CWD1I-ACC AND                 DRWRD01P
030800                       RWL_TYPE = 'E' AND                         DRWRD01P
030900                       RWL_AUTH_CODE = :CWD1I-AUTH-CODE AND       DRWRD01P
031000                       RWL_AMOUNT > RWL_REVERSED)                 DRWRD01P
031100     END-EXEC.                                                    DRWRD01P
031200     IF SQLCODE IS EQUAL TO +100                                  DRWRD01P
031300        EXEC SQL                                                  DRWRD01P
031400             SELECT RWL_ID,                                       DRWRD01P
031500                    RWL_MONTH,                                    DRWRD01P
031600                    RWL_CATEGORY,                                 DRWRD01P
031700                    RWL_SPEND,                                    DRWRD01P
031800                    RWL_AMOUNT,                                   DRWRD01P
031900                    RWL_REVERSED                                  DRWRD01P
032000             INTO :DCL-RWL-ID,                                    DRWRD01P
032100                  :DCL-RWL-MONTH,                                 DRWRD01P
032200                  :DCL-RWL-CATEGORY,                              DRWRD01P
032300                  :DCL-RWL-SPEND,                                 DRWRD01P
032400                  :DCL-RWL-AMOUNT,                                DRWRD01P
032500                  :DCL-RWL-REVERSED                               DRWRD01P
032600             FROM BNKRWDL                                         DRWRD01P
032700             WHERE RWL_ID =                                       DRWRD01P
032800                   (SELECT MAX(RWL_ID)                            DRWRD01P
032900                    FROM BNKRWDL                                  DRWRD01P
033000                    WHERE RWL_ACCNO = :CWD1I-ACC AND              DRWRD01P
033100                          RWL_TYPE = 'E' AND                      DRWRD01P
033200                          RWL_CATEGORY = :CWD1I-CATEGORY AND      DRWRD01P
033300                          RWL_SPEND >= :CWD1I-AMOUNT AND          DRWRD01P
033400                          RWL_AMOUNT > RWL_REVERSED)              DRWRD01P
033500        END-EXEC                                                  DRWRD01P
033600     END-IF.                                                      DRWRD01P
033700     IF SQLCODE IS EQUAL TO +100                                  DRWRD01P
033800        SET CWD1O-NOT-FOUND TO TRUE                               DRWRD01P
033900        MOVE 'No cashback was earned on the purchase refunded'    DRWRD01P
034000          TO CWD1O-MSG                                            DRWRD01P
034100        GO TO REVERSE-CASHBACK-EXIT                               DRWRD01P
034200     END-IF.                                                      DRWRD01P
034300     IF SQLCODE IS NOT EQUAL TO ZERO                              DRWRD01P
034400        MOVE 'Unable to read the rewards ledger' TO CWD1O-MSG     DRWRD01P
034500        GO TO REVERSE-CASHBACK-EXIT                               DRWRD01P
034600     END-IF.                                                      DRWRD01P
034700     COMPUTE WS-UNREVERSED = DCL-RWL-AMOUNT - DCL-RWL-REVERSED.   DRWRD01P
034800     IF CWD1I-AMOUNT IS NOT LESS THAN DCL-RWL-SPEND               DRWRD01P
034900        MOVE WS-UNREVERSED TO WS-CASHBACK                         DRWRD01P
035000     ELSE                                                         DRWRD01P
035100        COMPUTE WS-CASHBACK ROUNDED =                             DRWRD01P
035200                DCL-RWL-AMOUNT * CWD1I-AMOUNT / DCL-RWL-SPEND     DRWRD01P
035300     END-IF.                                                      DRWRD01P
035400     IF WS-CASHBACK IS GREATER THAN WS-UNREVERSED                 DRWRD01P
035500        MOVE WS-UNREVERSED TO WS-CASHBACK                         DRWRD01P
035600     END-IF.                                                      DRWRD01P
035700     IF WS-CASHBACK IS NOT GREATER THAN ZERO                      DRWRD01P
035800        SET CWD1O-NOT-FOUND TO TRUE                               DRWRD01P
035900        MOVE 'No cashback was earned on the purchase refunded'    DRWRD01P
036000          TO CWD1O-MSG                                            DRWRD01P
036100        GO TO REVERSE-CASHBACK-EXIT                               DRWRD01P
036200     END-IF.                                                      DRWRD01P
036300     EXEC SQL                                                     DRWRD01P
036400          UPDATE BNKRWDL                                          DRWRD01P
036500          SET RWL_REVERSED = RWL_REVERSED + :WS-CASHBACK          DRWRD01P
036600          WHERE RWL_ID = :DCL-RWL-ID                              DRWRD01P
036700     END-EXEC.                                                    DRWRD01P
036800     IF SQLCODE IS NOT EQUAL TO ZERO                              DRWRD01P
036900        MOVE 'Unable to update the rewards ledger' TO CWD1O-MSG   DRWRD01P
037000        GO TO REVERSE-CASHBACK-EXIT                               DRWRD01P
037100     END-IF.                                                      DRWRD01P
037200     MOVE DCL-RWL-ID TO DCL-RWL-ORIG-ID.                          DRWRD01P
037300     MOVE 'R' TO DCL-RWL-TYPE.                                    DRWRD01P
037400     MOVE CWD1I-AMOUNT TO DCL-RWL-SPEND.                          DRWRD01P
037500     COMPUTE DCL-RWL-AMOUNT = 0 - WS-CASHBACK.                    DRWRD01P
037600     MOVE CWD1I-REF TO DCL-RWL-REF.                               DRWRD01P
037700     MOVE SPACE TO DCL-RWL-REASON.                                DRWRD01P
037800     PERFORM WRITE-LEDGER-ROW THRU                                DRWRD01P
037900             WRITE-LEDGER-ROW-EXIT.                               DRWRD01P
038000     IF CWD1O-MSG IS NOT EQUAL TO SPACES                          DRWRD01P
038100        GO TO REVERSE-CASHBACK-EXIT                               DRWRD01P
038200     END-IF.                                                      DRWRD01P
038300     MOVE WS-CASHBACK TO CWD1O-CASHBACK.                          DRWRD01P
038400     SET CWD1O-REQUEST-OK TO TRUE.                                DRWRD01P
038500     MOVE 'Cashback taken back on the refund' TO CWD1O-MSG.       DRWRD01P
038600 REVERSE-CASHBACK-EXIT.                                           DRWRD01P
038700     EXIT.                                                        DRWRD01P
038800                                                                  DRWRD01P
038900***************************************************************** DRWRD01P
039000* Forfeit the whole rewards balance - the card was blocked for  * DRWRD01P
039100* suspected fraud or the account is closing. Nothing unpaid is  * DRWRD01P
039200* carried on, and a balance already taken below nil by refunds  * DRWRD01P
039300* is left as it stands                                          * DRWRD01P
039400***************************************************************** DRWRD01P
039500 FORFEIT-CASHBACK.                                                DRWRD01P
039600     IF CWD1I-ACC IS EQUAL TO SPACES OR                           DRWRD01P
039700        (NOT CWD1I-REASON-FRAUD AND                               DRWRD01P
039800         NOT CWD1I-REASON-CLOSED)                                 DRWRD01P
039900        MOVE 'Key the account and the reason for the forfeit'     DRWRD01P
040000          TO CWD1O-MSG                                            DRWRD01P
040100        GO TO FORFEIT-CASHBACK-EXIT                               DRWRD01P
040200     END-IF.                                                      DRWRD01P
040300     PERFORM READ-ACCOUNT THRU                                    DRWRD01P
040400             READ-ACCOUNT-EXIT.                                   DRWRD01P
040500     IF CWD1O-MSG IS NOT EQUAL TO SPACES                          DRWRD01P
040600        GO TO FORFEIT-CASHBACK-EXIT                               DRWRD01P
040700     END-IF.                                                      DRWRD01P
040800     EXEC SQL                                                     DRWRD01P
040900          SELECT VALUE(SUM(RWL_AMOUNT), 0)                        DRWRD01P
041000          INTO :DCL-LEDGER-SUM                                    DRWRD01P
041100          FROM BNKRWDL                                            DRWRD01P
041200          WHERE RWL_ACCNO = :CWD1I-ACC                            DRWRD01P
041300     END-EXEC.                                                    DRWRD01P
041400     IF SQLCODE IS NOT EQUAL TO ZERO                              DRWRD01P
041500        MOVE 'Unable to read the rewards ledger' TO CWD1O-MSG     DRWRD01P
041600        GO TO FORFEIT-CASHBACK-EXIT                               DRWRD01P
041700     END-IF.                                                      DRWRD01P
041800     IF DCL-LEDGER-SUM IS NOT GREATER THAN ZERO                   DRWRD01P
041900        SET CWD1O-NOT-FOUND TO TRUE                               DRWRD01P
042000        MOVE 'No cashback to forfeit' TO CWD1O-MSG                DRWRD01P
042100        GO TO FORFEIT-CASHBACK-EXIT                               DRWRD01P
042200     END-IF.                                                      DRWRD01P
042300     MOVE DCL-LEDGER-SUM TO WS-CASHBACK.                          DRWRD01P
042400     MOVE 'F' TO DCL-RWL-TYPE.                                    DRWRD01P
042500     MOVE WS-MONTH TO DCL-RWL-MONTH.                              DRWRD01P
042600     MOVE SPACES TO DCL-RWL-CATEGORY.                             DRWRD01P
042700     MOVE ZERO TO DCL-RWL-SPEND.                                  DRWRD01P
042800     COMPUTE DCL-RWL-AMOUNT = 0 - WS-CASHBACK.                    DRWRD01P
042900     MOVE ZERO TO DCL-RWL-ORIG-ID.                                DRWRD01P
043000     MOVE SPACES TO DCL-RWL-REF.                                  DRWRD01P
043100     MOVE CWD1I-REASON TO DCL-RWL-REASON.                         DRWRD01P
043200     PERFORM WRITE-LEDGER-ROW THRU                                DRWRD01P
043300             WRITE-LEDGER-ROW-EXIT.                               DRWRD01P
043400     IF CWD1O-MSG IS NOT EQUAL TO SPACES                          DRWRD01P
043500        GO TO FORFEIT-CASHBACK-EXIT                               DRWRD01P
043600     END-IF.                                                      DRWRD01P
043700     MOVE WS-CASHBACK TO CWD1O-CASHBACK.                          DRWRD01P
043800     SET CWD1O-REQUEST-OK TO TRUE.                                DRWRD01P
043900     MOVE 'Cashback balance forfeited' TO CWD1O-MSG.              DRWRD01P
044000 FORFEIT-CASHBACK-EXIT.                                           DRWRD01P
044100     EXIT.                                                        DRWRD01P
044200                                                                  DRWRD01P
044300***************************************************************** DRWRD01P
044400* The rewards balance and what has been earned so far this      * DRWRD01P
044500* month, net of refunds, for the balance screen                 * DRWRD01P
044600***************************************************************** DRWRD01P
044700 ENQUIRE-CASHBACK.                                                DRWRD01P
044800     IF CWD1I-ACC IS EQUAL TO SPACES                              DRWRD01P
044900        MOVE 'Key the account number' TO CWD1O-MSG                DRWRD01P
045000        GO TO ENQUIRE-CASHBACK-EXIT                               DRWRD01P
045100     END-IF.                                                      DRWRD01P
045200     EXEC SQL                                                     DRWRD01P
045300          SELECT VALUE(SUM(RWL_AMOUNT), 0)                        DRWRD01P
045400          INTO :DCL-LEDGER-SUM-ALL                                DRWRD01P
045500          FROM BNKRWDL                                            DRWRD01P
045600          WHERE RWL_ACCNO = :CWD1I-ACC                            DRWRD01P
045700     END-EXEC.                                                    DRWRD01P
045800     IF SQLCODE IS NOT EQUAL TO ZERO                              DRWRD01P
045900        MOVE 'Unable to read the rewards ledger' TO CWD1O-MSG     DRWRD01P
046000        GO TO ENQUIRE-CASHBACK-EXIT                               DRWRD01P
046100     END-IF.                                                      DRWRD01P
046200     EXEC SQL                                                     DRWRD01P
046300          SELECT VALUE(SUM(RWL_AMOUNT), 0)                        DRWRD01P
046400          INTO :DCL-LEDGER-SUM                                    DRWRD01P
046500          FROM BNKRWDL                                            DRWRD01P
046600          WHERE RWL_ACCNO = :CWD1I-ACC AND                        DRWRD01P
046700                RWL_MONTH = :WS-MONTH AND                         DRWRD01P
046800                RWL_TYPE IN ('E', 'R')                            DRWRD01P
046900     END-EXEC.                                                    DRWRD01P
047000     IF SQLCODE IS NOT EQUAL TO ZERO                              DRWRD01P
047100        MOVE 'Unable to read the rewards ledger' TO CWD1O-MSG     DRWRD01P
047200        GO TO ENQUIRE-CASHBACK-EXIT                               DRWRD01P
047300     END-IF.                                                      DRWRD01P
047400     MOVE DCL-LEDGER-SUM-ALL TO CWD1O-BALANCE.                    DRWRD01P
047500     MOVE DCL-LEDGER-SUM TO CWD1O-MTD.                            DRWRD01P
047600     SET CWD1O-REQUEST-OK TO TRUE.                                DRWRD01P
047700     MOVE 'Cashback balance shown' TO CWD1O-MSG.                  DRWRD01P
047800 ENQUIRE-CASHBACK-EXIT.                                           DRWRD01P
047900     EXIT.                                                        DRWRD01P
048000                                                                  DRWRD01P
048100***************************************************************** DRWRD01P
048200* Pay out the month before the business date, once only. Every  * DRWRD01P
048300* account with cashback earned up to the end of that month is   * DRWRD01P
048400* credited with it - never more than its whole balance, so a    * DRWRD01P
048500* later forfeit or refund is respected - through the normal     * DRWRD01P
048600* balance-update and audit building blocks, one-sided as a      * DRWRD01P
048700* service charge is. An account that is not open, or whose      * DRWRD01P
048800* posting is refused, keeps its balance for the next run and is * DRWRD01P
048900* put on the exception log                                      * DRWRD01P
049000***************************************************************** DRWRD01P
049100 MONTHLY-RUN.                                                     DRWRD01P
049200     MOVE SPACES TO WS-MONTH-FIRST.                               DRWRD01P
049300     STRING WS-BUSINESS-DATE (1:7) '-01'                          DRWRD01P
049400            DELIMITED BY SIZE INTO WS-MONTH-FIRST.                DRWRD01P
049500     EXEC SQL                                                     DRWRD01P
049600          SET :WS-PERIOD-FROM =                                   DRWRD01P
049700              CHAR(DATE(:WS-MONTH-FIRST) - 1 MONTH, ISO)          DRWRD01P
049800     END-EXEC.                                                    DRWRD01P
049900     IF SQLCODE IS NOT EQUAL TO ZERO                              DRWRD01P
050000        MOVE 'Unable to work out the month to pay' TO CWD1O-MSG   DRWRD01P
050100        GO TO MONTHLY-RUN-EXIT                                    DRWRD01P
050200     END-IF.                                                      DRWRD01P
050300     MOVE WS-PERIOD-FROM (1:7) TO WS-PAY-MONTH.                   DRWRD01P
050400     MOVE WS-PAY-MONTH TO CWD1O-MONTH.                            DRWRD01P
050500     MOVE ZERO TO CWD1O-ACCOUNTS-PAID.                            DRWRD01P
050600     MOVE ZERO TO CWD1O-TOTAL-PAID.                               DRWRD01P
050700     MOVE ZERO TO CWD1O-ACCOUNTS-HELD.                            DRWRD01P
050800     EXEC SQL                                                     DRWRD01P
050900          DECLARE PAY_CSR CURSOR FOR                              DRWRD01P
051000          SELECT RWL_ACCNO,                                       DRWRD01P
051100                 SUM(RWL_AMOUNT)                                  DRWRD01P
051200          FROM BNKRWDL                                            DRWRD01P
051300          WHERE RWL_MONTH <= :WS-PAY-MONTH AND                    DRWRD01P
051400                RWL_ACCNO NOT IN                                  DRWRD01P
051500                (SELECT PAID.RWL_ACCNO                            DRWRD01P
051600                 FROM BNKRWDL PAID                                DRWRD01P
051700                 WHERE PAID.RWL_TYPE = 'P' AND                    DRWRD01P
051800                       PAID.RWL_MONTH = :WS-PAY-MONTH)            DRWRD01P
051900          GROUP BY RWL_ACCNO                                      DRWRD01P
052000          HAVING SUM(RWL_AMOUNT) > 0                              DRWRD01P
052100          ORDER BY RWL_ACCNO                                      DRWRD01P
052200          FOR FETCH ONLY                                          DRWRD01P
052300     END-EXEC.                                                    DRWRD01P
052400     EXEC SQL                                                     DRWRD01P
052500          OPEN PAY_CSR                                            DRWRD01P
052600     END-EXEC.                                                    DRWRD01P
052700     IF SQLCODE IS NOT EQUAL TO ZERO                              DRWRD01P
052800        MOVE 'Unable to open the rewards ledger' TO CWD1O-MSG     DRWRD01P
052900        GO TO MONTHLY-RUN-EXIT                                    DRWRD01P
053000     END-IF.                                                      DRWRD01P
053100 MONTHLY-RUN-LOOP.                                                DRWRD01P
053200     EXEC SQL                                                     DRWRD01P
053300          FETCH PAY_CSR                                           DRWRD01P
053400          INTO :DCL-RWL-ACCNO,                                    DRWRD01P
053500               :DCL-LEDGER-SUM                                    DRWRD01P
053600     END-EXEC.                                                    DRWRD01P
053700     IF SQLCODE IS EQUAL TO +100                                  DRWRD01P
053800        GO TO MONTHLY-RUN-LOOP-EXIT                               DRWRD01P
053900     END-IF.                                                      DRWRD01P
054000     IF SQLCODE IS NOT EQUAL TO ZERO                              DRWRD01P
054100        MOVE 'Unable to read the rewards ledger' TO CWD1O-MSG     DRWRD01P
054200        GO TO MONTHLY-RUN-LOOP-EXIT                               DRWRD01P
054300     END-IF.                                                      DRWRD01P
054400     PERFORM PAY-ACCOUNT THRU                                     DRWRD01P
054500             PAY-ACCOUNT-EXIT.                                    DRWRD01P
054600     GO TO MONTHLY-RUN-LOOP.                                      DRWRD01P
054700 MONTHLY-RUN-LOOP-EXIT.                                           DRWRD01P
054800     EXEC SQL                                                     DRWRD01P
054900          CLOSE PAY_CSR                                           DRWRD01P
055000     END-EXEC.                                                    DRWRD01P
055100     IF CWD1O-MSG IS NOT EQUAL TO SPACES                          DRWRD01P
055200        GO TO MONTHLY-RUN-EXIT                                    DRWRD01P
055300     END-IF.                                                      DRWRD01P
055400     SET CWD1O-REQUEST-OK TO TRUE.                                DRWRD01P
055500     IF CWD1O-ACCOUNTS-PAID IS EQUAL TO ZERO AND                  DRWRD01P
055600        CWD1O-ACCOUNTS-HELD IS EQUAL TO ZERO                      DRWRD01P
055700        MOVE 'No cashback due for the month' TO CWD1O-MSG         DRWRD01P
055800     ELSE                                                         DRWRD01P
055900        MOVE 'Cashback for the month paid' TO CWD1O-MSG           DRWRD01P
056000     END-IF.                                                      DRWRD01P
056100 MONTHLY-RUN-EXIT.                                                DRWRD01P
056200     EXIT.                                                        DRWRD01P
056300                                                                  DRWRD01P
056400***************************************************************** DRWRD01P
056500* Credit one account with its month's cashback and close the    * DRWRD01P
056600* month off on its ledger                                       * DRWRD01P
056700***************************************************************** DRWRD01P
056800 PAY-ACCOUNT.                                                     DRWRD01P
056900     MOVE SPACES TO DCL-ACC-PID.                                  DRWRD01P
057000     EXEC SQL                                                     DRWRD01P
057100          SELECT VALUE(SUM(RWL_AMOUNT), 0)                        DRWRD01P
057200          INTO :DCL-LEDGER-SUM-ALL                                DRWRD01P
057300          FROM BNKRWDL                                            DRWRD01P
057400          WHERE RWL_ACCNO = :DCL-RWL-ACCNO                        DRWRD01P
057500     END-EXEC.                                                    DRWRD01P
057600     IF SQLCODE IS NOT EQUAL TO ZERO                              DRWRD01P
057700        MOVE 'Unable to read the rewards ledger' TO CWD1O-MSG     DRWRD01P
057800        GO TO PAY-ACCOUNT-EXIT                                    DRWRD01P
057900     END-IF.                                                      DRWRD01P
058000     MOVE DCL-LEDGER-SUM TO WS-CASHBACK.                          DRWRD01P
058100     IF DCL-LEDGER-SUM-ALL IS LESS THAN WS-CASHBACK               DRWRD01P
058200        MOVE DCL-LEDGER-SUM-ALL TO WS-CASHBACK                    DRWRD01P
058300     END-IF.                                                      DRWRD01P
058400     IF WS-CASHBACK IS NOT GREATER THAN ZERO                      DRWRD01P
058500        GO TO PAY-ACCOUNT-EXIT                                    DRWRD01P
058600     END-IF.                                                      DRWRD01P
058700     EXEC SQL                                                     DRWRD01P
058800          SELECT BAC_PID,                                         DRWRD01P
058900                 BAC_BALANCE,                                     DRWRD01P
059000                 BAC_STATUS                                       DRWRD01P
059100          INTO :DCL-ACC-PID,                                      DRWRD01P
059200               :DCL-ACC-BALANCE,                                  DRWRD01P
059300               :DCL-ACC-STATUS                                    DRWRD01P
059400          FROM BNKACC                                             DRWRD01P
059500          WHERE BAC_ACCNO = :DCL-RWL-ACCNO                        DRWRD01P
059600     END-EXEC.                                                    DRWRD01P
059700     IF SQLCODE IS NOT EQUAL TO ZERO OR                           DRWRD01P
059800        DCL-ACC-STATUS IS NOT EQUAL TO SPACE                      DRWRD01P
059900        GO TO PAY-ACCOUNT-HELD                                    DRWRD01P
060000     END-IF.                                                      DRWRD01P
060100     INITIALIZE CD04-DATA.                                        DRWRD01P
060200     MOVE DCL-ACC-PID TO CD04I-PERSON-PID.                        DRWRD01P
060300     MOVE DCL-RWL-ACCNO TO CD04I-FROM-ACC.                        DRWRD01P
060400     MOVE DCL-RWL-ACCNO TO CD04I-TO-ACC.                          DRWRD01P
060500     MOVE DCL-ACC-BALANCE TO CD04I-FROM-OLD-BAL.                  DRWRD01P
060600     COMPUTE CD04I-FROM-NEW-BAL =                                 DRWRD01P
060700             CD04I-FROM-OLD-BAL + WS-CASHBACK.                    DRWRD01P
060800     MOVE CD04I-FROM-NEW-BAL TO CD04I-TO-OLD-BAL.                 DRWRD01P
060900     MOVE CD04I-FROM-NEW-BAL TO CD04I-TO-NEW-BAL.                 DRWRD01P
061000     SET CD04I-SKIP-LIMIT-CHECK TO TRUE.                          DRWRD01P
061100 COPY CBANKX04.                                                   DRWRD01P
061200     IF NOT CD04O-UPDATE-OK                                       DRWRD01P
061300        GO TO PAY-ACCOUNT-HELD                                    DRWRD01P
061400     END-IF.                                                      DRWRD01P
061500     MOVE SPACES TO CD06-DATA.                                    DRWRD01P
061600     MOVE DCL-ACC-PID TO CD06I-PERSON-PID.                        DRWRD01P
061700     MOVE CD04O-TIMESTAMP TO CD06I-TIMESTAMP.                     DRWRD01P
061800     MOVE CD04I-FROM-ACC TO CD06I-FROM-ACC.                       DRWRD01P
061900     MOVE WS-CASHBACK TO CD06I-FROM-AMOUNT.                       DRWRD01P
062000     MOVE 'Cashback reward' TO CD06I-FROM-DESC.                   DRWRD01P
062100     MOVE CD04I-TO-ACC TO CD06I-TO-ACC.                           DRWRD01P
062200     MOVE WS-CASHBACK TO CD06I-TO-AMOUNT.                         DRWRD01P
062300     MOVE 'Cashback reward' TO CD06I-TO-DESC.                     DRWRD01P
062400 COPY CBANKX06.                                                   DRWRD01P
062500     IF CD06O-UPDATE-FAIL                                         DRWRD01P
062600        MOVE SPACES TO CD16I-MESSAGE                              DRWRD01P
062700        STRING 'CASHBACK PAID TO ' DCL-RWL-ACCNO                  DRWRD01P
062800               ' BUT NOT JOURNALLED'                              DRWRD01P
062900               DELIMITED BY SIZE INTO CD16I-MESSAGE               DRWRD01P
063000        PERFORM LOG-REWARD-EXCEPTION THRU                         DRWRD01P
063100                LOG-REWARD-EXCEPTION-EXIT                         DRWRD01P
063200     END-IF.                                                      DRWRD01P
063300     MOVE 'P' TO DCL-RWL-TYPE.                                    DRWRD01P
063400     MOVE WS-PAY-MONTH TO DCL-RWL-MONTH.                          DRWRD01P
063500     MOVE SPACES TO DCL-RWL-CATEGORY.                             DRWRD01P
063600     MOVE ZERO TO DCL-RWL-SPEND.                                  DRWRD01P
063700     COMPUTE DCL-RWL-AMOUNT = 0 - WS-CASHBACK.                    DRWRD01P
063800     MOVE ZERO TO DCL-RWL-ORIG-ID.                                DRWRD01P
063900     MOVE CD06O-REFERENCE TO DCL-RWL-REF.                         DRWRD01P
064000     MOVE SPACE TO DCL-RWL-REASON.                                DRWRD01P
064100     MOVE DCL-RWL-ACCNO TO CWD1I-ACC.                             DRWRD01P
064200     MOVE SPACES TO CWD1I-CARDNO.                                 DRWRD01P
064300     MOVE SPACES TO CWD1I-AUTH-CODE.                              DRWRD01P
064400     PERFORM WRITE-LEDGER-ROW THRU                                DRWRD01P
064500             WRITE-LEDGER-ROW-EXIT.                               DRWRD01P
064600     IF CWD1O-MSG IS NOT EQUAL TO SPACES                          DRWRD01P
064700        GO TO PAY-ACCOUNT-EXIT                                    DRWRD01P
064800     END-IF.                                                      DRWRD01P
064900     ADD 1 TO CWD1O-ACCOUNTS-PAID.                                DRWRD01P
065000     ADD WS-CASHBACK TO CWD1O-TOTAL-PAID.                         DRWRD01P
065100     GO TO PAY-ACCOUNT-EXIT.                                      DRWRD01P
065200 PAY-ACCOUNT-HELD.                                                DRWRD01P
065300     ADD 1 TO CWD1O-ACCOUNTS-HELD.                                DRWRD01P
065400     MOVE WS-CASHBACK TO WS-AMOUNT-DISP.                          DRWRD01P
065500     MOVE SPACES TO CD16I-MESSAGE.                                DRWRD01P
065600     STRING 'CASHBACK OF ' WS-AMOUNT-DISP ' HELD ON '             DRWRD01P
065700            DCL-RWL-ACCNO ' - POSTING NOT MADE'                   DRWRD01P
065800            DELIMITED BY SIZE INTO CD16I-MESSAGE.                 DRWRD01P
065900     PERFORM LOG-REWARD-EXCEPTION THRU                            DRWRD01P
066000             LOG-REWARD-EXCEPTION-EXIT.                           DRWRD01P
066100 PAY-ACCOUNT-EXIT.                                                DRWRD01P
066200     EXIT.                                                        DRWRD01P
066300                                                                  DRWRD01P
066400***************************************************************** DRWRD01P
066500* Read the account the ledger belongs to                        * DRWRD01P
066600***************************************************************** DRWRD01P
066700 READ-ACCOUNT.                                                    DRWRD01P
066800     EXEC SQL                                                     DRWRD01P
066900          SELECT BAC_PID,                                         DRWRD01P
067000                 BAC_ACCTYPE,                                     DRWRD01P
067100                 BAC_STATUS                                       DRWRD01P
067200          INTO :DCL-ACC-PID,                                      DRWRD01P
067300               :DCL-ACC-TYPE,                                     DRWRD01P
067400               :DCL-ACC-STATUS                                    DRWRD01P
067500          FROM BNKACC                                             DRWRD01P
067600          WHERE BAC_ACCNO = :CWD1I-ACC                            DRWRD01P
067700     END-EXEC.                                                    DRWRD01P
067800     IF SQLCODE IS EQUAL TO +100                                  DRWRD01P
067900        MOVE 'Account not found' TO CWD1O-MSG                     DRWRD01P
068000        GO TO READ-ACCOUNT-EXIT                                   DRWRD01P
068100     END-IF.                                                      DRWRD01P
068200     IF SQLCODE IS NOT EQUAL TO ZERO                              DRWRD01P
068300        MOVE 'Unable to read the account' TO CWD1O-MSG            DRWRD01P
068400     END-IF.                                                      DRWRD01P
068500 READ-ACCOUNT-EXIT.                                               DRWRD01P
068600     EXIT.                                                        DRWRD01P
068700                                                                  DRWRD01P
068800***************************************************************** DRWRD01P
068900* Add one row to the account's rewards ledger                   * DRWRD01P
069000***************************************************************** DRWRD01P
069100 WRITE-LEDGER-ROW.                                                DRWRD01P
069200     EXEC SQL                                                     DRWRD01P
069300          SELECT VALUE(MAX(RWL_ID), 0) + 1                        DRWRD01P
069400          INTO :DCL-RWL-ID                                        DRWRD01P
069500          FROM BNKRWDL                                            DRWRD01P
069600     END-EXEC.                                                    DRWRD01P
069700     IF SQLCODE IS NOT EQUAL TO ZERO                              DRWRD01P
069800        MOVE 'Unable to number the rewards ledger row'            DRWRD01P
069900          TO CWD1O-MSG                                            DRWRD01P
070000        GO TO WRITE-LEDGER-ROW-EXIT                               DRWRD01P
070100     END-IF.                                                      DRWRD01P
070200     EXEC SQL                                                     DRWRD01P
070300          INSERT                                                  DRWRD01P
070400          INTO BNKRWDL (RWL_ID,                                   DRWRD01P
070500                        RWL_ACCNO,                                DRWRD01P
070600                        RWL_PID,                                  DRWRD01P
070700                        RWL_TYPE,                                 DRWRD01P
070800                        RWL_MONTH,                                DRWRD01P
070900                        RWL_CATEGORY,                             DRWRD01P
071000                        RWL_SPEND,                                DRWRD01P
071100                        RWL_AMOUNT,                               DRWRD01P
071200                        RWL_REVERSED,                             DRWRD01P
071300                        RWL_ORIG_ID,                              DRWRD01P
071400                        RWL_CARDNO,                               DRWRD01P
071500                        RWL_AUTH_CODE,                            DRWRD01P
071600                        RWL_REF,                                  DRWRD01P
071700                        RWL_REASON,                               DRWRD01P
071800                        RWL_TS,                                   DRWRD01P
071900                        RWL_BY)                                   DRWRD01P
072000          VALUES (:DCL-RWL-ID,                                    DRWRD01P
072100                  :CWD1I-ACC,                                     DRWRD01P
072200                  :DCL-ACC-PID,                                   DRWRD01P
072300                  :DCL-RWL-TYPE,                                  DRWRD01P
072400                  :DCL-RWL-MONTH,                                 DRWRD01P
072500                  :DCL-RWL-CATEGORY,                              DRWRD01P
072600                  :DCL-RWL-SPEND,                                 DRWRD01P
072700                  :DCL-RWL-AMOUNT,                                DRWRD01P
072800                  0,                                              DRWRD01P
072900                  :DCL-RWL-ORIG-ID,                               DRWRD01P
073000                  :CWD1I-CARDNO,                                  DRWRD01P
073100                  :CWD1I-AUTH-CODE,                               DRWRD01P
073200                  :DCL-RWL-REF,                                   DRWRD01P
073300                  :DCL-RWL-REASON,                                DRWRD01P
073400                  :WS-RUN-TS,                                     DRWRD01P
073500                  :CWD1I-USERID)                                  DRWRD01P
073600     END-EXEC.                                                    DRWRD01P
073700     IF SQLCODE IS NOT EQUAL TO ZERO                              DRWRD01P
073800        MOVE 'Unable to write the rewards ledger' TO CWD1O-MSG    DRWRD01P
073900     END-IF.                                                      DRWRD01P
074000 WRITE-LEDGER-ROW-EXIT.                                           DRWRD01P
074100     EXIT.                                                        DRWRD01P
074200                                                                  DRWRD01P
074300***************************************************************** DRWRD01P
074400* One exception row for the rewards clerk                       * DRWRD01P
074500***************************************************************** DRWRD01P
074600 LOG-REWARD-EXCEPTION.                                            DRWRD01P
074700     MOVE DCL-ACC-PID TO CD16I-PERSON-PID.                        DRWRD01P
074800     MOVE WS-PROGRAM-ID TO CD16I-PROGRAM.                         DRWRD01P
074900 COPY CBANKX16.                                                   DRWRD01P
075000 LOG-REWARD-EXCEPTION-EXIT.                                       DRWRD01P
075100     EXIT.                                                        DRWRD01P
