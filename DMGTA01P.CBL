000100***************************************************************** DMGTA01P
000200*                                                               * DMGTA01P
000300*  Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.    * DMGTA01P
000400*  This demonstration program is provided for use by users      * DMGTA01P
000500*  of Micro Focus products and may be used, modified and        * DMGTA01P
000600*  distributed as part of your application provided that        * DMGTA01P
000700*  you properly acknowledge the copyright of Micro Focus        * DMGTA01P
000800*  in this material.                                            * DMGTA01P
000900*                                                               * DMGTA01P
001000***************************************************************** DMGTA01P
001100                                                                  DMGTA01P
001200***************************************************************** DMGTA01P
001300* Program:     DMGTA01P.CBL                                     * DMGTA01P
001400* Function:    Monthly management accounts - takes the annual   * DMGTA01P
001500*              budget per branch and GL line off the BDGI       * DMGTA01P
001600*              queue onto BNKBDGT, and once the ledger period   * DMGTA01P
001700*              is closed maps the month's postings through the  * DMGTA01P
001800*              chart of accounts into profit and loss and       * DMGTA01P
001900*              balance sheet lines for each branch and for the  * DMGTA01P
002000*              bank as a whole. Every line carries the month,   * DMGTA01P
002100*              the year to date, the same a year before and     * DMGTA01P
002200*              the budget, with variances beyond tolerance      * DMGTA01P
002300*              marked, and the accounts go to the repository    * DMGTA01P
002400*              SQL version                                      * DMGTA01P
002500***************************************************************** DMGTA01P
002600                                                                  DMGTA01P
002700 IDENTIFICATION DIVISION.                                         DMGTA01P
002800 PROGRAM-ID.                                                      DMGTA01P
002900     DMGTA01P.                                                    DMGTA01P
003000 DATE-WRITTEN.                                                    DMGTA01P
003100     October 2026.                                                DMGTA01P
003200 DATE-COMPILED.                                                   DMGTA01P
003300     Today.                                                       DMGTA01P
003400                                                                  DMGTA01P
003500 ENVIRONMENT DIVISION.                                            DMGTA01P
003600                                                                  DMGTA01P
003700 DATA DIVISION.                                                   DMGTA01P
003800                                                                  DMGTA01P
003900 WORKING-STORAGE SECTION.                                         DMGTA01P
004000 01  WS-MISC-STORAGE.                                             DMGTA01P
004100   05  WS-PROGRAM-ID                         PIC X(8)             DMGTA01P
004200       VALUE 'DMGTA01P'.                                          DMGTA01P
004300   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DMGTA01P
004400   05  WS-RESP                               PIC S9(8) COMP.      DMGTA01P
004500   05  WS-QUEUE-LENGTH                       PIC S9(4) COMP.      DMGTA01P
004600   05  WS-MONTH-NUMBER                       PIC 9(2).            DMGTA01P
004700   05  WS-MONTH-DISP                         PIC -(8)9.99.        DMGTA01P
004800   05  WS-YTD-DISP                           PIC -(8)9.99.        DMGTA01P
004900   05  WS-PY-MONTH-DISP                      PIC -(8)9.99.        DMGTA01P
005000   05  WS-PY-YTD-DISP                        PIC -(8)9.99.        DMGTA01P
005100   05  WS-BUDGET-DISP                        PIC -(8)9.99.        DMGTA01P
005200   05  WS-VARIANCE-DISP                      PIC -(8)9.99.        DMGTA01P
005300   05  WS-REPORT-NAME.                                            DMGTA01P
005400     10  FILLER                              PIC X(11)            DMGTA01P
005500         VALUE 'MGMT ACCTS '.                                     DMGTA01P
005600     10  WS-REPORT-MONTH                     PIC X(7).            DMGTA01P
005700     10  FILLER                              PIC X(2)             DMGTA01P
005800         VALUE SPACES.                                            DMGTA01P
005900***************************************************************** DMGTA01P
006000* The variance tolerance used when BNKCTLV holds none - a line  * DMGTA01P
006100* more than this per cent away from its budget is marked        * DMGTA01P
006200***************************************************************** DMGTA01P
006300   05  WS-DEFAULT-TOLERANCE                  PIC S9(3)V99 COMP-3  DMGTA01P
006400       VALUE 10.00.                                               DMGTA01P
006500                                                                  DMGTA01P
006600***************************************************************** DMGTA01P
006700* One line off the budget file - a year's budget for one GL     * DMGTA01P
006800* line of one branch, HO for the bank's own lines               * DMGTA01P
006900***************************************************************** DMGTA01P
007000 01  WS-BUDGET-RECORD.                                            DMGTA01P
007100   05  BDR-YEAR                              PIC X(4).            DMGTA01P
007200   05  BDR-BRANCH                            PIC X(4).            DMGTA01P
007300   05  BDR-GL-ACCT                           PIC X(6).            DMGTA01P
007400   05  BDR-SIGN                              PIC X(1).            DMGTA01P
007500   05  BDR-AMOUNT                            PIC X(13).           DMGTA01P
007600   05  BDR-AMOUNT-N REDEFINES BDR-AMOUNT     PIC 9(11)V99.        DMGTA01P
007700                                                                  DMGTA01P
007800 01  WS-CSV-DATA.                                                 DMGTA01P
007900 COPY CCSVD.                                                      DMGTA01P
008000                                                                  DMGTA01P
008100 01  WS-96-COMMAREA.                                              DMGTA01P
008200 COPY CBANKD96.                                                   DMGTA01P
008300                                                                  DMGTA01P
008400   EXEC SQL                                                       DMGTA01P
008500        BEGIN DECLARE SECTION                                     DMGTA01P
008600   END-EXEC.                                                      DMGTA01P
008700 01  WS-COMMAREA.                                                 DMGTA01P
008800     EXEC SQL                                                     DMGTA01P
008900          INCLUDE CMGTAD01                                        DMGTA01P
009000     END-EXEC.                                                    DMGTA01P
009100 01  WS-98-COMMAREA.                                              DMGTA01P
009200     EXEC SQL                                                     DMGTA01P
009300          INCLUDE CBANKD98                                        DMGTA01P
009400     END-EXEC.                                                    DMGTA01P
009500 01  DCL-MGT-AREAS.                                               DMGTA01P
009600   05  DCL-BDG-YEAR                          PIC X(4).            DMGTA01P
009700   05  DCL-BDG-BRANCH                        PIC X(4).            DMGTA01P
009800   05  DCL-BDG-GL-ACCT                       PIC X(6).            DMGTA01P
009900   05  DCL-BDG-AMOUNT                        PIC S9(11)V99 COMP-3.DMGTA01P
010000   05  DCL-BDG-IND                           PIC S9(4) COMP.      DMGTA01P
010100   05  DCL-GLC-DESC                          PIC X(30).           DMGTA01P
010200   05  DCL-MGA-LEVEL                         PIC X(1).            DMGTA01P
010300   05  DCL-MGA-BRANCH                        PIC X(4).            DMGTA01P
010400   05  DCL-MGA-GL-ACCT                       PIC X(6).            DMGTA01P
010500   05  DCL-MGA-MONTH-AMT                     PIC S9(13)V99 COMP-3.DMGTA01P
010600   05  DCL-MGA-YTD-AMT                       PIC S9(13)V99 COMP-3.DMGTA01P
010700   05  DCL-MGA-PY-MONTH-AMT                  PIC S9(13)V99 COMP-3.DMGTA01P
010800   05  DCL-MGA-PY-YTD-AMT                    PIC S9(13)V99 COMP-3.DMGTA01P
010900   05  DCL-MGA-BUDGET-AMT                    PIC S9(13)V99 COMP-3.DMGTA01P
011000   05  DCL-MGA-FLAG                          PIC X(1).            DMGTA01P
011100   05  DCL-ACT-MONTH                         PIC S9(13)V99 COMP-3.DMGTA01P
011200   05  DCL-ACT-YTD                           PIC S9(13)V99 COMP-3.DMGTA01P
011300   05  DCL-ACT-PY-MONTH                      PIC S9(13)V99 COMP-3.DMGTA01P
011400   05  DCL-ACT-PY-YTD                        PIC S9(13)V99 COMP-3.DMGTA01P
011500   05  DCL-ACT-BALANCE                       PIC S9(13)V99 COMP-3.DMGTA01P
011600   05  DCL-ACT-PY-BALANCE                    PIC S9(13)V99 COMP-3.DMGTA01P
011700   05  DCL-ROW-COUNT                         PIC S9(9) COMP-3.    DMGTA01P
011800   05  DCL-PERIOD-IND                        PIC S9(4) COMP.      DMGTA01P
011900 01  WS-MGT-AREAS.                                                DMGTA01P
012000   05  WS-BUSINESS-DATE                      PIC X(10).           DMGTA01P
012100   05  WS-MONTH                              PIC X(7).            DMGTA01P
012200   05  WS-YEAR                               PIC X(4).            DMGTA01P
012300   05  WS-MONTH-FIRST                        PIC X(10).           DMGTA01P
012400   05  WS-MONTH-END                          PIC X(10).           DMGTA01P
012500   05  WS-YEAR-FIRST                         PIC X(10).           DMGTA01P
012600   05  WS-PY-MONTH-FIRST                     PIC X(10).           DMGTA01P
012700   05  WS-PY-MONTH-END                       PIC X(10).           DMGTA01P
012800   05  WS-PY-YEAR-FIRST                      PIC X(10).           DMGTA01P
012900   05  WS-RUN-TS                             PIC X(26).           DMGTA01P
013000   05  WS-TOLERANCE                          PIC S9(3)V99 COMP-3. DMGTA01P
013100   05  WS-SECTION                            PIC X(2).            DMGTA01P
013200   05  WS-FLAG                               PIC X(1).            DMGTA01P
013300   05  WS-VARIANCE                           PIC S9(13)V99 COMP-3.DMGTA01P
013400   05  WS-VARIANCE-ABS                       PIC S9(13)V99 COMP-3.DMGTA01P
013500   05  WS-BUDGET-ABS                         PIC S9(13)V99 COMP-3.DMGTA01P
013600   05  WS-LAST-LEVEL                         PIC X(1).            DMGTA01P
013700   05  WS-LAST-BRANCH                        PIC X(4).            DMGTA01P
013800*        The net profit of the branch being reported - income lessDMGTA01P
013900*        expense                                                  DMGTA01P
014000   05  WS-NP-MONTH                           PIC S9(13)V99 COMP-3.DMGTA01P
014100   05  WS-NP-YTD                             PIC S9(13)V99 COMP-3.DMGTA01P
014200   05  WS-NP-PY-MONTH                        PIC S9(13)V99 COMP-3.DMGTA01P
014300   05  WS-NP-PY-YTD                          PIC S9(13)V99 COMP-3.DMGTA01P
014400   05  WS-NP-BUDGET                          PIC S9(13)V99 COMP-3.DMGTA01P
014500                                                                  DMGTA01P
014600     EXEC SQL                                                     DMGTA01P
014700          INCLUDE SQLCA                                           DMGTA01P
014800     END-EXEC.                                                    DMGTA01P
014900                                                                  DMGTA01P
015000 COPY CABENDD.                                                    DMGTA01P
015100   EXEC SQL                                                       DMGTA01P
015200        END DECLARE SECTION                                       DMGTA01P
015300   END-EXEC.                                                      DMGTA01P
015400                                                                  DMGTA01P
015500 LINKAGE SECTION.                                                 DMGTA01P
015600 01  DFHCOMMAREA.                                                 DMGTA01P
015700   05  LK-COMMAREA                           PIC X(1)             DMGTA01P
015800       OCCURS 1 TO 6144 TIMES                                     DMGTA01P
015900         DEPENDING ON WS-COMMAREA-LENGTH.                         DMGTA01P
016000                                                                  DMGTA01P
016100 COPY CENTRY.                                                     DMGTA01P
016200***************************************************************** DMGTA01P
016300* Move the passed area to our area                              * DMGTA01P
016400***************************************************************** DMGTA01P
016500     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DMGTA01P
016600     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DMGTA01P
016700                                                                  DMGTA01P
016800***************************************************************** DMGTA01P
016900* Initialize our output area                                    * DMGTA01P
017000***************************************************************** DMGTA01P
017100     INITIALIZE CMA1O-DATA.                                       DMGTA01P
017200     SET CMA1O-REQUEST-FAIL TO TRUE.                              DMGTA01P
017300                                                                  DMGTA01P
017400     INITIALIZE CD98-DATA.                                        DMGTA01P
017500     SET CD98I-READ-BUSINESS-DATE TO TRUE.                        DMGTA01P
017600 COPY CBANKX98.                                                   DMGTA01P
017700     IF NOT CD98O-REQUEST-OK                                      DMGTA01P
017800        MOVE CD98O-MSG TO CMA1O-MSG                               DMGTA01P
017900        GO TO DMGTA01P-EXIT                                       DMGTA01P
018000     END-IF.                                                      DMGTA01P
018100     MOVE CD98O-DATE TO WS-BUSINESS-DATE.                         DMGTA01P
018200                                                                  DMGTA01P
018300     EVALUATE TRUE                                                DMGTA01P
018400       WHEN CMA1I-MONTHLY-RUN                                     DMGTA01P
018500         PERFORM MONTHLY-RUN THRU                                 DMGTA01P
018600                 MONTHLY-RUN-EXIT                                 DMGTA01P
018700       WHEN CMA1I-UPLOAD-BUDGET                                   DMGTA01P
018800         PERFORM UPLOAD-BUDGET THRU                               DMGTA01P
018900                 UPLOAD-BUDGET-EXIT                               DMGTA01P
019000       WHEN OTHER                                                 DMGTA01P
019100         MOVE 'Unknown management accounts function requested'    DMGTA01P
019200           TO CMA1O-MSG                                           DMGTA01P
019300     END-EVALUATE.                                                DMGTA01P
019400                                                                  DMGTA01P
019500 DMGTA01P-EXIT.                                                   DMGTA01P
019600***************************************************************** DMGTA01P
019700* Move the result back to the callers area                      * DMGTA01P
019800***************************************************************** DMGTA01P
019900     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DMGTA01P
020000                                                                  DMGTA01P
020100***************************************************************** DMGTA01P
020200* Return to our caller                                          * DMGTA01P
020300***************************************************************** DMGTA01P
020400 COPY CRETURN.                                                    DMGTA01P
020500                                                                  DMGTA01P
020600***************************************************************** DMGTA01P
020700* Load the budget file. Each line replaces whatever budget is   * DMGTA01P
020800* held for its year, branch and GL line; a line for an unknown  * DMGTA01P
020900* branch or GL line, for a memorandum line, or with a year or   * DMGTA01P
021000* amount that is not numeric is counted as rejected and passed  * DMGTA01P
021100* over. A minus sign in front of the amount budgets the line    * DMGTA01P
021200* against its normal side                                       * DMGTA01P
021300***************************************************************** DMGTA01P
021400 UPLOAD-BUDGET.                                                   DMGTA01P
021500 LOAD-BDG-LOOP.                                                   DMGTA01P
021600     MOVE LENGTH OF WS-BUDGET-RECORD TO WS-QUEUE-LENGTH.          DMGTA01P
021700     EXEC CICS READQ TD                                           DMGTA01P
021800               QUEUE('BDGI')                                      DMGTA01P
021900               INTO(WS-BUDGET-RECORD)                             DMGTA01P
022000               LENGTH(WS-QUEUE-LENGTH)                            DMGTA01P
022100               RESP(WS-RESP)                                      DMGTA01P
022200     END-EXEC.                                                    DMGTA01P
022300     IF WS-RESP IS EQUAL TO DFHRESP(QZERO)                        DMGTA01P
022400        GO TO LOAD-BDG-LOOP-EXIT                                  DMGTA01P
022500     END-IF.                                                      DMGTA01P
022600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DMGTA01P
022700        MOVE 'Unable to read the budget file' TO CMA1O-MSG        DMGTA01P
022800        GO TO UPLOAD-BUDGET-EXIT                                  DMGTA01P
022900     END-IF.                                                      DMGTA01P
023000     IF BDR-YEAR IS NOT NUMERIC OR                                DMGTA01P
023100        BDR-AMOUNT IS NOT NUMERIC OR                              DMGTA01P
023200        BDR-GL-ACCT (1:1) IS EQUAL TO '9'                         DMGTA01P
023300        ADD 1 TO CMA1O-BUDGETS-REJECTED                           DMGTA01P
023400        GO TO LOAD-BDG-LOOP                                       DMGTA01P
023500     END-IF.                                                      DMGTA01P
023600     MOVE BDR-GL-ACCT TO DCL-BDG-GL-ACCT.                         DMGTA01P
023700     EXEC SQL                                                     DMGTA01P
023800          SELECT COUNT(*)                                         DMGTA01P
023900          INTO :DCL-ROW-COUNT                                     DMGTA01P
024000          FROM BNKGLCOA                                           DMGTA01P
024100          WHERE GLC_ACCT = :DCL-BDG-GL-ACCT                       DMGTA01P
024200     END-EXEC.                                                    DMGTA01P
024300     IF SQLCODE IS NOT EQUAL TO ZERO                              DMGTA01P
024400        MOVE 'Unable to read the chart of accounts' TO CMA1O-MSG  DMGTA01P
024500        GO TO UPLOAD-BUDGET-EXIT                                  DMGTA01P
024600     END-IF.                                                      DMGTA01P
024700     IF DCL-ROW-COUNT IS EQUAL TO ZERO                            DMGTA01P
024800        ADD 1 TO CMA1O-BUDGETS-REJECTED                           DMGTA01P
024900        GO TO LOAD-BDG-LOOP                                       DMGTA01P
025000     END-IF.                                                      DMGTA01P
025100     MOVE BDR-BRANCH TO DCL-BDG-BRANCH.                           DMGTA01P
025200     IF DCL-BDG-BRANCH IS NOT EQUAL TO 'HO'                       DMGTA01P
025300        EXEC SQL                                                  DMGTA01P
025400             SELECT COUNT(*)                                      DMGTA01P
025500             INTO :DCL-ROW-COUNT                                  DMGTA01P
025600             FROM BNKBRCH                                         DMGTA01P
025700             WHERE BRN_ID = :DCL-BDG-BRANCH                       DMGTA01P
025800        END-EXEC                                                  DMGTA01P
025900        IF SQLCODE IS NOT EQUAL TO ZERO                           DMGTA01P
026000           MOVE 'Unable to read the branch master' TO CMA1O-MSG   DMGTA01P
026100           GO TO UPLOAD-BUDGET-EXIT                               DMGTA01P
026200        END-IF                                                    DMGTA01P
026300        IF DCL-ROW-COUNT IS EQUAL TO ZERO                         DMGTA01P
026400           ADD 1 TO CMA1O-BUDGETS-REJECTED                        DMGTA01P
026500           GO TO LOAD-BDG-LOOP                                    DMGTA01P
026600        END-IF                                                    DMGTA01P
026700     END-IF.                                                      DMGTA01P
026800     MOVE BDR-YEAR TO DCL-BDG-YEAR.                               DMGTA01P
026900     MOVE BDR-AMOUNT-N TO DCL-BDG-AMOUNT.                         DMGTA01P
027000     IF BDR-SIGN IS EQUAL TO '-'                                  DMGTA01P
027100        COMPUTE DCL-BDG-AMOUNT = 0 - DCL-BDG-AMOUNT               DMGTA01P
027200     END-IF.                                                      DMGTA01P
027300     EXEC SQL                                                     DMGTA01P
027400          DELETE                                                  DMGTA01P
027500          FROM BNKBDGT                                            DMGTA01P
027600          WHERE BDG_YEAR = :DCL-BDG-YEAR AND                      DMGTA01P
027700                BDG_BRANCH = :DCL-BDG-BRANCH AND                  DMGTA01P
027800                BDG_GL_ACCT = :DCL-BDG-GL-ACCT                    DMGTA01P
027900     END-EXEC.                                                    DMGTA01P
028000     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DMGTA01P
028100        SQLCODE IS NOT EQUAL TO +100                              DMGTA01P
028200        MOVE 'Unable to replace a budget line' TO CMA1O-MSG       DMGTA01P
028300        GO TO UPLOAD-BUDGET-EXIT                                  DMGTA01P
028400     END-IF.                                                      DMGTA01P
028500     EXEC SQL                                                     DMGTA01P
028600          INSERT                                                  DMGTA01P
028700          INTO BNKBDGT (BDG_YEAR,                                 DMGTA01P
028800                        BDG_BRANCH,                               DMGTA01P
028900                        BDG_GL_ACCT,                              DMGTA01P
029000                        BDG_AMOUNT,                               DMGTA01P
029100                        BDG_LOADED_BY,                            DMGTA01P
029200                        BDG_LOADED_TS)                            DMGTA01P
029300          VALUES (:DCL-BDG-YEAR,                                  DMGTA01P
029400                  :DCL-BDG-BRANCH,                                DMGTA01P
029500                  :DCL-BDG-GL-ACCT,                               DMGTA01P
029600                  :DCL-BDG-AMOUNT,                                DMGTA01P
029700                  :CMA1I-USERID,                                  DMGTA01P
029800                  CURRENT TIMESTAMP)                              DMGTA01P
029900     END-EXEC.                                                    DMGTA01P
030000     IF SQLCODE IS NOT EQUAL TO ZERO                              DMGTA01P
030100        MOVE 'Unable to store a budget line' TO CMA1O-MSG         DMGTA01P
030200        GO TO UPLOAD-BUDGET-EXIT                                  DMGTA01P
030300     END-IF.                                                      DMGTA01P
030400     ADD 1 TO CMA1O-BUDGETS-LOADED.                               DMGTA01P
030500     GO TO LOAD-BDG-LOOP.                                         DMGTA01P
030600 LOAD-BDG-LOOP-EXIT.                                              DMGTA01P
030700     SET CMA1O-REQUEST-OK TO TRUE.                                DMGTA01P
030800     MOVE 'Budget file loaded' TO CMA1O-MSG.                      DMGTA01P
030900 UPLOAD-BUDGET-EXIT.                                              DMGTA01P
031000     EXIT.                                                        DMGTA01P
031100                                                                  DMGTA01P
031200***************************************************************** DMGTA01P
031300* The monthly run. Left to itself it works the latest period    * DMGTA01P
031400* the ledger close has recorded, and only once - run with the   * DMGTA01P
031500* nightly stream, it produces the accounts the night the period * DMGTA01P
031600* closes and finds them already held every night after. A month * DMGTA01P
031700* named by the caller must be a closed period and is worked     * DMGTA01P
031800* afresh, replacing any accounts already held for it            * DMGTA01P
031900***************************************************************** DMGTA01P
032000 MONTHLY-RUN.                                                     DMGTA01P
032100     EXEC SQL                                                     DMGTA01P
032200          SET :WS-RUN-TS = CURRENT TIMESTAMP                      DMGTA01P
032300     END-EXEC.                                                    DMGTA01P
032400     IF CMA1I-MONTH IS EQUAL TO SPACES                            DMGTA01P
032500        EXEC SQL                                                  DMGTA01P
032600             SELECT MAX(PER_PERIOD)                               DMGTA01P
032700             INTO :WS-MONTH :DCL-PERIOD-IND                       DMGTA01P
032800             FROM BNKGLPER                                        DMGTA01P
032900        END-EXEC                                                  DMGTA01P
033000        IF SQLCODE IS NOT EQUAL TO ZERO                           DMGTA01P
033100           MOVE 'Unable to read the closed periods' TO CMA1O-MSG  DMGTA01P
033200           GO TO MONTHLY-RUN-EXIT                                 DMGTA01P
033300        END-IF                                                    DMGTA01P
033400        IF DCL-PERIOD-IND IS LESS THAN ZERO                       DMGTA01P
033500           SET CMA1O-REQUEST-OK TO TRUE                           DMGTA01P
033600           MOVE 'No ledger period has been closed yet'            DMGTA01P
033700             TO CMA1O-MSG                                         DMGTA01P
033800           GO TO MONTHLY-RUN-EXIT                                 DMGTA01P
033900        END-IF                                                    DMGTA01P
034000     ELSE                                                         DMGTA01P
034100        MOVE CMA1I-MONTH TO WS-MONTH                              DMGTA01P
034200        EXEC SQL                                                  DMGTA01P
034300             SELECT COUNT(*)                                      DMGTA01P
034400             INTO :DCL-ROW-COUNT                                  DMGTA01P
034500             FROM BNKGLPER                                        DMGTA01P
034600             WHERE PER_PERIOD = :WS-MONTH                         DMGTA01P
034700        END-EXEC                                                  DMGTA01P
034800        IF SQLCODE IS NOT EQUAL TO ZERO                           DMGTA01P
034900           MOVE 'Unable to read the closed periods' TO CMA1O-MSG  DMGTA01P
035000           GO TO MONTHLY-RUN-EXIT                                 DMGTA01P
035100        END-IF                                                    DMGTA01P
035200        IF DCL-ROW-COUNT IS EQUAL TO ZERO                         DMGTA01P
035300           MOVE 'The month named is not a closed ledger period'   DMGTA01P
035400             TO CMA1O-MSG                                         DMGTA01P
035500           GO TO MONTHLY-RUN-EXIT                                 DMGTA01P
035600        END-IF                                                    DMGTA01P
035700     END-IF.                                                      DMGTA01P
035800     MOVE WS-MONTH TO CMA1O-MONTH.                                DMGTA01P
035900     EXEC SQL                                                     DMGTA01P
036000          SELECT COUNT(*)                                         DMGTA01P
036100          INTO :DCL-ROW-COUNT                                     DMGTA01P
036200          FROM BNKMGTA                                            DMGTA01P
036300          WHERE MGA_MONTH = :WS-MONTH                             DMGTA01P
036400     END-EXEC.                                                    DMGTA01P
036500     IF SQLCODE IS NOT EQUAL TO ZERO                              DMGTA01P
036600        MOVE 'Unable to read the management accounts held'        DMGTA01P
036700          TO CMA1O-MSG                                            DMGTA01P
036800        GO TO MONTHLY-RUN-EXIT                                    DMGTA01P
036900     END-IF.                                                      DMGTA01P
037000     IF DCL-ROW-COUNT IS GREATER THAN ZERO AND                    DMGTA01P
037100        CMA1I-MONTH IS EQUAL TO SPACES                            DMGTA01P
037200        SET CMA1O-REQUEST-OK TO TRUE                              DMGTA01P
037300        MOVE 'Management accounts already produced for the month' DMGTA01P
037400          TO CMA1O-MSG                                            DMGTA01P
037500        GO TO MONTHLY-RUN-EXIT                                    DMGTA01P
037600     END-IF.                                                      DMGTA01P
037700     EXEC SQL                                                     DMGTA01P
037800          DELETE                                                  DMGTA01P
037900          FROM BNKMGTA                                            DMGTA01P
038000          WHERE MGA_MONTH = :WS-MONTH                             DMGTA01P
038100     END-EXEC.                                                    DMGTA01P
038200     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DMGTA01P
038300        SQLCODE IS NOT EQUAL TO +100                              DMGTA01P
038400        MOVE 'Unable to clear the month''s management accounts'   DMGTA01P
038500          TO CMA1O-MSG                                            DMGTA01P
038600        GO TO MONTHLY-RUN-EXIT                                    DMGTA01P
038700     END-IF.                                                      DMGTA01P
038800     PERFORM SET-PERIOD-DATES THRU                                DMGTA01P
038900             SET-PERIOD-DATES-EXIT.                               DMGTA01P
039000     IF CMA1O-MSG IS NOT EQUAL TO SPACES                          DMGTA01P
039100        GO TO MONTHLY-RUN-EXIT                                    DMGTA01P
039200     END-IF.                                                      DMGTA01P
039300     MOVE WS-DEFAULT-TOLERANCE TO WS-TOLERANCE.                   DMGTA01P
039400     EXEC SQL                                                     DMGTA01P
039500          SELECT CTL_VALUE                                        DMGTA01P
039600          INTO :WS-TOLERANCE                                      DMGTA01P
039700          FROM BNKCTLV                                            DMGTA01P
039800          WHERE CTL_ID = 'MGTVARPC'                               DMGTA01P
039900     END-EXEC.                                                    DMGTA01P
040000     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DMGTA01P
040100        SQLCODE IS NOT EQUAL TO +100                              DMGTA01P
040200        MOVE 'Unable to read the variance tolerance' TO CMA1O-MSG DMGTA01P
040300        GO TO MONTHLY-RUN-EXIT                                    DMGTA01P
040400     END-IF.                                                      DMGTA01P
040500     PERFORM BUILD-BRANCH-LINES THRU                              DMGTA01P
040600             BUILD-BRANCH-LINES-EXIT.                             DMGTA01P
040700     IF CMA1O-MSG IS NOT EQUAL TO SPACES                          DMGTA01P
040800        GO TO MONTHLY-RUN-EXIT                                    DMGTA01P
040900     END-IF.                                                      DMGTA01P
041000     PERFORM BUILD-BUDGET-LINES THRU                              DMGTA01P
041100             BUILD-BUDGET-LINES-EXIT.                             DMGTA01P
041200     IF CMA1O-MSG IS NOT EQUAL TO SPACES                          DMGTA01P
041300        GO TO MONTHLY-RUN-EXIT                                    DMGTA01P
041400     END-IF.                                                      DMGTA01P
041500     PERFORM BUILD-BANK-LINES THRU                                DMGTA01P
041600             BUILD-BANK-LINES-EXIT.                               DMGTA01P
041700     IF CMA1O-MSG IS NOT EQUAL TO SPACES                          DMGTA01P
041800        GO TO MONTHLY-RUN-EXIT                                    DMGTA01P
041900     END-IF.                                                      DMGTA01P
042000     PERFORM REPORT-ACCOUNTS THRU                                 DMGTA01P
042100             REPORT-ACCOUNTS-EXIT.                                DMGTA01P
042200 MONTHLY-RUN-EXIT.                                                DMGTA01P
042300     EXIT.                                                        DMGTA01P
042400                                                                  DMGTA01P
042500***************************************************************** DMGTA01P
042600* The month, the year to the end of it, and both again a year   * DMGTA01P
042700* before                                                        * DMGTA01P
042800***************************************************************** DMGTA01P
042900 SET-PERIOD-DATES.                                                DMGTA01P
043000     MOVE WS-MONTH (1:4) TO WS-YEAR.                              DMGTA01P
043100     MOVE WS-MONTH (6:2) TO WS-MONTH-NUMBER.                      DMGTA01P
043200     MOVE SPACES TO WS-MONTH-FIRST.                               DMGTA01P
043300     STRING WS-MONTH '-01'                                        DMGTA01P
043400            DELIMITED BY SIZE INTO WS-MONTH-FIRST.                DMGTA01P
043500     MOVE SPACES TO WS-YEAR-FIRST.                                DMGTA01P
043600     STRING WS-YEAR '-01-01'                                      DMGTA01P
043700            DELIMITED BY SIZE INTO WS-YEAR-FIRST.                 DMGTA01P
043800     EXEC SQL                                                     DMGTA01P
043900          SET :WS-MONTH-END =                                     DMGTA01P
044000              CHAR(DATE(:WS-MONTH-FIRST) + 1 MONTH - 1 DAY, ISO)  DMGTA01P
044100     END-EXEC.                                                    DMGTA01P
044200     EXEC SQL                                                     DMGTA01P
044300          SET :WS-PY-MONTH-FIRST =                                DMGTA01P
044400              CHAR(DATE(:WS-MONTH-FIRST) - 1 YEAR, ISO)           DMGTA01P
044500     END-EXEC.                                                    DMGTA01P
044600     EXEC SQL                                                     DMGTA01P
044700          SET :WS-PY-MONTH-END =                                  DMGTA01P
044800              CHAR(DATE(:WS-PY-MONTH-FIRST) + 1 MONTH - 1 DAY,    DMGTA01P
044900                   ISO)                                           DMGTA01P
045000     END-EXEC.                                                    DMGTA01P
045100     EXEC SQL                                                     DMGTA01P
045200          SET :WS-PY-YEAR-FIRST =                                 DMGTA01P
045300              CHAR(DATE(:WS-YEAR-FIRST) - 1 YEAR, ISO)            DMGTA01P
045400     END-EXEC.                                                    DMGTA01P
045500     IF SQLCODE IS NOT EQUAL TO ZERO                              DMGTA01P
045600        MOVE 'Unable to set the reporting periods' TO CMA1O-MSG   DMGTA01P
045700     END-IF.                                                      DMGTA01P
045800 SET-PERIOD-DATES-EXIT.                                           DMGTA01P
045900     EXIT.                                                        DMGTA01P
046000                                                                  DMGTA01P
046100***************************************************************** DMGTA01P
046200* Every GL line each branch has postings on, memorandum lines   * DMGTA01P
046250* aside. A posting belongs to the branch that handled it where  * DMGTA01P
046300* the ledger records one, else to the branch of the account it  * DMGTA01P
046350* was made to, or failing that the branch of the customer, and  * DMGTA01P
046400* to head office (HO) when it is the bank's own. Figures are    * DMGTA01P
046450* summed debit less credit and turned to the line's normal side * DMGTA01P
046700***************************************************************** DMGTA01P
046800 BUILD-BRANCH-LINES.                                              DMGTA01P
046900     MOVE 'B' TO DCL-MGA-LEVEL.                                   DMGTA01P
047000     EXEC SQL                                                     DMGTA01P
047100          DECLARE ACT_CSR CURSOR FOR                              DMGTA01P
047200          SELECT VALUE(NULLIF(PST.GLP_BRANCH, ' '),               DMGTA01P
047250                       NULLIF(ACC.BAC_BRANCH, ' '),               DMGTA01P
047300                       NULLIF(CUS.BCS_BRANCH, ' '), 'HO'),        DMGTA01P
047400                 PST.GLP_GL_ACCT,                                 DMGTA01P
047500                 VALUE(SUM(CASE WHEN PST.GLP_POST_DATE >=         DMGTA01P
047600                                     :WS-MONTH-FIRST              DMGTA01P
047700                                THEN PST.GLP_DEBIT -              DMGTA01P
047800                                     PST.GLP_CREDIT               DMGTA01P
047900                                ELSE 0 END), 0),                  DMGTA01P
048000                 VALUE(SUM(CASE WHEN PST.GLP_POST_DATE >=         DMGTA01P
048100                                     :WS-YEAR-FIRST               DMGTA01P
048200                                THEN PST.GLP_DEBIT -              DMGTA01P
048300                                     PST.GLP_CREDIT               DMGTA01P
048400                                ELSE 0 END), 0),                  DMGTA01P
048500                 VALUE(SUM(CASE WHEN PST.GLP_POST_DATE >=         DMGTA01P
048600                                     :WS-PY-MONTH-FIRST AND       DMGTA01P
048700                                     PST.GLP_POST_DATE <=         DMGTA01P
048800                                     :WS-PY-MONTH-END             DMGTA01P
048900                                THEN PST.GLP_DEBIT -              DMGTA01P
049000                                     PST.GLP_CREDIT               DMGTA01P
049100                                ELSE 0 END), 0),                  DMGTA01P
049200                 VALUE(SUM(CASE WHEN PST.GLP_POST_DATE >=         DMGTA01P
049300                                     :WS-PY-YEAR-FIRST AND        DMGTA01P
049400                                     PST.GLP_POST_DATE <=         DMGTA01P
049500                                     :WS-PY-MONTH-END             DMGTA01P
049600                                THEN PST.GLP_DEBIT -              DMGTA01P
049700                                     PST.GLP_CREDIT               DMGTA01P
049800                                ELSE 0 END), 0),                  DMGTA01P
049900                 VALUE(SUM(PST.GLP_DEBIT - PST.GLP_CREDIT), 0),   DMGTA01P
050000                 VALUE(SUM(CASE WHEN PST.GLP_POST_DATE <=         DMGTA01P
050100                                     :WS-PY-MONTH-END             DMGTA01P
050200                                THEN PST.GLP_DEBIT -              DMGTA01P
050300                                     PST.GLP_CREDIT               DMGTA01P
050400                                ELSE 0 END), 0)                   DMGTA01P
050500          FROM BNKGLPST PST                                       DMGTA01P
050600               LEFT OUTER JOIN BNKACC ACC                         DMGTA01P
050700               ON ACC.BAC_ACCNO = PST.GLP_ACCNO                   DMGTA01P
050800               LEFT OUTER JOIN BNKCUST CUS                        DMGTA01P
050900               ON CUS.BCS_PID = PST.GLP_PID                       DMGTA01P
051000          WHERE PST.GLP_POST_DATE <= :WS-MONTH-END AND            DMGTA01P
051100                SUBSTR(PST.GLP_GL_ACCT, 1, 1) <> '9'              DMGTA01P
051200          GROUP BY VALUE(NULLIF(PST.GLP_BRANCH, ' '),             DMGTA01P
051250                         NULLIF(ACC.BAC_BRANCH, ' '),             DMGTA01P
051300                         NULLIF(CUS.BCS_BRANCH, ' '), 'HO'),      DMGTA01P
051400                   PST.GLP_GL_ACCT                                DMGTA01P
051500          FOR FETCH ONLY                                          DMGTA01P
051600     END-EXEC.                                                    DMGTA01P
051700     EXEC SQL                                                     DMGTA01P
051800          OPEN ACT_CSR                                            DMGTA01P
051900     END-EXEC.                                                    DMGTA01P
052000     IF SQLCODE IS NOT EQUAL TO ZERO                              DMGTA01P
052100        MOVE 'Unable to open the ledger postings' TO CMA1O-MSG    DMGTA01P
052200        GO TO BUILD-BRANCH-LINES-EXIT                             DMGTA01P
052300     END-IF.                                                      DMGTA01P
052400 ACT-LOOP.                                                        DMGTA01P
052500     EXEC SQL                                                     DMGTA01P
052600          FETCH ACT_CSR                                           DMGTA01P
052700          INTO :DCL-MGA-BRANCH,                                   DMGTA01P
052800               :DCL-MGA-GL-ACCT,                                  DMGTA01P
052900               :DCL-ACT-MONTH,                                    DMGTA01P
053000               :DCL-ACT-YTD,                                      DMGTA01P
053100               :DCL-ACT-PY-MONTH,                                 DMGTA01P
053200               :DCL-ACT-PY-YTD,                                   DMGTA01P
053300               :DCL-ACT-BALANCE,                                  DMGTA01P
053400               :DCL-ACT-PY-BALANCE                                DMGTA01P
053500     END-EXEC.                                                    DMGTA01P
053600     IF SQLCODE IS EQUAL TO +100                                  DMGTA01P
053700        GO TO ACT-LOOP-EXIT                                       DMGTA01P
053800     END-IF.                                                      DMGTA01P
053900     IF SQLCODE IS NOT EQUAL TO ZERO                              DMGTA01P
054000        MOVE 'Unable to read the ledger postings' TO CMA1O-MSG    DMGTA01P
054100        GO TO ACT-LOOP-EXIT                                       DMGTA01P
054200     END-IF.                                                      DMGTA01P
054300     PERFORM SET-LINE-FIGURES THRU                                DMGTA01P
054400             SET-LINE-FIGURES-EXIT.                               DMGTA01P
054500     PERFORM READ-BUDGET THRU                                     DMGTA01P
054600             READ-BUDGET-EXIT.                                    DMGTA01P
054700     IF CMA1O-MSG IS NOT EQUAL TO SPACES                          DMGTA01P
054800        GO TO ACT-LOOP-EXIT                                       DMGTA01P
054900     END-IF.                                                      DMGTA01P
055000     PERFORM HOLD-LINE THRU                                       DMGTA01P
055100             HOLD-LINE-EXIT.                                      DMGTA01P
055200     IF CMA1O-MSG IS NOT EQUAL TO SPACES                          DMGTA01P
055300        GO TO ACT-LOOP-EXIT                                       DMGTA01P
055400     END-IF.                                                      DMGTA01P
055500     GO TO ACT-LOOP.                                              DMGTA01P
055600 ACT-LOOP-EXIT.                                                   DMGTA01P
055700     EXEC SQL                                                     DMGTA01P
055800          CLOSE ACT_CSR                                           DMGTA01P
055900     END-EXEC.                                                    DMGTA01P
056000 BUILD-BRANCH-LINES-EXIT.                                         DMGTA01P
056100     EXIT.                                                        DMGTA01P
056200                                                                  DMGTA01P
056300***************************************************************** DMGTA01P
056400* A profit and loss line shows the month and the year to date;  * DMGTA01P
056500* a balance sheet line the month's movement and the balance at  * DMGTA01P
056600* the month end in place of the year to date. Assets and        * DMGTA01P
056700* expense lines are normally debit, the rest normally credit    * DMGTA01P
056800***************************************************************** DMGTA01P
056900 SET-LINE-FIGURES.                                                DMGTA01P
057000     MOVE DCL-ACT-MONTH TO DCL-MGA-MONTH-AMT.                     DMGTA01P
057100     MOVE DCL-ACT-PY-MONTH TO DCL-MGA-PY-MONTH-AMT.               DMGTA01P
057200     IF DCL-MGA-GL-ACCT (1:1) IS EQUAL TO '4' OR                  DMGTA01P
057300        DCL-MGA-GL-ACCT (1:1) IS EQUAL TO '5'                     DMGTA01P
057400        MOVE DCL-ACT-YTD TO DCL-MGA-YTD-AMT                       DMGTA01P
057500        MOVE DCL-ACT-PY-YTD TO DCL-MGA-PY-YTD-AMT                 DMGTA01P
057600     ELSE                                                         DMGTA01P
057700        MOVE DCL-ACT-BALANCE TO DCL-MGA-YTD-AMT                   DMGTA01P
057800        MOVE DCL-ACT-PY-BALANCE TO DCL-MGA-PY-YTD-AMT             DMGTA01P
057900     END-IF.                                                      DMGTA01P
058000     IF DCL-MGA-GL-ACCT (1:1) IS NOT EQUAL TO '1' AND             DMGTA01P
058100        DCL-MGA-GL-ACCT (1:1) IS NOT EQUAL TO '5'                 DMGTA01P
058200        COMPUTE DCL-MGA-MONTH-AMT = 0 - DCL-MGA-MONTH-AMT         DMGTA01P
058300        COMPUTE DCL-MGA-YTD-AMT = 0 - DCL-MGA-YTD-AMT             DMGTA01P
058400        COMPUTE DCL-MGA-PY-MONTH-AMT = 0 - DCL-MGA-PY-MONTH-AMT   DMGTA01P
058500        COMPUTE DCL-MGA-PY-YTD-AMT = 0 - DCL-MGA-PY-YTD-AMT       DMGTA01P
058600     END-IF.                                                      DMGTA01P
058700 SET-LINE-FIGURES-EXIT.                                           DMGTA01P
058800     EXIT.                                                        DMGTA01P
058900                                                                  DMGTA01P
059000***************************************************************** DMGTA01P
059100* The budget the line is measured against. A profit and loss    * DMGTA01P
059200* budget is phased evenly over the year, so the year to date    * DMGTA01P
059300* is set against the months gone; a balance sheet budget is     * DMGTA01P
059400* the balance planned for the year end                          * DMGTA01P
059500***************************************************************** DMGTA01P
059600 READ-BUDGET.                                                     DMGTA01P
059700     MOVE ZERO TO DCL-MGA-BUDGET-AMT.                             DMGTA01P
059800     EXEC SQL                                                     DMGTA01P
059900          SELECT BDG_AMOUNT                                       DMGTA01P
060000          INTO :DCL-BDG-AMOUNT                                    DMGTA01P
060100          FROM BNKBDGT                                            DMGTA01P
060200          WHERE BDG_YEAR = :WS-YEAR AND                           DMGTA01P
060300                BDG_BRANCH = :DCL-MGA-BRANCH AND                  DMGTA01P
060400                BDG_GL_ACCT = :DCL-MGA-GL-ACCT                    DMGTA01P
060500     END-EXEC.                                                    DMGTA01P
060600     IF SQLCODE IS EQUAL TO +100                                  DMGTA01P
060700        GO TO READ-BUDGET-EXIT                                    DMGTA01P
060800     END-IF.                                                      DMGTA01P
060900     IF SQLCODE IS NOT EQUAL TO ZERO                              DMGTA01P
061000        MOVE 'Unable to read the budget' TO CMA1O-MSG             DMGTA01P
061100        GO TO READ-BUDGET-EXIT                                    DMGTA01P
061200     END-IF.                                                      DMGTA01P
061300     PERFORM PHASE-BUDGET THRU                                    DMGTA01P
061400             PHASE-BUDGET-EXIT.                                   DMGTA01P
061500 READ-BUDGET-EXIT.                                                DMGTA01P
061600     EXIT.                                                        DMGTA01P
061700                                                                  DMGTA01P
061800 PHASE-BUDGET.                                                    DMGTA01P
061900     IF DCL-MGA-GL-ACCT (1:1) IS EQUAL TO '4' OR                  DMGTA01P
062000        DCL-MGA-GL-ACCT (1:1) IS EQUAL TO '5'                     DMGTA01P
062100        COMPUTE DCL-MGA-BUDGET-AMT ROUNDED =                      DMGTA01P
062200                DCL-BDG-AMOUNT * WS-MONTH-NUMBER / 12             DMGTA01P
062300     ELSE                                                         DMGTA01P
062400        MOVE DCL-BDG-AMOUNT TO DCL-MGA-BUDGET-AMT                 DMGTA01P
062500     END-IF.                                                      DMGTA01P
062600 PHASE-BUDGET-EXIT.                                               DMGTA01P
062700     EXIT.                                                        DMGTA01P
062800                                                                  DMGTA01P
062900***************************************************************** DMGTA01P
063000* Hold one line of the accounts                                 * DMGTA01P
063100***************************************************************** DMGTA01P
063200 HOLD-LINE.                                                       DMGTA01P
063300     EXEC SQL                                                     DMGTA01P
063400          INSERT                                                  DMGTA01P
063500          INTO BNKMGTA (MGA_MONTH,                                DMGTA01P
063600                        MGA_LEVEL,                                DMGTA01P
063700                        MGA_BRANCH,                               DMGTA01P
063800                        MGA_GL_ACCT,                              DMGTA01P
063900                        MGA_MONTH_AMT,                            DMGTA01P
064000                        MGA_YTD_AMT,                              DMGTA01P
064100                        MGA_PY_MONTH_AMT,                         DMGTA01P
064200                        MGA_PY_YTD_AMT,                           DMGTA01P
064300                        MGA_BUDGET_AMT,                           DMGTA01P
064400                        MGA_FLAG,                                 DMGTA01P
064500                        MGA_RUN_TS)                               DMGTA01P
064600          VALUES (:WS-MONTH,                                      DMGTA01P
064700                  :DCL-MGA-LEVEL,                                 DMGTA01P
064800                  :DCL-MGA-BRANCH,                                DMGTA01P
064900                  :DCL-MGA-GL-ACCT,                               DMGTA01P
065000                  :DCL-MGA-MONTH-AMT,                             DMGTA01P
065100                  :DCL-MGA-YTD-AMT,                               DMGTA01P
065200                  :DCL-MGA-PY-MONTH-AMT,                          DMGTA01P
065300                  :DCL-MGA-PY-YTD-AMT,                            DMGTA01P
065400                  :DCL-MGA-BUDGET-AMT,                            DMGTA01P
065500                  ' ',                                            DMGTA01P
065600                  :WS-RUN-TS)                                     DMGTA01P
065700     END-EXEC.                                                    DMGTA01P
065800     IF SQLCODE IS NOT EQUAL TO ZERO                              DMGTA01P
065900        MOVE 'Unable to hold a management accounts line'          DMGTA01P
066000          TO CMA1O-MSG                                            DMGTA01P
066100     END-IF.                                                      DMGTA01P
066200 HOLD-LINE-EXIT.                                                  DMGTA01P
066300     EXIT.                                                        DMGTA01P
066400                                                                  DMGTA01P
066500***************************************************************** DMGTA01P
066600* A line budgeted for the year that has had nothing posted to   * DMGTA01P
066700* it still shows, against nil                                   * DMGTA01P
066800***************************************************************** DMGTA01P
066900 BUILD-BUDGET-LINES.                                              DMGTA01P
067000     EXEC SQL                                                     DMGTA01P
067100          DECLARE BDG_CSR CURSOR FOR                              DMGTA01P
067200          SELECT BDG.BDG_BRANCH,                                  DMGTA01P
067300                 BDG.BDG_GL_ACCT,                                 DMGTA01P
067400                 BDG.BDG_AMOUNT                                   DMGTA01P
067500          FROM BNKBDGT BDG                                        DMGTA01P
067600          WHERE BDG.BDG_YEAR = :WS-YEAR AND                       DMGTA01P
067700                NOT EXISTS                                        DMGTA01P
067800                (SELECT 1                                         DMGTA01P
067900                 FROM BNKMGTA MGA                                 DMGTA01P
068000                 WHERE MGA.MGA_MONTH = :WS-MONTH AND              DMGTA01P
068100                       MGA.MGA_LEVEL = 'B' AND                    DMGTA01P
068200                       MGA.MGA_BRANCH = BDG.BDG_BRANCH AND        DMGTA01P
068300                       MGA.MGA_GL_ACCT = BDG.BDG_GL_ACCT)         DMGTA01P
068400          FOR FETCH ONLY                                          DMGTA01P
068500     END-EXEC.                                                    DMGTA01P
068600     EXEC SQL                                                     DMGTA01P
068700          OPEN BDG_CSR                                            DMGTA01P
068800     END-EXEC.                                                    DMGTA01P
068900     IF SQLCODE IS NOT EQUAL TO ZERO                              DMGTA01P
069000        MOVE 'Unable to open the budget' TO CMA1O-MSG             DMGTA01P
069100        GO TO BUILD-BUDGET-LINES-EXIT                             DMGTA01P
069200     END-IF.                                                      DMGTA01P
069300 BDG-LOOP.                                                        DMGTA01P
069400     EXEC SQL                                                     DMGTA01P
069500          FETCH BDG_CSR                                           DMGTA01P
069600          INTO :DCL-MGA-BRANCH,                                   DMGTA01P
069700               :DCL-MGA-GL-ACCT,                                  DMGTA01P
069800               :DCL-BDG-AMOUNT                                    DMGTA01P
069900     END-EXEC.                                                    DMGTA01P
070000     IF SQLCODE IS EQUAL TO +100                                  DMGTA01P
070100        GO TO BDG-LOOP-EXIT                                       DMGTA01P
070200     END-IF.                                                      DMGTA01P
070300     IF SQLCODE IS NOT EQUAL TO ZERO                              DMGTA01P
070400        MOVE 'Unable to read the budget' TO CMA1O-MSG             DMGTA01P
070500        GO TO BDG-LOOP-EXIT                                       DMGTA01P
070600     END-IF.                                                      DMGTA01P
070700     MOVE ZERO TO DCL-MGA-MONTH-AMT.                              DMGTA01P
070800     MOVE ZERO TO DCL-MGA-YTD-AMT.                                DMGTA01P
070900     MOVE ZERO TO DCL-MGA-PY-MONTH-AMT.                           DMGTA01P
071000     MOVE ZERO TO DCL-MGA-PY-YTD-AMT.                             DMGTA01P
071100     PERFORM PHASE-BUDGET THRU                                    DMGTA01P
071200             PHASE-BUDGET-EXIT.                                   DMGTA01P
071300     PERFORM HOLD-LINE THRU                                       DMGTA01P
071400             HOLD-LINE-EXIT.                                      DMGTA01P
071500     IF CMA1O-MSG IS NOT EQUAL TO SPACES                          DMGTA01P
071600        GO TO BDG-LOOP-EXIT                                       DMGTA01P
071700     END-IF.                                                      DMGTA01P
071800     GO TO BDG-LOOP.                                              DMGTA01P
071900 BDG-LOOP-EXIT.                                                   DMGTA01P
072000     EXEC SQL                                                     DMGTA01P
072100          CLOSE BDG_CSR                                           DMGTA01P
072200     END-EXEC.                                                    DMGTA01P
072300 BUILD-BUDGET-LINES-EXIT.                                         DMGTA01P
072400     EXIT.                                                        DMGTA01P
072500                                                                  DMGTA01P
072600***************************************************************** DMGTA01P
072700* The bank as a whole - every branch's lines added together     * DMGTA01P
072800***************************************************************** DMGTA01P
072900 BUILD-BANK-LINES.                                                DMGTA01P
073000     EXEC SQL                                                     DMGTA01P
073100          INSERT                                                  DMGTA01P
073200          INTO BNKMGTA (MGA_MONTH,                                DMGTA01P
073300                        MGA_LEVEL,                                DMGTA01P
073400                        MGA_BRANCH,                               DMGTA01P
073500                        MGA_GL_ACCT,                              DMGTA01P
073600                        MGA_MONTH_AMT,                            DMGTA01P
073700                        MGA_YTD_AMT,                              DMGTA01P
073800                        MGA_PY_MONTH_AMT,                         DMGTA01P
073900                        MGA_PY_YTD_AMT,                           DMGTA01P
074000                        MGA_BUDGET_AMT,                           DMGTA01P
074100                        MGA_FLAG,                                 DMGTA01P
074200                        MGA_RUN_TS)                               DMGTA01P
074300          SELECT MGA_MONTH,                                       DMGTA01P
074400                 'C',                                             DMGTA01P
074500                 'BANK',                                          DMGTA01P
074600                 MGA_GL_ACCT,                                     DMGTA01P
074700                 SUM(MGA_MONTH_AMT),                              DMGTA01P
074800                 SUM(MGA_YTD_AMT),                                DMGTA01P
074900                 SUM(MGA_PY_MONTH_AMT),                           DMGTA01P
075000                 SUM(MGA_PY_YTD_AMT),                             DMGTA01P
075100                 SUM(MGA_BUDGET_AMT),                             DMGTA01P
075200                 ' ',                                             DMGTA01P
075300                 :WS-RUN-TS                                       DMGTA01P
075400          FROM BNKMGTA                                            DMGTA01P
075500          WHERE MGA_MONTH = :WS-MONTH AND                         DMGTA01P
075600                MGA_LEVEL = 'B'                                   DMGTA01P
075700          GROUP BY MGA_MONTH,                                     DMGTA01P
075800                   MGA_GL_ACCT                                    DMGTA01P
075900     END-EXEC.                                                    DMGTA01P
076000     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DMGTA01P
076100        SQLCODE IS NOT EQUAL TO +100                              DMGTA01P
076200        MOVE 'Unable to hold the bank''s management accounts'     DMGTA01P
076300          TO CMA1O-MSG                                            DMGTA01P
076400     END-IF.                                                      DMGTA01P
076500 BUILD-BANK-LINES-EXIT.                                           DMGTA01P
076600     EXIT.                                                        DMGTA01P
076700                                                                  DMGTA01P
076800***************************************************************** DMGTA01P
076900* Report the accounts - the lines of the chart first, then each * DMGTA01P
077000* branch's lines with its net profit, then the bank's. Each line* DMGTA01P
077100* is set against its budget and a variance beyond tolerance is  * DMGTA01P
077200* marked with an asterisk, on the report and on BNKMGTA         * DMGTA01P
077300***************************************************************** DMGTA01P
077400 REPORT-ACCOUNTS.                                                 DMGTA01P
077500     MOVE SPACES TO WS-CSV-LINE.                                  DMGTA01P
077600     STRING 'MANAGEMENT ACCOUNTS,' WS-MONTH ',' WS-BUSINESS-DATE  DMGTA01P
077700            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DMGTA01P
077800     PERFORM QUEUE-REPORT-LINE THRU                               DMGTA01P
077900             QUEUE-REPORT-LINE-EXIT.                              DMGTA01P
078000     PERFORM REPORT-CHART THRU                                    DMGTA01P
078100             REPORT-CHART-EXIT.                                   DMGTA01P
078200     IF CMA1O-MSG IS NOT EQUAL TO SPACES                          DMGTA01P
078300        GO TO REPORT-ACCOUNTS-EXIT                                DMGTA01P
078400     END-IF.                                                      DMGTA01P
078500     MOVE SPACES TO WS-CSV-LINE.                                  DMGTA01P
078600     STRING 'BRANCH,SECTION,GL,MONTH,YTD,PY MONTH,PY YTD,'        DMGTA01P
078700            'BUDGET,VARIANCE,FLAG'                                DMGTA01P
078800            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DMGTA01P
078900     PERFORM QUEUE-REPORT-LINE THRU                               DMGTA01P
079000             QUEUE-REPORT-LINE-EXIT.                              DMGTA01P
079100     MOVE SPACES TO WS-LAST-LEVEL.                                DMGTA01P
079200     MOVE SPACES TO WS-LAST-BRANCH.                               DMGTA01P
079300     MOVE ZERO TO WS-NP-MONTH.                                    DMGTA01P
079400     MOVE ZERO TO WS-NP-YTD.                                      DMGTA01P
079500     MOVE ZERO TO WS-NP-PY-MONTH.                                 DMGTA01P
079600     MOVE ZERO TO WS-NP-PY-YTD.                                   DMGTA01P
079700     MOVE ZERO TO WS-NP-BUDGET.                                   DMGTA01P
079800     EXEC SQL                                                     DMGTA01P
079900          DECLARE MGA_CSR CURSOR FOR                              DMGTA01P
080000          SELECT MGA_LEVEL,                                       DMGTA01P
080100                 MGA_BRANCH,                                      DMGTA01P
080200                 MGA_GL_ACCT,                                     DMGTA01P
080300                 MGA_MONTH_AMT,                                   DMGTA01P
080400                 MGA_YTD_AMT,                                     DMGTA01P
080500                 MGA_PY_MONTH_AMT,                                DMGTA01P
080600                 MGA_PY_YTD_AMT,                                  DMGTA01P
080700                 MGA_BUDGET_AMT                                   DMGTA01P
080800          FROM BNKMGTA                                            DMGTA01P
080900          WHERE MGA_MONTH = :WS-MONTH                             DMGTA01P
081000          ORDER BY MGA_LEVEL,                                     DMGTA01P
081100                   MGA_BRANCH,                                    DMGTA01P
081200                   MGA_GL_ACCT                                    DMGTA01P
081300          FOR FETCH ONLY                                          DMGTA01P
081400     END-EXEC.                                                    DMGTA01P
081500     EXEC SQL                                                     DMGTA01P
081600          OPEN MGA_CSR                                            DMGTA01P
081700     END-EXEC.                                                    DMGTA01P
081800     IF SQLCODE IS NOT EQUAL TO ZERO                              DMGTA01P
081900        MOVE 'Unable to open the management accounts' TO CMA1O-MSGDMGTA01P
082000        GO TO REPORT-ACCOUNTS-EXIT                                DMGTA01P
082100     END-IF.                                                      DMGTA01P
082200 MGA-LOOP.                                                        DMGTA01P
082300     EXEC SQL                                                     DMGTA01P
082400          FETCH MGA_CSR                                           DMGTA01P
082500          INTO :DCL-MGA-LEVEL,                                    DMGTA01P
082600               :DCL-MGA-BRANCH,                                   DMGTA01P
082700               :DCL-MGA-GL-ACCT,                                  DMGTA01P
082800               :DCL-MGA-MONTH-AMT,                                DMGTA01P
082900               :DCL-MGA-YTD-AMT,                                  DMGTA01P
083000               :DCL-MGA-PY-MONTH-AMT,                             DMGTA01P
083100               :DCL-MGA-PY-YTD-AMT,                               DMGTA01P
083200               :DCL-MGA-BUDGET-AMT                                DMGTA01P
083300     END-EXEC.                                                    DMGTA01P
083400     IF SQLCODE IS EQUAL TO +100                                  DMGTA01P
083500        GO TO MGA-LOOP-EXIT                                       DMGTA01P
083600     END-IF.                                                      DMGTA01P
083700     IF SQLCODE IS NOT EQUAL TO ZERO                              DMGTA01P
083800        MOVE 'Unable to read the management accounts' TO CMA1O-MSGDMGTA01P
083900        GO TO MGA-LOOP-EXIT                                       DMGTA01P
084000     END-IF.                                                      DMGTA01P
084100     IF DCL-MGA-LEVEL IS NOT EQUAL TO WS-LAST-LEVEL OR            DMGTA01P
084200        DCL-MGA-BRANCH IS NOT EQUAL TO WS-LAST-BRANCH             DMGTA01P
084300        PERFORM REPORT-NET-PROFIT THRU                            DMGTA01P
084400                REPORT-NET-PROFIT-EXIT                            DMGTA01P
084500        MOVE DCL-MGA-LEVEL TO WS-LAST-LEVEL                       DMGTA01P
084600        MOVE DCL-MGA-BRANCH TO WS-LAST-BRANCH                     DMGTA01P
084700        IF DCL-MGA-LEVEL IS EQUAL TO 'B'                          DMGTA01P
084800           ADD 1 TO CMA1O-BRANCHES                                DMGTA01P
084900        END-IF                                                    DMGTA01P
085000     END-IF.                                                      DMGTA01P
085100     PERFORM REPORT-LINE THRU                                     DMGTA01P
085200             REPORT-LINE-EXIT.                                    DMGTA01P
085300     IF CMA1O-MSG IS NOT EQUAL TO SPACES                          DMGTA01P
085400        GO TO MGA-LOOP-EXIT                                       DMGTA01P
085500     END-IF.                                                      DMGTA01P
085600     GO TO MGA-LOOP.                                              DMGTA01P
085700 MGA-LOOP-EXIT.                                                   DMGTA01P
085800     EXEC SQL                                                     DMGTA01P
085900          CLOSE MGA_CSR                                           DMGTA01P
086000     END-EXEC.                                                    DMGTA01P
086100     IF CMA1O-MSG IS NOT EQUAL TO SPACES                          DMGTA01P
086200        GO TO REPORT-ACCOUNTS-EXIT                                DMGTA01P
086300     END-IF.                                                      DMGTA01P
086400     PERFORM REPORT-NET-PROFIT THRU                               DMGTA01P
086500             REPORT-NET-PROFIT-EXIT.                              DMGTA01P
086600     INITIALIZE CD96-DATA.                                        DMGTA01P
086700     SET CD96I-CAPTURE-REPORT TO TRUE.                            DMGTA01P
086800     MOVE WS-PROGRAM-ID TO CD96I-JOB.                             DMGTA01P
086900     MOVE WS-MONTH TO WS-REPORT-MONTH.                            DMGTA01P
087000     MOVE WS-REPORT-NAME TO CD96I-REPORT-NAME.                    DMGTA01P
087100     MOVE 'CSVQ' TO CD96I-QUEUE.                                  DMGTA01P
087200     MOVE 400 TO CD96I-RETAIN-DAYS.                               DMGTA01P
087300 COPY CBANKX96.                                                   DMGTA01P
087400     IF NOT CD96O-REQUEST-OK                                      DMGTA01P
087500        MOVE CD96O-MSG TO CMA1O-MSG                               DMGTA01P
087600        GO TO REPORT-ACCOUNTS-EXIT                                DMGTA01P
087700     END-IF.                                                      DMGTA01P
087800     SET CMA1O-REQUEST-OK TO TRUE.                                DMGTA01P
087900     MOVE 'Management accounts produced and filed' TO CMA1O-MSG.  DMGTA01P
088000 REPORT-ACCOUNTS-EXIT.                                            DMGTA01P
088100     EXIT.                                                        DMGTA01P
088200                                                                  DMGTA01P
088300***************************************************************** DMGTA01P
088400* The chart lines the accounts are drawn up from, memorandum    * DMGTA01P
088500* lines aside                                                   * DMGTA01P
088600***************************************************************** DMGTA01P
088700 REPORT-CHART.                                                    DMGTA01P
088800     MOVE 'CHART,GL,SECTION,DESCRIPTION' TO WS-CSV-LINE.          DMGTA01P
088900     PERFORM QUEUE-REPORT-LINE THRU                               DMGTA01P
089000             QUEUE-REPORT-LINE-EXIT.                              DMGTA01P
089100     EXEC SQL                                                     DMGTA01P
089200          DECLARE GLC_CSR CURSOR FOR                              DMGTA01P
089300          SELECT GLC_ACCT,                                        DMGTA01P
089400                 GLC_DESC                                         DMGTA01P
089500          FROM BNKGLCOA                                           DMGTA01P
089600          WHERE SUBSTR(GLC_ACCT, 1, 1) <> '9'                     DMGTA01P
089700          ORDER BY GLC_ACCT                                       DMGTA01P
089800          FOR FETCH ONLY                                          DMGTA01P
089900     END-EXEC.                                                    DMGTA01P
090000     EXEC SQL                                                     DMGTA01P
090100          OPEN GLC_CSR                                            DMGTA01P
090200     END-EXEC.                                                    DMGTA01P
090300     IF SQLCODE IS NOT EQUAL TO ZERO                              DMGTA01P
090400        MOVE 'Unable to open the chart of accounts' TO CMA1O-MSG  DMGTA01P
090500        GO TO REPORT-CHART-EXIT                                   DMGTA01P
090600     END-IF.                                                      DMGTA01P
090700 GLC-LOOP.                                                        DMGTA01P
090800     EXEC SQL                                                     DMGTA01P
090900          FETCH GLC_CSR                                           DMGTA01P
091000          INTO :DCL-MGA-GL-ACCT,                                  DMGTA01P
091100               :DCL-GLC-DESC                                      DMGTA01P
091200     END-EXEC.                                                    DMGTA01P
091300     IF SQLCODE IS EQUAL TO +100                                  DMGTA01P
091400        GO TO GLC-LOOP-EXIT                                       DMGTA01P
091500     END-IF.                                                      DMGTA01P
091600     IF SQLCODE IS NOT EQUAL TO ZERO                              DMGTA01P
091700        MOVE 'Unable to read the chart of accounts' TO CMA1O-MSG  DMGTA01P
091800        GO TO GLC-LOOP-EXIT                                       DMGTA01P
091900     END-IF.                                                      DMGTA01P
092000     PERFORM SET-SECTION THRU                                     DMGTA01P
092100             SET-SECTION-EXIT.                                    DMGTA01P
092200     MOVE SPACES TO WS-CSV-LINE.                                  DMGTA01P
092300     STRING 'CHART,' DCL-MGA-GL-ACCT ',' WS-SECTION ','           DMGTA01P
092400            DCL-GLC-DESC                                          DMGTA01P
092500            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DMGTA01P
092600     PERFORM QUEUE-REPORT-LINE THRU                               DMGTA01P
092700             QUEUE-REPORT-LINE-EXIT.                              DMGTA01P
092800     GO TO GLC-LOOP.                                              DMGTA01P
092900 GLC-LOOP-EXIT.                                                   DMGTA01P
093000     EXEC SQL                                                     DMGTA01P
093100          CLOSE GLC_CSR                                           DMGTA01P
093200     END-EXEC.                                                    DMGTA01P
093300 REPORT-CHART-EXIT.                                               DMGTA01P
093400     EXIT.                                                        DMGTA01P
093500                                                                  DMGTA01P
093600 SET-SECTION.                                                     DMGTA01P
093700     IF DCL-MGA-GL-ACCT (1:1) IS EQUAL TO '4' OR                  DMGTA01P
093800        DCL-MGA-GL-ACCT (1:1) IS EQUAL TO '5'                     DMGTA01P
093900        MOVE 'PL' TO WS-SECTION                                   DMGTA01P
094000     ELSE                                                         DMGTA01P
094100        MOVE 'BS' TO WS-SECTION                                   DMGTA01P
094200     END-IF.                                                      DMGTA01P
094300 SET-SECTION-EXIT.                                                DMGTA01P
094400     EXIT.                                                        DMGTA01P
094500                                                                  DMGTA01P
094600***************************************************************** DMGTA01P
094700* One line against its budget. The variance is the actual less  * DMGTA01P
094800* the budget on the line's normal side; with no budget there    * DMGTA01P
094900* is nothing to mark                                            * DMGTA01P
095000***************************************************************** DMGTA01P
095100 REPORT-LINE.                                                     DMGTA01P
095200     PERFORM SET-SECTION THRU                                     DMGTA01P
095300             SET-SECTION-EXIT.                                    DMGTA01P
095400     COMPUTE WS-VARIANCE = DCL-MGA-YTD-AMT - DCL-MGA-BUDGET-AMT.  DMGTA01P
095500     MOVE SPACES TO WS-FLAG.                                      DMGTA01P
095600     IF DCL-MGA-BUDGET-AMT IS NOT EQUAL TO ZERO                   DMGTA01P
095700        MOVE WS-VARIANCE TO WS-VARIANCE-ABS                       DMGTA01P
095800        IF WS-VARIANCE-ABS IS LESS THAN ZERO                      DMGTA01P
095900           COMPUTE WS-VARIANCE-ABS = 0 - WS-VARIANCE-ABS          DMGTA01P
096000        END-IF                                                    DMGTA01P
096100        MOVE DCL-MGA-BUDGET-AMT TO WS-BUDGET-ABS                  DMGTA01P
096200        IF WS-BUDGET-ABS IS LESS THAN ZERO                        DMGTA01P
096300           COMPUTE WS-BUDGET-ABS = 0 - WS-BUDGET-ABS              DMGTA01P
096400        END-IF                                                    DMGTA01P
096500        IF WS-VARIANCE-ABS * 100 IS GREATER THAN                  DMGTA01P
096600           WS-BUDGET-ABS * WS-TOLERANCE                           DMGTA01P
096700           MOVE '*' TO WS-FLAG                                    DMGTA01P
096800        END-IF                                                    DMGTA01P
096900     END-IF.                                                      DMGTA01P
097000     IF WS-FLAG IS EQUAL TO '*'                                   DMGTA01P
097100        ADD 1 TO CMA1O-FLAGGED                                    DMGTA01P
097200        EXEC SQL                                                  DMGTA01P
097300             UPDATE BNKMGTA                                       DMGTA01P
097400             SET MGA_FLAG = '*'                                   DMGTA01P
097500             WHERE MGA_MONTH = :WS-MONTH AND                      DMGTA01P
097600                   MGA_LEVEL = :DCL-MGA-LEVEL AND                 DMGTA01P
097700                   MGA_BRANCH = :DCL-MGA-BRANCH AND               DMGTA01P
097800                   MGA_GL_ACCT = :DCL-MGA-GL-ACCT                 DMGTA01P
097900        END-EXEC                                                  DMGTA01P
098000        IF SQLCODE IS NOT EQUAL TO ZERO                           DMGTA01P
098100           MOVE 'Unable to mark a management accounts line'       DMGTA01P
098200             TO CMA1O-MSG                                         DMGTA01P
098300           GO TO REPORT-LINE-EXIT                                 DMGTA01P
098400        END-IF                                                    DMGTA01P
098500     END-IF.                                                      DMGTA01P
098600     IF WS-SECTION IS EQUAL TO 'PL'                               DMGTA01P
098700        IF DCL-MGA-GL-ACCT (1:1) IS EQUAL TO '4'                  DMGTA01P
098800           ADD DCL-MGA-MONTH-AMT TO WS-NP-MONTH                   DMGTA01P
098900           ADD DCL-MGA-YTD-AMT TO WS-NP-YTD                       DMGTA01P
099000           ADD DCL-MGA-PY-MONTH-AMT TO WS-NP-PY-MONTH             DMGTA01P
099100           ADD DCL-MGA-PY-YTD-AMT TO WS-NP-PY-YTD                 DMGTA01P
099200           ADD DCL-MGA-BUDGET-AMT TO WS-NP-BUDGET                 DMGTA01P
099300        ELSE                                                      DMGTA01P
099400           SUBTRACT DCL-MGA-MONTH-AMT FROM WS-NP-MONTH            DMGTA01P
099500           SUBTRACT DCL-MGA-YTD-AMT FROM WS-NP-YTD                DMGTA01P
099600           SUBTRACT DCL-MGA-PY-MONTH-AMT FROM WS-NP-PY-MONTH      DMGTA01P
099700           SUBTRACT DCL-MGA-PY-YTD-AMT FROM WS-NP-PY-YTD          DMGTA01P
099800           SUBTRACT DCL-MGA-BUDGET-AMT FROM WS-NP-BUDGET          DMGTA01P
099900        END-IF                                                    DMGTA01P
100000     END-IF.                                                      DMGTA01P
100100     ADD 1 TO CMA1O-LINES.                                        DMGTA01P
100200     MOVE DCL-MGA-MONTH-AMT TO WS-MONTH-DISP.                     DMGTA01P
100300     MOVE DCL-MGA-YTD-AMT TO WS-YTD-DISP.                         DMGTA01P
100400     MOVE DCL-MGA-PY-MONTH-AMT TO WS-PY-MONTH-DISP.               DMGTA01P
100500     MOVE DCL-MGA-PY-YTD-AMT TO WS-PY-YTD-DISP.                   DMGTA01P
100600     MOVE DCL-MGA-BUDGET-AMT TO WS-BUDGET-DISP.                   DMGTA01P
100700     MOVE WS-VARIANCE TO WS-VARIANCE-DISP.                        DMGTA01P
100800     MOVE SPACES TO WS-CSV-LINE.                                  DMGTA01P
100900     STRING DCL-MGA-BRANCH ',' WS-SECTION ',' DCL-MGA-GL-ACCT ',' DMGTA01P
101000            WS-MONTH-DISP ',' WS-YTD-DISP ',' WS-PY-MONTH-DISP ','DMGTA01P
101100            WS-PY-YTD-DISP ',' WS-BUDGET-DISP ','                 DMGTA01P
101200            WS-VARIANCE-DISP ',' WS-FLAG                          DMGTA01P
101300            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DMGTA01P
101400     PERFORM QUEUE-REPORT-LINE THRU                               DMGTA01P
101500             QUEUE-REPORT-LINE-EXIT.                              DMGTA01P
101600 REPORT-LINE-EXIT.                                                DMGTA01P
101700     EXIT.                                                        DMGTA01P
101800                                                                  DMGTA01P
101900***************************************************************** DMGTA01P
102000* Close off the branch just reported with its net profit, and   * DMGTA01P
102100* start the next one's at nil                                   * DMGTA01P
102200***************************************************************** DMGTA01P
102300 REPORT-NET-PROFIT.                                               DMGTA01P
102400     IF WS-LAST-LEVEL IS EQUAL TO SPACES                          DMGTA01P
102500        GO TO REPORT-NET-PROFIT-EXIT                              DMGTA01P
102600     END-IF.                                                      DMGTA01P
102700     COMPUTE WS-VARIANCE = WS-NP-YTD - WS-NP-BUDGET.              DMGTA01P
102800     MOVE WS-NP-MONTH TO WS-MONTH-DISP.                           DMGTA01P
102900     MOVE WS-NP-YTD TO WS-YTD-DISP.                               DMGTA01P
103000     MOVE WS-NP-PY-MONTH TO WS-PY-MONTH-DISP.                     DMGTA01P
103100     MOVE WS-NP-PY-YTD TO WS-PY-YTD-DISP.                         DMGTA01P
103200     MOVE WS-NP-BUDGET TO WS-BUDGET-DISP.                         DMGTA01P
103300     MOVE WS-VARIANCE TO WS-VARIANCE-DISP.                        DMGTA01P
103400     MOVE SPACES TO WS-CSV-LINE.                                  DMGTA01P
103500     STRING WS-LAST-BRANCH ',PL,PROFIT,'                          DMGTA01P
103600            WS-MONTH-DISP ',' WS-YTD-DISP ',' WS-PY-MONTH-DISP ','DMGTA01P
103700            WS-PY-YTD-DISP ',' WS-BUDGET-DISP ','                 DMGTA01P
103800            WS-VARIANCE-DISP ','                                  DMGTA01P
103900            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DMGTA01P
104000     PERFORM QUEUE-REPORT-LINE THRU                               DMGTA01P
104100             QUEUE-REPORT-LINE-EXIT.                              DMGTA01P
104200     MOVE ZERO TO WS-NP-MONTH.                                    DMGTA01P
104300     MOVE ZERO TO WS-NP-YTD.                                      DMGTA01P
104400     MOVE ZERO TO WS-NP-PY-MONTH.                                 DMGTA01P
104500     MOVE ZERO TO WS-NP-PY-YTD.                                   DMGTA01P
104600     MOVE ZERO TO WS-NP-BUDGET.                                   DMGTA01P
104700 REPORT-NET-PROFIT-EXIT.                                          DMGTA01P
104800     EXIT.                                                        DMGTA01P
104900                                                                  DMGTA01P
105000***************************************************************** DMGTA01P
105100* Queue one line of the report                                  * DMGTA01P
105200***************************************************************** DMGTA01P
105300 QUEUE-REPORT-LINE.                                               DMGTA01P
105400 COPY CCSVWRQ.                                                    DMGTA01P
105500 QUEUE-REPORT-LINE-EXIT.                                          DMGTA01P
105600     EXIT.                                                        DMGTA01P
