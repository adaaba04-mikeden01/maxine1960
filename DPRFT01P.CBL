000100***************************************************************** DPRFT01P
000200*                                                               * DPRFT01P
000300*  Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.    * DPRFT01P
000400*  This demonstration program is provided for use by users      * DPRFT01P
000500*  of Micro Focus products and may be used, modified and        * DPRFT01P
000600*  distributed as part of your application provided that        * DPRFT01P
000700*  you properly acknowledge the copyright of Micro Focus        * DPRFT01P
000800*  in this material.                                            * DPRFT01P
000900*                                                               * DPRFT01P
001000***************************************************************** DPRFT01P
001100                                                                  DPRFT01P
001200***************************************************************** DPRFT01P
001300* Program:     DPRFT01P.CBL                                     * DPRFT01P
001400* Function:    Monthly customer and product profitability -     * DPRFT01P
001500*              for every account with end-of-day balances in    * DPRFT01P
001600*              the month, the net interest margin of its        * DPRFT01P
001700*              average balance against the BNKRATE funds-       * DPRFT01P
001800*              transfer rate, the fees posted less those        * DPRFT01P
001900*              refunded, the overdraft interest charged and     * DPRFT01P
002000*              the cost of its transactions at the month's      * DPRFT01P
002100*              unit cost per channel; each customer's loans     * DPRFT01P
002200*              priced the same way; the results stored by       * DPRFT01P
002300*              account, customer and household, ranked into     * DPRFT01P
002400*              deciles and reported with roll-ups by account    * DPRFT01P
002500*              type, branch and tier                            * DPRFT01P
002600*              SQL version                                      * DPRFT01P
002700***************************************************************** DPRFT01P
002800                                                                  DPRFT01P
002900 IDENTIFICATION DIVISION.                                         DPRFT01P
003000 PROGRAM-ID.                                                      DPRFT01P
003100     DPRFT01P.                                                    DPRFT01P
003200 DATE-WRITTEN.                                                    DPRFT01P
003300     October 2026.                                                DPRFT01P
003400 DATE-COMPILED.                                                   DPRFT01P
003500     Today.                                                       DPRFT01P
003600                                                                  DPRFT01P
003700 ENVIRONMENT DIVISION.                                            DPRFT01P
003800                                                                  DPRFT01P
003900 DATA DIVISION.                                                   DPRFT01P
004000                                                                  DPRFT01P
004100 WORKING-STORAGE SECTION.                                         DPRFT01P
004200 01  WS-MISC-STORAGE.                                             DPRFT01P
004300   05  WS-PROGRAM-ID                         PIC X(8)             DPRFT01P
004400       VALUE 'DPRFT01P'.                                          DPRFT01P
004500   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DPRFT01P
004600***************************************************************** DPRFT01P
004700* Margins accrue on a 365-day year                              * DPRFT01P
004800***************************************************************** DPRFT01P
004900   05  WS-DAY-BASIS                          PIC 9(3)             DPRFT01P
005000       VALUE 365.                                                 DPRFT01P
005100   05  WS-COUNT-DISP                         PIC Z(6)9.           DPRFT01P
005200   05  WS-AMOUNT-DISP                        PIC -(11)9.99.       DPRFT01P
005300   05  WS-NII-DISP                           PIC -(11)9.99.       DPRFT01P
005400   05  WS-FEES-DISP                          PIC -(11)9.99.       DPRFT01P
005500   05  WS-OD-DISP                            PIC -(11)9.99.       DPRFT01P
005600   05  WS-COST-DISP                          PIC -(11)9.99.       DPRFT01P
005700   05  WS-AVERAGE-DISP                       PIC -(9)9.99.        DPRFT01P
005800   05  WS-UNIT-DISP                          PIC Z(4)9.9(4).      DPRFT01P
005900   05  WS-DECILE-DISP                        PIC Z9.              DPRFT01P
006000   05  WS-REPORT-NAME.                                            DPRFT01P
006100     10  FILLER                              PIC X(13)            DPRFT01P
006200         VALUE 'PROFITABILITY'.                                   DPRFT01P
006300     10  WS-REPORT-MONTH                     PIC X(7).            DPRFT01P
006400                                                                  DPRFT01P
006500***************************************************************** DPRFT01P
006600* What a month of each channel costs to run when BNKCTLV holds  * DPRFT01P
006700* no figure of its own (PRFCSTSC screens, PRFCSTTL telephone)   * DPRFT01P
006800***************************************************************** DPRFT01P
006900 01  WS-PROFIT-DEFAULTS.                                          DPRFT01P
007000   05  WS-DFT-SCREEN-COST                    PIC S9(9)V99 COMP-3  DPRFT01P
007100       VALUE +30000.00.                                           DPRFT01P
007200   05  WS-DFT-PHONE-COST                     PIC S9(9)V99 COMP-3  DPRFT01P
007300       VALUE +12000.00.                                           DPRFT01P
007400                                                                  DPRFT01P
007500 01  WS-CSV-DATA.                                                 DPRFT01P
007600 COPY CCSVD.                                                      DPRFT01P
007700                                                                  DPRFT01P
007800 01  WS-96-COMMAREA.                                              DPRFT01P
007900 COPY CBANKD96.                                                   DPRFT01P
008000                                                                  DPRFT01P
008100   EXEC SQL                                                       DPRFT01P
008200        BEGIN DECLARE SECTION                                     DPRFT01P
008300   END-EXEC.                                                      DPRFT01P
008400 01  WS-COMMAREA.                                                 DPRFT01P
008500     EXEC SQL                                                     DPRFT01P
008600          INCLUDE CPRFTD01                                        DPRFT01P
008700     END-EXEC.                                                    DPRFT01P
008800 01  WS-98-COMMAREA.                                              DPRFT01P
008900     EXEC SQL                                                     DPRFT01P
009000          INCLUDE CBANKD98                                        DPRFT01P
009100     END-EXEC.                                                    DPRFT01P
009200 01  WS-72-COMMAREA.                                              DPRFT01P
009300     EXEC SQL                                                     DPRFT01P
009400          INCLUDE CBANKD72                                        DPRFT01P
009500     END-EXEC.                                                    DPRFT01P
009600 01  DCL-PROFIT-AREAS.                                            DPRFT01P
009700   05  DCL-BAC-PID                           PIC X(5).            DPRFT01P
009800   05  DCL-BAC-ACCNO                         PIC X(9).            DPRFT01P
009900   05  DCL-BAC-ACCTYPE                       PIC X(2).            DPRFT01P
010000   05  DCL-BAC-BRANCH                        PIC X(4).            DPRFT01P
010100   05  DCL-AVG-BALANCE                       PIC S9(9)V99 COMP-3. DPRFT01P
010200   05  DCL-FEES                              PIC S9(9)V99 COMP-3. DPRFT01P
010300   05  DCL-WAIVERS                           PIC S9(9)V99 COMP-3. DPRFT01P
010400   05  DCL-OD-INTEREST                       PIC S9(9)V99 COMP-3. DPRFT01P
010500   05  DCL-TXN-COUNT                         PIC S9(7) COMP-3.    DPRFT01P
010600   05  DCL-LON-ID                            PIC X(6).            DPRFT01P
010700   05  DCL-LON-RATE                          PIC S9V9(6) COMP-3.  DPRFT01P
010800   05  DCL-LON-OUTSTANDING                   PIC S9(9)V99 COMP-3. DPRFT01P
010900   05  DCL-LON-DISB-ACCNO                    PIC X(9).            DPRFT01P
011000   05  DCL-LON-BRANCH                        PIC X(4).            DPRFT01P
011100   05  DCL-LOAN-ACCNO                        PIC X(9).            DPRFT01P
011200   05  DCL-HTI-TIER                          PIC X(1).            DPRFT01P
011300   05  DCL-HOUSEHOLD-PID                     PIC X(5).            DPRFT01P
011400   05  DCL-PFC-PID                           PIC X(5).            DPRFT01P
011500   05  DCL-PFC-HOUSEHOLD-PID                 PIC X(5).            DPRFT01P
011600   05  DCL-PFC-TIER                          PIC X(1).            DPRFT01P
011700   05  DCL-PFC-PROFIT                        PIC S9(11)V99 COMP-3.DPRFT01P
011800   05  DCL-GRP-KEY                           PIC X(4).            DPRFT01P
011900   05  DCL-GRP-COUNT                         PIC S9(7) COMP-3.    DPRFT01P
012000   05  DCL-GRP-NII                           PIC S9(11)V99 COMP-3.DPRFT01P
012100   05  DCL-GRP-FEES                          PIC S9(11)V99 COMP-3.DPRFT01P
012200   05  DCL-GRP-OD                            PIC S9(11)V99 COMP-3.DPRFT01P
012300   05  DCL-GRP-COST                          PIC S9(11)V99 COMP-3.DPRFT01P
012400   05  DCL-GRP-PROFIT                        PIC S9(11)V99 COMP-3.DPRFT01P
012500   05  DCL-ROW-COUNT                         PIC S9(9) COMP-3.    DPRFT01P
012600 01  WS-PROFIT-AREAS.                                             DPRFT01P
012700   05  WS-BUSINESS-DATE                      PIC X(10).           DPRFT01P
012800   05  WS-RUN-TS                             PIC X(26).           DPRFT01P
012900   05  WS-MONTH                              PIC X(7).            DPRFT01P
013000   05  WS-MONTH-FIRST                        PIC X(10).           DPRFT01P
013100   05  WS-PERIOD-FROM                        PIC X(10).           DPRFT01P
013200   05  WS-PERIOD-TO                          PIC X(10).           DPRFT01P
013300   05  WS-DAYS                               PIC S9(3) COMP-3.    DPRFT01P
013400   05  WS-SCREEN-COST                        PIC S9(9)V99 COMP-3. DPRFT01P
013500   05  WS-PHONE-COST                         PIC S9(9)V99 COMP-3. DPRFT01P
013600   05  WS-SCREEN-VOLUME                      PIC S9(9) COMP-3.    DPRFT01P
013700   05  WS-PHONE-VOLUME                       PIC S9(9) COMP-3.    DPRFT01P
013800   05  WS-SCREEN-UNIT                        PIC S9(5)V9(4)       DPRFT01P
013900                                            COMP-3.               DPRFT01P
014000   05  WS-PHONE-UNIT                         PIC S9(5)V9(4)       DPRFT01P
014100                                            COMP-3.               DPRFT01P
014200   05  WS-RATE-TYPE                          PIC X(2).            DPRFT01P
014300   05  WS-RATE-KIND                          PIC X(1).            DPRFT01P
014400   05  WS-RATE-BALANCE                       PIC S9(9)V99 COMP-3. DPRFT01P
014500   05  WS-RATE-FOUND                         PIC X(1).            DPRFT01P
014600   05  WS-RATE                               PIC S9V9(6) COMP-3.  DPRFT01P
014700   05  WS-FTP-RATE                           PIC S9V9(6) COMP-3.  DPRFT01P
014800   05  WS-CUST-RATE                          PIC S9V9(6) COMP-3.  DPRFT01P
014900   05  WS-NII                                PIC S9(9)V99 COMP-3. DPRFT01P
015000   05  WS-TXN-COST                           PIC S9(9)V99 COMP-3. DPRFT01P
015100   05  WS-PROFIT                             PIC S9(9)V99 COMP-3. DPRFT01P
015200   05  WS-LAST-PID                           PIC X(5).            DPRFT01P
015300   05  WS-CUS-ACCOUNTS                       PIC S9(5) COMP-3.    DPRFT01P
015400   05  WS-CUS-NII                            PIC S9(11)V99 COMP-3.DPRFT01P
015500   05  WS-CUS-LOAN-NII                       PIC S9(11)V99 COMP-3.DPRFT01P
015600   05  WS-CUS-FEES                           PIC S9(11)V99 COMP-3.DPRFT01P
015700   05  WS-CUS-WAIVERS                        PIC S9(11)V99 COMP-3.DPRFT01P
015800   05  WS-CUS-OD                             PIC S9(11)V99 COMP-3.DPRFT01P
015900   05  WS-CUS-TXNS                           PIC S9(7) COMP-3.    DPRFT01P
016000   05  WS-CUS-COST                           PIC S9(11)V99 COMP-3.DPRFT01P
016100   05  WS-CUS-PROFIT                         PIC S9(11)V99 COMP-3.DPRFT01P
016200   05  WS-RANK                               PIC S9(7) COMP-3.    DPRFT01P
016300   05  WS-DECILE                             PIC 9(2).            DPRFT01P
016400   05  WS-ROLLUP-LABEL                       PIC X(6).            DPRFT01P
016500   05  WS-AVERAGE                            PIC S9(9)V99 COMP-3. DPRFT01P
016600                                                                  DPRFT01P
016700     EXEC SQL                                                     DPRFT01P
016800          INCLUDE SQLCA                                           DPRFT01P
016900     END-EXEC.                                                    DPRFT01P
017000                                                                  DPRFT01P
017100 COPY CABENDD.                                                    DPRFT01P
017200   EXEC SQL                                                       DPRFT01P
017300        END DECLARE SECTION                                       DPRFT01P
017400   END-EXEC.                                                      DPRFT01P
017500                                                                  DPRFT01P
017600 LINKAGE SECTION.                                                 DPRFT01P
017700 01  DFHCOMMAREA.                                                 DPRFT01P
017800   05  LK-COMMAREA                           PIC X(1)             DPRFT01P
017900       OCCURS 1 TO 6144 TIMES                                     DPRFT01P
018000         DEPENDING ON WS-COMMAREA-LENGTH.                         DPRFT01P
018100                                                                  DPRFT01P
018200 COPY CENTRY.                                                     DPRFT01P
018300***************************************************************** DPRFT01P
018400* Move the passed area to our area                              * DPRFT01P
018500***************************************************************** DPRFT01P
018600     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DPRFT01P
018700     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DPRFT01P
018800                                                                  DPRFT01P
018900***************************************************************** DPRFT01P
019000* Initialize our output area                                    * DPRFT01P
019100***************************************************************** DPRFT01P
019200     INITIALIZE CPF1O-DATA.                                       DPRFT01P
019300     SET CPF1O-REQUEST-FAIL TO TRUE.                              DPRFT01P
019400                                                                  DPRFT01P
019500     INITIALIZE CD98-DATA.                                        DPRFT01P
019600     SET CD98I-READ-BUSINESS-DATE TO TRUE.                        DPRFT01P
019700 COPY CBANKX98.                                                   DPRFT01P
019800     IF NOT CD98O-REQUEST-OK                                      DPRFT01P
019900        MOVE CD98O-MSG TO CPF1O-MSG                               DPRFT01P
020000        GO TO DPRFT01P-EXIT                                       DPRFT01P
020100     END-IF.                                                      DPRFT01P
020200     MOVE CD98O-DATE TO WS-BUSINESS-DATE.                         DPRFT01P
020300                                                                  DPRFT01P
020400     EVALUATE TRUE                                                DPRFT01P
020500       WHEN CPF1I-MONTHLY-RUN                                     DPRFT01P
020600         PERFORM MONTHLY-RUN THRU                                 DPRFT01P
020700                 MONTHLY-RUN-EXIT                                 DPRFT01P
020800       WHEN OTHER                                                 DPRFT01P
020900         MOVE 'Unknown profitability function requested'          DPRFT01P
021000           TO CPF1O-MSG                                           DPRFT01P
021100     END-EVALUATE.                                                DPRFT01P
021200                                                                  DPRFT01P
021300 DPRFT01P-EXIT.                                                   DPRFT01P
021400***************************************************************** DPRFT01P
021500* Move the result back to the callers area                      * DPRFT01P
021600***************************************************************** DPRFT01P
021700     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DPRFT01P
021800                                                                  DPRFT01P
021900***************************************************************** DPRFT01P
022000* Return to our caller                                          * DPRFT01P
022100***************************************************************** DPRFT01P
022200 COPY CRETURN.                                                    DPRFT01P
022300                                                                  DPRFT01P
022400***************************************************************** DPRFT01P
022500* The monthly run. Left to itself it works the month before     * DPRFT01P
022600* the business date and only once - a second run in the same    * DPRFT01P
022700* month finds the results already held and leaves them be. A    * DPRFT01P
022800* month named by the caller is worked afresh, replacing any     * DPRFT01P
022900* results already held for it                                   * DPRFT01P
023000***************************************************************** DPRFT01P
023100 MONTHLY-RUN.                                                     DPRFT01P
023200     EXEC SQL                                                     DPRFT01P
023300          SET :WS-RUN-TS = CURRENT TIMESTAMP                      DPRFT01P
023400     END-EXEC.                                                    DPRFT01P
023500     IF CPF1I-MONTH IS EQUAL TO SPACES                            DPRFT01P
023600        MOVE SPACES TO WS-MONTH-FIRST                             DPRFT01P
023700        STRING WS-BUSINESS-DATE (1:7) '-01'                       DPRFT01P
023800               DELIMITED BY SIZE INTO WS-MONTH-FIRST              DPRFT01P
023900        EXEC SQL                                                  DPRFT01P
024000             SET :WS-PERIOD-FROM =                                DPRFT01P
024100                 CHAR(DATE(:WS-MONTH-FIRST) - 1 MONTH, ISO)       DPRFT01P
024200        END-EXEC                                                  DPRFT01P
024300     ELSE                                                         DPRFT01P
024400        MOVE SPACES TO WS-MONTH-FIRST                             DPRFT01P
024500        STRING CPF1I-MONTH '-01'                                  DPRFT01P
024600               DELIMITED BY SIZE INTO WS-MONTH-FIRST              DPRFT01P
024700        EXEC SQL                                                  DPRFT01P
024800             SET :WS-PERIOD-FROM =                                DPRFT01P
024900                 CHAR(DATE(:WS-MONTH-FIRST), ISO)                 DPRFT01P
025000        END-EXEC                                                  DPRFT01P
025100     END-IF.                                                      DPRFT01P
025200     IF SQLCODE IS NOT EQUAL TO ZERO                              DPRFT01P
025300        MOVE 'The month to work must be given as yyyy-mm'         DPRFT01P
025400          TO CPF1O-MSG                                            DPRFT01P
025500        GO TO MONTHLY-RUN-EXIT                                    DPRFT01P
025600     END-IF.                                                      DPRFT01P
025700     EXEC SQL                                                     DPRFT01P
025800          SET :WS-PERIOD-TO =                                     DPRFT01P
025900              CHAR(DATE(:WS-PERIOD-FROM) + 1 MONTH - 1 DAY, ISO)  DPRFT01P
026000     END-EXEC.                                                    DPRFT01P
026100     EXEC SQL                                                     DPRFT01P
026200          SET :WS-DAYS = DAYS(DATE(:WS-PERIOD-TO)) -              DPRFT01P
026300                         DAYS(DATE(:WS-PERIOD-FROM)) + 1          DPRFT01P
026400     END-EXEC.                                                    DPRFT01P
026500     MOVE WS-PERIOD-FROM (1:7) TO WS-MONTH.                       DPRFT01P
026600     MOVE WS-MONTH TO CPF1O-MONTH.                                DPRFT01P
026700     EXEC SQL                                                     DPRFT01P
026800          SELECT COUNT(*)                                         DPRFT01P
026900          INTO :DCL-ROW-COUNT                                     DPRFT01P
027000          FROM BNKPRFC                                            DPRFT01P
027100          WHERE PFC_MONTH = :WS-MONTH                             DPRFT01P
027200     END-EXEC.                                                    DPRFT01P
027300     IF SQLCODE IS NOT EQUAL TO ZERO                              DPRFT01P
027400        MOVE 'Unable to read the customer profitability'          DPRFT01P
027500          TO CPF1O-MSG                                            DPRFT01P
027600        GO TO MONTHLY-RUN-EXIT                                    DPRFT01P
027700     END-IF.                                                      DPRFT01P
027800     IF DCL-ROW-COUNT IS GREATER THAN ZERO AND                    DPRFT01P
027900        CPF1I-MONTH IS EQUAL TO SPACES                            DPRFT01P
028000        SET CPF1O-REQUEST-OK TO TRUE                              DPRFT01P
028100        MOVE 'Profitability already worked for the month'         DPRFT01P
028200          TO CPF1O-MSG                                            DPRFT01P
028300        GO TO MONTHLY-RUN-EXIT                                    DPRFT01P
028400     END-IF.                                                      DPRFT01P
028500     PERFORM CLEAR-MONTH THRU                                     DPRFT01P
028600             CLEAR-MONTH-EXIT.                                    DPRFT01P
028700     IF CPF1O-MSG IS NOT EQUAL TO SPACES                          DPRFT01P
028800        GO TO MONTHLY-RUN-EXIT                                    DPRFT01P
028900     END-IF.                                                      DPRFT01P
029000     MOVE SPACES TO WS-CSV-LINE.                                  DPRFT01P
029100     STRING 'PROFITABILITY,' WS-MONTH ',' WS-PERIOD-FROM ','      DPRFT01P
029200            WS-PERIOD-TO                                          DPRFT01P
029300            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DPRFT01P
029400     PERFORM QUEUE-REPORT-LINE THRU                               DPRFT01P
029500             QUEUE-REPORT-LINE-EXIT.                              DPRFT01P
029600     PERFORM CHANNEL-COSTS THRU                                   DPRFT01P
029700             CHANNEL-COSTS-EXIT.                                  DPRFT01P
029800     IF CPF1O-MSG IS NOT EQUAL TO SPACES                          DPRFT01P
029900        GO TO MONTHLY-RUN-EXIT                                    DPRFT01P
030000     END-IF.                                                      DPRFT01P
030100     PERFORM PRICE-ACCOUNTS THRU                                  DPRFT01P
030200             PRICE-ACCOUNTS-EXIT.                                 DPRFT01P
030300     IF CPF1O-MSG IS NOT EQUAL TO SPACES                          DPRFT01P
030400        GO TO MONTHLY-RUN-EXIT                                    DPRFT01P
030500     END-IF.                                                      DPRFT01P
030600     PERFORM BUILD-HOUSEHOLDS THRU                                DPRFT01P
030700             BUILD-HOUSEHOLDS-EXIT.                               DPRFT01P
030800     IF CPF1O-MSG IS NOT EQUAL TO SPACES                          DPRFT01P
030900        GO TO MONTHLY-RUN-EXIT                                    DPRFT01P
031000     END-IF.                                                      DPRFT01P
031100     PERFORM REPORT-ROLLUPS THRU                                  DPRFT01P
031200             REPORT-ROLLUPS-EXIT.                                 DPRFT01P
031300     IF CPF1O-MSG IS NOT EQUAL TO SPACES                          DPRFT01P
031400        GO TO MONTHLY-RUN-EXIT                                    DPRFT01P
031500     END-IF.                                                      DPRFT01P
031600     PERFORM ASSIGN-DECILES THRU                                  DPRFT01P
031700             ASSIGN-DECILES-EXIT.                                 DPRFT01P
031800     IF CPF1O-MSG IS NOT EQUAL TO SPACES                          DPRFT01P
031900        GO TO MONTHLY-RUN-EXIT                                    DPRFT01P
032000     END-IF.                                                      DPRFT01P
032100     INITIALIZE CD96-DATA.                                        DPRFT01P
032200     SET CD96I-CAPTURE-REPORT TO TRUE.                            DPRFT01P
032300     MOVE WS-PROGRAM-ID TO CD96I-JOB.                             DPRFT01P
032400     MOVE WS-MONTH TO WS-REPORT-MONTH.                            DPRFT01P
032500     MOVE WS-REPORT-NAME TO CD96I-REPORT-NAME.                    DPRFT01P
032600     MOVE 'CSVQ' TO CD96I-QUEUE.                                  DPRFT01P
032700     MOVE 90 TO CD96I-RETAIN-DAYS.                                DPRFT01P
032800 COPY CBANKX96.                                                   DPRFT01P
032900     IF NOT CD96O-REQUEST-OK                                      DPRFT01P
033000        MOVE CD96O-MSG TO CPF1O-MSG                               DPRFT01P
033100        GO TO MONTHLY-RUN-EXIT                                    DPRFT01P
033200     END-IF.                                                      DPRFT01P
033300     SET CPF1O-REQUEST-OK TO TRUE.                                DPRFT01P
033400     IF CPF1O-CUSTOMERS IS EQUAL TO ZERO                          DPRFT01P
033500        MOVE 'No account balances held for the month'             DPRFT01P
033600          TO CPF1O-MSG                                            DPRFT01P
033700     ELSE                                                         DPRFT01P
033800        MOVE 'Profitability worked and reported' TO CPF1O-MSG     DPRFT01P
033900     END-IF.                                                      DPRFT01P
034000 MONTHLY-RUN-EXIT.                                                DPRFT01P
034100     EXIT.                                                        DPRFT01P
034200                                                                  DPRFT01P
034300***************************************************************** DPRFT01P
034400* Clear a month's results before it is worked afresh            * DPRFT01P
034500***************************************************************** DPRFT01P
034600 CLEAR-MONTH.                                                     DPRFT01P
034700     EXEC SQL                                                     DPRFT01P
034800          DELETE                                                  DPRFT01P
034900          FROM BNKPRFA                                            DPRFT01P
035000          WHERE PFA_MONTH = :WS-MONTH                             DPRFT01P
035100     END-EXEC.                                                    DPRFT01P
035200     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DPRFT01P
035300        SQLCODE IS NOT EQUAL TO +100                              DPRFT01P
035400        MOVE 'Unable to clear the account profitability'          DPRFT01P
035500          TO CPF1O-MSG                                            DPRFT01P
035600        GO TO CLEAR-MONTH-EXIT                                    DPRFT01P
035700     END-IF.                                                      DPRFT01P
035800     EXEC SQL                                                     DPRFT01P
035900          DELETE                                                  DPRFT01P
036000          FROM BNKPRFC                                            DPRFT01P
036100          WHERE PFC_MONTH = :WS-MONTH                             DPRFT01P
036200     END-EXEC.                                                    DPRFT01P
036300     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DPRFT01P
036400        SQLCODE IS NOT EQUAL TO +100                              DPRFT01P
036500        MOVE 'Unable to clear the customer profitability'         DPRFT01P
036600          TO CPF1O-MSG                                            DPRFT01P
036700        GO TO CLEAR-MONTH-EXIT                                    DPRFT01P
036800     END-IF.                                                      DPRFT01P
036900     EXEC SQL                                                     DPRFT01P
037000          DELETE                                                  DPRFT01P
037100          FROM BNKPRFH                                            DPRFT01P
037200          WHERE PFH_MONTH = :WS-MONTH                             DPRFT01P
037300     END-EXEC.                                                    DPRFT01P
037400     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DPRFT01P
037500        SQLCODE IS NOT EQUAL TO +100                              DPRFT01P
037600        MOVE 'Unable to clear the household profitability'        DPRFT01P
037700          TO CPF1O-MSG                                            DPRFT01P
037800     END-IF.                                                      DPRFT01P
037900 CLEAR-MONTH-EXIT.                                                DPRFT01P
038000     EXIT.                                                        DPRFT01P
038100                                                                  DPRFT01P
038200***************************************************************** DPRFT01P
038300* The month's unit cost per transaction by channel - what the   * DPRFT01P
038400* channel cost to run over the month divided by the screen      * DPRFT01P
038500* interactions BNKRTST timed through it. The telephone banking  * DPRFT01P
038600* transactions run under the TBANK screens, everything else     * DPRFT01P
038700* is the screen channel                                         * DPRFT01P
038800***************************************************************** DPRFT01P
038900 CHANNEL-COSTS.                                                   DPRFT01P
039000     MOVE WS-DFT-SCREEN-COST TO WS-SCREEN-COST.                   DPRFT01P
039100     MOVE WS-DFT-PHONE-COST TO WS-PHONE-COST.                     DPRFT01P
039200     EXEC SQL                                                     DPRFT01P
039300          SELECT CTL_VALUE                                        DPRFT01P
039400          INTO :WS-SCREEN-COST                                    DPRFT01P
039500          FROM BNKCTLV                                            DPRFT01P
039600          WHERE CTL_ID = 'PRFCSTSC'                               DPRFT01P
039700     END-EXEC.                                                    DPRFT01P
039800     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DPRFT01P
039900        SQLCODE IS NOT EQUAL TO +100                              DPRFT01P
040000        MOVE 'Unable to read the channel cost controls'           DPRFT01P
040100          TO CPF1O-MSG                                            DPRFT01P
040200        GO TO CHANNEL-COSTS-EXIT                                  DPRFT01P
040300     END-IF.                                                      DPRFT01P
040400     EXEC SQL                                                     DPRFT01P
040500          SELECT CTL_VALUE                                        DPRFT01P
040600          INTO :WS-PHONE-COST                                     DPRFT01P
040700          FROM BNKCTLV                                            DPRFT01P
040800          WHERE CTL_ID = 'PRFCSTTL'                               DPRFT01P
040900     END-EXEC.                                                    DPRFT01P
041000     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DPRFT01P
041100        SQLCODE IS NOT EQUAL TO +100                              DPRFT01P
041200        MOVE 'Unable to read the channel cost controls'           DPRFT01P
041300          TO CPF1O-MSG                                            DPRFT01P
041400        GO TO CHANNEL-COSTS-EXIT                                  DPRFT01P
041500     END-IF.                                                      DPRFT01P
041600     EXEC SQL                                                     DPRFT01P
041700          SELECT VALUE(SUM(CASE WHEN RTS_SCREEN LIKE 'TBANK%'     DPRFT01P
041800                                THEN 0                            DPRFT01P
041900                                ELSE 1 END), 0),                  DPRFT01P
042000                 VALUE(SUM(CASE WHEN RTS_SCREEN LIKE 'TBANK%'     DPRFT01P
042100                                THEN 1                            DPRFT01P
042200                                ELSE 0 END), 0)                   DPRFT01P
042300          INTO :WS-SCREEN-VOLUME,                                 DPRFT01P
042400               :WS-PHONE-VOLUME                                   DPRFT01P
042500          FROM BNKRTST                                            DPRFT01P
042600          WHERE RTS_DATE BETWEEN :WS-PERIOD-FROM AND              DPRFT01P
042700                                 :WS-PERIOD-TO                    DPRFT01P
042800     END-EXEC.                                                    DPRFT01P
042900     IF SQLCODE IS NOT EQUAL TO ZERO                              DPRFT01P
043000        MOVE 'Unable to read the response-time volumes'           DPRFT01P
043100          TO CPF1O-MSG                                            DPRFT01P
043200        GO TO CHANNEL-COSTS-EXIT                                  DPRFT01P
043300     END-IF.                                                      DPRFT01P
043400     MOVE ZERO TO WS-SCREEN-UNIT.                                 DPRFT01P
043500     IF WS-SCREEN-VOLUME IS GREATER THAN ZERO                     DPRFT01P
043600        COMPUTE WS-SCREEN-UNIT ROUNDED =                          DPRFT01P
043700                WS-SCREEN-COST / WS-SCREEN-VOLUME                 DPRFT01P
043800     END-IF.                                                      DPRFT01P
043900     MOVE ZERO TO WS-PHONE-UNIT.                                  DPRFT01P
044000     IF WS-PHONE-VOLUME IS GREATER THAN ZERO                      DPRFT01P
044100        COMPUTE WS-PHONE-UNIT ROUNDED =                           DPRFT01P
044200                WS-PHONE-COST / WS-PHONE-VOLUME                   DPRFT01P
044300     END-IF.                                                      DPRFT01P
044400     MOVE SPACES TO WS-CSV-LINE.                                  DPRFT01P
044500     STRING 'CHANNEL,VOLUME,MONTH COST,UNIT COST'                 DPRFT01P
044600            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DPRFT01P
044700     PERFORM QUEUE-REPORT-LINE THRU                               DPRFT01P
044800             QUEUE-REPORT-LINE-EXIT.                              DPRFT01P
044900     MOVE WS-SCREEN-VOLUME TO WS-COUNT-DISP.                      DPRFT01P
045000     MOVE WS-SCREEN-COST TO WS-AMOUNT-DISP.                       DPRFT01P
045100     MOVE WS-SCREEN-UNIT TO WS-UNIT-DISP.                         DPRFT01P
045200     MOVE SPACES TO WS-CSV-LINE.                                  DPRFT01P
045300     STRING 'SCREEN,' WS-COUNT-DISP ',' WS-AMOUNT-DISP ','        DPRFT01P
045400            WS-UNIT-DISP                                          DPRFT01P
045500            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DPRFT01P
045600     PERFORM QUEUE-REPORT-LINE THRU                               DPRFT01P
045700             QUEUE-REPORT-LINE-EXIT.                              DPRFT01P
045800     MOVE WS-PHONE-VOLUME TO WS-COUNT-DISP.                       DPRFT01P
045900     MOVE WS-PHONE-COST TO WS-AMOUNT-DISP.                        DPRFT01P
046000     MOVE WS-PHONE-UNIT TO WS-UNIT-DISP.                          DPRFT01P
046100     MOVE SPACES TO WS-CSV-LINE.                                  DPRFT01P
046200     STRING 'TELEPHONE,' WS-COUNT-DISP ',' WS-AMOUNT-DISP ','     DPRFT01P
046300            WS-UNIT-DISP                                          DPRFT01P
046400            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DPRFT01P
046500     PERFORM QUEUE-REPORT-LINE THRU                               DPRFT01P
046600             QUEUE-REPORT-LINE-EXIT.                              DPRFT01P
046700 CHANNEL-COSTS-EXIT.                                              DPRFT01P
046800     EXIT.                                                        DPRFT01P
046900                                                                  DPRFT01P
047000***************************************************************** DPRFT01P
047100* Every account with end-of-day balances in the month, in       * DPRFT01P
047200* customer order so each customer's totals break as the PID     * DPRFT01P
047300* changes                                                       * DPRFT01P
047400***************************************************************** DPRFT01P
047500 PRICE-ACCOUNTS.                                                  DPRFT01P
047600     MOVE SPACES TO WS-LAST-PID.                                  DPRFT01P
047700     EXEC SQL                                                     DPRFT01P
047800          DECLARE ACC_CSR CURSOR FOR                              DPRFT01P
047900          SELECT BAC.BAC_PID,                                     DPRFT01P
048000                 BAC.BAC_ACCNO,                                   DPRFT01P
048100                 BAC.BAC_ACCTYPE,                                 DPRFT01P
048200                 VALUE(BAC.BAC_BRANCH, ' '),                      DPRFT01P
048300                 AVG(EOD.EOD_BALANCE)                             DPRFT01P
048400          FROM BNKACC BAC,                                        DPRFT01P
048500               BNKEODB EOD                                        DPRFT01P
048600          WHERE EOD.EOD_ACCNO = BAC.BAC_ACCNO AND                 DPRFT01P
048700                EOD.EOD_DATE BETWEEN :WS-PERIOD-FROM AND          DPRFT01P
048800                                     :WS-PERIOD-TO                DPRFT01P
048900          GROUP BY BAC.BAC_PID,                                   DPRFT01P
049000                   BAC.BAC_ACCNO,                                 DPRFT01P
049100                   BAC.BAC_ACCTYPE,                               DPRFT01P
049200                   BAC.BAC_BRANCH                                 DPRFT01P
049300          ORDER BY BAC.BAC_PID,                                   DPRFT01P
049400                   BAC.BAC_ACCNO                                  DPRFT01P
049500          FOR FETCH ONLY                                          DPRFT01P
049600     END-EXEC.                                                    DPRFT01P
049700     EXEC SQL                                                     DPRFT01P
049800          OPEN ACC_CSR                                            DPRFT01P
049900     END-EXEC.                                                    DPRFT01P
050000     IF SQLCODE IS NOT EQUAL TO ZERO                              DPRFT01P
050100        MOVE 'Unable to read the month''s account balances'       DPRFT01P
050200          TO CPF1O-MSG                                            DPRFT01P
050300        GO TO PRICE-ACCOUNTS-EXIT                                 DPRFT01P
050400     END-IF.                                                      DPRFT01P
050500 ACC-LOOP.                                                        DPRFT01P
050600     EXEC SQL                                                     DPRFT01P
050700          FETCH ACC_CSR                                           DPRFT01P
050800          INTO :DCL-BAC-PID,                                      DPRFT01P
050900               :DCL-BAC-ACCNO,                                    DPRFT01P
051000               :DCL-BAC-ACCTYPE,                                  DPRFT01P
051100               :DCL-BAC-BRANCH,                                   DPRFT01P
051200               :DCL-AVG-BALANCE                                   DPRFT01P
051300     END-EXEC.                                                    DPRFT01P
051400     IF SQLCODE IS EQUAL TO +100                                  DPRFT01P
051500        GO TO ACC-LOOP-EXIT                                       DPRFT01P
051600     END-IF.                                                      DPRFT01P
051700     IF SQLCODE IS NOT EQUAL TO ZERO                              DPRFT01P
051800        MOVE 'Unable to read the month''s account balances'       DPRFT01P
051900          TO CPF1O-MSG                                            DPRFT01P
052000        GO TO ACC-LOOP-EXIT                                       DPRFT01P
052100     END-IF.                                                      DPRFT01P
052200     IF DCL-BAC-PID IS NOT EQUAL TO WS-LAST-PID                   DPRFT01P
052300        IF WS-LAST-PID IS NOT EQUAL TO SPACES                     DPRFT01P
052400           PERFORM FINISH-CUSTOMER THRU                           DPRFT01P
052500                   FINISH-CUSTOMER-EXIT                           DPRFT01P
052600           IF CPF1O-MSG IS NOT EQUAL TO SPACES                    DPRFT01P
052700              GO TO ACC-LOOP-EXIT                                 DPRFT01P
052800           END-IF                                                 DPRFT01P
052900        END-IF                                                    DPRFT01P
053000        MOVE DCL-BAC-PID TO WS-LAST-PID                           DPRFT01P
053100        MOVE ZERO TO WS-CUS-ACCOUNTS                              DPRFT01P
053200        MOVE ZERO TO WS-CUS-NII                                   DPRFT01P
053300        MOVE ZERO TO WS-CUS-LOAN-NII                              DPRFT01P
053400        MOVE ZERO TO WS-CUS-FEES                                  DPRFT01P
053500        MOVE ZERO TO WS-CUS-WAIVERS                               DPRFT01P
053600        MOVE ZERO TO WS-CUS-OD                                    DPRFT01P
053700        MOVE ZERO TO WS-CUS-TXNS                                  DPRFT01P
053800        MOVE ZERO TO WS-CUS-COST                                  DPRFT01P
053900        MOVE ZERO TO WS-CUS-PROFIT                                DPRFT01P
054000     END-IF.                                                      DPRFT01P
054100     PERFORM PRICE-ACCOUNT THRU                                   DPRFT01P
054200             PRICE-ACCOUNT-EXIT.                                  DPRFT01P
054300     IF CPF1O-MSG IS NOT EQUAL TO SPACES                          DPRFT01P
054400        GO TO ACC-LOOP-EXIT                                       DPRFT01P
054500     END-IF.                                                      DPRFT01P
054600     GO TO ACC-LOOP.                                              DPRFT01P
054700 ACC-LOOP-EXIT.                                                   DPRFT01P
054800     EXEC SQL                                                     DPRFT01P
054900          CLOSE ACC_CSR                                           DPRFT01P
055000     END-EXEC.                                                    DPRFT01P
055100     IF CPF1O-MSG IS NOT EQUAL TO SPACES                          DPRFT01P
055200        GO TO PRICE-ACCOUNTS-EXIT                                 DPRFT01P
055300     END-IF.                                                      DPRFT01P
055400     IF WS-LAST-PID IS NOT EQUAL TO SPACES                        DPRFT01P
055500        PERFORM FINISH-CUSTOMER THRU                              DPRFT01P
055600                FINISH-CUSTOMER-EXIT                              DPRFT01P
055700     END-IF.                                                      DPRFT01P
055800 PRICE-ACCOUNTS-EXIT.                                             DPRFT01P
055900     EXIT.                                                        DPRFT01P
056000                                                                  DPRFT01P
056100***************************************************************** DPRFT01P
056200* One account's month. A credit balance earns the bank the      * DPRFT01P
056300* funds-transfer rate less the customer rate it pays; an        * DPRFT01P
056400* overdrawn balance is funded at the funds-transfer rate, its   * DPRFT01P
056500* overdraft interest showing separately. Charges are picked     * DPRFT01P
056600* out by the wording the charge job stamps - the same match     * DPRFT01P
056700* the ledger sweep uses - and every other movement the          * DPRFT01P
056800* customer made is costed at the screen channel's unit cost     * DPRFT01P
056900***************************************************************** DPRFT01P
057000 PRICE-ACCOUNT.                                                   DPRFT01P
057100     MOVE DCL-BAC-ACCTYPE TO WS-RATE-TYPE.                        DPRFT01P
057200     MOVE 'T' TO WS-RATE-KIND.                                    DPRFT01P
057300     MOVE DCL-AVG-BALANCE TO WS-RATE-BALANCE.                     DPRFT01P
057400     PERFORM READ-RATE THRU                                       DPRFT01P
057500             READ-RATE-EXIT.                                      DPRFT01P
057600     IF CPF1O-MSG IS NOT EQUAL TO SPACES                          DPRFT01P
057700        GO TO PRICE-ACCOUNT-EXIT                                  DPRFT01P
057800     END-IF.                                                      DPRFT01P
057900     IF WS-RATE-FOUND IS NOT EQUAL TO 'Y'                         DPRFT01P
058000        MOVE SPACES TO CPF1O-MSG                                  DPRFT01P
058100        STRING 'No funds-transfer rate held for account type '    DPRFT01P
058200               DCL-BAC-ACCTYPE                                    DPRFT01P
058300               DELIMITED BY SIZE INTO CPF1O-MSG                   DPRFT01P
058400        GO TO PRICE-ACCOUNT-EXIT                                  DPRFT01P
058500     END-IF.                                                      DPRFT01P
058600     MOVE WS-RATE TO WS-FTP-RATE.                                 DPRFT01P
058700     MOVE ZERO TO WS-CUST-RATE.                                   DPRFT01P
058800     IF DCL-AVG-BALANCE IS GREATER THAN ZERO                      DPRFT01P
058900        MOVE 'I' TO WS-RATE-KIND                                  DPRFT01P
059000        PERFORM READ-RATE THRU                                    DPRFT01P
059100                READ-RATE-EXIT                                    DPRFT01P
059200        IF CPF1O-MSG IS NOT EQUAL TO SPACES                       DPRFT01P
059300           GO TO PRICE-ACCOUNT-EXIT                               DPRFT01P
059400        END-IF                                                    DPRFT01P
059500        MOVE WS-RATE TO WS-CUST-RATE                              DPRFT01P
059600     END-IF.                                                      DPRFT01P
059700     COMPUTE WS-NII ROUNDED =                                     DPRFT01P
059800             DCL-AVG-BALANCE * (WS-FTP-RATE - WS-CUST-RATE) *     DPRFT01P
059900             WS-DAYS / WS-DAY-BASIS.                              DPRFT01P
060000     EXEC SQL                                                     DPRFT01P
060100          SELECT VALUE(SUM(CASE                                   DPRFT01P
060200                 WHEN BTX_TYPE = '1' AND BTX_SUB_TYPE = '1' AND   DPRFT01P
060300                      SUBSTR(BTX_DATA_OLD, 1, 22) =               DPRFT01P
060400                      'Monthly service charge'                    DPRFT01P
060500                 THEN ABS(BTX_AMOUNT)                             DPRFT01P
060600                 WHEN BTX_TYPE = '3' AND BTX_SUB_TYPE = '8'       DPRFT01P
060700                 THEN ABS(BTX_AMOUNT)                             DPRFT01P
060800                 WHEN BTX_TYPE = '4' AND BTX_SUB_TYPE = 'F'       DPRFT01P
060900                 THEN ABS(BTX_AMOUNT)                             DPRFT01P
061000                 ELSE 0 END), 0),                                 DPRFT01P
061100                 VALUE(SUM(CASE                                   DPRFT01P
061200                 WHEN BTX_TYPE = '1' AND BTX_SUB_TYPE = '2' AND   DPRFT01P
061300                      SUBSTR(BTX_DATA_OLD, 1, 21) =               DPRFT01P
061400                      'Service charge refund'                     DPRFT01P
061500                 THEN ABS(BTX_AMOUNT)                             DPRFT01P
061600                 ELSE 0 END), 0),                                 DPRFT01P
061700                 VALUE(SUM(CASE                                   DPRFT01P
061800                 WHEN BTX_TYPE = '7' AND BTX_SUB_TYPE = '1'       DPRFT01P
061900                 THEN ABS(BTX_AMOUNT)                             DPRFT01P
062000                 ELSE 0 END), 0),                                 DPRFT01P
062100                 VALUE(SUM(CASE                                   DPRFT01P
062200                 WHEN BTX_TYPE = '1' AND BTX_SUB_TYPE = '1' AND   DPRFT01P
062300                      SUBSTR(BTX_DATA_OLD, 1, 22) =               DPRFT01P
062400                      'Monthly service charge'                    DPRFT01P
062500                 THEN 0                                           DPRFT01P
062600                 WHEN BTX_TYPE = '1' AND BTX_SUB_TYPE = '1'       DPRFT01P
062700                 THEN 1                                           DPRFT01P
062800                 WHEN BTX_TYPE = '3' AND BTX_SUB_TYPE <> '8'      DPRFT01P
062900                 THEN 1                                           DPRFT01P
063000                 WHEN BTX_TYPE = '4' AND BTX_SUB_TYPE <> 'F'      DPRFT01P
063100                 THEN 1                                           DPRFT01P
063200                 WHEN BTX_TYPE IN ('5', '6')                      DPRFT01P
063300                 THEN 1                                           DPRFT01P
063400                 ELSE 0 END), 0)                                  DPRFT01P
063500          INTO :DCL-FEES,                                         DPRFT01P
063600               :DCL-WAIVERS,                                      DPRFT01P
063700               :DCL-OD-INTEREST,                                  DPRFT01P
063800               :DCL-TXN-COUNT                                     DPRFT01P
063900          FROM BNKTXN                                             DPRFT01P
064000          WHERE BTX_ACCNO = :DCL-BAC-ACCNO AND                    DPRFT01P
064100                DATE(BTX_TIMESTAMP) BETWEEN :WS-PERIOD-FROM AND   DPRFT01P
064200                                            :WS-PERIOD-TO         DPRFT01P
064300     END-EXEC.                                                    DPRFT01P
064400     IF SQLCODE IS NOT EQUAL TO ZERO                              DPRFT01P
064500        MOVE 'Unable to read the month''s transactions'           DPRFT01P
064600          TO CPF1O-MSG                                            DPRFT01P
064700        GO TO PRICE-ACCOUNT-EXIT                                  DPRFT01P
064800     END-IF.                                                      DPRFT01P
064900     COMPUTE WS-TXN-COST ROUNDED =                                DPRFT01P
065000             DCL-TXN-COUNT * WS-SCREEN-UNIT.                      DPRFT01P
065100     COMPUTE WS-PROFIT =                                          DPRFT01P
065200             WS-NII + DCL-FEES - DCL-WAIVERS + DCL-OD-INTEREST -  DPRFT01P
065300             WS-TXN-COST.                                         DPRFT01P
065400     EXEC SQL                                                     DPRFT01P
065500          INSERT                                                  DPRFT01P
065600          INTO BNKPRFA (PFA_MONTH,                                DPRFT01P
065700                        PFA_ACCNO,                                DPRFT01P
065800                        PFA_PID,                                  DPRFT01P
065900                        PFA_ACCTYPE,                              DPRFT01P
066000                        PFA_BRANCH,                               DPRFT01P
066100                        PFA_AVG_BALANCE,                          DPRFT01P
066200                        PFA_FTP_RATE,                             DPRFT01P
066300                        PFA_CUST_RATE,                            DPRFT01P
066400                        PFA_NII,                                  DPRFT01P
066500                        PFA_FEES,                                 DPRFT01P
066600                        PFA_WAIVERS,                              DPRFT01P
066700                        PFA_OD_INTEREST,                          DPRFT01P
066800                        PFA_TXN_COUNT,                            DPRFT01P
066900                        PFA_TXN_COST,                             DPRFT01P
067000                        PFA_PROFIT)                               DPRFT01P
067100          VALUES (:WS-MONTH,                                      DPRFT01P
067200                  :DCL-BAC-ACCNO,                                 DPRFT01P
067300                  :DCL-BAC-PID,                                   DPRFT01P
067400                  :DCL-BAC-ACCTYPE,                               DPRFT01P
067500                  :DCL-BAC-BRANCH,                                DPRFT01P
067600                  :DCL-AVG-BALANCE,                               DPRFT01P
067700                  :WS-FTP-RATE,                                   DPRFT01P
067800                  :WS-CUST-RATE,                                  DPRFT01P
067900                  :WS-NII,                                        DPRFT01P
068000                  :DCL-FEES,                                      DPRFT01P
068100                  :DCL-WAIVERS,                                   DPRFT01P
068200                  :DCL-OD-INTEREST,                               DPRFT01P
068300                  :DCL-TXN-COUNT,                                 DPRFT01P
068400                  :WS-TXN-COST,                                   DPRFT01P
068500                  :WS-PROFIT)                                     DPRFT01P
068600     END-EXEC.                                                    DPRFT01P
068700     IF SQLCODE IS NOT EQUAL TO ZERO                              DPRFT01P
068800        MOVE 'Unable to record the account profitability'         DPRFT01P
068900          TO CPF1O-MSG                                            DPRFT01P
069000        GO TO PRICE-ACCOUNT-EXIT                                  DPRFT01P
069100     END-IF.                                                      DPRFT01P
069200     ADD 1 TO WS-CUS-ACCOUNTS.                                    DPRFT01P
069300     ADD 1 TO CPF1O-ACCOUNTS.                                     DPRFT01P
069400     ADD WS-NII TO WS-CUS-NII.                                    DPRFT01P
069500     ADD DCL-FEES TO WS-CUS-FEES.                                 DPRFT01P
069600     ADD DCL-WAIVERS TO WS-CUS-WAIVERS.                           DPRFT01P
069700     ADD DCL-OD-INTEREST TO WS-CUS-OD.                            DPRFT01P
069800     ADD DCL-TXN-COUNT TO WS-CUS-TXNS.                            DPRFT01P
069900     ADD WS-TXN-COST TO WS-CUS-COST.                              DPRFT01P
070000     ADD WS-PROFIT TO WS-CUS-PROFIT.                              DPRFT01P
070100 PRICE-ACCOUNT-EXIT.                                              DPRFT01P
070200     EXIT.                                                        DPRFT01P
070300                                                                  DPRFT01P
070400***************************************************************** DPRFT01P
070500* Read a BNKRATE row through DBANK72P for the month end - the   * DPRFT01P
070600* account type's own rows, else the '**' rows, banded on the    * DPRFT01P
070700* size of the balance. No row held leaves the rate at zero      * DPRFT01P
070800* with the found flag off                                       * DPRFT01P
070900***************************************************************** DPRFT01P
071000 READ-RATE.                                                       DPRFT01P
071100     MOVE 'N' TO WS-RATE-FOUND.                                   DPRFT01P
071200     MOVE ZERO TO WS-RATE.                                        DPRFT01P
071300     INITIALIZE CD72-DATA.                                        DPRFT01P
071400     SET CD72I-READ-RATE TO TRUE.                                 DPRFT01P
071500     MOVE WS-RATE-TYPE TO CD72I-ACC-TYPE.                         DPRFT01P
071600     MOVE WS-RATE-KIND TO CD72I-KIND.                             DPRFT01P
071700     IF WS-RATE-BALANCE IS LESS THAN ZERO                         DPRFT01P
071800        COMPUTE WS-RATE-BALANCE = 0 - WS-RATE-BALANCE             DPRFT01P
071900     END-IF.                                                      DPRFT01P
072000     IF WS-RATE-BALANCE IS GREATER THAN 9999999.99                DPRFT01P
072100        MOVE 9999999.99 TO CD72I-BALANCE                          DPRFT01P
072200     ELSE                                                         DPRFT01P
072300        MOVE WS-RATE-BALANCE TO CD72I-BALANCE                     DPRFT01P
072400     END-IF.                                                      DPRFT01P
072500     MOVE WS-PERIOD-TO TO CD72I-ASOF-DATE.                        DPRFT01P
072600 COPY CBANKX72.                                                   DPRFT01P
072700     IF CD72O-NO-RATE-FOUND                                       DPRFT01P
072800        GO TO READ-RATE-EXIT                                      DPRFT01P
072900     END-IF.                                                      DPRFT01P
073000     IF NOT CD72O-REQUEST-OK                                      DPRFT01P
073100        MOVE CD72O-MSG TO CPF1O-MSG                               DPRFT01P
073200        GO TO READ-RATE-EXIT                                      DPRFT01P
073300     END-IF.                                                      DPRFT01P
073400     MOVE 'Y' TO WS-RATE-FOUND.                                   DPRFT01P
073500     MOVE CD72O-RATE TO WS-RATE.                                  DPRFT01P
073600 READ-RATE-EXIT.                                                  DPRFT01P
073700     EXIT.                                                        DPRFT01P
073800                                                                  DPRFT01P
073900***************************************************************** DPRFT01P
074000* The customer's accounts are done - price the loans, find      * DPRFT01P
074100* the pricing tier and the household, and record the month      * DPRFT01P
074200* for the customer                                              * DPRFT01P
074300***************************************************************** DPRFT01P
074400 FINISH-CUSTOMER.                                                 DPRFT01P
074500     PERFORM PRICE-LOANS THRU                                     DPRFT01P
074600             PRICE-LOANS-EXIT.                                    DPRFT01P
074700     IF CPF1O-MSG IS NOT EQUAL TO SPACES                          DPRFT01P
074800        GO TO FINISH-CUSTOMER-EXIT                                DPRFT01P
074900     END-IF.                                                      DPRFT01P
075000     MOVE '1' TO DCL-HTI-TIER.                                    DPRFT01P
075100     EXEC SQL                                                     DPRFT01P
075200          SELECT HTI_TIER                                         DPRFT01P
075300          INTO :DCL-HTI-TIER                                      DPRFT01P
075400          FROM BNKHTIER                                           DPRFT01P
075500          WHERE HTI_PID = :WS-LAST-PID                            DPRFT01P
075600     END-EXEC.                                                    DPRFT01P
075700     IF SQLCODE IS NOT EQUAL TO ZERO                              DPRFT01P
075800        MOVE '1' TO DCL-HTI-TIER                                  DPRFT01P
075900     END-IF.                                                      DPRFT01P
076000***************************************************************** DPRFT01P
076100* The household is everyone sharing the customer's address,     * DPRFT01P
076200* the same grouping the tiering job uses, and is known by its   * DPRFT01P
076300* lowest PID                                                    * DPRFT01P
076400***************************************************************** DPRFT01P
076500     EXEC SQL                                                     DPRFT01P
076600          SELECT VALUE(MIN(HH.BCS_PID), :WS-LAST-PID)             DPRFT01P
076700          INTO :DCL-HOUSEHOLD-PID                                 DPRFT01P
076800          FROM BNKCUST CUS,                                       DPRFT01P
076900               BNKCUST HH                                         DPRFT01P
077000          WHERE CUS.BCS_PID = :WS-LAST-PID AND                    DPRFT01P
077100                HH.BCS_ADDR1 = CUS.BCS_ADDR1 AND                  DPRFT01P
077200                HH.BCS_ADDR2 = CUS.BCS_ADDR2 AND                  DPRFT01P
077300                HH.BCS_POST_CODE = CUS.BCS_POST_CODE              DPRFT01P
077400     END-EXEC.                                                    DPRFT01P
077500     IF SQLCODE IS NOT EQUAL TO ZERO                              DPRFT01P
077600        MOVE WS-LAST-PID TO DCL-HOUSEHOLD-PID                     DPRFT01P
077700     END-IF.                                                      DPRFT01P
077800     EXEC SQL                                                     DPRFT01P
077900          INSERT                                                  DPRFT01P
078000          INTO BNKPRFC (PFC_MONTH,                                DPRFT01P
078100                        PFC_PID,                                  DPRFT01P
078200                        PFC_HOUSEHOLD_PID,                        DPRFT01P
078300                        PFC_TIER,                                 DPRFT01P
078400                        PFC_ACCOUNTS,                             DPRFT01P
078500                        PFC_NII,                                  DPRFT01P
078600                        PFC_LOAN_NII,                             DPRFT01P
078700                        PFC_FEES,                                 DPRFT01P
078800                        PFC_WAIVERS,                              DPRFT01P
078900                        PFC_OD_INTEREST,                          DPRFT01P
079000                        PFC_TXN_COUNT,                            DPRFT01P
079100                        PFC_TXN_COST,                             DPRFT01P
079200                        PFC_PROFIT,                               DPRFT01P
079300                        PFC_DECILE,                               DPRFT01P
079400                        PFC_RUN_TS)                               DPRFT01P
079500          VALUES (:WS-MONTH,                                      DPRFT01P
079600                  :WS-LAST-PID,                                   DPRFT01P
079700                  :DCL-HOUSEHOLD-PID,                             DPRFT01P
079800                  :DCL-HTI-TIER,                                  DPRFT01P
079900                  :WS-CUS-ACCOUNTS,                               DPRFT01P
080000                  :WS-CUS-NII,                                    DPRFT01P
080100                  :WS-CUS-LOAN-NII,                               DPRFT01P
080200                  :WS-CUS-FEES,                                   DPRFT01P
080300                  :WS-CUS-WAIVERS,                                DPRFT01P
080400                  :WS-CUS-OD,                                     DPRFT01P
080500                  :WS-CUS-TXNS,                                   DPRFT01P
080600                  :WS-CUS-COST,                                   DPRFT01P
080700                  :WS-CUS-PROFIT,                                 DPRFT01P
080800                  0,                                              DPRFT01P
080900                  :WS-RUN-TS)                                     DPRFT01P
081000     END-EXEC.                                                    DPRFT01P
081100     IF SQLCODE IS NOT EQUAL TO ZERO                              DPRFT01P
081200        MOVE 'Unable to record the customer profitability'        DPRFT01P
081300          TO CPF1O-MSG                                            DPRFT01P
081400        GO TO FINISH-CUSTOMER-EXIT                                DPRFT01P
081500     END-IF.                                                      DPRFT01P
081600     ADD 1 TO CPF1O-CUSTOMERS.                                    DPRFT01P
081700     ADD WS-CUS-PROFIT TO CPF1O-TOTAL-PROFIT.                     DPRFT01P
081800 FINISH-CUSTOMER-EXIT.                                            DPRFT01P
081900     EXIT.                                                        DPRFT01P
082000                                                                  DPRFT01P
082100***************************************************************** DPRFT01P
082200* The customer's active loans at the month end - the principal  * DPRFT01P
082300* still outstanding earns the loan rate less the funds-transfer * DPRFT01P
082400* rate held for all types. Each loan is recorded as its own     * DPRFT01P
082500* product line under type LN, against the branch of the account * DPRFT01P
082600* it was paid into                                              * DPRFT01P
082700***************************************************************** DPRFT01P
082800 PRICE-LOANS.                                                     DPRFT01P
082900     EXEC SQL                                                     DPRFT01P
083000          DECLARE LON_CSR CURSOR FOR                              DPRFT01P
083100          SELECT LON.LON_ID,                                      DPRFT01P
083200                 LON.LON_RATE,                                    DPRFT01P
083300                 LON.LON_DISB_ACCNO,                              DPRFT01P
083400                 SUM(LNS.LNS_PRINCIPAL - LNS.LNS_PRIN_PAID)       DPRFT01P
083500          FROM BNKLOAN LON,                                       DPRFT01P
083600               BNKLNSC LNS                                        DPRFT01P
083700          WHERE LON.LON_PID = :WS-LAST-PID AND                    DPRFT01P
083800                LON.LON_STATUS = 'A' AND                          DPRFT01P
083900                LNS.LNS_LOAN_ID = LON.LON_ID AND                  DPRFT01P
084000                LNS.LNS_STATUS IN (' ', 'M')                      DPRFT01P
084100          GROUP BY LON.LON_ID,                                    DPRFT01P
084200                   LON.LON_RATE,                                  DPRFT01P
084300                   LON.LON_DISB_ACCNO                             DPRFT01P
084400          ORDER BY LON.LON_ID                                     DPRFT01P
084500          FOR FETCH ONLY                                          DPRFT01P
084600     END-EXEC.                                                    DPRFT01P
084700     EXEC SQL                                                     DPRFT01P
084800          OPEN LON_CSR                                            DPRFT01P
084900     END-EXEC.                                                    DPRFT01P
085000     IF SQLCODE IS NOT EQUAL TO ZERO                              DPRFT01P
085100        MOVE 'Unable to read the customer''s loans' TO CPF1O-MSG  DPRFT01P
085200        GO TO PRICE-LOANS-EXIT                                    DPRFT01P
085300     END-IF.                                                      DPRFT01P
085400 LON-LOOP.                                                        DPRFT01P
085500     EXEC SQL                                                     DPRFT01P
085600          FETCH LON_CSR                                           DPRFT01P
085700          INTO :DCL-LON-ID,                                       DPRFT01P
085800               :DCL-LON-RATE,                                     DPRFT01P
085900               :DCL-LON-DISB-ACCNO,                               DPRFT01P
086000               :DCL-LON-OUTSTANDING                               DPRFT01P
086100     END-EXEC.                                                    DPRFT01P
086200     IF SQLCODE IS EQUAL TO +100                                  DPRFT01P
086300        GO TO LON-LOOP-EXIT                                       DPRFT01P
086400     END-IF.                                                      DPRFT01P
086500     IF SQLCODE IS NOT EQUAL TO ZERO                              DPRFT01P
086600        MOVE 'Unable to read the customer''s loans' TO CPF1O-MSG  DPRFT01P
086700        GO TO LON-LOOP-EXIT                                       DPRFT01P
086800     END-IF.                                                      DPRFT01P
086900     EXEC SQL                                                     DPRFT01P
087000          SELECT VALUE(BAC_BRANCH, ' ')                           DPRFT01P
087100          INTO :DCL-LON-BRANCH                                    DPRFT01P
087200          FROM BNKACC                                             DPRFT01P
087300          WHERE BAC_ACCNO = :DCL-LON-DISB-ACCNO                   DPRFT01P
087400     END-EXEC.                                                    DPRFT01P
087500     IF SQLCODE IS NOT EQUAL TO ZERO                              DPRFT01P
087600        MOVE SPACES TO DCL-LON-BRANCH                             DPRFT01P
087700     END-IF.                                                      DPRFT01P
087800     MOVE '**' TO WS-RATE-TYPE.                                   DPRFT01P
087900     MOVE 'T' TO WS-RATE-KIND.                                    DPRFT01P
088000     MOVE DCL-LON-OUTSTANDING TO WS-RATE-BALANCE.                 DPRFT01P
088100     PERFORM READ-RATE THRU                                       DPRFT01P
088200             READ-RATE-EXIT.                                      DPRFT01P
088300     IF CPF1O-MSG IS NOT EQUAL TO SPACES                          DPRFT01P
088400        GO TO LON-LOOP-EXIT                                       DPRFT01P
088500     END-IF.                                                      DPRFT01P
088600     IF WS-RATE-FOUND IS NOT EQUAL TO 'Y'                         DPRFT01P
088700        MOVE 'No funds-transfer rate held for lending'            DPRFT01P
088800          TO CPF1O-MSG                                            DPRFT01P
088900        GO TO LON-LOOP-EXIT                                       DPRFT01P
089000     END-IF.                                                      DPRFT01P
089100     MOVE WS-RATE TO WS-FTP-RATE.                                 DPRFT01P
089200     COMPUTE WS-NII ROUNDED =                                     DPRFT01P
089300             DCL-LON-OUTSTANDING * (DCL-LON-RATE - WS-FTP-RATE) * DPRFT01P
089400             WS-DAYS / WS-DAY-BASIS.                              DPRFT01P
089500     MOVE SPACES TO DCL-LOAN-ACCNO.                               DPRFT01P
089600     STRING 'LN' DCL-LON-ID                                       DPRFT01P
089700            DELIMITED BY SIZE INTO DCL-LOAN-ACCNO.                DPRFT01P
089800     EXEC SQL                                                     DPRFT01P
089900          INSERT                                                  DPRFT01P
090000          INTO BNKPRFA (PFA_MONTH,                                DPRFT01P
090100                        PFA_ACCNO,                                DPRFT01P
090200                        PFA_PID,                                  DPRFT01P
090300                        PFA_ACCTYPE,                              DPRFT01P
090400                        PFA_BRANCH,                               DPRFT01P
090500                        PFA_AVG_BALANCE,                          DPRFT01P
090600                        PFA_FTP_RATE,                             DPRFT01P
090700                        PFA_CUST_RATE,                            DPRFT01P
090800                        PFA_NII,                                  DPRFT01P
090900                        PFA_FEES,                                 DPRFT01P
091000                        PFA_WAIVERS,                              DPRFT01P
091100                        PFA_OD_INTEREST,                          DPRFT01P
091200                        PFA_TXN_COUNT,                            DPRFT01P
091300                        PFA_TXN_COST,                             DPRFT01P
091400                        PFA_PROFIT)                               DPRFT01P
091500          VALUES (:WS-MONTH,                                      DPRFT01P
091600                  :DCL-LOAN-ACCNO,                                DPRFT01P
091700                  :WS-LAST-PID,                                   DPRFT01P
091800                  'LN',                                           DPRFT01P
091900                  :DCL-LON-BRANCH,                                DPRFT01P
092000                  :DCL-LON-OUTSTANDING,                           DPRFT01P
092100                  :WS-FTP-RATE,                                   DPRFT01P
092200                  :DCL-LON-RATE,                                  DPRFT01P
092300                  :WS-NII,                                        DPRFT01P
092400                  0,                                              DPRFT01P
092500                  0,                                              DPRFT01P
092600                  0,                                              DPRFT01P
092700                  0,                                              DPRFT01P
092800                  0,                                              DPRFT01P
092900                  :WS-NII)                                        DPRFT01P
093000     END-EXEC.                                                    DPRFT01P
093100     IF SQLCODE IS NOT EQUAL TO ZERO                              DPRFT01P
093200        MOVE 'Unable to record the loan profitability'            DPRFT01P
093300          TO CPF1O-MSG                                            DPRFT01P
093400        GO TO LON-LOOP-EXIT                                       DPRFT01P
093500     END-IF.                                                      DPRFT01P
093600     ADD 1 TO CPF1O-LOANS.                                        DPRFT01P
093700     ADD WS-NII TO WS-CUS-LOAN-NII.                               DPRFT01P
093800     ADD WS-NII TO WS-CUS-PROFIT.                                 DPRFT01P
093900     GO TO LON-LOOP.                                              DPRFT01P
094000 LON-LOOP-EXIT.                                                   DPRFT01P
094100     EXEC SQL                                                     DPRFT01P
094200          CLOSE LON_CSR                                           DPRFT01P
094300     END-EXEC.                                                    DPRFT01P
094400 PRICE-LOANS-EXIT.                                                DPRFT01P
094500     EXIT.                                                        DPRFT01P
094600                                                                  DPRFT01P
094700***************************************************************** DPRFT01P
094800* Roll the customers up into their households                   * DPRFT01P
094900***************************************************************** DPRFT01P
095000 BUILD-HOUSEHOLDS.                                                DPRFT01P
095100     EXEC SQL                                                     DPRFT01P
095200          INSERT                                                  DPRFT01P
095300          INTO BNKPRFH (PFH_MONTH,                                DPRFT01P
095400                        PFH_HOUSEHOLD_PID,                        DPRFT01P
095500                        PFH_MEMBERS,                              DPRFT01P
095600                        PFH_PROFIT,                               DPRFT01P
095700                        PFH_TIER)                                 DPRFT01P
095800          SELECT PFC_MONTH,                                       DPRFT01P
095900                 PFC_HOUSEHOLD_PID,                               DPRFT01P
096000                 COUNT(*),                                        DPRFT01P
096100                 SUM(PFC_PROFIT),                                 DPRFT01P
096200                 MAX(PFC_TIER)                                    DPRFT01P
096300          FROM BNKPRFC                                            DPRFT01P
096400          WHERE PFC_MONTH = :WS-MONTH                             DPRFT01P
096500          GROUP BY PFC_MONTH,                                     DPRFT01P
096600                   PFC_HOUSEHOLD_PID                              DPRFT01P
096700     END-EXEC.                                                    DPRFT01P
096800     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DPRFT01P
096900        SQLCODE IS NOT EQUAL TO +100                              DPRFT01P
097000        MOVE 'Unable to record the household profitability'       DPRFT01P
097100          TO CPF1O-MSG                                            DPRFT01P
097200        GO TO BUILD-HOUSEHOLDS-EXIT                               DPRFT01P
097300     END-IF.                                                      DPRFT01P
097400     EXEC SQL                                                     DPRFT01P
097500          SELECT COUNT(*)                                         DPRFT01P
097600          INTO :DCL-ROW-COUNT                                     DPRFT01P
097700          FROM BNKPRFH                                            DPRFT01P
097800          WHERE PFH_MONTH = :WS-MONTH                             DPRFT01P
097900     END-EXEC.                                                    DPRFT01P
098000     IF SQLCODE IS NOT EQUAL TO ZERO                              DPRFT01P
098100        MOVE 'Unable to read the household profitability'         DPRFT01P
098200          TO CPF1O-MSG                                            DPRFT01P
098300        GO TO BUILD-HOUSEHOLDS-EXIT                               DPRFT01P
098400     END-IF.                                                      DPRFT01P
098500     MOVE DCL-ROW-COUNT TO CPF1O-HOUSEHOLDS.                      DPRFT01P
098600 BUILD-HOUSEHOLDS-EXIT.                                           DPRFT01P
098700     EXIT.                                                        DPRFT01P
098800                                                                  DPRFT01P
098900***************************************************************** DPRFT01P
099000* The month rolled up by product (account type, loans under     * DPRFT01P
099100* LN), by branch and by pricing tier, each line showing the     * DPRFT01P
099200* margin, net fees, overdraft interest, transaction cost,       * DPRFT01P
099300* profit and the average profit per account or customer         * DPRFT01P
099400***************************************************************** DPRFT01P
099500 REPORT-ROLLUPS.                                                  DPRFT01P
099600     MOVE SPACES TO WS-CSV-LINE.                                  DPRFT01P
099700     STRING 'ROLLUP,KEY,COUNT,MARGIN,NET FEES,OD INTEREST,'       DPRFT01P
099800            'TXN COST,PROFIT,AVERAGE'                             DPRFT01P
099900            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DPRFT01P
100000     PERFORM QUEUE-REPORT-LINE THRU                               DPRFT01P
100100             QUEUE-REPORT-LINE-EXIT.                              DPRFT01P
100200     MOVE 'TYPE' TO WS-ROLLUP-LABEL.                              DPRFT01P
100300     EXEC SQL                                                     DPRFT01P
100400          DECLARE TYP_CSR CURSOR FOR                              DPRFT01P
100500          SELECT PFA_ACCTYPE,                                     DPRFT01P
100600                 COUNT(*),                                        DPRFT01P
100700                 SUM(PFA_NII),                                    DPRFT01P
100800                 SUM(PFA_FEES - PFA_WAIVERS),                     DPRFT01P
100900                 SUM(PFA_OD_INTEREST),                            DPRFT01P
101000                 SUM(PFA_TXN_COST),                               DPRFT01P
101100                 SUM(PFA_PROFIT)                                  DPRFT01P
101200          FROM BNKPRFA                                            DPRFT01P
101300          WHERE PFA_MONTH = :WS-MONTH                             DPRFT01P
101400          GROUP BY PFA_ACCTYPE                                    DPRFT01P
101500          ORDER BY PFA_ACCTYPE                                    DPRFT01P
101600          FOR FETCH ONLY                                          DPRFT01P
101700     END-EXEC.                                                    DPRFT01P
101800     EXEC SQL                                                     DPRFT01P
101900          OPEN TYP_CSR                                            DPRFT01P
102000     END-EXEC.                                                    DPRFT01P
102100     IF SQLCODE IS NOT EQUAL TO ZERO                              DPRFT01P
102200        MOVE 'Unable to roll up the account profitability'        DPRFT01P
102300          TO CPF1O-MSG                                            DPRFT01P
102400        GO TO REPORT-ROLLUPS-EXIT                                 DPRFT01P
102500     END-IF.                                                      DPRFT01P
102600 TYP-LOOP.                                                        DPRFT01P
102700     EXEC SQL                                                     DPRFT01P
102800          FETCH TYP_CSR                                           DPRFT01P
102900          INTO :DCL-GRP-KEY,                                      DPRFT01P
103000               :DCL-GRP-COUNT,                                    DPRFT01P
103100               :DCL-GRP-NII,                                      DPRFT01P
103200               :DCL-GRP-FEES,                                     DPRFT01P
103300               :DCL-GRP-OD,                                       DPRFT01P
103400               :DCL-GRP-COST,                                     DPRFT01P
103500               :DCL-GRP-PROFIT                                    DPRFT01P
103600     END-EXEC.                                                    DPRFT01P
103700     IF SQLCODE IS EQUAL TO +100                                  DPRFT01P
103800        GO TO TYP-LOOP-EXIT                                       DPRFT01P
103900     END-IF.                                                      DPRFT01P
104000     IF SQLCODE IS NOT EQUAL TO ZERO                              DPRFT01P
104100        MOVE 'Unable to roll up the account profitability'        DPRFT01P
104200          TO CPF1O-MSG                                            DPRFT01P
104300        GO TO TYP-LOOP-EXIT                                       DPRFT01P
104400     END-IF.                                                      DPRFT01P
104500     PERFORM ROLLUP-LINE THRU                                     DPRFT01P
104600             ROLLUP-LINE-EXIT.                                    DPRFT01P
104700     GO TO TYP-LOOP.                                              DPRFT01P
104800 TYP-LOOP-EXIT.                                                   DPRFT01P
104900     EXEC SQL                                                     DPRFT01P
105000          CLOSE TYP_CSR                                           DPRFT01P
105100     END-EXEC.                                                    DPRFT01P
105200     IF CPF1O-MSG IS NOT EQUAL TO SPACES                          DPRFT01P
105300        GO TO REPORT-ROLLUPS-EXIT                                 DPRFT01P
105400     END-IF.                                                      DPRFT01P
105500     MOVE 'BRANCH' TO WS-ROLLUP-LABEL.                            DPRFT01P
105600     EXEC SQL                                                     DPRFT01P
105700          DECLARE BRN_CSR CURSOR FOR                              DPRFT01P
105800          SELECT PFA_BRANCH,                                      DPRFT01P
105900                 COUNT(*),                                        DPRFT01P
106000                 SUM(PFA_NII),                                    DPRFT01P
106100                 SUM(PFA_FEES - PFA_WAIVERS),                     DPRFT01P
106200                 SUM(PFA_OD_INTEREST),                            DPRFT01P
106300                 SUM(PFA_TXN_COST),                               DPRFT01P
106400                 SUM(PFA_PROFIT)                                  DPRFT01P
106500          FROM BNKPRFA                                            DPRFT01P
106600          WHERE PFA_MONTH = :WS-MONTH                             DPRFT01P
106700          GROUP BY PFA_BRANCH                                     DPRFT01P
106800          ORDER BY PFA_BRANCH                                     DPRFT01P
106900          FOR FETCH ONLY                                          DPRFT01P
107000     END-EXEC.                                                    DPRFT01P
107100     EXEC SQL                                                     DPRFT01P
107200          OPEN BRN_CSR                                            DPRFT01P
107300     END-EXEC.                                                    DPRFT01P
107400     IF SQLCODE IS NOT EQUAL TO ZERO                              DPRFT01P
107500        MOVE 'Unable to roll up the branch profitability'         DPRFT01P
107600          TO CPF1O-MSG                                            DPRFT01P
107700        GO TO REPORT-ROLLUPS-EXIT                                 DPRFT01P
107800     END-IF.                                                      DPRFT01P
107900 BRN-LOOP.                                                        DPRFT01P
108000     EXEC SQL                                                     DPRFT01P
108100          FETCH BRN_CSR                                           DPRFT01P
108200          INTO :DCL-GRP-KEY,                                      DPRFT01P
108300               :DCL-GRP-COUNT,                                    DPRFT01P
108400               :DCL-GRP-NII,                                      DPRFT01P
108500               :DCL-GRP-FEES,                                     DPRFT01P
108600               :DCL-GRP-OD,                                       DPRFT01P
108700               :DCL-GRP-COST,                                     DPRFT01P
108800               :DCL-GRP-PROFIT                                    DPRFT01P
108900     END-EXEC.                                                    DPRFT01P
109000     IF SQLCODE IS EQUAL TO +100                                  DPRFT01P
109100        GO TO BRN-LOOP-EXIT                                       DPRFT01P
109200     END-IF.                                                      DPRFT01P
109300     IF SQLCODE IS NOT EQUAL TO ZERO                              DPRFT01P
109400        MOVE 'Unable to roll up the branch profitability'         DPRFT01P
109500          TO CPF1O-MSG                                            DPRFT01P
109600        GO TO BRN-LOOP-EXIT                                       DPRFT01P
109700     END-IF.                                                      DPRFT01P
109800     PERFORM ROLLUP-LINE THRU                                     DPRFT01P
109900             ROLLUP-LINE-EXIT.                                    DPRFT01P
110000     GO TO BRN-LOOP.                                              DPRFT01P
110100 BRN-LOOP-EXIT.                                                   DPRFT01P
110200     EXEC SQL                                                     DPRFT01P
110300          CLOSE BRN_CSR                                           DPRFT01P
110400     END-EXEC.                                                    DPRFT01P
110500     IF CPF1O-MSG IS NOT EQUAL TO SPACES                          DPRFT01P
110600        GO TO REPORT-ROLLUPS-EXIT                                 DPRFT01P
110700     END-IF.                                                      DPRFT01P
110800     MOVE 'TIER' TO WS-ROLLUP-LABEL.                              DPRFT01P
110900     EXEC SQL                                                     DPRFT01P
111000          DECLARE TIR_CSR CURSOR FOR                              DPRFT01P
111100          SELECT PFC_TIER,                                        DPRFT01P
111200                 COUNT(*),                                        DPRFT01P
111300                 SUM(PFC_NII + PFC_LOAN_NII),                     DPRFT01P
111400                 SUM(PFC_FEES - PFC_WAIVERS),                     DPRFT01P
111500                 SUM(PFC_OD_INTEREST),                            DPRFT01P
111600                 SUM(PFC_TXN_COST),                               DPRFT01P
111700                 SUM(PFC_PROFIT)                                  DPRFT01P
111800          FROM BNKPRFC                                            DPRFT01P
111900          WHERE PFC_MONTH = :WS-MONTH                             DPRFT01P
112000          GROUP BY PFC_TIER                                       DPRFT01P
112100          ORDER BY PFC_TIER                                       DPRFT01P
112200          FOR FETCH ONLY                                          DPRFT01P
112300     END-EXEC.                                                    DPRFT01P
112400     EXEC SQL                                                     DPRFT01P
112500          OPEN TIR_CSR                                            DPRFT01P
112600     END-EXEC.                                                    DPRFT01P
112700     IF SQLCODE IS NOT EQUAL TO ZERO                              DPRFT01P
112800        MOVE 'Unable to roll up the tier profitability'           DPRFT01P
112900          TO CPF1O-MSG                                            DPRFT01P
113000        GO TO REPORT-ROLLUPS-EXIT                                 DPRFT01P
113100     END-IF.                                                      DPRFT01P
113200 TIR-LOOP.                                                        DPRFT01P
113300     EXEC SQL                                                     DPRFT01P
113400          FETCH TIR_CSR                                           DPRFT01P
113500          INTO :DCL-GRP-KEY,                                      DPRFT01P
113600               :DCL-GRP-COUNT,                                    DPRFT01P
113700               :DCL-GRP-NII,                                      DPRFT01P
113800               :DCL-GRP-FEES,                                     DPRFT01P
113900               :DCL-GRP-OD,                                       DPRFT01P
114000               :DCL-GRP-COST,                                     DPRFT01P
114100               :DCL-GRP-PROFIT                                    DPRFT01P
114200     END-EXEC.                                                    DPRFT01P
114300     IF SQLCODE IS EQUAL TO +100                                  DPRFT01P
114400        GO TO TIR-LOOP-EXIT                                       DPRFT01P
114500     END-IF.                                                      DPRFT01P
114600     IF SQLCODE IS NOT EQUAL TO ZERO                              DPRFT01P
114700        MOVE 'Unable to roll up the tier profitability'           DPRFT01P
114800          TO CPF1O-MSG                                            DPRFT01P
114900        GO TO TIR-LOOP-EXIT                                       DPRFT01P
115000     END-IF.                                                      DPRFT01P
115100     PERFORM ROLLUP-LINE THRU                                     DPRFT01P
115200             ROLLUP-LINE-EXIT.                                    DPRFT01P
115300     GO TO TIR-LOOP.                                              DPRFT01P
115400 TIR-LOOP-EXIT.                                                   DPRFT01P
115500     EXEC SQL                                                     DPRFT01P
115600          CLOSE TIR_CSR                                           DPRFT01P
115700     END-EXEC.                                                    DPRFT01P
115800 REPORT-ROLLUPS-EXIT.                                             DPRFT01P
115900     EXIT.                                                        DPRFT01P
116000                                                                  DPRFT01P
116100***************************************************************** DPRFT01P
116200* One roll-up line on the report                                * DPRFT01P
116300***************************************************************** DPRFT01P
116400 ROLLUP-LINE.                                                     DPRFT01P
116500     MOVE ZERO TO WS-AVERAGE.                                     DPRFT01P
116600     IF DCL-GRP-COUNT IS GREATER THAN ZERO                        DPRFT01P
116700        COMPUTE WS-AVERAGE ROUNDED =                              DPRFT01P
116800                DCL-GRP-PROFIT / DCL-GRP-COUNT                    DPRFT01P
116900     END-IF.                                                      DPRFT01P
117000     MOVE DCL-GRP-COUNT TO WS-COUNT-DISP.                         DPRFT01P
117100     MOVE DCL-GRP-NII TO WS-NII-DISP.                             DPRFT01P
117200     MOVE DCL-GRP-FEES TO WS-FEES-DISP.                           DPRFT01P
117300     MOVE DCL-GRP-OD TO WS-OD-DISP.                               DPRFT01P
117400     MOVE DCL-GRP-COST TO WS-COST-DISP.                           DPRFT01P
117500     MOVE DCL-GRP-PROFIT TO WS-AMOUNT-DISP.                       DPRFT01P
117600     MOVE WS-AVERAGE TO WS-AVERAGE-DISP.                          DPRFT01P
117700     MOVE SPACES TO WS-CSV-LINE.                                  DPRFT01P
117800     STRING WS-ROLLUP-LABEL ',' DCL-GRP-KEY ',' WS-COUNT-DISP ',' DPRFT01P
117900            WS-NII-DISP ',' WS-FEES-DISP ',' WS-OD-DISP ','       DPRFT01P
118000            WS-COST-DISP ',' WS-AMOUNT-DISP ',' WS-AVERAGE-DISP   DPRFT01P
118100            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DPRFT01P
118200     PERFORM QUEUE-REPORT-LINE THRU                               DPRFT01P
118300             QUEUE-REPORT-LINE-EXIT.                              DPRFT01P
118400 ROLLUP-LINE-EXIT.                                                DPRFT01P
118500     EXIT.                                                        DPRFT01P
118600                                                                  DPRFT01P
118700***************************************************************** DPRFT01P
118800* Rank the customers by the month's profit into deciles - 1     * DPRFT01P
118900* the most profitable tenth, 10 the least - and list the top    * DPRFT01P
119000* and bottom deciles on the report                              * DPRFT01P
119100***************************************************************** DPRFT01P
119200 ASSIGN-DECILES.                                                  DPRFT01P
119300     MOVE SPACES TO WS-CSV-LINE.                                  DPRFT01P
119400     STRING 'DECILE,PID,HOUSEHOLD,TIER,PROFIT'                    DPRFT01P
119500            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DPRFT01P
119600     PERFORM QUEUE-REPORT-LINE THRU                               DPRFT01P
119700             QUEUE-REPORT-LINE-EXIT.                              DPRFT01P
119800     MOVE ZERO TO WS-RANK.                                        DPRFT01P
119900     EXEC SQL                                                     DPRFT01P
120000          DECLARE DEC_CSR CURSOR FOR                              DPRFT01P
120100          SELECT PFC_PID,                                         DPRFT01P
120200                 PFC_HOUSEHOLD_PID,                               DPRFT01P
120300                 PFC_TIER,                                        DPRFT01P
120400                 PFC_PROFIT                                       DPRFT01P
120500          FROM BNKPRFC                                            DPRFT01P
120600          WHERE PFC_MONTH = :WS-MONTH                             DPRFT01P
120700          ORDER BY PFC_PROFIT DESC,                               DPRFT01P
120800                   PFC_PID                                        DPRFT01P
120900          FOR FETCH ONLY                                          DPRFT01P
121000     END-EXEC.                                                    DPRFT01P
121100     EXEC SQL                                                     DPRFT01P
121200          OPEN DEC_CSR                                            DPRFT01P
121300     END-EXEC.                                                    DPRFT01P
121400     IF SQLCODE IS NOT EQUAL TO ZERO                              DPRFT01P
121500        MOVE 'Unable to rank the customer profitability'          DPRFT01P
121600          TO CPF1O-MSG                                            DPRFT01P
121700        GO TO ASSIGN-DECILES-EXIT                                 DPRFT01P
121800     END-IF.                                                      DPRFT01P
121900 DEC-LOOP.                                                        DPRFT01P
122000     EXEC SQL                                                     DPRFT01P
122100          FETCH DEC_CSR                                           DPRFT01P
122200          INTO :DCL-PFC-PID,                                      DPRFT01P
122300               :DCL-PFC-HOUSEHOLD-PID,                            DPRFT01P
122400               :DCL-PFC-TIER,                                     DPRFT01P
122500               :DCL-PFC-PROFIT                                    DPRFT01P
122600     END-EXEC.                                                    DPRFT01P
122700     IF SQLCODE IS EQUAL TO +100                                  DPRFT01P
122800        GO TO DEC-LOOP-EXIT                                       DPRFT01P
122900     END-IF.                                                      DPRFT01P
123000     IF SQLCODE IS NOT EQUAL TO ZERO                              DPRFT01P
123100        MOVE 'Unable to rank the customer profitability'          DPRFT01P
123200          TO CPF1O-MSG                                            DPRFT01P
123300        GO TO DEC-LOOP-EXIT                                       DPRFT01P
123400     END-IF.                                                      DPRFT01P
123500     ADD 1 TO WS-RANK.                                            DPRFT01P
123600     COMPUTE WS-DECILE =                                          DPRFT01P
123700             ((WS-RANK - 1) * 10 / CPF1O-CUSTOMERS) + 1.          DPRFT01P
123800     EXEC SQL                                                     DPRFT01P
123900          UPDATE BNKPRFC                                          DPRFT01P
124000          SET PFC_DECILE = :WS-DECILE                             DPRFT01P
124100          WHERE PFC_MONTH = :WS-MONTH AND                         DPRFT01P
124200                PFC_PID = :DCL-PFC-PID                            DPRFT01P
124300     END-EXEC.                                                    DPRFT01P
124400     IF SQLCODE IS NOT EQUAL TO ZERO                              DPRFT01P
124500        MOVE 'Unable to record the customer''s decile'            DPRFT01P
124600          TO CPF1O-MSG                                            DPRFT01P
124700        GO TO DEC-LOOP-EXIT                                       DPRFT01P
124800     END-IF.                                                      DPRFT01P
124900     IF WS-DECILE IS EQUAL TO 1 OR                                DPRFT01P
125000        WS-DECILE IS EQUAL TO 10                                  DPRFT01P
125100        MOVE WS-DECILE TO WS-DECILE-DISP                          DPRFT01P
125200        MOVE DCL-PFC-PROFIT TO WS-AMOUNT-DISP                     DPRFT01P
125300        MOVE SPACES TO WS-CSV-LINE                                DPRFT01P
125400        STRING WS-DECILE-DISP ',' DCL-PFC-PID ','                 DPRFT01P
125500               DCL-PFC-HOUSEHOLD-PID ',' DCL-PFC-TIER ','         DPRFT01P
125600               WS-AMOUNT-DISP                                     DPRFT01P
125700               DELIMITED BY SIZE INTO WS-CSV-LINE                 DPRFT01P
125800        PERFORM QUEUE-REPORT-LINE THRU                            DPRFT01P
125900                QUEUE-REPORT-LINE-EXIT                            DPRFT01P
126000     END-IF.                                                      DPRFT01P
126100     GO TO DEC-LOOP.                                              DPRFT01P
126200 DEC-LOOP-EXIT.                                                   DPRFT01P
126300     EXEC SQL                                                     DPRFT01P
126400          CLOSE DEC_CSR                                           DPRFT01P
126500     END-EXEC.                                                    DPRFT01P
126600 ASSIGN-DECILES-EXIT.                                             DPRFT01P
126700     EXIT.                                                        DPRFT01P
126800                                                                  DPRFT01P
126900***************************************************************** DPRFT01P
127000* Hand the built line to the extract queue                      * DPRFT01P
127100***************************************************************** DPRFT01P
127200 QUEUE-REPORT-LINE.                                               DPRFT01P
127300 COPY CCSVWRQ.                                                    DPRFT01P
127400 QUEUE-REPORT-LINE-EXIT.                                          DPRFT01P
127500     EXIT.                                                        DPRFT01P
