000100***************************************************************** DRGAP01P
000200*                                                               * DRGAP01P
000300*  Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.    * DRGAP01P
000400*  This demonstration program is provided for use by users      * DRGAP01P
000500*  of Micro Focus products and may be used, modified and        * DRGAP01P
000600*  distributed as part of your application provided that        * DRGAP01P
000700*  you properly acknowledge the copyright of Micro Focus        * DRGAP01P
000800*  in this material.                                            * DRGAP01P
000900*                                                               * DRGAP01P
001000***************************************************************** DRGAP01P
001100                                                                  DRGAP01P
001200***************************************************************** DRGAP01P
001300* Program:     DRGAP01P.CBL                                     * DRGAP01P
001400* Function:    Interest-rate repricing gap and earnings         * DRGAP01P
001500*              sensitivity - keeps the behavioural spread of    * DRGAP01P
001600*              demand and notice deposits over the repricing    * DRGAP01P
001700*              buckets on BNKBHVR, and once a month places      * DRGAP01P
001800*              every rate-sensitive balance into the bucket in  * DRGAP01P
001900*              which its rate can next change: term deposits    * DRGAP01P
002000*              by maturity, variable-rate loans by the next     * DRGAP01P
002100*              base-rate reset, fixed-rate loans by their       * DRGAP01P
002200*              installment run-off, deposits by their spread    * DRGAP01P
002300*              and overdrawn balances within the month. The     * DRGAP01P
002400*              gap and cumulative gap per bucket and the        * DRGAP01P
002500*              12-month net interest income effect of parallel  * DRGAP01P
002600*              100 and 200 basis point shocks, floored at each  * DRGAP01P
002700*              balance's current rate, go to the repository     * DRGAP01P
002800*              SQL version                                      * DRGAP01P
002900***************************************************************** DRGAP01P
003000                                                                  DRGAP01P
003100 IDENTIFICATION DIVISION.                                         DRGAP01P
003200 PROGRAM-ID.                                                      DRGAP01P
003300     DRGAP01P.                                                    DRGAP01P
003400 DATE-WRITTEN.                                                    DRGAP01P
003500     October 2026.                                                DRGAP01P
003600 DATE-COMPILED.                                                   DRGAP01P
003700     Today.                                                       DRGAP01P
003800                                                                  DRGAP01P
003900 ENVIRONMENT DIVISION.                                            DRGAP01P
004000                                                                  DRGAP01P
004100 DATA DIVISION.                                                   DRGAP01P
004200                                                                  DRGAP01P
004300 WORKING-STORAGE SECTION.                                         DRGAP01P
004400 01  WS-MISC-STORAGE.                                             DRGAP01P
004500   05  WS-PROGRAM-ID                         PIC X(8)             DRGAP01P
004600       VALUE 'DRGAP01P'.                                          DRGAP01P
004700   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DRGAP01P
004800   05  WS-SUB1                               PIC S9(4) COMP.      DRGAP01P
004900   05  WS-BUCKET                             PIC S9(4) COMP.      DRGAP01P
005000   05  WS-RESET-BUCKET                       PIC S9(4) COMP.      DRGAP01P
005100   05  WS-CATEGORY                           PIC S9(4) COMP.      DRGAP01P
005200   05  WS-AMOUNT-DISP                        PIC -(11)9.99.       DRGAP01P
005300   05  WS-ASSETS-DISP                        PIC -(11)9.99.       DRGAP01P
005400   05  WS-LIABS-DISP                         PIC -(11)9.99.       DRGAP01P
005500   05  WS-GAP-DISP                           PIC -(11)9.99.       DRGAP01P
005600   05  WS-CUM-DISP                           PIC -(11)9.99.       DRGAP01P
005700   05  WS-REPORT-NAME.                                            DRGAP01P
005800     10  FILLER                              PIC X(12)            DRGAP01P
005900         VALUE 'REPRICE GAP '.                                    DRGAP01P
006000     10  WS-REPORT-MONTH                     PIC X(7).            DRGAP01P
006100     10  FILLER                              PIC X(1)             DRGAP01P
006200         VALUE SPACES.                                            DRGAP01P
006300                                                                  DRGAP01P
006400***************************************************************** DRGAP01P
006500* The repricing buckets as labelled on the report - up to 1,    * DRGAP01P
006600* 3, 6, 12, 24 and 60 months from the business date, and over   * DRGAP01P
006700***************************************************************** DRGAP01P
006800 01  WS-BUCKET-LABELS.                                            DRGAP01P
006900   05  FILLER                                PIC X(5)             DRGAP01P
007000       VALUE '0-1M'.                                              DRGAP01P
007100   05  FILLER                                PIC X(5)             DRGAP01P
007200       VALUE '1-3M'.                                              DRGAP01P
007300   05  FILLER                                PIC X(5)             DRGAP01P
007400       VALUE '3-6M'.                                              DRGAP01P
007500   05  FILLER                                PIC X(5)             DRGAP01P
007600       VALUE '6-12M'.                                             DRGAP01P
007700   05  FILLER                                PIC X(5)             DRGAP01P
007800       VALUE '1-2Y'.                                              DRGAP01P
007900   05  FILLER                                PIC X(5)             DRGAP01P
008000       VALUE '2-5Y'.                                              DRGAP01P
008100   05  FILLER                                PIC X(5)             DRGAP01P
008200       VALUE '5Y+'.                                               DRGAP01P
008300 01  WS-BUCKET-LABELS-R REDEFINES WS-BUCKET-LABELS.               DRGAP01P
008400   05  WS-BUCKET-LABEL                       PIC X(5)             DRGAP01P
008500       OCCURS 7 TIMES.                                            DRGAP01P
008600                                                                  DRGAP01P
008700***************************************************************** DRGAP01P
008800* The share of the coming 12 months a balance repricing in each * DRGAP01P
008900* of the first four buckets is taken to spend at its new rate - * DRGAP01P
009000* reckoned from the middle of the bucket                        * DRGAP01P
009100***************************************************************** DRGAP01P
009200 01  WS-NII-WEIGHTS.                                              DRGAP01P
009300   05  FILLER                                PIC V9(6)            DRGAP01P
009400       VALUE .958333.                                             DRGAP01P
009500   05  FILLER                                PIC V9(6)            DRGAP01P
009600       VALUE .833333.                                             DRGAP01P
009700   05  FILLER                                PIC V9(6)            DRGAP01P
009800       VALUE .625000.                                             DRGAP01P
009900   05  FILLER                                PIC V9(6)            DRGAP01P
010000       VALUE .250000.                                             DRGAP01P
010100 01  WS-NII-WEIGHTS-R REDEFINES WS-NII-WEIGHTS.                   DRGAP01P
010200   05  WS-NII-WEIGHT                         PIC V9(6)            DRGAP01P
010300       OCCURS 4 TIMES.                                            DRGAP01P
010400                                                                  DRGAP01P
010500***************************************************************** DRGAP01P
010600* The rate-sensitive categories, each an asset (A) or a         * DRGAP01P
010700* liability (L) of the bank                                     * DRGAP01P
010800***************************************************************** DRGAP01P
010900 01  WS-CATEGORIES.                                               DRGAP01P
011000   05  FILLER                                PIC X(15)            DRGAP01P
011100       VALUE 'LTERM DEPOSITS'.                                    DRGAP01P
011200   05  FILLER                                PIC X(15)            DRGAP01P
011300       VALUE 'LDEPOSITS'.                                         DRGAP01P
011400   05  FILLER                                PIC X(15)            DRGAP01P
011500       VALUE 'AVARIABLE LOANS'.                                   DRGAP01P
011600   05  FILLER                                PIC X(15)            DRGAP01P
011700       VALUE 'AFIXED LOANS'.                                      DRGAP01P
011800   05  FILLER                                PIC X(15)            DRGAP01P
011900       VALUE 'AOVERDRAFTS'.                                       DRGAP01P
012000 01  WS-CATEGORIES-R REDEFINES WS-CATEGORIES.                     DRGAP01P
012100   05  WS-CATEGORY-ENTRY                     OCCURS 5 TIMES.      DRGAP01P
012200     10  WS-CATEGORY-SIDE                    PIC X(1).            DRGAP01P
012300     10  WS-CATEGORY-NAME                    PIC X(14).           DRGAP01P
012400                                                                  DRGAP01P
012500 01  WS-POSITIONS.                                                DRGAP01P
012600   05  WS-POSITION-CATEGORY                  OCCURS 5 TIMES.      DRGAP01P
012700     10  WS-POSITION                         PIC S9(13)V99 COMP-3 DRGAP01P
012800         OCCURS 7 TIMES.                                          DRGAP01P
012900 01  WS-BUCKET-TOTALS.                                            DRGAP01P
013000   05  WS-BUCKET-TOTAL                       OCCURS 7 TIMES.      DRGAP01P
013100     10  WS-BKT-ASSETS                       PIC S9(13)V99 COMP-3.DRGAP01P
013200     10  WS-BKT-LIABS                        PIC S9(13)V99 COMP-3.DRGAP01P
013300*        Each side again at the cut its rate can take from a fall DRGAP01P
013400*        of 100 and of 200 basis points - no rate goes below nil  DRGAP01P
013500     10  WS-BKT-ASSETS-100                   PIC S9(13)V99 COMP-3.DRGAP01P
013600     10  WS-BKT-LIABS-100                    PIC S9(13)V99 COMP-3.DRGAP01P
013700     10  WS-BKT-ASSETS-200                   PIC S9(13)V99 COMP-3.DRGAP01P
013800     10  WS-BKT-LIABS-200                    PIC S9(13)V99 COMP-3.DRGAP01P
013900                                                                  DRGAP01P
014000 01  WS-CSV-DATA.                                                 DRGAP01P
014100 COPY CCSVD.                                                      DRGAP01P
014200                                                                  DRGAP01P
014300 01  WS-96-COMMAREA.                                              DRGAP01P
014400 COPY CBANKD96.                                                   DRGAP01P
014500                                                                  DRGAP01P
014600   EXEC SQL                                                       DRGAP01P
014700        BEGIN DECLARE SECTION                                     DRGAP01P
014800   END-EXEC.                                                      DRGAP01P
014900 01  WS-COMMAREA.                                                 DRGAP01P
015000     EXEC SQL                                                     DRGAP01P
015100          INCLUDE CRGAPD01                                        DRGAP01P
015200     END-EXEC.                                                    DRGAP01P
015300 01  WS-98-COMMAREA.                                              DRGAP01P
015400     EXEC SQL                                                     DRGAP01P
015500          INCLUDE CBANKD98                                        DRGAP01P
015600     END-EXEC.                                                    DRGAP01P
015700 01  WS-72-COMMAREA.                                              DRGAP01P
015800     EXEC SQL                                                     DRGAP01P
015900          INCLUDE CBANKD72                                        DRGAP01P
016000     END-EXEC.                                                    DRGAP01P
016100 01  DCL-GAP-AREAS.                                               DRGAP01P
016200   05  DCL-BHV-ACC-TYPE                      PIC X(2).            DRGAP01P
016300   05  DCL-BHV-BUCKET                        PIC S9(4) COMP.      DRGAP01P
016400   05  DCL-BHV-PCT                           PIC S9(3)V99 COMP-3. DRGAP01P
016500   05  DCL-BHV-OTHER-PCT                     PIC S9(5)V99 COMP-3. DRGAP01P
016600   05  DCL-TDP-PRINCIPAL                     PIC S9(9)V99 COMP-3. DRGAP01P
016700   05  DCL-TDP-RATE                          PIC S9V9(6) COMP-3.  DRGAP01P
016800   05  DCL-TDP-MATURITY-DATE                 PIC X(10).           DRGAP01P
016900   05  DCL-LON-RATE-TYPE                     PIC X(1).            DRGAP01P
017000   05  DCL-LON-RATE                          PIC S9V9(6) COMP-3.  DRGAP01P
017100   05  DCL-LNS-DUE-DATE                      PIC X(10).           DRGAP01P
017200   05  DCL-LNS-OUTSTANDING                   PIC S9(9)V99 COMP-3. DRGAP01P
017300   05  DCL-BAC-ACCTYPE                       PIC X(2).            DRGAP01P
017400   05  DCL-BAC-BALANCE                       PIC S9(9)V99 COMP-3. DRGAP01P
017500   05  DCL-RPR-EFF-DATE                      PIC X(10).           DRGAP01P
017600   05  DCL-RPR-IND                           PIC S9(4) COMP.      DRGAP01P
017700   05  DCL-ROW-COUNT                         PIC S9(9) COMP-3.    DRGAP01P
017800   05  DCL-GAP-ASSETS                        PIC S9(13)V99 COMP-3.DRGAP01P
017900   05  DCL-GAP-LIABS                         PIC S9(13)V99 COMP-3.DRGAP01P
018000   05  DCL-GAP-CUM-GAP                       PIC S9(13)V99 COMP-3.DRGAP01P
018100 01  DCL-BUCKET-ENDS.                                             DRGAP01P
018200   05  DCL-BUCKET-END-1                      PIC X(10).           DRGAP01P
018300   05  DCL-BUCKET-END-2                      PIC X(10).           DRGAP01P
018400   05  DCL-BUCKET-END-3                      PIC X(10).           DRGAP01P
018500   05  DCL-BUCKET-END-4                      PIC X(10).           DRGAP01P
018600   05  DCL-BUCKET-END-5                      PIC X(10).           DRGAP01P
018700   05  DCL-BUCKET-END-6                      PIC X(10).           DRGAP01P
018800 01  DCL-BUCKET-ENDS-R REDEFINES DCL-BUCKET-ENDS.                 DRGAP01P
018900   05  WS-BUCKET-END                         PIC X(10)            DRGAP01P
019000       OCCURS 6 TIMES.                                            DRGAP01P
019100 01  WS-GAP-AREAS.                                                DRGAP01P
019200   05  WS-BUSINESS-DATE                      PIC X(10).           DRGAP01P
019300   05  WS-MONTH                              PIC X(7).            DRGAP01P
019400   05  WS-MONTH-FIRST                        PIC X(10).           DRGAP01P
019500   05  WS-PERIOD-FROM                        PIC X(10).           DRGAP01P
019600   05  WS-RUN-TS                             PIC X(26).           DRGAP01P
019700   05  WS-ITEM-DATE                          PIC X(10).           DRGAP01P
019800   05  WS-ITEM-AMOUNT                        PIC S9(11)V99 COMP-3.DRGAP01P
019900   05  WS-ITEM-RATE                          PIC S9V9(6) COMP-3.  DRGAP01P
020000   05  WS-RATE-CUT-100                       PIC S9V9(6) COMP-3.  DRGAP01P
020100   05  WS-RATE-CUT-200                       PIC S9V9(6) COMP-3.  DRGAP01P
020200   05  WS-RATE-BALANCE                       PIC S9(9)V99 COMP-3. DRGAP01P
020300   05  WS-SPREAD-TYPE                        PIC X(2).            DRGAP01P
020400   05  WS-SPREAD                             PIC S9(3)V99 COMP-3  DRGAP01P
020500       OCCURS 7 TIMES.                                            DRGAP01P
020600   05  WS-SPREAD-TOTAL                       PIC S9(5)V99 COMP-3. DRGAP01P
020700   05  WS-SPREAD-AMOUNT                      PIC S9(11)V99 COMP-3.DRGAP01P
020800   05  WS-SPREAD-LEFT                        PIC S9(11)V99 COMP-3.DRGAP01P
020900   05  WS-CUM-GAP                            PIC S9(13)V99 COMP-3.DRGAP01P
021000   05  WS-NII-UP                             PIC S9(13)V99 COMP-3.DRGAP01P
021100   05  WS-NII-DOWN-100                       PIC S9(13)V99 COMP-3.DRGAP01P
021200   05  WS-NII-DOWN-200                       PIC S9(13)V99 COMP-3.DRGAP01P
021300                                                                  DRGAP01P
021400     EXEC SQL                                                     DRGAP01P
021500          INCLUDE SQLCA                                           DRGAP01P
021600     END-EXEC.                                                    DRGAP01P
021700                                                                  DRGAP01P
021800 COPY CABENDD.                                                    DRGAP01P
021900   EXEC SQL                                                       DRGAP01P
022000        END DECLARE SECTION                                       DRGAP01P
022100   END-EXEC.                                                      DRGAP01P
022200                                                                  DRGAP01P
022300 LINKAGE SECTION.                                                 DRGAP01P
022400 01  DFHCOMMAREA.                                                 DRGAP01P
022500   05  LK-COMMAREA                           PIC X(1)             DRGAP01P
022600       OCCURS 1 TO 6144 TIMES                                     DRGAP01P
022700         DEPENDING ON WS-COMMAREA-LENGTH.                         DRGAP01P
022800                                                                  DRGAP01P
022900 COPY CENTRY.                                                     DRGAP01P
023000***************************************************************** DRGAP01P
023100* Move the passed area to our area                              * DRGAP01P
023200***************************************************************** DRGAP01P
023300     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DRGAP01P
023400     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DRGAP01P
023500                                                                  DRGAP01P
023600***************************************************************** DRGAP01P
023700* Initialize our output area                                    * DRGAP01P
023800***************************************************************** DRGAP01P
023900     INITIALIZE CGP1O-DATA.                                       DRGAP01P
024000     SET CGP1O-REQUEST-FAIL TO TRUE.                              DRGAP01P
024100                                                                  DRGAP01P
024200     INITIALIZE CD98-DATA.                                        DRGAP01P
024300     SET CD98I-READ-BUSINESS-DATE TO TRUE.                        DRGAP01P
024400 COPY CBANKX98.                                                   DRGAP01P
024500     IF NOT CD98O-REQUEST-OK                                      DRGAP01P
024600        MOVE CD98O-MSG TO CGP1O-MSG                               DRGAP01P
024700        GO TO DRGAP01P-EXIT                                       DRGAP01P
024800     END-IF.                                                      DRGAP01P
024900     MOVE CD98O-DATE TO WS-BUSINESS-DATE.                         DRGAP01P
025000                                                                  DRGAP01P
025100     EVALUATE TRUE                                                DRGAP01P
025200       WHEN CGP1I-MONTHLY-RUN                                     DRGAP01P
025300         PERFORM MONTHLY-RUN THRU                                 DRGAP01P
025400                 MONTHLY-RUN-EXIT                                 DRGAP01P
025500       WHEN CGP1I-LIST-SPREAD                                     DRGAP01P
025600         PERFORM LIST-SPREAD THRU                                 DRGAP01P
025700                 LIST-SPREAD-EXIT                                 DRGAP01P
025800       WHEN CGP1I-SET-SPREAD                                      DRGAP01P
025900         PERFORM SET-SPREAD THRU                                  DRGAP01P
026000                 SET-SPREAD-EXIT                                  DRGAP01P
026100       WHEN OTHER                                                 DRGAP01P
026200         MOVE 'Unknown repricing gap function requested'          DRGAP01P
026300           TO CGP1O-MSG                                           DRGAP01P
026400     END-EVALUATE.                                                DRGAP01P
026500                                                                  DRGAP01P
026600 DRGAP01P-EXIT.                                                   DRGAP01P
026700***************************************************************** DRGAP01P
026800* Move the result back to the callers area                      * DRGAP01P
026900***************************************************************** DRGAP01P
027000     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DRGAP01P
027100                                                                  DRGAP01P
027200***************************************************************** DRGAP01P
027300* Return to our caller                                          * DRGAP01P
027400***************************************************************** DRGAP01P
027500 COPY CRETURN.                                                    DRGAP01P
027600                                                                  DRGAP01P
027700***************************************************************** DRGAP01P
027800* Show how an account type's balances are spread over the       * DRGAP01P
027900* buckets, and how much is left to reprice in the first month   * DRGAP01P
028000***************************************************************** DRGAP01P
028100 LIST-SPREAD.                                                     DRGAP01P
028200     PERFORM CHECK-ACC-TYPE THRU                                  DRGAP01P
028300             CHECK-ACC-TYPE-EXIT.                                 DRGAP01P
028400     IF CGP1O-MSG IS NOT EQUAL TO SPACES                          DRGAP01P
028500        GO TO LIST-SPREAD-EXIT                                    DRGAP01P
028600     END-IF.                                                      DRGAP01P
028700     MOVE CGP1I-ACC-TYPE TO DCL-BHV-ACC-TYPE.                     DRGAP01P
028800     PERFORM LOAD-SPREAD THRU                                     DRGAP01P
028900             LOAD-SPREAD-EXIT.                                    DRGAP01P
029000     IF CGP1O-MSG IS NOT EQUAL TO SPACES                          DRGAP01P
029100        GO TO LIST-SPREAD-EXIT                                    DRGAP01P
029200     END-IF.                                                      DRGAP01P
029300     MOVE 0 TO WS-SUB1.                                           DRGAP01P
029400     PERFORM LIST-SPREAD-BUCKET THRU                              DRGAP01P
029500             LIST-SPREAD-BUCKET-EXIT 7 TIMES.                     DRGAP01P
029600     COMPUTE CGP1O-UNSPREAD-PCT = 100 - WS-SPREAD-TOTAL.          DRGAP01P
029700     SET CGP1O-REQUEST-OK TO TRUE.                                DRGAP01P
029800     IF WS-SPREAD-TOTAL IS EQUAL TO ZERO                          DRGAP01P
029900        SET CGP1O-NOT-FOUND TO TRUE                               DRGAP01P
030000        MOVE 'No spread held - the type reprices within the month'DRGAP01P
030100          TO CGP1O-MSG                                            DRGAP01P
030200     ELSE                                                         DRGAP01P
030300        MOVE 'Behavioural spread shown' TO CGP1O-MSG              DRGAP01P
030400     END-IF.                                                      DRGAP01P
030500 LIST-SPREAD-EXIT.                                                DRGAP01P
030600     EXIT.                                                        DRGAP01P
030700                                                                  DRGAP01P
030800 LIST-SPREAD-BUCKET.                                              DRGAP01P
030900     ADD 1 TO WS-SUB1.                                            DRGAP01P
031000     MOVE WS-SPREAD (WS-SUB1) TO CGP1O-SPREAD-PCT (WS-SUB1).      DRGAP01P
031100 LIST-SPREAD-BUCKET-EXIT.                                         DRGAP01P
031200     EXIT.                                                        DRGAP01P
031300                                                                  DRGAP01P
031400***************************************************************** DRGAP01P
031500* Set the share of an account type's balances that reprices in  * DRGAP01P
031600* one bucket - nil takes the bucket's share off. The shares of  * DRGAP01P
031700* a type cannot come to more than the whole balance             * DRGAP01P
031800***************************************************************** DRGAP01P
031900 SET-SPREAD.                                                      DRGAP01P
032000     PERFORM CHECK-ACC-TYPE THRU                                  DRGAP01P
032100             CHECK-ACC-TYPE-EXIT.                                 DRGAP01P
032200     IF CGP1O-MSG IS NOT EQUAL TO SPACES                          DRGAP01P
032300        GO TO SET-SPREAD-EXIT                                     DRGAP01P
032400     END-IF.                                                      DRGAP01P
032500     IF CGP1I-BUCKET IS NOT NUMERIC OR                            DRGAP01P
032600        CGP1I-BUCKET IS LESS THAN 1 OR                            DRGAP01P
032700        CGP1I-BUCKET IS GREATER THAN 7                            DRGAP01P
032800        MOVE 'The bucket must be 1 to 7' TO CGP1O-MSG             DRGAP01P
032900        GO TO SET-SPREAD-EXIT                                     DRGAP01P
033000     END-IF.                                                      DRGAP01P
033100     IF CGP1I-PCT IS NOT NUMERIC OR                               DRGAP01P
033200        CGP1I-PCT IS LESS THAN ZERO OR                            DRGAP01P
033300        CGP1I-PCT IS GREATER THAN 100                             DRGAP01P
033400        MOVE 'The share must be 0 to 100%' TO CGP1O-MSG           DRGAP01P
033500        GO TO SET-SPREAD-EXIT                                     DRGAP01P
033600     END-IF.                                                      DRGAP01P
033700     MOVE CGP1I-ACC-TYPE TO DCL-BHV-ACC-TYPE.                     DRGAP01P
033800     MOVE CGP1I-BUCKET TO DCL-BHV-BUCKET.                         DRGAP01P
033900     MOVE CGP1I-PCT TO DCL-BHV-PCT.                               DRGAP01P
034000     EXEC SQL                                                     DRGAP01P
034100          SELECT VALUE(SUM(BHV_PCT), 0)                           DRGAP01P
034200          INTO :DCL-BHV-OTHER-PCT                                 DRGAP01P
034300          FROM BNKBHVR                                            DRGAP01P
034400          WHERE BHV_ACC_TYPE = :DCL-BHV-ACC-TYPE AND              DRGAP01P
034500                BHV_BUCKET <> :DCL-BHV-BUCKET                     DRGAP01P
034600     END-EXEC.                                                    DRGAP01P
034700     IF SQLCODE IS NOT EQUAL TO ZERO                              DRGAP01P
034800        MOVE 'Unable to read the behavioural spread' TO CGP1O-MSG DRGAP01P
034900        GO TO SET-SPREAD-EXIT                                     DRGAP01P
035000     END-IF.                                                      DRGAP01P
035100     IF DCL-BHV-OTHER-PCT + DCL-BHV-PCT IS GREATER THAN 100       DRGAP01P
035200        MOVE 'The type''s shares would come to more than 100%'    DRGAP01P
035300          TO CGP1O-MSG                                            DRGAP01P
035400        GO TO SET-SPREAD-EXIT                                     DRGAP01P
035500     END-IF.                                                      DRGAP01P
035600     EXEC SQL                                                     DRGAP01P
035700          DELETE                                                  DRGAP01P
035800          FROM BNKBHVR                                            DRGAP01P
035900          WHERE BHV_ACC_TYPE = :DCL-BHV-ACC-TYPE AND              DRGAP01P
036000                BHV_BUCKET = :DCL-BHV-BUCKET                      DRGAP01P
036100     END-EXEC.                                                    DRGAP01P
036200     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DRGAP01P
036300        SQLCODE IS NOT EQUAL TO +100                              DRGAP01P
036400        MOVE 'Unable to replace the behavioural spread'           DRGAP01P
036500          TO CGP1O-MSG                                            DRGAP01P
036600        GO TO SET-SPREAD-EXIT                                     DRGAP01P
036700     END-IF.                                                      DRGAP01P
036800     IF DCL-BHV-PCT IS GREATER THAN ZERO                          DRGAP01P
036900        EXEC SQL                                                  DRGAP01P
037000             INSERT                                               DRGAP01P
037100             INTO BNKBHVR (BHV_ACC_TYPE,                          DRGAP01P
037200                           BHV_BUCKET,                            DRGAP01P
037300                           BHV_PCT,                               DRGAP01P
037400                           BHV_UPDATED_BY,                        DRGAP01P
037500                           BHV_UPDATED_TS)                        DRGAP01P
037600             VALUES (:DCL-BHV-ACC-TYPE,                           DRGAP01P
037700                     :DCL-BHV-BUCKET,                             DRGAP01P
037800                     :DCL-BHV-PCT,                                DRGAP01P
037900                     :CGP1I-USERID,                               DRGAP01P
038000                     CURRENT TIMESTAMP)                           DRGAP01P
038100        END-EXEC                                                  DRGAP01P
038200        IF SQLCODE IS NOT EQUAL TO ZERO                           DRGAP01P
038300           MOVE 'Unable to hold the behavioural spread'           DRGAP01P
038400             TO CGP1O-MSG                                         DRGAP01P
038500           GO TO SET-SPREAD-EXIT                                  DRGAP01P
038600        END-IF                                                    DRGAP01P
038700     END-IF.                                                      DRGAP01P
038800     PERFORM LIST-SPREAD THRU                                     DRGAP01P
038900             LIST-SPREAD-EXIT.                                    DRGAP01P
039000     IF CGP1O-REQUEST-FAIL                                        DRGAP01P
039100        GO TO SET-SPREAD-EXIT                                     DRGAP01P
039200     END-IF.                                                      DRGAP01P
039300     SET CGP1O-REQUEST-OK TO TRUE.                                DRGAP01P
039400     MOVE 'Behavioural spread updated' TO CGP1O-MSG.              DRGAP01P
039500 SET-SPREAD-EXIT.                                                 DRGAP01P
039600     EXIT.                                                        DRGAP01P
039700                                                                  DRGAP01P
039800***************************************************************** DRGAP01P
039900* The account type must be one on the product table             * DRGAP01P
040000***************************************************************** DRGAP01P
040100 CHECK-ACC-TYPE.                                                  DRGAP01P
040200     EXEC SQL                                                     DRGAP01P
040300          SELECT COUNT(*)                                         DRGAP01P
040400          INTO :DCL-ROW-COUNT                                     DRGAP01P
040500          FROM BNKATYPE                                           DRGAP01P
040600          WHERE BAT_TYPE = :CGP1I-ACC-TYPE                        DRGAP01P
040700     END-EXEC.                                                    DRGAP01P
040800     IF SQLCODE IS NOT EQUAL TO ZERO                              DRGAP01P
040900        MOVE 'Unable to read the account types' TO CGP1O-MSG      DRGAP01P
041000        GO TO CHECK-ACC-TYPE-EXIT                                 DRGAP01P
041100     END-IF.                                                      DRGAP01P
041200     IF DCL-ROW-COUNT IS EQUAL TO ZERO                            DRGAP01P
041300        MOVE 'Unknown account type' TO CGP1O-MSG                  DRGAP01P
041400     END-IF.                                                      DRGAP01P
041500 CHECK-ACC-TYPE-EXIT.                                             DRGAP01P
041600     EXIT.                                                        DRGAP01P
041700                                                                  DRGAP01P
041800***************************************************************** DRGAP01P
041900* Load the spread held for the account type in DCL-BHV-ACC-TYPE * DRGAP01P
042000***************************************************************** DRGAP01P
042100 LOAD-SPREAD.                                                     DRGAP01P
042200     MOVE DCL-BHV-ACC-TYPE TO WS-SPREAD-TYPE.                     DRGAP01P
042300     MOVE ZERO TO WS-SPREAD-TOTAL.                                DRGAP01P
042400     MOVE 0 TO WS-SUB1.                                           DRGAP01P
042500     PERFORM CLEAR-SPREAD THRU                                    DRGAP01P
042600             CLEAR-SPREAD-EXIT 7 TIMES.                           DRGAP01P
042700     EXEC SQL                                                     DRGAP01P
042800          DECLARE BHV_CSR CURSOR FOR                              DRGAP01P
042900          SELECT BHV_BUCKET,                                      DRGAP01P
043000                 BHV_PCT                                          DRGAP01P
043100          FROM BNKBHVR                                            DRGAP01P
043200          WHERE BHV_ACC_TYPE = :DCL-BHV-ACC-TYPE                  DRGAP01P
043300          FOR FETCH ONLY                                          DRGAP01P
043400     END-EXEC.                                                    DRGAP01P
043500     EXEC SQL                                                     DRGAP01P
043600          OPEN BHV_CSR                                            DRGAP01P
043700     END-EXEC.                                                    DRGAP01P
043800     IF SQLCODE IS NOT EQUAL TO ZERO                              DRGAP01P
043900        MOVE 'Unable to read the behavioural spread' TO CGP1O-MSG DRGAP01P
044000        GO TO LOAD-SPREAD-EXIT                                    DRGAP01P
044100     END-IF.                                                      DRGAP01P
044200 BHV-LOOP.                                                        DRGAP01P
044300     EXEC SQL                                                     DRGAP01P
044400          FETCH BHV_CSR                                           DRGAP01P
044500          INTO :DCL-BHV-BUCKET,                                   DRGAP01P
044600               :DCL-BHV-PCT                                       DRGAP01P
044700     END-EXEC.                                                    DRGAP01P
044800     IF SQLCODE IS EQUAL TO +100                                  DRGAP01P
044900        GO TO BHV-LOOP-EXIT                                       DRGAP01P
045000     END-IF.                                                      DRGAP01P
045100     IF SQLCODE IS NOT EQUAL TO ZERO                              DRGAP01P
045200        MOVE 'Unable to read the behavioural spread' TO CGP1O-MSG DRGAP01P
045300        GO TO BHV-LOOP-EXIT                                       DRGAP01P
045400     END-IF.                                                      DRGAP01P
045500     IF DCL-BHV-BUCKET IS LESS THAN 1 OR                          DRGAP01P
045600        DCL-BHV-BUCKET IS GREATER THAN 7                          DRGAP01P
045700        GO TO BHV-LOOP                                            DRGAP01P
045800     END-IF.                                                      DRGAP01P
045900     MOVE DCL-BHV-PCT TO WS-SPREAD (DCL-BHV-BUCKET).              DRGAP01P
046000     ADD DCL-BHV-PCT TO WS-SPREAD-TOTAL.                          DRGAP01P
046100     GO TO BHV-LOOP.                                              DRGAP01P
046200 BHV-LOOP-EXIT.                                                   DRGAP01P
046300     EXEC SQL                                                     DRGAP01P
046400          CLOSE BHV_CSR                                           DRGAP01P
046500     END-EXEC.                                                    DRGAP01P
046600 LOAD-SPREAD-EXIT.                                                DRGAP01P
046700     EXIT.                                                        DRGAP01P
046800                                                                  DRGAP01P
046900 CLEAR-SPREAD.                                                    DRGAP01P
047000     ADD 1 TO WS-SUB1.                                            DRGAP01P
047100     MOVE ZERO TO WS-SPREAD (WS-SUB1).                            DRGAP01P
047200 CLEAR-SPREAD-EXIT.                                               DRGAP01P
047300     EXIT.                                                        DRGAP01P
047400                                                                  DRGAP01P
047500***************************************************************** DRGAP01P
047600* The monthly run. Left to itself it works the month before the * DRGAP01P
047700* business date and only once - run with the nightly stream, it * DRGAP01P
047800* measures the gap on the first night of a month and finds it   * DRGAP01P
047900* already held every night after. A month named by the caller   * DRGAP01P
048000* is worked afresh, replacing any gap already held for it. The  * DRGAP01P
048100* book is measured as it stands on the night of the run         * DRGAP01P
048200***************************************************************** DRGAP01P
048300 MONTHLY-RUN.                                                     DRGAP01P
048400     EXEC SQL                                                     DRGAP01P
048500          SET :WS-RUN-TS = CURRENT TIMESTAMP                      DRGAP01P
048600     END-EXEC.                                                    DRGAP01P
048700     IF CGP1I-MONTH IS EQUAL TO SPACES                            DRGAP01P
048800        MOVE SPACES TO WS-MONTH-FIRST                             DRGAP01P
048900        STRING WS-BUSINESS-DATE (1:7) '-01'                       DRGAP01P
049000               DELIMITED BY SIZE INTO WS-MONTH-FIRST              DRGAP01P
049100        EXEC SQL                                                  DRGAP01P
049200             SET :WS-PERIOD-FROM =                                DRGAP01P
049300                 CHAR(DATE(:WS-MONTH-FIRST) - 1 MONTH, ISO)       DRGAP01P
049400        END-EXEC                                                  DRGAP01P
049500     ELSE                                                         DRGAP01P
049600        MOVE SPACES TO WS-MONTH-FIRST                             DRGAP01P
049700        STRING CGP1I-MONTH '-01'                                  DRGAP01P
049800               DELIMITED BY SIZE INTO WS-MONTH-FIRST              DRGAP01P
049900        EXEC SQL                                                  DRGAP01P
050000             SET :WS-PERIOD-FROM =                                DRGAP01P
050100                 CHAR(DATE(:WS-MONTH-FIRST), ISO)                 DRGAP01P
050200        END-EXEC                                                  DRGAP01P
050300     END-IF.                                                      DRGAP01P
050400     IF SQLCODE IS NOT EQUAL TO ZERO                              DRGAP01P
050500        MOVE 'The month to work must be given as yyyy-mm'         DRGAP01P
050600          TO CGP1O-MSG                                            DRGAP01P
050700        GO TO MONTHLY-RUN-EXIT                                    DRGAP01P
050800     END-IF.                                                      DRGAP01P
050900     MOVE WS-PERIOD-FROM (1:7) TO WS-MONTH.                       DRGAP01P
051000     MOVE WS-MONTH TO CGP1O-MONTH.                                DRGAP01P
051100     IF WS-MONTH IS NOT LESS THAN WS-BUSINESS-DATE (1:7)          DRGAP01P
051200        MOVE 'The month has not yet ended' TO CGP1O-MSG           DRGAP01P
051300        GO TO MONTHLY-RUN-EXIT                                    DRGAP01P
051400     END-IF.                                                      DRGAP01P
051500     EXEC SQL                                                     DRGAP01P
051600          SELECT COUNT(*)                                         DRGAP01P
051700          INTO :DCL-ROW-COUNT                                     DRGAP01P
051800          FROM BNKGAPR                                            DRGAP01P
051900          WHERE GAP_MONTH = :WS-MONTH                             DRGAP01P
052000     END-EXEC.                                                    DRGAP01P
052100     IF SQLCODE IS NOT EQUAL TO ZERO                              DRGAP01P
052200        MOVE 'Unable to read the repricing gaps held' TO CGP1O-MSGDRGAP01P
052300        GO TO MONTHLY-RUN-EXIT                                    DRGAP01P
052400     END-IF.                                                      DRGAP01P
052500     IF DCL-ROW-COUNT IS GREATER THAN ZERO AND                    DRGAP01P
052600        CGP1I-MONTH IS EQUAL TO SPACES                            DRGAP01P
052700        SET CGP1O-REQUEST-OK TO TRUE                              DRGAP01P
052800        MOVE 'Repricing gap already measured for the month'       DRGAP01P
052900          TO CGP1O-MSG                                            DRGAP01P
053000        GO TO MONTHLY-RUN-EXIT                                    DRGAP01P
053100     END-IF.                                                      DRGAP01P
053200     EXEC SQL                                                     DRGAP01P
053300          DELETE                                                  DRGAP01P
053400          FROM BNKGAPR                                            DRGAP01P
053500          WHERE GAP_MONTH = :WS-MONTH                             DRGAP01P
053600     END-EXEC.                                                    DRGAP01P
053700     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DRGAP01P
053800        SQLCODE IS NOT EQUAL TO +100                              DRGAP01P
053900        MOVE 'Unable to clear the month''s repricing gap'         DRGAP01P
054000          TO CGP1O-MSG                                            DRGAP01P
054100        GO TO MONTHLY-RUN-EXIT                                    DRGAP01P
054200     END-IF.                                                      DRGAP01P
054300     PERFORM SET-BUCKET-ENDS THRU                                 DRGAP01P
054400             SET-BUCKET-ENDS-EXIT.                                DRGAP01P
054500     IF CGP1O-MSG IS NOT EQUAL TO SPACES                          DRGAP01P
054600        GO TO MONTHLY-RUN-EXIT                                    DRGAP01P
054700     END-IF.                                                      DRGAP01P
054800     INITIALIZE WS-POSITIONS.                                     DRGAP01P
054900     INITIALIZE WS-BUCKET-TOTALS.                                 DRGAP01P
055000     MOVE SPACES TO WS-CSV-LINE.                                  DRGAP01P
055100     STRING 'REPRICING GAP,' WS-MONTH ',' WS-BUSINESS-DATE        DRGAP01P
055200            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DRGAP01P
055300     PERFORM QUEUE-REPORT-LINE THRU                               DRGAP01P
055400             QUEUE-REPORT-LINE-EXIT.                              DRGAP01P
055500     PERFORM PLACE-TERM-DEPOSITS THRU                             DRGAP01P
055600             PLACE-TERM-DEPOSITS-EXIT.                            DRGAP01P
055700     IF CGP1O-MSG IS NOT EQUAL TO SPACES                          DRGAP01P
055800        GO TO MONTHLY-RUN-EXIT                                    DRGAP01P
055900     END-IF.                                                      DRGAP01P
056000     PERFORM PLACE-LOANS THRU                                     DRGAP01P
056100             PLACE-LOANS-EXIT.                                    DRGAP01P
056200     IF CGP1O-MSG IS NOT EQUAL TO SPACES                          DRGAP01P
056300        GO TO MONTHLY-RUN-EXIT                                    DRGAP01P
056400     END-IF.                                                      DRGAP01P
056500     PERFORM PLACE-ACCOUNTS THRU                                  DRGAP01P
056600             PLACE-ACCOUNTS-EXIT.                                 DRGAP01P
056700     IF CGP1O-MSG IS NOT EQUAL TO SPACES                          DRGAP01P
056800        GO TO MONTHLY-RUN-EXIT                                    DRGAP01P
056900     END-IF.                                                      DRGAP01P
057000     PERFORM REPORT-GAP THRU                                      DRGAP01P
057100             REPORT-GAP-EXIT.                                     DRGAP01P
057200 MONTHLY-RUN-EXIT.                                                DRGAP01P
057300     EXIT.                                                        DRGAP01P
057400                                                                  DRGAP01P
057500***************************************************************** DRGAP01P
057600* The date each of the first six buckets closes on - the last   * DRGAP01P
057700* bucket is open-ended                                          * DRGAP01P
057800***************************************************************** DRGAP01P
057900 SET-BUCKET-ENDS.                                                 DRGAP01P
058000     EXEC SQL                                                     DRGAP01P
058100          SET :DCL-BUCKET-END-1 =                                 DRGAP01P
058200              CHAR(DATE(:WS-BUSINESS-DATE) + 1 MONTH, ISO)        DRGAP01P
058300     END-EXEC.                                                    DRGAP01P
058400     EXEC SQL                                                     DRGAP01P
058500          SET :DCL-BUCKET-END-2 =                                 DRGAP01P
058600              CHAR(DATE(:WS-BUSINESS-DATE) + 3 MONTHS, ISO)       DRGAP01P
058700     END-EXEC.                                                    DRGAP01P
058800     EXEC SQL                                                     DRGAP01P
058900          SET :DCL-BUCKET-END-3 =                                 DRGAP01P
059000              CHAR(DATE(:WS-BUSINESS-DATE) + 6 MONTHS, ISO)       DRGAP01P
059100     END-EXEC.                                                    DRGAP01P
059200     EXEC SQL                                                     DRGAP01P
059300          SET :DCL-BUCKET-END-4 =                                 DRGAP01P
059400              CHAR(DATE(:WS-BUSINESS-DATE) + 12 MONTHS, ISO)      DRGAP01P
059500     END-EXEC.                                                    DRGAP01P
059600     EXEC SQL                                                     DRGAP01P
059700          SET :DCL-BUCKET-END-5 =                                 DRGAP01P
059800              CHAR(DATE(:WS-BUSINESS-DATE) + 24 MONTHS, ISO)      DRGAP01P
059900     END-EXEC.                                                    DRGAP01P
060000     EXEC SQL                                                     DRGAP01P
060100          SET :DCL-BUCKET-END-6 =                                 DRGAP01P
060200              CHAR(DATE(:WS-BUSINESS-DATE) + 60 MONTHS, ISO)      DRGAP01P
060300     END-EXEC.                                                    DRGAP01P
060400     IF SQLCODE IS NOT EQUAL TO ZERO                              DRGAP01P
060500        MOVE 'Unable to set the repricing buckets' TO CGP1O-MSG   DRGAP01P
060600     END-IF.                                                      DRGAP01P
060700 SET-BUCKET-ENDS-EXIT.                                            DRGAP01P
060800     EXIT.                                                        DRGAP01P
060900                                                                  DRGAP01P
061000***************************************************************** DRGAP01P
061100* Every open term deposit reprices when it matures - one past   * DRGAP01P
061200* its maturity date and not yet paid out reprices at once       * DRGAP01P
061300***************************************************************** DRGAP01P
061400 PLACE-TERM-DEPOSITS.                                             DRGAP01P
061500     EXEC SQL                                                     DRGAP01P
061600          DECLARE TDP_CSR CURSOR FOR                              DRGAP01P
061700          SELECT TDP_PRINCIPAL,                                   DRGAP01P
061800                 TDP_RATE,                                        DRGAP01P
061900                 TDP_MATURITY_DATE                                DRGAP01P
062000          FROM BNKTDEP                                            DRGAP01P
062100          WHERE TDP_STATUS = 'O'                                  DRGAP01P
062200          FOR FETCH ONLY                                          DRGAP01P
062300     END-EXEC.                                                    DRGAP01P
062400     EXEC SQL                                                     DRGAP01P
062500          OPEN TDP_CSR                                            DRGAP01P
062600     END-EXEC.                                                    DRGAP01P
062700     IF SQLCODE IS NOT EQUAL TO ZERO                              DRGAP01P
062800        MOVE 'Unable to open the term-deposit register'           DRGAP01P
062900          TO CGP1O-MSG                                            DRGAP01P
063000        GO TO PLACE-TERM-DEPOSITS-EXIT                            DRGAP01P
063100     END-IF.                                                      DRGAP01P
063200     MOVE 1 TO WS-CATEGORY.                                       DRGAP01P
063300 TDP-LOOP.                                                        DRGAP01P
063400     EXEC SQL                                                     DRGAP01P
063500          FETCH TDP_CSR                                           DRGAP01P
063600          INTO :DCL-TDP-PRINCIPAL,                                DRGAP01P
063700               :DCL-TDP-RATE,                                     DRGAP01P
063800               :DCL-TDP-MATURITY-DATE                             DRGAP01P
063900     END-EXEC.                                                    DRGAP01P
064000     IF SQLCODE IS EQUAL TO +100                                  DRGAP01P
064100        GO TO TDP-LOOP-EXIT                                       DRGAP01P
064200     END-IF.                                                      DRGAP01P
064300     IF SQLCODE IS NOT EQUAL TO ZERO                              DRGAP01P
064400        MOVE 'Unable to read the term-deposit register'           DRGAP01P
064500          TO CGP1O-MSG                                            DRGAP01P
064600        GO TO TDP-LOOP-EXIT                                       DRGAP01P
064700     END-IF.                                                      DRGAP01P
064800     MOVE DCL-TDP-MATURITY-DATE TO WS-ITEM-DATE.                  DRGAP01P
064900     PERFORM FIND-BUCKET THRU                                     DRGAP01P
065000             FIND-BUCKET-EXIT.                                    DRGAP01P
065100     MOVE DCL-TDP-PRINCIPAL TO WS-ITEM-AMOUNT.                    DRGAP01P
065200     MOVE DCL-TDP-RATE TO WS-ITEM-RATE.                           DRGAP01P
065300     PERFORM ADD-POSITION THRU                                    DRGAP01P
065400             ADD-POSITION-EXIT.                                   DRGAP01P
065500     GO TO TDP-LOOP.                                              DRGAP01P
065600 TDP-LOOP-EXIT.                                                   DRGAP01P
065700     EXEC SQL                                                     DRGAP01P
065800          CLOSE TDP_CSR                                           DRGAP01P
065900     END-EXEC.                                                    DRGAP01P
066000 PLACE-TERM-DEPOSITS-EXIT.                                        DRGAP01P
066100     EXIT.                                                        DRGAP01P
066200                                                                  DRGAP01P
066300***************************************************************** DRGAP01P
066400* Every unpaid installment of every active loan. A fixed-rate   * DRGAP01P
066500* loan's principal reprices only as it is paid back; a          * DRGAP01P
066600* variable-rate loan's reprices as it is paid back or at the    * DRGAP01P
066700* next base-rate reset, whichever is sooner. The next reset is  * DRGAP01P
066800* the earliest approved base-rate change still queued for the   * DRGAP01P
066900* repricing run - with none queued, the base rate can move at   * DRGAP01P
067000* any time, so it is taken as within the month                  * DRGAP01P
067100***************************************************************** DRGAP01P
067200 PLACE-LOANS.                                                     DRGAP01P
067300     MOVE 1 TO WS-RESET-BUCKET.                                   DRGAP01P
067400     EXEC SQL                                                     DRGAP01P
067500          SELECT MIN(RPR_EFF_DATE)                                DRGAP01P
067600          INTO :DCL-RPR-EFF-DATE :DCL-RPR-IND                     DRGAP01P
067700          FROM BNKRPRC                                            DRGAP01P
067800          WHERE RPR_STATUS = 'P'                                  DRGAP01P
067900     END-EXEC.                                                    DRGAP01P
068000     IF SQLCODE IS NOT EQUAL TO ZERO                              DRGAP01P
068100        MOVE 'Unable to read the repricing queue' TO CGP1O-MSG    DRGAP01P
068200        GO TO PLACE-LOANS-EXIT                                    DRGAP01P
068300     END-IF.                                                      DRGAP01P
068400     IF DCL-RPR-IND IS NOT LESS THAN ZERO                         DRGAP01P
068500        MOVE DCL-RPR-EFF-DATE TO WS-ITEM-DATE                     DRGAP01P
068600        PERFORM FIND-BUCKET THRU                                  DRGAP01P
068700                FIND-BUCKET-EXIT                                  DRGAP01P
068800        MOVE WS-BUCKET TO WS-RESET-BUCKET                         DRGAP01P
068900     END-IF.                                                      DRGAP01P
069000     EXEC SQL                                                     DRGAP01P
069100          DECLARE LNS_CSR CURSOR FOR                              DRGAP01P
069200          SELECT LON.LON_RATE_TYPE,                               DRGAP01P
069300                 LON.LON_RATE,                                    DRGAP01P
069400                 LNS.LNS_DUE_DATE,                                DRGAP01P
069500                 LNS.LNS_PRINCIPAL - LNS.LNS_PRIN_PAID            DRGAP01P
069600          FROM BNKLOAN LON,                                       DRGAP01P
069700               BNKLNSC LNS                                        DRGAP01P
069800          WHERE LON.LON_STATUS = 'A' AND                          DRGAP01P
069900                LNS.LNS_LOAN_ID = LON.LON_ID AND                  DRGAP01P
070000                LNS.LNS_STATUS IN (' ', 'M')                      DRGAP01P
070100          FOR FETCH ONLY                                          DRGAP01P
070200     END-EXEC.                                                    DRGAP01P
070300     EXEC SQL                                                     DRGAP01P
070400          OPEN LNS_CSR                                            DRGAP01P
070500     END-EXEC.                                                    DRGAP01P
070600     IF SQLCODE IS NOT EQUAL TO ZERO                              DRGAP01P
070700        MOVE 'Unable to open the loan schedules' TO CGP1O-MSG     DRGAP01P
070800        GO TO PLACE-LOANS-EXIT                                    DRGAP01P
070900     END-IF.                                                      DRGAP01P
071000 LNS-LOOP.                                                        DRGAP01P
071100     EXEC SQL                                                     DRGAP01P
071200          FETCH LNS_CSR                                           DRGAP01P
071300          INTO :DCL-LON-RATE-TYPE,                                DRGAP01P
071400               :DCL-LON-RATE,                                     DRGAP01P
071500               :DCL-LNS-DUE-DATE,                                 DRGAP01P
071600               :DCL-LNS-OUTSTANDING                               DRGAP01P
071700     END-EXEC.                                                    DRGAP01P
071800     IF SQLCODE IS EQUAL TO +100                                  DRGAP01P
071900        GO TO LNS-LOOP-EXIT                                       DRGAP01P
072000     END-IF.                                                      DRGAP01P
072100     IF SQLCODE IS NOT EQUAL TO ZERO                              DRGAP01P
072200        MOVE 'Unable to read the loan schedules' TO CGP1O-MSG     DRGAP01P
072300        GO TO LNS-LOOP-EXIT                                       DRGAP01P
072400     END-IF.                                                      DRGAP01P
072500     IF DCL-LNS-OUTSTANDING IS NOT GREATER THAN ZERO              DRGAP01P
072600        GO TO LNS-LOOP                                            DRGAP01P
072700     END-IF.                                                      DRGAP01P
072800     MOVE DCL-LNS-DUE-DATE TO WS-ITEM-DATE.                       DRGAP01P
072900     PERFORM FIND-BUCKET THRU                                     DRGAP01P
073000             FIND-BUCKET-EXIT.                                    DRGAP01P
073100     IF DCL-LON-RATE-TYPE IS EQUAL TO 'V'                         DRGAP01P
073200        MOVE 3 TO WS-CATEGORY                                     DRGAP01P
073300        IF WS-RESET-BUCKET IS LESS THAN WS-BUCKET                 DRGAP01P
073400           MOVE WS-RESET-BUCKET TO WS-BUCKET                      DRGAP01P
073500        END-IF                                                    DRGAP01P
073600     ELSE                                                         DRGAP01P
073700        MOVE 4 TO WS-CATEGORY                                     DRGAP01P
073800     END-IF.                                                      DRGAP01P
073900     MOVE DCL-LNS-OUTSTANDING TO WS-ITEM-AMOUNT.                  DRGAP01P
074000     MOVE DCL-LON-RATE TO WS-ITEM-RATE.                           DRGAP01P
074100     PERFORM ADD-POSITION THRU                                    DRGAP01P
074200             ADD-POSITION-EXIT.                                   DRGAP01P
074300     GO TO LNS-LOOP.                                              DRGAP01P
074400 LNS-LOOP-EXIT.                                                   DRGAP01P
074500     EXEC SQL                                                     DRGAP01P
074600          CLOSE LNS_CSR                                           DRGAP01P
074700     END-EXEC.                                                    DRGAP01P
074800 PLACE-LOANS-EXIT.                                                DRGAP01P
074900     EXIT.                                                        DRGAP01P
075000                                                                  DRGAP01P
075100***************************************************************** DRGAP01P
075200* Every open deposit and card account. A credit balance is      * DRGAP01P
075300* spread over the buckets by its account type's behavioural     * DRGAP01P
075400* spread, at the credit interest rate for its balance; an       * DRGAP01P
075500* overdrawn balance reprices within the month at the type's     * DRGAP01P
075600* lending rate                                                  * DRGAP01P
075700***************************************************************** DRGAP01P
075800 PLACE-ACCOUNTS.                                                  DRGAP01P
075900     MOVE HIGH-VALUES TO WS-SPREAD-TYPE.                          DRGAP01P
076000     EXEC SQL                                                     DRGAP01P
076100          DECLARE ACC_CSR CURSOR FOR                              DRGAP01P
076200          SELECT BAC_ACCTYPE,                                     DRGAP01P
076300                 BAC_BALANCE                                      DRGAP01P
076400          FROM BNKACC                                             DRGAP01P
076500          WHERE BAC_STATUS <> 'C' AND                             DRGAP01P
076600                BAC_ACCTYPE NOT IN ('LN', 'ES') AND               DRGAP01P
076700                BAC_BALANCE <> 0                                  DRGAP01P
076800          ORDER BY BAC_ACCTYPE                                    DRGAP01P
076900          FOR FETCH ONLY                                          DRGAP01P
077000     END-EXEC.                                                    DRGAP01P
077100     EXEC SQL                                                     DRGAP01P
077200          OPEN ACC_CSR                                            DRGAP01P
077300     END-EXEC.                                                    DRGAP01P
077400     IF SQLCODE IS NOT EQUAL TO ZERO                              DRGAP01P
077500        MOVE 'Unable to open the account book' TO CGP1O-MSG       DRGAP01P
077600        GO TO PLACE-ACCOUNTS-EXIT                                 DRGAP01P
077700     END-IF.                                                      DRGAP01P
077800 ACC-LOOP.                                                        DRGAP01P
077900     EXEC SQL                                                     DRGAP01P
078000          FETCH ACC_CSR                                           DRGAP01P
078100          INTO :DCL-BAC-ACCTYPE,                                  DRGAP01P
078200               :DCL-BAC-BALANCE                                   DRGAP01P
078300     END-EXEC.                                                    DRGAP01P
078400     IF SQLCODE IS EQUAL TO +100                                  DRGAP01P
078500        GO TO ACC-LOOP-EXIT                                       DRGAP01P
078600     END-IF.                                                      DRGAP01P
078700     IF SQLCODE IS NOT EQUAL TO ZERO                              DRGAP01P
078800        MOVE 'Unable to read the account book' TO CGP1O-MSG       DRGAP01P
078900        GO TO ACC-LOOP-EXIT                                       DRGAP01P
079000     END-IF.                                                      DRGAP01P
079100     IF DCL-BAC-BALANCE IS LESS THAN ZERO                         DRGAP01P
079200        PERFORM PLACE-OVERDRAWN THRU                              DRGAP01P
079300                PLACE-OVERDRAWN-EXIT                              DRGAP01P
079400     ELSE                                                         DRGAP01P
079500        PERFORM PLACE-DEPOSIT THRU                                DRGAP01P
079600                PLACE-DEPOSIT-EXIT                                DRGAP01P
079700     END-IF.                                                      DRGAP01P
079800     IF CGP1O-MSG IS NOT EQUAL TO SPACES                          DRGAP01P
079900        GO TO ACC-LOOP-EXIT                                       DRGAP01P
080000     END-IF.                                                      DRGAP01P
080100     GO TO ACC-LOOP.                                              DRGAP01P
080200 ACC-LOOP-EXIT.                                                   DRGAP01P
080300     EXEC SQL                                                     DRGAP01P
080400          CLOSE ACC_CSR                                           DRGAP01P
080500     END-EXEC.                                                    DRGAP01P
080600 PLACE-ACCOUNTS-EXIT.                                             DRGAP01P
080700     EXIT.                                                        DRGAP01P
080800                                                                  DRGAP01P
080900***************************************************************** DRGAP01P
081000* One overdrawn balance - within the month                      * DRGAP01P
081100***************************************************************** DRGAP01P
081200 PLACE-OVERDRAWN.                                                 DRGAP01P
081300     MOVE 5 TO WS-CATEGORY.                                       DRGAP01P
081400     MOVE 1 TO WS-BUCKET.                                         DRGAP01P
081500     COMPUTE WS-ITEM-AMOUNT = ZERO - DCL-BAC-BALANCE.             DRGAP01P
081600     MOVE ZERO TO WS-RATE-BALANCE.                                DRGAP01P
081700     PERFORM READ-ACCOUNT-RATE THRU                               DRGAP01P
081800             READ-ACCOUNT-RATE-EXIT.                              DRGAP01P
081900     PERFORM ADD-POSITION THRU                                    DRGAP01P
082000             ADD-POSITION-EXIT.                                   DRGAP01P
082100 PLACE-OVERDRAWN-EXIT.                                            DRGAP01P
082200     EXIT.                                                        DRGAP01P
082300                                                                  DRGAP01P
082400***************************************************************** DRGAP01P
082500* One credit balance - spread by its account type, whatever is  * DRGAP01P
082600* not spread falling in the first bucket                        * DRGAP01P
082700***************************************************************** DRGAP01P
082800 PLACE-DEPOSIT.                                                   DRGAP01P
082900     IF DCL-BAC-ACCTYPE IS NOT EQUAL TO WS-SPREAD-TYPE            DRGAP01P
083000        MOVE DCL-BAC-ACCTYPE TO DCL-BHV-ACC-TYPE                  DRGAP01P
083100        PERFORM LOAD-SPREAD THRU                                  DRGAP01P
083200                LOAD-SPREAD-EXIT                                  DRGAP01P
083300        IF CGP1O-MSG IS NOT EQUAL TO SPACES                       DRGAP01P
083400           GO TO PLACE-DEPOSIT-EXIT                               DRGAP01P
083500        END-IF                                                    DRGAP01P
083600     END-IF.                                                      DRGAP01P
083700     MOVE 2 TO WS-CATEGORY.                                       DRGAP01P
083800     MOVE DCL-BAC-BALANCE TO WS-RATE-BALANCE.                     DRGAP01P
083900     PERFORM READ-ACCOUNT-RATE THRU                               DRGAP01P
084000             READ-ACCOUNT-RATE-EXIT.                              DRGAP01P
084100     MOVE DCL-BAC-BALANCE TO WS-SPREAD-LEFT.                      DRGAP01P
084200     MOVE 1 TO WS-BUCKET.                                         DRGAP01P
084300     PERFORM SPREAD-DEPOSIT THRU                                  DRGAP01P
084400             SPREAD-DEPOSIT-EXIT 6 TIMES.                         DRGAP01P
084500     MOVE 1 TO WS-BUCKET.                                         DRGAP01P
084600     MOVE WS-SPREAD-LEFT TO WS-ITEM-AMOUNT.                       DRGAP01P
084700     PERFORM ADD-POSITION THRU                                    DRGAP01P
084800             ADD-POSITION-EXIT.                                   DRGAP01P
084900 PLACE-DEPOSIT-EXIT.                                              DRGAP01P
085000     EXIT.                                                        DRGAP01P
085100                                                                  DRGAP01P
085200***************************************************************** DRGAP01P
085300* Place the share of the balance spread to buckets 2 to 7       * DRGAP01P
085400***************************************************************** DRGAP01P
085500 SPREAD-DEPOSIT.                                                  DRGAP01P
085600     ADD 1 TO WS-BUCKET.                                          DRGAP01P
085700     IF WS-SPREAD (WS-BUCKET) IS NOT GREATER THAN ZERO            DRGAP01P
085800        GO TO SPREAD-DEPOSIT-EXIT                                 DRGAP01P
085900     END-IF.                                                      DRGAP01P
086000     COMPUTE WS-SPREAD-AMOUNT ROUNDED =                           DRGAP01P
086100             DCL-BAC-BALANCE * WS-SPREAD (WS-BUCKET) / 100.       DRGAP01P
086200     SUBTRACT WS-SPREAD-AMOUNT FROM WS-SPREAD-LEFT.               DRGAP01P
086300     MOVE WS-SPREAD-AMOUNT TO WS-ITEM-AMOUNT.                     DRGAP01P
086400     PERFORM ADD-POSITION THRU                                    DRGAP01P
086500             ADD-POSITION-EXIT.                                   DRGAP01P
086600 SPREAD-DEPOSIT-EXIT.                                             DRGAP01P
086700     EXIT.                                                        DRGAP01P
086800                                                                  DRGAP01P
086900***************************************************************** DRGAP01P
087000* The rate an account earns or pays today off the rate master - * DRGAP01P
087100* credit interest for its balance band, or the lending rate     * DRGAP01P
087200* when overdrawn. No live row is taken as nil                   * DRGAP01P
087300***************************************************************** DRGAP01P
087400 READ-ACCOUNT-RATE.                                               DRGAP01P
087500     MOVE SPACES TO CD72-DATA.                                    DRGAP01P
087600     SET CD72I-READ-RATE TO TRUE.                                 DRGAP01P
087700     MOVE DCL-BAC-ACCTYPE TO CD72I-ACC-TYPE.                      DRGAP01P
087800     IF WS-CATEGORY IS EQUAL TO 5                                 DRGAP01P
087900        SET CD72I-KIND-LENDING TO TRUE                            DRGAP01P
088000     ELSE                                                         DRGAP01P
088100        SET CD72I-KIND-INTEREST TO TRUE                           DRGAP01P
088200     END-IF.                                                      DRGAP01P
088300     IF WS-RATE-BALANCE IS GREATER THAN 9999999.99                DRGAP01P
088400        MOVE 9999999.99 TO CD72I-BALANCE                          DRGAP01P
088500     ELSE                                                         DRGAP01P
088600        MOVE WS-RATE-BALANCE TO CD72I-BALANCE                     DRGAP01P
088700     END-IF.                                                      DRGAP01P
088800     MOVE WS-BUSINESS-DATE TO CD72I-ASOF-DATE.                    DRGAP01P
088900 COPY CBANKX72.                                                   DRGAP01P
089000     IF CD72O-REQUEST-OK                                          DRGAP01P
089100        MOVE CD72O-RATE TO WS-ITEM-RATE                           DRGAP01P
089200     ELSE                                                         DRGAP01P
089300        MOVE ZERO TO WS-ITEM-RATE                                 DRGAP01P
089400     END-IF.                                                      DRGAP01P
089500 READ-ACCOUNT-RATE-EXIT.                                          DRGAP01P
089600     EXIT.                                                        DRGAP01P
089700                                                                  DRGAP01P
089800***************************************************************** DRGAP01P
089900* The bucket WS-ITEM-DATE falls in - a date already passed      * DRGAP01P
090000* falls in the first                                            * DRGAP01P
090100***************************************************************** DRGAP01P
090200 FIND-BUCKET.                                                     DRGAP01P
090300     MOVE 1 TO WS-BUCKET.                                         DRGAP01P
090400 FIND-BUCKET-LOOP.                                                DRGAP01P
090500     IF WS-BUCKET IS EQUAL TO 7                                   DRGAP01P
090600        GO TO FIND-BUCKET-EXIT                                    DRGAP01P
090700     END-IF.                                                      DRGAP01P
090800     IF WS-ITEM-DATE IS NOT GREATER THAN WS-BUCKET-END (WS-BUCKET)DRGAP01P
090900        GO TO FIND-BUCKET-EXIT                                    DRGAP01P
091000     END-IF.                                                      DRGAP01P
091100     ADD 1 TO WS-BUCKET.                                          DRGAP01P
091200     GO TO FIND-BUCKET-LOOP.                                      DRGAP01P
091300 FIND-BUCKET-EXIT.                                                DRGAP01P
091400     EXIT.                                                        DRGAP01P
091500                                                                  DRGAP01P
091600***************************************************************** DRGAP01P
091700* Add WS-ITEM-AMOUNT at WS-ITEM-RATE to category WS-CATEGORY    * DRGAP01P
091800* in bucket WS-BUCKET, with the cut its rate could take from a  * DRGAP01P
091900* fall of 100 and of 200 basis points                           * DRGAP01P
092000***************************************************************** DRGAP01P
092100 ADD-POSITION.                                                    DRGAP01P
092200     IF WS-ITEM-AMOUNT IS EQUAL TO ZERO                           DRGAP01P
092300        GO TO ADD-POSITION-EXIT                                   DRGAP01P
092400     END-IF.                                                      DRGAP01P
092500     ADD WS-ITEM-AMOUNT TO WS-POSITION (WS-CATEGORY WS-BUCKET).   DRGAP01P
092600     MOVE WS-ITEM-RATE TO WS-RATE-CUT-100.                        DRGAP01P
092700     IF WS-RATE-CUT-100 IS LESS THAN ZERO                         DRGAP01P
092800        MOVE ZERO TO WS-RATE-CUT-100                              DRGAP01P
092900     END-IF.                                                      DRGAP01P
093000     MOVE WS-RATE-CUT-100 TO WS-RATE-CUT-200.                     DRGAP01P
093100     IF WS-RATE-CUT-100 IS GREATER THAN .01                       DRGAP01P
093200        MOVE .01 TO WS-RATE-CUT-100                               DRGAP01P
093300     END-IF.                                                      DRGAP01P
093400     IF WS-RATE-CUT-200 IS GREATER THAN .02                       DRGAP01P
093500        MOVE .02 TO WS-RATE-CUT-200                               DRGAP01P
093600     END-IF.                                                      DRGAP01P
093700     IF WS-CATEGORY-SIDE (WS-CATEGORY) IS EQUAL TO 'A'            DRGAP01P
093800        ADD WS-ITEM-AMOUNT TO WS-BKT-ASSETS (WS-BUCKET)           DRGAP01P
093900        COMPUTE WS-BKT-ASSETS-100 (WS-BUCKET) ROUNDED =           DRGAP01P
094000                WS-BKT-ASSETS-100 (WS-BUCKET) +                   DRGAP01P
094100                WS-ITEM-AMOUNT * WS-RATE-CUT-100                  DRGAP01P
094200        COMPUTE WS-BKT-ASSETS-200 (WS-BUCKET) ROUNDED =           DRGAP01P
094300                WS-BKT-ASSETS-200 (WS-BUCKET) +                   DRGAP01P
094400                WS-ITEM-AMOUNT * WS-RATE-CUT-200                  DRGAP01P
094500     ELSE                                                         DRGAP01P
094600        ADD WS-ITEM-AMOUNT TO WS-BKT-LIABS (WS-BUCKET)            DRGAP01P
094700        COMPUTE WS-BKT-LIABS-100 (WS-BUCKET) ROUNDED =            DRGAP01P
094800                WS-BKT-LIABS-100 (WS-BUCKET) +                    DRGAP01P
094900                WS-ITEM-AMOUNT * WS-RATE-CUT-100                  DRGAP01P
095000        COMPUTE WS-BKT-LIABS-200 (WS-BUCKET) ROUNDED =            DRGAP01P
095100                WS-BKT-LIABS-200 (WS-BUCKET) +                    DRGAP01P
095200                WS-ITEM-AMOUNT * WS-RATE-CUT-200                  DRGAP01P
095300     END-IF.                                                      DRGAP01P
095400 ADD-POSITION-EXIT.                                               DRGAP01P
095500     EXIT.                                                        DRGAP01P
095600                                                                  DRGAP01P
095700***************************************************************** DRGAP01P
095800* Report the positions, the gap and cumulative gap per bucket   * DRGAP01P
095900* and the 12-month earnings effect of each shock; hold the gap  * DRGAP01P
096000* on BNKGAPR and file the report for the year and a month after * DRGAP01P
096100***************************************************************** DRGAP01P
096200 REPORT-GAP.                                                      DRGAP01P
096300     MOVE 'POSITION,CATEGORY,SIDE,BUCKET,AMOUNT' TO WS-CSV-LINE.  DRGAP01P
096400     PERFORM QUEUE-REPORT-LINE THRU                               DRGAP01P
096500             QUEUE-REPORT-LINE-EXIT.                              DRGAP01P
096600     MOVE 0 TO WS-CATEGORY.                                       DRGAP01P
096700     PERFORM REPORT-CATEGORY THRU                                 DRGAP01P
096800             REPORT-CATEGORY-EXIT 5 TIMES.                        DRGAP01P
096900     MOVE 'GAP,BUCKET,ASSETS,LIABILITIES,GAP,CUMULATIVE GAP'      DRGAP01P
097000       TO WS-CSV-LINE.                                            DRGAP01P
097100     PERFORM QUEUE-REPORT-LINE THRU                               DRGAP01P
097200             QUEUE-REPORT-LINE-EXIT.                              DRGAP01P
097300     MOVE ZERO TO WS-CUM-GAP.                                     DRGAP01P
097400     MOVE ZERO TO WS-NII-UP.                                      DRGAP01P
097500     MOVE ZERO TO WS-NII-DOWN-100.                                DRGAP01P
097600     MOVE ZERO TO WS-NII-DOWN-200.                                DRGAP01P
097700     MOVE 0 TO WS-BUCKET.                                         DRGAP01P
097800     PERFORM REPORT-BUCKET THRU                                   DRGAP01P
097900             REPORT-BUCKET-EXIT 7 TIMES.                          DRGAP01P
098000     IF CGP1O-MSG IS NOT EQUAL TO SPACES                          DRGAP01P
098100        GO TO REPORT-GAP-EXIT                                     DRGAP01P
098200     END-IF.                                                      DRGAP01P
098300     COMPUTE CGP1O-NII-UP-100 ROUNDED = WS-NII-UP * .01.          DRGAP01P
098400     COMPUTE CGP1O-NII-UP-200 ROUNDED = WS-NII-UP * .02.          DRGAP01P
098500     COMPUTE CGP1O-NII-DOWN-100 ROUNDED = WS-NII-DOWN-100.        DRGAP01P
098600     COMPUTE CGP1O-NII-DOWN-200 ROUNDED = WS-NII-DOWN-200.        DRGAP01P
098700     MOVE 'NII SENSITIVITY,SHOCK,12M IMPACT' TO WS-CSV-LINE.      DRGAP01P
098800     PERFORM QUEUE-REPORT-LINE THRU                               DRGAP01P
098900             QUEUE-REPORT-LINE-EXIT.                              DRGAP01P
099000     MOVE CGP1O-NII-UP-100 TO WS-AMOUNT-DISP.                     DRGAP01P
099100     MOVE SPACES TO WS-CSV-LINE.                                  DRGAP01P
099200     STRING 'NII SENSITIVITY,+100BP,' WS-AMOUNT-DISP              DRGAP01P
099300            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DRGAP01P
099400     PERFORM QUEUE-REPORT-LINE THRU                               DRGAP01P
099500             QUEUE-REPORT-LINE-EXIT.                              DRGAP01P
099600     MOVE CGP1O-NII-DOWN-100 TO WS-AMOUNT-DISP.                   DRGAP01P
099700     MOVE SPACES TO WS-CSV-LINE.                                  DRGAP01P
099800     STRING 'NII SENSITIVITY,-100BP,' WS-AMOUNT-DISP              DRGAP01P
099900            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DRGAP01P
100000     PERFORM QUEUE-REPORT-LINE THRU                               DRGAP01P
100100             QUEUE-REPORT-LINE-EXIT.                              DRGAP01P
100200     MOVE CGP1O-NII-UP-200 TO WS-AMOUNT-DISP.                     DRGAP01P
100300     MOVE SPACES TO WS-CSV-LINE.                                  DRGAP01P
100400     STRING 'NII SENSITIVITY,+200BP,' WS-AMOUNT-DISP              DRGAP01P
100500            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DRGAP01P
100600     PERFORM QUEUE-REPORT-LINE THRU                               DRGAP01P
100700             QUEUE-REPORT-LINE-EXIT.                              DRGAP01P
100800     MOVE CGP1O-NII-DOWN-200 TO WS-AMOUNT-DISP.                   DRGAP01P
100900     MOVE SPACES TO WS-CSV-LINE.                                  DRGAP01P
101000     STRING 'NII SENSITIVITY,-200BP,' WS-AMOUNT-DISP              DRGAP01P
101100            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DRGAP01P
101200     PERFORM QUEUE-REPORT-LINE THRU                               DRGAP01P
101300             QUEUE-REPORT-LINE-EXIT.                              DRGAP01P
101400     INITIALIZE CD96-DATA.                                        DRGAP01P
101500     SET CD96I-CAPTURE-REPORT TO TRUE.                            DRGAP01P
101600     MOVE WS-PROGRAM-ID TO CD96I-JOB.                             DRGAP01P
101700     MOVE WS-MONTH TO WS-REPORT-MONTH.                            DRGAP01P
101800     MOVE WS-REPORT-NAME TO CD96I-REPORT-NAME.                    DRGAP01P
101900     MOVE 'CSVQ' TO CD96I-QUEUE.                                  DRGAP01P
102000     MOVE 400 TO CD96I-RETAIN-DAYS.                               DRGAP01P
102100 COPY CBANKX96.                                                   DRGAP01P
102200     IF NOT CD96O-REQUEST-OK                                      DRGAP01P
102300        MOVE CD96O-MSG TO CGP1O-MSG                               DRGAP01P
102400        GO TO REPORT-GAP-EXIT                                     DRGAP01P
102500     END-IF.                                                      DRGAP01P
102600     SET CGP1O-REQUEST-OK TO TRUE.                                DRGAP01P
102700     MOVE 'Repricing gap measured and filed' TO CGP1O-MSG.        DRGAP01P
102800 REPORT-GAP-EXIT.                                                 DRGAP01P
102900     EXIT.                                                        DRGAP01P
103000                                                                  DRGAP01P
103100***************************************************************** DRGAP01P
103200* One category's position in every bucket it has a balance in   * DRGAP01P
103300***************************************************************** DRGAP01P
103400 REPORT-CATEGORY.                                                 DRGAP01P
103500     ADD 1 TO WS-CATEGORY.                                        DRGAP01P
103600     MOVE 0 TO WS-BUCKET.                                         DRGAP01P
103700     PERFORM REPORT-POSITION THRU                                 DRGAP01P
103800             REPORT-POSITION-EXIT 7 TIMES.                        DRGAP01P
103900 REPORT-CATEGORY-EXIT.                                            DRGAP01P
104000     EXIT.                                                        DRGAP01P
104100                                                                  DRGAP01P
104200 REPORT-POSITION.                                                 DRGAP01P
104300     ADD 1 TO WS-BUCKET.                                          DRGAP01P
104400     IF WS-POSITION (WS-CATEGORY WS-BUCKET) IS EQUAL TO ZERO      DRGAP01P
104500        GO TO REPORT-POSITION-EXIT                                DRGAP01P
104600     END-IF.                                                      DRGAP01P
104700     MOVE WS-POSITION (WS-CATEGORY WS-BUCKET) TO WS-AMOUNT-DISP.  DRGAP01P
104800     MOVE SPACES TO WS-CSV-LINE.                                  DRGAP01P
104900     STRING 'POSITION,' WS-CATEGORY-NAME (WS-CATEGORY) ','        DRGAP01P
105000            WS-CATEGORY-SIDE (WS-CATEGORY) ','                    DRGAP01P
105100            WS-BUCKET-LABEL (WS-BUCKET) ',' WS-AMOUNT-DISP        DRGAP01P
105200            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DRGAP01P
105300     PERFORM QUEUE-REPORT-LINE THRU                               DRGAP01P
105400             QUEUE-REPORT-LINE-EXIT.                              DRGAP01P
105500 REPORT-POSITION-EXIT.                                            DRGAP01P
105600     EXIT.                                                        DRGAP01P
105700                                                                  DRGAP01P
105800***************************************************************** DRGAP01P
105900* One bucket's gap - what reprices within the coming 12 months  * DRGAP01P
106000* moves earnings for the part of the year left after it         * DRGAP01P
106100* reprices; a fall cuts each rate only as far as nil            * DRGAP01P
106200***************************************************************** DRGAP01P
106300 REPORT-BUCKET.                                                   DRGAP01P
106400     ADD 1 TO WS-BUCKET.                                          DRGAP01P
106500     IF CGP1O-MSG IS NOT EQUAL TO SPACES                          DRGAP01P
106600        GO TO REPORT-BUCKET-EXIT                                  DRGAP01P
106700     END-IF.                                                      DRGAP01P
106800     MOVE WS-BKT-ASSETS (WS-BUCKET) TO CGP1O-ASSETS (WS-BUCKET).  DRGAP01P
106900     MOVE WS-BKT-LIABS (WS-BUCKET)                                DRGAP01P
107000       TO CGP1O-LIABILITIES (WS-BUCKET).                          DRGAP01P
107100     COMPUTE CGP1O-GAP (WS-BUCKET) =                              DRGAP01P
107200             WS-BKT-ASSETS (WS-BUCKET) - WS-BKT-LIABS (WS-BUCKET).DRGAP01P
107300     ADD CGP1O-GAP (WS-BUCKET) TO WS-CUM-GAP.                     DRGAP01P
107400     MOVE WS-CUM-GAP TO CGP1O-CUM-GAP (WS-BUCKET).                DRGAP01P
107500     IF WS-BUCKET IS NOT GREATER THAN 4                           DRGAP01P
107600        COMPUTE WS-NII-UP ROUNDED = WS-NII-UP +                   DRGAP01P
107700                CGP1O-GAP (WS-BUCKET) * WS-NII-WEIGHT (WS-BUCKET) DRGAP01P
107800        COMPUTE WS-NII-DOWN-100 ROUNDED = WS-NII-DOWN-100 +       DRGAP01P
107900                (WS-BKT-LIABS-100 (WS-BUCKET) -                   DRGAP01P
108000                 WS-BKT-ASSETS-100 (WS-BUCKET)) *                 DRGAP01P
108100                WS-NII-WEIGHT (WS-BUCKET)                         DRGAP01P
108200        COMPUTE WS-NII-DOWN-200 ROUNDED = WS-NII-DOWN-200 +       DRGAP01P
108300                (WS-BKT-LIABS-200 (WS-BUCKET) -                   DRGAP01P
108400                 WS-BKT-ASSETS-200 (WS-BUCKET)) *                 DRGAP01P
108500                WS-NII-WEIGHT (WS-BUCKET)                         DRGAP01P
108600     END-IF.                                                      DRGAP01P
108700     MOVE CGP1O-ASSETS (WS-BUCKET) TO WS-ASSETS-DISP.             DRGAP01P
108800     MOVE CGP1O-LIABILITIES (WS-BUCKET) TO WS-LIABS-DISP.         DRGAP01P
108900     MOVE CGP1O-GAP (WS-BUCKET) TO WS-GAP-DISP.                   DRGAP01P
109000     MOVE CGP1O-CUM-GAP (WS-BUCKET) TO WS-CUM-DISP.               DRGAP01P
109100     MOVE SPACES TO WS-CSV-LINE.                                  DRGAP01P
109200     STRING 'GAP,' WS-BUCKET-LABEL (WS-BUCKET) ',' WS-ASSETS-DISP DRGAP01P
109300            ',' WS-LIABS-DISP ',' WS-GAP-DISP ',' WS-CUM-DISP     DRGAP01P
109400            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DRGAP01P
109500     PERFORM QUEUE-REPORT-LINE THRU                               DRGAP01P
109600             QUEUE-REPORT-LINE-EXIT.                              DRGAP01P
109700     MOVE WS-BUCKET TO DCL-BHV-BUCKET.                            DRGAP01P
109800     MOVE CGP1O-ASSETS (WS-BUCKET) TO DCL-GAP-ASSETS.             DRGAP01P
109900     MOVE CGP1O-LIABILITIES (WS-BUCKET) TO DCL-GAP-LIABS.         DRGAP01P
110000     MOVE CGP1O-CUM-GAP (WS-BUCKET) TO DCL-GAP-CUM-GAP.           DRGAP01P
110100     EXEC SQL                                                     DRGAP01P
110200          INSERT                                                  DRGAP01P
110300          INTO BNKGAPR (GAP_MONTH,                                DRGAP01P
110400                        GAP_BUCKET,                               DRGAP01P
110500                        GAP_ASSETS,                               DRGAP01P
110600                        GAP_LIABILITIES,                          DRGAP01P
110700                        GAP_CUM_GAP,                              DRGAP01P
110800                        GAP_RUN_TS)                               DRGAP01P
110900          VALUES (:WS-MONTH,                                      DRGAP01P
111000                  :DCL-BHV-BUCKET,                                DRGAP01P
111100                  :DCL-GAP-ASSETS,                                DRGAP01P
111200                  :DCL-GAP-LIABS,                                 DRGAP01P
111300                  :DCL-GAP-CUM-GAP,                               DRGAP01P
111400                  :WS-RUN-TS)                                     DRGAP01P
111500     END-EXEC.                                                    DRGAP01P
111600     IF SQLCODE IS NOT EQUAL TO ZERO                              DRGAP01P
111700        MOVE 'Unable to hold the repricing gap' TO CGP1O-MSG      DRGAP01P
111800     END-IF.                                                      DRGAP01P
111900 REPORT-BUCKET-EXIT.                                              DRGAP01P
112000     EXIT.                                                        DRGAP01P
112100                                                                  DRGAP01P
112200***************************************************************** DRGAP01P
112300* Queue one line of the report                                  * DRGAP01P
112400***************************************************************** DRGAP01P
112500 QUEUE-REPORT-LINE.                                               DRGAP01P
112600 COPY CCSVWRQ.                                                    DRGAP01P
112700 QUEUE-REPORT-LINE-EXIT.                                          DRGAP01P
112800     EXIT.                                                        DRGAP01P
