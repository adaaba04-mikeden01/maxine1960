000100***************************************************************** DCAPR01P
000200*                                                               * DCAPR01P
000300*  Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.    * DCAPR01P
000400*  This demonstration program is provided for use by users      * DCAPR01P
000500*  of Micro Focus products and may be used, modified and        * DCAPR01P
000600*  distributed as part of your application provided that        * DCAPR01P
000700*  you properly acknowledge the copyright of Micro Focus        * DCAPR01P
000800*  in this material.                                            * DCAPR01P
000900*                                                               * DCAPR01P
001000***************************************************************** DCAPR01P
001100                                                                  DCAPR01P
001200***************************************************************** DCAPR01P
001300* Program:     DCAPR01P.CBL                                     * DCAPR01P
001400* Function:    Regulatory capital adequacy return - keeps the   * DCAPR01P
001500*              risk weights, loan-to-value bands, credit        * DCAPR01P
001600*              conversion factors and capital lines on BNKRWPM  * DCAPR01P
001700*              under four-eyes control, and once a quarter      * DCAPR01P
001800*              weights every credit exposure - loans by product * DCAPR01P
001900*              and collateral cover, past-due loans net of the  * DCAPR01P
002000*              provision held, drawn and undrawn overdrafts and * DCAPR01P
002100*              card limits and the guarantees issued - totals   * DCAPR01P
002200*              the risk-weighted assets against the capital on  * DCAPR01P
002300*              the GL and files the return in the repository    * DCAPR01P
002400*              with the drill-down listing behind each line     * DCAPR01P
002500*              SQL version                                      * DCAPR01P
002600***************************************************************** DCAPR01P
002700                                                                  DCAPR01P
002800 IDENTIFICATION DIVISION.                                         DCAPR01P
002900 PROGRAM-ID.                                                      DCAPR01P
003000     DCAPR01P.                                                    DCAPR01P
003100 DATE-WRITTEN.                                                    DCAPR01P
003200     October 2026.                                                DCAPR01P
003300 DATE-COMPILED.                                                   DCAPR01P
003400     Today.                                                       DCAPR01P
003500                                                                  DCAPR01P
003600 ENVIRONMENT DIVISION.                                            DCAPR01P
003700                                                                  DCAPR01P
003800 DATA DIVISION.                                                   DCAPR01P
003900                                                                  DCAPR01P
004000 WORKING-STORAGE SECTION.                                         DCAPR01P
004100 01  WS-MISC-STORAGE.                                             DCAPR01P
004200   05  WS-PROGRAM-ID                         PIC X(8)             DCAPR01P
004300       VALUE 'DCAPR01P'.                                          DCAPR01P
004400   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DCAPR01P
004500   05  WS-SUB1                               PIC S9(4) COMP.      DCAPR01P
004600   05  WS-LINE-SUB                           PIC S9(4) COMP.      DCAPR01P
004700   05  WS-KEY-LEN                            PIC S9(4) COMP.      DCAPR01P
004800   05  WS-COUNT-DISP                         PIC Z(6)9.           DCAPR01P
004900   05  WS-AMOUNT-DISP                        PIC -(11)9.99.       DCAPR01P
005000   05  WS-RWA-DISP                           PIC -(11)9.99.       DCAPR01P
005100   05  WS-CCF-DISP                           PIC ZZ9.99.          DCAPR01P
005200   05  WS-WEIGHT-DISP                        PIC ZZ9.99.          DCAPR01P
005300   05  WS-RATIO-DISP                         PIC -(4)9.99.        DCAPR01P
005400   05  WS-LOAN-ID-DISP                       PIC 9(6).            DCAPR01P
005500   05  WS-REPORT-NAME.                                            DCAPR01P
005600     10  FILLER                              PIC X(12)            DCAPR01P
005700         VALUE 'CAPITAL RTN '.                                    DCAPR01P
005800     10  WS-REPORT-QUARTER                   PIC X(6).            DCAPR01P
005900     10  FILLER                              PIC X(2)             DCAPR01P
006000         VALUE SPACES.                                            DCAPR01P
006100                                                                  DCAPR01P
006200***************************************************************** DCAPR01P
006300* What a weight or factor is taken as when BNKRWPM holds no live* DCAPR01P
006400* row for it - full weight and full conversion, and half as much* DCAPR01P
006500* again for a loan past due                                     * DCAPR01P
006600***************************************************************** DCAPR01P
006700 01  WS-CAPITAL-DEFAULTS.                                         DCAPR01P
006800   05  WS-DFT-PRODUCT-WEIGHT                 PIC S9(3)V99 COMP-3  DCAPR01P
006900       VALUE +100.00.                                             DCAPR01P
007000   05  WS-DFT-CONVERSION                     PIC S9(3)V99 COMP-3  DCAPR01P
007100       VALUE +100.00.                                             DCAPR01P
007200   05  WS-DFT-PAST-DUE-WEIGHT                PIC S9(3)V99 COMP-3  DCAPR01P
007300       VALUE +150.00.                                             DCAPR01P
007400***************************************************************** DCAPR01P
007500* A loan is past due once its oldest unpaid installment reaches * DCAPR01P
007600* the 90+ bucket of the arrears aging                           * DCAPR01P
007700***************************************************************** DCAPR01P
007800   05  WS-PAST-DUE-DAYS                      PIC S9(5) COMP-3     DCAPR01P
007900       VALUE +90.                                                 DCAPR01P
008000                                                                  DCAPR01P
008100***************************************************************** DCAPR01P
008200* The last day of each quarter                                  * DCAPR01P
008300***************************************************************** DCAPR01P
008400 01  WS-QUARTER-ENDS.                                             DCAPR01P
008500   05  FILLER                                PIC X(5)             DCAPR01P
008600       VALUE '03-31'.                                             DCAPR01P
008700   05  FILLER                                PIC X(5)             DCAPR01P
008800       VALUE '06-30'.                                             DCAPR01P
008900   05  FILLER                                PIC X(5)             DCAPR01P
009000       VALUE '09-30'.                                             DCAPR01P
009100   05  FILLER                                PIC X(5)             DCAPR01P
009200       VALUE '12-31'.                                             DCAPR01P
009300 01  WS-QUARTER-ENDS-R REDEFINES WS-QUARTER-ENDS.                 DCAPR01P
009400   05  WS-QUARTER-END-DAY                    PIC X(5)             DCAPR01P
009500       OCCURS 4 TIMES.                                            DCAPR01P
009600                                                                  DCAPR01P
009700***************************************************************** DCAPR01P
009800* The lines of the return, in the order they are reported       * DCAPR01P
009900***************************************************************** DCAPR01P
010000 01  WS-LINE-NAMES.                                               DCAPR01P
010100   05  FILLER                                PIC X(8)             DCAPR01P
010200       VALUE 'LOANS'.                                             DCAPR01P
010300   05  FILLER                                PIC X(8)             DCAPR01P
010400       VALUE 'SECURED'.                                           DCAPR01P
010500   05  FILLER                                PIC X(8)             DCAPR01P
010600       VALUE 'PASTDUE'.                                           DCAPR01P
010700   05  FILLER                                PIC X(8)             DCAPR01P
010800       VALUE 'OVERDRWN'.                                          DCAPR01P
010900   05  FILLER                                PIC X(8)             DCAPR01P
011000       VALUE 'CARDS'.                                             DCAPR01P
011100   05  FILLER                                PIC X(8)             DCAPR01P
011200       VALUE 'UNDRAWN'.                                           DCAPR01P
011300   05  FILLER                                PIC X(8)             DCAPR01P
011400       VALUE 'GUARANT'.                                           DCAPR01P
011500 01  WS-LINE-NAMES-R REDEFINES WS-LINE-NAMES.                     DCAPR01P
011600   05  WS-LINE-NAME                          PIC X(8)             DCAPR01P
011700       OCCURS 7 TIMES.                                            DCAPR01P
011800 01  WS-RETURN-LINES.                                             DCAPR01P
011900   05  WS-RETURN-LINE                        OCCURS 7 TIMES.      DCAPR01P
012000     10  WS-LINE-ITEMS                       PIC S9(7) COMP-3.    DCAPR01P
012100     10  WS-LINE-EXPOSURE                    PIC S9(13)V99 COMP-3.DCAPR01P
012200     10  WS-LINE-RWA                         PIC S9(13)V99 COMP-3.DCAPR01P
012300                                                                  DCAPR01P
012400 01  WS-CSV-DATA.                                                 DCAPR01P
012500 COPY CCSVD.                                                      DCAPR01P
012600                                                                  DCAPR01P
012700 01  WS-96-COMMAREA.                                              DCAPR01P
012800 COPY CBANKD96.                                                   DCAPR01P
012900                                                                  DCAPR01P
013000   EXEC SQL                                                       DCAPR01P
013100        BEGIN DECLARE SECTION                                     DCAPR01P
013200   END-EXEC.                                                      DCAPR01P
013300 01  WS-COMMAREA.                                                 DCAPR01P
013400     EXEC SQL                                                     DCAPR01P
013500          INCLUDE CCAPRD01                                        DCAPR01P
013600     END-EXEC.                                                    DCAPR01P
013700 01  WS-98-COMMAREA.                                              DCAPR01P
013800     EXEC SQL                                                     DCAPR01P
013900          INCLUDE CBANKD98                                        DCAPR01P
014000     END-EXEC.                                                    DCAPR01P
014100 01  DCL-CAPITAL-AREAS.                                           DCAPR01P
014200   05  DCL-RWP-CLASS                         PIC X(1).            DCAPR01P
014300   05  DCL-RWP-KEY                           PIC X(8).            DCAPR01P
014400   05  DCL-RWP-STATUS                        PIC X(1).            DCAPR01P
014500   05  DCL-RWP-PCT                           PIC S9(3)V99 COMP-3. DCAPR01P
014600   05  DCL-RWP-ADDED-BY                      PIC X(5).            DCAPR01P
014700   05  DCL-LON-ID                            PIC S9(7) COMP-3.    DCAPR01P
014800   05  DCL-LON-PID                           PIC X(5).            DCAPR01P
014900   05  DCL-LON-OUTSTANDING                   PIC S9(9)V99 COMP-3. DCAPR01P
015000   05  DCL-LON-DAYS-LATE                     PIC S9(5) COMP-3.    DCAPR01P
015100   05  DCL-CLL-VALUE                         PIC S9(9)V99 COMP-3. DCAPR01P
015200   05  DCL-BAC-ACCNO                         PIC X(9).            DCAPR01P
015300   05  DCL-BAC-PID                           PIC X(5).            DCAPR01P
015400   05  DCL-BAC-ACCTYPE                       PIC X(2).            DCAPR01P
015500   05  DCL-BAC-BALANCE                       PIC S9(9)V99 COMP-3. DCAPR01P
015600   05  DCL-ODF-LIMIT                         PIC S9(9)V99 COMP-3. DCAPR01P
015700   05  DCL-CCA-LIMIT                         PIC S9(9)V99 COMP-3. DCAPR01P
015800   05  DCL-GTE-REF                           PIC X(9).            DCAPR01P
015900   05  DCL-GTE-PID                           PIC X(5).            DCAPR01P
016000   05  DCL-GTE-BASE-AMOUNT                   PIC S9(7)V99 COMP-3. DCAPR01P
016100   05  DCL-GTE-MARGIN                        PIC S9(7)V99 COMP-3. DCAPR01P
016200   05  DCL-PRV-HELD                          PIC S9(11)V99 COMP-3.DCAPR01P
016300   05  DCL-PRV-WRITTEN-OFF                   PIC S9(11)V99 COMP-3.DCAPR01P
016400   05  DCL-PAST-DUE-GROSS                    PIC S9(13)V99 COMP-3.DCAPR01P
016500   05  DCL-GL-BALANCE                        PIC S9(13)V99 COMP-3.DCAPR01P
016600   05  DCL-CPR-LINE                          PIC X(8).            DCAPR01P
016700   05  DCL-CPR-ITEMS                         PIC S9(7) COMP-3.    DCAPR01P
016800   05  DCL-CPR-EXPOSURE                      PIC S9(13)V99 COMP-3.DCAPR01P
016900   05  DCL-CPR-RWA                           PIC S9(13)V99 COMP-3.DCAPR01P
017000   05  DCL-ROW-COUNT                         PIC S9(9) COMP-3.    DCAPR01P
017100 01  WS-CAPITAL-AREAS.                                            DCAPR01P
017200   05  WS-BUSINESS-DATE                      PIC X(10).           DCAPR01P
017300   05  WS-BUSINESS-DATE-R REDEFINES WS-BUSINESS-DATE.             DCAPR01P
017400     10  WS-BUS-YEAR                         PIC 9(4).            DCAPR01P
017500     10  FILLER                              PIC X(1).            DCAPR01P
017600     10  WS-BUS-MONTH                        PIC 9(2).            DCAPR01P
017700     10  FILLER                              PIC X(3).            DCAPR01P
017800   05  WS-QUARTER                            PIC X(6).            DCAPR01P
017900   05  WS-QUARTER-R REDEFINES WS-QUARTER.                         DCAPR01P
018000     10  WS-QTR-YEAR                         PIC 9(4).            DCAPR01P
018100     10  WS-QTR-LETTER                       PIC X(1).            DCAPR01P
018200     10  WS-QTR-NUMBER                       PIC 9(1).            DCAPR01P
018300   05  WS-QTR-END-DATE                       PIC X(10).           DCAPR01P
018400   05  WS-RUN-TS                             PIC X(26).           DCAPR01P
018500   05  WS-PARAM-CLASS                        PIC X(1).            DCAPR01P
018600   05  WS-PARAM-KEY                          PIC X(8).            DCAPR01P
018700   05  WS-PARAM-FOUND                        PIC X(1).            DCAPR01P
018800   05  WS-WEIGHT                             PIC S9(3)V99 COMP-3. DCAPR01P
018900   05  WS-CCF                                PIC S9(3)V99 COMP-3. DCAPR01P
019000   05  WS-PAST-DUE-WEIGHT                    PIC S9(3)V99 COMP-3. DCAPR01P
019100   05  WS-PROV-COVER                         PIC S9V9(6) COMP-3.  DCAPR01P
019200   05  WS-LTV                                PIC S9(5) COMP-3.    DCAPR01P
019300   05  WS-LTV-KEY                            PIC 9(3).            DCAPR01P
019400   05  WS-DRAWN                              PIC S9(9)V99 COMP-3. DCAPR01P
019500   05  WS-LIMIT                              PIC S9(9)V99 COMP-3. DCAPR01P
019600   05  WS-UNDRAWN                            PIC S9(9)V99 COMP-3. DCAPR01P
019700   05  WS-CCF-KEY                            PIC X(2).            DCAPR01P
019800   05  WS-ITEM-REF                           PIC X(9).            DCAPR01P
019900   05  WS-ITEM-PID                           PIC X(5).            DCAPR01P
020000   05  WS-ITEM-EXPOSURE                      PIC S9(11)V99 COMP-3.DCAPR01P
020100   05  WS-ITEM-RWA                           PIC S9(11)V99 COMP-3.DCAPR01P
020200   05  WS-TOTAL-EXPOSURE                     PIC S9(13)V99 COMP-3.DCAPR01P
020300   05  WS-TOTAL-RWA                          PIC S9(13)V99 COMP-3.DCAPR01P
020400   05  WS-TOTAL-ITEMS                        PIC S9(7) COMP-3.    DCAPR01P
020500   05  WS-CAPITAL                            PIC S9(13)V99 COMP-3.DCAPR01P
020600   05  WS-CAPITAL-LINES                      PIC S9(5) COMP-3.    DCAPR01P
020700   05  WS-CAPITAL-PART                       PIC S9(13)V99 COMP-3.DCAPR01P
020800   05  WS-GL-PREFIX                          PIC X(8).            DCAPR01P
020900                                                                  DCAPR01P
021000     EXEC SQL                                                     DCAPR01P
021100          INCLUDE SQLCA                                           DCAPR01P
021200     END-EXEC.                                                    DCAPR01P
021300                                                                  DCAPR01P
021400 COPY CABENDD.                                                    DCAPR01P
021500   EXEC SQL                                                       DCAPR01P
021600        END DECLARE SECTION                                       DCAPR01P
021700   END-EXEC.                                                      DCAPR01P
021800                                                                  DCAPR01P
021900 LINKAGE SECTION.                                                 DCAPR01P
022000 01  DFHCOMMAREA.                                                 DCAPR01P
022100   05  LK-COMMAREA                           PIC X(1)             DCAPR01P
022200       OCCURS 1 TO 6144 TIMES                                     DCAPR01P
022300         DEPENDING ON WS-COMMAREA-LENGTH.                         DCAPR01P
022400                                                                  DCAPR01P
022500 COPY CENTRY.                                                     DCAPR01P
022600***************************************************************** DCAPR01P
022700* Move the passed area to our area                              * DCAPR01P
022800***************************************************************** DCAPR01P
022900     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DCAPR01P
023000     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DCAPR01P
023100                                                                  DCAPR01P
023200***************************************************************** DCAPR01P
023300* Initialize our output area                                    * DCAPR01P
023400***************************************************************** DCAPR01P
023500     INITIALIZE CRW1O-DATA.                                       DCAPR01P
023600     SET CRW1O-REQUEST-FAIL TO TRUE.                              DCAPR01P
023700                                                                  DCAPR01P
023800     INITIALIZE CD98-DATA.                                        DCAPR01P
023900     SET CD98I-READ-BUSINESS-DATE TO TRUE.                        DCAPR01P
024000 COPY CBANKX98.                                                   DCAPR01P
024100     IF NOT CD98O-REQUEST-OK                                      DCAPR01P
024200        MOVE CD98O-MSG TO CRW1O-MSG                               DCAPR01P
024300        GO TO DCAPR01P-EXIT                                       DCAPR01P
024400     END-IF.                                                      DCAPR01P
024500     MOVE CD98O-DATE TO WS-BUSINESS-DATE.                         DCAPR01P
024600                                                                  DCAPR01P
024700     EVALUATE TRUE                                                DCAPR01P
024800       WHEN CRW1I-QUARTERLY-RUN                                   DCAPR01P
024900         PERFORM QUARTERLY-RUN THRU                               DCAPR01P
025000                 QUARTERLY-RUN-EXIT                               DCAPR01P
025100       WHEN CRW1I-LIST-PARAMS                                     DCAPR01P
025200         PERFORM LIST-PARAMS THRU                                 DCAPR01P
025300                 LIST-PARAMS-EXIT                                 DCAPR01P
025400       WHEN CRW1I-SET-PARAM                                       DCAPR01P
025500         PERFORM SET-PARAM THRU                                   DCAPR01P
025600                 SET-PARAM-EXIT                                   DCAPR01P
025700       WHEN CRW1I-APPROVE-PARAM                                   DCAPR01P
025800         PERFORM APPROVE-PARAM THRU                               DCAPR01P
025900                 APPROVE-PARAM-EXIT                               DCAPR01P
026000       WHEN OTHER                                                 DCAPR01P
026100         MOVE 'Unknown capital adequacy function requested'       DCAPR01P
026200           TO CRW1O-MSG                                           DCAPR01P
026300     END-EVALUATE.                                                DCAPR01P
026400                                                                  DCAPR01P
026500 DCAPR01P-EXIT.                                                   DCAPR01P
026600***************************************************************** DCAPR01P
026700* Move the result back to the callers area                      * DCAPR01P
026800***************************************************************** DCAPR01P
026900     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DCAPR01P
027000                                                                  DCAPR01P
027100***************************************************************** DCAPR01P
027200* Return to our caller                                          * DCAPR01P
027300***************************************************************** DCAPR01P
027400 COPY CRETURN.                                                    DCAPR01P
027500                                                                  DCAPR01P
027600***************************************************************** DCAPR01P
027700* List the live and pending rows of one class of parameter in   * DCAPR01P
027800* key order, five at a time - the next page starts after the    * DCAPR01P
027900* last key shown. A key's live and pending rows are kept on the * DCAPR01P
028000* same page                                                     * DCAPR01P
028100***************************************************************** DCAPR01P
028200 LIST-PARAMS.                                                     DCAPR01P
028300     IF NOT CRW1I-CLASS-PRODUCT AND                               DCAPR01P
028400        NOT CRW1I-CLASS-LTV-BAND AND                              DCAPR01P
028500        NOT CRW1I-CLASS-CONVERSION AND                            DCAPR01P
028600        NOT CRW1I-CLASS-PAST-DUE AND                              DCAPR01P
028700        NOT CRW1I-CLASS-CAPITAL                                   DCAPR01P
028800        MOVE 'Class must be P, L, F, D or K' TO CRW1O-MSG         DCAPR01P
028900        GO TO LIST-PARAMS-EXIT                                    DCAPR01P
029000     END-IF.                                                      DCAPR01P
029100     EXEC SQL                                                     DCAPR01P
029200          DECLARE RWL_CSR CURSOR FOR                              DCAPR01P
029300          SELECT RWP_CLASS,                                       DCAPR01P
029400                 RWP_KEY,                                         DCAPR01P
029500                 RWP_STATUS,                                      DCAPR01P
029600                 RWP_PCT,                                         DCAPR01P
029700                 RWP_ADDED_BY                                     DCAPR01P
029800          FROM BNKRWPM                                            DCAPR01P
029900          WHERE RWP_CLASS = :CRW1I-CLASS AND                      DCAPR01P
030000                RWP_KEY > :CRW1I-KEY AND                          DCAPR01P
030100                RWP_STATUS IN ('A', 'P')                          DCAPR01P
030200          ORDER BY RWP_KEY,                                       DCAPR01P
030300                   RWP_STATUS                                     DCAPR01P
030400          FOR FETCH ONLY                                          DCAPR01P
030500     END-EXEC.                                                    DCAPR01P
030600     EXEC SQL                                                     DCAPR01P
030700          OPEN RWL_CSR                                            DCAPR01P
030800     END-EXEC.                                                    DCAPR01P
030900     IF SQLCODE IS NOT EQUAL TO ZERO                              DCAPR01P
031000        MOVE 'Unable to read the capital parameters' TO CRW1O-MSG DCAPR01P
031100        GO TO LIST-PARAMS-EXIT                                    DCAPR01P
031200     END-IF.                                                      DCAPR01P
031300     MOVE 0 TO WS-SUB1.                                           DCAPR01P
031400 RWL-LOOP.                                                        DCAPR01P
031500     EXEC SQL                                                     DCAPR01P
031600          FETCH RWL_CSR                                           DCAPR01P
031700          INTO :DCL-RWP-CLASS,                                    DCAPR01P
031800               :DCL-RWP-KEY,                                      DCAPR01P
031900               :DCL-RWP-STATUS,                                   DCAPR01P
032000               :DCL-RWP-PCT,                                      DCAPR01P
032100               :DCL-RWP-ADDED-BY                                  DCAPR01P
032200     END-EXEC.                                                    DCAPR01P
032300     IF SQLCODE IS EQUAL TO +100                                  DCAPR01P
032400        GO TO RWL-LOOP-EXIT                                       DCAPR01P
032500     END-IF.                                                      DCAPR01P
032600     IF SQLCODE IS NOT EQUAL TO ZERO                              DCAPR01P
032700        MOVE 'Unable to read the capital parameters' TO CRW1O-MSG DCAPR01P
032800        GO TO RWL-LOOP-EXIT                                       DCAPR01P
032900     END-IF.                                                      DCAPR01P
033000     IF WS-SUB1 IS EQUAL TO 5                                     DCAPR01P
033100        IF DCL-RWP-KEY IS EQUAL TO CRW1O-PARAM-KEY (5)            DCAPR01P
033200           INITIALIZE CRW1O-PARAM (5)                             DCAPR01P
033300           MOVE 4 TO WS-SUB1                                      DCAPR01P
033400        END-IF                                                    DCAPR01P
033500        GO TO RWL-LOOP-EXIT                                       DCAPR01P
033600     END-IF.                                                      DCAPR01P
033700     ADD 1 TO WS-SUB1.                                            DCAPR01P
033800     MOVE DCL-RWP-CLASS TO CRW1O-PARAM-CLASS (WS-SUB1).           DCAPR01P
033900     MOVE DCL-RWP-KEY TO CRW1O-PARAM-KEY (WS-SUB1).               DCAPR01P
034000     MOVE DCL-RWP-STATUS TO CRW1O-PARAM-STATUS (WS-SUB1).         DCAPR01P
034100     MOVE DCL-RWP-PCT TO CRW1O-PARAM-PCT (WS-SUB1).               DCAPR01P
034200     MOVE DCL-RWP-ADDED-BY TO CRW1O-PARAM-ADDED-BY (WS-SUB1).     DCAPR01P
034300     GO TO RWL-LOOP.                                              DCAPR01P
034400 RWL-LOOP-EXIT.                                                   DCAPR01P
034500     EXEC SQL                                                     DCAPR01P
034600          CLOSE RWL_CSR                                           DCAPR01P
034700     END-EXEC.                                                    DCAPR01P
034800     IF CRW1O-MSG IS NOT EQUAL TO SPACES                          DCAPR01P
034900        GO TO LIST-PARAMS-EXIT                                    DCAPR01P
035000     END-IF.                                                      DCAPR01P
035100     MOVE WS-SUB1 TO CRW1O-PARAM-COUNT.                           DCAPR01P
035200     IF WS-SUB1 IS EQUAL TO ZERO                                  DCAPR01P
035300        SET CRW1O-NOT-FOUND TO TRUE                               DCAPR01P
035400        MOVE 'No more parameters of that class' TO CRW1O-MSG      DCAPR01P
035500        GO TO LIST-PARAMS-EXIT                                    DCAPR01P
035600     END-IF.                                                      DCAPR01P
035700     SET CRW1O-REQUEST-OK TO TRUE.                                DCAPR01P
035800     MOVE 'Capital parameters shown' TO CRW1O-MSG.                DCAPR01P
035900 LIST-PARAMS-EXIT.                                                DCAPR01P
036000     EXIT.                                                        DCAPR01P
036100                                                                  DCAPR01P
036200***************************************************************** DCAPR01P
036300* Key on a weight, band, factor or capital line as pending. It  * DCAPR01P
036400* replaces any row for the same key still awaiting approval and * DCAPR01P
036500* serves nothing until a second user approves it. The key       * DCAPR01P
036600* carries the class's own meaning - P an account type or **,    * DCAPR01P
036700* L a loan-to-value ceiling of three digits, F OD, CC or GU,    * DCAPR01P
036800* D ** only, K a GL account prefix of up to six digits          * DCAPR01P
036900***************************************************************** DCAPR01P
037000 SET-PARAM.                                                       DCAPR01P
037100     PERFORM CHECK-PARAM THRU                                     DCAPR01P
037200             CHECK-PARAM-EXIT.                                    DCAPR01P
037300     IF CRW1O-MSG IS NOT EQUAL TO SPACES                          DCAPR01P
037400        GO TO SET-PARAM-EXIT                                      DCAPR01P
037500     END-IF.                                                      DCAPR01P
037600     EXEC SQL                                                     DCAPR01P
037700          DELETE                                                  DCAPR01P
037800          FROM BNKRWPM                                            DCAPR01P
037900          WHERE RWP_CLASS = :CRW1I-CLASS AND                      DCAPR01P
038000                RWP_KEY = :CRW1I-KEY AND                          DCAPR01P
038100                RWP_STATUS = 'P'                                  DCAPR01P
038200     END-EXEC.                                                    DCAPR01P
038300     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DCAPR01P
038400        SQLCODE IS NOT EQUAL TO +100                              DCAPR01P
038500        MOVE 'Unable to replace the pending parameter'            DCAPR01P
038600          TO CRW1O-MSG                                            DCAPR01P
038700        GO TO SET-PARAM-EXIT                                      DCAPR01P
038800     END-IF.                                                      DCAPR01P
038900     MOVE CRW1I-PCT TO DCL-RWP-PCT.                               DCAPR01P
039000     EXEC SQL                                                     DCAPR01P
039100          INSERT                                                  DCAPR01P
039200          INTO BNKRWPM (RWP_CLASS,                                DCAPR01P
039300                        RWP_KEY,                                  DCAPR01P
039400                        RWP_STATUS,                               DCAPR01P
039500                        RWP_PCT,                                  DCAPR01P
039600                        RWP_ADDED_BY,                             DCAPR01P
039700                        RWP_APPROVED_BY,                          DCAPR01P
039800                        RWP_UPDATED_TS)                           DCAPR01P
039900          VALUES (:CRW1I-CLASS,                                   DCAPR01P
040000                  :CRW1I-KEY,                                     DCAPR01P
040100                  'P',                                            DCAPR01P
040200                  :DCL-RWP-PCT,                                   DCAPR01P
040300                  :CRW1I-USERID,                                  DCAPR01P
040400                  '     ',                                        DCAPR01P
040500                  CURRENT TIMESTAMP)                              DCAPR01P
040600     END-EXEC.                                                    DCAPR01P
040700     IF SQLCODE IS NOT EQUAL TO ZERO                              DCAPR01P
040800        MOVE 'Unable to take the parameter on' TO CRW1O-MSG       DCAPR01P
040900        GO TO SET-PARAM-EXIT                                      DCAPR01P
041000     END-IF.                                                      DCAPR01P
041100     SET CRW1O-REQUEST-OK TO TRUE.                                DCAPR01P
041200     MOVE 'Parameter taken on - awaiting a second approval'       DCAPR01P
041300       TO CRW1O-MSG.                                              DCAPR01P
041400 SET-PARAM-EXIT.                                                  DCAPR01P
041500     EXIT.                                                        DCAPR01P
041600                                                                  DCAPR01P
041700***************************************************************** DCAPR01P
041800* Check a parameter's class, key and percentage before it is    * DCAPR01P
041900* taken on                                                      * DCAPR01P
042000***************************************************************** DCAPR01P
042100 CHECK-PARAM.                                                     DCAPR01P
042200     IF CRW1I-USERID IS EQUAL TO SPACES                           DCAPR01P
042300        MOVE 'The user keying the parameter is needed'            DCAPR01P
042400          TO CRW1O-MSG                                            DCAPR01P
042500        GO TO CHECK-PARAM-EXIT                                    DCAPR01P
042600     END-IF.                                                      DCAPR01P
042700     IF CRW1I-PCT IS NOT NUMERIC OR                               DCAPR01P
042800        CRW1I-PCT IS LESS THAN ZERO                               DCAPR01P
042900        MOVE 'The percentage must be zero or more' TO CRW1O-MSG   DCAPR01P
043000        GO TO CHECK-PARAM-EXIT                                    DCAPR01P
043100     END-IF.                                                      DCAPR01P
043200     EVALUATE TRUE                                                DCAPR01P
043300       WHEN CRW1I-CLASS-PRODUCT                                   DCAPR01P
043400         IF CRW1I-KEY (1:2) IS EQUAL TO SPACES OR                 DCAPR01P
043500            CRW1I-KEY (3:6) IS NOT EQUAL TO SPACES                DCAPR01P
043600            MOVE 'A product weight is keyed by account type or **'DCAPR01P
043700              TO CRW1O-MSG                                        DCAPR01P
043800         END-IF                                                   DCAPR01P
043900       WHEN CRW1I-CLASS-LTV-BAND                                  DCAPR01P
044000         IF CRW1I-KEY (1:3) IS NOT NUMERIC OR                     DCAPR01P
044100            CRW1I-KEY (1:3) IS EQUAL TO '000' OR                  DCAPR01P
044200            CRW1I-KEY (4:5) IS NOT EQUAL TO SPACES                DCAPR01P
044300            MOVE 'An LTV band is keyed by its ceiling, 001-999'   DCAPR01P
044400              TO CRW1O-MSG                                        DCAPR01P
044500         END-IF                                                   DCAPR01P
044600       WHEN CRW1I-CLASS-CONVERSION                                DCAPR01P
044700         IF (CRW1I-KEY IS NOT EQUAL TO 'OD' AND                   DCAPR01P
044800             CRW1I-KEY IS NOT EQUAL TO 'CC' AND                   DCAPR01P
044900             CRW1I-KEY IS NOT EQUAL TO 'GU')                      DCAPR01P
045000            MOVE 'A conversion factor is keyed OD, CC or GU'      DCAPR01P
045100              TO CRW1O-MSG                                        DCAPR01P
045200         END-IF                                                   DCAPR01P
045300         IF CRW1I-PCT IS GREATER THAN 100                         DCAPR01P
045400            MOVE 'A conversion factor cannot exceed 100%'         DCAPR01P
045500              TO CRW1O-MSG                                        DCAPR01P
045600         END-IF                                                   DCAPR01P
045700       WHEN CRW1I-CLASS-PAST-DUE                                  DCAPR01P
045800         IF CRW1I-KEY IS NOT EQUAL TO '**'                        DCAPR01P
045900            MOVE 'The past-due weight is held for ** only'        DCAPR01P
046000              TO CRW1O-MSG                                        DCAPR01P
046100         END-IF                                                   DCAPR01P
046200       WHEN CRW1I-CLASS-CAPITAL                                   DCAPR01P
046300         MOVE 0 TO WS-KEY-LEN                                     DCAPR01P
046400         INSPECT CRW1I-KEY TALLYING WS-KEY-LEN                    DCAPR01P
046500           FOR CHARACTERS BEFORE INITIAL SPACE                    DCAPR01P
046600         IF WS-KEY-LEN IS EQUAL TO ZERO OR                        DCAPR01P
046700            WS-KEY-LEN IS GREATER THAN 6                          DCAPR01P
046800            MOVE 'Capital line key is a GL prefix of 1-6 digits'  DCAPR01P
046900              TO CRW1O-MSG                                        DCAPR01P
047000         ELSE                                                     DCAPR01P
047100            IF CRW1I-KEY (1:WS-KEY-LEN) IS NOT NUMERIC OR         DCAPR01P
047200               CRW1I-KEY (WS-KEY-LEN + 1:) IS NOT EQUAL TO SPACES DCAPR01P
047300               MOVE 'A capital line key must be digits only'      DCAPR01P
047400                 TO CRW1O-MSG                                     DCAPR01P
047500            END-IF                                                DCAPR01P
047600         END-IF                                                   DCAPR01P
047700         IF CRW1I-PCT IS GREATER THAN 100                         DCAPR01P
047800            MOVE 'A capital line cannot count for more than 100%' DCAPR01P
047900              TO CRW1O-MSG                                        DCAPR01P
048000         END-IF                                                   DCAPR01P
048100       WHEN OTHER                                                 DCAPR01P
048200         MOVE 'Class must be P, L, F, D or K' TO CRW1O-MSG        DCAPR01P
048300     END-EVALUATE.                                                DCAPR01P
048400 CHECK-PARAM-EXIT.                                                DCAPR01P
048500     EXIT.                                                        DCAPR01P
048600                                                                  DCAPR01P
048700***************************************************************** DCAPR01P
048800* Post a pending parameter live - four-eyes control, so the user* DCAPR01P
048900* who keyed it cannot also approve it. The live row it replaces * DCAPR01P
049000* is kept as superseded                                         * DCAPR01P
049100***************************************************************** DCAPR01P
049200 APPROVE-PARAM.                                                   DCAPR01P
049300     EXEC SQL                                                     DCAPR01P
049400          SELECT RWP_ADDED_BY,                                    DCAPR01P
049500                 RWP_PCT                                          DCAPR01P
049600          INTO :DCL-RWP-ADDED-BY,                                 DCAPR01P
049700               :DCL-RWP-PCT                                       DCAPR01P
049800          FROM BNKRWPM                                            DCAPR01P
049900          WHERE RWP_CLASS = :CRW1I-CLASS AND                      DCAPR01P
050000                RWP_KEY = :CRW1I-KEY AND                          DCAPR01P
050100                RWP_STATUS = 'P'                                  DCAPR01P
050200     END-EXEC.                                                    DCAPR01P
050300     IF SQLCODE IS EQUAL TO +100                                  DCAPR01P
050400        SET CRW1O-NOT-FOUND TO TRUE                               DCAPR01P
050500        MOVE 'No pending parameter matches that key' TO CRW1O-MSG DCAPR01P
050600        GO TO APPROVE-PARAM-EXIT                                  DCAPR01P
050700     END-IF.                                                      DCAPR01P
050800     IF SQLCODE IS NOT EQUAL TO ZERO                              DCAPR01P
050900        MOVE 'Unable to read the capital parameters' TO CRW1O-MSG DCAPR01P
051000        GO TO APPROVE-PARAM-EXIT                                  DCAPR01P
051100     END-IF.                                                      DCAPR01P
051200     IF DCL-RWP-ADDED-BY IS EQUAL TO CRW1I-USERID                 DCAPR01P
051300        SET CRW1O-SELF-APPROVAL TO TRUE                           DCAPR01P
051400        MOVE 'Parameter cannot be approved by the user keying it' DCAPR01P
051500          TO CRW1O-MSG                                            DCAPR01P
051600        GO TO APPROVE-PARAM-EXIT                                  DCAPR01P
051700     END-IF.                                                      DCAPR01P
051800     EXEC SQL                                                     DCAPR01P
051900          UPDATE BNKRWPM                                          DCAPR01P
052000          SET RWP_STATUS = 'S',                                   DCAPR01P
052100              RWP_UPDATED_TS = CURRENT TIMESTAMP                  DCAPR01P
052200          WHERE RWP_CLASS = :CRW1I-CLASS AND                      DCAPR01P
052300                RWP_KEY = :CRW1I-KEY AND                          DCAPR01P
052400                RWP_STATUS = 'A'                                  DCAPR01P
052500     END-EXEC.                                                    DCAPR01P
052600     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DCAPR01P
052700        SQLCODE IS NOT EQUAL TO +100                              DCAPR01P
052800        MOVE 'Unable to supersede the live parameter' TO CRW1O-MSGDCAPR01P
052900        GO TO APPROVE-PARAM-EXIT                                  DCAPR01P
053000     END-IF.                                                      DCAPR01P
053100     EXEC SQL                                                     DCAPR01P
053200          UPDATE BNKRWPM                                          DCAPR01P
053300          SET RWP_STATUS = 'A',                                   DCAPR01P
053400              RWP_APPROVED_BY = :CRW1I-USERID,                    DCAPR01P
053500              RWP_UPDATED_TS = CURRENT TIMESTAMP                  DCAPR01P
053600          WHERE RWP_CLASS = :CRW1I-CLASS AND                      DCAPR01P
053700                RWP_KEY = :CRW1I-KEY AND                          DCAPR01P
053800                RWP_STATUS = 'P'                                  DCAPR01P
053900     END-EXEC.                                                    DCAPR01P
054000     IF SQLCODE IS NOT EQUAL TO ZERO                              DCAPR01P
054100        MOVE 'Unable to approve the parameter' TO CRW1O-MSG       DCAPR01P
054200        GO TO APPROVE-PARAM-EXIT                                  DCAPR01P
054300     END-IF.                                                      DCAPR01P
054400     MOVE 1 TO CRW1O-PARAM-COUNT.                                 DCAPR01P
054500     MOVE CRW1I-CLASS TO CRW1O-PARAM-CLASS (1).                   DCAPR01P
054600     MOVE CRW1I-KEY TO CRW1O-PARAM-KEY (1).                       DCAPR01P
054700     MOVE 'A' TO CRW1O-PARAM-STATUS (1).                          DCAPR01P
054800     MOVE DCL-RWP-PCT TO CRW1O-PARAM-PCT (1).                     DCAPR01P
054900     MOVE DCL-RWP-ADDED-BY TO CRW1O-PARAM-ADDED-BY (1).           DCAPR01P
055000     SET CRW1O-REQUEST-OK TO TRUE.                                DCAPR01P
055100     MOVE 'Parameter approved and live' TO CRW1O-MSG.             DCAPR01P
055200 APPROVE-PARAM-EXIT.                                              DCAPR01P
055300     EXIT.                                                        DCAPR01P
055400                                                                  DCAPR01P
055500***************************************************************** DCAPR01P
055600* The quarterly run. Left to itself it works the quarter before * DCAPR01P
055700* the one the business date falls in, and only once - run with  * DCAPR01P
055800* the nightly stream, it builds the return on the first night of* DCAPR01P
055900* a new quarter and finds it already held every night after. A  * DCAPR01P
056000* quarter named by the caller is worked afresh, replacing any   * DCAPR01P
056100* return already held for it. Exposures are taken as the book   * DCAPR01P
056200* stands on the night of the run                                * DCAPR01P
056300***************************************************************** DCAPR01P
056400 QUARTERLY-RUN.                                                   DCAPR01P
056500     EXEC SQL                                                     DCAPR01P
056600          SET :WS-RUN-TS = CURRENT TIMESTAMP                      DCAPR01P
056700     END-EXEC.                                                    DCAPR01P
056800     IF CRW1I-QUARTER IS EQUAL TO SPACES                          DCAPR01P
056900        MOVE WS-BUS-YEAR TO WS-QTR-YEAR                           DCAPR01P
057000        MOVE 'Q' TO WS-QTR-LETTER                                 DCAPR01P
057100        COMPUTE WS-QTR-NUMBER = (WS-BUS-MONTH - 1) / 3            DCAPR01P
057200        IF WS-QTR-NUMBER IS EQUAL TO ZERO                         DCAPR01P
057300           MOVE 4 TO WS-QTR-NUMBER                                DCAPR01P
057400           SUBTRACT 1 FROM WS-QTR-YEAR                            DCAPR01P
057500        END-IF                                                    DCAPR01P
057600     ELSE                                                         DCAPR01P
057700        MOVE CRW1I-QUARTER TO WS-QUARTER                          DCAPR01P
057800        IF WS-QUARTER (1:4) IS NOT NUMERIC OR                     DCAPR01P
057900           WS-QTR-LETTER IS NOT EQUAL TO 'Q' OR                   DCAPR01P
058000           WS-QUARTER (6:1) IS NOT NUMERIC                        DCAPR01P
058100           MOVE 'The quarter must be given as yyyyQn' TO CRW1O-MSGDCAPR01P
058200           GO TO QUARTERLY-RUN-EXIT                               DCAPR01P
058300        END-IF                                                    DCAPR01P
058400        IF WS-QTR-NUMBER IS LESS THAN 1 OR                        DCAPR01P
058500           WS-QTR-NUMBER IS GREATER THAN 4                        DCAPR01P
058600           MOVE 'The quarter must be given as yyyyQn' TO CRW1O-MSGDCAPR01P
058700           GO TO QUARTERLY-RUN-EXIT                               DCAPR01P
058800        END-IF                                                    DCAPR01P
058900     END-IF.                                                      DCAPR01P
059000     MOVE SPACES TO WS-QTR-END-DATE.                              DCAPR01P
059100     STRING WS-QUARTER (1:4) '-'                                  DCAPR01P
059200            WS-QUARTER-END-DAY (WS-QTR-NUMBER)                    DCAPR01P
059300            DELIMITED BY SIZE INTO WS-QTR-END-DATE.               DCAPR01P
059400     MOVE WS-QUARTER TO CRW1O-QUARTER.                            DCAPR01P
059500     IF WS-QTR-END-DATE IS NOT LESS THAN WS-BUSINESS-DATE         DCAPR01P
059600        MOVE 'The quarter has not yet ended' TO CRW1O-MSG         DCAPR01P
059700        GO TO QUARTERLY-RUN-EXIT                                  DCAPR01P
059800     END-IF.                                                      DCAPR01P
059900     EXEC SQL                                                     DCAPR01P
060000          SELECT COUNT(*)                                         DCAPR01P
060100          INTO :DCL-ROW-COUNT                                     DCAPR01P
060200          FROM BNKCAPR                                            DCAPR01P
060300          WHERE CPR_QUARTER = :WS-QUARTER                         DCAPR01P
060400     END-EXEC.                                                    DCAPR01P
060500     IF SQLCODE IS NOT EQUAL TO ZERO                              DCAPR01P
060600        MOVE 'Unable to read the capital returns held'            DCAPR01P
060700          TO CRW1O-MSG                                            DCAPR01P
060800        GO TO QUARTERLY-RUN-EXIT                                  DCAPR01P
060900     END-IF.                                                      DCAPR01P
061000     IF DCL-ROW-COUNT IS GREATER THAN ZERO AND                    DCAPR01P
061100        CRW1I-QUARTER IS EQUAL TO SPACES                          DCAPR01P
061200        SET CRW1O-REQUEST-OK TO TRUE                              DCAPR01P
061300        MOVE 'Capital return already built for the quarter'       DCAPR01P
061400          TO CRW1O-MSG                                            DCAPR01P
061500        GO TO QUARTERLY-RUN-EXIT                                  DCAPR01P
061600     END-IF.                                                      DCAPR01P
061700     EXEC SQL                                                     DCAPR01P
061800          DELETE                                                  DCAPR01P
061900          FROM BNKCAPR                                            DCAPR01P
062000          WHERE CPR_QUARTER = :WS-QUARTER                         DCAPR01P
062100     END-EXEC.                                                    DCAPR01P
062200     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DCAPR01P
062300        SQLCODE IS NOT EQUAL TO +100                              DCAPR01P
062400        MOVE 'Unable to clear the quarter''s return' TO CRW1O-MSG DCAPR01P
062500        GO TO QUARTERLY-RUN-EXIT                                  DCAPR01P
062600     END-IF.                                                      DCAPR01P
062700     INITIALIZE WS-RETURN-LINES.                                  DCAPR01P
062800     MOVE SPACES TO WS-CSV-LINE.                                  DCAPR01P
062900     STRING 'CAPITAL RETURN,' WS-QUARTER ',' WS-QTR-END-DATE ','  DCAPR01P
063000            WS-BUSINESS-DATE                                      DCAPR01P
063100            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DCAPR01P
063200     PERFORM QUEUE-REPORT-LINE THRU                               DCAPR01P
063300             QUEUE-REPORT-LINE-EXIT.                              DCAPR01P
063400     MOVE 'LINE,REFERENCE,PID,EXPOSURE,CCF,WEIGHT,RWA'            DCAPR01P
063500       TO WS-CSV-LINE.                                            DCAPR01P
063600     PERFORM QUEUE-REPORT-LINE THRU                               DCAPR01P
063700             QUEUE-REPORT-LINE-EXIT.                              DCAPR01P
063800     PERFORM PROVISION-COVER THRU                                 DCAPR01P
063900             PROVISION-COVER-EXIT.                                DCAPR01P
064000     IF CRW1O-MSG IS NOT EQUAL TO SPACES                          DCAPR01P
064100        GO TO QUARTERLY-RUN-EXIT                                  DCAPR01P
064200     END-IF.                                                      DCAPR01P
064300     PERFORM WEIGH-LOANS THRU                                     DCAPR01P
064400             WEIGH-LOANS-EXIT.                                    DCAPR01P
064500     IF CRW1O-MSG IS NOT EQUAL TO SPACES                          DCAPR01P
064600        GO TO QUARTERLY-RUN-EXIT                                  DCAPR01P
064700     END-IF.                                                      DCAPR01P
064800     PERFORM WEIGH-ACCOUNTS THRU                                  DCAPR01P
064900             WEIGH-ACCOUNTS-EXIT.                                 DCAPR01P
065000     IF CRW1O-MSG IS NOT EQUAL TO SPACES                          DCAPR01P
065100        GO TO QUARTERLY-RUN-EXIT                                  DCAPR01P
065200     END-IF.                                                      DCAPR01P
065300     PERFORM WEIGH-GUARANTEES THRU                                DCAPR01P
065400             WEIGH-GUARANTEES-EXIT.                               DCAPR01P
065500     IF CRW1O-MSG IS NOT EQUAL TO SPACES                          DCAPR01P
065600        GO TO QUARTERLY-RUN-EXIT                                  DCAPR01P
065700     END-IF.                                                      DCAPR01P
065800     PERFORM FINISH-RETURN THRU                                   DCAPR01P
065900             FINISH-RETURN-EXIT.                                  DCAPR01P
066000 QUARTERLY-RUN-EXIT.                                              DCAPR01P
066100     EXIT.                                                        DCAPR01P
066200                                                                  DCAPR01P
066300***************************************************************** DCAPR01P
066400* The share of the past-due book the provision held covers. The * DCAPR01P
066500* allowance raised to date, less what write-offs have since     * DCAPR01P
066600* charged against it, is set first against the loans past due   * DCAPR01P
066700* in proportion to what each still owes, and never for more     * DCAPR01P
066800* than they owe                                                 * DCAPR01P
066900***************************************************************** DCAPR01P
067000 PROVISION-COVER.                                                 DCAPR01P
067100     MOVE ZERO TO WS-PROV-COVER.                                  DCAPR01P
067200     EXEC SQL                                                     DCAPR01P
067300          SELECT VALUE(SUM(PRV_MOVEMENT), 0)                      DCAPR01P
067400          INTO :DCL-PRV-HELD                                      DCAPR01P
067500          FROM BNKPROV                                            DCAPR01P
067600     END-EXEC.                                                    DCAPR01P
067700     IF SQLCODE IS NOT EQUAL TO ZERO                              DCAPR01P
067800        MOVE 'Unable to total the held provision' TO CRW1O-MSG    DCAPR01P
067900        GO TO PROVISION-COVER-EXIT                                DCAPR01P
068000     END-IF.                                                      DCAPR01P
068100     EXEC SQL                                                     DCAPR01P
068200          SELECT VALUE(SUM(LWO_PRINCIPAL), 0)                     DCAPR01P
068300          INTO :DCL-PRV-WRITTEN-OFF                               DCAPR01P
068400          FROM BNKLNWO                                            DCAPR01P
068500          WHERE LWO_STATUS = 'W'                                  DCAPR01P
068600     END-EXEC.                                                    DCAPR01P
068700     IF SQLCODE IS NOT EQUAL TO ZERO                              DCAPR01P
068800        MOVE 'Unable to total the loans written off' TO CRW1O-MSG DCAPR01P
068900        GO TO PROVISION-COVER-EXIT                                DCAPR01P
069000     END-IF.                                                      DCAPR01P
069100     SUBTRACT DCL-PRV-WRITTEN-OFF FROM DCL-PRV-HELD.              DCAPR01P
069200     EXEC SQL                                                     DCAPR01P
069300          SELECT VALUE(SUM(PDL.OUTSTANDING), 0)                   DCAPR01P
069400          INTO :DCL-PAST-DUE-GROSS                                DCAPR01P
069500          FROM (SELECT SUM(LNS.LNS_PRINCIPAL - LNS.LNS_PRIN_PAID) DCAPR01P
069600                         AS OUTSTANDING,                          DCAPR01P
069700                       MAX(DAYS(CURRENT DATE) -                   DCAPR01P
069800                           DAYS(LNS.LNS_DUE_DATE)) AS DAYS_LATE   DCAPR01P
069900                FROM BNKLOAN LON,                                 DCAPR01P
070000                     BNKLNSC LNS                                  DCAPR01P
070100                WHERE LON.LON_STATUS = 'A' AND                    DCAPR01P
070200                      LNS.LNS_LOAN_ID = LON.LON_ID AND            DCAPR01P
070300                      LNS.LNS_STATUS IN (' ', 'M')                DCAPR01P
070400                GROUP BY LON.LON_ID) AS PDL                       DCAPR01P
070500          WHERE PDL.DAYS_LATE >= :WS-PAST-DUE-DAYS                DCAPR01P
070600     END-EXEC.                                                    DCAPR01P
070700     IF SQLCODE IS NOT EQUAL TO ZERO                              DCAPR01P
070800        MOVE 'Unable to total the past-due loans' TO CRW1O-MSG    DCAPR01P
070900        GO TO PROVISION-COVER-EXIT                                DCAPR01P
071000     END-IF.                                                      DCAPR01P
071100     IF DCL-PRV-HELD IS GREATER THAN ZERO AND                     DCAPR01P
071200        DCL-PAST-DUE-GROSS IS GREATER THAN ZERO                   DCAPR01P
071300        IF DCL-PRV-HELD IS NOT LESS THAN DCL-PAST-DUE-GROSS       DCAPR01P
071400           MOVE 1 TO WS-PROV-COVER                                DCAPR01P
071500        ELSE                                                      DCAPR01P
071600           COMPUTE WS-PROV-COVER ROUNDED =                        DCAPR01P
071700                   DCL-PRV-HELD / DCL-PAST-DUE-GROSS              DCAPR01P
071800        END-IF                                                    DCAPR01P
071900     END-IF.                                                      DCAPR01P
072000     MOVE 'D' TO WS-PARAM-CLASS.                                  DCAPR01P
072100     MOVE '**' TO WS-PARAM-KEY.                                   DCAPR01P
072200     PERFORM READ-PARAM THRU                                      DCAPR01P
072300             READ-PARAM-EXIT.                                     DCAPR01P
072400     IF CRW1O-MSG IS NOT EQUAL TO SPACES                          DCAPR01P
072500        GO TO PROVISION-COVER-EXIT                                DCAPR01P
072600     END-IF.                                                      DCAPR01P
072700     IF WS-PARAM-FOUND IS EQUAL TO 'Y'                            DCAPR01P
072800        MOVE DCL-RWP-PCT TO WS-PAST-DUE-WEIGHT                    DCAPR01P
072900     ELSE                                                         DCAPR01P
073000        MOVE WS-DFT-PAST-DUE-WEIGHT TO WS-PAST-DUE-WEIGHT         DCAPR01P
073100     END-IF.                                                      DCAPR01P
073200 PROVISION-COVER-EXIT.                                            DCAPR01P
073300     EXIT.                                                        DCAPR01P
073400                                                                  DCAPR01P
073500***************************************************************** DCAPR01P
073600* Every active loan at what is still owed on its schedule. A    * DCAPR01P
073700* loan past due is weighted net of its share of the provision   * DCAPR01P
073800* at the past-due weight; a loan with live collateral by its    * DCAPR01P
073900* loan-to-value band; any other at the loan product weight      * DCAPR01P
074000***************************************************************** DCAPR01P
074100 WEIGH-LOANS.                                                     DCAPR01P
074200     EXEC SQL                                                     DCAPR01P
074300          DECLARE LON_CSR CURSOR FOR                              DCAPR01P
074400          SELECT LON.LON_ID,                                      DCAPR01P
074500                 LON.LON_PID,                                     DCAPR01P
074600                 SUM(LNS.LNS_PRINCIPAL - LNS.LNS_PRIN_PAID),      DCAPR01P
074700                 VALUE(MAX(DAYS(CURRENT DATE) -                   DCAPR01P
074800                           DAYS(LNS.LNS_DUE_DATE)), 0)            DCAPR01P
074900          FROM BNKLOAN LON,                                       DCAPR01P
075000               BNKLNSC LNS                                        DCAPR01P
075100          WHERE LON.LON_STATUS = 'A' AND                          DCAPR01P
075200                LNS.LNS_LOAN_ID = LON.LON_ID AND                  DCAPR01P
075300                LNS.LNS_STATUS IN (' ', 'M')                      DCAPR01P
075400          GROUP BY LON.LON_ID,                                    DCAPR01P
075500                   LON.LON_PID                                    DCAPR01P
075600          ORDER BY LON.LON_ID                                     DCAPR01P
075700          FOR FETCH ONLY                                          DCAPR01P
075800     END-EXEC.                                                    DCAPR01P
075900     EXEC SQL                                                     DCAPR01P
076000          OPEN LON_CSR                                            DCAPR01P
076100     END-EXEC.                                                    DCAPR01P
076200     IF SQLCODE IS NOT EQUAL TO ZERO                              DCAPR01P
076300        MOVE 'Unable to open the loan book' TO CRW1O-MSG          DCAPR01P
076400        GO TO WEIGH-LOANS-EXIT                                    DCAPR01P
076500     END-IF.                                                      DCAPR01P
076600 LON-LOOP.                                                        DCAPR01P
076700     EXEC SQL                                                     DCAPR01P
076800          FETCH LON_CSR                                           DCAPR01P
076900          INTO :DCL-LON-ID,                                       DCAPR01P
077000               :DCL-LON-PID,                                      DCAPR01P
077100               :DCL-LON-OUTSTANDING,                              DCAPR01P
077200               :DCL-LON-DAYS-LATE                                 DCAPR01P
077300     END-EXEC.                                                    DCAPR01P
077400     IF SQLCODE IS EQUAL TO +100                                  DCAPR01P
077500        GO TO LON-LOOP-EXIT                                       DCAPR01P
077600     END-IF.                                                      DCAPR01P
077700     IF SQLCODE IS NOT EQUAL TO ZERO                              DCAPR01P
077800        MOVE 'Unable to read the loan book' TO CRW1O-MSG          DCAPR01P
077900        GO TO LON-LOOP-EXIT                                       DCAPR01P
078000     END-IF.                                                      DCAPR01P
078100     IF DCL-LON-OUTSTANDING IS NOT GREATER THAN ZERO              DCAPR01P
078200        GO TO LON-LOOP                                            DCAPR01P
078300     END-IF.                                                      DCAPR01P
078400     PERFORM WEIGH-ONE-LOAN THRU                                  DCAPR01P
078500             WEIGH-ONE-LOAN-EXIT.                                 DCAPR01P
078600     IF CRW1O-MSG IS NOT EQUAL TO SPACES                          DCAPR01P
078700        GO TO LON-LOOP-EXIT                                       DCAPR01P
078800     END-IF.                                                      DCAPR01P
078900     GO TO LON-LOOP.                                              DCAPR01P
079000 LON-LOOP-EXIT.                                                   DCAPR01P
079100     EXEC SQL                                                     DCAPR01P
079200          CLOSE LON_CSR                                           DCAPR01P
079300     END-EXEC.                                                    DCAPR01P
079400 WEIGH-LOANS-EXIT.                                                DCAPR01P
079500     EXIT.                                                        DCAPR01P
079600                                                                  DCAPR01P
079700***************************************************************** DCAPR01P
079800* Weigh one loan onto its line of the return                    * DCAPR01P
079900***************************************************************** DCAPR01P
080000 WEIGH-ONE-LOAN.                                                  DCAPR01P
080100     MOVE DCL-LON-ID TO WS-LOAN-ID-DISP.                          DCAPR01P
080200     MOVE SPACES TO WS-ITEM-REF.                                  DCAPR01P
080300     STRING 'LN' WS-LOAN-ID-DISP                                  DCAPR01P
080400            DELIMITED BY SIZE INTO WS-ITEM-REF.                   DCAPR01P
080500     MOVE DCL-LON-PID TO WS-ITEM-PID.                             DCAPR01P
080600     MOVE 100 TO WS-CCF.                                          DCAPR01P
080700     IF DCL-LON-DAYS-LATE IS NOT LESS THAN WS-PAST-DUE-DAYS       DCAPR01P
080800        MOVE 3 TO WS-LINE-SUB                                     DCAPR01P
080900        COMPUTE WS-ITEM-EXPOSURE ROUNDED =                        DCAPR01P
081000                DCL-LON-OUTSTANDING -                             DCAPR01P
081100                (DCL-LON-OUTSTANDING * WS-PROV-COVER)             DCAPR01P
081200        MOVE WS-PAST-DUE-WEIGHT TO WS-WEIGHT                      DCAPR01P
081300        PERFORM ADD-EXPOSURE THRU                                 DCAPR01P
081400                ADD-EXPOSURE-EXIT                                 DCAPR01P
081500        GO TO WEIGH-ONE-LOAN-EXIT                                 DCAPR01P
081600     END-IF.                                                      DCAPR01P
081700     MOVE DCL-LON-OUTSTANDING TO WS-ITEM-EXPOSURE.                DCAPR01P
081800     EXEC SQL                                                     DCAPR01P
081900          SELECT VALUE(SUM(CLL_VALUE), 0)                         DCAPR01P
082000          INTO :DCL-CLL-VALUE                                     DCAPR01P
082100          FROM BNKCOLL                                            DCAPR01P
082200          WHERE CLL_LOAN_ID = :DCL-LON-ID AND                     DCAPR01P
082300                CLL_STATUS = 'A'                                  DCAPR01P
082400     END-EXEC.                                                    DCAPR01P
082500     IF SQLCODE IS NOT EQUAL TO ZERO                              DCAPR01P
082600        MOVE 'Unable to read the collateral register' TO CRW1O-MSGDCAPR01P
082700        GO TO WEIGH-ONE-LOAN-EXIT                                 DCAPR01P
082800     END-IF.                                                      DCAPR01P
082900     IF DCL-CLL-VALUE IS GREATER THAN ZERO                        DCAPR01P
083000        PERFORM READ-LTV-BAND THRU                                DCAPR01P
083100                READ-LTV-BAND-EXIT                                DCAPR01P
083200        IF CRW1O-MSG IS NOT EQUAL TO SPACES                       DCAPR01P
083300           GO TO WEIGH-ONE-LOAN-EXIT                              DCAPR01P
083400        END-IF                                                    DCAPR01P
083500        IF WS-PARAM-FOUND IS EQUAL TO 'Y'                         DCAPR01P
083600           MOVE 2 TO WS-LINE-SUB                                  DCAPR01P
083700           MOVE DCL-RWP-PCT TO WS-WEIGHT                          DCAPR01P
083800           PERFORM ADD-EXPOSURE THRU                              DCAPR01P
083900                   ADD-EXPOSURE-EXIT                              DCAPR01P
084000           GO TO WEIGH-ONE-LOAN-EXIT                              DCAPR01P
084100        END-IF                                                    DCAPR01P
084200     END-IF.                                                      DCAPR01P
084300     MOVE 1 TO WS-LINE-SUB.                                       DCAPR01P
084400     MOVE 'LN' TO WS-PARAM-KEY.                                   DCAPR01P
084500     PERFORM PRODUCT-WEIGHT THRU                                  DCAPR01P
084600             PRODUCT-WEIGHT-EXIT.                                 DCAPR01P
084700     IF CRW1O-MSG IS NOT EQUAL TO SPACES                          DCAPR01P
084800        GO TO WEIGH-ONE-LOAN-EXIT                                 DCAPR01P
084900     END-IF.                                                      DCAPR01P
085000     PERFORM ADD-EXPOSURE THRU                                    DCAPR01P
085100             ADD-EXPOSURE-EXIT.                                   DCAPR01P
085200 WEIGH-ONE-LOAN-EXIT.                                             DCAPR01P
085300     EXIT.                                                        DCAPR01P
085400                                                                  DCAPR01P
085500***************************************************************** DCAPR01P
085600* The loan-to-value band a secured loan falls in - the lowest   * DCAPR01P
085700* band ceiling at or above its loan-to-value, rounded up to the * DCAPR01P
085800* next whole percent. A loan above the highest band is treated  * DCAPR01P
085900* as unsecured                                                  * DCAPR01P
086000***************************************************************** DCAPR01P
086100 READ-LTV-BAND.                                                   DCAPR01P
086200     MOVE 'N' TO WS-PARAM-FOUND.                                  DCAPR01P
086300     COMPUTE WS-LTV = (DCL-LON-OUTSTANDING * 100 / DCL-CLL-VALUE) DCAPR01P
086400                      + .99.                                      DCAPR01P
086500     IF WS-LTV IS GREATER THAN 999                                DCAPR01P
086600        GO TO READ-LTV-BAND-EXIT                                  DCAPR01P
086700     END-IF.                                                      DCAPR01P
086800     IF WS-LTV IS LESS THAN 1                                     DCAPR01P
086900        MOVE 1 TO WS-LTV                                          DCAPR01P
087000     END-IF.                                                      DCAPR01P
087100     MOVE WS-LTV TO WS-LTV-KEY.                                   DCAPR01P
087200     MOVE SPACES TO WS-PARAM-KEY.                                 DCAPR01P
087300     MOVE WS-LTV-KEY TO WS-PARAM-KEY (1:3).                       DCAPR01P
087400     EXEC SQL                                                     DCAPR01P
087500          SELECT RWP_PCT                                          DCAPR01P
087600          INTO :DCL-RWP-PCT                                       DCAPR01P
087700          FROM BNKRWPM                                            DCAPR01P
087800          WHERE RWP_CLASS = 'L' AND                               DCAPR01P
087900                RWP_STATUS = 'A' AND                              DCAPR01P
088000                RWP_KEY >= :WS-PARAM-KEY                          DCAPR01P
088100          ORDER BY RWP_KEY                                        DCAPR01P
088200          FETCH FIRST 1 ROW ONLY                                  DCAPR01P
088300     END-EXEC.                                                    DCAPR01P
088400     IF SQLCODE IS EQUAL TO +100                                  DCAPR01P
088500        GO TO READ-LTV-BAND-EXIT                                  DCAPR01P
088600     END-IF.                                                      DCAPR01P
088700     IF SQLCODE IS NOT EQUAL TO ZERO                              DCAPR01P
088800        MOVE 'Unable to read the loan-to-value bands' TO CRW1O-MSGDCAPR01P
088900        GO TO READ-LTV-BAND-EXIT                                  DCAPR01P
089000     END-IF.                                                      DCAPR01P
089100     MOVE 'Y' TO WS-PARAM-FOUND.                                  DCAPR01P
089200 READ-LTV-BAND-EXIT.                                              DCAPR01P
089300     EXIT.                                                        DCAPR01P
089400                                                                  DCAPR01P
089500***************************************************************** DCAPR01P
089600* Every open deposit and card account that is overdrawn or has  * DCAPR01P
089700* a limit - what is drawn at the product weight of its account  * DCAPR01P
089800* type, and what is left undrawn of the limit converted at the  * DCAPR01P
089900* overdraft or card conversion factor first                     * DCAPR01P
090000***************************************************************** DCAPR01P
090100 WEIGH-ACCOUNTS.                                                  DCAPR01P
090200     EXEC SQL                                                     DCAPR01P
090300          DECLARE ACC_CSR CURSOR FOR                              DCAPR01P
090400          SELECT BAC.BAC_ACCNO,                                   DCAPR01P
090500                 BAC.BAC_PID,                                     DCAPR01P
090600                 BAC.BAC_ACCTYPE,                                 DCAPR01P
090700                 BAC.BAC_BALANCE,                                 DCAPR01P
090800                 VALUE((SELECT SUM(ODF.ODF_LIMIT)                 DCAPR01P
090900                        FROM BNKODFA ODF                          DCAPR01P
091000                        WHERE ODF.ODF_ACCNO = BAC.BAC_ACCNO), 0), DCAPR01P
091100                 VALUE((SELECT SUM(CCA.CCA_LIMIT)                 DCAPR01P
091200                        FROM BNKCCAC CCA                          DCAPR01P
091300                        WHERE CCA.CCA_ACCNO = BAC.BAC_ACCNO AND   DCAPR01P
091400                              CCA.CCA_STATUS = 'A'), 0)           DCAPR01P
091500          FROM BNKACC BAC                                         DCAPR01P
091600          WHERE BAC.BAC_STATUS <> 'C' AND                         DCAPR01P
091700                BAC.BAC_ACCTYPE NOT IN ('LN', 'ES') AND           DCAPR01P
091800                (BAC.BAC_BALANCE < 0 OR                           DCAPR01P
091900                 EXISTS                                           DCAPR01P
092000                 (SELECT 1                                        DCAPR01P
092100                  FROM BNKODFA ODF                                DCAPR01P
092200                  WHERE ODF.ODF_ACCNO = BAC.BAC_ACCNO) OR         DCAPR01P
092300                 EXISTS                                           DCAPR01P
092400                 (SELECT 1                                        DCAPR01P
092500                  FROM BNKCCAC CCA                                DCAPR01P
092600                  WHERE CCA.CCA_ACCNO = BAC.BAC_ACCNO AND         DCAPR01P
092700                        CCA.CCA_STATUS = 'A'))                    DCAPR01P
092800          ORDER BY BAC.BAC_ACCNO                                  DCAPR01P
092900          FOR FETCH ONLY                                          DCAPR01P
093000     END-EXEC.                                                    DCAPR01P
093100     EXEC SQL                                                     DCAPR01P
093200          OPEN ACC_CSR                                            DCAPR01P
093300     END-EXEC.                                                    DCAPR01P
093400     IF SQLCODE IS NOT EQUAL TO ZERO                              DCAPR01P
093500        MOVE 'Unable to open the account book' TO CRW1O-MSG       DCAPR01P
093600        GO TO WEIGH-ACCOUNTS-EXIT                                 DCAPR01P
093700     END-IF.                                                      DCAPR01P
093800 ACC-LOOP.                                                        DCAPR01P
093900     EXEC SQL                                                     DCAPR01P
094000          FETCH ACC_CSR                                           DCAPR01P
094100          INTO :DCL-BAC-ACCNO,                                    DCAPR01P
094200               :DCL-BAC-PID,                                      DCAPR01P
094300               :DCL-BAC-ACCTYPE,                                  DCAPR01P
094400               :DCL-BAC-BALANCE,                                  DCAPR01P
094500               :DCL-ODF-LIMIT,                                    DCAPR01P
094600               :DCL-CCA-LIMIT                                     DCAPR01P
094700     END-EXEC.                                                    DCAPR01P
094800     IF SQLCODE IS EQUAL TO +100                                  DCAPR01P
094900        GO TO ACC-LOOP-EXIT                                       DCAPR01P
095000     END-IF.                                                      DCAPR01P
095100     IF SQLCODE IS NOT EQUAL TO ZERO                              DCAPR01P
095200        MOVE 'Unable to read the account book' TO CRW1O-MSG       DCAPR01P
095300        GO TO ACC-LOOP-EXIT                                       DCAPR01P
095400     END-IF.                                                      DCAPR01P
095500     PERFORM WEIGH-ONE-ACCOUNT THRU                               DCAPR01P
095600             WEIGH-ONE-ACCOUNT-EXIT.                              DCAPR01P
095700     IF CRW1O-MSG IS NOT EQUAL TO SPACES                          DCAPR01P
095800        GO TO ACC-LOOP-EXIT                                       DCAPR01P
095900     END-IF.                                                      DCAPR01P
096000     GO TO ACC-LOOP.                                              DCAPR01P
096100 ACC-LOOP-EXIT.                                                   DCAPR01P
096200     EXEC SQL                                                     DCAPR01P
096300          CLOSE ACC_CSR                                           DCAPR01P
096400     END-EXEC.                                                    DCAPR01P
096500 WEIGH-ACCOUNTS-EXIT.                                             DCAPR01P
096600     EXIT.                                                        DCAPR01P
096700                                                                  DCAPR01P
096800***************************************************************** DCAPR01P
096900* Weigh one account's drawn balance and undrawn limit           * DCAPR01P
097000***************************************************************** DCAPR01P
097100 WEIGH-ONE-ACCOUNT.                                               DCAPR01P
097200     MOVE DCL-BAC-ACCNO TO WS-ITEM-REF.                           DCAPR01P
097300     MOVE DCL-BAC-PID TO WS-ITEM-PID.                             DCAPR01P
097400     MOVE DCL-BAC-ACCTYPE TO WS-PARAM-KEY.                        DCAPR01P
097500     PERFORM PRODUCT-WEIGHT THRU                                  DCAPR01P
097600             PRODUCT-WEIGHT-EXIT.                                 DCAPR01P
097700     IF CRW1O-MSG IS NOT EQUAL TO SPACES                          DCAPR01P
097800        GO TO WEIGH-ONE-ACCOUNT-EXIT                              DCAPR01P
097900     END-IF.                                                      DCAPR01P
098000     MOVE ZERO TO WS-DRAWN.                                       DCAPR01P
098100     IF DCL-BAC-BALANCE IS LESS THAN ZERO                         DCAPR01P
098200        COMPUTE WS-DRAWN = ZERO - DCL-BAC-BALANCE                 DCAPR01P
098300     END-IF.                                                      DCAPR01P
098400     IF DCL-BAC-ACCTYPE IS EQUAL TO 'CC'                          DCAPR01P
098500        MOVE 5 TO WS-LINE-SUB                                     DCAPR01P
098600        MOVE DCL-CCA-LIMIT TO WS-LIMIT                            DCAPR01P
098700        MOVE 'CC' TO WS-CCF-KEY                                   DCAPR01P
098800     ELSE                                                         DCAPR01P
098900        MOVE 4 TO WS-LINE-SUB                                     DCAPR01P
099000        MOVE DCL-ODF-LIMIT TO WS-LIMIT                            DCAPR01P
099100        MOVE 'OD' TO WS-CCF-KEY                                   DCAPR01P
099200     END-IF.                                                      DCAPR01P
099300     IF WS-DRAWN IS GREATER THAN ZERO                             DCAPR01P
099400        MOVE 100 TO WS-CCF                                        DCAPR01P
099500        MOVE WS-DRAWN TO WS-ITEM-EXPOSURE                         DCAPR01P
099600        PERFORM ADD-EXPOSURE THRU                                 DCAPR01P
099700                ADD-EXPOSURE-EXIT                                 DCAPR01P
099800     END-IF.                                                      DCAPR01P
099900     COMPUTE WS-UNDRAWN = WS-LIMIT - WS-DRAWN.                    DCAPR01P
100000     IF WS-UNDRAWN IS NOT GREATER THAN ZERO                       DCAPR01P
100100        GO TO WEIGH-ONE-ACCOUNT-EXIT                              DCAPR01P
100200     END-IF.                                                      DCAPR01P
100300     PERFORM CONVERSION-FACTOR THRU                               DCAPR01P
100400             CONVERSION-FACTOR-EXIT.                              DCAPR01P
100500     IF CRW1O-MSG IS NOT EQUAL TO SPACES                          DCAPR01P
100600        GO TO WEIGH-ONE-ACCOUNT-EXIT                              DCAPR01P
100700     END-IF.                                                      DCAPR01P
100800     MOVE 6 TO WS-LINE-SUB.                                       DCAPR01P
100900     MOVE WS-UNDRAWN TO WS-ITEM-EXPOSURE.                         DCAPR01P
101000     PERFORM ADD-EXPOSURE THRU                                    DCAPR01P
101100             ADD-EXPOSURE-EXIT.                                   DCAPR01P
101200 WEIGH-ONE-ACCOUNT-EXIT.                                          DCAPR01P
101300     EXIT.                                                        DCAPR01P
101400                                                                  DCAPR01P
101500***************************************************************** DCAPR01P
101600* Every live guarantee and standby letter of credit, less any   * DCAPR01P
101700* cash margin blocked against it, converted at the guarantee    * DCAPR01P
101800* conversion factor and weighted at the general product weight  * DCAPR01P
101900***************************************************************** DCAPR01P
102000 WEIGH-GUARANTEES.                                                DCAPR01P
102100     MOVE 'GU' TO WS-CCF-KEY.                                     DCAPR01P
102200     PERFORM CONVERSION-FACTOR THRU                               DCAPR01P
102300             CONVERSION-FACTOR-EXIT.                              DCAPR01P
102400     IF CRW1O-MSG IS NOT EQUAL TO SPACES                          DCAPR01P
102500        GO TO WEIGH-GUARANTEES-EXIT                               DCAPR01P
102600     END-IF.                                                      DCAPR01P
102700     MOVE '**' TO WS-PARAM-KEY.                                   DCAPR01P
102800     PERFORM PRODUCT-WEIGHT THRU                                  DCAPR01P
102900             PRODUCT-WEIGHT-EXIT.                                 DCAPR01P
103000     IF CRW1O-MSG IS NOT EQUAL TO SPACES                          DCAPR01P
103100        GO TO WEIGH-GUARANTEES-EXIT                               DCAPR01P
103200     END-IF.                                                      DCAPR01P
103300     EXEC SQL                                                     DCAPR01P
103400          DECLARE GTE_CSR CURSOR FOR                              DCAPR01P
103500          SELECT GTE_REF,                                         DCAPR01P
103600                 GTE_PID,                                         DCAPR01P
103700                 GTE_BASE_AMOUNT,                                 DCAPR01P
103800                 VALUE(GTE_MARGIN, 0)                             DCAPR01P
103900          FROM BNKGUAR                                            DCAPR01P
104000          WHERE GTE_STATUS = 'A'                                  DCAPR01P
104100          ORDER BY GTE_REF                                        DCAPR01P
104200          FOR FETCH ONLY                                          DCAPR01P
104300     END-EXEC.                                                    DCAPR01P
104400     EXEC SQL                                                     DCAPR01P
104500          OPEN GTE_CSR                                            DCAPR01P
104600     END-EXEC.                                                    DCAPR01P
104700     IF SQLCODE IS NOT EQUAL TO ZERO                              DCAPR01P
104800        MOVE 'Unable to open the guarantee register' TO CRW1O-MSG DCAPR01P
104900        GO TO WEIGH-GUARANTEES-EXIT                               DCAPR01P
105000     END-IF.                                                      DCAPR01P
105100     MOVE 7 TO WS-LINE-SUB.                                       DCAPR01P
105200 GTE-LOOP.                                                        DCAPR01P
105300     EXEC SQL                                                     DCAPR01P
105400          FETCH GTE_CSR                                           DCAPR01P
105500          INTO :DCL-GTE-REF,                                      DCAPR01P
105600               :DCL-GTE-PID,                                      DCAPR01P
105700               :DCL-GTE-BASE-AMOUNT,                              DCAPR01P
105800               :DCL-GTE-MARGIN                                    DCAPR01P
105900     END-EXEC.                                                    DCAPR01P
106000     IF SQLCODE IS EQUAL TO +100                                  DCAPR01P
106100        GO TO GTE-LOOP-EXIT                                       DCAPR01P
106200     END-IF.                                                      DCAPR01P
106300     IF SQLCODE IS NOT EQUAL TO ZERO                              DCAPR01P
106400        MOVE 'Unable to read the guarantee register' TO CRW1O-MSG DCAPR01P
106500        GO TO GTE-LOOP-EXIT                                       DCAPR01P
106600     END-IF.                                                      DCAPR01P
106700     COMPUTE WS-ITEM-EXPOSURE =                                   DCAPR01P
106800             DCL-GTE-BASE-AMOUNT - DCL-GTE-MARGIN.                DCAPR01P
106900     IF WS-ITEM-EXPOSURE IS NOT GREATER THAN ZERO                 DCAPR01P
107000        GO TO GTE-LOOP                                            DCAPR01P
107100     END-IF.                                                      DCAPR01P
107200     MOVE DCL-GTE-REF TO WS-ITEM-REF.                             DCAPR01P
107300     MOVE DCL-GTE-PID TO WS-ITEM-PID.                             DCAPR01P
107400     PERFORM ADD-EXPOSURE THRU                                    DCAPR01P
107500             ADD-EXPOSURE-EXIT.                                   DCAPR01P
107600     GO TO GTE-LOOP.                                              DCAPR01P
107700 GTE-LOOP-EXIT.                                                   DCAPR01P
107800     EXEC SQL                                                     DCAPR01P
107900          CLOSE GTE_CSR                                           DCAPR01P
108000     END-EXEC.                                                    DCAPR01P
108100 WEIGH-GUARANTEES-EXIT.                                           DCAPR01P
108200     EXIT.                                                        DCAPR01P
108300                                                                  DCAPR01P
108400***************************************************************** DCAPR01P
108500* The product weight for the account type in WS-PARAM-KEY - its * DCAPR01P
108600* own row, else the row held for every type (**), else full     * DCAPR01P
108700* weight                                                        * DCAPR01P
108800***************************************************************** DCAPR01P
108900 PRODUCT-WEIGHT.                                                  DCAPR01P
109000     MOVE 'P' TO WS-PARAM-CLASS.                                  DCAPR01P
109100     PERFORM READ-PARAM THRU                                      DCAPR01P
109200             READ-PARAM-EXIT.                                     DCAPR01P
109300     IF CRW1O-MSG IS NOT EQUAL TO SPACES                          DCAPR01P
109400        GO TO PRODUCT-WEIGHT-EXIT                                 DCAPR01P
109500     END-IF.                                                      DCAPR01P
109600     IF WS-PARAM-FOUND IS NOT EQUAL TO 'Y'                        DCAPR01P
109700        MOVE '**' TO WS-PARAM-KEY                                 DCAPR01P
109800        PERFORM READ-PARAM THRU                                   DCAPR01P
109900                READ-PARAM-EXIT                                   DCAPR01P
110000        IF CRW1O-MSG IS NOT EQUAL TO SPACES                       DCAPR01P
110100           GO TO PRODUCT-WEIGHT-EXIT                              DCAPR01P
110200        END-IF                                                    DCAPR01P
110300     END-IF.                                                      DCAPR01P
110400     IF WS-PARAM-FOUND IS EQUAL TO 'Y'                            DCAPR01P
110500        MOVE DCL-RWP-PCT TO WS-WEIGHT                             DCAPR01P
110600     ELSE                                                         DCAPR01P
110700        MOVE WS-DFT-PRODUCT-WEIGHT TO WS-WEIGHT                   DCAPR01P
110800     END-IF.                                                      DCAPR01P
110900 PRODUCT-WEIGHT-EXIT.                                             DCAPR01P
111000     EXIT.                                                        DCAPR01P
111100                                                                  DCAPR01P
111200***************************************************************** DCAPR01P
111300* The conversion factor for the commitment in WS-CCF-KEY, else  * DCAPR01P
111400* full conversion                                               * DCAPR01P
111500***************************************************************** DCAPR01P
111600 CONVERSION-FACTOR.                                               DCAPR01P
111700     MOVE 'F' TO WS-PARAM-CLASS.                                  DCAPR01P
111800     MOVE WS-CCF-KEY TO WS-PARAM-KEY.                             DCAPR01P
111900     PERFORM READ-PARAM THRU                                      DCAPR01P
112000             READ-PARAM-EXIT.                                     DCAPR01P
112100     IF CRW1O-MSG IS NOT EQUAL TO SPACES                          DCAPR01P
112200        GO TO CONVERSION-FACTOR-EXIT                              DCAPR01P
112300     END-IF.                                                      DCAPR01P
112400     IF WS-PARAM-FOUND IS EQUAL TO 'Y'                            DCAPR01P
112500        MOVE DCL-RWP-PCT TO WS-CCF                                DCAPR01P
112600     ELSE                                                         DCAPR01P
112700        MOVE WS-DFT-CONVERSION TO WS-CCF                          DCAPR01P
112800     END-IF.                                                      DCAPR01P
112900 CONVERSION-FACTOR-EXIT.                                          DCAPR01P
113000     EXIT.                                                        DCAPR01P
113100                                                                  DCAPR01P
113200***************************************************************** DCAPR01P
113300* Read the live row for WS-PARAM-CLASS and WS-PARAM-KEY         * DCAPR01P
113400***************************************************************** DCAPR01P
113500 READ-PARAM.                                                      DCAPR01P
113600     MOVE 'N' TO WS-PARAM-FOUND.                                  DCAPR01P
113700     EXEC SQL                                                     DCAPR01P
113800          SELECT RWP_PCT                                          DCAPR01P
113900          INTO :DCL-RWP-PCT                                       DCAPR01P
114000          FROM BNKRWPM                                            DCAPR01P
114100          WHERE RWP_CLASS = :WS-PARAM-CLASS AND                   DCAPR01P
114200                RWP_KEY = :WS-PARAM-KEY AND                       DCAPR01P
114300                RWP_STATUS = 'A'                                  DCAPR01P
114400     END-EXEC.                                                    DCAPR01P
114500     IF SQLCODE IS EQUAL TO +100                                  DCAPR01P
114600        GO TO READ-PARAM-EXIT                                     DCAPR01P
114700     END-IF.                                                      DCAPR01P
114800     IF SQLCODE IS NOT EQUAL TO ZERO                              DCAPR01P
114900        MOVE 'Unable to read the capital parameters' TO CRW1O-MSG DCAPR01P
115000        GO TO READ-PARAM-EXIT                                     DCAPR01P
115100     END-IF.                                                      DCAPR01P
115200     MOVE 'Y' TO WS-PARAM-FOUND.                                  DCAPR01P
115300 READ-PARAM-EXIT.                                                 DCAPR01P
115400     EXIT.                                                        DCAPR01P
115500                                                                  DCAPR01P
115600***************************************************************** DCAPR01P
115700* Weigh one exposure onto line WS-LINE-SUB - converted at       * DCAPR01P
115800* WS-CCF, weighted at WS-WEIGHT - and list it behind its line   * DCAPR01P
115900***************************************************************** DCAPR01P
116000 ADD-EXPOSURE.                                                    DCAPR01P
116100     COMPUTE WS-ITEM-RWA ROUNDED =                                DCAPR01P
116200             WS-ITEM-EXPOSURE * WS-CCF / 100 * WS-WEIGHT / 100.   DCAPR01P
116300     ADD 1 TO WS-LINE-ITEMS (WS-LINE-SUB).                        DCAPR01P
116400     ADD WS-ITEM-EXPOSURE TO WS-LINE-EXPOSURE (WS-LINE-SUB).      DCAPR01P
116500     ADD WS-ITEM-RWA TO WS-LINE-RWA (WS-LINE-SUB).                DCAPR01P
116600     ADD 1 TO CRW1O-EXPOSURES.                                    DCAPR01P
116700     MOVE WS-ITEM-EXPOSURE TO WS-AMOUNT-DISP.                     DCAPR01P
116800     MOVE WS-CCF TO WS-CCF-DISP.                                  DCAPR01P
116900     MOVE WS-WEIGHT TO WS-WEIGHT-DISP.                            DCAPR01P
117000     MOVE WS-ITEM-RWA TO WS-RWA-DISP.                             DCAPR01P
117100     MOVE SPACES TO WS-CSV-LINE.                                  DCAPR01P
117200     STRING WS-LINE-NAME (WS-LINE-SUB) ',' WS-ITEM-REF ','        DCAPR01P
117300            WS-ITEM-PID ',' WS-AMOUNT-DISP ',' WS-CCF-DISP ','    DCAPR01P
117400            WS-WEIGHT-DISP ',' WS-RWA-DISP                        DCAPR01P
117500            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DCAPR01P
117600     PERFORM QUEUE-REPORT-LINE THRU                               DCAPR01P
117700             QUEUE-REPORT-LINE-EXIT.                              DCAPR01P
117800 ADD-EXPOSURE-EXIT.                                               DCAPR01P
117900     EXIT.                                                        DCAPR01P
118000                                                                  DCAPR01P
118100***************************************************************** DCAPR01P
118200* Close the return - each line's totals, the capital taken from * DCAPR01P
118300* the GL by the capital lines, the ratio of capital to risk-    * DCAPR01P
118400* weighted assets, the lines held on BNKCAPR and the report     * DCAPR01P
118500* kept in the repository for the year and a month after filing  * DCAPR01P
118600***************************************************************** DCAPR01P
118700 FINISH-RETURN.                                                   DCAPR01P
118800     MOVE 'LINE,ITEMS,EXPOSURE,RWA' TO WS-CSV-LINE.               DCAPR01P
118900     PERFORM QUEUE-REPORT-LINE THRU                               DCAPR01P
119000             QUEUE-REPORT-LINE-EXIT.                              DCAPR01P
119100     MOVE ZERO TO WS-TOTAL-EXPOSURE.                              DCAPR01P
119200     MOVE ZERO TO WS-TOTAL-RWA.                                   DCAPR01P
119300     MOVE ZERO TO WS-TOTAL-ITEMS.                                 DCAPR01P
119400     MOVE 0 TO WS-LINE-SUB.                                       DCAPR01P
119500     PERFORM STORE-RETURN-LINE THRU                               DCAPR01P
119600             STORE-RETURN-LINE-EXIT 7 TIMES.                      DCAPR01P
119700     IF CRW1O-MSG IS NOT EQUAL TO SPACES                          DCAPR01P
119800        GO TO FINISH-RETURN-EXIT                                  DCAPR01P
119900     END-IF.                                                      DCAPR01P
120000     MOVE 'TOTAL' TO DCL-CPR-LINE.                                DCAPR01P
120100     MOVE WS-TOTAL-ITEMS TO DCL-CPR-ITEMS.                        DCAPR01P
120200     MOVE WS-TOTAL-EXPOSURE TO DCL-CPR-EXPOSURE.                  DCAPR01P
120300     MOVE WS-TOTAL-RWA TO DCL-CPR-RWA.                            DCAPR01P
120400     PERFORM INSERT-RETURN-LINE THRU                              DCAPR01P
120500             INSERT-RETURN-LINE-EXIT.                             DCAPR01P
120600     IF CRW1O-MSG IS NOT EQUAL TO SPACES                          DCAPR01P
120700        GO TO FINISH-RETURN-EXIT                                  DCAPR01P
120800     END-IF.                                                      DCAPR01P
120900     PERFORM TAKE-CAPITAL THRU                                    DCAPR01P
121000             TAKE-CAPITAL-EXIT.                                   DCAPR01P
121100     IF CRW1O-MSG IS NOT EQUAL TO SPACES                          DCAPR01P
121200        GO TO FINISH-RETURN-EXIT                                  DCAPR01P
121300     END-IF.                                                      DCAPR01P
121400     MOVE 'CAPITAL' TO DCL-CPR-LINE.                              DCAPR01P
121500     MOVE WS-CAPITAL-LINES TO DCL-CPR-ITEMS.                      DCAPR01P
121600     MOVE WS-CAPITAL TO DCL-CPR-EXPOSURE.                         DCAPR01P
121700     MOVE ZERO TO DCL-CPR-RWA.                                    DCAPR01P
121800     PERFORM INSERT-RETURN-LINE THRU                              DCAPR01P
121900             INSERT-RETURN-LINE-EXIT.                             DCAPR01P
122000     IF CRW1O-MSG IS NOT EQUAL TO SPACES                          DCAPR01P
122100        GO TO FINISH-RETURN-EXIT                                  DCAPR01P
122200     END-IF.                                                      DCAPR01P
122300     MOVE WS-TOTAL-RWA TO CRW1O-TOTAL-RWA.                        DCAPR01P
122400     MOVE WS-CAPITAL TO CRW1O-CAPITAL.                            DCAPR01P
122500     IF WS-TOTAL-RWA IS GREATER THAN ZERO                         DCAPR01P
122600        COMPUTE CRW1O-RATIO ROUNDED =                             DCAPR01P
122700                WS-CAPITAL * 100 / WS-TOTAL-RWA                   DCAPR01P
122800     END-IF.                                                      DCAPR01P
122900     MOVE WS-TOTAL-RWA TO WS-RWA-DISP.                            DCAPR01P
123000     MOVE WS-CAPITAL TO WS-AMOUNT-DISP.                           DCAPR01P
123100     MOVE CRW1O-RATIO TO WS-RATIO-DISP.                           DCAPR01P
123200     MOVE SPACES TO WS-CSV-LINE.                                  DCAPR01P
123300     STRING 'CAPITAL RATIO,' WS-AMOUNT-DISP ',' WS-RWA-DISP ','   DCAPR01P
123400            WS-RATIO-DISP                                         DCAPR01P
123500            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DCAPR01P
123600     PERFORM QUEUE-REPORT-LINE THRU                               DCAPR01P
123700             QUEUE-REPORT-LINE-EXIT.                              DCAPR01P
123800     IF WS-CAPITAL-LINES IS EQUAL TO ZERO                         DCAPR01P
123900        MOVE 'NO CAPITAL LINES ARE DEFINED ON BNKRWPM'            DCAPR01P
124000          TO WS-CSV-LINE                                          DCAPR01P
124100        PERFORM QUEUE-REPORT-LINE THRU                            DCAPR01P
124200                QUEUE-REPORT-LINE-EXIT                            DCAPR01P
124300     END-IF.                                                      DCAPR01P
124400     MOVE WS-QUARTER TO WS-REPORT-QUARTER.                        DCAPR01P
124500     INITIALIZE CD96-DATA.                                        DCAPR01P
124600     SET CD96I-CAPTURE-REPORT TO TRUE.                            DCAPR01P
124700     MOVE WS-PROGRAM-ID TO CD96I-JOB.                             DCAPR01P
124800     MOVE WS-REPORT-NAME TO CD96I-REPORT-NAME.                    DCAPR01P
124900     MOVE 'CSVQ' TO CD96I-QUEUE.                                  DCAPR01P
125000     MOVE 400 TO CD96I-RETAIN-DAYS.                               DCAPR01P
125100 COPY CBANKX96.                                                   DCAPR01P
125200     IF NOT CD96O-REQUEST-OK                                      DCAPR01P
125300        MOVE CD96O-MSG TO CRW1O-MSG                               DCAPR01P
125400        GO TO FINISH-RETURN-EXIT                                  DCAPR01P
125500     END-IF.                                                      DCAPR01P
125600     SET CRW1O-REQUEST-OK TO TRUE.                                DCAPR01P
125700     IF WS-CAPITAL-LINES IS EQUAL TO ZERO                         DCAPR01P
125800        MOVE 'Capital return filed - no capital lines are defined'DCAPR01P
125900          TO CRW1O-MSG                                            DCAPR01P
126000     ELSE                                                         DCAPR01P
126100        MOVE 'Capital return built and filed' TO CRW1O-MSG        DCAPR01P
126200     END-IF.                                                      DCAPR01P
126300 FINISH-RETURN-EXIT.                                              DCAPR01P
126400     EXIT.                                                        DCAPR01P
126500                                                                  DCAPR01P
126600***************************************************************** DCAPR01P
126700* Report and hold one line of the return                        * DCAPR01P
126800***************************************************************** DCAPR01P
126900 STORE-RETURN-LINE.                                               DCAPR01P
127000     ADD 1 TO WS-LINE-SUB.                                        DCAPR01P
127100     IF CRW1O-MSG IS NOT EQUAL TO SPACES                          DCAPR01P
127200        GO TO STORE-RETURN-LINE-EXIT                              DCAPR01P
127300     END-IF.                                                      DCAPR01P
127400     ADD WS-LINE-ITEMS (WS-LINE-SUB) TO WS-TOTAL-ITEMS.           DCAPR01P
127500     ADD WS-LINE-EXPOSURE (WS-LINE-SUB) TO WS-TOTAL-EXPOSURE.     DCAPR01P
127600     ADD WS-LINE-RWA (WS-LINE-SUB) TO WS-TOTAL-RWA.               DCAPR01P
127700     MOVE WS-LINE-ITEMS (WS-LINE-SUB) TO WS-COUNT-DISP.           DCAPR01P
127800     MOVE WS-LINE-EXPOSURE (WS-LINE-SUB) TO WS-AMOUNT-DISP.       DCAPR01P
127900     MOVE WS-LINE-RWA (WS-LINE-SUB) TO WS-RWA-DISP.               DCAPR01P
128000     MOVE SPACES TO WS-CSV-LINE.                                  DCAPR01P
128100     STRING WS-LINE-NAME (WS-LINE-SUB) ',' WS-COUNT-DISP ','      DCAPR01P
128200            WS-AMOUNT-DISP ',' WS-RWA-DISP                        DCAPR01P
128300            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DCAPR01P
128400     PERFORM QUEUE-REPORT-LINE THRU                               DCAPR01P
128500             QUEUE-REPORT-LINE-EXIT.                              DCAPR01P
128600     MOVE WS-LINE-NAME (WS-LINE-SUB) TO DCL-CPR-LINE.             DCAPR01P
128700     MOVE WS-LINE-ITEMS (WS-LINE-SUB) TO DCL-CPR-ITEMS.           DCAPR01P
128800     MOVE WS-LINE-EXPOSURE (WS-LINE-SUB) TO DCL-CPR-EXPOSURE.     DCAPR01P
128900     MOVE WS-LINE-RWA (WS-LINE-SUB) TO DCL-CPR-RWA.               DCAPR01P
129000     PERFORM INSERT-RETURN-LINE THRU                              DCAPR01P
129100             INSERT-RETURN-LINE-EXIT.                             DCAPR01P
129200 STORE-RETURN-LINE-EXIT.                                          DCAPR01P
129300     EXIT.                                                        DCAPR01P
129400                                                                  DCAPR01P
129500***************************************************************** DCAPR01P
129600* Hold one line of the quarter's return on BNKCAPR              * DCAPR01P
129700***************************************************************** DCAPR01P
129800 INSERT-RETURN-LINE.                                              DCAPR01P
129900     EXEC SQL                                                     DCAPR01P
130000          INSERT                                                  DCAPR01P
130100          INTO BNKCAPR (CPR_QUARTER,                              DCAPR01P
130200                        CPR_LINE,                                 DCAPR01P
130300                        CPR_ITEMS,                                DCAPR01P
130400                        CPR_EXPOSURE,                             DCAPR01P
130500                        CPR_RWA,                                  DCAPR01P
130600                        CPR_RUN_TS)                               DCAPR01P
130700          VALUES (:WS-QUARTER,                                    DCAPR01P
130800                  :DCL-CPR-LINE,                                  DCAPR01P
130900                  :DCL-CPR-ITEMS,                                 DCAPR01P
131000                  :DCL-CPR-EXPOSURE,                              DCAPR01P
131100                  :DCL-CPR-RWA,                                   DCAPR01P
131200                  :WS-RUN-TS)                                     DCAPR01P
131300     END-EXEC.                                                    DCAPR01P
131400     IF SQLCODE IS NOT EQUAL TO ZERO                              DCAPR01P
131500        MOVE 'Unable to hold the capital return' TO CRW1O-MSG     DCAPR01P
131600     END-IF.                                                      DCAPR01P
131700 INSERT-RETURN-LINE-EXIT.                                         DCAPR01P
131800     EXIT.                                                        DCAPR01P
131900                                                                  DCAPR01P
132000***************************************************************** DCAPR01P
132100* The capital - for each live capital line, the credit balance  * DCAPR01P
132200* of every GL account under its prefix posted up to the quarter * DCAPR01P
132300* end, counted at the line's percentage                         * DCAPR01P
132400***************************************************************** DCAPR01P
132500 TAKE-CAPITAL.                                                    DCAPR01P
132600     MOVE ZERO TO WS-CAPITAL.                                     DCAPR01P
132700     MOVE ZERO TO WS-CAPITAL-LINES.                               DCAPR01P
132800     MOVE 'CAPITAL,GL PREFIX,PCT,AMOUNT' TO WS-CSV-LINE.          DCAPR01P
132900     PERFORM QUEUE-REPORT-LINE THRU                               DCAPR01P
133000             QUEUE-REPORT-LINE-EXIT.                              DCAPR01P
133100     EXEC SQL                                                     DCAPR01P
133200          DECLARE CAP_CSR CURSOR FOR                              DCAPR01P
133300          SELECT RWP_KEY,                                         DCAPR01P
133400                 RWP_PCT                                          DCAPR01P
133500          FROM BNKRWPM                                            DCAPR01P
133600          WHERE RWP_CLASS = 'K' AND                               DCAPR01P
133700                RWP_STATUS = 'A'                                  DCAPR01P
133800          ORDER BY RWP_KEY                                        DCAPR01P
133900          FOR FETCH ONLY                                          DCAPR01P
134000     END-EXEC.                                                    DCAPR01P
134100     EXEC SQL                                                     DCAPR01P
134200          OPEN CAP_CSR                                            DCAPR01P
134300     END-EXEC.                                                    DCAPR01P
134400     IF SQLCODE IS NOT EQUAL TO ZERO                              DCAPR01P
134500        MOVE 'Unable to read the capital lines' TO CRW1O-MSG      DCAPR01P
134600        GO TO TAKE-CAPITAL-EXIT                                   DCAPR01P
134700     END-IF.                                                      DCAPR01P
134800 CAP-LOOP.                                                        DCAPR01P
134900     EXEC SQL                                                     DCAPR01P
135000          FETCH CAP_CSR                                           DCAPR01P
135100          INTO :DCL-RWP-KEY,                                      DCAPR01P
135200               :DCL-RWP-PCT                                       DCAPR01P
135300     END-EXEC.                                                    DCAPR01P
135400     IF SQLCODE IS EQUAL TO +100                                  DCAPR01P
135500        GO TO CAP-LOOP-EXIT                                       DCAPR01P
135600     END-IF.                                                      DCAPR01P
135700     IF SQLCODE IS NOT EQUAL TO ZERO                              DCAPR01P
135800        MOVE 'Unable to read the capital lines' TO CRW1O-MSG      DCAPR01P
135900        GO TO CAP-LOOP-EXIT                                       DCAPR01P
136000     END-IF.                                                      DCAPR01P
136100     MOVE 0 TO WS-KEY-LEN.                                        DCAPR01P
136200     INSPECT DCL-RWP-KEY TALLYING WS-KEY-LEN                      DCAPR01P
136300       FOR CHARACTERS BEFORE INITIAL SPACE.                       DCAPR01P
136400     IF WS-KEY-LEN IS EQUAL TO ZERO                               DCAPR01P
136500        GO TO CAP-LOOP                                            DCAPR01P
136600     END-IF.                                                      DCAPR01P
136700     MOVE DCL-RWP-KEY TO WS-GL-PREFIX.                            DCAPR01P
136800     EXEC SQL                                                     DCAPR01P
136900          SELECT VALUE(SUM(GLP_CREDIT - GLP_DEBIT), 0)            DCAPR01P
137000          INTO :DCL-GL-BALANCE                                    DCAPR01P
137100          FROM BNKGLPST                                           DCAPR01P
137200          WHERE SUBSTR(GLP_GL_ACCT, 1, :WS-KEY-LEN) =             DCAPR01P
137300                SUBSTR(:WS-GL-PREFIX, 1, :WS-KEY-LEN) AND         DCAPR01P
137400                GLP_POST_DATE <= :WS-QTR-END-DATE                 DCAPR01P
137500     END-EXEC.                                                    DCAPR01P
137600     IF SQLCODE IS NOT EQUAL TO ZERO                              DCAPR01P
137700        MOVE 'Unable to read the GL for the capital' TO CRW1O-MSG DCAPR01P
137800        GO TO CAP-LOOP-EXIT                                       DCAPR01P
137900     END-IF.                                                      DCAPR01P
138000     COMPUTE WS-CAPITAL-PART ROUNDED =                            DCAPR01P
138100             DCL-GL-BALANCE * DCL-RWP-PCT / 100.                  DCAPR01P
138200     ADD WS-CAPITAL-PART TO WS-CAPITAL.                           DCAPR01P
138300     ADD 1 TO WS-CAPITAL-LINES.                                   DCAPR01P
138400     MOVE DCL-RWP-PCT TO WS-WEIGHT-DISP.                          DCAPR01P
138500     MOVE WS-CAPITAL-PART TO WS-AMOUNT-DISP.                      DCAPR01P
138600     MOVE SPACES TO WS-CSV-LINE.                                  DCAPR01P
138700     STRING 'CAPITAL,' WS-GL-PREFIX ',' WS-WEIGHT-DISP ','        DCAPR01P
138800            WS-AMOUNT-DISP                                        DCAPR01P
138900            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DCAPR01P
139000     PERFORM QUEUE-REPORT-LINE THRU                               DCAPR01P
139100             QUEUE-REPORT-LINE-EXIT.                              DCAPR01P
139200     GO TO CAP-LOOP.                                              DCAPR01P
139300 CAP-LOOP-EXIT.                                                   DCAPR01P
139400     EXEC SQL                                                     DCAPR01P
139500          CLOSE CAP_CSR                                           DCAPR01P
139600     END-EXEC.                                                    DCAPR01P
139700 TAKE-CAPITAL-EXIT.                                               DCAPR01P
139800     EXIT.                                                        DCAPR01P
139900                                                                  DCAPR01P
140000***************************************************************** DCAPR01P
140100* Queue one line of the report                                  * DCAPR01P
140200***************************************************************** DCAPR01P
140300 QUEUE-REPORT-LINE.                                               DCAPR01P
140400 COPY CCSVWRQ.                                                    DCAPR01P
140500 QUEUE-REPORT-LINE-EXIT.                                          DCAPR01P
140600     EXIT.                                                        DCAPR01P
