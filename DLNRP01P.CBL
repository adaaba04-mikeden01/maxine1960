000100***************************************************************** DLNRP01P
000200*                                                               * DLNRP01P
000300*   Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.   * DLNRP01P
000400*   This demonstration program is provided for use by users     * DLNRP01P
000500*   of Micro Focus products and may be used, modified and       * DLNRP01P
000600*   distributed as part of your application provided that       * DLNRP01P
000700*   you properly acknowledge the copyright of Micro Focus       * DLNRP01P
000800*   in this material.                                           * DLNRP01P
000900*                                                               * DLNRP01P
001000***************************************************************** DLNRP01P
001100                                                                  DLNRP01P
001200***************************************************************** DLNRP01P
001300* Program:     DLNRP01P.CBL                                     * DLNRP01P
001400* Function:    Variable-rate loan repricing - once an approved  * DLNRP01P
001500*              base-rate change queued on BNKRPRC reaches its   * DLNRP01P
001600*              effective date, every active variable-rate loan  * DLNRP01P
001700*              is re-amortized at the base rate plus its margin * DLNRP01P
001800*              from the first installment outside the notice    * DLNRP01P
001900*              period, the superseded schedule rows are kept    * DLNRP01P
002000*              for audit, and the borrower is sent the new      * DLNRP01P
002100*              payment by letter                                * DLNRP01P
002200*              SQL version                                      * DLNRP01P
002300***************************************************************** DLNRP01P
002400                                                                  DLNRP01P
002500 IDENTIFICATION DIVISION.                                         DLNRP01P
002600 PROGRAM-ID.                                                      DLNRP01P
002700     DLNRP01P.                                                    DLNRP01P
002800 DATE-WRITTEN.                                                    DLNRP01P
002900     October 2026.                                                DLNRP01P
003000 DATE-COMPILED.                                                   DLNRP01P
003100     Today.                                                       DLNRP01P
003200                                                                  DLNRP01P
003300 ENVIRONMENT DIVISION.                                            DLNRP01P
003400                                                                  DLNRP01P
003500 DATA DIVISION.                                                   DLNRP01P
003600                                                                  DLNRP01P
003700 WORKING-STORAGE SECTION.                                         DLNRP01P
003800 01  WS-MISC-STORAGE.                                             DLNRP01P
003900   05  WS-PROGRAM-ID                         PIC X(8)             DLNRP01P
004000       VALUE 'DLNRP01P'.                                          DLNRP01P
004100   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DLNRP01P
004200   05  WS-OLD-RATE-DISP                      PIC 9.9(6).          DLNRP01P
004300   05  WS-NEW-RATE-DISP                      PIC 9.9(6).          DLNRP01P
004400   05  WS-OLD-PAY-DISP                       PIC -(7)9.99.        DLNRP01P
004500   05  WS-NEW-PAY-DISP                       PIC -(7)9.99.        DLNRP01P
004600   05  WS-COUNT-DISP                         PIC Z(4)9.           DLNRP01P
004700                                                                  DLNRP01P
004800***************************************************************** DLNRP01P
004900* Repricing defaults, used when no BNKCTLV override is held -   * DLNRP01P
005000* RPRNOTC the days of notice a borrower is given before the     * DLNRP01P
005100* first installment at the new rate falls due                   * DLNRP01P
005200***************************************************************** DLNRP01P
005300 01  WS-REPRICE-DEFAULTS.                                         DLNRP01P
005400   05  WS-DFT-NOTICE-DAYS                    PIC S9(5) COMP-3     DLNRP01P
005500       VALUE +14.                                                 DLNRP01P
005600                                                                  DLNRP01P
005700 01  WS-CSV-DATA.                                                 DLNRP01P
005800 COPY CCSVD.                                                      DLNRP01P
005900                                                                  DLNRP01P
006000 01  WS-96-COMMAREA.                                              DLNRP01P
006100 COPY CBANKD96.                                                   DLNRP01P
006200                                                                  DLNRP01P
006300   EXEC SQL                                                       DLNRP01P
006400        BEGIN DECLARE SECTION                                     DLNRP01P
006500   END-EXEC.                                                      DLNRP01P
006600 01  WS-COMMAREA.                                                 DLNRP01P
006700     EXEC SQL                                                     DLNRP01P
006800          INCLUDE CLNRPD01                                        DLNRP01P
006900     END-EXEC.                                                    DLNRP01P
007000 01  WS-98-COMMAREA.                                              DLNRP01P
007100     EXEC SQL                                                     DLNRP01P
007200          INCLUDE CBANKD98                                        DLNRP01P
007300     END-EXEC.                                                    DLNRP01P
007400 01  WS-72-COMMAREA.                                              DLNRP01P
007500     EXEC SQL                                                     DLNRP01P
007600          INCLUDE CBANKD72                                        DLNRP01P
007700     END-EXEC.                                                    DLNRP01P
007800 01  WS-L1-COMMAREA.                                              DLNRP01P
007900     EXEC SQL                                                     DLNRP01P
008000          INCLUDE CLTTRD01                                        DLNRP01P
008100     END-EXEC.                                                    DLNRP01P
008200 01  DCL-LON-AREAS.                                               DLNRP01P
008300   05  DCL-LON-ID                            PIC X(6).            DLNRP01P
008400   05  DCL-LON-PID                           PIC X(5).            DLNRP01P
008500   05  DCL-LON-RATE                          PIC S9V9(6) COMP-3.  DLNRP01P
008600   05  DCL-LON-MARGIN                        PIC S9V9(6) COMP-3.  DLNRP01P
008700   05  DCL-LON-PAYMENT                       PIC S9(7)V99 COMP-3. DLNRP01P
008800   05  DCL-LNS-SEQ                           PIC S9(5) COMP-3.    DLNRP01P
008900   05  DCL-CUS-NAME                          PIC X(25).           DLNRP01P
009000 01  WS-REPRICE-AREAS.                                            DLNRP01P
009100   05  WS-NOTICE-DAYS                        PIC S9(5) COMP-3.    DLNRP01P
009200   05  WS-NOTICE-DATE                        PIC X(10).           DLNRP01P
009300   05  WS-CUTOFF-DATE                        PIC X(10).           DLNRP01P
009400   05  WS-PAID-DUE                           PIC X(10).           DLNRP01P
009500   05  WS-FIRST-DUE                          PIC X(10).           DLNRP01P
009600   05  WS-DUE-COUNT                          PIC S9(5) COMP-3.    DLNRP01P
009700   05  WS-REMAIN-COUNT                       PIC S9(5) COMP-3.    DLNRP01P
009800   05  WS-RESEQ-BASE                         PIC S9(5) COMP-3.    DLNRP01P
009900   05  WS-SCHED-SEQ                          PIC S9(5) COMP-3.    DLNRP01P
010000   05  WS-MONTH-OFFSET                       PIC S9(5) COMP-3.    DLNRP01P
010100   05  WS-BASE-RATE                          PIC S9V9(6) COMP-3.  DLNRP01P
010200   05  WS-NEW-RATE                           PIC S9V9(6) COMP-3.  DLNRP01P
010300   05  WS-NEW-PAYMENT                        PIC S9(7)V99 COMP-3. DLNRP01P
010400   05  WS-OUTSTANDING                        PIC S9(7)V99 COMP-3. DLNRP01P
010500   05  WS-SCH-INTEREST                       PIC S9(7)V99 COMP-3. DLNRP01P
010600   05  WS-SCH-PRINCIPAL                      PIC S9(7)V99 COMP-3. DLNRP01P
010700   05  WS-SCH-TOTAL                          PIC S9(7)V99 COMP-3. DLNRP01P
010800   05  WS-MRATE                              PIC V9(8) COMP-3.    DLNRP01P
010900   05  WS-FACTOR                             PIC S9(5)V9(8)       DLNRP01P
011000                                             COMP-3.              DLNRP01P
011100 01  WS-BUSINESS-DATE                        PIC X(10).           DLNRP01P
011200                                                                  DLNRP01P
011300     EXEC SQL                                                     DLNRP01P
011400          INCLUDE SQLCA                                           DLNRP01P
011500     END-EXEC.                                                    DLNRP01P
011600                                                                  DLNRP01P
011700 COPY CABENDD.                                                    DLNRP01P
011800   EXEC SQL                                                       DLNRP01P
011900        END DECLARE SECTION                                       DLNRP01P
012000   END-EXEC.                                                      DLNRP01P
012100                                                                  DLNRP01P
012200 LINKAGE SECTION.                                                 DLNRP01P
012300 01  DFHCOMMAREA.                                                 DLNRP01P
012400   05  LK-COMMAREA                           PIC X(1)             DLNRP01P
012500       OCCURS 1 TO 6144 TIMES                                     DLNRP01P
012600         DEPENDING ON WS-COMMAREA-LENGTH.                         DLNRP01P
012700                                                                  DLNRP01P
012800 COPY CENTRY.                                                     DLNRP01P
012900***************************************************************** DLNRP01P
013000* Move the passed area to our area                              * DLNRP01P
013100***************************************************************** DLNRP01P
013200     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DLNRP01P
013300     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DLNRP01P
013400                                                                  DLNRP01P
013500***************************************************************** DLNRP01P
013600* Initialize our output area                                    * DLNRP01P
013700***************************************************************** DLNRP01P
013800     INITIALIZE CRP1O-DATA.                                       DLNRP01P
013900     SET CRP1O-REQUEST-FAIL TO TRUE.                              DLNRP01P
014000                                                                  DLNRP01P
014100     IF NOT CRP1I-NIGHTLY-RUN                                     DLNRP01P
014200        MOVE 'Unknown repricing function requested' TO CRP1O-MSG  DLNRP01P
014300        GO TO DLNRP01P-EXIT                                       DLNRP01P
014400     END-IF.                                                      DLNRP01P
014500                                                                  DLNRP01P
014600     INITIALIZE CD98-DATA.                                        DLNRP01P
014700     SET CD98I-READ-BUSINESS-DATE TO TRUE.                        DLNRP01P
014800 COPY CBANKX98.                                                   DLNRP01P
014900     IF NOT CD98O-REQUEST-OK                                      DLNRP01P
015000        MOVE CD98O-MSG TO CRP1O-MSG                               DLNRP01P
015100        GO TO DLNRP01P-EXIT                                       DLNRP01P
015200     END-IF.                                                      DLNRP01P
015300     MOVE CD98O-DATE TO WS-BUSINESS-DATE.                         DLNRP01P
015400                                                                  DLNRP01P
015500***************************************************************** DLNRP01P
015600* Nothing moves until an approved base-rate change has reached  * DLNRP01P
015700* its effective date                                            * DLNRP01P
015800***************************************************************** DLNRP01P
015900     MOVE ZEROES TO WS-DUE-COUNT.                                 DLNRP01P
016000     EXEC SQL                                                     DLNRP01P
016100          SELECT COUNT(*)                                         DLNRP01P
016200          INTO :WS-DUE-COUNT                                      DLNRP01P
016300          FROM BNKRPRC                                            DLNRP01P
016400          WHERE RPR_STATUS = 'P' AND                              DLNRP01P
016500                RPR_EFF_DATE <= :WS-BUSINESS-DATE                 DLNRP01P
016600     END-EXEC.                                                    DLNRP01P
016700     IF SQLCODE IS NOT EQUAL TO ZERO                              DLNRP01P
016800        MOVE 'Unable to read the repricing queue' TO CRP1O-MSG    DLNRP01P
016900        GO TO DLNRP01P-EXIT                                       DLNRP01P
017000     END-IF.                                                      DLNRP01P
017100     IF WS-DUE-COUNT IS EQUAL TO ZERO                             DLNRP01P
017200        SET CRP1O-REQUEST-OK TO TRUE                              DLNRP01P
017300        MOVE 'No base-rate change is due' TO CRP1O-MSG            DLNRP01P
017400        GO TO DLNRP01P-EXIT                                       DLNRP01P
017500     END-IF.                                                      DLNRP01P
017600                                                                  DLNRP01P
017700     PERFORM READ-REPRICE-CONTROLS THRU                           DLNRP01P
017800             READ-REPRICE-CONTROLS-EXIT.                          DLNRP01P
017900     IF CRP1O-MSG IS NOT EQUAL TO SPACES                          DLNRP01P
018000        GO TO DLNRP01P-EXIT                                       DLNRP01P
018100     END-IF.                                                      DLNRP01P
018200                                                                  DLNRP01P
018300***************************************************************** DLNRP01P
018400* Changes falling due together are taken in one pass at the     * DLNRP01P
018500* base rate now in force, so a loan is repriced (and written    * DLNRP01P
018600* to) once a night however many changes have come due           * DLNRP01P
018700***************************************************************** DLNRP01P
018800     MOVE SPACES TO CD72-DATA.                                    DLNRP01P
018900     SET CD72I-READ-RATE TO TRUE.                                 DLNRP01P
019000     MOVE '**' TO CD72I-ACC-TYPE.                                 DLNRP01P
019100     SET CD72I-KIND-BASE TO TRUE.                                 DLNRP01P
019200     MOVE ZEROES TO CD72I-BALANCE.                                DLNRP01P
019300     MOVE WS-BUSINESS-DATE TO CD72I-ASOF-DATE.                    DLNRP01P
019400 COPY CBANKX72.                                                   DLNRP01P
019500     IF NOT CD72O-REQUEST-OK                                      DLNRP01P
019600        MOVE CD72O-MSG TO CRP1O-MSG                               DLNRP01P
019700        GO TO DLNRP01P-EXIT                                       DLNRP01P
019800     END-IF.                                                      DLNRP01P
019900     MOVE CD72O-RATE TO WS-BASE-RATE.                             DLNRP01P
020000     MOVE WS-BASE-RATE TO CRP1O-BASE-RATE.                        DLNRP01P
020100                                                                  DLNRP01P
020200     MOVE 'LOANID,PID,OLDRATE,NEWRATE,OLDPAY,NEWPAY,FIRSTDUE'     DLNRP01P
020300       TO WS-CSV-LINE.                                            DLNRP01P
020400     PERFORM QUEUE-REPORT-LINE THRU                               DLNRP01P
020500             QUEUE-REPORT-LINE-EXIT.                              DLNRP01P
020600     PERFORM REPRICE-VARIABLE-LOANS THRU                          DLNRP01P
020700             REPRICE-VARIABLE-LOANS-EXIT.                         DLNRP01P
020800     IF CRP1O-MSG IS NOT EQUAL TO SPACES                          DLNRP01P
020900        GO TO DLNRP01P-EXIT                                       DLNRP01P
021000     END-IF.                                                      DLNRP01P
021100                                                                  DLNRP01P
021200***************************************************************** DLNRP01P
021300* Close off the changes just taken up, recording the run        * DLNRP01P
021400***************************************************************** DLNRP01P
021500     EXEC SQL                                                     DLNRP01P
021600          UPDATE BNKRPRC                                          DLNRP01P
021700          SET RPR_STATUS = 'D',                                   DLNRP01P
021800              RPR_RUN_DATE = :WS-BUSINESS-DATE,                   DLNRP01P
021900              RPR_LOANS = :CRP1O-LOANS-REPRICED                   DLNRP01P
022000          WHERE RPR_STATUS = 'P' AND                              DLNRP01P
022100                RPR_EFF_DATE <= :WS-BUSINESS-DATE                 DLNRP01P
022200     END-EXEC.                                                    DLNRP01P
022300     IF SQLCODE IS NOT EQUAL TO ZERO                              DLNRP01P
022400        MOVE 'Unable to close the repricing queue' TO CRP1O-MSG   DLNRP01P
022500        GO TO DLNRP01P-EXIT                                       DLNRP01P
022600     END-IF.                                                      DLNRP01P
022700     MOVE WS-DUE-COUNT TO CRP1O-CHANGES-APPLIED.                  DLNRP01P
022800                                                                  DLNRP01P
022900     MOVE CRP1O-LOANS-REPRICED TO WS-COUNT-DISP.                  DLNRP01P
023000     MOVE CRP1O-BASE-RATE TO WS-NEW-RATE-DISP.                    DLNRP01P
023100     MOVE SPACES TO WS-CSV-LINE.                                  DLNRP01P
023200     STRING 'TOTAL,' WS-COUNT-DISP ',,' WS-NEW-RATE-DISP ',,,'    DLNRP01P
023300            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DLNRP01P
023400     PERFORM QUEUE-REPORT-LINE THRU                               DLNRP01P
023500             QUEUE-REPORT-LINE-EXIT.                              DLNRP01P
023600     INITIALIZE CD96-DATA.                                        DLNRP01P
023700     SET CD96I-CAPTURE-REPORT TO TRUE.                            DLNRP01P
023800     MOVE WS-PROGRAM-ID TO CD96I-JOB.                             DLNRP01P
023900     MOVE 'LOAN REPRICING' TO CD96I-REPORT-NAME.                  DLNRP01P
024000     MOVE 'CSVQ' TO CD96I-QUEUE.                                  DLNRP01P
024100     MOVE 999 TO CD96I-RETAIN-DAYS.                               DLNRP01P
024200 COPY CBANKX96.                                                   DLNRP01P
024300     IF NOT CD96O-REQUEST-OK                                      DLNRP01P
024400        MOVE CD96O-MSG TO CRP1O-MSG                               DLNRP01P
024500        GO TO DLNRP01P-EXIT                                       DLNRP01P
024600     END-IF.                                                      DLNRP01P
024700     SET CRP1O-REQUEST-OK TO TRUE.                                DLNRP01P
024800     MOVE 'Repricing run complete' TO CRP1O-MSG.                  DLNRP01P
024900                                                                  DLNRP01P
025000 DLNRP01P-EXIT.                                                   DLNRP01P
025100***************************************************************** DLNRP01P
025200* Move the result back to the callers area                      * DLNRP01P
025300***************************************************************** DLNRP01P
025400     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DLNRP01P
025500                                                                  DLNRP01P
025600***************************************************************** DLNRP01P
025700* Return to our caller                                          * DLNRP01P
025800***************************************************************** DLNRP01P
025900 COPY CRETURN.                                                    DLNRP01P
026000                                                                  DLNRP01P
026100***************************************************************** DLNRP01P
026200* A BNKCTLV row overrides the notice period; installments due   * DLNRP01P
026300* on or before the notice date keep their old amounts           * DLNRP01P
026400***************************************************************** DLNRP01P
026500 READ-REPRICE-CONTROLS.                                           DLNRP01P
026600     MOVE WS-DFT-NOTICE-DAYS TO WS-NOTICE-DAYS.                   DLNRP01P
026700     EXEC SQL                                                     DLNRP01P
026800          SELECT CTL_VALUE                                        DLNRP01P
026900          INTO :WS-NOTICE-DAYS                                    DLNRP01P
027000          FROM BNKCTLV                                            DLNRP01P
027100          WHERE CTL_ID = 'RPRNOTC '                               DLNRP01P
027200     END-EXEC.                                                    DLNRP01P
027300     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DLNRP01P
027400        SQLCODE IS NOT EQUAL TO +100                              DLNRP01P
027500        MOVE 'Unable to read the repricing controls' TO CRP1O-MSG DLNRP01P
027600        GO TO READ-REPRICE-CONTROLS-EXIT                          DLNRP01P
027700     END-IF.                                                      DLNRP01P
027800*    +100 just means no override - the default stands, having     DLNRP01P
027900*    been primed before the read                                  DLNRP01P
028000     EXEC SQL                                                     DLNRP01P
028100          SET :WS-NOTICE-DATE =                                   DLNRP01P
028200              DATE(:WS-BUSINESS-DATE) + :WS-NOTICE-DAYS DAYS      DLNRP01P
028300     END-EXEC.                                                    DLNRP01P
028400     IF SQLCODE IS NOT EQUAL TO ZERO                              DLNRP01P
028500        MOVE 'Unable to date the repricing notice' TO CRP1O-MSG   DLNRP01P
028600     END-IF.                                                      DLNRP01P
028700 READ-REPRICE-CONTROLS-EXIT.                                      DLNRP01P
028800     EXIT.                                                        DLNRP01P
028900                                                                  DLNRP01P
029000***************************************************************** DLNRP01P
029100* Every active variable-rate loan                               * DLNRP01P
029200***************************************************************** DLNRP01P
029300 REPRICE-VARIABLE-LOANS.                                          DLNRP01P
029400     EXEC SQL                                                     DLNRP01P
029500          DECLARE VAR_LON_CSR CURSOR FOR                          DLNRP01P
029600          SELECT LON.LON_ID,                                      DLNRP01P
029700                 LON.LON_PID,                                     DLNRP01P
029800                 LON.LON_RATE,                                    DLNRP01P
029900                 LON.LON_MARGIN,                                  DLNRP01P
030000                 LON.LON_PAYMENT                                  DLNRP01P
030100          FROM BNKLOAN LON                                        DLNRP01P
030200          WHERE LON.LON_STATUS = 'A' AND                          DLNRP01P
030300                LON.LON_RATE_TYPE = 'V'                           DLNRP01P
030400          ORDER BY LON.LON_ID                                     DLNRP01P
030500          FOR FETCH ONLY                                          DLNRP01P
030600     END-EXEC.                                                    DLNRP01P
030700     EXEC SQL                                                     DLNRP01P
030800          OPEN VAR_LON_CSR                                        DLNRP01P
030900     END-EXEC.                                                    DLNRP01P
031000     IF SQLCODE IS NOT EQUAL TO ZERO                              DLNRP01P
031100        MOVE 'Unable to open the variable-rate loan cursor'       DLNRP01P
031200          TO CRP1O-MSG                                            DLNRP01P
031300        GO TO REPRICE-VARIABLE-LOANS-EXIT                         DLNRP01P
031400     END-IF.                                                      DLNRP01P
031500 REPRICE-LOOP.                                                    DLNRP01P
031600     EXEC SQL                                                     DLNRP01P
031700          FETCH VAR_LON_CSR                                       DLNRP01P
031800          INTO :DCL-LON-ID,                                       DLNRP01P
031900               :DCL-LON-PID,                                      DLNRP01P
032000               :DCL-LON-RATE,                                     DLNRP01P
032100               :DCL-LON-MARGIN,                                   DLNRP01P
032200               :DCL-LON-PAYMENT                                   DLNRP01P
032300     END-EXEC.                                                    DLNRP01P
032400     IF SQLCODE IS EQUAL TO +100                                  DLNRP01P
032500        GO TO REPRICE-LOOP-EXIT                                   DLNRP01P
032600     END-IF.                                                      DLNRP01P
032700     IF SQLCODE IS NOT EQUAL TO ZERO                              DLNRP01P
032800        MOVE 'Unable to read the variable-rate loan cursor'       DLNRP01P
032900          TO CRP1O-MSG                                            DLNRP01P
033000        GO TO REPRICE-LOOP-EXIT                                   DLNRP01P
033100     END-IF.                                                      DLNRP01P
033200     PERFORM REPRICE-ONE-LOAN THRU                                DLNRP01P
033300             REPRICE-ONE-LOAN-EXIT.                               DLNRP01P
033400     IF CRP1O-MSG IS NOT EQUAL TO SPACES                          DLNRP01P
033500        GO TO REPRICE-LOOP-EXIT                                   DLNRP01P
033600     END-IF.                                                      DLNRP01P
033700     GO TO REPRICE-LOOP.                                          DLNRP01P
033800 REPRICE-LOOP-EXIT.                                               DLNRP01P
033900     EXEC SQL                                                     DLNRP01P
034000          CLOSE VAR_LON_CSR                                       DLNRP01P
034100     END-EXEC.                                                    DLNRP01P
034200 REPRICE-VARIABLE-LOANS-EXIT.                                     DLNRP01P
034300     EXIT.                                                        DLNRP01P
034400                                                                  DLNRP01P
034500***************************************************************** DLNRP01P
034600* Rebuild one loan's rate from its margin. Only open rows due   * DLNRP01P
034700* after the notice date - and after any installment the         * DLNRP01P
034800* customer has already part-paid - are superseded; their        * DLNRP01P
034900* principal is re-amortized over the same number of months at   * DLNRP01P
035000* the new rate, keeping the original due dates                  * DLNRP01P
035100***************************************************************** DLNRP01P
035200 REPRICE-ONE-LOAN.                                                DLNRP01P
035300     COMPUTE WS-NEW-RATE = WS-BASE-RATE + DCL-LON-MARGIN.         DLNRP01P
035400     IF WS-NEW-RATE IS LESS THAN ZERO                             DLNRP01P
035500        MOVE ZERO TO WS-NEW-RATE                                  DLNRP01P
035600     END-IF.                                                      DLNRP01P
035700     IF WS-NEW-RATE IS EQUAL TO DCL-LON-RATE                      DLNRP01P
035800        ADD 1 TO CRP1O-LOANS-UNCHANGED                            DLNRP01P
035900        GO TO REPRICE-ONE-LOAN-EXIT                               DLNRP01P
036000     END-IF.                                                      DLNRP01P
036100                                                                  DLNRP01P
036200     MOVE WS-NOTICE-DATE TO WS-CUTOFF-DATE.                       DLNRP01P
036300     MOVE SPACES TO WS-PAID-DUE.                                  DLNRP01P
036400     EXEC SQL                                                     DLNRP01P
036500          SELECT VALUE(MAX(LNS_DUE_DATE), ' ')                    DLNRP01P
036600          INTO :WS-PAID-DUE                                       DLNRP01P
036700          FROM BNKLNSC                                            DLNRP01P
036800          WHERE LNS_LOAN_ID = :DCL-LON-ID AND                     DLNRP01P
036900                LNS_STATUS = ' ' AND                              DLNRP01P
037000                (LNS_PRIN_PAID + LNS_INT_PAID + LNS_FEE_PAID) > 0 DLNRP01P
037100     END-EXEC.                                                    DLNRP01P
037200     IF SQLCODE IS NOT EQUAL TO ZERO                              DLNRP01P
037300        MOVE 'Unable to read the loan schedule' TO CRP1O-MSG      DLNRP01P
037400        GO TO REPRICE-ONE-LOAN-EXIT                               DLNRP01P
037500     END-IF.                                                      DLNRP01P
037600     IF WS-PAID-DUE IS GREATER THAN WS-CUTOFF-DATE                DLNRP01P
037700        MOVE WS-PAID-DUE TO WS-CUTOFF-DATE                        DLNRP01P
037800     END-IF.                                                      DLNRP01P
037900                                                                  DLNRP01P
038000     MOVE ZEROES TO WS-REMAIN-COUNT.                              DLNRP01P
038100     MOVE ZEROES TO WS-OUTSTANDING.                               DLNRP01P
038200     MOVE SPACES TO WS-FIRST-DUE.                                 DLNRP01P
038300     EXEC SQL                                                     DLNRP01P
038400          SELECT COUNT(*),                                        DLNRP01P
038500                 VALUE(SUM(LNS_PRINCIPAL), 0),                    DLNRP01P
038600                 VALUE(MIN(LNS_DUE_DATE), ' ')                    DLNRP01P
038700          INTO :WS-REMAIN-COUNT,                                  DLNRP01P
038800               :WS-OUTSTANDING,                                   DLNRP01P
038900               :WS-FIRST-DUE                                      DLNRP01P
039000          FROM BNKLNSC                                            DLNRP01P
039100          WHERE LNS_LOAN_ID = :DCL-LON-ID AND                     DLNRP01P
039200                LNS_STATUS = ' ' AND                              DLNRP01P
039300                LNS_DUE_DATE > :WS-CUTOFF-DATE                    DLNRP01P
039400     END-EXEC.                                                    DLNRP01P
039500     IF SQLCODE IS NOT EQUAL TO ZERO                              DLNRP01P
039600        MOVE 'Unable to read the loan schedule' TO CRP1O-MSG      DLNRP01P
039700        GO TO REPRICE-ONE-LOAN-EXIT                               DLNRP01P
039800     END-IF.                                                      DLNRP01P
039900*    Nothing left beyond the notice period - the loan runs off at DLNRP01P
040000*    the rate it has                                              DLNRP01P
040100     IF WS-REMAIN-COUNT IS EQUAL TO ZERO OR                       DLNRP01P
040200        WS-OUTSTANDING IS NOT GREATER THAN ZERO                   DLNRP01P
040300        ADD 1 TO CRP1O-LOANS-UNCHANGED                            DLNRP01P
040400        GO TO REPRICE-ONE-LOAN-EXIT                               DLNRP01P
040500     END-IF.                                                      DLNRP01P
040600                                                                  DLNRP01P
040700*    The replacement range starts above everything already on     DLNRP01P
040800*    the schedule - superseded rows from earlier changes included DLNRP01P
040900     MOVE ZEROES TO WS-RESEQ-BASE.                                DLNRP01P
041000     EXEC SQL                                                     DLNRP01P
041100          SELECT VALUE(MAX(LNS_SEQ), 0)                           DLNRP01P
041200          INTO :WS-RESEQ-BASE                                     DLNRP01P
041300          FROM BNKLNSC                                            DLNRP01P
041400          WHERE LNS_LOAN_ID = :DCL-LON-ID                         DLNRP01P
041500     END-EXEC.                                                    DLNRP01P
041600     IF SQLCODE IS NOT EQUAL TO ZERO                              DLNRP01P
041700        MOVE 'Unable to base the replacement rows' TO CRP1O-MSG   DLNRP01P
041800        GO TO REPRICE-ONE-LOAN-EXIT                               DLNRP01P
041900     END-IF.                                                      DLNRP01P
042000     EXEC SQL                                                     DLNRP01P
042100          UPDATE BNKLNSC                                          DLNRP01P
042200          SET LNS_STATUS = 'R'                                    DLNRP01P
042300          WHERE LNS_LOAN_ID = :DCL-LON-ID AND                     DLNRP01P
042400                LNS_STATUS = ' ' AND                              DLNRP01P
042500                LNS_DUE_DATE > :WS-CUTOFF-DATE                    DLNRP01P
042600     END-EXEC.                                                    DLNRP01P
042700     IF SQLCODE IS NOT EQUAL TO ZERO                              DLNRP01P
042800        MOVE 'Unable to supersede the open schedule' TO CRP1O-MSG DLNRP01P
042900        GO TO REPRICE-ONE-LOAN-EXIT                               DLNRP01P
043000     END-IF.                                                      DLNRP01P
043100                                                                  DLNRP01P
043200     PERFORM RELAY-SCHEDULE THRU                                  DLNRP01P
043300             RELAY-SCHEDULE-EXIT.                                 DLNRP01P
043400     IF CRP1O-MSG IS NOT EQUAL TO SPACES                          DLNRP01P
043500        GO TO REPRICE-ONE-LOAN-EXIT                               DLNRP01P
043600     END-IF.                                                      DLNRP01P
043700                                                                  DLNRP01P
043800     EXEC SQL                                                     DLNRP01P
043900          UPDATE BNKLOAN                                          DLNRP01P
044000          SET LON_RATE = :WS-NEW-RATE,                            DLNRP01P
044100              LON_PAYMENT = :WS-NEW-PAYMENT                       DLNRP01P
044200          WHERE LON_ID = :DCL-LON-ID                              DLNRP01P
044300     END-EXEC.                                                    DLNRP01P
044400     IF SQLCODE IS NOT EQUAL TO ZERO                              DLNRP01P
044500        MOVE 'Unable to restate the loan terms' TO CRP1O-MSG      DLNRP01P
044600        GO TO REPRICE-ONE-LOAN-EXIT                               DLNRP01P
044700     END-IF.                                                      DLNRP01P
044800     ADD 1 TO CRP1O-LOANS-REPRICED.                               DLNRP01P
044900                                                                  DLNRP01P
045000     PERFORM CUT-REPRICE-LETTER THRU                              DLNRP01P
045100             CUT-REPRICE-LETTER-EXIT.                             DLNRP01P
045200     IF CRP1O-MSG IS NOT EQUAL TO SPACES                          DLNRP01P
045300        GO TO REPRICE-ONE-LOAN-EXIT                               DLNRP01P
045400     END-IF.                                                      DLNRP01P
045500                                                                  DLNRP01P
045600     MOVE DCL-LON-RATE TO WS-OLD-RATE-DISP.                       DLNRP01P
045700     MOVE WS-NEW-RATE TO WS-NEW-RATE-DISP.                        DLNRP01P
045800     MOVE DCL-LON-PAYMENT TO WS-OLD-PAY-DISP.                     DLNRP01P
045900     MOVE WS-NEW-PAYMENT TO WS-NEW-PAY-DISP.                      DLNRP01P
046000     MOVE SPACES TO WS-CSV-LINE.                                  DLNRP01P
046100     STRING DCL-LON-ID ',' DCL-LON-PID ','                        DLNRP01P
046200            WS-OLD-RATE-DISP ',' WS-NEW-RATE-DISP ','             DLNRP01P
046300            WS-OLD-PAY-DISP ',' WS-NEW-PAY-DISP ','               DLNRP01P
046400            WS-FIRST-DUE                                          DLNRP01P
046500            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DLNRP01P
046600     PERFORM QUEUE-REPORT-LINE THRU                               DLNRP01P
046700             QUEUE-REPORT-LINE-EXIT.                              DLNRP01P
046800 REPRICE-ONE-LOAN-EXIT.                                           DLNRP01P
046900     EXIT.                                                        DLNRP01P
047000                                                                  DLNRP01P
047100***************************************************************** DLNRP01P
047200* Level payments at the new rate over the months that remain,   * DLNRP01P
047300* interest worked on the reducing balance and the last          * DLNRP01P
047400* installment squared, as for a restructure re-term             * DLNRP01P
047500***************************************************************** DLNRP01P
047600 RELAY-SCHEDULE.                                                  DLNRP01P
047700     COMPUTE WS-MRATE ROUNDED =                                   DLNRP01P
047800             WS-NEW-RATE / 12.                                    DLNRP01P
047900     IF WS-MRATE IS GREATER THAN ZERO                             DLNRP01P
048000        COMPUTE WS-FACTOR ROUNDED =                               DLNRP01P
048100                (1 + WS-MRATE) ** WS-REMAIN-COUNT                 DLNRP01P
048200        COMPUTE WS-NEW-PAYMENT ROUNDED =                          DLNRP01P
048300                WS-OUTSTANDING * WS-MRATE * WS-FACTOR /           DLNRP01P
048400                (WS-FACTOR - 1)                                   DLNRP01P
048500     ELSE                                                         DLNRP01P
048600        COMPUTE WS-NEW-PAYMENT ROUNDED =                          DLNRP01P
048700                WS-OUTSTANDING / WS-REMAIN-COUNT                  DLNRP01P
048800     END-IF.                                                      DLNRP01P
048900     MOVE ZERO TO WS-SCHED-SEQ.                                   DLNRP01P
049000 RELAY-LOOP.                                                      DLNRP01P
049100     IF WS-SCHED-SEQ IS NOT LESS THAN WS-REMAIN-COUNT OR          DLNRP01P
049200        WS-OUTSTANDING IS NOT GREATER THAN ZERO                   DLNRP01P
049300        GO TO RELAY-SCHEDULE-EXIT                                 DLNRP01P
049400     END-IF.                                                      DLNRP01P
049500     ADD 1 TO WS-SCHED-SEQ.                                       DLNRP01P
049600     COMPUTE WS-SCH-INTEREST ROUNDED =                            DLNRP01P
049700             WS-OUTSTANDING * WS-MRATE.                           DLNRP01P
049800     COMPUTE WS-SCH-PRINCIPAL =                                   DLNRP01P
049900             WS-NEW-PAYMENT - WS-SCH-INTEREST.                    DLNRP01P
050000     IF WS-SCHED-SEQ IS EQUAL TO WS-REMAIN-COUNT OR               DLNRP01P
050100        WS-SCH-PRINCIPAL IS NOT LESS THAN WS-OUTSTANDING          DLNRP01P
050200        MOVE WS-OUTSTANDING TO WS-SCH-PRINCIPAL                   DLNRP01P
050300     END-IF.                                                      DLNRP01P
050400     COMPUTE WS-SCH-TOTAL =                                       DLNRP01P
050500             WS-SCH-PRINCIPAL + WS-SCH-INTEREST.                  DLNRP01P
050600     COMPUTE DCL-LNS-SEQ =                                        DLNRP01P
050700            WS-SCHED-SEQ + WS-RESEQ-BASE.                         DLNRP01P
050800     COMPUTE WS-MONTH-OFFSET = WS-SCHED-SEQ - 1.                  DLNRP01P
050900     EXEC SQL                                                     DLNRP01P
051000          INSERT                                                  DLNRP01P
051100          INTO BNKLNSC (LNS_LOAN_ID,                              DLNRP01P
051200                        LNS_SEQ,                                  DLNRP01P
051300                        LNS_DUE_DATE,                             DLNRP01P
051400                        LNS_PRINCIPAL,                            DLNRP01P
051500                        LNS_INTEREST,                             DLNRP01P
051600                        LNS_TOTAL,                                DLNRP01P
051700                        LNS_STATUS)                               DLNRP01P
051800          VALUES (:DCL-LON-ID,                                    DLNRP01P
051900                  :DCL-LNS-SEQ,                                   DLNRP01P
052000                  DATE(:WS-FIRST-DUE)                             DLNRP01P
052100                    + :WS-MONTH-OFFSET MONTHS,                    DLNRP01P
052200                  :WS-SCH-PRINCIPAL,                              DLNRP01P
052300                  :WS-SCH-INTEREST,                               DLNRP01P
052400                  :WS-SCH-TOTAL,                                  DLNRP01P
052500                  ' ')                                            DLNRP01P
052600     END-EXEC.                                                    DLNRP01P
052700     IF SQLCODE IS NOT EQUAL TO ZERO                              DLNRP01P
052800        MOVE 'Unable to lay the repriced schedule' TO CRP1O-MSG   DLNRP01P
052900        GO TO RELAY-SCHEDULE-EXIT                                 DLNRP01P
053000     END-IF.                                                      DLNRP01P
053100     SUBTRACT WS-SCH-PRINCIPAL FROM WS-OUTSTANDING.               DLNRP01P
053200     GO TO RELAY-LOOP.                                            DLNRP01P
053300 RELAY-SCHEDULE-EXIT.                                             DLNRP01P
053400     EXIT.                                                        DLNRP01P
053500                                                                  DLNRP01P
053600***************************************************************** DLNRP01P
053700* The new-payment notice - the new installment and the date the * DLNRP01P
053800* first one falls due, which is always beyond the notice period * DLNRP01P
053900***************************************************************** DLNRP01P
054000 CUT-REPRICE-LETTER.                                              DLNRP01P
054100     MOVE SPACES TO DCL-CUS-NAME.                                 DLNRP01P
054200     EXEC SQL                                                     DLNRP01P
054300          SELECT BCS_NAME                                         DLNRP01P
054400          INTO :DCL-CUS-NAME                                      DLNRP01P
054500          FROM BNKCUST                                            DLNRP01P
054600          WHERE BCS_PID = :DCL-LON-PID                            DLNRP01P
054700     END-EXEC.                                                    DLNRP01P
054800     INITIALIZE CLT1-DATA.                                        DLNRP01P
054900     SET CLT1I-FORMAT-LETTER TO TRUE.                             DLNRP01P
055000     MOVE 'RATECHG1' TO CLT1I-TEMPLATE.                           DLNRP01P
055100     MOVE DCL-CUS-NAME TO CLT1I-MERGE-NAME.                       DLNRP01P
055200     MOVE DCL-LON-ID TO CLT1I-MERGE-ACC.                          DLNRP01P
055300     MOVE WS-NEW-PAYMENT TO CLT1I-MERGE-AMOUNT.                   DLNRP01P
055400     MOVE WS-FIRST-DUE TO CLT1I-MERGE-DATE.                       DLNRP01P
055450     MOVE DCL-LON-PID TO CLT1I-PERSON-PID.                        DLNRP01P
055500     MOVE SPACES TO CLT1I-LETTER-NAME.                            DLNRP01P
055600     STRING 'RATE CHANGE ' DCL-LON-ID                             DLNRP01P
055700            DELIMITED BY SIZE INTO CLT1I-LETTER-NAME.             DLNRP01P
055800 COPY CLTTRX01.                                                   DLNRP01P
055900     IF NOT CLT1O-REQUEST-OK                                      DLNRP01P
056000        MOVE CLT1O-MSG TO CRP1O-MSG                               DLNRP01P
056100        GO TO CUT-REPRICE-LETTER-EXIT                             DLNRP01P
056200     END-IF.                                                      DLNRP01P
056300     ADD 1 TO CRP1O-LETTERS-CUT.                                  DLNRP01P
056400 CUT-REPRICE-LETTER-EXIT.                                         DLNRP01P
056500     EXIT.                                                        DLNRP01P
056600                                                                  DLNRP01P
056700***************************************************************** DLNRP01P
056800* Queue one line of the repricing report                        * DLNRP01P
056900***************************************************************** DLNRP01P
057000 QUEUE-REPORT-LINE.                                               DLNRP01P
057100 COPY CCSVWRQ.                                                    DLNRP01P
057200 QUEUE-REPORT-LINE-EXIT.                                          DLNRP01P
057300     EXIT.                                                        DLNRP01P
