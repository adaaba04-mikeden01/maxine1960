000100***************************************************************** DSOFF01P
000200*                                                               * DSOFF01P
000300*   Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.   * DSOFF01P
000400*   This demonstration program is provided for use by users     * DSOFF01P
000500*   of Micro Focus products and may be used, modified and       * DSOFF01P
000600*   distributed as part of your application provided that       * DSOFF01P
000700*   you properly acknowledge the copyright of Micro Focus       * DSOFF01P
000800*   in this material.                                           * DSOFF01P
000900*                                                               * DSOFF01P
001000***************************************************************** DSOFF01P
001100                                                                  DSOFF01P
001200***************************************************************** DSOFF01P
001300* Program:     DSOFF01P.CBL                                     * DSOFF01P
001400* Function:    Right of set-off against defaulted loans - a     * DSOFF01P
001500*              loan more than 90 days in arrears has the credit * DSOFF01P
001600*              balances in the borrower's solely owned deposit  * DSOFF01P
001700*              accounts pre-notified by letter, and once the    * DSOFF01P
001800*              statutory waiting period has run each set-off is * DSOFF01P
001900*              posted through the normal DBANK04P/DBANK06P pair * DSOFF01P
002000*              and takes the missed installments it covers      * DSOFF01P
002100*              SQL version                                      * DSOFF01P
002200***************************************************************** DSOFF01P
002300                                                                  DSOFF01P
002400 IDENTIFICATION DIVISION.                                         DSOFF01P
002500 PROGRAM-ID.                                                      DSOFF01P
002600     DSOFF01P.                                                    DSOFF01P
002700 DATE-WRITTEN.                                                    DSOFF01P
002800     October 2026.                                                DSOFF01P
002900 DATE-COMPILED.                                                   DSOFF01P
003000     Today.                                                       DSOFF01P
003100                                                                  DSOFF01P
003200 ENVIRONMENT DIVISION.                                            DSOFF01P
003300                                                                  DSOFF01P
003400 DATA DIVISION.                                                   DSOFF01P
003500                                                                  DSOFF01P
003600 WORKING-STORAGE SECTION.                                         DSOFF01P
003700 01  WS-MISC-STORAGE.                                             DSOFF01P
003800   05  WS-PROGRAM-ID                         PIC X(8)             DSOFF01P
003900       VALUE 'DSOFF01P'.                                          DSOFF01P
004000   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DSOFF01P
004100   05  WS-AMT-DISP                           PIC -(7)9.99.        DSOFF01P
004200   05  WS-EXCLUDED                           PIC X(1).            DSOFF01P
004400   05  WS-POSTED                             PIC X(1).            DSOFF01P
004500                                                                  DSOFF01P
004600***************************************************************** DSOFF01P
004700* Set-off defaults, used when no BNKCTLV override is held -     * DSOFF01P
004800* SOFWAIT the statutory notice in days before a set-off may be  * DSOFF01P
004900* posted, SOFPROT how many days a benefit credit stays          * DSOFF01P
005000* protected                                                     * DSOFF01P
005100***************************************************************** DSOFF01P
005200 01  WS-SETOFF-DEFAULTS.                                          DSOFF01P
005300   05  WS-DFT-WAIT-DAYS                      PIC S9(5) COMP-3     DSOFF01P
005400       VALUE +14.                                                 DSOFF01P
005500   05  WS-DFT-PROT-DAYS                      PIC S9(5) COMP-3     DSOFF01P
005600       VALUE +30.                                                 DSOFF01P
005700                                                                  DSOFF01P
005800 01  WS-CSV-DATA.                                                 DSOFF01P
005900 COPY CCSVD.                                                      DSOFF01P
006000                                                                  DSOFF01P
006100 01  WS-04-COMMAREA.                                              DSOFF01P
006200 COPY CBANKD04.                                                   DSOFF01P
006300                                                                  DSOFF01P
006400 01  WS-06-COMMAREA.                                              DSOFF01P
006500 COPY CBANKD06.                                                   DSOFF01P
006600                                                                  DSOFF01P
006700 01  WS-96-COMMAREA.                                              DSOFF01P
006800 COPY CBANKD96.                                                   DSOFF01P
006900                                                                  DSOFF01P
007000 01  WS-H1-COMMAREA.                                              DSOFF01P
007100 COPY CHOLDD01.                                                   DSOFF01P
007200                                                                  DSOFF01P
007220 01  WS-LA-COMMAREA.                                              DSOFF01P
007240 COPY CLNALD01.                                                   DSOFF01P
007260                                                                  DSOFF01P
007300   EXEC SQL                                                       DSOFF01P
007400        BEGIN DECLARE SECTION                                     DSOFF01P
007500   END-EXEC.                                                      DSOFF01P
007600 01  WS-COMMAREA.                                                 DSOFF01P
007700     EXEC SQL                                                     DSOFF01P
007800          INCLUDE CSOFFD01                                        DSOFF01P
007900     END-EXEC.                                                    DSOFF01P
008000 01  WS-98-COMMAREA.                                              DSOFF01P
008100     EXEC SQL                                                     DSOFF01P
008200          INCLUDE CBANKD98                                        DSOFF01P
008300     END-EXEC.                                                    DSOFF01P
008400 01  WS-L1-COMMAREA.                                              DSOFF01P
008500     EXEC SQL                                                     DSOFF01P
008600          INCLUDE CLTTRD01                                        DSOFF01P
008700     END-EXEC.                                                    DSOFF01P
008800 01  DCL-SOF-AREAS.                                               DSOFF01P
008900   05  DCL-SOF-ID                            PIC S9(7) COMP-3.    DSOFF01P
009000   05  DCL-SOF-LOAN-ID                       PIC X(6).            DSOFF01P
009100   05  DCL-SOF-PID                           PIC X(5).            DSOFF01P
009200   05  DCL-SOF-ACCNO                         PIC X(9).            DSOFF01P
009300   05  DCL-SOF-AMOUNT                        PIC S9(7)V99 COMP-3. DSOFF01P
009400   05  DCL-LON-STATUS                        PIC X(1).            DSOFF01P
009500   05  DCL-LON-DISB-ACC                      PIC X(9).            DSOFF01P
009600   05  DCL-DEF-LOAN-ID                       PIC X(6).            DSOFF01P
009700   05  DCL-DEF-PID                           PIC X(5).            DSOFF01P
009800   05  DCL-DEF-ARREARS                       PIC S9(9)V99 COMP-3. DSOFF01P
009900   05  DCL-CUS-NAME                          PIC X(25).           DSOFF01P
010000 01  WS-SETOFF-AREAS.                                             DSOFF01P
010100   05  WS-WAIT-DAYS                          PIC S9(5) COMP-3.    DSOFF01P
010200   05  WS-PROT-DAYS                          PIC S9(5) COMP-3.    DSOFF01P
010300   05  WS-DUE-DATE                           PIC X(10).           DSOFF01P
010400   05  WS-PROT-FROM                          PIC X(10).           DSOFF01P
010500   05  WS-CHECK-PID                          PIC X(5).            DSOFF01P
010600   05  WS-CASE-COUNT                         PIC S9(5) COMP-3.    DSOFF01P
010700   05  WS-ELIG-ACC                           PIC X(9).            DSOFF01P
010800   05  WS-ELIG-BALANCE                       PIC S9(7)V99 COMP-3. DSOFF01P
010900   05  WS-PROTECTED                          PIC S9(9)V99 COMP-3. DSOFF01P
011000   05  WS-ELIGIBLE                           PIC S9(9)V99 COMP-3. DSOFF01P
011100   05  WS-TAKE                               PIC S9(9)V99 COMP-3. DSOFF01P
011200   05  WS-REMAINING                          PIC S9(9)V99 COMP-3. DSOFF01P
011300   05  WS-NOTIFIED                           PIC S9(9)V99 COMP-3. DSOFF01P
011400   05  WS-NOM-BALANCE                        PIC S9(7)V99 COMP-3. DSOFF01P
011500   05  WS-NOM-STATUS                         PIC X(1).            DSOFF01P
011600   05  WS-SETOFF-REF                         PIC X(12).           DSOFF01P
012600 01  WS-BUSINESS-DATE                        PIC X(10).           DSOFF01P
013500                                                                  DSOFF01P
013600     EXEC SQL                                                     DSOFF01P
013700          INCLUDE SQLCA                                           DSOFF01P
013800     END-EXEC.                                                    DSOFF01P
013900                                                                  DSOFF01P
014000 COPY CABENDD.                                                    DSOFF01P
014100   EXEC SQL                                                       DSOFF01P
014200        END DECLARE SECTION                                       DSOFF01P
014300   END-EXEC.                                                      DSOFF01P
014400                                                                  DSOFF01P
014500 LINKAGE SECTION.                                                 DSOFF01P
014600 01  DFHCOMMAREA.                                                 DSOFF01P
014700   05  LK-COMMAREA                           PIC X(1)             DSOFF01P
014800       OCCURS 1 TO 6144 TIMES                                     DSOFF01P
014900         DEPENDING ON WS-COMMAREA-LENGTH.                         DSOFF01P
015000                                                                  DSOFF01P
015100 COPY CENTRY.                                                     DSOFF01P
015200***************************************************************** DSOFF01P
015300* Move the passed area to our area                              * DSOFF01P
015400***************************************************************** DSOFF01P
015500     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DSOFF01P
015600     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DSOFF01P
015700                                                                  DSOFF01P
015800***************************************************************** DSOFF01P
015900* Initialize our output area                                    * DSOFF01P
016000***************************************************************** DSOFF01P
016100     INITIALIZE CSF1O-DATA.                                       DSOFF01P
016200     SET CSF1O-REQUEST-FAIL TO TRUE.                              DSOFF01P
016300                                                                  DSOFF01P
016400     IF NOT CSF1I-NIGHTLY-RUN                                     DSOFF01P
016500        MOVE 'Unknown set-off function requested' TO CSF1O-MSG    DSOFF01P
016600        GO TO DSOFF01P-EXIT                                       DSOFF01P
016700     END-IF.                                                      DSOFF01P
016800                                                                  DSOFF01P
016900     INITIALIZE CD98-DATA.                                        DSOFF01P
017000     SET CD98I-READ-BUSINESS-DATE TO TRUE.                        DSOFF01P
017100 COPY CBANKX98.                                                   DSOFF01P
017200     IF NOT CD98O-REQUEST-OK                                      DSOFF01P
017300        MOVE CD98O-MSG TO CSF1O-MSG                               DSOFF01P
017400        GO TO DSOFF01P-EXIT                                       DSOFF01P
017500     END-IF.                                                      DSOFF01P
017600     MOVE CD98O-DATE TO WS-BUSINESS-DATE.                         DSOFF01P
017700                                                                  DSOFF01P
017800     PERFORM READ-SETOFF-CONTROLS THRU                            DSOFF01P
017900             READ-SETOFF-CONTROLS-EXIT.                           DSOFF01P
018000     IF CSF1O-MSG IS NOT EQUAL TO SPACES                          DSOFF01P
018100        GO TO DSOFF01P-EXIT                                       DSOFF01P
018200     END-IF.                                                      DSOFF01P
018300                                                                  DSOFF01P
018400     MOVE 'LOANID,PID,ACCOUNT,AMOUNT,REFERENCE' TO WS-CSV-LINE.   DSOFF01P
018500     PERFORM QUEUE-REPORT-LINE THRU                               DSOFF01P
018600             QUEUE-REPORT-LINE-EXIT.                              DSOFF01P
018700                                                                  DSOFF01P
018800***************************************************************** DSOFF01P
018900* Notices whose waiting period has run are applied first, then  * DSOFF01P
019000* loans newly in default are notified - a loan is never given a * DSOFF01P
019100* second notice while one is still pending                      * DSOFF01P
019200***************************************************************** DSOFF01P
019300     PERFORM APPLY-DUE-NOTICES THRU                               DSOFF01P
019400             APPLY-DUE-NOTICES-EXIT.                              DSOFF01P
019500     IF CSF1O-MSG IS NOT EQUAL TO SPACES                          DSOFF01P
019600        GO TO DSOFF01P-EXIT                                       DSOFF01P
019700     END-IF.                                                      DSOFF01P
019800     PERFORM NOTIFY-NEW-DEFAULTS THRU                             DSOFF01P
019900             NOTIFY-NEW-DEFAULTS-EXIT.                            DSOFF01P
020000     IF CSF1O-MSG IS NOT EQUAL TO SPACES                          DSOFF01P
020100        GO TO DSOFF01P-EXIT                                       DSOFF01P
020200     END-IF.                                                      DSOFF01P
020300                                                                  DSOFF01P
020400     MOVE CSF1O-TOTAL-APPLIED TO WS-AMT-DISP.                     DSOFF01P
020500     MOVE SPACES TO WS-CSV-LINE.                                  DSOFF01P
020600     STRING 'TOTAL,,,' WS-AMT-DISP ','                            DSOFF01P
020700            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DSOFF01P
020800     PERFORM QUEUE-REPORT-LINE THRU                               DSOFF01P
020900             QUEUE-REPORT-LINE-EXIT.                              DSOFF01P
021000     INITIALIZE CD96-DATA.                                        DSOFF01P
021100     SET CD96I-CAPTURE-REPORT TO TRUE.                            DSOFF01P
021200     MOVE WS-PROGRAM-ID TO CD96I-JOB.                             DSOFF01P
021300     MOVE 'SET-OFF APPLIED' TO CD96I-REPORT-NAME.                 DSOFF01P
021400     MOVE 'CSVQ' TO CD96I-QUEUE.                                  DSOFF01P
021500     MOVE 999 TO CD96I-RETAIN-DAYS.                               DSOFF01P
021600 COPY CBANKX96.                                                   DSOFF01P
021700     IF NOT CD96O-REQUEST-OK                                      DSOFF01P
021800        MOVE CD96O-MSG TO CSF1O-MSG                               DSOFF01P
021900        GO TO DSOFF01P-EXIT                                       DSOFF01P
022000     END-IF.                                                      DSOFF01P
022100     SET CSF1O-REQUEST-OK TO TRUE.                                DSOFF01P
022200     MOVE 'Set-off run complete' TO CSF1O-MSG.                    DSOFF01P
022300                                                                  DSOFF01P
022400 DSOFF01P-EXIT.                                                   DSOFF01P
022500***************************************************************** DSOFF01P
022600* Move the result back to the callers area                      * DSOFF01P
022700***************************************************************** DSOFF01P
022800     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DSOFF01P
022900                                                                  DSOFF01P
023000***************************************************************** DSOFF01P
023100* Return to our caller                                          * DSOFF01P
023200***************************************************************** DSOFF01P
023300 COPY CRETURN.                                                    DSOFF01P
023400                                                                  DSOFF01P
023500***************************************************************** DSOFF01P
023600* A BNKCTLV row overrides the waiting period or the benefit     * DSOFF01P
023700* protection window; then date both from the business date      * DSOFF01P
023800***************************************************************** DSOFF01P
023900 READ-SETOFF-CONTROLS.                                            DSOFF01P
024000     MOVE WS-DFT-WAIT-DAYS TO WS-WAIT-DAYS.                       DSOFF01P
024100     MOVE WS-DFT-PROT-DAYS TO WS-PROT-DAYS.                       DSOFF01P
024200     EXEC SQL                                                     DSOFF01P
024300          SELECT CTL_VALUE                                        DSOFF01P
024400          INTO :WS-WAIT-DAYS                                      DSOFF01P
024500          FROM BNKCTLV                                            DSOFF01P
024600          WHERE CTL_ID = 'SOFWAIT '                               DSOFF01P
024700     END-EXEC.                                                    DSOFF01P
024800     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DSOFF01P
024900        SQLCODE IS NOT EQUAL TO +100                              DSOFF01P
025000        MOVE 'Unable to read the set-off controls' TO CSF1O-MSG   DSOFF01P
025100        GO TO READ-SETOFF-CONTROLS-EXIT                           DSOFF01P
025200     END-IF.                                                      DSOFF01P
025300     EXEC SQL                                                     DSOFF01P
025400          SELECT CTL_VALUE                                        DSOFF01P
025500          INTO :WS-PROT-DAYS                                      DSOFF01P
025600          FROM BNKCTLV                                            DSOFF01P
025700          WHERE CTL_ID = 'SOFPROT '                               DSOFF01P
025800     END-EXEC.                                                    DSOFF01P
025900     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DSOFF01P
026000        SQLCODE IS NOT EQUAL TO +100                              DSOFF01P
026100        MOVE 'Unable to read the set-off controls' TO CSF1O-MSG   DSOFF01P
026200        GO TO READ-SETOFF-CONTROLS-EXIT                           DSOFF01P
026300     END-IF.                                                      DSOFF01P
026400*    +100 just means no override - the default stands, having     DSOFF01P
026500*    been primed before the read                                  DSOFF01P
026600     EXEC SQL                                                     DSOFF01P
026700          SET :WS-DUE-DATE =                                      DSOFF01P
026800              DATE(:WS-BUSINESS-DATE) + :WS-WAIT-DAYS DAYS        DSOFF01P
026900     END-EXEC.                                                    DSOFF01P
027000     IF SQLCODE IS NOT EQUAL TO ZERO                              DSOFF01P
027100        MOVE 'Unable to date the set-off notices' TO CSF1O-MSG    DSOFF01P
027200        GO TO READ-SETOFF-CONTROLS-EXIT                           DSOFF01P
027300     END-IF.                                                      DSOFF01P
027400     EXEC SQL                                                     DSOFF01P
027500          SET :WS-PROT-FROM =                                     DSOFF01P
027600              DATE(:WS-BUSINESS-DATE) - :WS-PROT-DAYS DAYS        DSOFF01P
027700     END-EXEC.                                                    DSOFF01P
027800     IF SQLCODE IS NOT EQUAL TO ZERO                              DSOFF01P
027900        MOVE 'Unable to date the protection window' TO CSF1O-MSG  DSOFF01P
028000     END-IF.                                                      DSOFF01P
028100 READ-SETOFF-CONTROLS-EXIT.                                       DSOFF01P
028200     EXIT.                                                        DSOFF01P
028300                                                                  DSOFF01P
028400***************************************************************** DSOFF01P
028500* Every pending notice whose waiting period has run             * DSOFF01P
028600***************************************************************** DSOFF01P
028700 APPLY-DUE-NOTICES.                                               DSOFF01P
028800     EXEC SQL                                                     DSOFF01P
028900          DECLARE DUE_SOF_CSR CURSOR FOR                          DSOFF01P
029000          SELECT SOF.SOF_ID,                                      DSOFF01P
029100                 SOF.SOF_LOAN_ID,                                 DSOFF01P
029200                 SOF.SOF_PID,                                     DSOFF01P
029300                 SOF.SOF_ACCNO,                                   DSOFF01P
029400                 SOF.SOF_AMOUNT,                                  DSOFF01P
029500                 LON.LON_STATUS,                                  DSOFF01P
029600                 LON.LON_DISB_ACCNO                               DSOFF01P
029700          FROM BNKSOFF SOF,                                       DSOFF01P
029800               BNKLOAN LON                                        DSOFF01P
029900          WHERE LON.LON_ID = SOF.SOF_LOAN_ID AND                  DSOFF01P
030000                SOF.SOF_STATUS = 'N' AND                          DSOFF01P
030100                SOF.SOF_DUE_DATE <= :WS-BUSINESS-DATE             DSOFF01P
030200          ORDER BY SOF.SOF_LOAN_ID,                               DSOFF01P
030300                   SOF.SOF_ID                                     DSOFF01P
030400          FOR FETCH ONLY                                          DSOFF01P
030500     END-EXEC.                                                    DSOFF01P
030600     EXEC SQL                                                     DSOFF01P
030700          OPEN DUE_SOF_CSR                                        DSOFF01P
030800     END-EXEC.                                                    DSOFF01P
030900     IF SQLCODE IS NOT EQUAL TO ZERO                              DSOFF01P
031000        MOVE 'Unable to open the set-off notice cursor'           DSOFF01P
031100          TO CSF1O-MSG                                            DSOFF01P
031200        GO TO APPLY-DUE-NOTICES-EXIT                              DSOFF01P
031300     END-IF.                                                      DSOFF01P
031400 APPLY-LOOP.                                                      DSOFF01P
031500     EXEC SQL                                                     DSOFF01P
031600          FETCH DUE_SOF_CSR                                       DSOFF01P
031700          INTO :DCL-SOF-ID,                                       DSOFF01P
031800               :DCL-SOF-LOAN-ID,                                  DSOFF01P
031900               :DCL-SOF-PID,                                      DSOFF01P
032000               :DCL-SOF-ACCNO,                                    DSOFF01P
032100               :DCL-SOF-AMOUNT,                                   DSOFF01P
032200               :DCL-LON-STATUS,                                   DSOFF01P
032300               :DCL-LON-DISB-ACC                                  DSOFF01P
032400     END-EXEC.                                                    DSOFF01P
032500     IF SQLCODE IS EQUAL TO +100                                  DSOFF01P
032600        GO TO APPLY-LOOP-EXIT                                     DSOFF01P
032700     END-IF.                                                      DSOFF01P
032800     IF SQLCODE IS NOT EQUAL TO ZERO                              DSOFF01P
032900        MOVE 'Unable to read the set-off notice cursor'           DSOFF01P
033000          TO CSF1O-MSG                                            DSOFF01P
033100        GO TO APPLY-LOOP-EXIT                                     DSOFF01P
033200     END-IF.                                                      DSOFF01P
033300     PERFORM APPLY-ONE-NOTICE THRU                                DSOFF01P
033400             APPLY-ONE-NOTICE-EXIT.                               DSOFF01P
033500     IF CSF1O-MSG IS NOT EQUAL TO SPACES                          DSOFF01P
033600        GO TO APPLY-LOOP-EXIT                                     DSOFF01P
033700     END-IF.                                                      DSOFF01P
033800     GO TO APPLY-LOOP.                                            DSOFF01P
033900 APPLY-LOOP-EXIT.                                                 DSOFF01P
034000     EXEC SQL                                                     DSOFF01P
034100          CLOSE DUE_SOF_CSR                                       DSOFF01P
034200     END-EXEC.                                                    DSOFF01P
034300 APPLY-DUE-NOTICES-EXIT.                                          DSOFF01P
034400     EXIT.                                                        DSOFF01P
034500                                                                  DSOFF01P
034600***************************************************************** DSOFF01P
034700* The position may have moved in the waiting period - a case    * DSOFF01P
034800* opened, an order served, the account shared or emptied, the   * DSOFF01P
034900* arrears cleared. Whatever is still eligible is taken, up to   * DSOFF01P
035000* the amount notified and what is owed, and run down the loan   * DSOFF01P
035100* allocation order; if nothing is, the notice lapses            * DSOFF01P
035200***************************************************************** DSOFF01P
035300 APPLY-ONE-NOTICE.                                                DSOFF01P
035400     MOVE DCL-SOF-PID TO WS-CHECK-PID.                            DSOFF01P
035500     PERFORM CHECK-CUSTOMER-EXCLUDED THRU                         DSOFF01P
035600             CHECK-CUSTOMER-EXCLUDED-EXIT.                        DSOFF01P
035700     IF CSF1O-MSG IS NOT EQUAL TO SPACES                          DSOFF01P
035800        GO TO APPLY-ONE-NOTICE-EXIT                               DSOFF01P
035900     END-IF.                                                      DSOFF01P
036000     IF WS-EXCLUDED IS EQUAL TO 'Y' OR                            DSOFF01P
036100        DCL-LON-STATUS IS NOT EQUAL TO 'A'                        DSOFF01P
036200        PERFORM LAPSE-NOTICE THRU                                 DSOFF01P
036300                LAPSE-NOTICE-EXIT                                 DSOFF01P
036400        GO TO APPLY-ONE-NOTICE-EXIT                               DSOFF01P
036500     END-IF.                                                      DSOFF01P
036600     MOVE DCL-SOF-ACCNO TO WS-ELIG-ACC.                           DSOFF01P
036700     PERFORM PRICE-ELIGIBLE-BALANCE THRU                          DSOFF01P
036800             PRICE-ELIGIBLE-BALANCE-EXIT.                         DSOFF01P
036900     IF CSF1O-MSG IS NOT EQUAL TO SPACES                          DSOFF01P
037000        GO TO APPLY-ONE-NOTICE-EXIT                               DSOFF01P
037100     END-IF.                                                      DSOFF01P
037200     IF WS-ELIGIBLE IS GREATER THAN DCL-SOF-AMOUNT                DSOFF01P
037300        MOVE DCL-SOF-AMOUNT TO WS-ELIGIBLE                        DSOFF01P
037400     END-IF.                                                      DSOFF01P
037500     PERFORM SIZE-THE-SETOFF THRU                                 DSOFF01P
037600             SIZE-THE-SETOFF-EXIT.                                DSOFF01P
037700     IF CSF1O-MSG IS NOT EQUAL TO SPACES                          DSOFF01P
037800        GO TO APPLY-ONE-NOTICE-EXIT                               DSOFF01P
037900     END-IF.                                                      DSOFF01P
038000     IF WS-TAKE IS NOT GREATER THAN ZERO                          DSOFF01P
038100        PERFORM LAPSE-NOTICE THRU                                 DSOFF01P
038200                LAPSE-NOTICE-EXIT                                 DSOFF01P
038300        GO TO APPLY-ONE-NOTICE-EXIT                               DSOFF01P
038400     END-IF.                                                      DSOFF01P
038500*    The loan's nominated account takes the installments - if it  DSOFF01P
038600*    is not open, or is overdrawn, the set-off waits for tomorrow DSOFF01P
038700     EXEC SQL                                                     DSOFF01P
038800          SELECT BAC_BALANCE,                                     DSOFF01P
038900                 BAC_STATUS                                       DSOFF01P
039000          INTO :WS-NOM-BALANCE,                                   DSOFF01P
039100               :WS-NOM-STATUS                                     DSOFF01P
039200          FROM BNKACC                                             DSOFF01P
039300          WHERE BAC_ACCNO = :DCL-LON-DISB-ACC                     DSOFF01P
039400     END-EXEC.                                                    DSOFF01P
039500     IF SQLCODE IS NOT EQUAL TO ZERO OR                           DSOFF01P
039600        WS-NOM-STATUS IS NOT EQUAL TO SPACE OR                    DSOFF01P
039700        WS-NOM-BALANCE IS LESS THAN ZERO                          DSOFF01P
039800        ADD 1 TO CSF1O-NOTICES-DEFERRED                           DSOFF01P
039900        GO TO APPLY-ONE-NOTICE-EXIT                               DSOFF01P
040000     END-IF.                                                      DSOFF01P
040100     MOVE SPACES TO WS-SETOFF-REF.                                DSOFF01P
040200     IF DCL-SOF-ACCNO IS NOT EQUAL TO DCL-LON-DISB-ACC            DSOFF01P
040300        PERFORM POST-THE-SETOFF THRU                              DSOFF01P
040400                POST-THE-SETOFF-EXIT                              DSOFF01P
040500        IF CSF1O-MSG IS NOT EQUAL TO SPACES                       DSOFF01P
040600           GO TO APPLY-ONE-NOTICE-EXIT                            DSOFF01P
040700        END-IF                                                    DSOFF01P
040800        IF WS-POSTED IS NOT EQUAL TO 'Y'                          DSOFF01P
040900           ADD 1 TO CSF1O-NOTICES-DEFERRED                        DSOFF01P
041000           GO TO APPLY-ONE-NOTICE-EXIT                            DSOFF01P
041100        END-IF                                                    DSOFF01P
041200     END-IF.                                                      DSOFF01P
041300     PERFORM TAKE-COVERED-INSTALLMENTS THRU                       DSOFF01P
041400             TAKE-COVERED-INSTALLMENTS-EXIT.                      DSOFF01P
041500     IF CSF1O-MSG IS NOT EQUAL TO SPACES                          DSOFF01P
041600        GO TO APPLY-ONE-NOTICE-EXIT                               DSOFF01P
041700     END-IF.                                                      DSOFF01P
041800     EXEC SQL                                                     DSOFF01P
041900          UPDATE BNKSOFF                                          DSOFF01P
042000          SET SOF_STATUS = 'A',                                   DSOFF01P
042100              SOF_APPLIED_AMT = :WS-TAKE,                         DSOFF01P
042200              SOF_APPLIED_TS = CURRENT TIMESTAMP,                 DSOFF01P
042300              SOF_REF = :WS-SETOFF-REF                            DSOFF01P
042400          WHERE SOF_ID = :DCL-SOF-ID                              DSOFF01P
042500     END-EXEC.                                                    DSOFF01P
042600     IF SQLCODE IS NOT EQUAL TO ZERO                              DSOFF01P
042700        MOVE 'Unable to mark a set-off applied' TO CSF1O-MSG      DSOFF01P
042800        GO TO APPLY-ONE-NOTICE-EXIT                               DSOFF01P
042900     END-IF.                                                      DSOFF01P
043000     ADD 1 TO CSF1O-SETOFFS-APPLIED.                              DSOFF01P
043100     ADD WS-TAKE TO CSF1O-TOTAL-APPLIED.                          DSOFF01P
043200     MOVE WS-TAKE TO WS-AMT-DISP.                                 DSOFF01P
043300     MOVE SPACES TO WS-CSV-LINE.                                  DSOFF01P
043400     STRING DCL-SOF-LOAN-ID ',' DCL-SOF-PID ','                   DSOFF01P
043500            DCL-SOF-ACCNO ',' WS-AMT-DISP ','                     DSOFF01P
043600            WS-SETOFF-REF                                         DSOFF01P
043700            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DSOFF01P
043800     PERFORM QUEUE-REPORT-LINE THRU                               DSOFF01P
043900             QUEUE-REPORT-LINE-EXIT.                              DSOFF01P
044000 APPLY-ONE-NOTICE-EXIT.                                           DSOFF01P
044100     EXIT.                                                        DSOFF01P
044200                                                                  DSOFF01P
044300***************************************************************** DSOFF01P
044400* Nothing left to take - the notice lapses                      * DSOFF01P
044500***************************************************************** DSOFF01P
044600 LAPSE-NOTICE.                                                    DSOFF01P
044700     EXEC SQL                                                     DSOFF01P
044800          UPDATE BNKSOFF                                          DSOFF01P
044900          SET SOF_STATUS = 'X',                                   DSOFF01P
045000              SOF_APPLIED_TS = CURRENT TIMESTAMP                  DSOFF01P
045100          WHERE SOF_ID = :DCL-SOF-ID                              DSOFF01P
045200     END-EXEC.                                                    DSOFF01P
045300     IF SQLCODE IS NOT EQUAL TO ZERO                              DSOFF01P
045400        MOVE 'Unable to lapse a set-off notice' TO CSF1O-MSG      DSOFF01P
045500        GO TO LAPSE-NOTICE-EXIT                                   DSOFF01P
045600     END-IF.                                                      DSOFF01P
045700     ADD 1 TO CSF1O-NOTICES-LAPSED.                               DSOFF01P
045800 LAPSE-NOTICE-EXIT.                                               DSOFF01P
045900     EXIT.                                                        DSOFF01P
046000                                                                  DSOFF01P
046100***************************************************************** DSOFF01P
046200* What has fallen due and is still unpaid, late fees included,  * DSOFF01P
046300* capped at what is eligible - the allocation applies part      * DSOFF01P
046400* installments, so the whole of it can be used                  * DSOFF01P
046500***************************************************************** DSOFF01P
046600 SIZE-THE-SETOFF.                                                 DSOFF01P
046700     MOVE ZERO TO WS-TAKE.                                        DSOFF01P
046800     EXEC SQL                                                     DSOFF01P
046900          SELECT VALUE(SUM(LNS_TOTAL - LNS_INT_PAID -             DSOFF01P
047000                           LNS_PRIN_PAID + LNS_FEE_DUE -          DSOFF01P
047100                           LNS_FEE_PAID), 0)                      DSOFF01P
047200          INTO :WS-TAKE                                           DSOFF01P
047300          FROM BNKLNSC                                            DSOFF01P
047400          WHERE LNS_LOAN_ID = :DCL-SOF-LOAN-ID AND                DSOFF01P
047500                LNS_STATUS IN (' ', 'M') AND                      DSOFF01P
047600                LNS_DUE_DATE <= :WS-BUSINESS-DATE                 DSOFF01P
047700     END-EXEC.                                                    DSOFF01P
047800     IF SQLCODE IS NOT EQUAL TO ZERO                              DSOFF01P
047900        MOVE 'Unable to read the repayment schedule' TO CSF1O-MSG DSOFF01P
048000        GO TO SIZE-THE-SETOFF-EXIT                                DSOFF01P
048100     END-IF.                                                      DSOFF01P
048200     IF WS-TAKE IS GREATER THAN WS-ELIGIBLE                       DSOFF01P
048300        MOVE WS-ELIGIBLE TO WS-TAKE                               DSOFF01P
048400     END-IF.                                                      DSOFF01P
048500 SIZE-THE-SETOFF-EXIT.                                            DSOFF01P
048600     EXIT.                                                        DSOFF01P
051800                                                                  DSOFF01P
051900***************************************************************** DSOFF01P
052000* Move the set-off to the loan's nominated account through the  * DSOFF01P
052100* normal balance-update and audit building blocks               * DSOFF01P
052200***************************************************************** DSOFF01P
052300 POST-THE-SETOFF.                                                 DSOFF01P
052400     MOVE 'N' TO WS-POSTED.                                       DSOFF01P
052500     EXEC SQL                                                     DSOFF01P
052600          SELECT BAC_BALANCE                                      DSOFF01P
052700          INTO :CD04I-FROM-OLD-BAL                                DSOFF01P
052800          FROM BNKACC                                             DSOFF01P
052900          WHERE BAC_ACCNO = :DCL-SOF-ACCNO                        DSOFF01P
053000     END-EXEC.                                                    DSOFF01P
053100     IF SQLCODE IS NOT EQUAL TO ZERO                              DSOFF01P
053200        GO TO POST-THE-SETOFF-EXIT                                DSOFF01P
053300     END-IF.                                                      DSOFF01P
053400     MOVE DCL-SOF-PID TO CD04I-PERSON-PID.                        DSOFF01P
053500     MOVE DCL-SOF-ACCNO TO CD04I-FROM-ACC.                        DSOFF01P
053600     MOVE DCL-LON-DISB-ACC TO CD04I-TO-ACC.                       DSOFF01P
053700     MOVE WS-NOM-BALANCE TO CD04I-TO-OLD-BAL.                     DSOFF01P
053800     COMPUTE CD04I-FROM-NEW-BAL =                                 DSOFF01P
053900             CD04I-FROM-OLD-BAL - WS-TAKE.                        DSOFF01P
054000     COMPUTE CD04I-TO-NEW-BAL =                                   DSOFF01P
054100             CD04I-TO-OLD-BAL + WS-TAKE.                          DSOFF01P
054200*    A set-off is the bank exercising its own right after notice, DSOFF01P
054300*    so like the other nightly posters it is not subject to the   DSOFF01P
054400*    keyed-transfer caps or duplicate refusal                     DSOFF01P
054500     SET CD04I-SKIP-LIMIT-CHECK TO TRUE.                          DSOFF01P
054600     SET CD04I-DUP-OVERRIDE-ON TO TRUE.                           DSOFF01P
054700 COPY CBANKX04.                                                   DSOFF01P
054800     IF NOT CD04O-UPDATE-OK                                       DSOFF01P
054900        GO TO POST-THE-SETOFF-EXIT                                DSOFF01P
055000     END-IF.                                                      DSOFF01P
055100     MOVE SPACES TO CD06-DATA.                                    DSOFF01P
055200     MOVE DCL-SOF-PID TO CD06I-PERSON-PID.                        DSOFF01P
055300     MOVE CD04O-TIMESTAMP TO CD06I-TIMESTAMP.                     DSOFF01P
055400     MOVE CD04I-FROM-ACC TO CD06I-FROM-ACC.                       DSOFF01P
055500     MOVE WS-TAKE TO CD06I-FROM-AMOUNT.                           DSOFF01P
055600     MOVE 'Loan set-off applied' TO CD06I-FROM-DESC.              DSOFF01P
055700     MOVE CD04I-TO-ACC TO CD06I-TO-ACC.                           DSOFF01P
055800     MOVE WS-TAKE TO CD06I-TO-AMOUNT.                             DSOFF01P
055900     MOVE 'Loan set-off received' TO CD06I-TO-DESC.               DSOFF01P
056000 COPY CBANKX06.                                                   DSOFF01P
056100     IF CD06O-UPDATE-FAIL                                         DSOFF01P
056200        MOVE 'Unable to journal a set-off' TO CSF1O-MSG           DSOFF01P
056300        GO TO POST-THE-SETOFF-EXIT                                DSOFF01P
056400     END-IF.                                                      DSOFF01P
056500     MOVE CD06O-REFERENCE TO WS-SETOFF-REF.                       DSOFF01P
056600     MOVE 'Y' TO WS-POSTED.                                       DSOFF01P
056700 POST-THE-SETOFF-EXIT.                                            DSOFF01P
056800     EXIT.                                                        DSOFF01P
056900                                                                  DSOFF01P
057000***************************************************************** DSOFF01P
057100* Take the set-off off the nominated account as a loan receipt, * DSOFF01P
057200* allocated fees first the way the collection run allocates     * DSOFF01P
057300***************************************************************** DSOFF01P
057400 TAKE-COVERED-INSTALLMENTS.                                       DSOFF01P
057500     MOVE SPACES TO CLN1-DATA.                                    DSOFF01P
057600     SET CLN1I-APPLY-RECEIPT TO TRUE.                             DSOFF01P
057700     MOVE DCL-SOF-LOAN-ID TO CLN1I-LOAN-ID.                       DSOFF01P
057800     MOVE DCL-LON-DISB-ACC TO CLN1I-ACCNO.                        DSOFF01P
057900     MOVE WS-TAKE TO CLN1I-AMOUNT.                                DSOFF01P
058000     MOVE WS-BUSINESS-DATE TO CLN1I-ASOF-DATE.                    DSOFF01P
058100     MOVE 'Loan installment set off' TO CLN1I-DESC.               DSOFF01P
058200     MOVE 'SO' TO CLN1I-REF-PREFIX.                               DSOFF01P
058300 COPY CLNALX01.                                                   DSOFF01P
058400     IF NOT CLN1O-REQUEST-OK                                      DSOFF01P
058500        MOVE CLN1O-MSG TO CSF1O-MSG                               DSOFF01P
058600        GO TO TAKE-COVERED-INSTALLMENTS-EXIT                      DSOFF01P
058700     END-IF.                                                      DSOFF01P
058800     IF WS-SETOFF-REF IS EQUAL TO SPACES                          DSOFF01P
058900        MOVE CLN1O-REFERENCE TO WS-SETOFF-REF                     DSOFF01P
059000     END-IF.                                                      DSOFF01P
059100 TAKE-COVERED-INSTALLMENTS-EXIT.                                  DSOFF01P
059200     EXIT.                                                        DSOFF01P
067500                                                                  DSOFF01P
067600***************************************************************** DSOFF01P
067700* Every loan with an installment more than 90 days past due and * DSOFF01P
067800* no notice pending                                             * DSOFF01P
067900***************************************************************** DSOFF01P
068000 NOTIFY-NEW-DEFAULTS.                                             DSOFF01P
068100     EXEC SQL                                                     DSOFF01P
068200          DECLARE DEFAULT_CSR CURSOR FOR                          DSOFF01P
068300          SELECT LON.LON_ID,                                      DSOFF01P
068400                 LON.LON_PID,                                     DSOFF01P
068500                 SUM(LNS.LNS_TOTAL - LNS.LNS_INT_PAID -           DSOFF01P
068520                     LNS.LNS_PRIN_PAID + LNS.LNS_FEE_DUE -        DSOFF01P
068540                     LNS.LNS_FEE_PAID)                            DSOFF01P
068600          FROM BNKLOAN LON,                                       DSOFF01P
068700               BNKLNSC LNS                                        DSOFF01P
068800          WHERE LNS.LNS_LOAN_ID = LON.LON_ID AND                  DSOFF01P
068900                LON.LON_STATUS = 'A' AND                          DSOFF01P
069000                LNS.LNS_STATUS IN (' ', 'M') AND                  DSOFF01P
069100                LNS.LNS_DUE_DATE <= :WS-BUSINESS-DATE AND         DSOFF01P
069200                EXISTS (SELECT 1                                  DSOFF01P
069300                        FROM BNKLNSC OLD                          DSOFF01P
069400                        WHERE OLD.LNS_LOAN_ID = LON.LON_ID AND    DSOFF01P
069500                              OLD.LNS_STATUS IN (' ', 'M') AND    DSOFF01P
069600                              DAYS(:WS-BUSINESS-DATE) -           DSOFF01P
069700                              DAYS(OLD.LNS_DUE_DATE) > 90) AND    DSOFF01P
069800                NOT EXISTS (SELECT 1                              DSOFF01P
069900                            FROM BNKSOFF SOF                      DSOFF01P
070000                            WHERE SOF.SOF_LOAN_ID = LON.LON_ID ANDDSOFF01P
070100                                  SOF.SOF_STATUS = 'N')           DSOFF01P
070200          GROUP BY LON.LON_ID,                                    DSOFF01P
070300                   LON.LON_PID                                    DSOFF01P
070400          ORDER BY LON.LON_ID                                     DSOFF01P
070500          FOR FETCH ONLY                                          DSOFF01P
070600     END-EXEC.                                                    DSOFF01P
070700     EXEC SQL                                                     DSOFF01P
070800          OPEN DEFAULT_CSR                                        DSOFF01P
070900     END-EXEC.                                                    DSOFF01P
071000     IF SQLCODE IS NOT EQUAL TO ZERO                              DSOFF01P
071100        MOVE 'Unable to open the defaulted loan cursor'           DSOFF01P
071200          TO CSF1O-MSG                                            DSOFF01P
071300        GO TO NOTIFY-NEW-DEFAULTS-EXIT                            DSOFF01P
071400     END-IF.                                                      DSOFF01P
071500 DEFAULT-LOOP.                                                    DSOFF01P
071600     EXEC SQL                                                     DSOFF01P
071700          FETCH DEFAULT_CSR                                       DSOFF01P
071800          INTO :DCL-DEF-LOAN-ID,                                  DSOFF01P
071900               :DCL-DEF-PID,                                      DSOFF01P
072000               :DCL-DEF-ARREARS                                   DSOFF01P
072100     END-EXEC.                                                    DSOFF01P
072200     IF SQLCODE IS EQUAL TO +100                                  DSOFF01P
072300        GO TO DEFAULT-LOOP-EXIT                                   DSOFF01P
072400     END-IF.                                                      DSOFF01P
072500     IF SQLCODE IS NOT EQUAL TO ZERO                              DSOFF01P
072600        MOVE 'Unable to read the defaulted loan cursor'           DSOFF01P
072700          TO CSF1O-MSG                                            DSOFF01P
072800        GO TO DEFAULT-LOOP-EXIT                                   DSOFF01P
072900     END-IF.                                                      DSOFF01P
073000     PERFORM NOTIFY-ONE-LOAN THRU                                 DSOFF01P
073100             NOTIFY-ONE-LOAN-EXIT.                                DSOFF01P
073200     IF CSF1O-MSG IS NOT EQUAL TO SPACES                          DSOFF01P
073300        GO TO DEFAULT-LOOP-EXIT                                   DSOFF01P
073400     END-IF.                                                      DSOFF01P
073500     GO TO DEFAULT-LOOP.                                          DSOFF01P
073600 DEFAULT-LOOP-EXIT.                                               DSOFF01P
073700     EXEC SQL                                                     DSOFF01P
073800          CLOSE DEFAULT_CSR                                       DSOFF01P
073900     END-EXEC.                                                    DSOFF01P
074000 NOTIFY-NEW-DEFAULTS-EXIT.                                        DSOFF01P
074100     EXIT.                                                        DSOFF01P
074200                                                                  DSOFF01P
074300***************************************************************** DSOFF01P
074400* Notify what each eligible account holds, up to the arrears,   * DSOFF01P
074500* and send the borrower one letter for the loan                 * DSOFF01P
074600***************************************************************** DSOFF01P
074700 NOTIFY-ONE-LOAN.                                                 DSOFF01P
074800     MOVE DCL-DEF-PID TO WS-CHECK-PID.                            DSOFF01P
074900     PERFORM CHECK-CUSTOMER-EXCLUDED THRU                         DSOFF01P
075000             CHECK-CUSTOMER-EXCLUDED-EXIT.                        DSOFF01P
075100     IF CSF1O-MSG IS NOT EQUAL TO SPACES OR                       DSOFF01P
075200        WS-EXCLUDED IS EQUAL TO 'Y'                               DSOFF01P
075300        GO TO NOTIFY-ONE-LOAN-EXIT                                DSOFF01P
075400     END-IF.                                                      DSOFF01P
075500     MOVE DCL-DEF-ARREARS TO WS-REMAINING.                        DSOFF01P
075600     MOVE ZERO TO WS-NOTIFIED.                                    DSOFF01P
075700     EXEC SQL                                                     DSOFF01P
075800          DECLARE DEPOSIT_CSR CURSOR FOR                          DSOFF01P
075900          SELECT BAC_ACCNO                                        DSOFF01P
076000          FROM BNKACC                                             DSOFF01P
076100          WHERE BAC_PID = :WS-CHECK-PID AND                       DSOFF01P
076200                BAC_STATUS = ' ' AND                              DSOFF01P
076300                BAC_ACCTYPE NOT IN ('LN', 'ES', 'CC') AND         DSOFF01P
076400                BAC_BALANCE > 0                                   DSOFF01P
076500          ORDER BY BAC_ACCNO                                      DSOFF01P
076600          FOR FETCH ONLY                                          DSOFF01P
076700     END-EXEC.                                                    DSOFF01P
076800     EXEC SQL                                                     DSOFF01P
076900          OPEN DEPOSIT_CSR                                        DSOFF01P
077000     END-EXEC.                                                    DSOFF01P
077100     IF SQLCODE IS NOT EQUAL TO ZERO                              DSOFF01P
077200        MOVE 'Unable to open the deposit account cursor'          DSOFF01P
077300          TO CSF1O-MSG                                            DSOFF01P
077400        GO TO NOTIFY-ONE-LOAN-EXIT                                DSOFF01P
077500     END-IF.                                                      DSOFF01P
077600 DEPOSIT-LOOP.                                                    DSOFF01P
077700     IF WS-REMAINING IS NOT GREATER THAN ZERO                     DSOFF01P
077800        GO TO DEPOSIT-LOOP-EXIT                                   DSOFF01P
077900     END-IF.                                                      DSOFF01P
078000     EXEC SQL                                                     DSOFF01P
078100          FETCH DEPOSIT_CSR                                       DSOFF01P
078200          INTO :WS-ELIG-ACC                                       DSOFF01P
078300     END-EXEC.                                                    DSOFF01P
078400     IF SQLCODE IS EQUAL TO +100                                  DSOFF01P
078500        GO TO DEPOSIT-LOOP-EXIT                                   DSOFF01P
078600     END-IF.                                                      DSOFF01P
078700     IF SQLCODE IS NOT EQUAL TO ZERO                              DSOFF01P
078800        MOVE 'Unable to read the deposit account cursor'          DSOFF01P
078900          TO CSF1O-MSG                                            DSOFF01P
079000        GO TO DEPOSIT-LOOP-EXIT                                   DSOFF01P
079100     END-IF.                                                      DSOFF01P
079200     PERFORM PRICE-ELIGIBLE-BALANCE THRU                          DSOFF01P
079300             PRICE-ELIGIBLE-BALANCE-EXIT.                         DSOFF01P
079400     IF CSF1O-MSG IS NOT EQUAL TO SPACES                          DSOFF01P
079500        GO TO DEPOSIT-LOOP-EXIT                                   DSOFF01P
079600     END-IF.                                                      DSOFF01P
079700     IF WS-ELIGIBLE IS GREATER THAN ZERO                          DSOFF01P
079800        PERFORM RECORD-NOTICE THRU                                DSOFF01P
079900                RECORD-NOTICE-EXIT                                DSOFF01P
080000        IF CSF1O-MSG IS NOT EQUAL TO SPACES                       DSOFF01P
080100           GO TO DEPOSIT-LOOP-EXIT                                DSOFF01P
080200        END-IF                                                    DSOFF01P
080300     END-IF.                                                      DSOFF01P
080400     GO TO DEPOSIT-LOOP.                                          DSOFF01P
080500 DEPOSIT-LOOP-EXIT.                                               DSOFF01P
080600     EXEC SQL                                                     DSOFF01P
080700          CLOSE DEPOSIT_CSR                                       DSOFF01P
080800     END-EXEC.                                                    DSOFF01P
080900     IF CSF1O-MSG IS NOT EQUAL TO SPACES OR                       DSOFF01P
081000        WS-NOTIFIED IS NOT GREATER THAN ZERO                      DSOFF01P
081100        GO TO NOTIFY-ONE-LOAN-EXIT                                DSOFF01P
081200     END-IF.                                                      DSOFF01P
081300     PERFORM CUT-NOTICE-LETTER THRU                               DSOFF01P
081400             CUT-NOTICE-LETTER-EXIT.                              DSOFF01P
081500 NOTIFY-ONE-LOAN-EXIT.                                            DSOFF01P
081600     EXIT.                                                        DSOFF01P
081700                                                                  DSOFF01P
081800***************************************************************** DSOFF01P
081900* One pending notice for one account                            * DSOFF01P
082000***************************************************************** DSOFF01P
082100 RECORD-NOTICE.                                                   DSOFF01P
082200     IF WS-ELIGIBLE IS GREATER THAN WS-REMAINING                  DSOFF01P
082300        MOVE WS-REMAINING TO WS-ELIGIBLE                          DSOFF01P
082400     END-IF.                                                      DSOFF01P
082500     EXEC SQL                                                     DSOFF01P
082600          SELECT VALUE(MAX(SOF_ID), 0) + 1                        DSOFF01P
082700          INTO :DCL-SOF-ID                                        DSOFF01P
082800          FROM BNKSOFF                                            DSOFF01P
082900     END-EXEC.                                                    DSOFF01P
083000     IF SQLCODE IS NOT EQUAL TO ZERO                              DSOFF01P
083100        MOVE 'Unable to number the set-off notice' TO CSF1O-MSG   DSOFF01P
083200        GO TO RECORD-NOTICE-EXIT                                  DSOFF01P
083300     END-IF.                                                      DSOFF01P
083400     EXEC SQL                                                     DSOFF01P
083500          INSERT                                                  DSOFF01P
083600          INTO BNKSOFF (SOF_ID,                                   DSOFF01P
083700                        SOF_LOAN_ID,                              DSOFF01P
083800                        SOF_PID,                                  DSOFF01P
083900                        SOF_ACCNO,                                DSOFF01P
084000                        SOF_AMOUNT,                               DSOFF01P
084100                        SOF_NOTICE_DATE,                          DSOFF01P
084200                        SOF_DUE_DATE,                             DSOFF01P
084300                        SOF_STATUS)                               DSOFF01P
084400          VALUES (:DCL-SOF-ID,                                    DSOFF01P
084500                  :DCL-DEF-LOAN-ID,                               DSOFF01P
084600                  :DCL-DEF-PID,                                   DSOFF01P
084700                  :WS-ELIG-ACC,                                   DSOFF01P
084800                  :WS-ELIGIBLE,                                   DSOFF01P
084900                  :WS-BUSINESS-DATE,                              DSOFF01P
085000                  :WS-DUE-DATE,                                   DSOFF01P
085100                  'N')                                            DSOFF01P
085200     END-EXEC.                                                    DSOFF01P
085300     IF SQLCODE IS NOT EQUAL TO ZERO                              DSOFF01P
085400        MOVE 'Unable to record the set-off notice' TO CSF1O-MSG   DSOFF01P
085500        GO TO RECORD-NOTICE-EXIT                                  DSOFF01P
085600     END-IF.                                                      DSOFF01P
085700     ADD 1 TO CSF1O-NOTICES-SENT.                                 DSOFF01P
085800     ADD WS-ELIGIBLE TO WS-NOTIFIED.                              DSOFF01P
085900     SUBTRACT WS-ELIGIBLE FROM WS-REMAINING.                      DSOFF01P
086000 RECORD-NOTICE-EXIT.                                              DSOFF01P
086100     EXIT.                                                        DSOFF01P
086200                                                                  DSOFF01P
086300***************************************************************** DSOFF01P
086400* The pre-notification letter comes off the shared template,    * DSOFF01P
086500* dated with the day the set-off may be taken                   * DSOFF01P
086600***************************************************************** DSOFF01P
086700 CUT-NOTICE-LETTER.                                               DSOFF01P
086800     MOVE SPACES TO DCL-CUS-NAME.                                 DSOFF01P
086900     EXEC SQL                                                     DSOFF01P
087000          SELECT BCS_NAME                                         DSOFF01P
087100          INTO :DCL-CUS-NAME                                      DSOFF01P
087200          FROM BNKCUST                                            DSOFF01P
087300          WHERE BCS_PID = :DCL-DEF-PID                            DSOFF01P
087400     END-EXEC.                                                    DSOFF01P
087500     INITIALIZE CLT1-DATA.                                        DSOFF01P
087600     SET CLT1I-FORMAT-LETTER TO TRUE.                             DSOFF01P
087700     MOVE 'SETOFF1 ' TO CLT1I-TEMPLATE.                           DSOFF01P
087800     MOVE DCL-CUS-NAME TO CLT1I-MERGE-NAME.                       DSOFF01P
087900     MOVE DCL-DEF-LOAN-ID TO CLT1I-MERGE-ACC.                     DSOFF01P
088000     MOVE WS-NOTIFIED TO CLT1I-MERGE-AMOUNT.                      DSOFF01P
088100     MOVE WS-DUE-DATE TO CLT1I-MERGE-DATE.                        DSOFF01P
088150     MOVE DCL-DEF-PID TO CLT1I-PERSON-PID.                        DSOFF01P
088200     MOVE SPACES TO CLT1I-LETTER-NAME.                            DSOFF01P
088300     STRING 'SET-OFF NOTICE ' DCL-DEF-LOAN-ID                     DSOFF01P
088400            DELIMITED BY SIZE INTO CLT1I-LETTER-NAME.             DSOFF01P
088500 COPY CLTTRX01.                                                   DSOFF01P
088600     IF NOT CLT1O-REQUEST-OK                                      DSOFF01P
088700        MOVE CLT1O-MSG TO CSF1O-MSG                               DSOFF01P
088800        GO TO CUT-NOTICE-LETTER-EXIT                              DSOFF01P
088900     END-IF.                                                      DSOFF01P
089000     ADD 1 TO CSF1O-LETTERS-CUT.                                  DSOFF01P
089100 CUT-NOTICE-LETTER-EXIT.                                          DSOFF01P
089200     EXIT.                                                        DSOFF01P
089300                                                                  DSOFF01P
089400***************************************************************** DSOFF01P
089500* A customer under an open estate or insolvency case is left to * DSOFF01P
089600* the executor or the trustee                                   * DSOFF01P
089700***************************************************************** DSOFF01P
089800 CHECK-CUSTOMER-EXCLUDED.                                         DSOFF01P
089900     MOVE 'Y' TO WS-EXCLUDED.                                     DSOFF01P
090000     EXEC SQL                                                     DSOFF01P
090100          SELECT COUNT(*)                                         DSOFF01P
090200          INTO :WS-CASE-COUNT                                     DSOFF01P
090300          FROM BNKESTA                                            DSOFF01P
090400          WHERE EST_PID = :WS-CHECK-PID AND                       DSOFF01P
090500                EST_STATUS = 'O'                                  DSOFF01P
090600     END-EXEC.                                                    DSOFF01P
090700     IF SQLCODE IS NOT EQUAL TO ZERO                              DSOFF01P
090800        MOVE 'Unable to read the estate register' TO CSF1O-MSG    DSOFF01P
090900        GO TO CHECK-CUSTOMER-EXCLUDED-EXIT                        DSOFF01P
091000     END-IF.                                                      DSOFF01P
091100     IF WS-CASE-COUNT IS GREATER THAN ZERO                        DSOFF01P
091200        GO TO CHECK-CUSTOMER-EXCLUDED-EXIT                        DSOFF01P
091300     END-IF.                                                      DSOFF01P
091400     EXEC SQL                                                     DSOFF01P
091500          SELECT COUNT(*)                                         DSOFF01P
091600          INTO :WS-CASE-COUNT                                     DSOFF01P
091700          FROM BNKINSV                                            DSOFF01P
091800          WHERE INS_PID = :WS-CHECK-PID AND                       DSOFF01P
091900                INS_STATUS = 'O'                                  DSOFF01P
092000     END-EXEC.                                                    DSOFF01P
092100     IF SQLCODE IS NOT EQUAL TO ZERO                              DSOFF01P
092200        MOVE 'Unable to read the insolvency register' TO CSF1O-MSGDSOFF01P
092300        GO TO CHECK-CUSTOMER-EXCLUDED-EXIT                        DSOFF01P
092400     END-IF.                                                      DSOFF01P
092500     IF WS-CASE-COUNT IS GREATER THAN ZERO                        DSOFF01P
092600        GO TO CHECK-CUSTOMER-EXCLUDED-EXIT                        DSOFF01P
092700     END-IF.                                                      DSOFF01P
092800     MOVE 'N' TO WS-EXCLUDED.                                     DSOFF01P
092900 CHECK-CUSTOMER-EXCLUDED-EXIT.                                    DSOFF01P
093000     EXIT.                                                        DSOFF01P
093100                                                                  DSOFF01P
093200***************************************************************** DSOFF01P
093300* What may be set off from one account - only an open deposit   * DSOFF01P
093400* account in the customer's sole name with no legal order       * DSOFF01P
093500* served on it. What the hold register has ring-fenced, and any * DSOFF01P
093600* benefit credit paid in within the protection window, stays    * DSOFF01P
093700* with the customer                                             * DSOFF01P
093800***************************************************************** DSOFF01P
093900 PRICE-ELIGIBLE-BALANCE.                                          DSOFF01P
094000     MOVE ZERO TO WS-ELIGIBLE.                                    DSOFF01P
094100     EXEC SQL                                                     DSOFF01P
094200          SELECT BAC.BAC_BALANCE                                  DSOFF01P
094300          INTO :WS-ELIG-BALANCE                                   DSOFF01P
094400          FROM BNKACC BAC                                         DSOFF01P
094500          WHERE BAC.BAC_ACCNO = :WS-ELIG-ACC AND                  DSOFF01P
094600                BAC.BAC_PID = :WS-CHECK-PID AND                   DSOFF01P
094700                BAC.BAC_STATUS = ' ' AND                          DSOFF01P
094800                BAC.BAC_ACCTYPE NOT IN ('LN', 'ES', 'CC') AND     DSOFF01P
094900                NOT EXISTS                                        DSOFF01P
095000                (SELECT 1                                         DSOFF01P
095100                 FROM BNKACCJT BAJ                                DSOFF01P
095200                 WHERE BAJ.BAJ_ACCNO = BAC.BAC_ACCNO) AND         DSOFF01P
095300                NOT EXISTS                                        DSOFF01P
095400                (SELECT 1                                         DSOFF01P
095500                 FROM BNKHOLD HLD                                 DSOFF01P
095600                 WHERE HLD.HLD_ACCNO = BAC.BAC_ACCNO AND          DSOFF01P
095700                       HLD.HLD_KIND = 'G' AND                     DSOFF01P
095800                       HLD.HLD_STATUS = 'O')                      DSOFF01P
095900     END-EXEC.                                                    DSOFF01P
096000     IF SQLCODE IS EQUAL TO +100                                  DSOFF01P
096100        GO TO PRICE-ELIGIBLE-BALANCE-EXIT                         DSOFF01P
096200     END-IF.                                                      DSOFF01P
096300     IF SQLCODE IS NOT EQUAL TO ZERO                              DSOFF01P
096400        MOVE 'Unable to read a deposit account' TO CSF1O-MSG      DSOFF01P
096500        GO TO PRICE-ELIGIBLE-BALANCE-EXIT                         DSOFF01P
096600     END-IF.                                                      DSOFF01P
096700     IF WS-ELIG-BALANCE IS NOT GREATER THAN ZERO                  DSOFF01P
096800        GO TO PRICE-ELIGIBLE-BALANCE-EXIT                         DSOFF01P
096900     END-IF.                                                      DSOFF01P
097000     MOVE SPACES TO CDH1-DATA.                                    DSOFF01P
097100     SET CDH1I-TOTAL-HELD TO TRUE.                                DSOFF01P
097200     MOVE WS-ELIG-ACC TO CDH1I-ACC.                               DSOFF01P
097300 COPY CHOLDX01.                                                   DSOFF01P
097400     IF NOT CDH1O-REQUEST-OK                                      DSOFF01P
097500        MOVE CDH1O-MSG TO CSF1O-MSG                               DSOFF01P
097600        GO TO PRICE-ELIGIBLE-BALANCE-EXIT                         DSOFF01P
097700     END-IF.                                                      DSOFF01P
097800*    A benefit credit is a direct credit from an originator on theDSOFF01P
097900*    protected payer list (BNKPBEN)                               DSOFF01P
098000     EXEC SQL                                                     DSOFF01P
098100          SELECT VALUE(SUM(BTX.BTX_AMOUNT), 0)                    DSOFF01P
098200          INTO :WS-PROTECTED                                      DSOFF01P
098300          FROM BNKTXN BTX                                         DSOFF01P
098400          WHERE BTX.BTX_ACCNO = :WS-ELIG-ACC AND                  DSOFF01P
098500                BTX.BTX_TYPE = '5' AND                            DSOFF01P
098600                BTX.BTX_SUB_TYPE = '1' AND                        DSOFF01P
098700                DATE(BTX.BTX_TIMESTAMP) > :WS-PROT-FROM AND       DSOFF01P
098800                SUBSTR(BTX.BTX_DATA_OLD, 31, 20) IN               DSOFF01P
098900                (SELECT PBN.PBN_ORIGINATOR                        DSOFF01P
099000                 FROM BNKPBEN PBN                                 DSOFF01P
099100                 WHERE PBN.PBN_STATUS = 'A')                      DSOFF01P
099200     END-EXEC.                                                    DSOFF01P
099300     IF SQLCODE IS NOT EQUAL TO ZERO                              DSOFF01P
099400        MOVE 'Unable to read the benefit credits' TO CSF1O-MSG    DSOFF01P
099500        GO TO PRICE-ELIGIBLE-BALANCE-EXIT                         DSOFF01P
099600     END-IF.                                                      DSOFF01P
099700     COMPUTE WS-ELIGIBLE = WS-ELIG-BALANCE -                      DSOFF01P
099800                           CDH1O-TOTAL-HELD -                     DSOFF01P
099900                           WS-PROTECTED.                          DSOFF01P
100000     IF WS-ELIGIBLE IS LESS THAN ZERO                             DSOFF01P
100100        MOVE ZERO TO WS-ELIGIBLE                                  DSOFF01P
100200     END-IF.                                                      DSOFF01P
100300 PRICE-ELIGIBLE-BALANCE-EXIT.                                     DSOFF01P
100400     EXIT.                                                        DSOFF01P
100500                                                                  DSOFF01P
100600***************************************************************** DSOFF01P
100700* Hand the built line to the extract queue                      * DSOFF01P
100800***************************************************************** DSOFF01P
100900 QUEUE-REPORT-LINE.                                               DSOFF01P
101000 COPY CCSVWRQ.                                                    DSOFF01P
101100 QUEUE-REPORT-LINE-EXIT.                                          DSOFF01P
101200     EXIT.                                                        DSOFF01P
