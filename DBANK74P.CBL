001100                                                                  DBANK74P
001200***************************************************************** DBANK74P
001300* Program:     DBANK74P.CBL                                     * DBANK74P
001400* Function:    Loan servicing job - collect what has fallen due * DBANK74P
001450*              on each loan from its nominated deposit account, * DBANK74P
001500*              allocated fees first through DLNAL01P, marking   * DBANK74P
001550*              what cannot be taken as missed and charging the  * DBANK74P
001600*              late fee once an installment runs past its grace * DBANK74P
001650*              days, move the monthly escrow amount into a      * DBANK74P
001700*              secured loan's escrow account through DESCR01P   * DBANK74P
001750*              for each installment cleared, and queue the      * DBANK74P
001800*              arrears aging report bucketed 30/60/90+ days     * DBANK74P
001900*              SQL version                                      * DBANK74P
002000***************************************************************** DBANK74P
002100                                                                  DBANK74P
004000   05  WS-DAYS-DISP                          PIC 9(5).            DBANK74P
004100   05  WS-SEQ-DISP                           PIC 9(3).            DBANK74P
004200                                                                  DBANK74P
004210 01  WS-LA-COMMAREA.                                              DBANK74P
004220 COPY CLNALD01.                                                   DBANK74P
004230                                                                  DBANK74P
004240 01  WS-72-COMMAREA.                                              DBANK74P
004250 COPY CBANKD72.                                                   DBANK74P
004252                                                                  DBANK74P
004254 01  WS-ES-COMMAREA.                                              DBANK74P
004256 COPY CESCRD01.                                                   DBANK74P
004260                                                                  DBANK74P
004300 01  WS-CSV-DATA.                                                 DBANK74P
004400 COPY CCSVD.                                                      DBANK74P
004500                                                                  DBANK74P
005500   05  WS-LNS-LOAN-ID                        PIC X(6).            DBANK74P
005600   05  WS-LNS-SEQ                            PIC S9(3) COMP-3.    DBANK74P
005700   05  WS-LNS-TOTAL                          PIC S9(7)V99 COMP-3. DBANK74P
006000   05  WS-LNS-DUE-DATE                       PIC X(10).           DBANK74P
006100   05  WS-LNS-DAYS-LATE                      PIC S9(5) COMP-3.    DBANK74P
006120   05  WS-DUE-COUNT                          PIC S9(5) COMP-3.    DBANK74P
006140   05  WS-LAST-SEQ                           PIC S9(3) COMP-3.    DBANK74P
006160   05  WS-FEE-AMOUNT                         PIC S9(7)V99 COMP-3. DBANK74P
006180   05  WS-TODAY                              PIC X(10).           DBANK74P
006200   05  WS-LON-PID                            PIC X(5).            DBANK74P
006300   05  WS-LON-DISB-ACC                       PIC X(9).            DBANK74P
006400   05  WS-ACC-STATUS                         PIC X(1).            DBANK74P
006500   05  WS-OLD-BALANCE                        PIC S9(7)V99 COMP-3. DBANK74P
006800                                                                  DBANK74P
007500     EXEC SQL                                                     DBANK74P
007600          INCLUDE SQLCA                                           DBANK74P
007700     END-EXEC.                                                    DBANK74P
010700     END-IF.                                                      DBANK74P
010800                                                                  DBANK74P
010900***************************************************************** DBANK74P
010950* Collection pass - every approved loan with installments that  * DBANK74P
011000* have fallen due and are not yet paid. Whatever the nominated  * DBANK74P
011050* account holds, up to what is owed, is taken as one receipt    * DBANK74P
011100* and allocated; what is still unpaid is marked missed, and a   * DBANK74P
011150* missed installment past its grace days picks up the late fee. * DBANK74P
011200* A borrower under an open insolvency case is left alone -      * DBANK74P
011250* collection stands down while the trustee deals with the       * DBANK74P
011300* estate                                                        * DBANK74P
011350***************************************************************** DBANK74P
011400     EXEC SQL                                                     DBANK74P
011450          SET :WS-TODAY = CURRENT DATE                            DBANK74P
011500     END-EXEC.                                                    DBANK74P
011550     EXEC SQL                                                     DBANK74P
011600          DECLARE DUE_LOAN_CSR CURSOR FOR                         DBANK74P
011650          SELECT LON.LON_ID,                                      DBANK74P
011700                 LON.LON_PID,                                     DBANK74P
011750                 LON.LON_DISB_ACCNO,                              DBANK74P
011800                 COUNT(*)                                         DBANK74P
011850          FROM BNKLNSC LNS,                                       DBANK74P
011900               BNKLOAN LON                                        DBANK74P
011950          WHERE LON.LON_ID = LNS.LNS_LOAN_ID AND                  DBANK74P
012000                LON.LON_STATUS = 'A' AND                          DBANK74P
012050                LNS.LNS_STATUS IN (' ', 'M') AND                  DBANK74P
012100                LNS.LNS_DUE_DATE <= :WS-TODAY AND                 DBANK74P
012150                NOT EXISTS (SELECT 1                              DBANK74P
012200                            FROM BNKINSV INS                      DBANK74P
012250                            WHERE INS.INS_PID = LON.LON_PID AND   DBANK74P
012300                                  INS.INS_STATUS = 'O')           DBANK74P
012350          GROUP BY LON.LON_ID,                                    DBANK74P
012400                   LON.LON_PID,                                   DBANK74P
012450                   LON.LON_DISB_ACCNO                             DBANK74P
012500          ORDER BY LON.LON_ID                                     DBANK74P
012550          FOR FETCH ONLY                                          DBANK74P
012600     END-EXEC.                                                    DBANK74P
012650     EXEC SQL                                                     DBANK74P
012700          OPEN DUE_LOAN_CSR                                       DBANK74P
012750     END-EXEC.                                                    DBANK74P
012800     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK74P
012850        SET CD74O-RUN-FAIL TO TRUE                                DBANK74P
012900        MOVE 'Unable to open the due installment cursor'          DBANK74P
012950          TO CD74O-MSG                                            DBANK74P
013000        GO TO DBANK74P-EXIT                                       DBANK74P
013050     END-IF.                                                      DBANK74P
013100                                                                  DBANK74P
013150 COLLECT-LOOP.                                                    DBANK74P
013200     EXEC SQL                                                     DBANK74P
013250          FETCH DUE_LOAN_CSR                                      DBANK74P
013300          INTO :WS-LNS-LOAN-ID,                                   DBANK74P
013350               :WS-LON-PID,                                       DBANK74P
013400               :WS-LON-DISB-ACC,                                  DBANK74P
013450               :WS-DUE-COUNT                                      DBANK74P
013500     END-EXEC.                                                    DBANK74P
013550     IF SQLCODE IS EQUAL TO +100                                  DBANK74P
013600        GO TO COLLECT-LOOP-EXIT                                   DBANK74P
013650     END-IF.                                                      DBANK74P
013700     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK74P
013750        SET CD74O-RUN-FAIL TO TRUE                                DBANK74P
013800        MOVE 'Unable to read the due installment cursor'          DBANK74P
013850          TO CD74O-MSG                                            DBANK74P
013900        GO TO COLLECT-LOOP-EXIT                                   DBANK74P
013950     END-IF.                                                      DBANK74P
014000     ADD WS-DUE-COUNT TO CD74O-INSTALLMENTS-DUE.                  DBANK74P
014050     PERFORM COLLECT-LOAN THRU                                    DBANK74P
014100             COLLECT-LOAN-EXIT.                                   DBANK74P
014150     IF CD74O-RUN-FAIL                                            DBANK74P
014200        GO TO COLLECT-LOOP-EXIT                                   DBANK74P
014250     END-IF.                                                      DBANK74P
014300     GO TO COLLECT-LOOP.                                          DBANK74P
014350 COLLECT-LOOP-EXIT.                                               DBANK74P
014400     EXEC SQL                                                     DBANK74P
014450          CLOSE DUE_LOAN_CSR                                      DBANK74P
014500     END-EXEC.                                                    DBANK74P
017400 DBANK74P-EXIT.                                                   DBANK74P
017500***************************************************************** DBANK74P
017600* Move the result back to the callers area                      * DBANK74P
018300 COPY CRETURN.                                                    DBANK74P
018400                                                                  DBANK74P
018500***************************************************************** DBANK74P
018550* Take what the nominated account holds towards the loan and    * DBANK74P
018560* move in the escrow for what was cleared, then mark whatever   * DBANK74P
018580* is still unpaid missed so the next run and the aging report   * DBANK74P
018600* pick it up, and charge any late fee now due                   * DBANK74P
018700***************************************************************** DBANK74P
018750 COLLECT-LOAN.                                                    DBANK74P
018800     MOVE SPACES TO WS-ACC-STATUS.                                DBANK74P
018850     MOVE ZERO TO WS-OLD-BALANCE.                                 DBANK74P
018900     EXEC SQL                                                     DBANK74P
018950          SELECT BAC_BALANCE,                                     DBANK74P
019000                 BAC_STATUS                                       DBANK74P
019050          INTO :WS-OLD-BALANCE,                                   DBANK74P
019100               :WS-ACC-STATUS                                     DBANK74P
019150          FROM BNKACC                                             DBANK74P
019200          WHERE BAC_ACCNO = :WS-LON-DISB-ACC                      DBANK74P
019250     END-EXEC.                                                    DBANK74P
019300     IF SQLCODE IS EQUAL TO ZERO AND                              DBANK74P
019350        WS-ACC-STATUS IS EQUAL TO SPACE AND                       DBANK74P
019400        WS-OLD-BALANCE IS GREATER THAN ZERO                       DBANK74P
019450        PERFORM TAKE-RECEIPT THRU                                 DBANK74P
019500                TAKE-RECEIPT-EXIT                                 DBANK74P
019550        IF CD74O-RUN-FAIL                                         DBANK74P
019600           GO TO COLLECT-LOAN-EXIT                                DBANK74P
019650        END-IF                                                    DBANK74P
019700     END-IF.                                                      DBANK74P
019705     PERFORM TAKE-ESCROW THRU                                     DBANK74P
019710             TAKE-ESCROW-EXIT.                                    DBANK74P
019715     IF CD74O-RUN-FAIL                                            DBANK74P
019720        GO TO COLLECT-LOAN-EXIT                                   DBANK74P
019725     END-IF.                                                      DBANK74P
019750     PERFORM MARK-MISSED THRU                                     DBANK74P
019800             MARK-MISSED-EXIT.                                    DBANK74P
019850     IF CD74O-RUN-FAIL                                            DBANK74P
019900        GO TO COLLECT-LOAN-EXIT                                   DBANK74P
019950     END-IF.                                                      DBANK74P
020000     PERFORM ASSESS-LATE-FEES THRU                                DBANK74P
020050             ASSESS-LATE-FEES-EXIT.                               DBANK74P
020100 COLLECT-LOAN-EXIT.                                               DBANK74P
020150     EXIT.                                                        DBANK74P
020200                                                                  DBANK74P
020250***************************************************************** DBANK74P
020300* One receipt of up to the account balance, run down the        * DBANK74P
020350* allocation order - fees, overdue interest, overdue principal, * DBANK74P
020400* then today's installment                                      * DBANK74P
020450***************************************************************** DBANK74P
020500 TAKE-RECEIPT.                                                    DBANK74P
020550     MOVE SPACES TO CLN1-DATA.                                    DBANK74P
020600     SET CLN1I-APPLY-RECEIPT TO TRUE.                             DBANK74P
020650     MOVE WS-LNS-LOAN-ID TO CLN1I-LOAN-ID.                        DBANK74P
020700     MOVE WS-LON-DISB-ACC TO CLN1I-ACCNO.                         DBANK74P
020750     MOVE WS-OLD-BALANCE TO CLN1I-AMOUNT.                         DBANK74P
020800     MOVE WS-TODAY TO CLN1I-ASOF-DATE.                            DBANK74P
020850     MOVE 'Loan installment collected' TO CLN1I-DESC.             DBANK74P
020900     MOVE 'LC' TO CLN1I-REF-PREFIX.                               DBANK74P
020950 COPY CLNALX01.                                                   DBANK74P
021000     IF CLN1O-REQUEST-OK                                          DBANK74P
021050        ADD CLN1O-INSTALLMENTS-CLEARED TO CD74O-INSTALLMENTS-TAKENDBANK74P
021100        ADD CLN1O-APPLIED TO CD74O-TOTAL-COLLECTED                DBANK74P
021150        GO TO TAKE-RECEIPT-EXIT                                   DBANK74P
021200     END-IF.                                                      DBANK74P
021250*    Refused before any money moved - the balance changed under   DBANK74P
021300*    us, say - and the installments simply wait as missed; once   DBANK74P
021350*    a reference is out the receipt was part-posted, which stops  DBANK74P
021400*    the run                                                      DBANK74P
021450     IF CLN1O-REFERENCE IS NOT EQUAL TO SPACES                    DBANK74P
021500        SET CD74O-RUN-FAIL TO TRUE                                DBANK74P
021550        MOVE CLN1O-MSG TO CD74O-MSG                               DBANK74P
021600     END-IF.                                                      DBANK74P
021650 TAKE-RECEIPT-EXIT.                                               DBANK74P
021700     EXIT.                                                        DBANK74P
021701                                                                  DBANK74P
021702***************************************************************** DBANK74P
021703* A loan with escrow has the monthly escrow amount moved in     * DBANK74P
021704* for each installment now cleared, out of what the nominated   * DBANK74P
021705* account still holds. A loan with no escrow answers not found  * DBANK74P
021706* and is left alone; a failure stops the run, as an escrow      * DBANK74P
021707* month may be part-posted                                      * DBANK74P
021708***************************************************************** DBANK74P
021709 TAKE-ESCROW.                                                     DBANK74P
021710     INITIALIZE CES1-DATA.                                        DBANK74P
021711     SET CES1I-COLLECT TO TRUE.                                   DBANK74P
021712     MOVE WS-LNS-LOAN-ID TO CES1I-LOAN-ID.                        DBANK74P
021713     MOVE WS-LON-DISB-ACC TO CES1I-FROM-ACC.                      DBANK74P
021714     MOVE WS-TODAY TO CES1I-ASOF-DATE.                            DBANK74P
021715 COPY CESCRX01.                                                   DBANK74P
021716     IF CES1O-NOT-FOUND                                           DBANK74P
021717        GO TO TAKE-ESCROW-EXIT                                    DBANK74P
021718     END-IF.                                                      DBANK74P
021719     IF CES1O-REQUEST-OK                                          DBANK74P
021720        ADD CES1O-COLLECTED TO CD74O-ESCROW-COLLECTED             DBANK74P
021721        GO TO TAKE-ESCROW-EXIT                                    DBANK74P
021722     END-IF.                                                      DBANK74P
021723     SET CD74O-RUN-FAIL TO TRUE.                                  DBANK74P
021724     MOVE CES1O-MSG TO CD74O-MSG.                                 DBANK74P
021725 TAKE-ESCROW-EXIT.                                                DBANK74P
021726     EXIT.                                                        DBANK74P
021750                                                                  DBANK74P
021800***************************************************************** DBANK74P
021850* Record that this run could not clear the loan's installments  * DBANK74P
021900***************************************************************** DBANK74P
021950 MARK-MISSED.                                                     DBANK74P
022000     EXEC SQL                                                     DBANK74P
022050          UPDATE BNKLNSC                                          DBANK74P
022100          SET LNS_STATUS = 'M'                                    DBANK74P
022150          WHERE LNS_LOAN_ID = :WS-LNS-LOAN-ID AND                 DBANK74P
022200                LNS_STATUS IN (' ', 'M') AND                      DBANK74P
022250                LNS_DUE_DATE <= :WS-TODAY                         DBANK74P
022300     END-EXEC.                                                    DBANK74P
022350     IF SQLCODE IS EQUAL TO ZERO                                  DBANK74P
022400        ADD SQLERRD (3) TO CD74O-INSTALLMENTS-MISSED              DBANK74P
022450        GO TO MARK-MISSED-EXIT                                    DBANK74P
022500     END-IF.                                                      DBANK74P
022550     IF SQLCODE IS NOT EQUAL TO +100                              DBANK74P
022600        SET CD74O-RUN-FAIL TO TRUE                                DBANK74P
022650        MOVE 'Unable to mark an installment missed' TO CD74O-MSG  DBANK74P
022700     END-IF.                                                      DBANK74P
022750 MARK-MISSED-EXIT.                                                DBANK74P
022800     EXIT.                                                        DBANK74P
022850                                                                  DBANK74P
022900***************************************************************** DBANK74P
022950* Every missed installment not yet charged is priced against    * DBANK74P
023000* the late fee row on the rate master - its threshold is the    * DBANK74P
023050* grace days, so no row answers until the installment is that   * DBANK74P
023100* many days late. Each installment is charged once              * DBANK74P
023150***************************************************************** DBANK74P
023200 ASSESS-LATE-FEES.                                                DBANK74P
023250     MOVE ZERO TO WS-LAST-SEQ.                                    DBANK74P
023300 ASSESS-LOOP.                                                     DBANK74P
023350     EXEC SQL                                                     DBANK74P
023400          SELECT LNS_SEQ,                                         DBANK74P
023450                 DAYS(:WS-TODAY) - DAYS(LNS_DUE_DATE)             DBANK74P
023500          INTO :WS-LNS-SEQ,                                       DBANK74P
023550               :WS-LNS-DAYS-LATE                                  DBANK74P
023600          FROM BNKLNSC                                            DBANK74P
023650          WHERE LNS_LOAN_ID = :WS-LNS-LOAN-ID AND                 DBANK74P
023700                LNS_SEQ =                                         DBANK74P
023750                (SELECT MIN(NXT.LNS_SEQ)                          DBANK74P
023800                 FROM BNKLNSC NXT                                 DBANK74P
023850                 WHERE NXT.LNS_LOAN_ID = :WS-LNS-LOAN-ID AND      DBANK74P
023900                       NXT.LNS_STATUS = 'M' AND                   DBANK74P
023950                       NXT.LNS_FEE_DUE = 0 AND                    DBANK74P
024000                       NXT.LNS_DUE_DATE < :WS-TODAY AND           DBANK74P
024050                       NXT.LNS_SEQ > :WS-LAST-SEQ)                DBANK74P
024100     END-EXEC.                                                    DBANK74P
024150     IF SQLCODE IS EQUAL TO +100                                  DBANK74P
024200        GO TO ASSESS-LATE-FEES-EXIT                               DBANK74P
024250     END-IF.                                                      DBANK74P
024300     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK74P
024350        SET CD74O-RUN-FAIL TO TRUE                                DBANK74P
024400        MOVE 'Unable to read the repayment schedule' TO CD74O-MSG DBANK74P
024450        GO TO ASSESS-LATE-FEES-EXIT                               DBANK74P
024500     END-IF.                                                      DBANK74P
024550     MOVE WS-LNS-SEQ TO WS-LAST-SEQ.                              DBANK74P
024600     PERFORM CHARGE-LATE-FEE THRU                                 DBANK74P
024650             CHARGE-LATE-FEE-EXIT.                                DBANK74P
024700     IF CD74O-RUN-FAIL                                            DBANK74P
024750        GO TO ASSESS-LATE-FEES-EXIT                               DBANK74P
024800     END-IF.                                                      DBANK74P
024850     GO TO ASSESS-LOOP.                                           DBANK74P
024900 ASSESS-LATE-FEES-EXIT.                                           DBANK74P
024950     EXIT.                                                        DBANK74P
025000                                                                  DBANK74P
025050 CHARGE-LATE-FEE.                                                 DBANK74P
025100     MOVE SPACES TO CD72-DATA.                                    DBANK74P
025150     SET CD72I-READ-RATE TO TRUE.                                 DBANK74P
025200     MOVE 'LN' TO CD72I-ACC-TYPE.                                 DBANK74P
025250     SET CD72I-KIND-LATE-FEE TO TRUE.                             DBANK74P
025300     MOVE WS-LNS-DAYS-LATE TO CD72I-BALANCE.                      DBANK74P
025350     MOVE WS-TODAY TO CD72I-ASOF-DATE.                            DBANK74P
025400 COPY CBANKX72.                                                   DBANK74P
025450*    No row answering means still inside the grace days, or no    DBANK74P
025500*    late fee set up at all                                       DBANK74P
025550     IF CD72O-NO-RATE-FOUND                                       DBANK74P
025600        GO TO CHARGE-LATE-FEE-EXIT                                DBANK74P
025650     END-IF.                                                      DBANK74P
025700     IF NOT CD72O-REQUEST-OK                                      DBANK74P
025750        SET CD74O-RUN-FAIL TO TRUE                                DBANK74P
025800        MOVE CD72O-MSG TO CD74O-MSG                               DBANK74P
025850        GO TO CHARGE-LATE-FEE-EXIT                                DBANK74P
025900     END-IF.                                                      DBANK74P
025950     IF CD72O-AMOUNT IS NOT GREATER THAN ZERO                     DBANK74P
026000        GO TO CHARGE-LATE-FEE-EXIT                                DBANK74P
026050     END-IF.                                                      DBANK74P
026100     MOVE CD72O-AMOUNT TO WS-FEE-AMOUNT.                          DBANK74P
026150     EXEC SQL                                                     DBANK74P
026200          UPDATE BNKLNSC                                          DBANK74P
026250          SET LNS_FEE_DUE = :WS-FEE-AMOUNT                        DBANK74P
026300          WHERE LNS_LOAN_ID = :WS-LNS-LOAN-ID AND                 DBANK74P
026350                LNS_SEQ = :WS-LNS-SEQ AND                         DBANK74P
026400                LNS_FEE_DUE = 0                                   DBANK74P
026450     END-EXEC.                                                    DBANK74P
026500     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK74P
026550        SET CD74O-RUN-FAIL TO TRUE                                DBANK74P
026600        MOVE 'Unable to charge a late fee' TO CD74O-MSG           DBANK74P
026650        GO TO CHARGE-LATE-FEE-EXIT                                DBANK74P
026700     END-IF.                                                      DBANK74P
026750     ADD 1 TO CD74O-FEES-CHARGED.                                 DBANK74P
026800     ADD WS-FEE-AMOUNT TO CD74O-TOTAL-FEES.                       DBANK74P
026850 CHARGE-LATE-FEE-EXIT.                                            DBANK74P
026900     EXIT.                                                        DBANK74P
028800                                                                  DBANK74P
028900***************************************************************** DBANK74P
029000* Arrears aging - every unpaid installment past its due date at * DBANK74P
029050* what is still owing on it, late fee included, bucketed by how * DBANK74P
029100* long it has been waiting                                      * DBANK74P
029200***************************************************************** DBANK74P
029300 ARREARS-AGING.                                                   DBANK74P
029400     MOVE 'LOANID,SEQ,DUEDATE,AMOUNT,DAYSLATE,BUCKET'             DBANK74P
029900          DECLARE ARREARS_CSR CURSOR FOR                          DBANK74P
030000          SELECT LNS.LNS_LOAN_ID,                                 DBANK74P
030100                 LNS.LNS_SEQ,                                     DBANK74P
030200                 LNS.LNS_TOTAL - LNS.LNS_INT_PAID -               DBANK74P
030220                 LNS.LNS_PRIN_PAID + LNS.LNS_FEE_DUE -            DBANK74P
030240                 LNS.LNS_FEE_PAID,                                DBANK74P
030300                 LNS.LNS_DUE_DATE,                                DBANK74P
030400                 DAYS(CURRENT DATE) - DAYS(LNS.LNS_DUE_DATE)      DBANK74P
030500          FROM BNKLNSC LNS,                                       DBANK74P
