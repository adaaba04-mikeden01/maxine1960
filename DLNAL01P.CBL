000100***************************************************************** DLNAL01P
000200*                                                               * DLNAL01P
000300*   Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.   * DLNAL01P
000400*   This demonstration program is provided for use by users     * DLNAL01P
000500*   of Micro Focus products and may be used, modified and       * DLNAL01P
000600*   distributed as part of your application provided that       * DLNAL01P
000700*   you properly acknowledge the copyright of Micro Focus       * DLNAL01P
000800*   in this material.                                           * DLNAL01P
000900*                                                               * DLNAL01P
001000***************************************************************** DLNAL01P
001100                                                                  DLNAL01P
001200***************************************************************** DLNAL01P
001300* Program:     DLNAL01P.CBL                                     * DLNAL01P
001400* Function:    Loan payment allocation - a receipt against a    * DLNAL01P
001500*              loan is taken off the paying account and applied * DLNAL01P
001600*              to late fees first, then overdue interest, then  * DLNAL01P
001700*              overdue principal, then the installment falling  * DLNAL01P
001800*              due, each component recorded against its         * DLNAL01P
001900*              schedule row (BNKLNSC) and on BNKLNAL; and the   * DLNAL01P
002000*              arrears statement that reads the allocations     * DLNAL01P
002100*              back for the customer                            * DLNAL01P
002200*              SQL version                                      * DLNAL01P
002300***************************************************************** DLNAL01P
002400                                                                  DLNAL01P
002500 IDENTIFICATION DIVISION.                                         DLNAL01P
002600 PROGRAM-ID.                                                      DLNAL01P
002700     DLNAL01P.                                                    DLNAL01P
002800 DATE-WRITTEN.                                                    DLNAL01P
002900     October 2026.                                                DLNAL01P
003000 DATE-COMPILED.                                                   DLNAL01P
003100     Today.                                                       DLNAL01P
003200                                                                  DLNAL01P
003300 ENVIRONMENT DIVISION.                                            DLNAL01P
003400                                                                  DLNAL01P
003500 DATA DIVISION.                                                   DLNAL01P
003600                                                                  DLNAL01P
003700 WORKING-STORAGE SECTION.                                         DLNAL01P
003800 01  WS-MISC-STORAGE.                                             DLNAL01P
003900   05  WS-PROGRAM-ID                         PIC X(8)             DLNAL01P
004000       VALUE 'DLNAL01P'.                                          DLNAL01P
004100   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DLNAL01P
004200   05  WS-FEE-DISP                           PIC -(7)9.99.        DLNAL01P
004300   05  WS-INT-DISP                           PIC -(7)9.99.        DLNAL01P
004400   05  WS-PRIN-DISP                          PIC -(7)9.99.        DLNAL01P
004500   05  WS-SEQ-DISP                           PIC 9(3).            DLNAL01P
004600   05  WS-PORTION-FOUND                      PIC X(1).            DLNAL01P
004700                                                                  DLNAL01P
004800 01  WS-CSV-DATA.                                                 DLNAL01P
004900 COPY CCSVD.                                                      DLNAL01P
005000                                                                  DLNAL01P
005100 01  WS-96-COMMAREA.                                              DLNAL01P
005200 COPY CBANKD96.                                                   DLNAL01P
005300                                                                  DLNAL01P
005400   EXEC SQL                                                       DLNAL01P
005500        BEGIN DECLARE SECTION                                     DLNAL01P
005600   END-EXEC.                                                      DLNAL01P
005700 01  WS-COMMAREA.                                                 DLNAL01P
005800     EXEC SQL                                                     DLNAL01P
005900          INCLUDE CLNALD01                                        DLNAL01P
006000     END-EXEC.                                                    DLNAL01P
006100 01  WS-98-COMMAREA.                                              DLNAL01P
006200     EXEC SQL                                                     DLNAL01P
006300          INCLUDE CBANKD98                                        DLNAL01P
006400     END-EXEC.                                                    DLNAL01P
006500 01  DCL-LNA-AREAS.                                               DLNAL01P
006600   05  DCL-LON-ID                            PIC X(6).            DLNAL01P
006700   05  DCL-LON-PID                           PIC X(5).            DLNAL01P
006800   05  DCL-LON-STATUS                        PIC X(1).            DLNAL01P
006900   05  DCL-LNS-SEQ                           PIC S9(3) COMP-3.    DLNAL01P
007000   05  DCL-LNS-DUE                           PIC X(10).           DLNAL01P
007100   05  DCL-LNS-OWING                         PIC S9(7)V99 COMP-3. DLNAL01P
007200   05  DCL-LNA-ID                            PIC S9(9) COMP-3.    DLNAL01P
007300   05  DCL-LNA-COMPONENT                     PIC X(1).            DLNAL01P
007400   05  DCL-LNA-DATE                          PIC X(10).           DLNAL01P
007500   05  DCL-LNA-REF                           PIC X(12).           DLNAL01P
007600   05  DCL-STM-FEE                           PIC S9(7)V99 COMP-3. DLNAL01P
007700   05  DCL-STM-INTEREST                      PIC S9(7)V99 COMP-3. DLNAL01P
007800   05  DCL-STM-PRINCIPAL                     PIC S9(7)V99 COMP-3. DLNAL01P
007900 01  WS-ALLOCATION-AREAS.                                         DLNAL01P
008000   05  WS-ASOF-DATE                          PIC X(10).           DLNAL01P
008100   05  WS-DUE-LOW                            PIC X(10).           DLNAL01P
008200   05  WS-DUE-HIGH                           PIC X(10).           DLNAL01P
008300   05  WS-LAST-SEQ                           PIC S9(3) COMP-3.    DLNAL01P
008400   05  WS-RECEIPT                            PIC S9(9)V99 COMP-3. DLNAL01P
008500   05  WS-REMAINING                          PIC S9(9)V99 COMP-3. DLNAL01P
008600   05  WS-PORTION                            PIC S9(7)V99 COMP-3. DLNAL01P
008700   05  WS-OLD-BALANCE                        PIC S9(7)V99 COMP-3. DLNAL01P
008800   05  WS-NEW-BALANCE                        PIC S9(7)V99 COMP-3. DLNAL01P
008900   05  WS-ACC-STATUS                         PIC X(1).            DLNAL01P
009000   05  WS-POST-TIMESTAMP                     PIC X(26).           DLNAL01P
009100     EXEC SQL                                                     DLNAL01P
009200          INCLUDE CBANKSTX                                        DLNAL01P
009300     END-EXEC.                                                    DLNAL01P
009400     EXEC SQL                                                     DLNAL01P
009500          INCLUDE CBANKTXD                                        DLNAL01P
009600     END-EXEC.                                                    DLNAL01P
009700 01  WS-REF-DATA.                                                 DLNAL01P
009800 COPY CTXNREFD.                                                   DLNAL01P
009900                                                                  DLNAL01P
010000     EXEC SQL                                                     DLNAL01P
010100          INCLUDE SQLCA                                           DLNAL01P
010200     END-EXEC.                                                    DLNAL01P
010300                                                                  DLNAL01P
010400 COPY CABENDD.                                                    DLNAL01P
010500   EXEC SQL                                                       DLNAL01P
010600        END DECLARE SECTION                                       DLNAL01P
010700   END-EXEC.                                                      DLNAL01P
010800                                                                  DLNAL01P
010900 LINKAGE SECTION.                                                 DLNAL01P
011000 01  DFHCOMMAREA.                                                 DLNAL01P
011100   05  LK-COMMAREA                           PIC X(1)             DLNAL01P
011200       OCCURS 1 TO 6144 TIMES                                     DLNAL01P
011300         DEPENDING ON WS-COMMAREA-LENGTH.                         DLNAL01P
011400                                                                  DLNAL01P
011500 COPY CENTRY.                                                     DLNAL01P
011600***************************************************************** DLNAL01P
011700* Move the passed area to our area                              * DLNAL01P
011800***************************************************************** DLNAL01P
011900     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DLNAL01P
012000     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DLNAL01P
012100                                                                  DLNAL01P
012200***************************************************************** DLNAL01P
012300* Initialize our output area                                    * DLNAL01P
012400***************************************************************** DLNAL01P
012500     INITIALIZE CLN1O-DATA.                                       DLNAL01P
012600     SET CLN1O-REQUEST-FAIL TO TRUE.                              DLNAL01P
012700                                                                  DLNAL01P
012800     IF NOT CLN1I-APPLY-RECEIPT AND                               DLNAL01P
012900        NOT CLN1I-ARREARS-STATEMENT                               DLNAL01P
013000        MOVE 'Unknown loan allocation function requested'         DLNAL01P
013100          TO CLN1O-MSG                                            DLNAL01P
013200        GO TO DLNAL01P-EXIT                                       DLNAL01P
013300     END-IF.                                                      DLNAL01P
013400                                                                  DLNAL01P
013500***************************************************************** DLNAL01P
013600* Everything is priced as at the caller's date, or the business * DLNAL01P
013700* date when none is given                                       * DLNAL01P
013800***************************************************************** DLNAL01P
013900     IF CLN1I-ASOF-DATE IS EQUAL TO SPACES                        DLNAL01P
014000        INITIALIZE CD98-DATA                                      DLNAL01P
014100        SET CD98I-READ-BUSINESS-DATE TO TRUE                      DLNAL01P
014200 COPY CBANKX98.                                                   DLNAL01P
014300        IF NOT CD98O-REQUEST-OK                                   DLNAL01P
014400           MOVE CD98O-MSG TO CLN1O-MSG                            DLNAL01P
014500           GO TO DLNAL01P-EXIT                                    DLNAL01P
014600        END-IF                                                    DLNAL01P
014700        MOVE CD98O-DATE TO WS-ASOF-DATE                           DLNAL01P
014800     ELSE                                                         DLNAL01P
014900        MOVE CLN1I-ASOF-DATE TO WS-ASOF-DATE                      DLNAL01P
015000     END-IF.                                                      DLNAL01P
015100                                                                  DLNAL01P
015200     PERFORM READ-THE-LOAN THRU                                   DLNAL01P
015300             READ-THE-LOAN-EXIT.                                  DLNAL01P
015400     IF CLN1O-MSG IS NOT EQUAL TO SPACES                          DLNAL01P
015500        GO TO DLNAL01P-EXIT                                       DLNAL01P
015600     END-IF.                                                      DLNAL01P
015700                                                                  DLNAL01P
015800     EVALUATE TRUE                                                DLNAL01P
015900       WHEN CLN1I-APPLY-RECEIPT                                   DLNAL01P
016000         PERFORM APPLY-RECEIPT THRU                               DLNAL01P
016100                 APPLY-RECEIPT-EXIT                               DLNAL01P
016200       WHEN CLN1I-ARREARS-STATEMENT                               DLNAL01P
016300         PERFORM ARREARS-STATEMENT THRU                           DLNAL01P
016400                 ARREARS-STATEMENT-EXIT                           DLNAL01P
016500     END-EVALUATE.                                                DLNAL01P
016600                                                                  DLNAL01P
016700 DLNAL01P-EXIT.                                                   DLNAL01P
016800***************************************************************** DLNAL01P
016900* Move the result back to the callers area                      * DLNAL01P
017000***************************************************************** DLNAL01P
017100     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DLNAL01P
017200                                                                  DLNAL01P
017300***************************************************************** DLNAL01P
017400* Return to our caller                                          * DLNAL01P
017500***************************************************************** DLNAL01P
017600 COPY CRETURN.                                                    DLNAL01P
017700                                                                  DLNAL01P
017800***************************************************************** DLNAL01P
017900* Prove the loan - a customer asking for their own statement    * DLNAL01P
018000* only ever sees their own loans                                * DLNAL01P
018100***************************************************************** DLNAL01P
018200 READ-THE-LOAN.                                                   DLNAL01P
018300     MOVE CLN1I-LOAN-ID TO DCL-LON-ID.                            DLNAL01P
018400     EXEC SQL                                                     DLNAL01P
018500          SELECT LON_PID,                                         DLNAL01P
018600                 LON_STATUS                                       DLNAL01P
018700          INTO :DCL-LON-PID,                                      DLNAL01P
018800               :DCL-LON-STATUS                                    DLNAL01P
018900          FROM BNKLOAN                                            DLNAL01P
019000          WHERE LON_ID = :DCL-LON-ID                              DLNAL01P
019100     END-EXEC.                                                    DLNAL01P
019200     IF SQLCODE IS EQUAL TO +100                                  DLNAL01P
019300        SET CLN1O-LOAN-NOT-FOUND TO TRUE                          DLNAL01P
019400        MOVE 'No loan held under that number' TO CLN1O-MSG        DLNAL01P
019500        GO TO READ-THE-LOAN-EXIT                                  DLNAL01P
019600     END-IF.                                                      DLNAL01P
019700     IF SQLCODE IS NOT EQUAL TO ZERO                              DLNAL01P
019800        MOVE 'Unable to read the loan' TO CLN1O-MSG               DLNAL01P
019900        GO TO READ-THE-LOAN-EXIT                                  DLNAL01P
020000     END-IF.                                                      DLNAL01P
020100     IF CLN1I-PERSON-PID IS NOT EQUAL TO SPACES AND               DLNAL01P
020200        CLN1I-PERSON-PID IS NOT EQUAL TO DCL-LON-PID              DLNAL01P
020300        SET CLN1O-LOAN-NOT-FOUND TO TRUE                          DLNAL01P
020400        MOVE 'No loan held under that number' TO CLN1O-MSG        DLNAL01P
020500     END-IF.                                                      DLNAL01P
020600 READ-THE-LOAN-EXIT.                                              DLNAL01P
020700     EXIT.                                                        DLNAL01P
020800                                                                  DLNAL01P
020900***************************************************************** DLNAL01P
021000* What has fallen due by the as-of date and is still unpaid,    * DLNAL01P
021100* split into fees, interest and principal                       * DLNAL01P
021200***************************************************************** DLNAL01P
021300 TOTAL-THE-ARREARS.                                               DLNAL01P
021400     EXEC SQL                                                     DLNAL01P
021500          SELECT VALUE(SUM(LNS_FEE_DUE - LNS_FEE_PAID), 0),       DLNAL01P
021600                 VALUE(SUM(LNS_INTEREST - LNS_INT_PAID), 0),      DLNAL01P
021700                 VALUE(SUM(LNS_PRINCIPAL - LNS_PRIN_PAID), 0)     DLNAL01P
021800          INTO :CLN1O-FEE-ARREARS,                                DLNAL01P
021900               :CLN1O-INTEREST-ARREARS,                           DLNAL01P
022000               :CLN1O-PRINCIPAL-ARREARS                           DLNAL01P
022100          FROM BNKLNSC                                            DLNAL01P
022200          WHERE LNS_LOAN_ID = :DCL-LON-ID AND                     DLNAL01P
022300                LNS_STATUS IN (' ', 'M') AND                      DLNAL01P
022400                LNS_DUE_DATE <= :WS-ASOF-DATE                     DLNAL01P
022500     END-EXEC.                                                    DLNAL01P
022600     IF SQLCODE IS NOT EQUAL TO ZERO                              DLNAL01P
022700        MOVE 'Unable to total the loan arrears' TO CLN1O-MSG      DLNAL01P
022800     END-IF.                                                      DLNAL01P
022900 TOTAL-THE-ARREARS-EXIT.                                          DLNAL01P
023000     EXIT.                                                        DLNAL01P
023100                                                                  DLNAL01P
023200***************************************************************** DLNAL01P
023300* Take the receipt - never more than has fallen due - off the   * DLNAL01P
023400* paying account and run it down the allocation order. Fees     * DLNAL01P
023500* are cleared oldest first wherever they sit; interest and      * DLNAL01P
023600* principal on installments already overdue come next; only     * DLNAL01P
023700* then is the installment falling due on the as-of date paid,   * DLNAL01P
023800* interest before principal                                     * DLNAL01P
023900***************************************************************** DLNAL01P
024000 APPLY-RECEIPT.                                                   DLNAL01P
024100     IF DCL-LON-STATUS IS NOT EQUAL TO 'A'                        DLNAL01P
024200        SET CLN1O-LOAN-NOT-FOUND TO TRUE                          DLNAL01P
024300        MOVE 'That loan is not active' TO CLN1O-MSG               DLNAL01P
024400        GO TO APPLY-RECEIPT-EXIT                                  DLNAL01P
024500     END-IF.                                                      DLNAL01P
024600     IF CLN1I-ACCNO IS EQUAL TO SPACES OR                         DLNAL01P
024700        CLN1I-AMOUNT IS NOT GREATER THAN ZERO                     DLNAL01P
024800        MOVE 'A paying account and a receipt amount are needed'   DLNAL01P
024900          TO CLN1O-MSG                                            DLNAL01P
025000        GO TO APPLY-RECEIPT-EXIT                                  DLNAL01P
025100     END-IF.                                                      DLNAL01P
025200     PERFORM TOTAL-THE-ARREARS THRU                               DLNAL01P
025300             TOTAL-THE-ARREARS-EXIT.                              DLNAL01P
025400     IF CLN1O-MSG IS NOT EQUAL TO SPACES                          DLNAL01P
025500        GO TO APPLY-RECEIPT-EXIT                                  DLNAL01P
025600     END-IF.                                                      DLNAL01P
025700     COMPUTE WS-RECEIPT = CLN1O-FEE-ARREARS +                     DLNAL01P
025800                          CLN1O-INTEREST-ARREARS +                DLNAL01P
025900                          CLN1O-PRINCIPAL-ARREARS.                DLNAL01P
026000     IF WS-RECEIPT IS NOT GREATER THAN ZERO                       DLNAL01P
026100        SET CLN1O-REQUEST-OK TO TRUE                              DLNAL01P
026200        MOVE 'Nothing has fallen due on that loan' TO CLN1O-MSG   DLNAL01P
026300        GO TO APPLY-RECEIPT-EXIT                                  DLNAL01P
026400     END-IF.                                                      DLNAL01P
026500     IF WS-RECEIPT IS GREATER THAN CLN1I-AMOUNT                   DLNAL01P
026600        MOVE CLN1I-AMOUNT TO WS-RECEIPT                           DLNAL01P
026700     END-IF.                                                      DLNAL01P
026800     PERFORM TAKE-THE-RECEIPT THRU                                DLNAL01P
026900             TAKE-THE-RECEIPT-EXIT.                               DLNAL01P
027000     IF CLN1O-MSG IS NOT EQUAL TO SPACES                          DLNAL01P
027100        GO TO APPLY-RECEIPT-EXIT                                  DLNAL01P
027200     END-IF.                                                      DLNAL01P
027300     MOVE WS-RECEIPT TO WS-REMAINING.                             DLNAL01P
027400                                                                  DLNAL01P
027500     MOVE 'F' TO DCL-LNA-COMPONENT.                               DLNAL01P
027600     MOVE '0001-01-01' TO WS-DUE-LOW.                             DLNAL01P
027700     MOVE WS-ASOF-DATE TO WS-DUE-HIGH.                            DLNAL01P
027800     PERFORM ALLOCATE-COMPONENT THRU                              DLNAL01P
027900             ALLOCATE-COMPONENT-EXIT.                             DLNAL01P
028000     IF CLN1O-MSG IS NOT EQUAL TO SPACES                          DLNAL01P
028100        GO TO APPLY-RECEIPT-EXIT                                  DLNAL01P
028200     END-IF.                                                      DLNAL01P
028300                                                                  DLNAL01P
028400     EXEC SQL                                                     DLNAL01P
028500          SET :WS-DUE-HIGH = DATE(:WS-ASOF-DATE) - 1 DAY          DLNAL01P
028600     END-EXEC.                                                    DLNAL01P
028700     MOVE 'I' TO DCL-LNA-COMPONENT.                               DLNAL01P
028800     PERFORM ALLOCATE-COMPONENT THRU                              DLNAL01P
028900             ALLOCATE-COMPONENT-EXIT.                             DLNAL01P
029000     IF CLN1O-MSG IS NOT EQUAL TO SPACES                          DLNAL01P
029100        GO TO APPLY-RECEIPT-EXIT                                  DLNAL01P
029200     END-IF.                                                      DLNAL01P
029300     MOVE 'P' TO DCL-LNA-COMPONENT.                               DLNAL01P
029400     PERFORM ALLOCATE-COMPONENT THRU                              DLNAL01P
029500             ALLOCATE-COMPONENT-EXIT.                             DLNAL01P
029600     IF CLN1O-MSG IS NOT EQUAL TO SPACES                          DLNAL01P
029700        GO TO APPLY-RECEIPT-EXIT                                  DLNAL01P
029800     END-IF.                                                      DLNAL01P
029900                                                                  DLNAL01P
030000     MOVE WS-ASOF-DATE TO WS-DUE-LOW.                             DLNAL01P
030100     MOVE WS-ASOF-DATE TO WS-DUE-HIGH.                            DLNAL01P
030200     MOVE 'I' TO DCL-LNA-COMPONENT.                               DLNAL01P
030300     PERFORM ALLOCATE-COMPONENT THRU                              DLNAL01P
030400             ALLOCATE-COMPONENT-EXIT.                             DLNAL01P
030500     IF CLN1O-MSG IS NOT EQUAL TO SPACES                          DLNAL01P
030600        GO TO APPLY-RECEIPT-EXIT                                  DLNAL01P
030700     END-IF.                                                      DLNAL01P
030800     MOVE 'P' TO DCL-LNA-COMPONENT.                               DLNAL01P
030900     PERFORM ALLOCATE-COMPONENT THRU                              DLNAL01P
031000             ALLOCATE-COMPONENT-EXIT.                             DLNAL01P
031100     IF CLN1O-MSG IS NOT EQUAL TO SPACES                          DLNAL01P
031200        GO TO APPLY-RECEIPT-EXIT                                  DLNAL01P
031300     END-IF.                                                      DLNAL01P
031400                                                                  DLNAL01P
031500     PERFORM CLEAR-PAID-INSTALLMENTS THRU                         DLNAL01P
031600             CLEAR-PAID-INSTALLMENTS-EXIT.                        DLNAL01P
031700     IF CLN1O-MSG IS NOT EQUAL TO SPACES                          DLNAL01P
031800        GO TO APPLY-RECEIPT-EXIT                                  DLNAL01P
031900     END-IF.                                                      DLNAL01P
032000     PERFORM JOURNAL-THE-RECEIPT THRU                             DLNAL01P
032100             JOURNAL-THE-RECEIPT-EXIT.                            DLNAL01P
032200     IF CLN1O-MSG IS NOT EQUAL TO SPACES                          DLNAL01P
032300        GO TO APPLY-RECEIPT-EXIT                                  DLNAL01P
032400     END-IF.                                                      DLNAL01P
032500*    Hand back what is still in arrears after this receipt        DLNAL01P
032600     PERFORM TOTAL-THE-ARREARS THRU                               DLNAL01P
032700             TOTAL-THE-ARREARS-EXIT.                              DLNAL01P
032800     IF CLN1O-MSG IS NOT EQUAL TO SPACES                          DLNAL01P
032900        GO TO APPLY-RECEIPT-EXIT                                  DLNAL01P
033000     END-IF.                                                      DLNAL01P
033100     MOVE WS-RECEIPT TO CLN1O-APPLIED.                            DLNAL01P
033200     SET CLN1O-REQUEST-OK TO TRUE.                                DLNAL01P
033300     MOVE 'Receipt allocated to the loan' TO CLN1O-MSG.           DLNAL01P
033400 APPLY-RECEIPT-EXIT.                                              DLNAL01P
033500     EXIT.                                                        DLNAL01P
033600                                                                  DLNAL01P
033700***************************************************************** DLNAL01P
033800* Debit the paying account and reference the receipt - once     * DLNAL01P
033900* the reference is handed back the money has moved              * DLNAL01P
034000***************************************************************** DLNAL01P
034100 TAKE-THE-RECEIPT.                                                DLNAL01P
034200     EXEC SQL                                                     DLNAL01P
034300          SELECT BAC_BALANCE,                                     DLNAL01P
034400                 BAC_STATUS                                       DLNAL01P
034500          INTO :WS-OLD-BALANCE,                                   DLNAL01P
034600               :WS-ACC-STATUS                                     DLNAL01P
034700          FROM BNKACC                                             DLNAL01P
034800          WHERE BAC_ACCNO = :CLN1I-ACCNO                          DLNAL01P
034900     END-EXEC.                                                    DLNAL01P
035000     IF SQLCODE IS NOT EQUAL TO ZERO                              DLNAL01P
035100        MOVE 'Unable to read the paying account' TO CLN1O-MSG     DLNAL01P
035200        GO TO TAKE-THE-RECEIPT-EXIT                               DLNAL01P
035300     END-IF.                                                      DLNAL01P
035400     IF WS-ACC-STATUS IS NOT EQUAL TO SPACE                       DLNAL01P
035500        MOVE 'The paying account is not open' TO CLN1O-MSG        DLNAL01P
035600        GO TO TAKE-THE-RECEIPT-EXIT                               DLNAL01P
035700     END-IF.                                                      DLNAL01P
035800     COMPUTE WS-NEW-BALANCE =                                     DLNAL01P
035900             WS-OLD-BALANCE - WS-RECEIPT.                         DLNAL01P
036000     IF WS-NEW-BALANCE IS LESS THAN ZERO                          DLNAL01P
036100        MOVE 'The paying account cannot cover the receipt'        DLNAL01P
036200          TO CLN1O-MSG                                            DLNAL01P
036300        GO TO TAKE-THE-RECEIPT-EXIT                               DLNAL01P
036400     END-IF.                                                      DLNAL01P
036500     EXEC SQL                                                     DLNAL01P
036600          UPDATE BNKACC                                           DLNAL01P
036700          SET BAC_BALANCE = :WS-NEW-BALANCE,                      DLNAL01P
036800              BAC_UPDATED_TS = CURRENT TIMESTAMP                  DLNAL01P
036900          WHERE (BAC_ACCNO = :CLN1I-ACCNO AND                     DLNAL01P
037000                 BAC_BALANCE = :WS-OLD-BALANCE)                   DLNAL01P
037100     END-EXEC.                                                    DLNAL01P
037200     IF SQLCODE IS NOT EQUAL TO ZERO                              DLNAL01P
037300        MOVE 'Unable to take the receipt' TO CLN1O-MSG            DLNAL01P
037400        GO TO TAKE-THE-RECEIPT-EXIT                               DLNAL01P
037500     END-IF.                                                      DLNAL01P
037600     EXEC SQL                                                     DLNAL01P
037700          SET :WS-POST-TIMESTAMP = CURRENT TIMESTAMP              DLNAL01P
037800     END-EXEC.                                                    DLNAL01P
037900***************************************************************** DLNAL01P
038000* Every posting carries a unique, human-readable reference -      DLNAL01P
038100* built and probed by the shared builder; a builder problem       DLNAL01P
038200* surfaces on the insert itself                                   DLNAL01P
038300***************************************************************** DLNAL01P
038400     IF CLN1I-REF-PREFIX IS EQUAL TO SPACES                       DLNAL01P
038500        MOVE 'LP' TO TR-PREFIX                                    DLNAL01P
038600     ELSE                                                         DLNAL01P
038700        MOVE CLN1I-REF-PREFIX TO TR-PREFIX                        DLNAL01P
038800     END-IF.                                                      DLNAL01P
038900     MOVE WS-POST-TIMESTAMP TO TR-TIMESTAMP.                      DLNAL01P
039000     CALL 'DBANK30P' USING WS-REF-DATA.                           DLNAL01P
039100     MOVE TR-REF TO CLN1O-REFERENCE.                              DLNAL01P
039200 TAKE-THE-RECEIPT-EXIT.                                           DLNAL01P
039300     EXIT.                                                        DLNAL01P
039400                                                                  DLNAL01P
039500***************************************************************** DLNAL01P
039600* Run what is left of the receipt over one component on the     * DLNAL01P
039700* installments due inside the window, oldest first              * DLNAL01P
039800***************************************************************** DLNAL01P
039900 ALLOCATE-COMPONENT.                                              DLNAL01P
040000     MOVE ZERO TO WS-LAST-SEQ.                                    DLNAL01P
040100 ALLOCATE-LOOP.                                                   DLNAL01P
040200     IF WS-REMAINING IS NOT GREATER THAN ZERO                     DLNAL01P
040300        GO TO ALLOCATE-COMPONENT-EXIT                             DLNAL01P
040400     END-IF.                                                      DLNAL01P
040500     PERFORM READ-NEXT-PORTION THRU                               DLNAL01P
040600             READ-NEXT-PORTION-EXIT.                              DLNAL01P
040700     IF WS-PORTION-FOUND IS NOT EQUAL TO 'Y'                      DLNAL01P
040800        GO TO ALLOCATE-COMPONENT-EXIT                             DLNAL01P
040900     END-IF.                                                      DLNAL01P
041000     IF DCL-LNS-OWING IS GREATER THAN WS-REMAINING                DLNAL01P
041100        MOVE WS-REMAINING TO WS-PORTION                           DLNAL01P
041200     ELSE                                                         DLNAL01P
041300        MOVE DCL-LNS-OWING TO WS-PORTION                          DLNAL01P
041400     END-IF.                                                      DLNAL01P
041500     PERFORM APPLY-PORTION THRU                                   DLNAL01P
041600             APPLY-PORTION-EXIT.                                  DLNAL01P
041700     IF CLN1O-MSG IS NOT EQUAL TO SPACES                          DLNAL01P
041800        GO TO ALLOCATE-COMPONENT-EXIT                             DLNAL01P
041900     END-IF.                                                      DLNAL01P
042000     SUBTRACT WS-PORTION FROM WS-REMAINING.                       DLNAL01P
042100     MOVE DCL-LNS-SEQ TO WS-LAST-SEQ.                             DLNAL01P
042200     GO TO ALLOCATE-LOOP.                                         DLNAL01P
042300 ALLOCATE-COMPONENT-EXIT.                                         DLNAL01P
042400     EXIT.                                                        DLNAL01P
042500                                                                  DLNAL01P
042600***************************************************************** DLNAL01P
042700* The next unpaid installment, after the last one looked at,    * DLNAL01P
042800* still owing something on the component in hand                * DLNAL01P
042900***************************************************************** DLNAL01P
043000 READ-NEXT-PORTION.                                               DLNAL01P
043100     MOVE 'N' TO WS-PORTION-FOUND.                                DLNAL01P
043200     EVALUATE DCL-LNA-COMPONENT                                   DLNAL01P
043300       WHEN 'F'                                                   DLNAL01P
043400         EXEC SQL                                                 DLNAL01P
043500              SELECT LNS_SEQ,                                     DLNAL01P
043600                     LNS_FEE_DUE - LNS_FEE_PAID                   DLNAL01P
043700              INTO :DCL-LNS-SEQ,                                  DLNAL01P
043800                   :DCL-LNS-OWING                                 DLNAL01P
043900              FROM BNKLNSC                                        DLNAL01P
044000              WHERE LNS_LOAN_ID = :DCL-LON-ID AND                 DLNAL01P
044100                    LNS_SEQ =                                     DLNAL01P
044200                    (SELECT MIN(NXT.LNS_SEQ)                      DLNAL01P
044300                     FROM BNKLNSC NXT                             DLNAL01P
044400                     WHERE NXT.LNS_LOAN_ID = :DCL-LON-ID AND      DLNAL01P
044500                           NXT.LNS_STATUS IN (' ', 'M') AND       DLNAL01P
044600                           NXT.LNS_DUE_DATE >= :WS-DUE-LOW AND    DLNAL01P
044700                           NXT.LNS_DUE_DATE <= :WS-DUE-HIGH AND   DLNAL01P
044800                           NXT.LNS_FEE_DUE > NXT.LNS_FEE_PAID AND DLNAL01P
044900                           NXT.LNS_SEQ > :WS-LAST-SEQ)            DLNAL01P
045000         END-EXEC                                                 DLNAL01P
045100       WHEN 'I'                                                   DLNAL01P
045200         EXEC SQL                                                 DLNAL01P
045300              SELECT LNS_SEQ,                                     DLNAL01P
045400                     LNS_INTEREST - LNS_INT_PAID                  DLNAL01P
045500              INTO :DCL-LNS-SEQ,                                  DLNAL01P
045600                   :DCL-LNS-OWING                                 DLNAL01P
045700              FROM BNKLNSC                                        DLNAL01P
045800              WHERE LNS_LOAN_ID = :DCL-LON-ID AND                 DLNAL01P
045900                    LNS_SEQ =                                     DLNAL01P
046000                    (SELECT MIN(NXT.LNS_SEQ)                      DLNAL01P
046100                     FROM BNKLNSC NXT                             DLNAL01P
046200                     WHERE NXT.LNS_LOAN_ID = :DCL-LON-ID AND      DLNAL01P
046300                           NXT.LNS_STATUS IN (' ', 'M') AND       DLNAL01P
046400                           NXT.LNS_DUE_DATE >= :WS-DUE-LOW AND    DLNAL01P
046500                           NXT.LNS_DUE_DATE <= :WS-DUE-HIGH AND   DLNAL01P
046600                           NXT.LNS_INTEREST > NXT.LNS_INT_PAID ANDDLNAL01P
046700                           NXT.LNS_SEQ > :WS-LAST-SEQ)            DLNAL01P
046800         END-EXEC                                                 DLNAL01P
046900       WHEN OTHER                                                 DLNAL01P
047000         EXEC SQL                                                 DLNAL01P
047100              SELECT LNS_SEQ,                                     DLNAL01P
047200                     LNS_PRINCIPAL - LNS_PRIN_PAID                DLNAL01P
047300              INTO :DCL-LNS-SEQ,                                  DLNAL01P
047400                   :DCL-LNS-OWING                                 DLNAL01P
047500              FROM BNKLNSC                                        DLNAL01P
047600              WHERE LNS_LOAN_ID = :DCL-LON-ID AND                 DLNAL01P
047700                    LNS_SEQ =                                     DLNAL01P
047800                    (SELECT MIN(NXT.LNS_SEQ)                      DLNAL01P
047900                     FROM BNKLNSC NXT                             DLNAL01P
048000                     WHERE NXT.LNS_LOAN_ID = :DCL-LON-ID AND      DLNAL01P
048100                           NXT.LNS_STATUS IN (' ', 'M') AND       DLNAL01P
048200                           NXT.LNS_DUE_DATE >= :WS-DUE-LOW AND    DLNAL01P
048300                           NXT.LNS_DUE_DATE <= :WS-DUE-HIGH AND   DLNAL01P
048400                           NXT.LNS_PRINCIPAL >                    DLNAL01P
048500                           NXT.LNS_PRIN_PAID AND                  DLNAL01P
048600                           NXT.LNS_SEQ > :WS-LAST-SEQ)            DLNAL01P
048700         END-EXEC                                                 DLNAL01P
048800     END-EVALUATE.                                                DLNAL01P
048900     IF SQLCODE IS EQUAL TO +100                                  DLNAL01P
049000        GO TO READ-NEXT-PORTION-EXIT                              DLNAL01P
049100     END-IF.                                                      DLNAL01P
049200     IF SQLCODE IS NOT EQUAL TO ZERO                              DLNAL01P
049300        MOVE 'Unable to read the repayment schedule' TO CLN1O-MSG DLNAL01P
049400        GO TO READ-NEXT-PORTION-EXIT                              DLNAL01P
049500     END-IF.                                                      DLNAL01P
049600     MOVE 'Y' TO WS-PORTION-FOUND.                                DLNAL01P
049700 READ-NEXT-PORTION-EXIT.                                          DLNAL01P
049800     EXIT.                                                        DLNAL01P
049900                                                                  DLNAL01P
050000***************************************************************** DLNAL01P
050100* Book one portion against its installment and record it for    * DLNAL01P
050200* the arrears statement                                         * DLNAL01P
050300***************************************************************** DLNAL01P
050400 APPLY-PORTION.                                                   DLNAL01P
050500     EVALUATE DCL-LNA-COMPONENT                                   DLNAL01P
050600       WHEN 'F'                                                   DLNAL01P
050700         EXEC SQL                                                 DLNAL01P
050800              UPDATE BNKLNSC                                      DLNAL01P
050900              SET LNS_FEE_PAID = LNS_FEE_PAID + :WS-PORTION       DLNAL01P
051000              WHERE LNS_LOAN_ID = :DCL-LON-ID AND                 DLNAL01P
051100                    LNS_SEQ = :DCL-LNS-SEQ                        DLNAL01P
051200         END-EXEC                                                 DLNAL01P
051300       WHEN 'I'                                                   DLNAL01P
051400         EXEC SQL                                                 DLNAL01P
051500              UPDATE BNKLNSC                                      DLNAL01P
051600              SET LNS_INT_PAID = LNS_INT_PAID + :WS-PORTION       DLNAL01P
051700              WHERE LNS_LOAN_ID = :DCL-LON-ID AND                 DLNAL01P
051800                    LNS_SEQ = :DCL-LNS-SEQ                        DLNAL01P
051900         END-EXEC                                                 DLNAL01P
052000       WHEN OTHER                                                 DLNAL01P
052100         EXEC SQL                                                 DLNAL01P
052200              UPDATE BNKLNSC                                      DLNAL01P
052300              SET LNS_PRIN_PAID = LNS_PRIN_PAID + :WS-PORTION     DLNAL01P
052400              WHERE LNS_LOAN_ID = :DCL-LON-ID AND                 DLNAL01P
052500                    LNS_SEQ = :DCL-LNS-SEQ                        DLNAL01P
052600         END-EXEC                                                 DLNAL01P
052700     END-EVALUATE.                                                DLNAL01P
052800     IF SQLCODE IS NOT EQUAL TO ZERO                              DLNAL01P
052900        MOVE 'Unable to allocate to an installment' TO CLN1O-MSG  DLNAL01P
053000        GO TO APPLY-PORTION-EXIT                                  DLNAL01P
053100     END-IF.                                                      DLNAL01P
053200     EXEC SQL                                                     DLNAL01P
053300          SELECT VALUE(MAX(LNA_ID), 0) + 1                        DLNAL01P
053400          INTO :DCL-LNA-ID                                        DLNAL01P
053500          FROM BNKLNAL                                            DLNAL01P
053600     END-EXEC.                                                    DLNAL01P
053700     IF SQLCODE IS NOT EQUAL TO ZERO                              DLNAL01P
053800        MOVE 'Unable to reference the allocation register'        DLNAL01P
053900          TO CLN1O-MSG                                            DLNAL01P
054000        GO TO APPLY-PORTION-EXIT                                  DLNAL01P
054100     END-IF.                                                      DLNAL01P
054200     EXEC SQL                                                     DLNAL01P
054300          INSERT                                                  DLNAL01P
054400          INTO BNKLNAL (LNA_ID,                                   DLNAL01P
054500                        LNA_LOAN_ID,                              DLNAL01P
054600                        LNA_SEQ,                                  DLNAL01P
054700                        LNA_DATE,                                 DLNAL01P
054800                        LNA_REF,                                  DLNAL01P
054900                        LNA_ACCNO,                                DLNAL01P
055000                        LNA_COMPONENT,                            DLNAL01P
055100                        LNA_AMOUNT)                               DLNAL01P
055200          VALUES (:DCL-LNA-ID,                                    DLNAL01P
055300                  :DCL-LON-ID,                                    DLNAL01P
055400                  :DCL-LNS-SEQ,                                   DLNAL01P
055500                  :WS-ASOF-DATE,                                  DLNAL01P
055600                  :TR-REF,                                        DLNAL01P
055700                  :CLN1I-ACCNO,                                   DLNAL01P
055800                  :DCL-LNA-COMPONENT,                             DLNAL01P
055900                  :WS-PORTION)                                    DLNAL01P
056000     END-EXEC.                                                    DLNAL01P
056100     IF SQLCODE IS NOT EQUAL TO ZERO                              DLNAL01P
056200        MOVE 'Unable to record an allocation' TO CLN1O-MSG        DLNAL01P
056300        GO TO APPLY-PORTION-EXIT                                  DLNAL01P
056400     END-IF.                                                      DLNAL01P
056500     EVALUATE DCL-LNA-COMPONENT                                   DLNAL01P
056600       WHEN 'F'                                                   DLNAL01P
056700         ADD WS-PORTION TO CLN1O-FEE-PART                         DLNAL01P
056800       WHEN 'I'                                                   DLNAL01P
056900         ADD WS-PORTION TO CLN1O-INTEREST-PART                    DLNAL01P
057000       WHEN OTHER                                                 DLNAL01P
057100         ADD WS-PORTION TO CLN1O-PRINCIPAL-PART                   DLNAL01P
057200     END-EVALUATE.                                                DLNAL01P
057300 APPLY-PORTION-EXIT.                                              DLNAL01P
057400     EXIT.                                                        DLNAL01P
057500                                                                  DLNAL01P
057600***************************************************************** DLNAL01P
057700* An installment whose fee, interest and principal are all      * DLNAL01P
057800* covered is paid                                               * DLNAL01P
057900***************************************************************** DLNAL01P
058000 CLEAR-PAID-INSTALLMENTS.                                         DLNAL01P
058100     EXEC SQL                                                     DLNAL01P
058200          UPDATE BNKLNSC                                          DLNAL01P
058300          SET LNS_STATUS = 'P',                                   DLNAL01P
058400              LNS_PAID_DATE = CURRENT DATE                        DLNAL01P
058500          WHERE LNS_LOAN_ID = :DCL-LON-ID AND                     DLNAL01P
058600                LNS_STATUS IN (' ', 'M') AND                      DLNAL01P
058700                LNS_DUE_DATE <= :WS-ASOF-DATE AND                 DLNAL01P
058800                LNS_FEE_PAID >= LNS_FEE_DUE AND                   DLNAL01P
058900                LNS_INT_PAID >= LNS_INTEREST AND                  DLNAL01P
059000                LNS_PRIN_PAID >= LNS_PRINCIPAL                    DLNAL01P
059100     END-EXEC.                                                    DLNAL01P
059200     IF SQLCODE IS EQUAL TO ZERO                                  DLNAL01P
059300        MOVE SQLERRD (3) TO CLN1O-INSTALLMENTS-CLEARED            DLNAL01P
059400        GO TO CLEAR-PAID-INSTALLMENTS-EXIT                        DLNAL01P
059500     END-IF.                                                      DLNAL01P
059600     IF SQLCODE IS NOT EQUAL TO +100                              DLNAL01P
059700        MOVE 'Unable to mark an installment paid' TO CLN1O-MSG    DLNAL01P
059800     END-IF.                                                      DLNAL01P
059900 CLEAR-PAID-INSTALLMENTS-EXIT.                                    DLNAL01P
060000     EXIT.                                                        DLNAL01P
060100                                                                  DLNAL01P
060200***************************************************************** DLNAL01P
060300* One loan posting for the whole receipt, carrying the split so * DLNAL01P
060400* the ledger sweep can credit the receivable, interest income   * DLNAL01P
060500* and fee income                                                * DLNAL01P
060600***************************************************************** DLNAL01P
060700 JOURNAL-THE-RECEIPT.                                             DLNAL01P
060800     MOVE SPACES TO TXN-DATA-OLD.                                 DLNAL01P
060900     IF CLN1I-DESC IS EQUAL TO SPACES                             DLNAL01P
061000        MOVE 'Loan payment received' TO TXN-T8-OLD-DESC           DLNAL01P
061100     ELSE                                                         DLNAL01P
061200        MOVE CLN1I-DESC TO TXN-T8-OLD-DESC                        DLNAL01P
061300     END-IF.                                                      DLNAL01P
061400     MOVE DCL-LON-ID TO TXN-T8-OLD-LOAN-ID.                       DLNAL01P
061500     MOVE CLN1O-PRINCIPAL-PART TO TXN-T8-OLD-PRINCIPAL.           DLNAL01P
061600     MOVE CLN1O-INTEREST-PART TO TXN-T8-OLD-INTEREST.             DLNAL01P
061700     MOVE CLN1O-FEE-PART TO TXN-T8-OLD-FEE.                       DLNAL01P
061800     EXEC SQL                                                     DLNAL01P
061900          INSERT                                                  DLNAL01P
062000          INTO BNKTXN (BTX_PID,                                   DLNAL01P
062100                       BTX_TYPE,                                  DLNAL01P
062200                       BTX_SUB_TYPE,                              DLNAL01P
062300                       BTX_ACCNO,                                 DLNAL01P
062400                       BTX_TIMESTAMP,                             DLNAL01P
062500                       BTX_AMOUNT,                                DLNAL01P
062600                       BTX_DATA_OLD,                              DLNAL01P
062700                       BTX_REF)                                   DLNAL01P
062800          VALUES (:DCL-LON-PID,                                   DLNAL01P
062900                  '8',                                            DLNAL01P
063000                  '2',                                            DLNAL01P
063100                  :CLN1I-ACCNO,                                   DLNAL01P
063200                  :WS-POST-TIMESTAMP,                             DLNAL01P
063300                  :WS-RECEIPT,                                    DLNAL01P
063400                  :TXN-DATA-OLD,                                  DLNAL01P
063500                  :TR-REF)                                        DLNAL01P
063600     END-EXEC.                                                    DLNAL01P
063700     IF SQLCODE IS NOT EQUAL TO ZERO                              DLNAL01P
063800        MOVE 'Unable to journal the receipt' TO CLN1O-MSG         DLNAL01P
063900     END-IF.                                                      DLNAL01P
064000 JOURNAL-THE-RECEIPT-EXIT.                                        DLNAL01P
064100     EXIT.                                                        DLNAL01P
064200                                                                  DLNAL01P
064300***************************************************************** DLNAL01P
064400* The arrears statement - every payment and how it was split    * DLNAL01P
064500* across fees, interest and principal, then each installment    * DLNAL01P
064600* still owing and the totals - filed in the report repository   * DLNAL01P
064700***************************************************************** DLNAL01P
064800 ARREARS-STATEMENT.                                               DLNAL01P
064900     PERFORM TOTAL-THE-ARREARS THRU                               DLNAL01P
065000             TOTAL-THE-ARREARS-EXIT.                              DLNAL01P
065100     IF CLN1O-MSG IS NOT EQUAL TO SPACES                          DLNAL01P
065200        GO TO ARREARS-STATEMENT-EXIT                              DLNAL01P
065300     END-IF.                                                      DLNAL01P
065400     MOVE 'LINE,DATE,REFERENCE,SEQ,FEES,INTEREST,PRINCIPAL'       DLNAL01P
065500       TO WS-CSV-LINE.                                            DLNAL01P
065600     PERFORM QUEUE-REPORT-LINE THRU                               DLNAL01P
065700             QUEUE-REPORT-LINE-EXIT.                              DLNAL01P
065800     EXEC SQL                                                     DLNAL01P
065900          DECLARE PAID_CSR CURSOR FOR                             DLNAL01P
066000          SELECT LNA_DATE,                                        DLNAL01P
066100                 LNA_REF,                                         DLNAL01P
066200                 LNA_SEQ,                                         DLNAL01P
066300                 SUM(CASE WHEN LNA_COMPONENT = 'F'                DLNAL01P
066400                          THEN LNA_AMOUNT ELSE 0 END),            DLNAL01P
066500                 SUM(CASE WHEN LNA_COMPONENT = 'I'                DLNAL01P
066600                          THEN LNA_AMOUNT ELSE 0 END),            DLNAL01P
066700                 SUM(CASE WHEN LNA_COMPONENT = 'P'                DLNAL01P
066800                          THEN LNA_AMOUNT ELSE 0 END)             DLNAL01P
066900          FROM BNKLNAL                                            DLNAL01P
067000          WHERE LNA_LOAN_ID = :DCL-LON-ID                         DLNAL01P
067100          GROUP BY LNA_DATE,                                      DLNAL01P
067200                   LNA_REF,                                       DLNAL01P
067300                   LNA_SEQ                                        DLNAL01P
067400          ORDER BY LNA_DATE,                                      DLNAL01P
067500                   LNA_REF,                                       DLNAL01P
067600                   LNA_SEQ                                        DLNAL01P
067700          FOR FETCH ONLY                                          DLNAL01P
067800     END-EXEC.                                                    DLNAL01P
067900     EXEC SQL                                                     DLNAL01P
068000          OPEN PAID_CSR                                           DLNAL01P
068100     END-EXEC.                                                    DLNAL01P
068200     IF SQLCODE IS NOT EQUAL TO ZERO                              DLNAL01P
068300        MOVE 'Unable to open the allocation register' TO CLN1O-MSGDLNAL01P
068400        GO TO ARREARS-STATEMENT-EXIT                              DLNAL01P
068500     END-IF.                                                      DLNAL01P
068600 PAID-LOOP.                                                       DLNAL01P
068700     EXEC SQL                                                     DLNAL01P
068800          FETCH PAID_CSR                                          DLNAL01P
068900          INTO :DCL-LNA-DATE,                                     DLNAL01P
069000               :DCL-LNA-REF,                                      DLNAL01P
069100               :DCL-LNS-SEQ,                                      DLNAL01P
069200               :DCL-STM-FEE,                                      DLNAL01P
069300               :DCL-STM-INTEREST,                                 DLNAL01P
069400               :DCL-STM-PRINCIPAL                                 DLNAL01P
069500     END-EXEC.                                                    DLNAL01P
069600     IF SQLCODE IS EQUAL TO +100                                  DLNAL01P
069700        GO TO PAID-LOOP-EXIT                                      DLNAL01P
069800     END-IF.                                                      DLNAL01P
069900     IF SQLCODE IS NOT EQUAL TO ZERO                              DLNAL01P
070000        MOVE 'Unable to read the allocation register' TO CLN1O-MSGDLNAL01P
070100        GO TO PAID-LOOP-EXIT                                      DLNAL01P
070200     END-IF.                                                      DLNAL01P
070300     MOVE 'PAID' TO WS-CSV-LINE.                                  DLNAL01P
070400     PERFORM QUEUE-STATEMENT-LINE THRU                            DLNAL01P
070500             QUEUE-STATEMENT-LINE-EXIT.                           DLNAL01P
070600     GO TO PAID-LOOP.                                             DLNAL01P
070700 PAID-LOOP-EXIT.                                                  DLNAL01P
070800     EXEC SQL                                                     DLNAL01P
070900          CLOSE PAID_CSR                                          DLNAL01P
071000     END-EXEC.                                                    DLNAL01P
071100     IF CLN1O-MSG IS NOT EQUAL TO SPACES                          DLNAL01P
071200        GO TO ARREARS-STATEMENT-EXIT                              DLNAL01P
071300     END-IF.                                                      DLNAL01P
071400                                                                  DLNAL01P
071500     EXEC SQL                                                     DLNAL01P
071600          DECLARE OWED_CSR CURSOR FOR                             DLNAL01P
071700          SELECT LNS_DUE_DATE,                                    DLNAL01P
071800                 LNS_SEQ,                                         DLNAL01P
071900                 LNS_FEE_DUE - LNS_FEE_PAID,                      DLNAL01P
072000                 LNS_INTEREST - LNS_INT_PAID,                     DLNAL01P
072100                 LNS_PRINCIPAL - LNS_PRIN_PAID                    DLNAL01P
072200          FROM BNKLNSC                                            DLNAL01P
072300          WHERE LNS_LOAN_ID = :DCL-LON-ID AND                     DLNAL01P
072400                LNS_STATUS IN (' ', 'M') AND                      DLNAL01P
072500                LNS_DUE_DATE <= :WS-ASOF-DATE                     DLNAL01P
072600          ORDER BY LNS_SEQ                                        DLNAL01P
072700          FOR FETCH ONLY                                          DLNAL01P
072800     END-EXEC.                                                    DLNAL01P
072900     EXEC SQL                                                     DLNAL01P
073000          OPEN OWED_CSR                                           DLNAL01P
073100     END-EXEC.                                                    DLNAL01P
073200     IF SQLCODE IS NOT EQUAL TO ZERO                              DLNAL01P
073300        MOVE 'Unable to open the repayment schedule' TO CLN1O-MSG DLNAL01P
073400        GO TO ARREARS-STATEMENT-EXIT                              DLNAL01P
073500     END-IF.                                                      DLNAL01P
073600 OWED-LOOP.                                                       DLNAL01P
073700     EXEC SQL                                                     DLNAL01P
073800          FETCH OWED_CSR                                          DLNAL01P
073900          INTO :DCL-LNA-DATE,                                     DLNAL01P
074000               :DCL-LNS-SEQ,                                      DLNAL01P
074100               :DCL-STM-FEE,                                      DLNAL01P
074200               :DCL-STM-INTEREST,                                 DLNAL01P
074300               :DCL-STM-PRINCIPAL                                 DLNAL01P
074400     END-EXEC.                                                    DLNAL01P
074500     IF SQLCODE IS EQUAL TO +100                                  DLNAL01P
074600        GO TO OWED-LOOP-EXIT                                      DLNAL01P
074700     END-IF.                                                      DLNAL01P
074800     IF SQLCODE IS NOT EQUAL TO ZERO                              DLNAL01P
074900        MOVE 'Unable to read the repayment schedule' TO CLN1O-MSG DLNAL01P
075000        GO TO OWED-LOOP-EXIT                                      DLNAL01P
075100     END-IF.                                                      DLNAL01P
075200     MOVE SPACES TO DCL-LNA-REF.                                  DLNAL01P
075300     MOVE 'OWED' TO WS-CSV-LINE.                                  DLNAL01P
075400     PERFORM QUEUE-STATEMENT-LINE THRU                            DLNAL01P
075500             QUEUE-STATEMENT-LINE-EXIT.                           DLNAL01P
075600     GO TO OWED-LOOP.                                             DLNAL01P
075700 OWED-LOOP-EXIT.                                                  DLNAL01P
075800     EXEC SQL                                                     DLNAL01P
075900          CLOSE OWED_CSR                                          DLNAL01P
076000     END-EXEC.                                                    DLNAL01P
076100     IF CLN1O-MSG IS NOT EQUAL TO SPACES                          DLNAL01P
076200        GO TO ARREARS-STATEMENT-EXIT                              DLNAL01P
076300     END-IF.                                                      DLNAL01P
076400                                                                  DLNAL01P
076500     MOVE CLN1O-FEE-ARREARS TO WS-FEE-DISP.                       DLNAL01P
076600     MOVE CLN1O-INTEREST-ARREARS TO WS-INT-DISP.                  DLNAL01P
076700     MOVE CLN1O-PRINCIPAL-ARREARS TO WS-PRIN-DISP.                DLNAL01P
076800     MOVE SPACES TO WS-CSV-LINE.                                  DLNAL01P
076900     STRING 'TOTAL,' WS-ASOF-DATE ',,,'                           DLNAL01P
077000            WS-FEE-DISP ',' WS-INT-DISP ',' WS-PRIN-DISP          DLNAL01P
077100            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DLNAL01P
077200     PERFORM QUEUE-REPORT-LINE THRU                               DLNAL01P
077300             QUEUE-REPORT-LINE-EXIT.                              DLNAL01P
077400     INITIALIZE CD96-DATA.                                        DLNAL01P
077500     SET CD96I-CAPTURE-REPORT TO TRUE.                            DLNAL01P
077600     MOVE WS-PROGRAM-ID TO CD96I-JOB.                             DLNAL01P
077700     STRING 'ARREARS STMT ' DCL-LON-ID                            DLNAL01P
077800            DELIMITED BY SIZE INTO CD96I-REPORT-NAME.             DLNAL01P
077900     MOVE 'CSVQ' TO CD96I-QUEUE.                                  DLNAL01P
078000     MOVE 999 TO CD96I-RETAIN-DAYS.                               DLNAL01P
078100 COPY CBANKX96.                                                   DLNAL01P
078200     IF NOT CD96O-REQUEST-OK                                      DLNAL01P
078300        MOVE CD96O-MSG TO CLN1O-MSG                               DLNAL01P
078400        GO TO ARREARS-STATEMENT-EXIT                              DLNAL01P
078500     END-IF.                                                      DLNAL01P
078600     SET CLN1O-REQUEST-OK TO TRUE.                                DLNAL01P
078700     MOVE SPACES TO CLN1O-MSG.                                    DLNAL01P
078800     STRING 'Arrears statement filed as report '                  DLNAL01P
078900            CD96O-REPORT-ID                                       DLNAL01P
079000            DELIMITED BY SIZE INTO CLN1O-MSG.                     DLNAL01P
079100 ARREARS-STATEMENT-EXIT.                                          DLNAL01P
079200     EXIT.                                                        DLNAL01P
079300                                                                  DLNAL01P
079400***************************************************************** DLNAL01P
079500* Finish one statement line - the line kind is already in place * DLNAL01P
079600***************************************************************** DLNAL01P
079700 QUEUE-STATEMENT-LINE.                                            DLNAL01P
079800     MOVE DCL-LNS-SEQ TO WS-SEQ-DISP.                             DLNAL01P
079900     MOVE DCL-STM-FEE TO WS-FEE-DISP.                             DLNAL01P
080000     MOVE DCL-STM-INTEREST TO WS-INT-DISP.                        DLNAL01P
080100     MOVE DCL-STM-PRINCIPAL TO WS-PRIN-DISP.                      DLNAL01P
080200     STRING ',' DCL-LNA-DATE ',' DCL-LNA-REF ',' WS-SEQ-DISP ','  DLNAL01P
080300            WS-FEE-DISP ',' WS-INT-DISP ',' WS-PRIN-DISP          DLNAL01P
080400            DELIMITED BY SIZE INTO WS-CSV-LINE (5:).              DLNAL01P
080500     PERFORM QUEUE-REPORT-LINE THRU                               DLNAL01P
080600             QUEUE-REPORT-LINE-EXIT.                              DLNAL01P
080700 QUEUE-STATEMENT-LINE-EXIT.                                       DLNAL01P
080800     EXIT.                                                        DLNAL01P
080900                                                                  DLNAL01P
081000***************************************************************** DLNAL01P
081100* Hand the built line to the extract queue                      * DLNAL01P
081200***************************************************************** DLNAL01P
081300 QUEUE-REPORT-LINE.                                               DLNAL01P
081400 COPY CCSVWRQ.                                                    DLNAL01P
081500 QUEUE-REPORT-LINE-EXIT.                                          DLNAL01P
081600     EXIT.                                                        DLNAL01P
