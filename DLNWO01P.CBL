000100***************************************************************** DLNWO01P
000200*                                                               * DLNWO01P
000300*   Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.   * DLNWO01P
000400*   This demonstration program is provided for use by users     * DLNWO01P
000500*   of Micro Focus products and may be used, modified and       * DLNWO01P
000600*   distributed as part of your application provided that       * DLNWO01P
000700*   you properly acknowledge the copyright of Micro Focus       * DLNWO01P
000800*   in this material.                                           * DLNWO01P
000900*                                                               * DLNWO01P
001000***************************************************************** DLNWO01P
001100                                                                  DLNWO01P
001200***************************************************************** DLNWO01P
001300* Program:     DLNWO01P.CBL                                     * DLNWO01P
001400* Function:    Loan write-off and recovery - register a         * DLNWO01P
001500*              write-off request on BNKLNWO and route it        * DLNWO01P
001600*              through DBANK81P maker-checker; on approval      * DLNWO01P
001700*              charge the outstanding principal against the     * DLNWO01P
001800*              loan-loss allowance, close the open schedule     * DLNWO01P
001900*              and mark the loan written off; credit money      * DLNWO01P
002000*              recovered afterwards to recoveries income,       * DLNWO01P
002100*              logged against the loan on BNKLNRCV; and file    * DLNWO01P
002200*              the monthly write-off and recovery report        * DLNWO01P
002300*              SQL version                                      * DLNWO01P
002400***************************************************************** DLNWO01P
002500                                                                  DLNWO01P
002600 IDENTIFICATION DIVISION.                                         DLNWO01P
002700 PROGRAM-ID.                                                      DLNWO01P
002800     DLNWO01P.                                                    DLNWO01P
002900 DATE-WRITTEN.                                                    DLNWO01P
003000     October 2026.                                                DLNWO01P
003100 DATE-COMPILED.                                                   DLNWO01P
003200     Today.                                                       DLNWO01P
003300                                                                  DLNWO01P
003400 ENVIRONMENT DIVISION.                                            DLNWO01P
003500                                                                  DLNWO01P
003600 DATA DIVISION.                                                   DLNWO01P
003700                                                                  DLNWO01P
003800 WORKING-STORAGE SECTION.                                         DLNWO01P
003900 01  WS-MISC-STORAGE.                                             DLNWO01P
004000   05  WS-PROGRAM-ID                         PIC X(8)             DLNWO01P
004100       VALUE 'DLNWO01P'.                                          DLNWO01P
004200   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DLNWO01P
004300   05  WS-PRIN-DISP                          PIC -(7)9.99.        DLNWO01P
004400   05  WS-INT-DISP                           PIC -(7)9.99.        DLNWO01P
004500   05  WS-FEE-DISP                           PIC -(7)9.99.        DLNWO01P
004600   05  WS-REC-DISP                           PIC -(7)9.99.        DLNWO01P
004700   05  WS-TOT-WO-DISP                        PIC -(9)9.99.        DLNWO01P
004800   05  WS-TOT-REC-DISP                       PIC -(9)9.99.        DLNWO01P
004900                                                                  DLNWO01P
005000***************************************************************** DLNWO01P
005100* The ledger lines a write-off and a recovery post to - the     * DLNWO01P
005200* allowance line is the one DBANK40P builds the provision on    * DLNWO01P
005300***************************************************************** DLNWO01P
005400 01  WS-WRITE-OFF-GL.                                             DLNWO01P
005500   05  WS-GL-PROV-ALLOW-ACCT                 PIC X(6)             DLNWO01P
005600       VALUE '100300'.                                            DLNWO01P
005700   05  WS-GL-LOANS-ACCT                      PIC X(6)             DLNWO01P
005800       VALUE '100200'.                                            DLNWO01P
005900   05  WS-GL-SETTLEMENT-ACCT                 PIC X(6)             DLNWO01P
006000       VALUE '200200'.                                            DLNWO01P
006100   05  WS-GL-RECOVERY-ACCT                   PIC X(6)             DLNWO01P
006200       VALUE '400400'.                                            DLNWO01P
006300                                                                  DLNWO01P
006400 01  WS-CSV-DATA.                                                 DLNWO01P
006500 COPY CCSVD.                                                      DLNWO01P
006600                                                                  DLNWO01P
006700 01  WS-96-COMMAREA.                                              DLNWO01P
006800 COPY CBANKD96.                                                   DLNWO01P
006900                                                                  DLNWO01P
007000   EXEC SQL                                                       DLNWO01P
007100        BEGIN DECLARE SECTION                                     DLNWO01P
007200   END-EXEC.                                                      DLNWO01P
007300 01  WS-COMMAREA.                                                 DLNWO01P
007400     EXEC SQL                                                     DLNWO01P
007500          INCLUDE CLNWOD01                                        DLNWO01P
007600     END-EXEC.                                                    DLNWO01P
007700 01  WS-81-COMMAREA.                                              DLNWO01P
007800     EXEC SQL                                                     DLNWO01P
007900          INCLUDE CBANKD81                                        DLNWO01P
008000     END-EXEC.                                                    DLNWO01P
008100 01  WS-98-COMMAREA.                                              DLNWO01P
008200     EXEC SQL                                                     DLNWO01P
008300          INCLUDE CBANKD98                                        DLNWO01P
008400     END-EXEC.                                                    DLNWO01P
008500 01  DCL-LWO-AREAS.                                               DLNWO01P
008600   05  DCL-LON-ID                            PIC X(6).            DLNWO01P
008700   05  DCL-LON-PID                           PIC X(5).            DLNWO01P
008800   05  DCL-LON-STATUS                        PIC X(1).            DLNWO01P
008900   05  DCL-LON-ACCNO                         PIC X(9).            DLNWO01P
009000   05  DCL-LWO-ID                            PIC S9(7) COMP-3.    DLNWO01P
009100   05  DCL-LWO-PENDING                       PIC S9(5) COMP-3.    DLNWO01P
009200   05  DCL-LWO-PRINCIPAL                     PIC S9(7)V99 COMP-3. DLNWO01P
009300   05  DCL-LWO-INTEREST                      PIC S9(7)V99 COMP-3. DLNWO01P
009400   05  DCL-LWO-FEES                          PIC S9(7)V99 COMP-3. DLNWO01P
009500   05  DCL-LWO-RECOVERED                     PIC S9(7)V99 COMP-3. DLNWO01P
009600   05  DCL-LWO-DATE                          PIC X(10).           DLNWO01P
009700   05  DCL-LWO-REASON                        PIC X(30).           DLNWO01P
009800   05  DCL-RCV-ID                            PIC S9(9) COMP-3.    DLNWO01P
009900   05  DCL-RCV-DATE                          PIC X(10).           DLNWO01P
010000   05  DCL-RCV-AMOUNT                        PIC S9(7)V99 COMP-3. DLNWO01P
010100   05  DCL-RCV-REF                           PIC X(12).           DLNWO01P
010200   05  DCL-RCV-NOTE                          PIC X(30).           DLNWO01P
010300 01  WS-WRITE-OFF-AREAS.                                          DLNWO01P
010400   05  WS-BUSINESS-DATE                      PIC X(10).           DLNWO01P
010500   05  WS-PERIOD-FROM                        PIC X(10).           DLNWO01P
010600   05  WS-PERIOD-TO                          PIC X(10).           DLNWO01P
010700   05  WS-OWED                               PIC S9(9)V99 COMP-3. DLNWO01P
010800   05  WS-OLD-BALANCE                        PIC S9(7)V99 COMP-3. DLNWO01P
010900   05  WS-NEW-BALANCE                        PIC S9(7)V99 COMP-3. DLNWO01P
011000   05  WS-ACC-STATUS                         PIC X(1).            DLNWO01P
011100   05  WS-POST-TIMESTAMP                     PIC X(26).           DLNWO01P
011200   05  WS-GL-DEBIT-ACCT                      PIC X(6).            DLNWO01P
011300   05  WS-GL-CREDIT-ACCT                     PIC X(6).            DLNWO01P
011400   05  WS-GL-AMOUNT                          PIC S9(7)V99 COMP-3. DLNWO01P
011500   05  WS-TOTAL-WRITTEN-OFF                  PIC S9(11)V99 COMP-3.DLNWO01P
011600   05  WS-TOTAL-RECOVERED                    PIC S9(11)V99 COMP-3.DLNWO01P
011700     EXEC SQL                                                     DLNWO01P
011800          INCLUDE CBANKSTX                                        DLNWO01P
011900     END-EXEC.                                                    DLNWO01P
012000     EXEC SQL                                                     DLNWO01P
012100          INCLUDE CBANKTXD                                        DLNWO01P
012200     END-EXEC.                                                    DLNWO01P
012300 01  WS-REF-DATA.                                                 DLNWO01P
012400 COPY CTXNREFD.                                                   DLNWO01P
012500                                                                  DLNWO01P
012600     EXEC SQL                                                     DLNWO01P
012700          INCLUDE SQLCA                                           DLNWO01P
012800     END-EXEC.                                                    DLNWO01P
012900                                                                  DLNWO01P
013000 COPY CABENDD.                                                    DLNWO01P
013100   EXEC SQL                                                       DLNWO01P
013200        END DECLARE SECTION                                       DLNWO01P
013300   END-EXEC.                                                      DLNWO01P
013400                                                                  DLNWO01P
013500 LINKAGE SECTION.                                                 DLNWO01P
013600 01  DFHCOMMAREA.                                                 DLNWO01P
013700   05  LK-COMMAREA                           PIC X(1)             DLNWO01P
013800       OCCURS 1 TO 6144 TIMES                                     DLNWO01P
013900         DEPENDING ON WS-COMMAREA-LENGTH.                         DLNWO01P
014000                                                                  DLNWO01P
014100 COPY CENTRY.                                                     DLNWO01P
014200***************************************************************** DLNWO01P
014300* Move the passed area to our area                              * DLNWO01P
014400***************************************************************** DLNWO01P
014500     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DLNWO01P
014600     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DLNWO01P
014700                                                                  DLNWO01P
014800***************************************************************** DLNWO01P
014900* Initialize our output area                                    * DLNWO01P
015000***************************************************************** DLNWO01P
015100     INITIALIZE CLW1O-DATA.                                       DLNWO01P
015200     SET CLW1O-REQUEST-FAIL TO TRUE.                              DLNWO01P
015300                                                                  DLNWO01P
015400     INITIALIZE CD98-DATA.                                        DLNWO01P
015500     SET CD98I-READ-BUSINESS-DATE TO TRUE.                        DLNWO01P
015600 COPY CBANKX98.                                                   DLNWO01P
015700     IF NOT CD98O-REQUEST-OK                                      DLNWO01P
015800        MOVE CD98O-MSG TO CLW1O-MSG                               DLNWO01P
015900        GO TO DLNWO01P-EXIT                                       DLNWO01P
016000     END-IF.                                                      DLNWO01P
016100     MOVE CD98O-DATE TO WS-BUSINESS-DATE.                         DLNWO01P
016200                                                                  DLNWO01P
016300     EVALUATE TRUE                                                DLNWO01P
016400       WHEN CLW1I-REQUEST-WRITE-OFF                               DLNWO01P
016500         PERFORM REQUEST-WRITE-OFF THRU                           DLNWO01P
016600                 REQUEST-WRITE-OFF-EXIT                           DLNWO01P
016700       WHEN CLW1I-EXECUTE-WRITE-OFF                               DLNWO01P
016800         PERFORM EXECUTE-WRITE-OFF THRU                           DLNWO01P
016900                 EXECUTE-WRITE-OFF-EXIT                           DLNWO01P
017000       WHEN CLW1I-RECORD-RECOVERY                                 DLNWO01P
017100         PERFORM RECORD-RECOVERY THRU                             DLNWO01P
017200                 RECORD-RECOVERY-EXIT                             DLNWO01P
017300       WHEN CLW1I-MONTHLY-REPORT                                  DLNWO01P
017400         PERFORM MONTHLY-REPORT THRU                              DLNWO01P
017500                 MONTHLY-REPORT-EXIT                              DLNWO01P
017600       WHEN OTHER                                                 DLNWO01P
017700         MOVE 'Unknown loan write-off function requested'         DLNWO01P
017800           TO CLW1O-MSG                                           DLNWO01P
017900     END-EVALUATE.                                                DLNWO01P
018000                                                                  DLNWO01P
018100 DLNWO01P-EXIT.                                                   DLNWO01P
018200***************************************************************** DLNWO01P
018300* Move the result back to the callers area                      * DLNWO01P
018400***************************************************************** DLNWO01P
018500     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DLNWO01P
018600                                                                  DLNWO01P
018700***************************************************************** DLNWO01P
018800* Return to our caller                                          * DLNWO01P
018900***************************************************************** DLNWO01P
019000 COPY CRETURN.                                                    DLNWO01P
019100                                                                  DLNWO01P
019200***************************************************************** DLNWO01P
019300* Prove the loan and leave its vitals in the DCL areas          * DLNWO01P
019400***************************************************************** DLNWO01P
019500 READ-THE-LOAN.                                                   DLNWO01P
019600     MOVE CLW1I-LOAN-ID TO DCL-LON-ID.                            DLNWO01P
019700     EXEC SQL                                                     DLNWO01P
019800          SELECT LON_PID,                                         DLNWO01P
019900                 LON_STATUS,                                      DLNWO01P
020000                 LON_DISB_ACCNO                                   DLNWO01P
020100          INTO :DCL-LON-PID,                                      DLNWO01P
020200               :DCL-LON-STATUS,                                   DLNWO01P
020300               :DCL-LON-ACCNO                                     DLNWO01P
020400          FROM BNKLOAN                                            DLNWO01P
020500          WHERE LON_ID = :DCL-LON-ID                              DLNWO01P
020600     END-EXEC.                                                    DLNWO01P
020700     IF SQLCODE IS EQUAL TO +100                                  DLNWO01P
020800        SET CLW1O-LOAN-NOT-FOUND TO TRUE                          DLNWO01P
020900        MOVE 'No loan held under that number' TO CLW1O-MSG        DLNWO01P
021000        GO TO READ-THE-LOAN-EXIT                                  DLNWO01P
021100     END-IF.                                                      DLNWO01P
021200     IF SQLCODE IS NOT EQUAL TO ZERO                              DLNWO01P
021300        MOVE 'Unable to read the loan' TO CLW1O-MSG               DLNWO01P
021400     END-IF.                                                      DLNWO01P
021500 READ-THE-LOAN-EXIT.                                              DLNWO01P
021600     EXIT.                                                        DLNWO01P
021700                                                                  DLNWO01P
021800***************************************************************** DLNWO01P
021900* What the loan still carries - principal on every open row,    * DLNWO01P
022000* interest fallen due by the business date and unpaid late      * DLNWO01P
022100* fees, each net of what part-payments have already cleared     * DLNWO01P
022200***************************************************************** DLNWO01P
022300 TOTAL-THE-BALANCE.                                               DLNWO01P
022400     EXEC SQL                                                     DLNWO01P
022500          SELECT VALUE(SUM(LNS_PRINCIPAL - LNS_PRIN_PAID), 0),    DLNWO01P
022600                 VALUE(SUM(LNS_FEE_DUE - LNS_FEE_PAID), 0)        DLNWO01P
022700          INTO :CLW1O-PRINCIPAL,                                  DLNWO01P
022800               :CLW1O-FEES                                        DLNWO01P
022900          FROM BNKLNSC                                            DLNWO01P
023000          WHERE LNS_LOAN_ID = :DCL-LON-ID AND                     DLNWO01P
023100                LNS_STATUS IN (' ', 'M')                          DLNWO01P
023200     END-EXEC.                                                    DLNWO01P
023300     IF SQLCODE IS NOT EQUAL TO ZERO                              DLNWO01P
023400        MOVE 'Unable to total the open schedule' TO CLW1O-MSG     DLNWO01P
023500        GO TO TOTAL-THE-BALANCE-EXIT                              DLNWO01P
023600     END-IF.                                                      DLNWO01P
023700     EXEC SQL                                                     DLNWO01P
023800          SELECT VALUE(SUM(LNS_INTEREST - LNS_INT_PAID), 0)       DLNWO01P
023900          INTO :CLW1O-INTEREST                                    DLNWO01P
024000          FROM BNKLNSC                                            DLNWO01P
024100          WHERE LNS_LOAN_ID = :DCL-LON-ID AND                     DLNWO01P
024200                LNS_STATUS IN (' ', 'M') AND                      DLNWO01P
024300                LNS_DUE_DATE <= :WS-BUSINESS-DATE                 DLNWO01P
024400     END-EXEC.                                                    DLNWO01P
024500     IF SQLCODE IS NOT EQUAL TO ZERO                              DLNWO01P
024600        MOVE 'Unable to total the interest due' TO CLW1O-MSG      DLNWO01P
024700     END-IF.                                                      DLNWO01P
024800 TOTAL-THE-BALANCE-EXIT.                                          DLNWO01P
024900     EXIT.                                                        DLNWO01P
025000                                                                  DLNWO01P
025100***************************************************************** DLNWO01P
025200* A write-off request - registered on BNKLNWO and captured on   * DLNWO01P
025300* the authorization queue whatever the amount; nothing moves    * DLNWO01P
025400* until a second user approves                                  * DLNWO01P
025500***************************************************************** DLNWO01P
025600 REQUEST-WRITE-OFF.                                               DLNWO01P
025700     PERFORM READ-THE-LOAN THRU                                   DLNWO01P
025800             READ-THE-LOAN-EXIT.                                  DLNWO01P
025900     IF CLW1O-MSG IS NOT EQUAL TO SPACES                          DLNWO01P
026000        GO TO REQUEST-WRITE-OFF-EXIT                              DLNWO01P
026100     END-IF.                                                      DLNWO01P
026200     IF DCL-LON-STATUS IS NOT EQUAL TO 'A'                        DLNWO01P
026300        MOVE 'Only an active loan can be written off' TO CLW1O-MSGDLNWO01P
026400        GO TO REQUEST-WRITE-OFF-EXIT                              DLNWO01P
026500     END-IF.                                                      DLNWO01P
026600     IF CLW1I-NOTE IS EQUAL TO SPACES                             DLNWO01P
026700        MOVE 'The reason for the write-off is needed' TO CLW1O-MSGDLNWO01P
026800        GO TO REQUEST-WRITE-OFF-EXIT                              DLNWO01P
026900     END-IF.                                                      DLNWO01P
027000     MOVE ZERO TO DCL-LWO-PENDING.                                DLNWO01P
027100     EXEC SQL                                                     DLNWO01P
027200          SELECT COUNT(*)                                         DLNWO01P
027300          INTO :DCL-LWO-PENDING                                   DLNWO01P
027400          FROM BNKLNWO LWO,                                       DLNWO01P
027500               BNKPAUTH PAU                                       DLNWO01P
027600          WHERE LWO.LWO_LOAN_ID = :DCL-LON-ID AND                 DLNWO01P
027700                LWO.LWO_STATUS = 'P' AND                          DLNWO01P
027800                PAU.PAU_ID = LWO.LWO_AUTH_ID AND                  DLNWO01P
027900                PAU.PAU_STATUS = 'P'                              DLNWO01P
028000     END-EXEC.                                                    DLNWO01P
028100     IF SQLCODE IS NOT EQUAL TO ZERO                              DLNWO01P
028200        MOVE 'Unable to read the write-off register' TO CLW1O-MSG DLNWO01P
028300        GO TO REQUEST-WRITE-OFF-EXIT                              DLNWO01P
028400     END-IF.                                                      DLNWO01P
028500     IF DCL-LWO-PENDING IS GREATER THAN ZERO                      DLNWO01P
028600        MOVE 'A write-off of that loan already awaits approval'   DLNWO01P
028700          TO CLW1O-MSG                                            DLNWO01P
028800        GO TO REQUEST-WRITE-OFF-EXIT                              DLNWO01P
028900     END-IF.                                                      DLNWO01P
029000     PERFORM TOTAL-THE-BALANCE THRU                               DLNWO01P
029100             TOTAL-THE-BALANCE-EXIT.                              DLNWO01P
029200     IF CLW1O-MSG IS NOT EQUAL TO SPACES                          DLNWO01P
029300        GO TO REQUEST-WRITE-OFF-EXIT                              DLNWO01P
029400     END-IF.                                                      DLNWO01P
029500     IF CLW1O-PRINCIPAL IS NOT GREATER THAN ZERO                  DLNWO01P
029600        MOVE 'No principal is outstanding on that loan'           DLNWO01P
029700          TO CLW1O-MSG                                            DLNWO01P
029800        GO TO REQUEST-WRITE-OFF-EXIT                              DLNWO01P
029900     END-IF.                                                      DLNWO01P
030000     INITIALIZE CD81-DATA.                                        DLNWO01P
030100     SET CD81I-CAPTURE-CHECK TO TRUE.                             DLNWO01P
030200     SET CD81I-TYPE-WRITE-OFF TO TRUE.                            DLNWO01P
030300     MOVE DCL-LON-PID TO CD81I-PERSON-PID.                        DLNWO01P
030400     MOVE CLW1I-USERID TO CD81I-MAKER.                            DLNWO01P
030500     MOVE DCL-LON-ACCNO TO CD81I-FROM-ACC.                        DLNWO01P
030600     MOVE DCL-LON-ACCNO TO CD81I-TO-ACC.                          DLNWO01P
030700     MOVE CLW1O-PRINCIPAL TO CD81I-AMOUNT.                        DLNWO01P
030800 COPY CBANKX81.                                                   DLNWO01P
030900     IF NOT CD81O-ITEM-CAPTURED                                   DLNWO01P
031000        MOVE CD81O-MSG TO CLW1O-MSG                               DLNWO01P
031100        GO TO REQUEST-WRITE-OFF-EXIT                              DLNWO01P
031200     END-IF.                                                      DLNWO01P
031300     EXEC SQL                                                     DLNWO01P
031400          SELECT VALUE(MAX(LWO_ID), 0) + 1                        DLNWO01P
031500          INTO :DCL-LWO-ID                                        DLNWO01P
031600          FROM BNKLNWO                                            DLNWO01P
031700     END-EXEC.                                                    DLNWO01P
031800     IF SQLCODE IS NOT EQUAL TO ZERO                              DLNWO01P
031900        MOVE 'Unable to reference the write-off register'         DLNWO01P
032000          TO CLW1O-MSG                                            DLNWO01P
032100        GO TO REQUEST-WRITE-OFF-EXIT                              DLNWO01P
032200     END-IF.                                                      DLNWO01P
032300     EXEC SQL                                                     DLNWO01P
032400          INSERT                                                  DLNWO01P
032500          INTO BNKLNWO (LWO_ID,                                   DLNWO01P
032600                        LWO_LOAN_ID,                              DLNWO01P
032700                        LWO_PID,                                  DLNWO01P
032800                        LWO_REASON,                               DLNWO01P
032900                        LWO_MAKER,                                DLNWO01P
033000                        LWO_AUTH_ID,                              DLNWO01P
033100                        LWO_STATUS,                               DLNWO01P
033200                        LWO_REQ_DATE,                             DLNWO01P
033300                        LWO_PRINCIPAL,                            DLNWO01P
033400                        LWO_INTEREST,                             DLNWO01P
033500                        LWO_FEES,                                 DLNWO01P
033600                        LWO_RECOVERED)                            DLNWO01P
033700          VALUES (:DCL-LWO-ID,                                    DLNWO01P
033800                  :DCL-LON-ID,                                    DLNWO01P
033900                  :DCL-LON-PID,                                   DLNWO01P
034000                  :CLW1I-NOTE,                                    DLNWO01P
034100                  :CLW1I-USERID,                                  DLNWO01P
034200                  :CD81O-ITEM-ID,                                 DLNWO01P
034300                  'P',                                            DLNWO01P
034400                  :WS-BUSINESS-DATE,                              DLNWO01P
034500                  :CLW1O-PRINCIPAL,                               DLNWO01P
034600                  :CLW1O-INTEREST,                                DLNWO01P
034700                  :CLW1O-FEES,                                    DLNWO01P
034800                  0)                                              DLNWO01P
034900     END-EXEC.                                                    DLNWO01P
035000     IF SQLCODE IS NOT EQUAL TO ZERO                              DLNWO01P
035100        MOVE 'Unable to register the write-off' TO CLW1O-MSG      DLNWO01P
035200        GO TO REQUEST-WRITE-OFF-EXIT                              DLNWO01P
035300     END-IF.                                                      DLNWO01P
035400     MOVE CD81O-ITEM-ID TO CLW1O-AUTH-ID.                         DLNWO01P
035500     SET CLW1O-REQUEST-OK TO TRUE.                                DLNWO01P
035600     MOVE 'Write-off captured - awaiting a second user'           DLNWO01P
035700       TO CLW1O-MSG.                                              DLNWO01P
035800 REQUEST-WRITE-OFF-EXIT.                                          DLNWO01P
035900     EXIT.                                                        DLNWO01P
036000                                                                  DLNWO01P
036100***************************************************************** DLNWO01P
036200* Approval arrived - re-price the loan as it stands today,      * DLNWO01P
036300* charge the principal against the allowance, close the open    * DLNWO01P
036400* schedule rows and move the loan to written off. Interest and  * DLNWO01P
036500* fees were never taken to income, so they are simply abandoned * DLNWO01P
036600* with the schedule and recorded for the report                 * DLNWO01P
036700***************************************************************** DLNWO01P
036800 EXECUTE-WRITE-OFF.                                               DLNWO01P
036900     EXEC SQL                                                     DLNWO01P
037000          SELECT LWO_ID,                                          DLNWO01P
037100                 LWO_LOAN_ID                                      DLNWO01P
037200          INTO :DCL-LWO-ID,                                       DLNWO01P
037300               :CLW1I-LOAN-ID                                     DLNWO01P
037400          FROM BNKLNWO                                            DLNWO01P
037500          WHERE LWO_AUTH_ID = :CLW1I-AUTH-ID AND                  DLNWO01P
037600                LWO_STATUS = 'P'                                  DLNWO01P
037700     END-EXEC.                                                    DLNWO01P
037800     IF SQLCODE IS NOT EQUAL TO ZERO                              DLNWO01P
037900        MOVE 'No pending write-off under that approval'           DLNWO01P
038000          TO CLW1O-MSG                                            DLNWO01P
038100        GO TO EXECUTE-WRITE-OFF-EXIT                              DLNWO01P
038200     END-IF.                                                      DLNWO01P
038300     PERFORM READ-THE-LOAN THRU                                   DLNWO01P
038400             READ-THE-LOAN-EXIT.                                  DLNWO01P
038500     IF CLW1O-MSG IS NOT EQUAL TO SPACES                          DLNWO01P
038600        GO TO EXECUTE-WRITE-OFF-EXIT                              DLNWO01P
038700     END-IF.                                                      DLNWO01P
038800     IF DCL-LON-STATUS IS NOT EQUAL TO 'A'                        DLNWO01P
038900        MOVE 'That loan is no longer active' TO CLW1O-MSG         DLNWO01P
039000        GO TO EXECUTE-WRITE-OFF-EXIT                              DLNWO01P
039100     END-IF.                                                      DLNWO01P
039200     PERFORM TOTAL-THE-BALANCE THRU                               DLNWO01P
039300             TOTAL-THE-BALANCE-EXIT.                              DLNWO01P
039400     IF CLW1O-MSG IS NOT EQUAL TO SPACES                          DLNWO01P
039500        GO TO EXECUTE-WRITE-OFF-EXIT                              DLNWO01P
039600     END-IF.                                                      DLNWO01P
039700     IF CLW1O-PRINCIPAL IS GREATER THAN ZERO                      DLNWO01P
039800        EXEC SQL                                                  DLNWO01P
039900             SET :WS-POST-TIMESTAMP = CURRENT TIMESTAMP           DLNWO01P
040000        END-EXEC                                                  DLNWO01P
040100        MOVE WS-GL-PROV-ALLOW-ACCT TO WS-GL-DEBIT-ACCT            DLNWO01P
040200        MOVE WS-GL-LOANS-ACCT TO WS-GL-CREDIT-ACCT                DLNWO01P
040300        MOVE CLW1O-PRINCIPAL TO WS-GL-AMOUNT                      DLNWO01P
040400        PERFORM POST-GL-PAIR THRU                                 DLNWO01P
040500                POST-GL-PAIR-EXIT                                 DLNWO01P
040600        IF CLW1O-MSG IS NOT EQUAL TO SPACES                       DLNWO01P
040700           GO TO EXECUTE-WRITE-OFF-EXIT                           DLNWO01P
040800        END-IF                                                    DLNWO01P
040900     END-IF.                                                      DLNWO01P
041000     EXEC SQL                                                     DLNWO01P
041100          UPDATE BNKLNSC                                          DLNWO01P
041200          SET LNS_STATUS = 'W'                                    DLNWO01P
041300          WHERE LNS_LOAN_ID = :DCL-LON-ID AND                     DLNWO01P
041400                LNS_STATUS IN (' ', 'M')                          DLNWO01P
041500     END-EXEC.                                                    DLNWO01P
041600     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DLNWO01P
041700        SQLCODE IS NOT EQUAL TO +100                              DLNWO01P
041800        MOVE 'Unable to close the schedule rows' TO CLW1O-MSG     DLNWO01P
041900        GO TO EXECUTE-WRITE-OFF-EXIT                              DLNWO01P
042000     END-IF.                                                      DLNWO01P
042100     EXEC SQL                                                     DLNWO01P
042200          UPDATE BNKLOAN                                          DLNWO01P
042300          SET LON_STATUS = 'W'                                    DLNWO01P
042400          WHERE LON_ID = :DCL-LON-ID                              DLNWO01P
042500     END-EXEC.                                                    DLNWO01P
042600     IF SQLCODE IS NOT EQUAL TO ZERO                              DLNWO01P
042700        MOVE 'Unable to mark the loan written off' TO CLW1O-MSG   DLNWO01P
042800        GO TO EXECUTE-WRITE-OFF-EXIT                              DLNWO01P
042900     END-IF.                                                      DLNWO01P
043000     EXEC SQL                                                     DLNWO01P
043100          UPDATE BNKLNWO                                          DLNWO01P
043200          SET LWO_STATUS = 'W',                                   DLNWO01P
043300              LWO_WO_DATE = :WS-BUSINESS-DATE,                    DLNWO01P
043400              LWO_PRINCIPAL = :CLW1O-PRINCIPAL,                   DLNWO01P
043500              LWO_INTEREST = :CLW1O-INTEREST,                     DLNWO01P
043600              LWO_FEES = :CLW1O-FEES                              DLNWO01P
043700          WHERE LWO_ID = :DCL-LWO-ID                              DLNWO01P
043800     END-EXEC.                                                    DLNWO01P
043900     IF SQLCODE IS NOT EQUAL TO ZERO                              DLNWO01P
044000        MOVE 'Unable to close the write-off register' TO CLW1O-MSGDLNWO01P
044100        GO TO EXECUTE-WRITE-OFF-EXIT                              DLNWO01P
044200     END-IF.                                                      DLNWO01P
044300     SET CLW1O-REQUEST-OK TO TRUE.                                DLNWO01P
044400     MOVE 'Loan written off against the allowance' TO CLW1O-MSG.  DLNWO01P
044500 EXECUTE-WRITE-OFF-EXIT.                                          DLNWO01P
044600     EXIT.                                                        DLNWO01P
044700                                                                  DLNWO01P
044800***************************************************************** DLNWO01P
044900* Money recovered on a written-off loan - taken from the        * DLNWO01P
045000* customer's nominated account, or remitted by a debt agency    * DLNWO01P
045100* through the clearing settlement line - is income in its own   * DLNWO01P
045200* right. It is capped at what the customer still owes and       * DLNWO01P
045300* logged against the loan so the write-off can be tracked down  * DLNWO01P
045400***************************************************************** DLNWO01P
045500 RECORD-RECOVERY.                                                 DLNWO01P
045600     PERFORM READ-THE-LOAN THRU                                   DLNWO01P
045700             READ-THE-LOAN-EXIT.                                  DLNWO01P
045800     IF CLW1O-MSG IS NOT EQUAL TO SPACES                          DLNWO01P
045900        GO TO RECORD-RECOVERY-EXIT                                DLNWO01P
046000     END-IF.                                                      DLNWO01P
046100     EXEC SQL                                                     DLNWO01P
046200          SELECT LWO_ID,                                          DLNWO01P
046300                 LWO_PRINCIPAL,                                   DLNWO01P
046400                 LWO_INTEREST,                                    DLNWO01P
046500                 LWO_FEES,                                        DLNWO01P
046600                 LWO_RECOVERED                                    DLNWO01P
046700          INTO :DCL-LWO-ID,                                       DLNWO01P
046800               :DCL-LWO-PRINCIPAL,                                DLNWO01P
046900               :DCL-LWO-INTEREST,                                 DLNWO01P
047000               :DCL-LWO-FEES,                                     DLNWO01P
047100               :DCL-LWO-RECOVERED                                 DLNWO01P
047200          FROM BNKLNWO                                            DLNWO01P
047300          WHERE LWO_LOAN_ID = :DCL-LON-ID AND                     DLNWO01P
047400                LWO_STATUS = 'W'                                  DLNWO01P
047500     END-EXEC.                                                    DLNWO01P
047600     IF SQLCODE IS EQUAL TO +100                                  DLNWO01P
047700        MOVE 'That loan has not been written off' TO CLW1O-MSG    DLNWO01P
047800        GO TO RECORD-RECOVERY-EXIT                                DLNWO01P
047900     END-IF.                                                      DLNWO01P
048000     IF SQLCODE IS NOT EQUAL TO ZERO                              DLNWO01P
048100        MOVE 'Unable to read the write-off register' TO CLW1O-MSG DLNWO01P
048200        GO TO RECORD-RECOVERY-EXIT                                DLNWO01P
048300     END-IF.                                                      DLNWO01P
048400     IF CLW1I-AMOUNT IS NOT GREATER THAN ZERO                     DLNWO01P
048500        MOVE 'A recovery amount is needed' TO CLW1O-MSG           DLNWO01P
048600        GO TO RECORD-RECOVERY-EXIT                                DLNWO01P
048700     END-IF.                                                      DLNWO01P
048800     COMPUTE WS-OWED = DCL-LWO-PRINCIPAL + DCL-LWO-INTEREST +     DLNWO01P
048900                       DCL-LWO-FEES - DCL-LWO-RECOVERED.          DLNWO01P
049000     IF CLW1I-AMOUNT IS GREATER THAN WS-OWED                      DLNWO01P
049100        MOVE 'That is more than is still owed on the loan'        DLNWO01P
049200          TO CLW1O-MSG                                            DLNWO01P
049300        GO TO RECORD-RECOVERY-EXIT                                DLNWO01P
049400     END-IF.                                                      DLNWO01P
049500     MOVE CLW1I-AMOUNT TO DCL-RCV-AMOUNT.                         DLNWO01P
049600     EVALUATE TRUE                                                DLNWO01P
049700       WHEN CLW1I-FROM-CUSTOMER                                   DLNWO01P
049800         PERFORM RECOVER-FROM-CUSTOMER THRU                       DLNWO01P
049900                 RECOVER-FROM-CUSTOMER-EXIT                       DLNWO01P
050000       WHEN CLW1I-FROM-AGENCY                                     DLNWO01P
050100         PERFORM RECOVER-FROM-AGENCY THRU                         DLNWO01P
050200                 RECOVER-FROM-AGENCY-EXIT                         DLNWO01P
050300       WHEN OTHER                                                 DLNWO01P
050400         MOVE 'Source must be C(ustomer) or A(gency)' TO CLW1O-MSGDLNWO01P
050500     END-EVALUATE.                                                DLNWO01P
050600     IF CLW1O-MSG IS NOT EQUAL TO SPACES                          DLNWO01P
050700        GO TO RECORD-RECOVERY-EXIT                                DLNWO01P
050800     END-IF.                                                      DLNWO01P
050900     EXEC SQL                                                     DLNWO01P
051000          SELECT VALUE(MAX(RCV_ID), 0) + 1                        DLNWO01P
051100          INTO :DCL-RCV-ID                                        DLNWO01P
051200          FROM BNKLNRCV                                           DLNWO01P
051300     END-EXEC.                                                    DLNWO01P
051400     IF SQLCODE IS NOT EQUAL TO ZERO                              DLNWO01P
051500        MOVE 'Unable to reference the recovery log' TO CLW1O-MSG  DLNWO01P
051600        GO TO RECORD-RECOVERY-EXIT                                DLNWO01P
051700     END-IF.                                                      DLNWO01P
051800     EXEC SQL                                                     DLNWO01P
051900          INSERT                                                  DLNWO01P
052000          INTO BNKLNRCV (RCV_ID,                                  DLNWO01P
052100                         RCV_LOAN_ID,                             DLNWO01P
052200                         RCV_DATE,                                DLNWO01P
052300                         RCV_SOURCE,                              DLNWO01P
052400                         RCV_NOTE,                                DLNWO01P
052500                         RCV_AMOUNT,                              DLNWO01P
052600                         RCV_REF,                                 DLNWO01P
052700                         RCV_USERID)                              DLNWO01P
052800          VALUES (:DCL-RCV-ID,                                    DLNWO01P
052900                  :DCL-LON-ID,                                    DLNWO01P
053000                  :WS-BUSINESS-DATE,                              DLNWO01P
053100                  :CLW1I-SOURCE,                                  DLNWO01P
053200                  :DCL-RCV-NOTE,                                  DLNWO01P
053300                  :DCL-RCV-AMOUNT,                                DLNWO01P
053400                  :TR-REF,                                        DLNWO01P
053500                  :CLW1I-USERID)                                  DLNWO01P
053600     END-EXEC.                                                    DLNWO01P
053700     IF SQLCODE IS NOT EQUAL TO ZERO                              DLNWO01P
053800        MOVE 'Unable to log the recovery' TO CLW1O-MSG            DLNWO01P
053900        GO TO RECORD-RECOVERY-EXIT                                DLNWO01P
054000     END-IF.                                                      DLNWO01P
054100     EXEC SQL                                                     DLNWO01P
054200          UPDATE BNKLNWO                                          DLNWO01P
054300          SET LWO_RECOVERED = LWO_RECOVERED + :DCL-RCV-AMOUNT     DLNWO01P
054400          WHERE LWO_ID = :DCL-LWO-ID                              DLNWO01P
054500     END-EXEC.                                                    DLNWO01P
054600     IF SQLCODE IS NOT EQUAL TO ZERO                              DLNWO01P
054700        MOVE 'Unable to update the write-off register'            DLNWO01P
054800          TO CLW1O-MSG                                            DLNWO01P
054900        GO TO RECORD-RECOVERY-EXIT                                DLNWO01P
055000     END-IF.                                                      DLNWO01P
055100     COMPUTE CLW1O-RECOVERED = DCL-LWO-RECOVERED + DCL-RCV-AMOUNT.DLNWO01P
055200     MOVE DCL-LWO-PRINCIPAL TO CLW1O-PRINCIPAL.                   DLNWO01P
055300     MOVE DCL-LWO-INTEREST TO CLW1O-INTEREST.                     DLNWO01P
055400     MOVE DCL-LWO-FEES TO CLW1O-FEES.                             DLNWO01P
055500     MOVE TR-REF TO CLW1O-REFERENCE.                              DLNWO01P
055600     SET CLW1O-REQUEST-OK TO TRUE.                                DLNWO01P
055700     MOVE 'Recovery recorded against the written-off loan'        DLNWO01P
055800       TO CLW1O-MSG.                                              DLNWO01P
055900 RECORD-RECOVERY-EXIT.                                            DLNWO01P
056000     EXIT.                                                        DLNWO01P
056100                                                                  DLNWO01P
056200***************************************************************** DLNWO01P
056300* The customer pays from their own account - a loan posting the * DLNWO01P
056400* ledger sweep takes out of deposits and into recoveries income * DLNWO01P
056500***************************************************************** DLNWO01P
056600 RECOVER-FROM-CUSTOMER.                                           DLNWO01P
056700     EXEC SQL                                                     DLNWO01P
056800          SELECT BAC_BALANCE,                                     DLNWO01P
056900                 BAC_STATUS                                       DLNWO01P
057000          INTO :WS-OLD-BALANCE,                                   DLNWO01P
057100               :WS-ACC-STATUS                                     DLNWO01P
057200          FROM BNKACC                                             DLNWO01P
057300          WHERE BAC_ACCNO = :DCL-LON-ACCNO                        DLNWO01P
057400     END-EXEC.                                                    DLNWO01P
057500     IF SQLCODE IS NOT EQUAL TO ZERO                              DLNWO01P
057600        MOVE 'Unable to read the nominated account' TO CLW1O-MSG  DLNWO01P
057700        GO TO RECOVER-FROM-CUSTOMER-EXIT                          DLNWO01P
057800     END-IF.                                                      DLNWO01P
057900     IF WS-ACC-STATUS IS NOT EQUAL TO SPACE                       DLNWO01P
058000        MOVE 'The nominated account is not open' TO CLW1O-MSG     DLNWO01P
058100        GO TO RECOVER-FROM-CUSTOMER-EXIT                          DLNWO01P
058200     END-IF.                                                      DLNWO01P
058300     COMPUTE WS-NEW-BALANCE =                                     DLNWO01P
058400             WS-OLD-BALANCE - DCL-RCV-AMOUNT.                     DLNWO01P
058500     IF WS-NEW-BALANCE IS LESS THAN ZERO                          DLNWO01P
058600        MOVE 'The nominated account cannot cover the recovery'    DLNWO01P
058700          TO CLW1O-MSG                                            DLNWO01P
058800        GO TO RECOVER-FROM-CUSTOMER-EXIT                          DLNWO01P
058900     END-IF.                                                      DLNWO01P
059000     EXEC SQL                                                     DLNWO01P
059100          UPDATE BNKACC                                           DLNWO01P
059200          SET BAC_BALANCE = :WS-NEW-BALANCE,                      DLNWO01P
059300              BAC_UPDATED_TS = CURRENT TIMESTAMP                  DLNWO01P
059400          WHERE (BAC_ACCNO = :DCL-LON-ACCNO AND                   DLNWO01P
059500                 BAC_BALANCE = :WS-OLD-BALANCE)                   DLNWO01P
059600     END-EXEC.                                                    DLNWO01P
059700     IF SQLCODE IS NOT EQUAL TO ZERO                              DLNWO01P
059800        MOVE 'Unable to take the recovery' TO CLW1O-MSG           DLNWO01P
059900        GO TO RECOVER-FROM-CUSTOMER-EXIT                          DLNWO01P
060000     END-IF.                                                      DLNWO01P
060100     EXEC SQL                                                     DLNWO01P
060200          SET :WS-POST-TIMESTAMP = CURRENT TIMESTAMP              DLNWO01P
060300     END-EXEC.                                                    DLNWO01P
060400     MOVE 'WR' TO TR-PREFIX.                                      DLNWO01P
060500     MOVE WS-POST-TIMESTAMP TO TR-TIMESTAMP.                      DLNWO01P
060600     CALL 'DBANK30P' USING WS-REF-DATA.                           DLNWO01P
060700     MOVE SPACES TO TXN-DATA-OLD.                                 DLNWO01P
060800     MOVE 'Written-off loan recovery' TO TXN-T8-OLD-DESC.         DLNWO01P
060900     MOVE DCL-LON-ID TO TXN-T8-OLD-LOAN-ID.                       DLNWO01P
061000     EXEC SQL                                                     DLNWO01P
061100          INSERT                                                  DLNWO01P
061200          INTO BNKTXN (BTX_PID,                                   DLNWO01P
061300                       BTX_TYPE,                                  DLNWO01P
061400                       BTX_SUB_TYPE,                              DLNWO01P
061500                       BTX_ACCNO,                                 DLNWO01P
061600                       BTX_TIMESTAMP,                             DLNWO01P
061700                       BTX_AMOUNT,                                DLNWO01P
061800                       BTX_DATA_OLD,                              DLNWO01P
061900                       BTX_REF)                                   DLNWO01P
062000          VALUES (:DCL-LON-PID,                                   DLNWO01P
062100                  '8',                                            DLNWO01P
062200                  '3',                                            DLNWO01P
062300                  :DCL-LON-ACCNO,                                 DLNWO01P
062400                  :WS-POST-TIMESTAMP,                             DLNWO01P
062500                  :DCL-RCV-AMOUNT,                                DLNWO01P
062600                  :TXN-DATA-OLD,                                  DLNWO01P
062700                  :TR-REF)                                        DLNWO01P
062800     END-EXEC.                                                    DLNWO01P
062900     IF SQLCODE IS NOT EQUAL TO ZERO                              DLNWO01P
063000        MOVE 'Unable to journal the recovery' TO CLW1O-MSG        DLNWO01P
063100        GO TO RECOVER-FROM-CUSTOMER-EXIT                          DLNWO01P
063200     END-IF.                                                      DLNWO01P
063300     MOVE SPACES TO DCL-RCV-NOTE.                                 DLNWO01P
063400     STRING 'Customer account ' DCL-LON-ACCNO                     DLNWO01P
063500            DELIMITED BY SIZE INTO DCL-RCV-NOTE.                  DLNWO01P
063600 RECOVER-FROM-CUSTOMER-EXIT.                                      DLNWO01P
063700     EXIT.                                                        DLNWO01P
063800                                                                  DLNWO01P
063900***************************************************************** DLNWO01P
064000* A debt agency remits through clearing - no customer account   * DLNWO01P
064100* moves, so both ledger sides are written here                  * DLNWO01P
064200***************************************************************** DLNWO01P
064300 RECOVER-FROM-AGENCY.                                             DLNWO01P
064400     IF CLW1I-NOTE IS EQUAL TO SPACES                             DLNWO01P
064500        MOVE 'The remitting agency is needed' TO CLW1O-MSG        DLNWO01P
064600        GO TO RECOVER-FROM-AGENCY-EXIT                            DLNWO01P
064700     END-IF.                                                      DLNWO01P
064800     EXEC SQL                                                     DLNWO01P
064900          SET :WS-POST-TIMESTAMP = CURRENT TIMESTAMP              DLNWO01P
065000     END-EXEC.                                                    DLNWO01P
065100     MOVE 'WA' TO TR-PREFIX.                                      DLNWO01P
065200     MOVE WS-POST-TIMESTAMP TO TR-TIMESTAMP.                      DLNWO01P
065300     CALL 'DBANK30P' USING WS-REF-DATA.                           DLNWO01P
065400     MOVE WS-GL-SETTLEMENT-ACCT TO WS-GL-DEBIT-ACCT.              DLNWO01P
065500     MOVE WS-GL-RECOVERY-ACCT TO WS-GL-CREDIT-ACCT.               DLNWO01P
065600     MOVE DCL-RCV-AMOUNT TO WS-GL-AMOUNT.                         DLNWO01P
065700     PERFORM POST-GL-PAIR THRU                                    DLNWO01P
065800             POST-GL-PAIR-EXIT.                                   DLNWO01P
065900     IF CLW1O-MSG IS NOT EQUAL TO SPACES                          DLNWO01P
066000        GO TO RECOVER-FROM-AGENCY-EXIT                            DLNWO01P
066100     END-IF.                                                      DLNWO01P
066200     MOVE CLW1I-NOTE TO DCL-RCV-NOTE.                             DLNWO01P
066300 RECOVER-FROM-AGENCY-EXIT.                                        DLNWO01P
066400     EXIT.                                                        DLNWO01P
066500                                                                  DLNWO01P
066600***************************************************************** DLNWO01P
066700* Post one balanced pair straight to the ledger                 * DLNWO01P
066800***************************************************************** DLNWO01P
066900 POST-GL-PAIR.                                                    DLNWO01P
067000     EXEC SQL                                                     DLNWO01P
067100          INSERT                                                  DLNWO01P
067200          INTO BNKGLPST (GLP_GL_ACCT,                             DLNWO01P
067300                         GLP_PID,                                 DLNWO01P
067400                         GLP_ACCNO,                               DLNWO01P
067500                         GLP_TXN_TIMESTAMP,                       DLNWO01P
067600                         GLP_DEBIT,                               DLNWO01P
067700                         GLP_CREDIT,                              DLNWO01P
067800                         GLP_POST_DATE,                           DLNWO01P
067900                         GLP_REDIRECTED)                          DLNWO01P
068000          VALUES (:WS-GL-DEBIT-ACCT,                              DLNWO01P
068100                  :DCL-LON-PID,                                   DLNWO01P
068200                  ' ',                                            DLNWO01P
068300                  :WS-POST-TIMESTAMP,                             DLNWO01P
068400                  :WS-GL-AMOUNT,                                  DLNWO01P
068500                  0,                                              DLNWO01P
068600                  :WS-BUSINESS-DATE,                              DLNWO01P
068700                  ' ')                                            DLNWO01P
068800     END-EXEC.                                                    DLNWO01P
068900     IF SQLCODE IS NOT EQUAL TO ZERO                              DLNWO01P
069000        MOVE 'Unable to post the ledger debit' TO CLW1O-MSG       DLNWO01P
069100        GO TO POST-GL-PAIR-EXIT                                   DLNWO01P
069200     END-IF.                                                      DLNWO01P
069300     EXEC SQL                                                     DLNWO01P
069400          INSERT                                                  DLNWO01P
069500          INTO BNKGLPST (GLP_GL_ACCT,                             DLNWO01P
069600                         GLP_PID,                                 DLNWO01P
069700                         GLP_ACCNO,                               DLNWO01P
069800                         GLP_TXN_TIMESTAMP,                       DLNWO01P
069900                         GLP_DEBIT,                               DLNWO01P
070000                         GLP_CREDIT,                              DLNWO01P
070100                         GLP_POST_DATE,                           DLNWO01P
070200                         GLP_REDIRECTED)                          DLNWO01P
070300          VALUES (:WS-GL-CREDIT-ACCT,                             DLNWO01P
070400                  :DCL-LON-PID,                                   DLNWO01P
070500                  ' ',                                            DLNWO01P
070600                  :WS-POST-TIMESTAMP,                             DLNWO01P
070700                  0,                                              DLNWO01P
070800                  :WS-GL-AMOUNT,                                  DLNWO01P
070900                  :WS-BUSINESS-DATE,                              DLNWO01P
071000                  ' ')                                            DLNWO01P
071100     END-EXEC.                                                    DLNWO01P
071200     IF SQLCODE IS NOT EQUAL TO ZERO                              DLNWO01P
071300        MOVE 'Unable to post the ledger credit' TO CLW1O-MSG      DLNWO01P
071400     END-IF.                                                      DLNWO01P
071500 POST-GL-PAIR-EXIT.                                               DLNWO01P
071600     EXIT.                                                        DLNWO01P
071700                                                                  DLNWO01P
071800***************************************************************** DLNWO01P
071900* The month's write-offs and recoveries for the credit          * DLNWO01P
072000* committee - one line per loan written off, one per recovery,  * DLNWO01P
072100* and the month's totals - filed in the report repository. With * DLNWO01P
072200* no month given it reports the month just closed               * DLNWO01P
072300***************************************************************** DLNWO01P
072400 MONTHLY-REPORT.                                                  DLNWO01P
072500     IF CLW1I-PERIOD IS EQUAL TO SPACES                           DLNWO01P
072600        MOVE WS-BUSINESS-DATE TO WS-PERIOD-FROM                   DLNWO01P
072700        MOVE '01' TO WS-PERIOD-FROM (9:2)                         DLNWO01P
072800        EXEC SQL                                                  DLNWO01P
072900             SET :WS-PERIOD-FROM = DATE(:WS-PERIOD-FROM) - 1 MONTHDLNWO01P
073000        END-EXEC                                                  DLNWO01P
073100     ELSE                                                         DLNWO01P
073200        MOVE CLW1I-PERIOD TO WS-PERIOD-FROM                       DLNWO01P
073300        MOVE '-01' TO WS-PERIOD-FROM (8:3)                        DLNWO01P
073400     END-IF.                                                      DLNWO01P
073500     EXEC SQL                                                     DLNWO01P
073600          SET :WS-PERIOD-TO = DATE(:WS-PERIOD-FROM) + 1 MONTH     DLNWO01P
073700     END-EXEC.                                                    DLNWO01P
073800     MOVE ZEROES TO WS-TOTAL-WRITTEN-OFF.                         DLNWO01P
073900     MOVE ZEROES TO WS-TOTAL-RECOVERED.                           DLNWO01P
074000     MOVE 'KIND,LOANID,PID,DATE,PRINCIPAL,INTEREST,FEES,RECOVERED,DLNWO01P
074100-         'REFERENCE,DETAIL' TO WS-CSV-LINE.                      DLNWO01P
074200     PERFORM QUEUE-REPORT-LINE THRU                               DLNWO01P
074300             QUEUE-REPORT-LINE-EXIT.                              DLNWO01P
074400     EXEC SQL                                                     DLNWO01P
074500          DECLARE WOFF_CSR CURSOR FOR                             DLNWO01P
074600          SELECT LWO_LOAN_ID,                                     DLNWO01P
074700                 LWO_PID,                                         DLNWO01P
074800                 LWO_WO_DATE,                                     DLNWO01P
074900                 LWO_PRINCIPAL,                                   DLNWO01P
075000                 LWO_INTEREST,                                    DLNWO01P
075100                 LWO_FEES,                                        DLNWO01P
075200                 LWO_REASON                                       DLNWO01P
075300          FROM BNKLNWO                                            DLNWO01P
075400          WHERE LWO_STATUS = 'W' AND                              DLNWO01P
075500                LWO_WO_DATE >= :WS-PERIOD-FROM AND                DLNWO01P
075600                LWO_WO_DATE < :WS-PERIOD-TO                       DLNWO01P
075700          ORDER BY LWO_LOAN_ID                                    DLNWO01P
075800          FOR FETCH ONLY                                          DLNWO01P
075900     END-EXEC.                                                    DLNWO01P
076000     EXEC SQL                                                     DLNWO01P
076100          OPEN WOFF_CSR                                           DLNWO01P
076200     END-EXEC.                                                    DLNWO01P
076300     IF SQLCODE IS NOT EQUAL TO ZERO                              DLNWO01P
076400        MOVE 'Unable to open the write-off register' TO CLW1O-MSG DLNWO01P
076500        GO TO MONTHLY-REPORT-EXIT                                 DLNWO01P
076600     END-IF.                                                      DLNWO01P
076700 WOFF-LOOP.                                                       DLNWO01P
076800     EXEC SQL                                                     DLNWO01P
076900          FETCH WOFF_CSR                                          DLNWO01P
077000          INTO :DCL-LON-ID,                                       DLNWO01P
077100               :DCL-LON-PID,                                      DLNWO01P
077200               :DCL-LWO-DATE,                                     DLNWO01P
077300               :DCL-LWO-PRINCIPAL,                                DLNWO01P
077400               :DCL-LWO-INTEREST,                                 DLNWO01P
077500               :DCL-LWO-FEES,                                     DLNWO01P
077600               :DCL-LWO-REASON                                    DLNWO01P
077700     END-EXEC.                                                    DLNWO01P
077800     IF SQLCODE IS EQUAL TO +100                                  DLNWO01P
077900        GO TO WOFF-LOOP-EXIT                                      DLNWO01P
078000     END-IF.                                                      DLNWO01P
078100     IF SQLCODE IS NOT EQUAL TO ZERO                              DLNWO01P
078200        MOVE 'Unable to read the write-off register' TO CLW1O-MSG DLNWO01P
078300        GO TO WOFF-LOOP-EXIT                                      DLNWO01P
078400     END-IF.                                                      DLNWO01P
078500     ADD 1 TO CLW1O-WRITE-OFFS.                                   DLNWO01P
078600     ADD DCL-LWO-PRINCIPAL TO WS-TOTAL-WRITTEN-OFF.               DLNWO01P
078700     MOVE DCL-LWO-PRINCIPAL TO WS-PRIN-DISP.                      DLNWO01P
078800     MOVE DCL-LWO-INTEREST TO WS-INT-DISP.                        DLNWO01P
078900     MOVE DCL-LWO-FEES TO WS-FEE-DISP.                            DLNWO01P
079000     MOVE SPACES TO WS-CSV-LINE.                                  DLNWO01P
079100     STRING 'WO,' DCL-LON-ID ',' DCL-LON-PID ',' DCL-LWO-DATE ',' DLNWO01P
079200            WS-PRIN-DISP ',' WS-INT-DISP ',' WS-FEE-DISP ',,,'    DLNWO01P
079300            DCL-LWO-REASON                                        DLNWO01P
079400            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DLNWO01P
079500     PERFORM QUEUE-REPORT-LINE THRU                               DLNWO01P
079600             QUEUE-REPORT-LINE-EXIT.                              DLNWO01P
079700     GO TO WOFF-LOOP.                                             DLNWO01P
079800 WOFF-LOOP-EXIT.                                                  DLNWO01P
079900     EXEC SQL                                                     DLNWO01P
080000          CLOSE WOFF_CSR                                          DLNWO01P
080100     END-EXEC.                                                    DLNWO01P
080200     IF CLW1O-MSG IS NOT EQUAL TO SPACES                          DLNWO01P
080300        GO TO MONTHLY-REPORT-EXIT                                 DLNWO01P
080400     END-IF.                                                      DLNWO01P
080500                                                                  DLNWO01P
080600     EXEC SQL                                                     DLNWO01P
080700          DECLARE RECV_CSR CURSOR FOR                             DLNWO01P
080800          SELECT RCV.RCV_LOAN_ID,                                 DLNWO01P
080900                 LWO.LWO_PID,                                     DLNWO01P
081000                 RCV.RCV_DATE,                                    DLNWO01P
081100                 RCV.RCV_AMOUNT,                                  DLNWO01P
081200                 RCV.RCV_REF,                                     DLNWO01P
081300                 RCV.RCV_NOTE                                     DLNWO01P
081400          FROM BNKLNRCV RCV,                                      DLNWO01P
081500               BNKLNWO LWO                                        DLNWO01P
081600          WHERE LWO.LWO_LOAN_ID = RCV.RCV_LOAN_ID AND             DLNWO01P
081700                LWO.LWO_STATUS = 'W' AND                          DLNWO01P
081800                RCV.RCV_DATE >= :WS-PERIOD-FROM AND               DLNWO01P
081900                RCV.RCV_DATE < :WS-PERIOD-TO                      DLNWO01P
082000          ORDER BY RCV.RCV_DATE,                                  DLNWO01P
082100                   RCV.RCV_ID                                     DLNWO01P
082200          FOR FETCH ONLY                                          DLNWO01P
082300     END-EXEC.                                                    DLNWO01P
082400     EXEC SQL                                                     DLNWO01P
082500          OPEN RECV_CSR                                           DLNWO01P
082600     END-EXEC.                                                    DLNWO01P
082700     IF SQLCODE IS NOT EQUAL TO ZERO                              DLNWO01P
082800        MOVE 'Unable to open the recovery log' TO CLW1O-MSG       DLNWO01P
082900        GO TO MONTHLY-REPORT-EXIT                                 DLNWO01P
083000     END-IF.                                                      DLNWO01P
083100 RECV-LOOP.                                                       DLNWO01P
083200     EXEC SQL                                                     DLNWO01P
083300          FETCH RECV_CSR                                          DLNWO01P
083400          INTO :DCL-LON-ID,                                       DLNWO01P
083500               :DCL-LON-PID,                                      DLNWO01P
083600               :DCL-RCV-DATE,                                     DLNWO01P
083700               :DCL-RCV-AMOUNT,                                   DLNWO01P
083800               :DCL-RCV-REF,                                      DLNWO01P
083900               :DCL-RCV-NOTE                                      DLNWO01P
084000     END-EXEC.                                                    DLNWO01P
084100     IF SQLCODE IS EQUAL TO +100                                  DLNWO01P
084200        GO TO RECV-LOOP-EXIT                                      DLNWO01P
084300     END-IF.                                                      DLNWO01P
084400     IF SQLCODE IS NOT EQUAL TO ZERO                              DLNWO01P
084500        MOVE 'Unable to read the recovery log' TO CLW1O-MSG       DLNWO01P
084600        GO TO RECV-LOOP-EXIT                                      DLNWO01P
084700     END-IF.                                                      DLNWO01P
084800     ADD 1 TO CLW1O-RECOVERIES.                                   DLNWO01P
084900     ADD DCL-RCV-AMOUNT TO WS-TOTAL-RECOVERED.                    DLNWO01P
085000     MOVE DCL-RCV-AMOUNT TO WS-REC-DISP.                          DLNWO01P
085100     MOVE SPACES TO WS-CSV-LINE.                                  DLNWO01P
085200     STRING 'REC,' DCL-LON-ID ',' DCL-LON-PID ',' DCL-RCV-DATE    DLNWO01P
085300            ',,,,' WS-REC-DISP ',' DCL-RCV-REF ',' DCL-RCV-NOTE   DLNWO01P
085400            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DLNWO01P
085500     PERFORM QUEUE-REPORT-LINE THRU                               DLNWO01P
085600             QUEUE-REPORT-LINE-EXIT.                              DLNWO01P
085700     GO TO RECV-LOOP.                                             DLNWO01P
085800 RECV-LOOP-EXIT.                                                  DLNWO01P
085900     EXEC SQL                                                     DLNWO01P
086000          CLOSE RECV_CSR                                          DLNWO01P
086100     END-EXEC.                                                    DLNWO01P
086200     IF CLW1O-MSG IS NOT EQUAL TO SPACES                          DLNWO01P
086300        GO TO MONTHLY-REPORT-EXIT                                 DLNWO01P
086400     END-IF.                                                      DLNWO01P
086500                                                                  DLNWO01P
086600     MOVE WS-TOTAL-WRITTEN-OFF TO WS-TOT-WO-DISP.                 DLNWO01P
086700     MOVE WS-TOTAL-RECOVERED TO WS-TOT-REC-DISP.                  DLNWO01P
086800     MOVE SPACES TO WS-CSV-LINE.                                  DLNWO01P
086900     STRING 'TOTAL,,,' WS-PERIOD-FROM (1:7) ','                   DLNWO01P
087000            WS-TOT-WO-DISP ',,,' WS-TOT-REC-DISP                  DLNWO01P
087100            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DLNWO01P
087200     PERFORM QUEUE-REPORT-LINE THRU                               DLNWO01P
087300             QUEUE-REPORT-LINE-EXIT.                              DLNWO01P
087400     INITIALIZE CD96-DATA.                                        DLNWO01P
087500     SET CD96I-CAPTURE-REPORT TO TRUE.                            DLNWO01P
087600     MOVE WS-PROGRAM-ID TO CD96I-JOB.                             DLNWO01P
087700     STRING 'WRITE-OFFS ' WS-PERIOD-FROM (1:7)                    DLNWO01P
087800            DELIMITED BY SIZE INTO CD96I-REPORT-NAME.             DLNWO01P
087900     MOVE 'CSVQ' TO CD96I-QUEUE.                                  DLNWO01P
088000     MOVE 999 TO CD96I-RETAIN-DAYS.                               DLNWO01P
088100 COPY CBANKX96.                                                   DLNWO01P
088200     IF NOT CD96O-REQUEST-OK                                      DLNWO01P
088300        MOVE CD96O-MSG TO CLW1O-MSG                               DLNWO01P
088400        GO TO MONTHLY-REPORT-EXIT                                 DLNWO01P
088500     END-IF.                                                      DLNWO01P
088600     SET CLW1O-REQUEST-OK TO TRUE.                                DLNWO01P
088700     MOVE SPACES TO CLW1O-MSG.                                    DLNWO01P
088800     STRING 'Write-off report filed as report '                   DLNWO01P
088900            CD96O-REPORT-ID                                       DLNWO01P
089000            DELIMITED BY SIZE INTO CLW1O-MSG.                     DLNWO01P
089100 MONTHLY-REPORT-EXIT.                                             DLNWO01P
089200     EXIT.                                                        DLNWO01P
089300                                                                  DLNWO01P
089400***************************************************************** DLNWO01P
089500* Hand the built line to the extract queue                      * DLNWO01P
089600***************************************************************** DLNWO01P
089700 QUEUE-REPORT-LINE.                                               DLNWO01P
089800 COPY CCSVWRQ.                                                    DLNWO01P
089900 QUEUE-REPORT-LINE-EXIT.                                          DLNWO01P
090000     EXIT.                                                        DLNWO01P
