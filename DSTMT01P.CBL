000100***************************************************************** DSTMT01P
000200*                                                               * DSTMT01P
000300*  Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.    * DSTMT01P
000400*  This demonstration program is provided for use by users      * DSTMT01P
000500*  of Micro Focus products and may be used, modified and        * DSTMT01P
000600*  distributed as part of your application provided that        * DSTMT01P
000700*  you properly acknowledge the copyright of Micro Focus        * DSTMT01P
000800*  in this material.                                            * DSTMT01P
000900*                                                               * DSTMT01P
001000***************************************************************** DSTMT01P
001100                                                                  DSTMT01P
001200***************************************************************** DSTMT01P
001300* Program:     DSTMT01P.CBL                                     * DSTMT01P
001400* Function:    Statement archive - files each month-end         * DSTMT01P
001500*              statement as the statement job produces it,      * DSTMT01P
001600*              header on BNKSTMH and its lines on BNKSTML,      * DSTMT01P
001700*              lists and pages a customer's past statements,    * DSTMT01P
001800*              and takes requests for a certified paper copy,   * DSTMT01P
001900*              charging the rate master's reprint fee and       * DSTMT01P
002000*              printing the copy with a covering letter         * DSTMT01P
002100*              SQL version                                      * DSTMT01P
002200***************************************************************** DSTMT01P
002300                                                                  DSTMT01P
002400 IDENTIFICATION DIVISION.                                         DSTMT01P
002500 PROGRAM-ID.                                                      DSTMT01P
002600     DSTMT01P.                                                    DSTMT01P
002700 DATE-WRITTEN.                                                    DSTMT01P
002800     October 2026.                                                DSTMT01P
002900 DATE-COMPILED.                                                   DSTMT01P
003000     Today.                                                       DSTMT01P
003100                                                                  DSTMT01P
003200 ENVIRONMENT DIVISION.                                            DSTMT01P
003300                                                                  DSTMT01P
003400 DATA DIVISION.                                                   DSTMT01P
003500                                                                  DSTMT01P
003600 WORKING-STORAGE SECTION.                                         DSTMT01P
003700 01  WS-MISC-STORAGE.                                             DSTMT01P
003800   05  WS-PROGRAM-ID                         PIC X(8)             DSTMT01P
003900       VALUE 'DSTMT01P'.                                          DSTMT01P
004000   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DSTMT01P
004100   05  WS-SUB1                               PIC S9(4) COMP.      DSTMT01P
004200   05  WS-SUB2                               PIC S9(4) COMP.      DSTMT01P
004300   05  WS-PAGE-SIZE                          PIC S9(4) COMP.      DSTMT01P
004400   05  WS-TURNS                              PIC S9(4) COMP.      DSTMT01P
004500   05  WS-AMT-DISP                           PIC -(7)9.99.        DSTMT01P
004600   05  WS-HOLD-ENTRY                         PIC X(66).           DSTMT01P
004700                                                                  DSTMT01P
004800 01  WS-CSV-DATA.                                                 DSTMT01P
004900 COPY CCSVD.                                                      DSTMT01P
005000                                                                  DSTMT01P
005100 01  WS-06-COMMAREA.                                              DSTMT01P
005200 COPY CBANKD06.                                                   DSTMT01P
005300                                                                  DSTMT01P
005400   EXEC SQL                                                       DSTMT01P
005500        BEGIN DECLARE SECTION                                     DSTMT01P
005600   END-EXEC.                                                      DSTMT01P
005700 01  WS-COMMAREA.                                                 DSTMT01P
005800     EXEC SQL                                                     DSTMT01P
005900          INCLUDE CSTMTD01                                        DSTMT01P
006000     END-EXEC.                                                    DSTMT01P
006100 01  WS-98-COMMAREA.                                              DSTMT01P
006200     EXEC SQL                                                     DSTMT01P
006300          INCLUDE CBANKD98                                        DSTMT01P
006400     END-EXEC.                                                    DSTMT01P
006500 01  WS-04-COMMAREA.                                              DSTMT01P
006600     EXEC SQL                                                     DSTMT01P
006700          INCLUDE CBANKD04                                        DSTMT01P
006800     END-EXEC.                                                    DSTMT01P
006900 01  WS-72-COMMAREA.                                              DSTMT01P
007000     EXEC SQL                                                     DSTMT01P
007100          INCLUDE CBANKD72                                        DSTMT01P
007200     END-EXEC.                                                    DSTMT01P
007300 01  WS-L1-COMMAREA.                                              DSTMT01P
007400     EXEC SQL                                                     DSTMT01P
007500          INCLUDE CLTTRD01                                        DSTMT01P
007600     END-EXEC.                                                    DSTMT01P
007700 01  DCL-STMT-AREAS.                                              DSTMT01P
007800*        The account the statements belong to                     DSTMT01P
007900   05  DCL-ACC-PID                           PIC X(5).            DSTMT01P
008000   05  DCL-ACC-TYPE                          PIC X(2).            DSTMT01P
008100   05  DCL-ACC-BALANCE                       PIC S9(7)V99 COMP-3. DSTMT01P
008200   05  DCL-CUS-NAME                          PIC X(25).           DSTMT01P
008300*        Where the last statement left off                        DSTMT01P
008400   05  DCL-LAST-STMT-DATE                    PIC X(10).           DSTMT01P
008500   05  DCL-LAST-STMT-TS                      PIC X(26).           DSTMT01P
008600   05  DCL-LAST-STMT-BAL                     PIC S9(7)V99 COMP-3. DSTMT01P
008700*        A statement as kept on BNKSTMH                           DSTMT01P
008800   05  DCL-STH-DATE                          PIC X(10).           DSTMT01P
008900   05  DCL-STH-FROM                          PIC X(10).           DSTMT01P
009000   05  DCL-STH-OPEN-BAL                      PIC S9(7)V99 COMP-3. DSTMT01P
009100   05  DCL-STH-CLOSE-BAL                     PIC S9(7)V99 COMP-3. DSTMT01P
009200   05  DCL-STH-LINES                         PIC S9(5) COMP-3.    DSTMT01P
009300*        A statement line as kept on BNKSTML                      DSTMT01P
009400   05  DCL-STL-TS                            PIC X(26).           DSTMT01P
009500   05  DCL-STL-DESC                          PIC X(30).           DSTMT01P
009600   05  DCL-STL-AMOUNT                        PIC S9(7)V99 COMP-3. DSTMT01P
009700 01  WS-STMT-AREAS.                                               DSTMT01P
009800   05  WS-BUSINESS-DATE                      PIC X(10).           DSTMT01P
009900   05  WS-STMT-DATE                          PIC X(10).           DSTMT01P
010000   05  WS-RUN-TS                             PIC X(26).           DSTMT01P
010100   05  WS-KEY-DATE                           PIC X(10).           DSTMT01P
010200   05  WS-KEY-TS                             PIC X(26).           DSTMT01P
010300   05  WS-FEE                                PIC S9(3)V99 COMP-3. DSTMT01P
010400                                                                  DSTMT01P
010500     EXEC SQL                                                     DSTMT01P
010600          INCLUDE SQLCA                                           DSTMT01P
010700     END-EXEC.                                                    DSTMT01P
010800                                                                  DSTMT01P
010900 COPY CABENDD.                                                    DSTMT01P
011000   EXEC SQL                                                       DSTMT01P
011100        END DECLARE SECTION                                       DSTMT01P
011200   END-EXEC.                                                      DSTMT01P
011300                                                                  DSTMT01P
011400 LINKAGE SECTION.                                                 DSTMT01P
011500 01  DFHCOMMAREA.                                                 DSTMT01P
011600   05  LK-COMMAREA                           PIC X(1)             DSTMT01P
011700       OCCURS 1 TO 6144 TIMES                                     DSTMT01P
011800         DEPENDING ON WS-COMMAREA-LENGTH.                         DSTMT01P
011900                                                                  DSTMT01P
012000 COPY CENTRY.                                                     DSTMT01P
012100***************************************************************** DSTMT01P
012200* Move the passed area to our area                              * DSTMT01P
012300***************************************************************** DSTMT01P
012400     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DSTMT01P
012500     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DSTMT01P
012600                                                                  DSTMT01P
012700***************************************************************** DSTMT01P
012800* Initialize our output area                                    * DSTMT01P
012900***************************************************************** DSTMT01P
013000     INITIALIZE CSM1O-DATA.                                       DSTMT01P
013100     SET CSM1O-REQUEST-FAIL TO TRUE.                              DSTMT01P
013200                                                                  DSTMT01P
013300     INITIALIZE CD98-DATA.                                        DSTMT01P
013400     SET CD98I-READ-BUSINESS-DATE TO TRUE.                        DSTMT01P
013500 COPY CBANKX98.                                                   DSTMT01P
013600     IF NOT CD98O-REQUEST-OK                                      DSTMT01P
013700        MOVE CD98O-MSG TO CSM1O-MSG                               DSTMT01P
013800        GO TO DSTMT01P-EXIT                                       DSTMT01P
013900     END-IF.                                                      DSTMT01P
014000     MOVE CD98O-DATE TO WS-BUSINESS-DATE.                         DSTMT01P
014100     EXEC SQL                                                     DSTMT01P
014200          SET :WS-RUN-TS = CURRENT TIMESTAMP                      DSTMT01P
014300     END-EXEC.                                                    DSTMT01P
014400                                                                  DSTMT01P
014500     EVALUATE TRUE                                                DSTMT01P
014600       WHEN CSM1I-ARCHIVE                                         DSTMT01P
014700         PERFORM ARCHIVE-STATEMENT THRU                           DSTMT01P
014800                 ARCHIVE-STATEMENT-EXIT                           DSTMT01P
014900       WHEN CSM1I-LIST                                            DSTMT01P
015000         PERFORM CHECK-ACCOUNT THRU                               DSTMT01P
015100                 CHECK-ACCOUNT-EXIT                               DSTMT01P
015200         IF CSM1O-MSG IS EQUAL TO SPACES                          DSTMT01P
015300            PERFORM LIST-STATEMENTS THRU                          DSTMT01P
015400                    LIST-STATEMENTS-EXIT                          DSTMT01P
015500         END-IF                                                   DSTMT01P
015600       WHEN CSM1I-VIEW                                            DSTMT01P
015700         PERFORM CHECK-ACCOUNT THRU                               DSTMT01P
015800                 CHECK-ACCOUNT-EXIT                               DSTMT01P
015900         IF CSM1O-MSG IS EQUAL TO SPACES                          DSTMT01P
016000            PERFORM READ-HEADER THRU                              DSTMT01P
016100                    READ-HEADER-EXIT                              DSTMT01P
016200         END-IF                                                   DSTMT01P
016300         IF CSM1O-MSG IS EQUAL TO SPACES                          DSTMT01P
016400            PERFORM VIEW-STATEMENT THRU                           DSTMT01P
016500                    VIEW-STATEMENT-EXIT                           DSTMT01P
016600         END-IF                                                   DSTMT01P
016700       WHEN CSM1I-QUOTE                                           DSTMT01P
016800         PERFORM CHECK-REPRINT THRU                               DSTMT01P
016900                 CHECK-REPRINT-EXIT                               DSTMT01P
017000         IF CSM1O-REQUEST-OK                                      DSTMT01P
017100            MOVE 'A certified copy costs the fee shown'           DSTMT01P
017200              TO CSM1O-MSG                                        DSTMT01P
017300         END-IF                                                   DSTMT01P
017400       WHEN CSM1I-REPRINT                                         DSTMT01P
017500         PERFORM CHECK-REPRINT THRU                               DSTMT01P
017600                 CHECK-REPRINT-EXIT                               DSTMT01P
017700         IF CSM1O-REQUEST-OK                                      DSTMT01P
017800            PERFORM MAKE-REPRINT THRU                             DSTMT01P
017900                    MAKE-REPRINT-EXIT                             DSTMT01P
018000         END-IF                                                   DSTMT01P
018100       WHEN OTHER                                                 DSTMT01P
018200         MOVE 'Unknown statement archive function requested'      DSTMT01P
018300           TO CSM1O-MSG                                           DSTMT01P
018400     END-EVALUATE.                                                DSTMT01P
018500                                                                  DSTMT01P
018600 DSTMT01P-EXIT.                                                   DSTMT01P
018700***************************************************************** DSTMT01P
018800* Move the result back to the callers area                      * DSTMT01P
018900***************************************************************** DSTMT01P
019000     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DSTMT01P
019100                                                                  DSTMT01P
019200***************************************************************** DSTMT01P
019300* Return to our caller                                          * DSTMT01P
019400***************************************************************** DSTMT01P
019500 COPY CRETURN.                                                    DSTMT01P
019600                                                                  DSTMT01P
019700***************************************************************** DSTMT01P
019800* File the statement the month-end job is about to close. It    * DSTMT01P
019900* covers every posting to the account since the last statement  * DSTMT01P
020000* - the same rows the transaction list shows - opening at the   * DSTMT01P
020100* balance that statement closed on. An account already          * DSTMT01P
020200* statemented today keeps what was filed then, and a partial    * DSTMT01P
020300* copy left by a failed run is cleared before filing again      * DSTMT01P
020400***************************************************************** DSTMT01P
020500 ARCHIVE-STATEMENT.                                               DSTMT01P
020600     IF CSM1I-ACC IS EQUAL TO SPACES                              DSTMT01P
020700        MOVE 'No account given to file a statement for'           DSTMT01P
020800          TO CSM1O-MSG                                            DSTMT01P
020900        GO TO ARCHIVE-STATEMENT-EXIT                              DSTMT01P
021000     END-IF.                                                      DSTMT01P
021100     EXEC SQL                                                     DSTMT01P
021200          SELECT BAC_PID,                                         DSTMT01P
021300                 VALUE(CHAR(BAC_LAST_STMT_DTE, ISO),              DSTMT01P
021400                       '0001-01-01'),                             DSTMT01P
021500                 VALUE(CHAR(BAC_LAST_STMT_TS),                    DSTMT01P
021600                       '0001-01-01-00.00.00.000000'),             DSTMT01P
021700                 VALUE(BAC_LAST_STMT_BAL, 0)                      DSTMT01P
021800          INTO :DCL-ACC-PID,                                      DSTMT01P
021900               :DCL-LAST-STMT-DATE,                               DSTMT01P
022000               :DCL-LAST-STMT-TS,                                 DSTMT01P
022100               :DCL-LAST-STMT-BAL                                 DSTMT01P
022200          FROM BNKACC                                             DSTMT01P
022300          WHERE BAC_ACCNO = :CSM1I-ACC                            DSTMT01P
022400     END-EXEC.                                                    DSTMT01P
022500     IF SQLCODE IS EQUAL TO +100                                  DSTMT01P
022600        SET CSM1O-NOT-FOUND TO TRUE                               DSTMT01P
022700        MOVE 'Account not found' TO CSM1O-MSG                     DSTMT01P
022800        GO TO ARCHIVE-STATEMENT-EXIT                              DSTMT01P
022900     END-IF.                                                      DSTMT01P
023000     IF SQLCODE IS NOT EQUAL TO ZERO                              DSTMT01P
023100        MOVE 'Unable to read the account' TO CSM1O-MSG            DSTMT01P
023200        GO TO ARCHIVE-STATEMENT-EXIT                              DSTMT01P
023300     END-IF.                                                      DSTMT01P
023400     EXEC SQL                                                     DSTMT01P
023500          SET :WS-STMT-DATE = CHAR(CURRENT DATE, ISO)             DSTMT01P
023600     END-EXEC.                                                    DSTMT01P
023700     IF DCL-LAST-STMT-DATE IS EQUAL TO WS-STMT-DATE               DSTMT01P
023800        SET CSM1O-REQUEST-OK TO TRUE                              DSTMT01P
023900        MOVE 'Today''s statement is already filed' TO CSM1O-MSG   DSTMT01P
024000        GO TO ARCHIVE-STATEMENT-EXIT                              DSTMT01P
024100     END-IF.                                                      DSTMT01P
024200     EXEC SQL                                                     DSTMT01P
024300          DELETE                                                  DSTMT01P
024400          FROM BNKSTML                                            DSTMT01P
024500          WHERE BSL_ACCNO = :CSM1I-ACC AND                        DSTMT01P
024600                BSL_STMT_DATE = :WS-STMT-DATE                     DSTMT01P
024700     END-EXEC.                                                    DSTMT01P
024800     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DSTMT01P
024900        SQLCODE IS NOT EQUAL TO +100                              DSTMT01P
025000        MOVE 'Unable to clear a partial earlier statement copy'   DSTMT01P
025100          TO CSM1O-MSG                                            DSTMT01P
025200        GO TO ARCHIVE-STATEMENT-EXIT                              DSTMT01P
025300     END-IF.                                                      DSTMT01P
025400     EXEC SQL                                                     DSTMT01P
025500          INSERT                                                  DSTMT01P
025600          INTO BNKSTML (BSL_ACCNO,                                DSTMT01P
025700                        BSL_STMT_DATE,                            DSTMT01P
025800                        BSL_TIMESTAMP,                            DSTMT01P
025900                        BSL_AMOUNT,                               DSTMT01P
026000                        BSL_DESC)                                 DSTMT01P
026100          SELECT TXN.BTX_ACCNO,                                   DSTMT01P
026200                 :WS-STMT-DATE,                                   DSTMT01P
026300                 TXN.BTX_TIMESTAMP,                               DSTMT01P
026400                 TXN.BTX_AMOUNT,                                  DSTMT01P
026500                 SUBSTR(TXN.BTX_DATA_OLD, 1, 30)                  DSTMT01P
026600          FROM BNKTXN TXN                                         DSTMT01P
026700          WHERE TXN.BTX_ACCNO = :CSM1I-ACC AND                    DSTMT01P
026800                TXN.BTX_TYPE <> '2' AND                           DSTMT01P
026900                TXN.BTX_TIMESTAMP > :DCL-LAST-STMT-TS AND         DSTMT01P
027000                TXN.BTX_TIMESTAMP <= :WS-RUN-TS                   DSTMT01P
027100     END-EXEC.                                                    DSTMT01P
027200     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DSTMT01P
027300        SQLCODE IS NOT EQUAL TO +100                              DSTMT01P
027400        MOVE 'Unable to file the statement lines' TO CSM1O-MSG    DSTMT01P
027500        GO TO ARCHIVE-STATEMENT-EXIT                              DSTMT01P
027600     END-IF.                                                      DSTMT01P
027700     MOVE ZERO TO DCL-STH-LINES.                                  DSTMT01P
027800     EXEC SQL                                                     DSTMT01P
027900          SELECT COUNT(*)                                         DSTMT01P
028000          INTO :DCL-STH-LINES                                     DSTMT01P
028100          FROM BNKSTML                                            DSTMT01P
028200          WHERE BSL_ACCNO = :CSM1I-ACC AND                        DSTMT01P
028300                BSL_STMT_DATE = :WS-STMT-DATE                     DSTMT01P
028400     END-EXEC.                                                    DSTMT01P
028500     EXEC SQL                                                     DSTMT01P
028600          DELETE                                                  DSTMT01P
028700          FROM BNKSTMH                                            DSTMT01P
028800          WHERE BSH_ACCNO = :CSM1I-ACC AND                        DSTMT01P
028900                BSH_STMT_DATE = :WS-STMT-DATE                     DSTMT01P
029000     END-EXEC.                                                    DSTMT01P
029100     EXEC SQL                                                     DSTMT01P
029200          INSERT                                                  DSTMT01P
029300          INTO BNKSTMH (BSH_ACCNO,                                DSTMT01P
029400                        BSH_STMT_DATE,                            DSTMT01P
029500                        BSH_PID,                                  DSTMT01P
029600                        BSH_FROM_DATE,                            DSTMT01P
029700                        BSH_OPEN_BAL,                             DSTMT01P
029800                        BSH_CLOSE_BAL,                            DSTMT01P
029900                        BSH_LINES,                                DSTMT01P
030000                        BSH_FILED_TS)                             DSTMT01P
030100          VALUES (:CSM1I-ACC,                                     DSTMT01P
030200                  :WS-STMT-DATE,                                  DSTMT01P
030300                  :DCL-ACC-PID,                                   DSTMT01P
030400                  :DCL-LAST-STMT-DATE,                            DSTMT01P
030500                  :DCL-LAST-STMT-BAL,                             DSTMT01P
030600                  :CSM1I-CLOSE-BAL,                               DSTMT01P
030700                  :DCL-STH-LINES,                                 DSTMT01P
030800                  :WS-RUN-TS)                                     DSTMT01P
030900     END-EXEC.                                                    DSTMT01P
031000     IF SQLCODE IS NOT EQUAL TO ZERO                              DSTMT01P
031100        MOVE 'Unable to file the statement' TO CSM1O-MSG          DSTMT01P
031200        GO TO ARCHIVE-STATEMENT-EXIT                              DSTMT01P
031300     END-IF.                                                      DSTMT01P
031400     MOVE DCL-STH-LINES TO CSM1O-LINES-ARCHIVED.                  DSTMT01P
031500     SET CSM1O-REQUEST-OK TO TRUE.                                DSTMT01P
031600     MOVE 'Statement filed' TO CSM1O-MSG.                         DSTMT01P
031700 ARCHIVE-STATEMENT-EXIT.                                          DSTMT01P
031800     EXIT.                                                        DSTMT01P
031900                                                                  DSTMT01P
032000***************************************************************** DSTMT01P
032100* The account must exist and, when a customer asks, be theirs   * DSTMT01P
032200***************************************************************** DSTMT01P
032300 CHECK-ACCOUNT.                                                   DSTMT01P
032400     IF CSM1I-ACC IS EQUAL TO SPACES                              DSTMT01P
032500        MOVE 'Key the account number' TO CSM1O-MSG                DSTMT01P
032600        GO TO CHECK-ACCOUNT-EXIT                                  DSTMT01P
032700     END-IF.                                                      DSTMT01P
032800     EXEC SQL                                                     DSTMT01P
032900          SELECT BAC_PID,                                         DSTMT01P
033000                 BAC_ACCTYPE,                                     DSTMT01P
033100                 BAC_BALANCE                                      DSTMT01P
033200          INTO :DCL-ACC-PID,                                      DSTMT01P
033300               :DCL-ACC-TYPE,                                     DSTMT01P
033400               :DCL-ACC-BALANCE                                   DSTMT01P
033500          FROM BNKACC                                             DSTMT01P
033600          WHERE BAC_ACCNO = :CSM1I-ACC                            DSTMT01P
033700     END-EXEC.                                                    DSTMT01P
033800     IF SQLCODE IS EQUAL TO +100                                  DSTMT01P
033900        SET CSM1O-NOT-FOUND TO TRUE                               DSTMT01P
034000        MOVE 'Account not found' TO CSM1O-MSG                     DSTMT01P
034100        GO TO CHECK-ACCOUNT-EXIT                                  DSTMT01P
034200     END-IF.                                                      DSTMT01P
034300     IF SQLCODE IS NOT EQUAL TO ZERO                              DSTMT01P
034400        MOVE 'Unable to read the account' TO CSM1O-MSG            DSTMT01P
034500        GO TO CHECK-ACCOUNT-EXIT                                  DSTMT01P
034600     END-IF.                                                      DSTMT01P
034700     IF CSM1I-PERSON-PID IS NOT EQUAL TO SPACES AND               DSTMT01P
034800        CSM1I-PERSON-PID IS NOT EQUAL TO DCL-ACC-PID              DSTMT01P
034900        SET CSM1O-NOT-FOUND TO TRUE                               DSTMT01P
035000        MOVE 'Account not found' TO CSM1O-MSG                     DSTMT01P
035100     END-IF.                                                      DSTMT01P
035200 CHECK-ACCOUNT-EXIT.                                              DSTMT01P
035300     EXIT.                                                        DSTMT01P
035400                                                                  DSTMT01P
035500***************************************************************** DSTMT01P
035600* Six statements at a time, newest first. Paging forward gives  * DSTMT01P
035700* the older ones before the key, paging back the six after it,  * DSTMT01P
035800* read oldest first and turned round. A page with nothing on it * DSTMT01P
035900* leaves the caller where it was                                * DSTMT01P
036000***************************************************************** DSTMT01P
036100 LIST-STATEMENTS.                                                 DSTMT01P
036200     MOVE 6 TO WS-PAGE-SIZE.                                      DSTMT01P
036300     MOVE CSM1I-START-KEY (1:10) TO WS-KEY-DATE.                  DSTMT01P
036400     IF WS-KEY-DATE IS EQUAL TO SPACES                            DSTMT01P
036500        MOVE '9999-12-31' TO WS-KEY-DATE                          DSTMT01P
036600        MOVE 'F' TO CSM1I-DIRECTION                               DSTMT01P
036700     END-IF.                                                      DSTMT01P
036800     MOVE 0 TO WS-SUB1.                                           DSTMT01P
036900     IF CSM1I-PAGE-BACK                                           DSTMT01P
037000        PERFORM LIST-NEWER THRU                                   DSTMT01P
037100                LIST-NEWER-EXIT                                   DSTMT01P
037200     ELSE                                                         DSTMT01P
037300        PERFORM LIST-OLDER THRU                                   DSTMT01P
037400                LIST-OLDER-EXIT                                   DSTMT01P
037500     END-IF.                                                      DSTMT01P
037600     IF CSM1O-MSG IS NOT EQUAL TO SPACES                          DSTMT01P
037700        GO TO LIST-STATEMENTS-EXIT                                DSTMT01P
037800     END-IF.                                                      DSTMT01P
037900     MOVE WS-SUB1 TO CSM1O-STMT-COUNT.                            DSTMT01P
038000     IF WS-SUB1 IS EQUAL TO ZERO                                  DSTMT01P
038100        IF CSM1I-START-KEY IS EQUAL TO SPACES                     DSTMT01P
038200           SET CSM1O-REQUEST-OK TO TRUE                           DSTMT01P
038300           MOVE 'No statements are kept for this account yet'     DSTMT01P
038400             TO CSM1O-MSG                                         DSTMT01P
038500        ELSE                                                      DSTMT01P
038600           SET CSM1O-NOT-FOUND TO TRUE                            DSTMT01P
038700           MOVE 'There are no more statements that way'           DSTMT01P
038800             TO CSM1O-MSG                                         DSTMT01P
038900        END-IF                                                    DSTMT01P
039000        GO TO LIST-STATEMENTS-EXIT                                DSTMT01P
039100     END-IF.                                                      DSTMT01P
039200     IF CSM1I-PAGE-BACK                                           DSTMT01P
039300        MOVE 0 TO WS-SUB1                                         DSTMT01P
039400        COMPUTE WS-SUB2 = CSM1O-STMT-COUNT + 1                    DSTMT01P
039500        COMPUTE WS-TURNS = CSM1O-STMT-COUNT / 2                   DSTMT01P
039600        PERFORM TURN-STATEMENT THRU                               DSTMT01P
039700                TURN-STATEMENT-EXIT                               DSTMT01P
039800                WS-TURNS TIMES                                    DSTMT01P
039900     END-IF.                                                      DSTMT01P
040000     SET CSM1O-REQUEST-OK TO TRUE.                                DSTMT01P
040100     MOVE 'Put V against a statement to see its lines'            DSTMT01P
040200       TO CSM1O-MSG.                                              DSTMT01P
040300 LIST-STATEMENTS-EXIT.                                            DSTMT01P
040400     EXIT.                                                        DSTMT01P
040500                                                                  DSTMT01P
040600 LIST-OLDER.                                                      DSTMT01P
040700     EXEC SQL                                                     DSTMT01P
040800          DECLARE STMH_OLD_CSR CURSOR FOR                         DSTMT01P
040900          SELECT CHAR(BSH_STMT_DATE, ISO),                        DSTMT01P
041000                 CHAR(BSH_FROM_DATE, ISO),                        DSTMT01P
041100                 BSH_OPEN_BAL,                                    DSTMT01P
041200                 BSH_CLOSE_BAL,                                   DSTMT01P
041300                 BSH_LINES                                        DSTMT01P
041400          FROM BNKSTMH                                            DSTMT01P
041500          WHERE BSH_ACCNO = :CSM1I-ACC AND                        DSTMT01P
041600                BSH_STMT_DATE < :WS-KEY-DATE                      DSTMT01P
041700          ORDER BY BSH_STMT_DATE DESC                             DSTMT01P
041800          FOR FETCH ONLY                                          DSTMT01P
041900     END-EXEC.                                                    DSTMT01P
042000     EXEC SQL                                                     DSTMT01P
042100          OPEN STMH_OLD_CSR                                       DSTMT01P
042200     END-EXEC.                                                    DSTMT01P
042300     IF SQLCODE IS NOT EQUAL TO ZERO                              DSTMT01P
042400        MOVE 'Unable to open the statement list' TO CSM1O-MSG     DSTMT01P
042500        GO TO LIST-OLDER-EXIT                                     DSTMT01P
042600     END-IF.                                                      DSTMT01P
042700 LIST-OLDER-LOOP.                                                 DSTMT01P
042800     IF WS-SUB1 IS EQUAL TO WS-PAGE-SIZE                          DSTMT01P
042900        GO TO LIST-OLDER-LOOP-EXIT                                DSTMT01P
043000     END-IF.                                                      DSTMT01P
043100     EXEC SQL                                                     DSTMT01P
043200          FETCH STMH_OLD_CSR                                      DSTMT01P
043300          INTO :DCL-STH-DATE,                                     DSTMT01P
043400               :DCL-STH-FROM,                                     DSTMT01P
043500               :DCL-STH-OPEN-BAL,                                 DSTMT01P
043600               :DCL-STH-CLOSE-BAL,                                DSTMT01P
043700               :DCL-STH-LINES                                     DSTMT01P
043800     END-EXEC.                                                    DSTMT01P
043900     IF SQLCODE IS EQUAL TO +100                                  DSTMT01P
044000        GO TO LIST-OLDER-LOOP-EXIT                                DSTMT01P
044100     END-IF.                                                      DSTMT01P
044200     IF SQLCODE IS NOT EQUAL TO ZERO                              DSTMT01P
044300        MOVE 'Unable to read the statement list' TO CSM1O-MSG     DSTMT01P
044400        GO TO LIST-OLDER-LOOP-EXIT                                DSTMT01P
044500     END-IF.                                                      DSTMT01P
044600     PERFORM SHOW-STATEMENT THRU                                  DSTMT01P
044700             SHOW-STATEMENT-EXIT.                                 DSTMT01P
044800     GO TO LIST-OLDER-LOOP.                                       DSTMT01P
044900 LIST-OLDER-LOOP-EXIT.                                            DSTMT01P
045000     EXEC SQL                                                     DSTMT01P
045100          CLOSE STMH_OLD_CSR                                      DSTMT01P
045200     END-EXEC.                                                    DSTMT01P
045300 LIST-OLDER-EXIT.                                                 DSTMT01P
045400     EXIT.                                                        DSTMT01P
045500                                                                  DSTMT01P
045600 LIST-NEWER.                                                      DSTMT01P
045700     EXEC SQL                                                     DSTMT01P
045800          DECLARE STMH_NEW_CSR CURSOR FOR                         DSTMT01P
045900          SELECT CHAR(BSH_STMT_DATE, ISO),                        DSTMT01P
046000                 CHAR(BSH_FROM_DATE, ISO),                        DSTMT01P
046100                 BSH_OPEN_BAL,                                    DSTMT01P
046200                 BSH_CLOSE_BAL,                                   DSTMT01P
046300                 BSH_LINES                                        DSTMT01P
046400          FROM BNKSTMH                                            DSTMT01P
046500          WHERE BSH_ACCNO = :CSM1I-ACC AND                        DSTMT01P
046600                BSH_STMT_DATE > :WS-KEY-DATE                      DSTMT01P
046700          ORDER BY BSH_STMT_DATE                                  DSTMT01P
046800          FOR FETCH ONLY                                          DSTMT01P
046900     END-EXEC.                                                    DSTMT01P
047000     EXEC SQL                                                     DSTMT01P
047100          OPEN STMH_NEW_CSR                                       DSTMT01P
047200     END-EXEC.                                                    DSTMT01P
047300     IF SQLCODE IS NOT EQUAL TO ZERO                              DSTMT01P
047400        MOVE 'Unable to open the statement list' TO CSM1O-MSG     DSTMT01P
047500        GO TO LIST-NEWER-EXIT                                     DSTMT01P
047600     END-IF.                                                      DSTMT01P
047700 LIST-NEWER-LOOP.                                                 DSTMT01P
047800     IF WS-SUB1 IS EQUAL TO WS-PAGE-SIZE                          DSTMT01P
047900        GO TO LIST-NEWER-LOOP-EXIT                                DSTMT01P
048000     END-IF.                                                      DSTMT01P
048100     EXEC SQL                                                     DSTMT01P
048200          FETCH STMH_NEW_CSR                                      DSTMT01P
048300          INTO :DCL-STH-DATE,                                     DSTMT01P
048400               :DCL-STH-FROM,                                     DSTMT01P
048500               :DCL-STH-OPEN-BAL,                                 DSTMT01P
048600               :DCL-STH-CLOSE-BAL,                                DSTMT01P
048700               :DCL-STH-LINES                                     DSTMT01P
048800     END-EXEC.                                                    DSTMT01P
048900     IF SQLCODE IS EQUAL TO +100                                  DSTMT01P
049000        GO TO LIST-NEWER-LOOP-EXIT                                DSTMT01P
049100     END-IF.                                                      DSTMT01P
049200     IF SQLCODE IS NOT EQUAL TO ZERO                              DSTMT01P
049300        MOVE 'Unable to read the statement list' TO CSM1O-MSG     DSTMT01P
049400        GO TO LIST-NEWER-LOOP-EXIT                                DSTMT01P
049500     END-IF.                                                      DSTMT01P
049600     PERFORM SHOW-STATEMENT THRU                                  DSTMT01P
049700             SHOW-STATEMENT-EXIT.                                 DSTMT01P
049800     GO TO LIST-NEWER-LOOP.                                       DSTMT01P
049900 LIST-NEWER-LOOP-EXIT.                                            DSTMT01P
050000     EXEC SQL                                                     DSTMT01P
050100          CLOSE STMH_NEW_CSR                                      DSTMT01P
050200     END-EXEC.                                                    DSTMT01P
050300 LIST-NEWER-EXIT.                                                 DSTMT01P
050400     EXIT.                                                        DSTMT01P
050500                                                                  DSTMT01P
050600 SHOW-STATEMENT.                                                  DSTMT01P
050700     ADD 1 TO WS-SUB1.                                            DSTMT01P
050800     MOVE DCL-STH-DATE TO CSM1O-STM-DATE (WS-SUB1).               DSTMT01P
050900     MOVE DCL-STH-FROM TO CSM1O-STM-FROM (WS-SUB1).               DSTMT01P
051000     MOVE DCL-STH-OPEN-BAL TO CSM1O-STM-OPEN-BAL (WS-SUB1).       DSTMT01P
051100     MOVE DCL-STH-CLOSE-BAL TO CSM1O-STM-CLOSE-BAL (WS-SUB1).     DSTMT01P
051200     MOVE DCL-STH-LINES TO CSM1O-STM-LINES (WS-SUB1).             DSTMT01P
051300 SHOW-STATEMENT-EXIT.                                             DSTMT01P
051400     EXIT.                                                        DSTMT01P
051500                                                                  DSTMT01P
051600***************************************************************** DSTMT01P
051700* Swap one pair of entries, outside in, so a page read          * DSTMT01P
051800* backwards is shown the right way round                        * DSTMT01P
051900***************************************************************** DSTMT01P
052000 TURN-STATEMENT.                                                  DSTMT01P
052100     ADD 1 TO WS-SUB1.                                            DSTMT01P
052200     SUBTRACT 1 FROM WS-SUB2.                                     DSTMT01P
052300     MOVE CSM1O-STMT (WS-SUB1) TO WS-HOLD-ENTRY.                  DSTMT01P
052400     MOVE CSM1O-STMT (WS-SUB2) TO CSM1O-STMT (WS-SUB1).           DSTMT01P
052500     MOVE WS-HOLD-ENTRY TO CSM1O-STMT (WS-SUB2).                  DSTMT01P
052600 TURN-STATEMENT-EXIT.                                             DSTMT01P
052700     EXIT.                                                        DSTMT01P
052800                                                                  DSTMT01P
052900***************************************************************** DSTMT01P
053000* The statement asked for, off BNKSTMH                          * DSTMT01P
053100***************************************************************** DSTMT01P
053200 READ-HEADER.                                                     DSTMT01P
053300     IF CSM1I-STMT-DATE IS EQUAL TO SPACES                        DSTMT01P
053400        MOVE 'Choose the statement wanted' TO CSM1O-MSG           DSTMT01P
053500        GO TO READ-HEADER-EXIT                                    DSTMT01P
053600     END-IF.                                                      DSTMT01P
053700     EXEC SQL                                                     DSTMT01P
053800          SELECT CHAR(BSH_STMT_DATE, ISO),                        DSTMT01P
053900                 CHAR(BSH_FROM_DATE, ISO),                        DSTMT01P
054000                 BSH_OPEN_BAL,                                    DSTMT01P
054100                 BSH_CLOSE_BAL,                                   DSTMT01P
054200                 BSH_LINES                                        DSTMT01P
054300          INTO :DCL-STH-DATE,                                     DSTMT01P
054400               :DCL-STH-FROM,                                     DSTMT01P
054500               :DCL-STH-OPEN-BAL,                                 DSTMT01P
054600               :DCL-STH-CLOSE-BAL,                                DSTMT01P
054700               :DCL-STH-LINES                                     DSTMT01P
054800          FROM BNKSTMH                                            DSTMT01P
054900          WHERE BSH_ACCNO = :CSM1I-ACC AND                        DSTMT01P
055000                BSH_STMT_DATE = :CSM1I-STMT-DATE                  DSTMT01P
055100     END-EXEC.                                                    DSTMT01P
055200     IF SQLCODE IS EQUAL TO +100                                  DSTMT01P
055300        SET CSM1O-NOT-FOUND TO TRUE                               DSTMT01P
055400        MOVE 'That statement is no longer held' TO CSM1O-MSG      DSTMT01P
055500        GO TO READ-HEADER-EXIT                                    DSTMT01P
055600     END-IF.                                                      DSTMT01P
055700     IF SQLCODE IS NOT EQUAL TO ZERO                              DSTMT01P
055800        MOVE 'Unable to read the statement' TO CSM1O-MSG          DSTMT01P
055900        GO TO READ-HEADER-EXIT                                    DSTMT01P
056000     END-IF.                                                      DSTMT01P
056100     MOVE DCL-STH-DATE TO CSM1O-HDR-DATE.                         DSTMT01P
056200     MOVE DCL-STH-FROM TO CSM1O-HDR-FROM.                         DSTMT01P
056300     MOVE DCL-STH-OPEN-BAL TO CSM1O-HDR-OPEN-BAL.                 DSTMT01P
056400     MOVE DCL-STH-CLOSE-BAL TO CSM1O-HDR-CLOSE-BAL.               DSTMT01P
056500     MOVE DCL-STH-LINES TO CSM1O-HDR-LINES.                       DSTMT01P
056600 READ-HEADER-EXIT.                                                DSTMT01P
056700     EXIT.                                                        DSTMT01P
056800                                                                  DSTMT01P
056900***************************************************************** DSTMT01P
057000* Eight lines of the statement at a time, in posting order,     * DSTMT01P
057100* paged on the line's timestamp the same way the list is        * DSTMT01P
057200***************************************************************** DSTMT01P
057300 VIEW-STATEMENT.                                                  DSTMT01P
057400     MOVE 8 TO WS-PAGE-SIZE.                                      DSTMT01P
057500     MOVE CSM1I-START-KEY TO WS-KEY-TS.                           DSTMT01P
057600     IF WS-KEY-TS IS EQUAL TO SPACES                              DSTMT01P
057700        MOVE '0001-01-01-00.00.00.000000' TO WS-KEY-TS            DSTMT01P
057800        MOVE 'F' TO CSM1I-DIRECTION                               DSTMT01P
057900     END-IF.                                                      DSTMT01P
058000     MOVE 0 TO WS-SUB1.                                           DSTMT01P
058100     IF CSM1I-PAGE-BACK                                           DSTMT01P
058200        PERFORM VIEW-EARLIER THRU                                 DSTMT01P
058300                VIEW-EARLIER-EXIT                                 DSTMT01P
058400     ELSE                                                         DSTMT01P
058500        PERFORM VIEW-LATER THRU                                   DSTMT01P
058600                VIEW-LATER-EXIT                                   DSTMT01P
058700     END-IF.                                                      DSTMT01P
058800     IF CSM1O-MSG IS NOT EQUAL TO SPACES                          DSTMT01P
058900        GO TO VIEW-STATEMENT-EXIT                                 DSTMT01P
059000     END-IF.                                                      DSTMT01P
059100     MOVE WS-SUB1 TO CSM1O-LINE-COUNT.                            DSTMT01P
059200     IF WS-SUB1 IS EQUAL TO ZERO                                  DSTMT01P
059300        IF CSM1I-START-KEY IS EQUAL TO SPACES                     DSTMT01P
059400           SET CSM1O-REQUEST-OK TO TRUE                           DSTMT01P
059500           MOVE 'Nothing was posted in this statement period'     DSTMT01P
059600             TO CSM1O-MSG                                         DSTMT01P
059700        ELSE                                                      DSTMT01P
059800           SET CSM1O-NOT-FOUND TO TRUE                            DSTMT01P
059900           MOVE 'There are no more lines that way' TO CSM1O-MSG   DSTMT01P
060000        END-IF                                                    DSTMT01P
060100        GO TO VIEW-STATEMENT-EXIT                                 DSTMT01P
060200     END-IF.                                                      DSTMT01P
060300     IF CSM1I-PAGE-BACK                                           DSTMT01P
060400        MOVE 0 TO WS-SUB1                                         DSTMT01P
060500        COMPUTE WS-SUB2 = CSM1O-LINE-COUNT + 1                    DSTMT01P
060600        COMPUTE WS-TURNS = CSM1O-LINE-COUNT / 2                   DSTMT01P
060700        PERFORM TURN-LINE THRU                                    DSTMT01P
060800                TURN-LINE-EXIT                                    DSTMT01P
060900                WS-TURNS TIMES                                    DSTMT01P
061000     END-IF.                                                      DSTMT01P
061100     SET CSM1O-REQUEST-OK TO TRUE.                                DSTMT01P
061200 VIEW-STATEMENT-EXIT.                                             DSTMT01P
061300     EXIT.                                                        DSTMT01P
061400                                                                  DSTMT01P
061500 VIEW-LATER.                                                      DSTMT01P
061600     EXEC SQL                                                     DSTMT01P
061700          DECLARE STML_LATER_CSR CURSOR FOR                       DSTMT01P
061800          SELECT BSL_TIMESTAMP,                                   DSTMT01P
061900                 BSL_DESC,                                        DSTMT01P
062000                 BSL_AMOUNT                                       DSTMT01P
062100          FROM BNKSTML                                            DSTMT01P
062200          WHERE BSL_ACCNO = :CSM1I-ACC AND                        DSTMT01P
062300                BSL_STMT_DATE = :CSM1I-STMT-DATE AND              DSTMT01P
062400                BSL_TIMESTAMP > :WS-KEY-TS                        DSTMT01P
062500          ORDER BY BSL_TIMESTAMP                                  DSTMT01P
062600          FOR FETCH ONLY                                          DSTMT01P
062700     END-EXEC.                                                    DSTMT01P
062800     EXEC SQL                                                     DSTMT01P
062900          OPEN STML_LATER_CSR                                     DSTMT01P
063000     END-EXEC.                                                    DSTMT01P
063100     IF SQLCODE IS NOT EQUAL TO ZERO                              DSTMT01P
063200        MOVE 'Unable to open the statement lines' TO CSM1O-MSG    DSTMT01P
063300        GO TO VIEW-LATER-EXIT                                     DSTMT01P
063400     END-IF.                                                      DSTMT01P
063500 VIEW-LATER-LOOP.                                                 DSTMT01P
063600     IF WS-SUB1 IS EQUAL TO WS-PAGE-SIZE                          DSTMT01P
063700        GO TO VIEW-LATER-LOOP-EXIT                                DSTMT01P
063800     END-IF.                                                      DSTMT01P
063900     EXEC SQL                                                     DSTMT01P
064000          FETCH STML_LATER_CSR                                    DSTMT01P
064100          INTO :DCL-STL-TS,                                       DSTMT01P
064200               :DCL-STL-DESC,                                     DSTMT01P
064300               :DCL-STL-AMOUNT                                    DSTMT01P
064400     END-EXEC.                                                    DSTMT01P
064500     IF SQLCODE IS EQUAL TO +100                                  DSTMT01P
064600        GO TO VIEW-LATER-LOOP-EXIT                                DSTMT01P
064700     END-IF.                                                      DSTMT01P
064800     IF SQLCODE IS NOT EQUAL TO ZERO                              DSTMT01P
064900        MOVE 'Unable to read the statement lines' TO CSM1O-MSG    DSTMT01P
065000        GO TO VIEW-LATER-LOOP-EXIT                                DSTMT01P
065100     END-IF.                                                      DSTMT01P
065200     PERFORM SHOW-LINE THRU                                       DSTMT01P
065300             SHOW-LINE-EXIT.                                      DSTMT01P
065400     GO TO VIEW-LATER-LOOP.                                       DSTMT01P
065500 VIEW-LATER-LOOP-EXIT.                                            DSTMT01P
065600     EXEC SQL                                                     DSTMT01P
065700          CLOSE STML_LATER_CSR                                    DSTMT01P
065800     END-EXEC.                                                    DSTMT01P
065900 VIEW-LATER-EXIT.                                                 DSTMT01P
066000     EXIT.                                                        DSTMT01P
066100                                                                  DSTMT01P
066200 VIEW-EARLIER.                                                    DSTMT01P
066300     EXEC SQL                                                     DSTMT01P
066400          DECLARE STML_EARLIER_CSR CURSOR FOR                     DSTMT01P
066500          SELECT BSL_TIMESTAMP,                                   DSTMT01P
066600                 BSL_DESC,                                        DSTMT01P
066700                 BSL_AMOUNT                                       DSTMT01P
066800          FROM BNKSTML                                            DSTMT01P
066900          WHERE BSL_ACCNO = :CSM1I-ACC AND                        DSTMT01P
067000                BSL_STMT_DATE = :CSM1I-STMT-DATE AND              DSTMT01P
067100                BSL_TIMESTAMP < :WS-KEY-TS                        DSTMT01P
067200          ORDER BY BSL_TIMESTAMP DESC                             DSTMT01P
067300          FOR FETCH ONLY                                          DSTMT01P
067400     END-EXEC.                                                    DSTMT01P
067500     EXEC SQL                                                     DSTMT01P
067600          OPEN STML_EARLIER_CSR                                   DSTMT01P
067700     END-EXEC.                                                    DSTMT01P
067800     IF SQLCODE IS NOT EQUAL TO ZERO                              DSTMT01P
067900        MOVE 'Unable to open the statement lines' TO CSM1O-MSG    DSTMT01P
068000        GO TO VIEW-EARLIER-EXIT                                   DSTMT01P
068100     END-IF.                                                      DSTMT01P
068200 VIEW-EARLIER-LOOP.                                               DSTMT01P
068300     IF WS-SUB1 IS EQUAL TO WS-PAGE-SIZE                          DSTMT01P
068400        GO TO VIEW-EARLIER-LOOP-EXIT                              DSTMT01P
068500     END-IF.                                                      DSTMT01P
068600     EXEC SQL                                                     DSTMT01P
068700          FETCH STML_EARLIER_CSR                                  DSTMT01P
068800          INTO :DCL-STL-TS,                                       DSTMT01P
068900               :DCL-STL-DESC,                                     DSTMT01P
069000               :DCL-STL-AMOUNT                                    DSTMT01P
069100     END-EXEC.                                                    DSTMT01P
069200     IF SQLCODE IS EQUAL TO +100                                  DSTMT01P
069300        GO TO VIEW-EARLIER-LOOP-EXIT                              DSTMT01P
069400     END-IF.                                                      DSTMT01P
069500     IF SQLCODE IS NOT EQUAL TO ZERO                              DSTMT01P
069600        MOVE 'Unable to read the statement lines' TO CSM1O-MSG    DSTMT01P
069700        GO TO VIEW-EARLIER-LOOP-EXIT                              DSTMT01P
069800     END-IF.                                                      DSTMT01P
069900     PERFORM SHOW-LINE THRU                                       DSTMT01P
070000             SHOW-LINE-EXIT.                                      DSTMT01P
070100     GO TO VIEW-EARLIER-LOOP.                                     DSTMT01P
070200 VIEW-EARLIER-LOOP-EXIT.                                          DSTMT01P
070300     EXEC SQL                                                     DSTMT01P
070400          CLOSE STML_EARLIER_CSR                                  DSTMT01P
070500     END-EXEC.                                                    DSTMT01P
070600 VIEW-EARLIER-EXIT.                                               DSTMT01P
070700     EXIT.                                                        DSTMT01P
070800                                                                  DSTMT01P
070900 SHOW-LINE.                                                       DSTMT01P
071000     ADD 1 TO WS-SUB1.                                            DSTMT01P
071100     MOVE DCL-STL-TS TO CSM1O-LIN-TS (WS-SUB1).                   DSTMT01P
071200     MOVE DCL-STL-DESC TO CSM1O-LIN-DESC (WS-SUB1).               DSTMT01P
071300     MOVE DCL-STL-AMOUNT TO CSM1O-LIN-AMOUNT (WS-SUB1).           DSTMT01P
071400 SHOW-LINE-EXIT.                                                  DSTMT01P
071500     EXIT.                                                        DSTMT01P
071600                                                                  DSTMT01P
071700 TURN-LINE.                                                       DSTMT01P
071800     ADD 1 TO WS-SUB1.                                            DSTMT01P
071900     SUBTRACT 1 FROM WS-SUB2.                                     DSTMT01P
072000     MOVE CSM1O-LINE (WS-SUB1) TO WS-HOLD-ENTRY.                  DSTMT01P
072100     MOVE CSM1O-LINE (WS-SUB2) TO CSM1O-LINE (WS-SUB1).           DSTMT01P
072200     MOVE WS-HOLD-ENTRY TO CSM1O-LINE (WS-SUB2).                  DSTMT01P
072300 TURN-LINE-EXIT.                                                  DSTMT01P
072400     EXIT.                                                        DSTMT01P
072500                                                                  DSTMT01P
072600***************************************************************** DSTMT01P
072700* May a certified copy be had? The statement must still be      * DSTMT01P
072800* held, and the reprint fee - read off the rate master for the  * DSTMT01P
072900* account's type - must be covered by the balance               * DSTMT01P
073000***************************************************************** DSTMT01P
073100 CHECK-REPRINT.                                                   DSTMT01P
073200     SET CSM1O-REQUEST-FAIL TO TRUE.                              DSTMT01P
073300     PERFORM CHECK-ACCOUNT THRU                                   DSTMT01P
073400             CHECK-ACCOUNT-EXIT.                                  DSTMT01P
073500     IF CSM1O-MSG IS NOT EQUAL TO SPACES                          DSTMT01P
073600        GO TO CHECK-REPRINT-EXIT                                  DSTMT01P
073700     END-IF.                                                      DSTMT01P
073800     PERFORM READ-HEADER THRU                                     DSTMT01P
073900             READ-HEADER-EXIT.                                    DSTMT01P
074000     IF CSM1O-MSG IS NOT EQUAL TO SPACES                          DSTMT01P
074100        GO TO CHECK-REPRINT-EXIT                                  DSTMT01P
074200     END-IF.                                                      DSTMT01P
074300     MOVE ZERO TO WS-FEE.                                         DSTMT01P
074400     MOVE SPACES TO CD72-DATA.                                    DSTMT01P
074500     SET CD72I-READ-RATE TO TRUE.                                 DSTMT01P
074600     MOVE DCL-ACC-TYPE TO CD72I-ACC-TYPE.                         DSTMT01P
074700     SET CD72I-KIND-STMT-COPY-FEE TO TRUE.                        DSTMT01P
074800     MOVE DCL-ACC-BALANCE TO CD72I-BALANCE.                       DSTMT01P
074900     MOVE WS-BUSINESS-DATE TO CD72I-ASOF-DATE.                    DSTMT01P
075000 COPY CBANKX72.                                                   DSTMT01P
075100     IF CD72O-REQUEST-OK                                          DSTMT01P
075200        MOVE CD72O-AMOUNT TO WS-FEE                               DSTMT01P
075300     END-IF.                                                      DSTMT01P
075400     MOVE WS-FEE TO CSM1O-FEE.                                    DSTMT01P
075500     IF WS-FEE IS GREATER THAN DCL-ACC-BALANCE                    DSTMT01P
075600        MOVE 'The balance does not cover the reprint fee'         DSTMT01P
075700          TO CSM1O-MSG                                            DSTMT01P
075800        GO TO CHECK-REPRINT-EXIT                                  DSTMT01P
075900     END-IF.                                                      DSTMT01P
076000     SET CSM1O-REQUEST-OK TO TRUE.                                DSTMT01P
076100 CHECK-REPRINT-EXIT.                                              DSTMT01P
076200     EXIT.                                                        DSTMT01P
076300                                                                  DSTMT01P
076400***************************************************************** DSTMT01P
076500* Take the reprint. The request is kept on BNKSTMR first, then  * DSTMT01P
076600* the fee is charged and the copy printed - the statement lines * DSTMT01P
076700* go to the print queue ahead of the covering letter so the     * DSTMT01P
076800* letter engine files them as one item for the print run        * DSTMT01P
076900***************************************************************** DSTMT01P
077000 MAKE-REPRINT.                                                    DSTMT01P
077100     SET CSM1O-REQUEST-FAIL TO TRUE.                              DSTMT01P
077200     EXEC SQL                                                     DSTMT01P
077300          INSERT                                                  DSTMT01P
077400          INTO BNKSTMR (BSR_ACCNO,                                DSTMT01P
077500                        BSR_STMT_DATE,                            DSTMT01P
077600                        BSR_PID,                                  DSTMT01P
077700                        BSR_FEE,                                  DSTMT01P
077800                        BSR_USER,                                 DSTMT01P
077900                        BSR_TS)                                   DSTMT01P
078000          VALUES (:CSM1I-ACC,                                     DSTMT01P
078100                  :CSM1I-STMT-DATE,                               DSTMT01P
078200                  :DCL-ACC-PID,                                   DSTMT01P
078300                  :WS-FEE,                                        DSTMT01P
078400                  :CSM1I-USERID,                                  DSTMT01P
078500                  :WS-RUN-TS)                                     DSTMT01P
078600     END-EXEC.                                                    DSTMT01P
078700     IF SQLCODE IS NOT EQUAL TO ZERO                              DSTMT01P
078800        MOVE 'Unable to record the reprint request' TO CSM1O-MSG  DSTMT01P
078900        GO TO MAKE-REPRINT-EXIT                                   DSTMT01P
079000     END-IF.                                                      DSTMT01P
079100     IF WS-FEE IS GREATER THAN ZERO                               DSTMT01P
079200        PERFORM CHARGE-REPRINT-FEE THRU                           DSTMT01P
079300                CHARGE-REPRINT-FEE-EXIT                           DSTMT01P
079400        IF CSM1O-MSG IS NOT EQUAL TO SPACES                       DSTMT01P
079500           GO TO MAKE-REPRINT-EXIT                                DSTMT01P
079600        END-IF                                                    DSTMT01P
079700     END-IF.                                                      DSTMT01P
079800     PERFORM QUEUE-STATEMENT-COPY THRU                            DSTMT01P
079900             QUEUE-STATEMENT-COPY-EXIT.                           DSTMT01P
080000     IF CSM1O-MSG IS NOT EQUAL TO SPACES                          DSTMT01P
080100        GO TO MAKE-REPRINT-EXIT                                   DSTMT01P
080200     END-IF.                                                      DSTMT01P
080300     PERFORM SEND-COPY-LETTER THRU                                DSTMT01P
080400             SEND-COPY-LETTER-EXIT.                               DSTMT01P
080500     SET CSM1O-REQUEST-OK TO TRUE.                                DSTMT01P
080600     IF CSM1O-MSG IS EQUAL TO SPACES                              DSTMT01P
080700        MOVE 'A certified copy will be posted to the customer'    DSTMT01P
080800          TO CSM1O-MSG                                            DSTMT01P
080900     END-IF.                                                      DSTMT01P
081000 MAKE-REPRINT-EXIT.                                               DSTMT01P
081100     EXIT.                                                        DSTMT01P
081200                                                                  DSTMT01P
081300***************************************************************** DSTMT01P
081400* Charge the reprint fee through the normal balance-update and  * DSTMT01P
081500* audit building blocks, one-sided as a service charge is       * DSTMT01P
081600***************************************************************** DSTMT01P
081700 CHARGE-REPRINT-FEE.                                              DSTMT01P
081800     INITIALIZE CD04-DATA.                                        DSTMT01P
081900     MOVE DCL-ACC-PID TO CD04I-PERSON-PID.                        DSTMT01P
082000     MOVE CSM1I-ACC TO CD04I-FROM-ACC.                            DSTMT01P
082100     MOVE CSM1I-ACC TO CD04I-TO-ACC.                              DSTMT01P
082200     MOVE DCL-ACC-BALANCE TO CD04I-FROM-OLD-BAL.                  DSTMT01P
082300     COMPUTE CD04I-FROM-NEW-BAL =                                 DSTMT01P
082400             CD04I-FROM-OLD-BAL - WS-FEE.                         DSTMT01P
082500     MOVE CD04I-FROM-NEW-BAL TO CD04I-TO-OLD-BAL.                 DSTMT01P
082600     MOVE CD04I-FROM-NEW-BAL TO CD04I-TO-NEW-BAL.                 DSTMT01P
082700 COPY CBANKX04.                                                   DSTMT01P
082800     IF NOT CD04O-UPDATE-OK                                       DSTMT01P
082900        EXEC SQL                                                  DSTMT01P
083000             DELETE                                               DSTMT01P
083100             FROM BNKSTMR                                         DSTMT01P
083200             WHERE BSR_ACCNO = :CSM1I-ACC AND                     DSTMT01P
083300                   BSR_TS = :WS-RUN-TS                            DSTMT01P
083400        END-EXEC                                                  DSTMT01P
083500        MOVE 'Unable to charge the reprint fee - not requested'   DSTMT01P
083600          TO CSM1O-MSG                                            DSTMT01P
083700        GO TO CHARGE-REPRINT-FEE-EXIT                             DSTMT01P
083800     END-IF.                                                      DSTMT01P
083900     MOVE SPACES TO CD06-DATA.                                    DSTMT01P
084000     MOVE DCL-ACC-PID TO CD06I-PERSON-PID.                        DSTMT01P
084100     MOVE CD04O-TIMESTAMP TO CD06I-TIMESTAMP.                     DSTMT01P
084200     MOVE CD04I-FROM-ACC TO CD06I-FROM-ACC.                       DSTMT01P
084300     MOVE WS-FEE TO CD06I-FROM-AMOUNT.                            DSTMT01P
084400     MOVE 'Statement copy fee' TO CD06I-FROM-DESC.                DSTMT01P
084500     MOVE CD04I-TO-ACC TO CD06I-TO-ACC.                           DSTMT01P
084600     MOVE WS-FEE TO CD06I-TO-AMOUNT.                              DSTMT01P
084700     MOVE 'Statement copy fee' TO CD06I-TO-DESC.                  DSTMT01P
084800 COPY CBANKX06.                                                   DSTMT01P
084900     IF CD06O-UPDATE-FAIL                                         DSTMT01P
085000        MOVE 'Fee charged, but unable to journal it - not printed'DSTMT01P
085100          TO CSM1O-MSG                                            DSTMT01P
085200     END-IF.                                                      DSTMT01P
085300 CHARGE-REPRINT-FEE-EXIT.                                         DSTMT01P
085400     EXIT.                                                        DSTMT01P
085500                                                                  DSTMT01P
085600***************************************************************** DSTMT01P
085700* The statement image - its period and balances, then every     * DSTMT01P
085800* line kept for it in posting order - onto the print queue      * DSTMT01P
085900***************************************************************** DSTMT01P
086000 QUEUE-STATEMENT-COPY.                                            DSTMT01P
086100     MOVE DCL-STH-OPEN-BAL TO WS-AMT-DISP.                        DSTMT01P
086200     MOVE SPACES TO WS-CSV-LINE.                                  DSTMT01P
086300     STRING 'STATEMENT COPY,' CSM1I-ACC ',' DCL-STH-DATE          DSTMT01P
086400            ',FROM ' DCL-STH-FROM ',OPENING,' WS-AMT-DISP         DSTMT01P
086500            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DSTMT01P
086600 COPY CCSVWRQ.                                                    DSTMT01P
086700     EXEC SQL                                                     DSTMT01P
086800          DECLARE STML_COPY_CSR CURSOR FOR                        DSTMT01P
086900          SELECT BSL_TIMESTAMP,                                   DSTMT01P
087000                 BSL_DESC,                                        DSTMT01P
087100                 BSL_AMOUNT                                       DSTMT01P
087200          FROM BNKSTML                                            DSTMT01P
087300          WHERE BSL_ACCNO = :CSM1I-ACC AND                        DSTMT01P
087400                BSL_STMT_DATE = :CSM1I-STMT-DATE                  DSTMT01P
087500          ORDER BY BSL_TIMESTAMP                                  DSTMT01P
087600          FOR FETCH ONLY                                          DSTMT01P
087700     END-EXEC.                                                    DSTMT01P
087800     EXEC SQL                                                     DSTMT01P
087900          OPEN STML_COPY_CSR                                      DSTMT01P
088000     END-EXEC.                                                    DSTMT01P
088100     IF SQLCODE IS NOT EQUAL TO ZERO                              DSTMT01P
088200        MOVE 'Fee charged, but unable to print the statement'     DSTMT01P
088300          TO CSM1O-MSG                                            DSTMT01P
088400        GO TO QUEUE-STATEMENT-COPY-EXIT                           DSTMT01P
088500     END-IF.                                                      DSTMT01P
088600 QUEUE-STATEMENT-COPY-LOOP.                                       DSTMT01P
088700     EXEC SQL                                                     DSTMT01P
088800          FETCH STML_COPY_CSR                                     DSTMT01P
088900          INTO :DCL-STL-TS,                                       DSTMT01P
089000               :DCL-STL-DESC,                                     DSTMT01P
089100               :DCL-STL-AMOUNT                                    DSTMT01P
089200     END-EXEC.                                                    DSTMT01P
089300     IF SQLCODE IS EQUAL TO +100                                  DSTMT01P
089400        GO TO QUEUE-STATEMENT-COPY-LOOP-EXIT                      DSTMT01P
089500     END-IF.                                                      DSTMT01P
089600     IF SQLCODE IS NOT EQUAL TO ZERO                              DSTMT01P
089700        MOVE 'Fee charged, but unable to print the statement'     DSTMT01P
089800          TO CSM1O-MSG                                            DSTMT01P
089900        GO TO QUEUE-STATEMENT-COPY-LOOP-EXIT                      DSTMT01P
090000     END-IF.                                                      DSTMT01P
090100     MOVE DCL-STL-AMOUNT TO WS-AMT-DISP.                          DSTMT01P
090200     MOVE SPACES TO WS-CSV-LINE.                                  DSTMT01P
090300     STRING 'STATEMENT COPY,' CSM1I-ACC ',' DCL-STL-TS (1:10)     DSTMT01P
090400            ',' DCL-STL-DESC ',' WS-AMT-DISP                      DSTMT01P
090500            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DSTMT01P
090600 COPY CCSVWRQ.                                                    DSTMT01P
090700     GO TO QUEUE-STATEMENT-COPY-LOOP.                             DSTMT01P
090800 QUEUE-STATEMENT-COPY-LOOP-EXIT.                                  DSTMT01P
090900     EXEC SQL                                                     DSTMT01P
091000          CLOSE STML_COPY_CSR                                     DSTMT01P
091100     END-EXEC.                                                    DSTMT01P
091200     MOVE DCL-STH-CLOSE-BAL TO WS-AMT-DISP.                       DSTMT01P
091300     MOVE SPACES TO WS-CSV-LINE.                                  DSTMT01P
091400     STRING 'STATEMENT COPY,' CSM1I-ACC ',' DCL-STH-DATE          DSTMT01P
091500            ',CLOSING,' WS-AMT-DISP                               DSTMT01P
091600            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DSTMT01P
091700 COPY CCSVWRQ.                                                    DSTMT01P
091800 QUEUE-STATEMENT-COPY-EXIT.                                       DSTMT01P
091900     EXIT.                                                        DSTMT01P
092000                                                                  DSTMT01P
092100***************************************************************** DSTMT01P
092200* The covering letter off the approved STMTCOPY template,       * DSTMT01P
092300* certifying the copy - the statement date and the fee charged  * DSTMT01P
092400***************************************************************** DSTMT01P
092500 SEND-COPY-LETTER.                                                DSTMT01P
092600     MOVE SPACES TO DCL-CUS-NAME.                                 DSTMT01P
092700     EXEC SQL                                                     DSTMT01P
092800          SELECT BCS_NAME                                         DSTMT01P
092900          INTO :DCL-CUS-NAME                                      DSTMT01P
093000          FROM BNKCUST                                            DSTMT01P
093100          WHERE BCS_PID = :DCL-ACC-PID                            DSTMT01P
093200     END-EXEC.                                                    DSTMT01P
093300     INITIALIZE CLT1-DATA.                                        DSTMT01P
093400     SET CLT1I-FORMAT-LETTER TO TRUE.                             DSTMT01P
093500     MOVE 'STMTCOPY' TO CLT1I-TEMPLATE.                           DSTMT01P
093600     MOVE DCL-CUS-NAME TO CLT1I-MERGE-NAME.                       DSTMT01P
093700     MOVE CSM1I-ACC TO CLT1I-MERGE-ACC.                           DSTMT01P
093800     MOVE WS-FEE TO CLT1I-MERGE-AMOUNT.                           DSTMT01P
093900     MOVE CSM1I-STMT-DATE TO CLT1I-MERGE-DATE.                    DSTMT01P
094000     MOVE DCL-ACC-PID TO CLT1I-PERSON-PID.                        DSTMT01P
094100     MOVE SPACES TO CLT1I-LETTER-NAME.                            DSTMT01P
094200     STRING 'STMT COPY ' CSM1I-ACC                                DSTMT01P
094300            DELIMITED BY SIZE INTO CLT1I-LETTER-NAME.             DSTMT01P
094400 COPY CLTTRX01.                                                   DSTMT01P
094500     IF NOT CLT1O-REQUEST-OK                                      DSTMT01P
094600        MOVE 'Copy requested - the letter could not be written'   DSTMT01P
094700          TO CSM1O-MSG                                            DSTMT01P
094800     END-IF.                                                      DSTMT01P
094900 SEND-COPY-LETTER-EXIT.                                           DSTMT01P
095000     EXIT.                                                        DSTMT01P
