000100***************************************************************** DINSV01P
000200*                                                               * DINSV01P
000300*   Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.   * DINSV01P
000400*   This demonstration program is provided for use by users     * DINSV01P
000500*   of Micro Focus products and may be used, modified and       * DINSV01P
000600*   distributed as part of your application provided that       * DINSV01P
000700*   you properly acknowledge the copyright of Micro Focus       * DINSV01P
000800*   in this material.                                           * DINSV01P
000900*                                                               * DINSV01P
001000***************************************************************** DINSV01P
001100                                                                  DINSV01P
001200***************************************************************** DINSV01P
001300* Program:     DINSV01P.CBL                                     * DINSV01P
001400* Function:    Insolvency case administration for a living      * DINSV01P
001500*              customer - open a BNKINSV case from the notice   * DINSV01P
001600*              (undrawn overdraft lines withdrawn through       * DINSV01P
001700*              DBANK73P, outbound standing orders parked,       * DINSV01P
001800*              deposit accounts frozen through the DBANK09P     * DINSV01P
001900*              lifecycle, statement of balances as at the       * DINSV01P
002000*              notice date written through DBANK18P), capture   * DINSV01P
002100*              the trustee's instructions, re-run the           * DINSV01P
002200*              statement and discharge the case                 * DINSV01P
002300*              SQL version                                      * DINSV01P
002400***************************************************************** DINSV01P
002500                                                                  DINSV01P
002600 IDENTIFICATION DIVISION.                                         DINSV01P
002700 PROGRAM-ID.                                                      DINSV01P
002800     DINSV01P.                                                    DINSV01P
002900 DATE-WRITTEN.                                                    DINSV01P
003000     October 2026.                                                DINSV01P
003100 DATE-COMPILED.                                                   DINSV01P
003200     Today.                                                       DINSV01P
003300                                                                  DINSV01P
003400 ENVIRONMENT DIVISION.                                            DINSV01P
003500                                                                  DINSV01P
003600 DATA DIVISION.                                                   DINSV01P
003700                                                                  DINSV01P
003800 WORKING-STORAGE SECTION.                                         DINSV01P
003900 01  WS-MISC-STORAGE.                                             DINSV01P
004000   05  WS-PROGRAM-ID                         PIC X(8)             DINSV01P
004100       VALUE 'DINSV01P'.                                          DINSV01P
004200   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DINSV01P
004300   05  WS-AMT-DISP                           PIC -(7)9.99.        DINSV01P
004400   05  WS-AMT2-DISP                          PIC -(7)9.99.        DINSV01P
004500   05  WS-TOT-DISP                           PIC -(9)9.99.        DINSV01P
004600   05  WS-CASE-DISP                          PIC 9(7).            DINSV01P
004700                                                                  DINSV01P
004800 01  WS-CSV-DATA.                                                 DINSV01P
004900 COPY CCSVD.                                                      DINSV01P
005000                                                                  DINSV01P
005100 01  WS-96-COMMAREA.                                              DINSV01P
005200 COPY CBANKD96.                                                   DINSV01P
005300                                                                  DINSV01P
005400 01  WS-09-COMMAREA.                                              DINSV01P
005500 COPY CBANKD09.                                                   DINSV01P
005600                                                                  DINSV01P
005700 01  WS-18-COMMAREA.                                              DINSV01P
005800 COPY CBANKD18.                                                   DINSV01P
005900                                                                  DINSV01P
006000 01  WS-73-COMMAREA.                                              DINSV01P
006100 COPY CBANKD73.                                                   DINSV01P
006200                                                                  DINSV01P
006300   EXEC SQL                                                       DINSV01P
006400        BEGIN DECLARE SECTION                                     DINSV01P
006500   END-EXEC.                                                      DINSV01P
006600 01  WS-COMMAREA.                                                 DINSV01P
006700     EXEC SQL                                                     DINSV01P
006800          INCLUDE CINSVD01                                        DINSV01P
006900     END-EXEC.                                                    DINSV01P
007000 01  WS-98-COMMAREA.                                              DINSV01P
007100     EXEC SQL                                                     DINSV01P
007200          INCLUDE CBANKD98                                        DINSV01P
007300     END-EXEC.                                                    DINSV01P
007400 01  DCL-INS-AREAS.                                               DINSV01P
007500   05  DCL-INS-ID                            PIC S9(7) COMP-3.    DINSV01P
007600   05  DCL-INS-PID                           PIC X(5).            DINSV01P
007700   05  DCL-INS-NOTICE-DATE                   PIC X(10).           DINSV01P
007800   05  DCL-INS-INSTRUCTION                   PIC X(1).            DINSV01P
007900   05  DCL-INS-COUNT                         PIC S9(5) COMP-3.    DINSV01P
008000   05  DCL-INS-ACCNO                         PIC X(9).            DINSV01P
008100   05  DCL-INS-BALANCE                       PIC S9(7)V99 COMP-3. DINSV01P
008200   05  DCL-INS-ACC-STATUS                    PIC X(1).            DINSV01P
008300 01  WS-BUSINESS-DATE                        PIC X(10).           DINSV01P
008400                                                                  DINSV01P
008500     EXEC SQL                                                     DINSV01P
008600          INCLUDE SQLCA                                           DINSV01P
008700     END-EXEC.                                                    DINSV01P
008800                                                                  DINSV01P
008900 COPY CABENDD.                                                    DINSV01P
009000   EXEC SQL                                                       DINSV01P
009100        END DECLARE SECTION                                       DINSV01P
009200   END-EXEC.                                                      DINSV01P
009300                                                                  DINSV01P
009400 LINKAGE SECTION.                                                 DINSV01P
009500 01  DFHCOMMAREA.                                                 DINSV01P
009600   05  LK-COMMAREA                           PIC X(1)             DINSV01P
009700       OCCURS 1 TO 6144 TIMES                                     DINSV01P
009800         DEPENDING ON WS-COMMAREA-LENGTH.                         DINSV01P
009900                                                                  DINSV01P
010000 COPY CENTRY.                                                     DINSV01P
010100***************************************************************** DINSV01P
010200* Move the passed area to our area                              * DINSV01P
010300***************************************************************** DINSV01P
010400     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DINSV01P
010500     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DINSV01P
010600                                                                  DINSV01P
010700***************************************************************** DINSV01P
010800* Initialize our output area                                    * DINSV01P
010900***************************************************************** DINSV01P
011000     INITIALIZE CIN1O-DATA.                                       DINSV01P
011100     SET CIN1O-REQUEST-FAIL TO TRUE.                              DINSV01P
011200                                                                  DINSV01P
011300     INITIALIZE CD98-DATA.                                        DINSV01P
011400     SET CD98I-READ-BUSINESS-DATE TO TRUE.                        DINSV01P
011500 COPY CBANKX98.                                                   DINSV01P
011600     IF NOT CD98O-REQUEST-OK                                      DINSV01P
011700        MOVE CD98O-MSG TO CIN1O-MSG                               DINSV01P
011800        GO TO DINSV01P-EXIT                                       DINSV01P
011900     END-IF.                                                      DINSV01P
012000     MOVE CD98O-DATE TO WS-BUSINESS-DATE.                         DINSV01P
012100                                                                  DINSV01P
012200     EVALUATE TRUE                                                DINSV01P
012300       WHEN CIN1I-OPEN-CASE                                       DINSV01P
012400         PERFORM OPEN-CASE THRU                                   DINSV01P
012500                 OPEN-CASE-EXIT                                   DINSV01P
012600       WHEN CIN1I-TRUSTEE-INSTRUCTIONS                            DINSV01P
012700         PERFORM TRUSTEE-INSTRUCTIONS THRU                        DINSV01P
012800                 TRUSTEE-INSTRUCTIONS-EXIT                        DINSV01P
012900       WHEN CIN1I-BALANCE-STATEMENT                               DINSV01P
013000         PERFORM BALANCE-STATEMENT THRU                           DINSV01P
013100                 BALANCE-STATEMENT-EXIT                           DINSV01P
013200       WHEN CIN1I-DISCHARGE                                       DINSV01P
013300         PERFORM DISCHARGE THRU                                   DINSV01P
013400                 DISCHARGE-EXIT                                   DINSV01P
013500       WHEN OTHER                                                 DINSV01P
013600         MOVE 'Unknown insolvency function requested' TO CIN1O-MSGDINSV01P
013700     END-EVALUATE.                                                DINSV01P
013800                                                                  DINSV01P
013900 DINSV01P-EXIT.                                                   DINSV01P
014000***************************************************************** DINSV01P
014100* Move the result back to the callers area                      * DINSV01P
014200***************************************************************** DINSV01P
014300     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DINSV01P
014400                                                                  DINSV01P
014500***************************************************************** DINSV01P
014600* Return to our caller                                          * DINSV01P
014700***************************************************************** DINSV01P
014800 COPY CRETURN.                                                    DINSV01P
014900                                                                  DINSV01P
015000***************************************************************** DINSV01P
015100* The notice is recorded - the case opens, the standing orders  * DINSV01P
015200* park, and every account is stated, its line withdrawn and     * DINSV01P
015300* the account frozen                                            * DINSV01P
015400***************************************************************** DINSV01P
015500 OPEN-CASE.                                                       DINSV01P
015600     EXEC SQL                                                     DINSV01P
015700          SELECT BCS_PID                                          DINSV01P
015800          INTO :DCL-INS-PID                                       DINSV01P
015900          FROM BNKCUST                                            DINSV01P
016000          WHERE BCS_PID = :CIN1I-PERSON-PID                       DINSV01P
016100     END-EXEC.                                                    DINSV01P
016200     IF SQLCODE IS NOT EQUAL TO ZERO                              DINSV01P
016300        SET CIN1O-NOT-FOUND TO TRUE                               DINSV01P
016400        MOVE 'No customer held under that PID' TO CIN1O-MSG       DINSV01P
016500        GO TO OPEN-CASE-EXIT                                      DINSV01P
016600     END-IF.                                                      DINSV01P
016700     IF NOT CIN1I-CASE-TYPE-VALID                                 DINSV01P
016800        MOVE 'Case type must be B, V, L or A' TO CIN1O-MSG        DINSV01P
016900        GO TO OPEN-CASE-EXIT                                      DINSV01P
017000     END-IF.                                                      DINSV01P
017100     IF CIN1I-NOTICE-DATE IS EQUAL TO SPACES OR                   DINSV01P
017200        CIN1I-NOTICE-DATE IS GREATER THAN WS-BUSINESS-DATE        DINSV01P
017300        MOVE 'The notice date must be today or earlier'           DINSV01P
017400          TO CIN1O-MSG                                            DINSV01P
017500        GO TO OPEN-CASE-EXIT                                      DINSV01P
017600     END-IF.                                                      DINSV01P
017700     IF CIN1I-COURT-REF IS EQUAL TO SPACES OR                     DINSV01P
017800        CIN1I-TRUSTEE IS EQUAL TO SPACES                          DINSV01P
017900        MOVE 'The court reference and trustee are needed'         DINSV01P
018000          TO CIN1O-MSG                                            DINSV01P
018100        GO TO OPEN-CASE-EXIT                                      DINSV01P
018200     END-IF.                                                      DINSV01P
018300     MOVE ZERO TO DCL-INS-COUNT.                                  DINSV01P
018400     EXEC SQL                                                     DINSV01P
018500          SELECT COUNT(*)                                         DINSV01P
018600          INTO :DCL-INS-COUNT                                     DINSV01P
018700          FROM BNKINSV                                            DINSV01P
018800          WHERE INS_PID = :CIN1I-PERSON-PID AND                   DINSV01P
018900                INS_STATUS = 'O'                                  DINSV01P
019000     END-EXEC.                                                    DINSV01P
019100     IF SQLCODE IS NOT EQUAL TO ZERO                              DINSV01P
019200        MOVE 'Unable to read the insolvency register' TO CIN1O-MSGDINSV01P
019300        GO TO OPEN-CASE-EXIT                                      DINSV01P
019400     END-IF.                                                      DINSV01P
019500     IF DCL-INS-COUNT IS GREATER THAN ZERO                        DINSV01P
019600        MOVE 'An insolvency case is already open' TO CIN1O-MSG    DINSV01P
019700        GO TO OPEN-CASE-EXIT                                      DINSV01P
019800     END-IF.                                                      DINSV01P
019900     EXEC SQL                                                     DINSV01P
020000          SELECT VALUE(MAX(INS_ID), 0) + 1                        DINSV01P
020100          INTO :DCL-INS-ID                                        DINSV01P
020200          FROM BNKINSV                                            DINSV01P
020300     END-EXEC.                                                    DINSV01P
020400     IF SQLCODE IS NOT EQUAL TO ZERO                              DINSV01P
020500        MOVE 'Unable to reference the insolvency register'        DINSV01P
020600          TO CIN1O-MSG                                            DINSV01P
020700        GO TO OPEN-CASE-EXIT                                      DINSV01P
020800     END-IF.                                                      DINSV01P
020900     EXEC SQL                                                     DINSV01P
021000          INSERT                                                  DINSV01P
021100          INTO BNKINSV (INS_ID,                                   DINSV01P
021200                        INS_PID,                                  DINSV01P
021300                        INS_NOTICE_DATE,                          DINSV01P
021400                        INS_TYPE,                                 DINSV01P
021500                        INS_COURT_REF,                            DINSV01P
021600                        INS_TRUSTEE,                              DINSV01P
021700                        INS_INSTRUCTION,                          DINSV01P
021800                        INS_STATUS,                               DINSV01P
021900                        INS_OPENED_BY,                            DINSV01P
022000                        INS_OPENED_TS)                            DINSV01P
022100          VALUES (:DCL-INS-ID,                                    DINSV01P
022200                  :CIN1I-PERSON-PID,                              DINSV01P
022300                  :CIN1I-NOTICE-DATE,                             DINSV01P
022400                  :CIN1I-CASE-TYPE,                               DINSV01P
022500                  :CIN1I-COURT-REF,                               DINSV01P
022600                  :CIN1I-TRUSTEE,                                 DINSV01P
022700                  ' ',                                            DINSV01P
022800                  'O',                                            DINSV01P
022900                  :CIN1I-USERID,                                  DINSV01P
023000                  CURRENT TIMESTAMP)                              DINSV01P
023100     END-EXEC.                                                    DINSV01P
023200     IF SQLCODE IS NOT EQUAL TO ZERO                              DINSV01P
023300        MOVE 'Unable to open the insolvency case' TO CIN1O-MSG    DINSV01P
023400        GO TO OPEN-CASE-EXIT                                      DINSV01P
023500     END-IF.                                                      DINSV01P
023600***************************************************************** DINSV01P
023700* Outbound standing orders park at status I - the standing      * DINSV01P
023800* order run only picks up active orders, and the discharge      * DINSV01P
023900* puts them back                                                * DINSV01P
024000***************************************************************** DINSV01P
024100     EXEC SQL                                                     DINSV01P
024200          UPDATE BNKSTORD                                         DINSV01P
024300          SET STO_STATUS = 'I'                                    DINSV01P
024400          WHERE STO_PID = :CIN1I-PERSON-PID AND                   DINSV01P
024500                STO_STATUS = 'A'                                  DINSV01P
024600     END-EXEC.                                                    DINSV01P
024700     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DINSV01P
024800        SQLCODE IS NOT EQUAL TO +100                              DINSV01P
024900        MOVE 'Unable to stop the standing orders' TO CIN1O-MSG    DINSV01P
025000        GO TO OPEN-CASE-EXIT                                      DINSV01P
025100     END-IF.                                                      DINSV01P
025200     IF SQLCODE IS EQUAL TO ZERO                                  DINSV01P
025300        MOVE SQLERRD (3) TO CIN1O-ORDERS-STOPPED                  DINSV01P
025400     END-IF.                                                      DINSV01P
025500     MOVE CIN1I-NOTICE-DATE TO DCL-INS-NOTICE-DATE.               DINSV01P
025600     PERFORM STATE-THE-CASE THRU                                  DINSV01P
025700             STATE-THE-CASE-EXIT.                                 DINSV01P
025800     IF CIN1O-MSG IS NOT EQUAL TO SPACES                          DINSV01P
025900        GO TO OPEN-CASE-EXIT                                      DINSV01P
026000     END-IF.                                                      DINSV01P
026100     MOVE DCL-INS-ID TO CIN1O-CASE-ID.                            DINSV01P
026200     SET CIN1O-REQUEST-OK TO TRUE.                                DINSV01P
026300     MOVE 'Insolvency case opened - accounts frozen' TO CIN1O-MSG.DINSV01P
026400 OPEN-CASE-EXIT.                                                  DINSV01P
026500     EXIT.                                                        DINSV01P
026600                                                                  DINSV01P
026700***************************************************************** DINSV01P
026800* The statement of balances as at the notice date - one line    * DINSV01P
026900* per account through the as-of balance program, captured in    * DINSV01P
027000* the report repository for the trustee                         * DINSV01P
027100***************************************************************** DINSV01P
027200 STATE-THE-CASE.                                                  DINSV01P
027300     MOVE DCL-INS-ID TO WS-CASE-DISP.                             DINSV01P
027400     MOVE SPACES TO WS-CSV-LINE.                                  DINSV01P
027500     STRING 'INSOLVENCY CASE,' WS-CASE-DISP ','                   DINSV01P
027600            CIN1I-PERSON-PID ',NOTICE DATE,'                      DINSV01P
027700            DCL-INS-NOTICE-DATE                                   DINSV01P
027800            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DINSV01P
027900     PERFORM QUEUE-REPORT-LINE THRU                               DINSV01P
028000             QUEUE-REPORT-LINE-EXIT.                              DINSV01P
028100     MOVE 'ACCOUNT,BALANCE AT NOTICE,CURRENT BALANCE'             DINSV01P
028200       TO WS-CSV-LINE.                                            DINSV01P
028300     PERFORM QUEUE-REPORT-LINE THRU                               DINSV01P
028400             QUEUE-REPORT-LINE-EXIT.                              DINSV01P
028500     PERFORM WORK-EVERY-ACCOUNT THRU                              DINSV01P
028600             WORK-EVERY-ACCOUNT-EXIT.                             DINSV01P
028700     IF CIN1O-MSG IS NOT EQUAL TO SPACES                          DINSV01P
028800        GO TO STATE-THE-CASE-EXIT                                 DINSV01P
028900     END-IF.                                                      DINSV01P
029000     MOVE CIN1O-TOTAL-BALANCE TO WS-TOT-DISP.                     DINSV01P
029100     MOVE SPACES TO WS-CSV-LINE.                                  DINSV01P
029200     STRING 'TOTAL,' WS-TOT-DISP                                  DINSV01P
029300            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DINSV01P
029400     PERFORM QUEUE-REPORT-LINE THRU                               DINSV01P
029500             QUEUE-REPORT-LINE-EXIT.                              DINSV01P
029600     INITIALIZE CD96-DATA.                                        DINSV01P
029700     SET CD96I-CAPTURE-REPORT TO TRUE.                            DINSV01P
029800     MOVE WS-PROGRAM-ID TO CD96I-JOB.                             DINSV01P
029900     MOVE 'INSOLVENCY BALANCES' TO CD96I-REPORT-NAME.             DINSV01P
030000     MOVE 'CSVQ' TO CD96I-QUEUE.                                  DINSV01P
030100     MOVE 999 TO CD96I-RETAIN-DAYS.                               DINSV01P
030200 COPY CBANKX96.                                                   DINSV01P
030300     IF NOT CD96O-REQUEST-OK                                      DINSV01P
030400        MOVE CD96O-MSG TO CIN1O-MSG                               DINSV01P
030500     END-IF.                                                      DINSV01P
030600 STATE-THE-CASE-EXIT.                                             DINSV01P
030700     EXIT.                                                        DINSV01P
030800                                                                  DINSV01P
030900***************************************************************** DINSV01P
031000* Every account the customer holds - stated (opening and        * DINSV01P
031100* statement), line withdrawn and frozen (opening), or released  * DINSV01P
031200* (trustee instruction R)                                       * DINSV01P
031300***************************************************************** DINSV01P
031400 WORK-EVERY-ACCOUNT.                                              DINSV01P
031500     MOVE ZERO TO CIN1O-ACCOUNTS-WORKED.                          DINSV01P
031600     EXEC SQL                                                     DINSV01P
031700          DECLARE INSACC_CSR CURSOR FOR                           DINSV01P
031800          SELECT BAC_ACCNO,                                       DINSV01P
031900                 BAC_BALANCE,                                     DINSV01P
032000                 BAC_STATUS                                       DINSV01P
032100          FROM BNKACC                                             DINSV01P
032200          WHERE BAC_PID = :CIN1I-PERSON-PID AND                   DINSV01P
032300                BAC_STATUS <> 'C'                                 DINSV01P
032400          ORDER BY BAC_ACCNO                                      DINSV01P
032500          FOR FETCH ONLY                                          DINSV01P
032600     END-EXEC.                                                    DINSV01P
032700     EXEC SQL                                                     DINSV01P
032800          OPEN INSACC_CSR                                         DINSV01P
032900     END-EXEC.                                                    DINSV01P
033000     IF SQLCODE IS NOT EQUAL TO ZERO                              DINSV01P
033100        MOVE 'Unable to open the account list' TO CIN1O-MSG       DINSV01P
033200        GO TO WORK-EVERY-ACCOUNT-EXIT                             DINSV01P
033300     END-IF.                                                      DINSV01P
033400 INSACC-LOOP.                                                     DINSV01P
033500     EXEC SQL                                                     DINSV01P
033600          FETCH INSACC_CSR                                        DINSV01P
033700          INTO :DCL-INS-ACCNO,                                    DINSV01P
033800               :DCL-INS-BALANCE,                                  DINSV01P
033900               :DCL-INS-ACC-STATUS                                DINSV01P
034000     END-EXEC.                                                    DINSV01P
034100     IF SQLCODE IS EQUAL TO +100                                  DINSV01P
034200        GO TO INSACC-LOOP-EXIT                                    DINSV01P
034300     END-IF.                                                      DINSV01P
034400     IF SQLCODE IS NOT EQUAL TO ZERO                              DINSV01P
034500        MOVE 'Unable to read the account list' TO CIN1O-MSG       DINSV01P
034600        GO TO INSACC-LOOP-EXIT                                    DINSV01P
034700     END-IF.                                                      DINSV01P
034800     IF CIN1I-TRUSTEE-INSTRUCTIONS                                DINSV01P
034900        PERFORM RELEASE-ONE-ACCOUNT THRU                          DINSV01P
035000                RELEASE-ONE-ACCOUNT-EXIT                          DINSV01P
035100     ELSE                                                         DINSV01P
035200        PERFORM STATE-ONE-ACCOUNT THRU                            DINSV01P
035300                STATE-ONE-ACCOUNT-EXIT                            DINSV01P
035400     END-IF.                                                      DINSV01P
035500     IF CIN1O-MSG IS EQUAL TO SPACES AND                          DINSV01P
035600        CIN1I-OPEN-CASE                                           DINSV01P
035700        PERFORM WITHDRAW-FACILITY THRU                            DINSV01P
035800                WITHDRAW-FACILITY-EXIT                            DINSV01P
035900     END-IF.                                                      DINSV01P
036000     IF CIN1O-MSG IS EQUAL TO SPACES AND                          DINSV01P
036100        CIN1I-OPEN-CASE                                           DINSV01P
036200        PERFORM FREEZE-ONE-ACCOUNT THRU                           DINSV01P
036300                FREEZE-ONE-ACCOUNT-EXIT                           DINSV01P
036400     END-IF.                                                      DINSV01P
036500     IF CIN1O-MSG IS NOT EQUAL TO SPACES                          DINSV01P
036600        GO TO INSACC-LOOP-EXIT                                    DINSV01P
036700     END-IF.                                                      DINSV01P
036800     ADD 1 TO CIN1O-ACCOUNTS-WORKED.                              DINSV01P
036900     GO TO INSACC-LOOP.                                           DINSV01P
037000 INSACC-LOOP-EXIT.                                                DINSV01P
037100     EXEC SQL                                                     DINSV01P
037200          CLOSE INSACC_CSR                                        DINSV01P
037300     END-EXEC.                                                    DINSV01P
037400 WORK-EVERY-ACCOUNT-EXIT.                                         DINSV01P
037500     EXIT.                                                        DINSV01P
037600                                                                  DINSV01P
037700 STATE-ONE-ACCOUNT.                                               DINSV01P
037800     INITIALIZE CD18-DATA.                                        DINSV01P
037900     MOVE CIN1I-PERSON-PID TO CD18I-PERSON-PID.                   DINSV01P
038000     MOVE DCL-INS-ACCNO TO CD18I-ACC.                             DINSV01P
038100     MOVE DCL-INS-NOTICE-DATE TO CD18I-ASOF-DATE.                 DINSV01P
038200 COPY CBANKX18.                                                   DINSV01P
038300     IF NOT CD18O-LOOKUP-OK                                       DINSV01P
038400        MOVE CD18O-MSG TO CIN1O-MSG                               DINSV01P
038500        GO TO STATE-ONE-ACCOUNT-EXIT                              DINSV01P
038600     END-IF.                                                      DINSV01P
038700     ADD CD18O-ASOF-BAL TO CIN1O-TOTAL-BALANCE.                   DINSV01P
038800     MOVE CD18O-ASOF-BAL TO WS-AMT-DISP.                          DINSV01P
038900     MOVE CD18O-CURRENT-BAL TO WS-AMT2-DISP.                      DINSV01P
039000     MOVE SPACES TO WS-CSV-LINE.                                  DINSV01P
039100     STRING DCL-INS-ACCNO ',' WS-AMT-DISP ',' WS-AMT2-DISP        DINSV01P
039200            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DINSV01P
039300     PERFORM QUEUE-REPORT-LINE THRU                               DINSV01P
039400             QUEUE-REPORT-LINE-EXIT.                              DINSV01P
039500 STATE-ONE-ACCOUNT-EXIT.                                          DINSV01P
039600     EXIT.                                                        DINSV01P
039700                                                                  DINSV01P
039800***************************************************************** DINSV01P
039900* Withdraw the undrawn part of an overdraft line - a line in    * DINSV01P
040000* credit is cancelled outright; an overdrawn account keeps a    * DINSV01P
040100* line no larger than the debt already drawn, so nothing more   * DINSV01P
040200* can be taken against it                                       * DINSV01P
040300***************************************************************** DINSV01P
040400 WITHDRAW-FACILITY.                                               DINSV01P
040500     INITIALIZE CD73-DATA.                                        DINSV01P
040600     SET CD73I-READ-FACILITY TO TRUE.                             DINSV01P
040700     MOVE DCL-INS-ACCNO TO CD73I-ACC.                             DINSV01P
040800 COPY CBANKX73.                                                   DINSV01P
040900     IF CD73O-NO-FACILITY                                         DINSV01P
041000        GO TO WITHDRAW-FACILITY-EXIT                              DINSV01P
041100     END-IF.                                                      DINSV01P
041200     IF NOT CD73O-REQUEST-OK                                      DINSV01P
041300        MOVE CD73O-MSG TO CIN1O-MSG                               DINSV01P
041400        GO TO WITHDRAW-FACILITY-EXIT                              DINSV01P
041500     END-IF.                                                      DINSV01P
041600     IF DCL-INS-BALANCE IS NOT LESS THAN ZERO                     DINSV01P
041700        INITIALIZE CD73-DATA                                      DINSV01P
041800        SET CD73I-CANCEL-FACILITY TO TRUE                         DINSV01P
041900        MOVE DCL-INS-ACCNO TO CD73I-ACC                           DINSV01P
042000     ELSE                                                         DINSV01P
042100        COMPUTE CD73I-LIMIT = 0 - DCL-INS-BALANCE                 DINSV01P
042200        IF CD73I-LIMIT IS NOT LESS THAN CD73O-LIMIT               DINSV01P
042300           GO TO WITHDRAW-FACILITY-EXIT                           DINSV01P
042400        END-IF                                                    DINSV01P
042500        MOVE CD73O-EXPIRY-DATE TO CD73I-EXPIRY-DATE               DINSV01P
042600        SET CD73I-SANCTION-FACILITY TO TRUE                       DINSV01P
042700     END-IF.                                                      DINSV01P
042800 COPY CBANKX73.                                                   DINSV01P
042900     IF NOT CD73O-REQUEST-OK                                      DINSV01P
043000        MOVE CD73O-MSG TO CIN1O-MSG                               DINSV01P
043100        GO TO WITHDRAW-FACILITY-EXIT                              DINSV01P
043200     END-IF.                                                      DINSV01P
043300     ADD 1 TO CIN1O-FACILITIES-WORKED.                            DINSV01P
043400 WITHDRAW-FACILITY-EXIT.                                          DINSV01P
043500     EXIT.                                                        DINSV01P
043600                                                                  DINSV01P
043700 FREEZE-ONE-ACCOUNT.                                              DINSV01P
043800     IF DCL-INS-ACC-STATUS IS NOT EQUAL TO SPACE                  DINSV01P
043900        GO TO FREEZE-ONE-ACCOUNT-EXIT                             DINSV01P
044000     END-IF.                                                      DINSV01P
044100     INITIALIZE CD09-DATA.                                        DINSV01P
044200     MOVE CIN1I-PERSON-PID TO CD09I-PERSON-PID.                   DINSV01P
044300     MOVE DCL-INS-ACCNO TO CD09I-ACC-NO.                          DINSV01P
044400     SET CD09I-FREEZE TO TRUE.                                    DINSV01P
044500     MOVE CIN1I-USERID TO CD09I-ACTING-USER.                      DINSV01P
044600     MOVE 'INSOLVENCY' TO CD09I-REASON.                           DINSV01P
044700     CALL 'DBANK09P' USING WS-09-COMMAREA.                        DINSV01P
044800     IF CD09O-UPDATE-FAIL                                         DINSV01P
044900        MOVE 'Unable to freeze an account' TO CIN1O-MSG           DINSV01P
045000     END-IF.                                                      DINSV01P
045100 FREEZE-ONE-ACCOUNT-EXIT.                                         DINSV01P
045200     EXIT.                                                        DINSV01P
045300                                                                  DINSV01P
045400 RELEASE-ONE-ACCOUNT.                                             DINSV01P
045500     IF DCL-INS-ACC-STATUS IS NOT EQUAL TO 'F'                    DINSV01P
045600        GO TO RELEASE-ONE-ACCOUNT-EXIT                            DINSV01P
045700     END-IF.                                                      DINSV01P
045800     INITIALIZE CD09-DATA.                                        DINSV01P
045900     MOVE CIN1I-PERSON-PID TO CD09I-PERSON-PID.                   DINSV01P
046000     MOVE DCL-INS-ACCNO TO CD09I-ACC-NO.                          DINSV01P
046100     SET CD09I-REACTIVATE TO TRUE.                                DINSV01P
046200     MOVE CIN1I-USERID TO CD09I-ACTING-USER.                      DINSV01P
046300     MOVE 'TRUSTEE RELEASE' TO CD09I-REASON.                      DINSV01P
046400     CALL 'DBANK09P' USING WS-09-COMMAREA.                        DINSV01P
046500     IF CD09O-UPDATE-FAIL                                         DINSV01P
046600        MOVE 'Unable to release an account' TO CIN1O-MSG          DINSV01P
046700     END-IF.                                                      DINSV01P
046800 RELEASE-ONE-ACCOUNT-EXIT.                                        DINSV01P
046900     EXIT.                                                        DINSV01P
047000                                                                  DINSV01P
047100***************************************************************** DINSV01P
047200* The trustee's instructions - recorded on the case; R releases * DINSV01P
047300* the frozen accounts for the trustee to operate, K keeps them  * DINSV01P
047400* frozen. Collection and direct debits stay stopped either way  * DINSV01P
047500***************************************************************** DINSV01P
047600 TRUSTEE-INSTRUCTIONS.                                            DINSV01P
047700     PERFORM READ-OPEN-CASE THRU                                  DINSV01P
047800             READ-OPEN-CASE-EXIT.                                 DINSV01P
047900     IF CIN1O-MSG IS NOT EQUAL TO SPACES                          DINSV01P
048000        GO TO TRUSTEE-INSTRUCTIONS-EXIT                           DINSV01P
048100     END-IF.                                                      DINSV01P
048200     IF NOT CIN1I-RELEASE-ACCOUNTS AND                            DINSV01P
048300        NOT CIN1I-KEEP-FROZEN                                     DINSV01P
048400        MOVE 'Instruction must be R release or K keep frozen'     DINSV01P
048500          TO CIN1O-MSG                                            DINSV01P
048600        GO TO TRUSTEE-INSTRUCTIONS-EXIT                           DINSV01P
048700     END-IF.                                                      DINSV01P
048800     EXEC SQL                                                     DINSV01P
048900          UPDATE BNKINSV                                          DINSV01P
049000          SET INS_INSTRUCTION = :CIN1I-INSTRUCTION,               DINSV01P
049100              INS_INSTR_TEXT = :CIN1I-INSTR-TEXT,                 DINSV01P
049200              INS_INSTR_BY = :CIN1I-USERID,                       DINSV01P
049300              INS_INSTR_TS = CURRENT TIMESTAMP                    DINSV01P
049400          WHERE INS_ID = :DCL-INS-ID                              DINSV01P
049500     END-EXEC.                                                    DINSV01P
049600     IF SQLCODE IS NOT EQUAL TO ZERO                              DINSV01P
049700        MOVE 'Unable to record the instructions' TO CIN1O-MSG     DINSV01P
049800        GO TO TRUSTEE-INSTRUCTIONS-EXIT                           DINSV01P
049900     END-IF.                                                      DINSV01P
050000     IF CIN1I-RELEASE-ACCOUNTS                                    DINSV01P
050100        PERFORM WORK-EVERY-ACCOUNT THRU                           DINSV01P
050200                WORK-EVERY-ACCOUNT-EXIT                           DINSV01P
050300        IF CIN1O-MSG IS NOT EQUAL TO SPACES                       DINSV01P
050400           GO TO TRUSTEE-INSTRUCTIONS-EXIT                        DINSV01P
050500        END-IF                                                    DINSV01P
050600     END-IF.                                                      DINSV01P
050700     MOVE DCL-INS-ID TO CIN1O-CASE-ID.                            DINSV01P
050800     SET CIN1O-REQUEST-OK TO TRUE.                                DINSV01P
050900     MOVE 'Trustee instructions recorded' TO CIN1O-MSG.           DINSV01P
051000 TRUSTEE-INSTRUCTIONS-EXIT.                                       DINSV01P
051100     EXIT.                                                        DINSV01P
051200                                                                  DINSV01P
051300***************************************************************** DINSV01P
051400* Re-run the statement of balances for the open case            * DINSV01P
051500***************************************************************** DINSV01P
051600 BALANCE-STATEMENT.                                               DINSV01P
051700     PERFORM READ-OPEN-CASE THRU                                  DINSV01P
051800             READ-OPEN-CASE-EXIT.                                 DINSV01P
051900     IF CIN1O-MSG IS NOT EQUAL TO SPACES                          DINSV01P
052000        GO TO BALANCE-STATEMENT-EXIT                              DINSV01P
052100     END-IF.                                                      DINSV01P
052200     PERFORM STATE-THE-CASE THRU                                  DINSV01P
052300             STATE-THE-CASE-EXIT.                                 DINSV01P
052400     IF CIN1O-MSG IS NOT EQUAL TO SPACES                          DINSV01P
052500        GO TO BALANCE-STATEMENT-EXIT                              DINSV01P
052600     END-IF.                                                      DINSV01P
052700     MOVE DCL-INS-ID TO CIN1O-CASE-ID.                            DINSV01P
052800     SET CIN1O-REQUEST-OK TO TRUE.                                DINSV01P
052900     MOVE 'Statement of balances written' TO CIN1O-MSG.           DINSV01P
053000 BALANCE-STATEMENT-EXIT.                                          DINSV01P
053100     EXIT.                                                        DINSV01P
053200                                                                  DINSV01P
053300***************************************************************** DINSV01P
053400* Discharge - the case closes and the parked standing orders    * DINSV01P
053500* resume from today. Withdrawn lines are not restored; they     * DINSV01P
053600* are sanctioned afresh if the bank chooses to                  * DINSV01P
053700***************************************************************** DINSV01P
053800 DISCHARGE.                                                       DINSV01P
053900     PERFORM READ-OPEN-CASE THRU                                  DINSV01P
054000             READ-OPEN-CASE-EXIT.                                 DINSV01P
054100     IF CIN1O-MSG IS NOT EQUAL TO SPACES                          DINSV01P
054200        GO TO DISCHARGE-EXIT                                      DINSV01P
054300     END-IF.                                                      DINSV01P
054400     IF DCL-INS-INSTRUCTION IS EQUAL TO SPACE                     DINSV01P
054500        MOVE 'Capture the trustee instructions first' TO CIN1O-MSGDINSV01P
054600        GO TO DISCHARGE-EXIT                                      DINSV01P
054700     END-IF.                                                      DINSV01P
054800     EXEC SQL                                                     DINSV01P
054900          UPDATE BNKSTORD                                         DINSV01P
055000          SET STO_STATUS = 'A',                                   DINSV01P
055100              STO_NEXT_DTE = CASE WHEN STO_NEXT_DTE <             DINSV01P
055200                                       :WS-BUSINESS-DATE          DINSV01P
055300                                  THEN :WS-BUSINESS-DATE          DINSV01P
055400                                  ELSE STO_NEXT_DTE END           DINSV01P
055500          WHERE STO_PID = :CIN1I-PERSON-PID AND                   DINSV01P
055600                STO_STATUS = 'I'                                  DINSV01P
055700     END-EXEC.                                                    DINSV01P
055800     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DINSV01P
055900        SQLCODE IS NOT EQUAL TO +100                              DINSV01P
056000        MOVE 'Unable to restore the standing orders' TO CIN1O-MSG DINSV01P
056100        GO TO DISCHARGE-EXIT                                      DINSV01P
056200     END-IF.                                                      DINSV01P
056300     EXEC SQL                                                     DINSV01P
056400          UPDATE BNKINSV                                          DINSV01P
056500          SET INS_STATUS = 'C',                                   DINSV01P
056600              INS_CLOSED_BY = :CIN1I-USERID,                      DINSV01P
056700              INS_CLOSED_TS = CURRENT TIMESTAMP                   DINSV01P
056800          WHERE INS_ID = :DCL-INS-ID                              DINSV01P
056900     END-EXEC.                                                    DINSV01P
057000     IF SQLCODE IS NOT EQUAL TO ZERO                              DINSV01P
057100        MOVE 'Unable to close the insolvency case' TO CIN1O-MSG   DINSV01P
057200        GO TO DISCHARGE-EXIT                                      DINSV01P
057300     END-IF.                                                      DINSV01P
057400     MOVE DCL-INS-ID TO CIN1O-CASE-ID.                            DINSV01P
057500     SET CIN1O-REQUEST-OK TO TRUE.                                DINSV01P
057600     MOVE 'Insolvency case discharged' TO CIN1O-MSG.              DINSV01P
057700 DISCHARGE-EXIT.                                                  DINSV01P
057800     EXIT.                                                        DINSV01P
057900                                                                  DINSV01P
058000***************************************************************** DINSV01P
058100* The open case for the customer                                * DINSV01P
058200***************************************************************** DINSV01P
058300 READ-OPEN-CASE.                                                  DINSV01P
058400     EXEC SQL                                                     DINSV01P
058500          SELECT INS_ID,                                          DINSV01P
058600                 INS_NOTICE_DATE,                                 DINSV01P
058700                 INS_INSTRUCTION                                  DINSV01P
058800          INTO :DCL-INS-ID,                                       DINSV01P
058900               :DCL-INS-NOTICE-DATE,                              DINSV01P
059000               :DCL-INS-INSTRUCTION                               DINSV01P
059100          FROM BNKINSV                                            DINSV01P
059200          WHERE INS_PID = :CIN1I-PERSON-PID AND                   DINSV01P
059300                INS_STATUS = 'O'                                  DINSV01P
059400     END-EXEC.                                                    DINSV01P
059500     IF SQLCODE IS EQUAL TO +100                                  DINSV01P
059600        SET CIN1O-NOT-FOUND TO TRUE                               DINSV01P
059700        MOVE 'No open insolvency case for that customer'          DINSV01P
059800          TO CIN1O-MSG                                            DINSV01P
059900        GO TO READ-OPEN-CASE-EXIT                                 DINSV01P
060000     END-IF.                                                      DINSV01P
060100     IF SQLCODE IS NOT EQUAL TO ZERO                              DINSV01P
060200        MOVE 'Unable to read the insolvency register' TO CIN1O-MSGDINSV01P
060300     END-IF.                                                      DINSV01P
060400 READ-OPEN-CASE-EXIT.                                             DINSV01P
060500     EXIT.                                                        DINSV01P
060600                                                                  DINSV01P
060700***************************************************************** DINSV01P
060800* Hand the built line to the extract queue                      * DINSV01P
060900***************************************************************** DINSV01P
061000 QUEUE-REPORT-LINE.                                               DINSV01P
061100 COPY CCSVWRQ.                                                    DINSV01P
061200 QUEUE-REPORT-LINE-EXIT.                                          DINSV01P
061300     EXIT.                                                        DINSV01P
