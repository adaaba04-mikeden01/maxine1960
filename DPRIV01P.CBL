001500*              (capture, verify, prove eligibility and apply    * DPRIV01P
001600*              the DBANK27P erase-in-place transforms with a    * DPRIV01P
001700*              completion certificate), and the legal-hold      * DPRIV01P
001900*              registry (BNKLHLD) the archive, purge and        * DPRIV01P
001910*              anonymization jobs honour, and the subject-      * DPRIV01P
001920*              access workflow (capture, verify, compile the    * DPRIV01P
001930*              customer's data into one report with held items  * DPRIV01P
001940*              flagged for review, release, and the nightly     * DPRIV01P
001950*              compile and deadline sweep)                      * DPRIV01P
002000*              SQL version                                      * DPRIV01P
002100***************************************************************** DPRIV01P
002200                                                                  DPRIV01P
004300***************************************************************** DPRIV01P
004400   05  WS-RETENTION-DAYS      VALUE 2555                          DPRIV01P
004500                              PIC S9(5) COMP-3.                   DPRIV01P
004505***************************************************************** DPRIV01P
004510* The subject-access deadline, in business days - data          * DPRIV01P
004515* protection policy owns it                                     * DPRIV01P
004520***************************************************************** DPRIV01P
004525   05  WS-ACCESS-SLA-DAYS     VALUE 20                            DPRIV01P
004530                              PIC S9(3) COMP-3.                   DPRIV01P
004535   05  WS-ID-DISP                            PIC 9(7).            DPRIV01P
004540   05  WS-AMOUNT-DISP                        PIC -(7)9.99.        DPRIV01P
004545   05  WS-REPORT-NAME.                                            DPRIV01P
004550     10  FILLER                              PIC X(12)            DPRIV01P
004555         VALUE 'ACCESS CASE '.                                    DPRIV01P
004560     10  WS-REPORT-CASE                      PIC 9(7).            DPRIV01P
004600                                                                  DPRIV01P
004700 01  WS-CSV-DATA.                                                 DPRIV01P
004800 COPY CCSVD.                                                      DPRIV01P
004900                                                                  DPRIV01P
005000 01  WS-96-COMMAREA.                                              DPRIV01P
005100 COPY CBANKD96.                                                   DPRIV01P
005120                                                                  DPRIV01P
005140 01  WS-16-COMMAREA.                                              DPRIV01P
005160 COPY CBANKD16.                                                   DPRIV01P
005200                                                                  DPRIV01P
005300   EXEC SQL                                                       DPRIV01P
005400        BEGIN DECLARE SECTION                                     DPRIV01P
007300   05  DCL-LHR-CASE                          PIC X(20).           DPRIV01P
007400   05  DCL-LHR-REVIEW                        PIC X(10).           DPRIV01P
007500   05  DCL-CHK-COUNT                         PIC S9(5) COMP-3.    DPRIV01P
007502   05  DCL-SAR-ID                            PIC S9(7) COMP-3.    DPRIV01P
007504   05  DCL-SAR-PID                           PIC X(5).            DPRIV01P
007506   05  DCL-SAR-STATUS                        PIC X(1).            DPRIV01P
007508   05  DCL-SAR-DUE                           PIC X(10).           DPRIV01P
007510   05  DCL-SAR-RAISED                        PIC X(10).           DPRIV01P
007512   05  DCL-ITEM-ID                           PIC S9(7) COMP-3.    DPRIV01P
007514   05  DCL-ITEM-TS                           PIC X(26).           DPRIV01P
007516   05  DCL-ITEM-ACCNO                        PIC X(9).            DPRIV01P
007518   05  DCL-ITEM-SOURCE                       PIC X(7).            DPRIV01P
007520   05  DCL-ITEM-CODE1                        PIC X(1).            DPRIV01P
007522   05  DCL-ITEM-CODE2                        PIC X(1).            DPRIV01P
007524   05  DCL-ITEM-CODE3                        PIC X(2).            DPRIV01P
007526   05  DCL-ITEM-AMOUNT                       PIC S9(7)V99 COMP-3. DPRIV01P
007528   05  DCL-ITEM-USER                         PIC X(8).            DPRIV01P
007530   05  DCL-ITEM-TEXT                         PIC X(50).           DPRIV01P
007532   05  DCL-ITEM-TEXT2                        PIC X(25).           DPRIV01P
007534   05  DCL-BCS-NAME                          PIC X(25).           DPRIV01P
007536   05  DCL-BCS-ADDR1                         PIC X(25).           DPRIV01P
007538   05  DCL-BCS-ADDR2                         PIC X(25).           DPRIV01P
007540   05  DCL-BCS-STATE                         PIC X(3).            DPRIV01P
007542   05  DCL-BCS-CNTRY                         PIC X(6).            DPRIV01P
007544   05  DCL-BCS-PSTCDE                        PIC X(6).            DPRIV01P
007546   05  DCL-BCS-TELNO                         PIC X(12).           DPRIV01P
007548   05  DCL-BCS-EMAIL                         PIC X(30).           DPRIV01P
007550   05  DCL-BCS-DOB                           PIC X(10).           DPRIV01P
007600 01  WS-BUSINESS-DATE                        PIC X(10).           DPRIV01P
007605 01  WS-ACCESS-AREAS.                                             DPRIV01P
007610   05  WS-SLA-WORK                           PIC X(10).           DPRIV01P
007615   05  WS-PID-HELD                           PIC X(1).            DPRIV01P
007620   05  WS-HOLD-ACCNO                         PIC X(9).            DPRIV01P
007625   05  WS-HOLD-ACC-FLAG                      PIC X(1).            DPRIV01P
007630   05  WS-ITEM-COUNT                         PIC S9(7) COMP-3.    DPRIV01P
007635   05  WS-HELD-COUNT                         PIC S9(7) COMP-3.    DPRIV01P
007640   05  WS-ITEM-SECTION                       PIC X(11).           DPRIV01P
007645   05  WS-ITEM-KEY                           PIC X(26).           DPRIV01P
007650   05  WS-ITEM-ACCNO                         PIC X(9).            DPRIV01P
007655   05  WS-ITEM-HELD                          PIC X(1).            DPRIV01P
007660   05  WS-ITEM-DETAIL                        PIC X(58).           DPRIV01P
007700                                                                  DPRIV01P
007800     EXEC SQL                                                     DPRIV01P
007900          INCLUDE SQLCA                                           DPRIV01P
013100       WHEN CPV1I-LIST-HOLDS                                      DPRIV01P
013200         PERFORM LIST-LEGAL-HOLDS THRU                            DPRIV01P
013300                 LIST-LEGAL-HOLDS-EXIT                            DPRIV01P
013305       WHEN CPV1I-CAPTURE-ACCESS                                  DPRIV01P
013310         PERFORM CAPTURE-ACCESS THRU                              DPRIV01P
013315                 CAPTURE-ACCESS-EXIT                              DPRIV01P
013320       WHEN CPV1I-VERIFY-ACCESS                                   DPRIV01P
013325         PERFORM VERIFY-ACCESS THRU                               DPRIV01P
013330                 VERIFY-ACCESS-EXIT                               DPRIV01P
013335       WHEN CPV1I-COMPILE-ACCESS                                  DPRIV01P
013340         PERFORM COMPILE-ACCESS THRU                              DPRIV01P
013345                 COMPILE-ACCESS-EXIT                              DPRIV01P
013350       WHEN CPV1I-RELEASE-ACCESS                                  DPRIV01P
013355         PERFORM RELEASE-ACCESS THRU                              DPRIV01P
013360                 RELEASE-ACCESS-EXIT                              DPRIV01P
013365       WHEN CPV1I-LIST-ACCESS                                     DPRIV01P
013370         PERFORM LIST-ACCESS THRU                                 DPRIV01P
013375                 LIST-ACCESS-EXIT                                 DPRIV01P
013380       WHEN CPV1I-ACCESS-NIGHTLY                                  DPRIV01P
013385         PERFORM ACCESS-NIGHTLY THRU                              DPRIV01P
013390                 ACCESS-NIGHTLY-EXIT                              DPRIV01P
013400       WHEN OTHER                                                 DPRIV01P
013500         MOVE 'Unknown governance function requested'             DPRIV01P
013600           TO CPV1O-MSG                                           DPRIV01P
047500 COPY CCSVWRQ.                                                    DPRIV01P
047600 QUEUE-REPORT-LINE-EXIT.                                          DPRIV01P
047700     EXIT.                                                        DPRIV01P
047800                                                                  DPRIV01P
047900***************************************************************** DPRIV01P
048000* Step a date on one business day, the calendar DBANK98P keeps  * DPRIV01P
048100***************************************************************** DPRIV01P
048200 STEP-SLA-DATE.                                                   DPRIV01P
048300     EXEC SQL                                                     DPRIV01P
048400          SET :WS-SLA-WORK = DATE(:WS-SLA-WORK) + 1 DAY           DPRIV01P
048500     END-EXEC.                                                    DPRIV01P
048600     INITIALIZE CD98-DATA.                                        DPRIV01P
048700     SET CD98I-NEXT-BUSINESS-DAY TO TRUE.                         DPRIV01P
048800     MOVE WS-SLA-WORK TO CD98I-DATE.                              DPRIV01P
048900 COPY CBANKX98.                                                   DPRIV01P
049000     IF CD98O-REQUEST-OK                                          DPRIV01P
049100        MOVE CD98O-DATE TO WS-SLA-WORK                            DPRIV01P
049200     END-IF.                                                      DPRIV01P
049300 STEP-SLA-DATE-EXIT.                                              DPRIV01P
049400     EXIT.                                                        DPRIV01P
049500                                                                  DPRIV01P
049600***************************************************************** DPRIV01P
049700* A customer asks for a copy of everything we hold about them - * DPRIV01P
049800* one live case per customer, its deadline counted in business  * DPRIV01P
049900* days from the day it is captured                              * DPRIV01P
050000***************************************************************** DPRIV01P
050100 CAPTURE-ACCESS.                                                  DPRIV01P
050200     EXEC SQL                                                     DPRIV01P
050300          SELECT BCS_PID                                          DPRIV01P
050400          INTO :DCL-SAR-PID                                       DPRIV01P
050500          FROM BNKCUST                                            DPRIV01P
050600          WHERE BCS_PID = :CPV1I-PERSON-PID                       DPRIV01P
050700     END-EXEC.                                                    DPRIV01P
050800     IF SQLCODE IS NOT EQUAL TO ZERO                              DPRIV01P
050900        SET CPV1O-NOT-FOUND TO TRUE                               DPRIV01P
051000        MOVE 'No customer held under that PID' TO CPV1O-MSG       DPRIV01P
051100        GO TO CAPTURE-ACCESS-EXIT                                 DPRIV01P
051200     END-IF.                                                      DPRIV01P
051300     MOVE ZERO TO DCL-CHK-COUNT.                                  DPRIV01P
051400     EXEC SQL                                                     DPRIV01P
051500          SELECT COUNT(*)                                         DPRIV01P
051600          INTO :DCL-CHK-COUNT                                     DPRIV01P
051700          FROM BNKSARQ                                            DPRIV01P
051800          WHERE SAR_PID = :CPV1I-PERSON-PID AND                   DPRIV01P
051900                SAR_STATUS <> 'R'                                 DPRIV01P
052000     END-EXEC.                                                    DPRIV01P
052100     IF SQLCODE IS NOT EQUAL TO ZERO                              DPRIV01P
052200        MOVE 'Unable to check the access register' TO CPV1O-MSG   DPRIV01P
052300        GO TO CAPTURE-ACCESS-EXIT                                 DPRIV01P
052400     END-IF.                                                      DPRIV01P
052500     IF DCL-CHK-COUNT IS GREATER THAN ZERO                        DPRIV01P
052600        SET CPV1O-NOT-ELIGIBLE TO TRUE                            DPRIV01P
052700        MOVE 'An access request is already open for that customer'DPRIV01P
052800          TO CPV1O-MSG                                            DPRIV01P
052900        GO TO CAPTURE-ACCESS-EXIT                                 DPRIV01P
053000     END-IF.                                                      DPRIV01P
053100     EXEC SQL                                                     DPRIV01P
053200          SELECT VALUE(MAX(SAR_ID), 0) + 1                        DPRIV01P
053300          INTO :DCL-SAR-ID                                        DPRIV01P
053400          FROM BNKSARQ                                            DPRIV01P
053500     END-EXEC.                                                    DPRIV01P
053600     IF SQLCODE IS NOT EQUAL TO ZERO                              DPRIV01P
053700        MOVE 'Unable to reference the access register'            DPRIV01P
053800          TO CPV1O-MSG                                            DPRIV01P
053900        GO TO CAPTURE-ACCESS-EXIT                                 DPRIV01P
054000     END-IF.                                                      DPRIV01P
054100     MOVE WS-BUSINESS-DATE TO WS-SLA-WORK.                        DPRIV01P
054200     PERFORM STEP-SLA-DATE THRU                                   DPRIV01P
054300             STEP-SLA-DATE-EXIT WS-ACCESS-SLA-DAYS TIMES.         DPRIV01P
054400     MOVE WS-SLA-WORK TO DCL-SAR-DUE.                             DPRIV01P
054500     EXEC SQL                                                     DPRIV01P
054600          INSERT                                                  DPRIV01P
054700          INTO BNKSARQ (SAR_ID,                                   DPRIV01P
054800                        SAR_PID,                                  DPRIV01P
054900                        SAR_STATUS,                               DPRIV01P
055000                        SAR_RAISED_DATE,                          DPRIV01P
055100                        SAR_DUE_DATE,                             DPRIV01P
055200                        SAR_RAISED_BY,                            DPRIV01P
055300                        SAR_ITEMS,                                DPRIV01P
055400                        SAR_HELD_ITEMS,                           DPRIV01P
055500                        SAR_ESCALATED)                            DPRIV01P
055600          VALUES (:DCL-SAR-ID,                                    DPRIV01P
055700                  :CPV1I-PERSON-PID,                              DPRIV01P
055800                  'O',                                            DPRIV01P
055900                  :WS-BUSINESS-DATE,                              DPRIV01P
056000                  :DCL-SAR-DUE,                                   DPRIV01P
056100                  :CPV1I-USERID,                                  DPRIV01P
056200                  0,                                              DPRIV01P
056300                  0,                                              DPRIV01P
056400                  'N')                                            DPRIV01P
056500     END-EXEC.                                                    DPRIV01P
056600     IF SQLCODE IS NOT EQUAL TO ZERO                              DPRIV01P
056700        MOVE 'Unable to capture the access request' TO CPV1O-MSG  DPRIV01P
056800        GO TO CAPTURE-ACCESS-EXIT                                 DPRIV01P
056900     END-IF.                                                      DPRIV01P
057000     MOVE DCL-SAR-DUE TO CPV1O-DUE-DATE.                          DPRIV01P
057100     SET CPV1O-REQUEST-OK TO TRUE.                                DPRIV01P
057200     MOVE SPACES TO CPV1O-MSG.                                    DPRIV01P
057300     STRING 'Access request captured - due ' DCL-SAR-DUE          DPRIV01P
057400            ', awaiting verification'                             DPRIV01P
057500            DELIMITED BY SIZE INTO CPV1O-MSG.                     DPRIV01P
057600 CAPTURE-ACCESS-EXIT.                                             DPRIV01P
057700     EXIT.                                                        DPRIV01P
057800                                                                  DPRIV01P
057900***************************************************************** DPRIV01P
058000* Identity proven - the access request stands verified and      * DPRIV01P
058100* joins the next compilation                                    * DPRIV01P
058200***************************************************************** DPRIV01P
058300 VERIFY-ACCESS.                                                   DPRIV01P
058400     EXEC SQL                                                     DPRIV01P
058500          UPDATE BNKSARQ                                          DPRIV01P
058600          SET SAR_STATUS = 'V',                                   DPRIV01P
058700              SAR_VERIFIED_BY = :CPV1I-USERID,                    DPRIV01P
058800              SAR_VERIFIED_TS = CURRENT TIMESTAMP                 DPRIV01P
058900          WHERE SAR_PID = :CPV1I-PERSON-PID AND                   DPRIV01P
059000                SAR_STATUS = 'O'                                  DPRIV01P
059100     END-EXEC.                                                    DPRIV01P
059200     IF SQLCODE IS EQUAL TO +100                                  DPRIV01P
059300        SET CPV1O-NOT-FOUND TO TRUE                               DPRIV01P
059400        MOVE 'No open access request for that customer'           DPRIV01P
059500          TO CPV1O-MSG                                            DPRIV01P
059600        GO TO VERIFY-ACCESS-EXIT                                  DPRIV01P
059700     END-IF.                                                      DPRIV01P
059800     IF SQLCODE IS NOT EQUAL TO ZERO                              DPRIV01P
059900        MOVE 'Unable to verify the access request' TO CPV1O-MSG   DPRIV01P
060000        GO TO VERIFY-ACCESS-EXIT                                  DPRIV01P
060100     END-IF.                                                      DPRIV01P
060200     SET CPV1O-REQUEST-OK TO TRUE.                                DPRIV01P
060300     MOVE 'Access request verified - the data can now be compiled'DPRIV01P
060400       TO CPV1O-MSG.                                              DPRIV01P
060500 VERIFY-ACCESS-EXIT.                                              DPRIV01P
060600     EXIT.                                                        DPRIV01P
060700                                                                  DPRIV01P
060800***************************************************************** DPRIV01P
060900* Compile the customer's verified case now rather than waiting  * DPRIV01P
061000* for the night - a compiled case not yet released may be       * DPRIV01P
061100* compiled again to pick up what has changed since              * DPRIV01P
061200***************************************************************** DPRIV01P
061300 COMPILE-ACCESS.                                                  DPRIV01P
061400     EXEC SQL                                                     DPRIV01P
061500          SELECT SAR_ID,                                          DPRIV01P
061600                 SAR_PID,                                         DPRIV01P
061700                 SAR_DUE_DATE                                     DPRIV01P
061800          INTO :DCL-SAR-ID,                                       DPRIV01P
061900               :DCL-SAR-PID,                                      DPRIV01P
062000               :DCL-SAR-DUE                                       DPRIV01P
062100          FROM BNKSARQ                                            DPRIV01P
062200          WHERE SAR_PID = :CPV1I-PERSON-PID AND                   DPRIV01P
062300                SAR_STATUS IN ('V', 'K', 'H')                     DPRIV01P
062400     END-EXEC.                                                    DPRIV01P
062500     IF SQLCODE IS NOT EQUAL TO ZERO                              DPRIV01P
062600        SET CPV1O-NOT-FOUND TO TRUE                               DPRIV01P
062700        MOVE 'No verified access request for that customer'       DPRIV01P
062800          TO CPV1O-MSG                                            DPRIV01P
062900        GO TO COMPILE-ACCESS-EXIT                                 DPRIV01P
063000     END-IF.                                                      DPRIV01P
063100     PERFORM COMPILE-CASE THRU                                    DPRIV01P
063200             COMPILE-CASE-EXIT.                                   DPRIV01P
063300     IF CPV1O-MSG IS NOT EQUAL TO SPACES                          DPRIV01P
063400        GO TO COMPILE-ACCESS-EXIT                                 DPRIV01P
063500     END-IF.                                                      DPRIV01P
063600     MOVE DCL-SAR-DUE TO CPV1O-DUE-DATE.                          DPRIV01P
063700     MOVE WS-ITEM-COUNT TO CPV1O-ITEM-COUNT.                      DPRIV01P
063800     MOVE WS-HELD-COUNT TO CPV1O-HELD-ITEMS.                      DPRIV01P
063900     SET CPV1O-REQUEST-OK TO TRUE.                                DPRIV01P
064000     IF WS-HELD-COUNT IS GREATER THAN ZERO                        DPRIV01P
064100        MOVE WS-HELD-COUNT TO WS-ID-DISP                          DPRIV01P
064200        MOVE SPACES TO CPV1O-MSG                                  DPRIV01P
064300        STRING 'Report compiled - ' WS-ID-DISP                    DPRIV01P
064400               ' items under legal hold need review'              DPRIV01P
064500               DELIMITED BY SIZE INTO CPV1O-MSG                   DPRIV01P
064600     ELSE                                                         DPRIV01P
064700        MOVE 'Report compiled - ready for release' TO CPV1O-MSG   DPRIV01P
064800     END-IF.                                                      DPRIV01P
064900 COMPILE-ACCESS-EXIT.                                             DPRIV01P
065000     EXIT.                                                        DPRIV01P
065100                                                                  DPRIV01P
065200***************************************************************** DPRIV01P
065300* Release the compiled report to the customer. Where items were * DPRIV01P
065400* flagged under a legal hold the reviewer must quote the        * DPRIV01P
065500* reference of the review that cleared them                     * DPRIV01P
065600***************************************************************** DPRIV01P
065700 RELEASE-ACCESS.                                                  DPRIV01P
065800     MOVE SPACES TO DCL-SAR-STATUS.                               DPRIV01P
065900     EXEC SQL                                                     DPRIV01P
066000          SELECT SAR_ID,                                          DPRIV01P
066100                 SAR_STATUS                                       DPRIV01P
066200          INTO :DCL-SAR-ID,                                       DPRIV01P
066300               :DCL-SAR-STATUS                                    DPRIV01P
066400          FROM BNKSARQ                                            DPRIV01P
066500          WHERE SAR_PID = :CPV1I-PERSON-PID AND                   DPRIV01P
066600                SAR_STATUS IN ('K', 'H')                          DPRIV01P
066700     END-EXEC.                                                    DPRIV01P
066800     IF SQLCODE IS NOT EQUAL TO ZERO                              DPRIV01P
066900        SET CPV1O-NOT-FOUND TO TRUE                               DPRIV01P
067000        MOVE 'No compiled access report for that customer'        DPRIV01P
067100          TO CPV1O-MSG                                            DPRIV01P
067200        GO TO RELEASE-ACCESS-EXIT                                 DPRIV01P
067300     END-IF.                                                      DPRIV01P
067400     IF DCL-SAR-STATUS IS EQUAL TO 'H' AND                        DPRIV01P
067500        CPV1I-CASE-REF IS EQUAL TO SPACES                         DPRIV01P
067600        SET CPV1O-NOT-ELIGIBLE TO TRUE                            DPRIV01P
067700        MOVE 'Held items need the review reference before release'DPRIV01P
067800          TO CPV1O-MSG                                            DPRIV01P
067900        GO TO RELEASE-ACCESS-EXIT                                 DPRIV01P
068000     END-IF.                                                      DPRIV01P
068100     EXEC SQL                                                     DPRIV01P
068200          UPDATE BNKSARQ                                          DPRIV01P
068300          SET SAR_STATUS = 'R',                                   DPRIV01P
068400              SAR_REVIEW_REF = :CPV1I-CASE-REF,                   DPRIV01P
068500              SAR_RELEASED_BY = :CPV1I-USERID,                    DPRIV01P
068600              SAR_RELEASED_TS = CURRENT TIMESTAMP                 DPRIV01P
068700          WHERE SAR_ID = :DCL-SAR-ID                              DPRIV01P
068800     END-EXEC.                                                    DPRIV01P
068900     IF SQLCODE IS NOT EQUAL TO ZERO                              DPRIV01P
069000        MOVE 'Unable to release the access report' TO CPV1O-MSG   DPRIV01P
069100        GO TO RELEASE-ACCESS-EXIT                                 DPRIV01P
069200     END-IF.                                                      DPRIV01P
069300     SET CPV1O-REQUEST-OK TO TRUE.                                DPRIV01P
069400     MOVE 'Access report released to the customer' TO CPV1O-MSG.  DPRIV01P
069500 RELEASE-ACCESS-EXIT.                                             DPRIV01P
069600     EXIT.                                                        DPRIV01P
069700                                                                  DPRIV01P
069800***************************************************************** DPRIV01P
069900* The first page of live access cases, nearest deadline first   * DPRIV01P
070000***************************************************************** DPRIV01P
070100 LIST-ACCESS.                                                     DPRIV01P
070200     EXEC SQL                                                     DPRIV01P
070300          DECLARE SARL_CSR CURSOR FOR                             DPRIV01P
070400          SELECT SAR_PID,                                         DPRIV01P
070500                 SAR_STATUS,                                      DPRIV01P
070600                 SAR_DUE_DATE                                     DPRIV01P
070700          FROM BNKSARQ                                            DPRIV01P
070800          WHERE SAR_STATUS <> 'R'                                 DPRIV01P
070900          ORDER BY SAR_DUE_DATE,                                  DPRIV01P
071000                   SAR_ID                                         DPRIV01P
071100          FOR FETCH ONLY                                          DPRIV01P
071200     END-EXEC.                                                    DPRIV01P
071300     EXEC SQL                                                     DPRIV01P
071400          OPEN SARL_CSR                                           DPRIV01P
071500     END-EXEC.                                                    DPRIV01P
071600     IF SQLCODE IS NOT EQUAL TO ZERO                              DPRIV01P
071700        MOVE 'Unable to open the access register' TO CPV1O-MSG    DPRIV01P
071800        GO TO LIST-ACCESS-EXIT                                    DPRIV01P
071900     END-IF.                                                      DPRIV01P
072000     MOVE 0 TO WS-SUB1.                                           DPRIV01P
072100 SARL-LOOP.                                                       DPRIV01P
072200     IF WS-SUB1 IS NOT LESS THAN 3                                DPRIV01P
072300        GO TO SARL-LOOP-EXIT                                      DPRIV01P
072400     END-IF.                                                      DPRIV01P
072500     EXEC SQL                                                     DPRIV01P
072600          FETCH SARL_CSR                                          DPRIV01P
072700          INTO :DCL-SAR-PID,                                      DPRIV01P
072800               :DCL-SAR-STATUS,                                   DPRIV01P
072900               :DCL-SAR-DUE                                       DPRIV01P
073000     END-EXEC.                                                    DPRIV01P
073100     IF SQLCODE IS EQUAL TO +100                                  DPRIV01P
073200        GO TO SARL-LOOP-EXIT                                      DPRIV01P
073300     END-IF.                                                      DPRIV01P
073400     IF SQLCODE IS NOT EQUAL TO ZERO                              DPRIV01P
073500        MOVE 'Unable to read the access register' TO CPV1O-MSG    DPRIV01P
073600        GO TO SARL-LOOP-EXIT                                      DPRIV01P
073700     END-IF.                                                      DPRIV01P
073800     ADD 1 TO WS-SUB1.                                            DPRIV01P
073900     MOVE DCL-SAR-PID TO CPV1O-LIST-PID (WS-SUB1).                DPRIV01P
074000     EVALUATE DCL-SAR-STATUS                                      DPRIV01P
074100       WHEN 'O'                                                   DPRIV01P
074200         MOVE 'ACCESS - VERIFY ID' TO CPV1O-LIST-CASE (WS-SUB1)   DPRIV01P
074300       WHEN 'V'                                                   DPRIV01P
074400         MOVE 'ACCESS - TO COMPILE' TO CPV1O-LIST-CASE (WS-SUB1)  DPRIV01P
074500       WHEN 'H'                                                   DPRIV01P
074600         MOVE 'ACCESS - HOLD REVIEW' TO CPV1O-LIST-CASE (WS-SUB1) DPRIV01P
074700       WHEN OTHER                                                 DPRIV01P
074800         MOVE 'ACCESS - TO RELEASE' TO CPV1O-LIST-CASE (WS-SUB1)  DPRIV01P
074900     END-EVALUATE.                                                DPRIV01P
075000     MOVE DCL-SAR-DUE TO CPV1O-LIST-REVIEW (WS-SUB1).             DPRIV01P
075100     GO TO SARL-LOOP.                                             DPRIV01P
075200 SARL-LOOP-EXIT.                                                  DPRIV01P
075300     EXEC SQL                                                     DPRIV01P
075400          CLOSE SARL_CSR                                          DPRIV01P
075500     END-EXEC.                                                    DPRIV01P
075600     MOVE WS-SUB1 TO CPV1O-HOLD-COUNT.                            DPRIV01P
075700     IF CPV1O-MSG IS EQUAL TO SPACES                              DPRIV01P
075800        SET CPV1O-REQUEST-OK TO TRUE                              DPRIV01P
075900     END-IF.                                                      DPRIV01P
076000 LIST-ACCESS-EXIT.                                                DPRIV01P
076100     EXIT.                                                        DPRIV01P
076200                                                                  DPRIV01P
076300***************************************************************** DPRIV01P
076400* Nightly - compile every case verified during the day, then    * DPRIV01P
076500* escalate, once, any live case past its deadline with an       * DPRIV01P
076600* exception row for the data protection officer                 * DPRIV01P
076700***************************************************************** DPRIV01P
076800 ACCESS-NIGHTLY.                                                  DPRIV01P
076900     EXEC SQL                                                     DPRIV01P
077000          DECLARE SARN_CSR CURSOR FOR                             DPRIV01P
077100          SELECT SAR_ID,                                          DPRIV01P
077200                 SAR_PID,                                         DPRIV01P
077300                 SAR_DUE_DATE                                     DPRIV01P
077400          FROM BNKSARQ                                            DPRIV01P
077500          WHERE SAR_STATUS = 'V'                                  DPRIV01P
077600          ORDER BY SAR_ID                                         DPRIV01P
077700          FOR FETCH ONLY                                          DPRIV01P
077800     END-EXEC.                                                    DPRIV01P
077900     EXEC SQL                                                     DPRIV01P
078000          OPEN SARN_CSR                                           DPRIV01P
078100     END-EXEC.                                                    DPRIV01P
078200     IF SQLCODE IS NOT EQUAL TO ZERO                              DPRIV01P
078300        MOVE 'Unable to open the access register' TO CPV1O-MSG    DPRIV01P
078400        GO TO ACCESS-NIGHTLY-EXIT                                 DPRIV01P
078500     END-IF.                                                      DPRIV01P
078600 SARN-LOOP.                                                       DPRIV01P
078700     EXEC SQL                                                     DPRIV01P
078800          FETCH SARN_CSR                                          DPRIV01P
078900          INTO :DCL-SAR-ID,                                       DPRIV01P
079000               :DCL-SAR-PID,                                      DPRIV01P
079100               :DCL-SAR-DUE                                       DPRIV01P
079200     END-EXEC.                                                    DPRIV01P
079300     IF SQLCODE IS EQUAL TO +100                                  DPRIV01P
079400        GO TO SARN-LOOP-EXIT                                      DPRIV01P
079500     END-IF.                                                      DPRIV01P
079600     IF SQLCODE IS NOT EQUAL TO ZERO                              DPRIV01P
079700        MOVE 'Unable to read the access register' TO CPV1O-MSG    DPRIV01P
079800        GO TO SARN-LOOP-EXIT                                      DPRIV01P
079900     END-IF.                                                      DPRIV01P
080000     PERFORM COMPILE-CASE THRU                                    DPRIV01P
080100             COMPILE-CASE-EXIT.                                   DPRIV01P
080200     IF CPV1O-MSG IS NOT EQUAL TO SPACES                          DPRIV01P
080300        GO TO SARN-LOOP-EXIT                                      DPRIV01P
080400     END-IF.                                                      DPRIV01P
080500     ADD 1 TO CPV1O-CASES-RUN.                                    DPRIV01P
080600     ADD WS-ITEM-COUNT TO CPV1O-ITEM-COUNT.                       DPRIV01P
080700     ADD WS-HELD-COUNT TO CPV1O-HELD-ITEMS.                       DPRIV01P
080800     GO TO SARN-LOOP.                                             DPRIV01P
080900 SARN-LOOP-EXIT.                                                  DPRIV01P
081000     EXEC SQL                                                     DPRIV01P
081100          CLOSE SARN_CSR                                          DPRIV01P
081200     END-EXEC.                                                    DPRIV01P
081300     IF CPV1O-MSG IS NOT EQUAL TO SPACES                          DPRIV01P
081400        GO TO ACCESS-NIGHTLY-EXIT                                 DPRIV01P
081500     END-IF.                                                      DPRIV01P
081600     EXEC SQL                                                     DPRIV01P
081700          DECLARE SARD_CSR CURSOR FOR                             DPRIV01P
081800          SELECT SAR_ID,                                          DPRIV01P
081900                 SAR_PID                                          DPRIV01P
082000          FROM BNKSARQ                                            DPRIV01P
082100          WHERE SAR_STATUS <> 'R' AND                             DPRIV01P
082200                SAR_DUE_DATE < :WS-BUSINESS-DATE AND              DPRIV01P
082300                SAR_ESCALATED = 'N'                               DPRIV01P
082400          ORDER BY SAR_ID                                         DPRIV01P
082500          FOR FETCH ONLY                                          DPRIV01P
082600     END-EXEC.                                                    DPRIV01P
082700     EXEC SQL                                                     DPRIV01P
082800          OPEN SARD_CSR                                           DPRIV01P
082900     END-EXEC.                                                    DPRIV01P
083000     IF SQLCODE IS NOT EQUAL TO ZERO                              DPRIV01P
083100        MOVE 'Unable to open the access deadline sweep'           DPRIV01P
083200          TO CPV1O-MSG                                            DPRIV01P
083300        GO TO ACCESS-NIGHTLY-EXIT                                 DPRIV01P
083400     END-IF.                                                      DPRIV01P
083500 SARD-LOOP.                                                       DPRIV01P
083600     EXEC SQL                                                     DPRIV01P
083700          FETCH SARD_CSR                                          DPRIV01P
083800          INTO :DCL-SAR-ID,                                       DPRIV01P
083900               :DCL-SAR-PID                                       DPRIV01P
084000     END-EXEC.                                                    DPRIV01P
084100     IF SQLCODE IS EQUAL TO +100                                  DPRIV01P
084200        GO TO SARD-LOOP-EXIT                                      DPRIV01P
084300     END-IF.                                                      DPRIV01P
084400     IF SQLCODE IS NOT EQUAL TO ZERO                              DPRIV01P
084500        MOVE 'Unable to read the access deadline sweep'           DPRIV01P
084600          TO CPV1O-MSG                                            DPRIV01P
084700        GO TO SARD-LOOP-EXIT                                      DPRIV01P
084800     END-IF.                                                      DPRIV01P
084900     EXEC SQL                                                     DPRIV01P
085000          UPDATE BNKSARQ                                          DPRIV01P
085100          SET SAR_ESCALATED = 'Y'                                 DPRIV01P
085200          WHERE SAR_ID = :DCL-SAR-ID                              DPRIV01P
085300     END-EXEC.                                                    DPRIV01P
085400     IF SQLCODE IS NOT EQUAL TO ZERO                              DPRIV01P
085500        MOVE 'Unable to escalate an access request' TO CPV1O-MSG  DPRIV01P
085600        GO TO SARD-LOOP-EXIT                                      DPRIV01P
085700     END-IF.                                                      DPRIV01P
085800     ADD 1 TO CPV1O-OVERDUE.                                      DPRIV01P
085900     MOVE SPACES TO CD16-DATA.                                    DPRIV01P
086000     MOVE DCL-SAR-PID TO CD16I-PERSON-PID.                        DPRIV01P
086100     MOVE WS-PROGRAM-ID TO CD16I-PROGRAM.                         DPRIV01P
086200     MOVE DCL-SAR-ID TO WS-ID-DISP.                               DPRIV01P
086300     MOVE SPACES TO CD16I-MESSAGE.                                DPRIV01P
086400     STRING 'ACCESS CASE ' WS-ID-DISP ' PAST ITS DEADLINE'        DPRIV01P
086500            DELIMITED BY SIZE INTO CD16I-MESSAGE.                 DPRIV01P
086600     CALL 'DBANK16P' USING WS-16-COMMAREA.                        DPRIV01P
086700     GO TO SARD-LOOP.                                             DPRIV01P
086800 SARD-LOOP-EXIT.                                                  DPRIV01P
086900     EXEC SQL                                                     DPRIV01P
087000          CLOSE SARD_CSR                                          DPRIV01P
087100     END-EXEC.                                                    DPRIV01P
087200     IF CPV1O-MSG IS EQUAL TO SPACES                              DPRIV01P
087300        SET CPV1O-REQUEST-OK TO TRUE                              DPRIV01P
087400        MOVE 'Access cases compiled and deadlines swept'          DPRIV01P
087500          TO CPV1O-MSG                                            DPRIV01P
087600     END-IF.                                                      DPRIV01P
087700 ACCESS-NIGHTLY-EXIT.                                             DPRIV01P
087800     EXIT.                                                        DPRIV01P
087900                                                                  DPRIV01P
088000***************************************************************** DPRIV01P
088100* Compile one case - every table that holds the customer's data * DPRIV01P
088200* in turn, one report line per item with its legal-hold flag,   * DPRIV01P
088300* captured into the repository as ACCESS CASE nnnnnnn. The case * DPRIV01P
088400* then waits for release, or for review first where anything    * DPRIV01P
088500* was flagged                                                   * DPRIV01P
088600***************************************************************** DPRIV01P
088700 COMPILE-CASE.                                                    DPRIV01P
088800     MOVE ZERO TO WS-ITEM-COUNT.                                  DPRIV01P
088900     MOVE ZERO TO WS-HELD-COUNT.                                  DPRIV01P
089000     MOVE SPACES TO WS-HOLD-ACCNO.                                DPRIV01P
089100     MOVE 'N' TO WS-PID-HELD.                                     DPRIV01P
089200     MOVE ZERO TO DCL-CHK-COUNT.                                  DPRIV01P
089300     EXEC SQL                                                     DPRIV01P
089400          SELECT COUNT(*)                                         DPRIV01P
089500          INTO :DCL-CHK-COUNT                                     DPRIV01P
089600          FROM BNKLHLD                                            DPRIV01P
089700          WHERE LHR_PID = :DCL-SAR-PID AND                        DPRIV01P
089800                LHR_STATUS = 'A'                                  DPRIV01P
089900     END-EXEC.                                                    DPRIV01P
090000     IF SQLCODE IS NOT EQUAL TO ZERO                              DPRIV01P
090100        MOVE 'Unable to check the hold registry' TO CPV1O-MSG     DPRIV01P
090200        GO TO COMPILE-CASE-EXIT                                   DPRIV01P
090300     END-IF.                                                      DPRIV01P
090400     IF DCL-CHK-COUNT IS GREATER THAN ZERO                        DPRIV01P
090500        MOVE 'Y' TO WS-PID-HELD                                   DPRIV01P
090600     END-IF.                                                      DPRIV01P
090700     MOVE DCL-SAR-ID TO WS-ID-DISP.                               DPRIV01P
090800     MOVE SPACES TO WS-CSV-LINE.                                  DPRIV01P
090900     STRING 'SUBJECT ACCESS,' WS-ID-DISP ',' DCL-SAR-PID ','      DPRIV01P
091000            WS-BUSINESS-DATE ',DUE,' DCL-SAR-DUE                  DPRIV01P
091100            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DPRIV01P
091200     PERFORM QUEUE-REPORT-LINE THRU                               DPRIV01P
091300             QUEUE-REPORT-LINE-EXIT.                              DPRIV01P
091400     MOVE 'SECTION,ITEM,HOLD,DETAIL' TO WS-CSV-LINE.              DPRIV01P
091500     PERFORM QUEUE-REPORT-LINE THRU                               DPRIV01P
091600             QUEUE-REPORT-LINE-EXIT.                              DPRIV01P
091700     PERFORM GATHER-CUSTOMER THRU                                 DPRIV01P
091800             GATHER-CUSTOMER-EXIT.                                DPRIV01P
091900     IF CPV1O-MSG IS NOT EQUAL TO SPACES                          DPRIV01P
092000        GO TO COMPILE-CASE-EXIT                                   DPRIV01P
092100     END-IF.                                                      DPRIV01P
092200     PERFORM GATHER-ACCOUNTS THRU                                 DPRIV01P
092300             GATHER-ACCOUNTS-EXIT.                                DPRIV01P
092400     IF CPV1O-MSG IS NOT EQUAL TO SPACES                          DPRIV01P
092500        GO TO COMPILE-CASE-EXIT                                   DPRIV01P
092600     END-IF.                                                      DPRIV01P
092700     PERFORM GATHER-TRANSACTIONS THRU                             DPRIV01P
092800             GATHER-TRANSACTIONS-EXIT.                            DPRIV01P
092900     IF CPV1O-MSG IS NOT EQUAL TO SPACES                          DPRIV01P
093000        GO TO COMPILE-CASE-EXIT                                   DPRIV01P
093100     END-IF.                                                      DPRIV01P
093200     PERFORM GATHER-CONTACT-CHANGES THRU                          DPRIV01P
093300             GATHER-CONTACT-CHANGES-EXIT.                         DPRIV01P
093400     IF CPV1O-MSG IS NOT EQUAL TO SPACES                          DPRIV01P
093500        GO TO COMPILE-CASE-EXIT                                   DPRIV01P
093600     END-IF.                                                      DPRIV01P
093700     PERFORM GATHER-MESSAGES THRU                                 DPRIV01P
093800             GATHER-MESSAGES-EXIT.                                DPRIV01P
093900     IF CPV1O-MSG IS NOT EQUAL TO SPACES                          DPRIV01P
094000        GO TO COMPILE-CASE-EXIT                                   DPRIV01P
094100     END-IF.                                                      DPRIV01P
094200     PERFORM GATHER-COMPLAINTS THRU                               DPRIV01P
094300             GATHER-COMPLAINTS-EXIT.                              DPRIV01P
094400     IF CPV1O-MSG IS NOT EQUAL TO SPACES                          DPRIV01P
094500        GO TO COMPILE-CASE-EXIT                                   DPRIV01P
094600     END-IF.                                                      DPRIV01P
094700     PERFORM GATHER-DISPUTES THRU                                 DPRIV01P
094800             GATHER-DISPUTES-EXIT.                                DPRIV01P
094900     IF CPV1O-MSG IS NOT EQUAL TO SPACES                          DPRIV01P
095000        GO TO COMPILE-CASE-EXIT                                   DPRIV01P
095100     END-IF.                                                      DPRIV01P
095200     PERFORM GATHER-VIEW-AS THRU                                  DPRIV01P
095300             GATHER-VIEW-AS-EXIT.                                 DPRIV01P
095400     IF CPV1O-MSG IS NOT EQUAL TO SPACES                          DPRIV01P
095500        GO TO COMPILE-CASE-EXIT                                   DPRIV01P
095600     END-IF.                                                      DPRIV01P
095700     PERFORM GATHER-ALERTS THRU                                   DPRIV01P
095800             GATHER-ALERTS-EXIT.                                  DPRIV01P
095900     IF CPV1O-MSG IS NOT EQUAL TO SPACES                          DPRIV01P
096000        GO TO COMPILE-CASE-EXIT                                   DPRIV01P
096100     END-IF.                                                      DPRIV01P
096200     MOVE WS-ITEM-COUNT TO WS-ID-DISP.                            DPRIV01P
096300     MOVE SPACES TO WS-CSV-LINE.                                  DPRIV01P
096400     STRING 'TOTAL,ITEMS,,' WS-ID-DISP                            DPRIV01P
096500            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DPRIV01P
096600     PERFORM QUEUE-REPORT-LINE THRU                               DPRIV01P
096700             QUEUE-REPORT-LINE-EXIT.                              DPRIV01P
096800     MOVE WS-HELD-COUNT TO WS-ID-DISP.                            DPRIV01P
096900     MOVE SPACES TO WS-CSV-LINE.                                  DPRIV01P
097000     STRING 'TOTAL,UNDER LEGAL HOLD - REVIEW BEFORE RELEASE,,'    DPRIV01P
097100            WS-ID-DISP                                            DPRIV01P
097200            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DPRIV01P
097300     PERFORM QUEUE-REPORT-LINE THRU                               DPRIV01P
097400             QUEUE-REPORT-LINE-EXIT.                              DPRIV01P
097500     INITIALIZE CD96-DATA.                                        DPRIV01P
097600     SET CD96I-CAPTURE-REPORT TO TRUE.                            DPRIV01P
097700     MOVE WS-PROGRAM-ID TO CD96I-JOB.                             DPRIV01P
097800     MOVE DCL-SAR-ID TO WS-REPORT-CASE.                           DPRIV01P
097900     MOVE WS-REPORT-NAME TO CD96I-REPORT-NAME.                    DPRIV01P
098000     MOVE 'CSVQ' TO CD96I-QUEUE.                                  DPRIV01P
098100     MOVE 90 TO CD96I-RETAIN-DAYS.                                DPRIV01P
098200 COPY CBANKX96.                                                   DPRIV01P
098300     IF NOT CD96O-REQUEST-OK                                      DPRIV01P
098400        MOVE CD96O-MSG TO CPV1O-MSG                               DPRIV01P
098500        GO TO COMPILE-CASE-EXIT                                   DPRIV01P
098600     END-IF.                                                      DPRIV01P
098700     IF WS-HELD-COUNT IS GREATER THAN ZERO                        DPRIV01P
098800        MOVE 'H' TO DCL-SAR-STATUS                                DPRIV01P
098900     ELSE                                                         DPRIV01P
099000        MOVE 'K' TO DCL-SAR-STATUS                                DPRIV01P
099100     END-IF.                                                      DPRIV01P
099200     EXEC SQL                                                     DPRIV01P
099300          UPDATE BNKSARQ                                          DPRIV01P
099400          SET SAR_STATUS = :DCL-SAR-STATUS,                       DPRIV01P
099500              SAR_ITEMS = :WS-ITEM-COUNT,                         DPRIV01P
099600              SAR_HELD_ITEMS = :WS-HELD-COUNT,                    DPRIV01P
099700              SAR_COMPILED_TS = CURRENT TIMESTAMP                 DPRIV01P
099800          WHERE SAR_ID = :DCL-SAR-ID                              DPRIV01P
099900     END-EXEC.                                                    DPRIV01P
100000     IF SQLCODE IS NOT EQUAL TO ZERO                              DPRIV01P
100100        MOVE 'Unable to record the compiled access report'        DPRIV01P
100200          TO CPV1O-MSG                                            DPRIV01P
100300     END-IF.                                                      DPRIV01P
100400 COMPILE-CASE-EXIT.                                               DPRIV01P
100500     EXIT.                                                        DPRIV01P
100600                                                                  DPRIV01P
100700***************************************************************** DPRIV01P
100800* Decide whether an item is under a legal hold - everything is  * DPRIV01P
100900* when the customer is held, and an account's items are when    * DPRIV01P
101000* any holder of the account, owner or joint, is held. The last  * DPRIV01P
101100* account looked at is remembered, the items arriving in        * DPRIV01P
101200* account order                                                 * DPRIV01P
101300***************************************************************** DPRIV01P
101400 CHECK-ITEM-HOLD.                                                 DPRIV01P
101500     MOVE WS-PID-HELD TO WS-ITEM-HELD.                            DPRIV01P
101600     IF WS-ITEM-HELD IS EQUAL TO 'Y' OR                           DPRIV01P
101700        WS-ITEM-ACCNO IS EQUAL TO SPACES                          DPRIV01P
101800        GO TO CHECK-ITEM-HOLD-EXIT                                DPRIV01P
101900     END-IF.                                                      DPRIV01P
102000     IF WS-ITEM-ACCNO IS EQUAL TO WS-HOLD-ACCNO                   DPRIV01P
102100        MOVE WS-HOLD-ACC-FLAG TO WS-ITEM-HELD                     DPRIV01P
102200        GO TO CHECK-ITEM-HOLD-EXIT                                DPRIV01P
102300     END-IF.                                                      DPRIV01P
102400     MOVE ZERO TO DCL-CHK-COUNT.                                  DPRIV01P
102500     EXEC SQL                                                     DPRIV01P
102600          SELECT COUNT(*)                                         DPRIV01P
102700          INTO :DCL-CHK-COUNT                                     DPRIV01P
102800          FROM BNKLHLD                                            DPRIV01P
102900          WHERE LHR_STATUS = 'A' AND                              DPRIV01P
103000                (LHR_PID IN                                       DPRIV01P
103100                   (SELECT BAC_PID FROM BNKACC                    DPRIV01P
103200                    WHERE BAC_ACCNO = :WS-ITEM-ACCNO) OR          DPRIV01P
103300                 LHR_PID IN                                       DPRIV01P
103400                   (SELECT BAJ_PID FROM BNKACCJT                  DPRIV01P
103500                    WHERE BAJ_ACCNO = :WS-ITEM-ACCNO))            DPRIV01P
103600     END-EXEC.                                                    DPRIV01P
103700     IF SQLCODE IS NOT EQUAL TO ZERO                              DPRIV01P
103800        MOVE 'Unable to check the hold registry' TO CPV1O-MSG     DPRIV01P
103900        GO TO CHECK-ITEM-HOLD-EXIT                                DPRIV01P
104000     END-IF.                                                      DPRIV01P
104100     MOVE WS-ITEM-ACCNO TO WS-HOLD-ACCNO.                         DPRIV01P
104200     IF DCL-CHK-COUNT IS GREATER THAN ZERO                        DPRIV01P
104300        MOVE 'Y' TO WS-HOLD-ACC-FLAG                              DPRIV01P
104400     ELSE                                                         DPRIV01P
104500        MOVE 'N' TO WS-HOLD-ACC-FLAG                              DPRIV01P
104600     END-IF.                                                      DPRIV01P
104700     MOVE WS-HOLD-ACC-FLAG TO WS-ITEM-HELD.                       DPRIV01P
104800 CHECK-ITEM-HOLD-EXIT.                                            DPRIV01P
104900     EXIT.                                                        DPRIV01P
105000                                                                  DPRIV01P
105100***************************************************************** DPRIV01P
105200* One item on the report - the detail goes last so any comma in * DPRIV01P
105300* the customer's own text cannot shift the columns before it    * DPRIV01P
105400***************************************************************** DPRIV01P
105500 ITEM-LINE.                                                       DPRIV01P
105600     PERFORM CHECK-ITEM-HOLD THRU                                 DPRIV01P
105700             CHECK-ITEM-HOLD-EXIT.                                DPRIV01P
105800     IF CPV1O-MSG IS NOT EQUAL TO SPACES                          DPRIV01P
105900        GO TO ITEM-LINE-EXIT                                      DPRIV01P
106000     END-IF.                                                      DPRIV01P
106100     ADD 1 TO WS-ITEM-COUNT.                                      DPRIV01P
106200     IF WS-ITEM-HELD IS EQUAL TO 'Y'                              DPRIV01P
106300        ADD 1 TO WS-HELD-COUNT                                    DPRIV01P
106400     END-IF.                                                      DPRIV01P
106500     MOVE SPACES TO WS-CSV-LINE.                                  DPRIV01P
106600     STRING WS-ITEM-SECTION DELIMITED BY '  '                     DPRIV01P
106700            ',' WS-ITEM-KEY DELIMITED BY '  '                     DPRIV01P
106800            ',' WS-ITEM-HELD                                      DPRIV01P
106900            ',' WS-ITEM-DETAIL DELIMITED BY SIZE                  DPRIV01P
107000            INTO WS-CSV-LINE.                                     DPRIV01P
107100     PERFORM QUEUE-REPORT-LINE THRU                               DPRIV01P
107200             QUEUE-REPORT-LINE-EXIT.                              DPRIV01P
107300 ITEM-LINE-EXIT.                                                  DPRIV01P
107400     EXIT.                                                        DPRIV01P
107500                                                                  DPRIV01P
107600***************************************************************** DPRIV01P
107700* The customer record itself, one line per group of details     * DPRIV01P
107800***************************************************************** DPRIV01P
107900 GATHER-CUSTOMER.                                                 DPRIV01P
108000     EXEC SQL                                                     DPRIV01P
108100          SELECT BCS_NAME,                                        DPRIV01P
108200                 BCS_ADDR1,                                       DPRIV01P
108300                 BCS_ADDR2,                                       DPRIV01P
108400                 BCS_STATE,                                       DPRIV01P
108500                 BCS_COUNTRY,                                     DPRIV01P
108600                 BCS_POST_CODE,                                   DPRIV01P
108700                 BCS_TEL,                                         DPRIV01P
108800                 BCS_EMAIL,                                       DPRIV01P
108900                 VALUE(BCS_DOB, ' ')                              DPRIV01P
109000          INTO :DCL-BCS-NAME,                                     DPRIV01P
109100               :DCL-BCS-ADDR1,                                    DPRIV01P
109200               :DCL-BCS-ADDR2,                                    DPRIV01P
109300               :DCL-BCS-STATE,                                    DPRIV01P
109400               :DCL-BCS-CNTRY,                                    DPRIV01P
109500               :DCL-BCS-PSTCDE,                                   DPRIV01P
109600               :DCL-BCS-TELNO,                                    DPRIV01P
109700               :DCL-BCS-EMAIL,                                    DPRIV01P
109800               :DCL-BCS-DOB                                       DPRIV01P
109900          FROM BNKCUST                                            DPRIV01P
110000          WHERE BCS_PID = :DCL-SAR-PID                            DPRIV01P
110100     END-EXEC.                                                    DPRIV01P
110200     IF SQLCODE IS NOT EQUAL TO ZERO                              DPRIV01P
110300        MOVE 'Unable to read the customer record' TO CPV1O-MSG    DPRIV01P
110400        GO TO GATHER-CUSTOMER-EXIT                                DPRIV01P
110500     END-IF.                                                      DPRIV01P
110600     MOVE 'CUSTOMER' TO WS-ITEM-SECTION.                          DPRIV01P
110700     MOVE SPACES TO WS-ITEM-ACCNO.                                DPRIV01P
110800     MOVE 'NAME' TO WS-ITEM-KEY.                                  DPRIV01P
110900     MOVE DCL-BCS-NAME TO WS-ITEM-DETAIL.                         DPRIV01P
111000     PERFORM ITEM-LINE THRU                                       DPRIV01P
111100             ITEM-LINE-EXIT.                                      DPRIV01P
111200     MOVE 'ADDRESS' TO WS-ITEM-KEY.                               DPRIV01P
111300     MOVE SPACES TO WS-ITEM-DETAIL.                               DPRIV01P
111400     STRING DCL-BCS-ADDR1 ' ' DCL-BCS-ADDR2                       DPRIV01P
111500            DELIMITED BY SIZE INTO WS-ITEM-DETAIL.                DPRIV01P
111600     PERFORM ITEM-LINE THRU                                       DPRIV01P
111700             ITEM-LINE-EXIT.                                      DPRIV01P
111800     MOVE 'STATE COUNTRY POSTCODE' TO WS-ITEM-KEY.                DPRIV01P
111900     MOVE SPACES TO WS-ITEM-DETAIL.                               DPRIV01P
112000     STRING DCL-BCS-STATE ' ' DCL-BCS-CNTRY ' ' DCL-BCS-PSTCDE    DPRIV01P
112100            DELIMITED BY SIZE INTO WS-ITEM-DETAIL.                DPRIV01P
112200     PERFORM ITEM-LINE THRU                                       DPRIV01P
112300             ITEM-LINE-EXIT.                                      DPRIV01P
112400     MOVE 'TELEPHONE' TO WS-ITEM-KEY.                             DPRIV01P
112500     MOVE DCL-BCS-TELNO TO WS-ITEM-DETAIL.                        DPRIV01P
112600     PERFORM ITEM-LINE THRU                                       DPRIV01P
112700             ITEM-LINE-EXIT.                                      DPRIV01P
112800     MOVE 'EMAIL' TO WS-ITEM-KEY.                                 DPRIV01P
112900     MOVE DCL-BCS-EMAIL TO WS-ITEM-DETAIL.                        DPRIV01P
113000     PERFORM ITEM-LINE THRU                                       DPRIV01P
113100             ITEM-LINE-EXIT.                                      DPRIV01P
113200     MOVE 'DATE OF BIRTH' TO WS-ITEM-KEY.                         DPRIV01P
113300     MOVE DCL-BCS-DOB TO WS-ITEM-DETAIL.                          DPRIV01P
113400     PERFORM ITEM-LINE THRU                                       DPRIV01P
113500             ITEM-LINE-EXIT.                                      DPRIV01P
113600 GATHER-CUSTOMER-EXIT.                                            DPRIV01P
113700     EXIT.                                                        DPRIV01P
113800                                                                  DPRIV01P
113900***************************************************************** DPRIV01P
114000* Every account the customer owns or holds jointly              * DPRIV01P
114100***************************************************************** DPRIV01P
114200 GATHER-ACCOUNTS.                                                 DPRIV01P
114300     EXEC SQL                                                     DPRIV01P
114400          DECLARE SACC_CSR CURSOR FOR                             DPRIV01P
114500          SELECT BAC_ACCNO,                                       DPRIV01P
114600                 BAC_ACCTYPE,                                     DPRIV01P
114700                 BAC_STATUS,                                      DPRIV01P
114800                 BAC_BALANCE,                                     DPRIV01P
114900                 CASE WHEN BAC_PID = :DCL-SAR-PID                 DPRIV01P
115000                      THEN 'OWNER'                                DPRIV01P
115100                      ELSE 'JOINT' END                            DPRIV01P
115200          FROM BNKACC                                             DPRIV01P
115300          WHERE BAC_PID = :DCL-SAR-PID OR                         DPRIV01P
115400                BAC_ACCNO IN                                      DPRIV01P
115500                  (SELECT BAJ_ACCNO FROM BNKACCJT                 DPRIV01P
115600                   WHERE BAJ_PID = :DCL-SAR-PID)                  DPRIV01P
115700          ORDER BY BAC_ACCNO                                      DPRIV01P
115800          FOR FETCH ONLY                                          DPRIV01P
115900     END-EXEC.                                                    DPRIV01P
116000     EXEC SQL                                                     DPRIV01P
116100          OPEN SACC_CSR                                           DPRIV01P
116200     END-EXEC.                                                    DPRIV01P
116300     IF SQLCODE IS NOT EQUAL TO ZERO                              DPRIV01P
116400        MOVE 'Unable to read the customer''s accounts'            DPRIV01P
116500          TO CPV1O-MSG                                            DPRIV01P
116600        GO TO GATHER-ACCOUNTS-EXIT                                DPRIV01P
116700     END-IF.                                                      DPRIV01P
116800     MOVE 'ACCOUNT' TO WS-ITEM-SECTION.                           DPRIV01P
116900 SACC-LOOP.                                                       DPRIV01P
117000     EXEC SQL                                                     DPRIV01P
117100          FETCH SACC_CSR                                          DPRIV01P
117200          INTO :DCL-ITEM-ACCNO,                                   DPRIV01P
117300               :DCL-ITEM-CODE3,                                   DPRIV01P
117400               :DCL-ITEM-CODE1,                                   DPRIV01P
117500               :DCL-ITEM-AMOUNT,                                  DPRIV01P
117600               :DCL-ITEM-SOURCE                                   DPRIV01P
117700     END-EXEC.                                                    DPRIV01P
117800     IF SQLCODE IS EQUAL TO +100                                  DPRIV01P
117900        GO TO SACC-LOOP-EXIT                                      DPRIV01P
118000     END-IF.                                                      DPRIV01P
118100     IF SQLCODE IS NOT EQUAL TO ZERO                              DPRIV01P
118200        MOVE 'Unable to read the customer''s accounts'            DPRIV01P
118300          TO CPV1O-MSG                                            DPRIV01P
118400        GO TO SACC-LOOP-EXIT                                      DPRIV01P
118500     END-IF.                                                      DPRIV01P
118600     MOVE DCL-ITEM-ACCNO TO WS-ITEM-KEY.                          DPRIV01P
118700     MOVE DCL-ITEM-ACCNO TO WS-ITEM-ACCNO.                        DPRIV01P
118800     MOVE DCL-ITEM-AMOUNT TO WS-AMOUNT-DISP.                      DPRIV01P
118900     MOVE SPACES TO WS-ITEM-DETAIL.                               DPRIV01P
119000     STRING DCL-ITEM-SOURCE ' TYPE ' DCL-ITEM-CODE3               DPRIV01P
119100            ' STATUS ' DCL-ITEM-CODE1 ' BALANCE ' WS-AMOUNT-DISP  DPRIV01P
119200            DELIMITED BY SIZE INTO WS-ITEM-DETAIL.                DPRIV01P
119300     PERFORM ITEM-LINE THRU                                       DPRIV01P
119400             ITEM-LINE-EXIT.                                      DPRIV01P
119500     IF CPV1O-MSG IS NOT EQUAL TO SPACES                          DPRIV01P
119600        GO TO SACC-LOOP-EXIT                                      DPRIV01P
119700     END-IF.                                                      DPRIV01P
119800     GO TO SACC-LOOP.                                             DPRIV01P
119900 SACC-LOOP-EXIT.                                                  DPRIV01P
120000     EXEC SQL                                                     DPRIV01P
120100          CLOSE SACC_CSR                                          DPRIV01P
120200     END-EXEC.                                                    DPRIV01P
120300 GATHER-ACCOUNTS-EXIT.                                            DPRIV01P
120400     EXIT.                                                        DPRIV01P
120500                                                                  DPRIV01P
120600***************************************************************** DPRIV01P
120700* The movements on those accounts, live journal and archive     * DPRIV01P
120800* alike, account by account                                     * DPRIV01P
120900***************************************************************** DPRIV01P
121000 GATHER-TRANSACTIONS.                                             DPRIV01P
121100     EXEC SQL                                                     DPRIV01P
121200          DECLARE STXN_CSR CURSOR FOR                             DPRIV01P
121300          SELECT 'LIVE',                                          DPRIV01P
121400                 BTX_ACCNO,                                       DPRIV01P
121500                 BTX_TIMESTAMP,                                   DPRIV01P
121600                 BTX_TYPE,                                        DPRIV01P
121700                 BTX_SUB_TYPE,                                    DPRIV01P
121800                 VALUE(BTX_AMOUNT, 0)                             DPRIV01P
121900          FROM BNKTXN                                             DPRIV01P
122000          WHERE BTX_TYPE <> '2' AND                               DPRIV01P
122100                BTX_ACCNO IN                                      DPRIV01P
122200                  (SELECT BAC_ACCNO FROM BNKACC                   DPRIV01P
122300                   WHERE BAC_PID = :DCL-SAR-PID                   DPRIV01P
122400                   UNION                                          DPRIV01P
122500                   SELECT BAJ_ACCNO FROM BNKACCJT                 DPRIV01P
122600                   WHERE BAJ_PID = :DCL-SAR-PID)                  DPRIV01P
122700          UNION ALL                                               DPRIV01P
122800          SELECT 'ARCHIVE',                                       DPRIV01P
122900                 BTX_ACCNO,                                       DPRIV01P
123000                 BTX_TIMESTAMP,                                   DPRIV01P
123100                 BTX_TYPE,                                        DPRIV01P
123200                 BTX_SUB_TYPE,                                    DPRIV01P
123300                 VALUE(BTX_AMOUNT, 0)                             DPRIV01P
123400          FROM BNKTXNA                                            DPRIV01P
123500          WHERE BTX_TYPE <> '2' AND                               DPRIV01P
123600                BTX_ACCNO IN                                      DPRIV01P
123700                  (SELECT BAC_ACCNO FROM BNKACC                   DPRIV01P
123800                   WHERE BAC_PID = :DCL-SAR-PID                   DPRIV01P
123900                   UNION                                          DPRIV01P
124000                   SELECT BAJ_ACCNO FROM BNKACCJT                 DPRIV01P
124100                   WHERE BAJ_PID = :DCL-SAR-PID)                  DPRIV01P
124200          ORDER BY 2, 3                                           DPRIV01P
124300          FOR FETCH ONLY                                          DPRIV01P
124400     END-EXEC.                                                    DPRIV01P
124500     EXEC SQL                                                     DPRIV01P
124600          OPEN STXN_CSR                                           DPRIV01P
124700     END-EXEC.                                                    DPRIV01P
124800     IF SQLCODE IS NOT EQUAL TO ZERO                              DPRIV01P
124900        MOVE 'Unable to read the customer''s transactions'        DPRIV01P
125000          TO CPV1O-MSG                                            DPRIV01P
125100        GO TO GATHER-TRANSACTIONS-EXIT                            DPRIV01P
125200     END-IF.                                                      DPRIV01P
125300     MOVE 'TRANSACTION' TO WS-ITEM-SECTION.                       DPRIV01P
125400 STXN-LOOP.                                                       DPRIV01P
125500     EXEC SQL                                                     DPRIV01P
125600          FETCH STXN_CSR                                          DPRIV01P
125700          INTO :DCL-ITEM-SOURCE,                                  DPRIV01P
125800               :DCL-ITEM-ACCNO,                                   DPRIV01P
125900               :DCL-ITEM-TS,                                      DPRIV01P
126000               :DCL-ITEM-CODE1,                                   DPRIV01P
126100               :DCL-ITEM-CODE2,                                   DPRIV01P
126200               :DCL-ITEM-AMOUNT                                   DPRIV01P
126300     END-EXEC.                                                    DPRIV01P
126400     IF SQLCODE IS EQUAL TO +100                                  DPRIV01P
126500        GO TO STXN-LOOP-EXIT                                      DPRIV01P
126600     END-IF.                                                      DPRIV01P
126700     IF SQLCODE IS NOT EQUAL TO ZERO                              DPRIV01P
126800        MOVE 'Unable to read the customer''s transactions'        DPRIV01P
126900          TO CPV1O-MSG                                            DPRIV01P
127000        GO TO STXN-LOOP-EXIT                                      DPRIV01P
127100     END-IF.                                                      DPRIV01P
127200     MOVE DCL-ITEM-TS TO WS-ITEM-KEY.                             DPRIV01P
127300     MOVE DCL-ITEM-ACCNO TO WS-ITEM-ACCNO.                        DPRIV01P
127400     MOVE DCL-ITEM-AMOUNT TO WS-AMOUNT-DISP.                      DPRIV01P
127500     MOVE SPACES TO WS-ITEM-DETAIL.                               DPRIV01P
127600     STRING DCL-ITEM-SOURCE ' ACCOUNT ' DCL-ITEM-ACCNO            DPRIV01P
127700            ' TYPE ' DCL-ITEM-CODE1 DCL-ITEM-CODE2                DPRIV01P
127800            ' AMOUNT ' WS-AMOUNT-DISP                             DPRIV01P
127900            DELIMITED BY SIZE INTO WS-ITEM-DETAIL.                DPRIV01P
128000     PERFORM ITEM-LINE THRU                                       DPRIV01P
128100             ITEM-LINE-EXIT.                                      DPRIV01P
128200     IF CPV1O-MSG IS NOT EQUAL TO SPACES                          DPRIV01P
128300        GO TO STXN-LOOP-EXIT                                      DPRIV01P
128400     END-IF.                                                      DPRIV01P
128500     GO TO STXN-LOOP.                                             DPRIV01P
128600 STXN-LOOP-EXIT.                                                  DPRIV01P
128700     EXEC SQL                                                     DPRIV01P
128800          CLOSE STXN_CSR                                          DPRIV01P
128900     END-EXEC.                                                    DPRIV01P
129000 GATHER-TRANSACTIONS-EXIT.                                        DPRIV01P
129100     EXIT.                                                        DPRIV01P
129200                                                                  DPRIV01P
129300***************************************************************** DPRIV01P
129400* The contact-change history - the audit rows DBANK07P writes   * DPRIV01P
129500* against the customer, live and archived                       * DPRIV01P
129600***************************************************************** DPRIV01P
129700 GATHER-CONTACT-CHANGES.                                          DPRIV01P
129800     EXEC SQL                                                     DPRIV01P
129900          DECLARE SCHG_CSR CURSOR FOR                             DPRIV01P
130000          SELECT 'LIVE',                                          DPRIV01P
130100                 BTX_TIMESTAMP,                                   DPRIV01P
130200                 SUBSTR(VALUE(BTX_DATA_NEW, ' '), 1, 50)          DPRIV01P
130300          FROM BNKTXN                                             DPRIV01P
130400          WHERE BTX_PID = :DCL-SAR-PID AND                        DPRIV01P
130500                BTX_TYPE = '2'                                    DPRIV01P
130600          UNION ALL                                               DPRIV01P
130700          SELECT 'ARCHIVE',                                       DPRIV01P
130800                 BTX_TIMESTAMP,                                   DPRIV01P
130900                 SUBSTR(VALUE(BTX_DATA_NEW, ' '), 1, 50)          DPRIV01P
131000          FROM BNKTXNA                                            DPRIV01P
131100          WHERE BTX_PID = :DCL-SAR-PID AND                        DPRIV01P
131200                BTX_TYPE = '2'                                    DPRIV01P
131300          ORDER BY 2                                              DPRIV01P
131400          FOR FETCH ONLY                                          DPRIV01P
131500     END-EXEC.                                                    DPRIV01P
131600     EXEC SQL                                                     DPRIV01P
131700          OPEN SCHG_CSR                                           DPRIV01P
131800     END-EXEC.                                                    DPRIV01P
131900     IF SQLCODE IS NOT EQUAL TO ZERO                              DPRIV01P
132000        MOVE 'Unable to read the contact-change history'          DPRIV01P
132100          TO CPV1O-MSG                                            DPRIV01P
132200        GO TO GATHER-CONTACT-CHANGES-EXIT                         DPRIV01P
132300     END-IF.                                                      DPRIV01P
132400     MOVE 'CONTACT' TO WS-ITEM-SECTION.                           DPRIV01P
132500     MOVE SPACES TO WS-ITEM-ACCNO.                                DPRIV01P
132600 SCHG-LOOP.                                                       DPRIV01P
132700     EXEC SQL                                                     DPRIV01P
132800          FETCH SCHG_CSR                                          DPRIV01P
132900          INTO :DCL-ITEM-SOURCE,                                  DPRIV01P
133000               :DCL-ITEM-TS,                                      DPRIV01P
133100               :DCL-ITEM-TEXT                                     DPRIV01P
133200     END-EXEC.                                                    DPRIV01P
133300     IF SQLCODE IS EQUAL TO +100                                  DPRIV01P
133400        GO TO SCHG-LOOP-EXIT                                      DPRIV01P
133500     END-IF.                                                      DPRIV01P
133600     IF SQLCODE IS NOT EQUAL TO ZERO                              DPRIV01P
133700        MOVE 'Unable to read the contact-change history'          DPRIV01P
133800          TO CPV1O-MSG                                            DPRIV01P
133900        GO TO SCHG-LOOP-EXIT                                      DPRIV01P
134000     END-IF.                                                      DPRIV01P
134100     MOVE DCL-ITEM-TS TO WS-ITEM-KEY.                             DPRIV01P
134200     MOVE SPACES TO WS-ITEM-DETAIL.                               DPRIV01P
134300     STRING DCL-ITEM-SOURCE ' ' DCL-ITEM-TEXT                     DPRIV01P
134400            DELIMITED BY SIZE INTO WS-ITEM-DETAIL.                DPRIV01P
134500     PERFORM ITEM-LINE THRU                                       DPRIV01P
134600             ITEM-LINE-EXIT.                                      DPRIV01P
134700     IF CPV1O-MSG IS NOT EQUAL TO SPACES                          DPRIV01P
134800        GO TO SCHG-LOOP-EXIT                                      DPRIV01P
134900     END-IF.                                                      DPRIV01P
135000     GO TO SCHG-LOOP.                                             DPRIV01P
135100 SCHG-LOOP-EXIT.                                                  DPRIV01P
135200     EXEC SQL                                                     DPRIV01P
135300          CLOSE SCHG_CSR                                          DPRIV01P
135400     END-EXEC.                                                    DPRIV01P
135500 GATHER-CONTACT-CHANGES-EXIT.                                     DPRIV01P
135600     EXIT.                                                        DPRIV01P
135700                                                                  DPRIV01P
135800***************************************************************** DPRIV01P
135900* Secure messages to and from the customer                      * DPRIV01P
136000***************************************************************** DPRIV01P
136100 GATHER-MESSAGES.                                                 DPRIV01P
136200     EXEC SQL                                                     DPRIV01P
136300          DECLARE SMSG_CSR CURSOR FOR                             DPRIV01P
136400          SELECT MSG_SENT_TS,                                     DPRIV01P
136500                 MSG_DIR,                                         DPRIV01P
136600                 MSG_FROM,                                        DPRIV01P
136700                 SUBSTR(MSG_TEXT, 1, 50)                          DPRIV01P
136800          FROM BNKMSGC                                            DPRIV01P
136900          WHERE MSG_PID = :DCL-SAR-PID                            DPRIV01P
137000          ORDER BY MSG_ID                                         DPRIV01P
137100          FOR FETCH ONLY                                          DPRIV01P
137200     END-EXEC.                                                    DPRIV01P
137300     EXEC SQL                                                     DPRIV01P
137400          OPEN SMSG_CSR                                           DPRIV01P
137500     END-EXEC.                                                    DPRIV01P
137600     IF SQLCODE IS NOT EQUAL TO ZERO                              DPRIV01P
137700        MOVE 'Unable to read the customer''s messages'            DPRIV01P
137800          TO CPV1O-MSG                                            DPRIV01P
137900        GO TO GATHER-MESSAGES-EXIT                                DPRIV01P
138000     END-IF.                                                      DPRIV01P
138100     MOVE 'MESSAGE' TO WS-ITEM-SECTION.                           DPRIV01P
138200     MOVE SPACES TO WS-ITEM-ACCNO.                                DPRIV01P
138300 SMSG-LOOP.                                                       DPRIV01P
138400     EXEC SQL                                                     DPRIV01P
138500          FETCH SMSG_CSR                                          DPRIV01P
138600          INTO :DCL-ITEM-TS,                                      DPRIV01P
138700               :DCL-ITEM-CODE1,                                   DPRIV01P
138800               :DCL-ITEM-USER,                                    DPRIV01P
138900               :DCL-ITEM-TEXT                                     DPRIV01P
139000     END-EXEC.                                                    DPRIV01P
139100     IF SQLCODE IS EQUAL TO +100                                  DPRIV01P
139200        GO TO SMSG-LOOP-EXIT                                      DPRIV01P
139300     END-IF.                                                      DPRIV01P
139400     IF SQLCODE IS NOT EQUAL TO ZERO                              DPRIV01P
139500        MOVE 'Unable to read the customer''s messages'            DPRIV01P
139600          TO CPV1O-MSG                                            DPRIV01P
139700        GO TO SMSG-LOOP-EXIT                                      DPRIV01P
139800     END-IF.                                                      DPRIV01P
139900     MOVE DCL-ITEM-TS TO WS-ITEM-KEY.                             DPRIV01P
140000     MOVE SPACES TO WS-ITEM-DETAIL.                               DPRIV01P
140100     STRING DCL-ITEM-CODE1 ' ' DCL-ITEM-USER (1:5) ' '            DPRIV01P
140200            DCL-ITEM-TEXT                                         DPRIV01P
140300            DELIMITED BY SIZE INTO WS-ITEM-DETAIL.                DPRIV01P
140400     PERFORM ITEM-LINE THRU                                       DPRIV01P
140500             ITEM-LINE-EXIT.                                      DPRIV01P
140600     IF CPV1O-MSG IS NOT EQUAL TO SPACES                          DPRIV01P
140700        GO TO SMSG-LOOP-EXIT                                      DPRIV01P
140800     END-IF.                                                      DPRIV01P
140900     GO TO SMSG-LOOP.                                             DPRIV01P
141000 SMSG-LOOP-EXIT.                                                  DPRIV01P
141100     EXEC SQL                                                     DPRIV01P
141200          CLOSE SMSG_CSR                                          DPRIV01P
141300     END-EXEC.                                                    DPRIV01P
141400 GATHER-MESSAGES-EXIT.                                            DPRIV01P
141500     EXIT.                                                        DPRIV01P
141600                                                                  DPRIV01P
141700***************************************************************** DPRIV01P
141800* Complaints the customer has raised                            * DPRIV01P
141900***************************************************************** DPRIV01P
142000 GATHER-COMPLAINTS.                                               DPRIV01P
142100     EXEC SQL                                                     DPRIV01P
142200          DECLARE SCMP_CSR CURSOR FOR                             DPRIV01P
142300          SELECT CMP_ID,                                          DPRIV01P
142400                 CMP_RAISED_DATE,                                 DPRIV01P
142500                 CMP_CATEGORY,                                    DPRIV01P
142600                 CMP_STATUS,                                      DPRIV01P
142700                 VALUE(CMP_OUTCOME, ' ')                          DPRIV01P
142800          FROM BNKCMPL                                            DPRIV01P
142900          WHERE CMP_PID = :DCL-SAR-PID                            DPRIV01P
143000          ORDER BY CMP_ID                                         DPRIV01P
143100          FOR FETCH ONLY                                          DPRIV01P
143200     END-EXEC.                                                    DPRIV01P
143300     EXEC SQL                                                     DPRIV01P
143400          OPEN SCMP_CSR                                           DPRIV01P
143500     END-EXEC.                                                    DPRIV01P
143600     IF SQLCODE IS NOT EQUAL TO ZERO                              DPRIV01P
143700        MOVE 'Unable to read the customer''s complaints'          DPRIV01P
143800          TO CPV1O-MSG                                            DPRIV01P
143900        GO TO GATHER-COMPLAINTS-EXIT                              DPRIV01P
144000     END-IF.                                                      DPRIV01P
144100     MOVE 'COMPLAINT' TO WS-ITEM-SECTION.                         DPRIV01P
144200     MOVE SPACES TO WS-ITEM-ACCNO.                                DPRIV01P
144300 SCMP-LOOP.                                                       DPRIV01P
144400     EXEC SQL                                                     DPRIV01P
144500          FETCH SCMP_CSR                                          DPRIV01P
144600          INTO :DCL-ITEM-ID,                                      DPRIV01P
144700               :DCL-ITEM-TS,                                      DPRIV01P
144800               :DCL-ITEM-CODE3,                                   DPRIV01P
144900               :DCL-ITEM-CODE1,                                   DPRIV01P
145000               :DCL-ITEM-TEXT2                                    DPRIV01P
145100     END-EXEC.                                                    DPRIV01P
145200     IF SQLCODE IS EQUAL TO +100                                  DPRIV01P
145300        GO TO SCMP-LOOP-EXIT                                      DPRIV01P
145400     END-IF.                                                      DPRIV01P
145500     IF SQLCODE IS NOT EQUAL TO ZERO                              DPRIV01P
145600        MOVE 'Unable to read the customer''s complaints'          DPRIV01P
145700          TO CPV1O-MSG                                            DPRIV01P
145800        GO TO SCMP-LOOP-EXIT                                      DPRIV01P
145900     END-IF.                                                      DPRIV01P
146000     MOVE DCL-ITEM-TS TO WS-ITEM-KEY.                             DPRIV01P
146100     MOVE DCL-ITEM-ID TO WS-ID-DISP.                              DPRIV01P
146200     MOVE SPACES TO WS-ITEM-DETAIL.                               DPRIV01P
146300     STRING 'CASE ' WS-ID-DISP ' CATEGORY ' DCL-ITEM-CODE3        DPRIV01P
146400            ' STATUS ' DCL-ITEM-CODE1 ' ' DCL-ITEM-TEXT2          DPRIV01P
146500            DELIMITED BY SIZE INTO WS-ITEM-DETAIL.                DPRIV01P
146600     PERFORM ITEM-LINE THRU                                       DPRIV01P
146700             ITEM-LINE-EXIT.                                      DPRIV01P
146800     IF CPV1O-MSG IS NOT EQUAL TO SPACES                          DPRIV01P
146900        GO TO SCMP-LOOP-EXIT                                      DPRIV01P
147000     END-IF.                                                      DPRIV01P
147100     GO TO SCMP-LOOP.                                             DPRIV01P
147200 SCMP-LOOP-EXIT.                                                  DPRIV01P
147300     EXEC SQL                                                     DPRIV01P
147400          CLOSE SCMP_CSR                                          DPRIV01P
147500     END-EXEC.                                                    DPRIV01P
147600 GATHER-COMPLAINTS-EXIT.                                          DPRIV01P
147700     EXIT.                                                        DPRIV01P
147800                                                                  DPRIV01P
147900***************************************************************** DPRIV01P
148000* Disputes the customer has raised, held with their account     * DPRIV01P
148100***************************************************************** DPRIV01P
148200 GATHER-DISPUTES.                                                 DPRIV01P
148300     EXEC SQL                                                     DPRIV01P
148400          DECLARE SDSP_CSR CURSOR FOR                             DPRIV01P
148500          SELECT DSP_ID,                                          DPRIV01P
148600                 DSP_RAISED_TS,                                   DPRIV01P
148700                 DSP_ACCNO,                                       DPRIV01P
148800                 DSP_AMOUNT,                                      DPRIV01P
148900                 DSP_STATUS                                       DPRIV01P
149000          FROM BNKDISP                                            DPRIV01P
149100          WHERE DSP_PID = :DCL-SAR-PID                            DPRIV01P
149200          ORDER BY DSP_ACCNO,                                     DPRIV01P
149300                   DSP_ID                                         DPRIV01P
149400          FOR FETCH ONLY                                          DPRIV01P
149500     END-EXEC.                                                    DPRIV01P
149600     EXEC SQL                                                     DPRIV01P
149700          OPEN SDSP_CSR                                           DPRIV01P
149800     END-EXEC.                                                    DPRIV01P
149900     IF SQLCODE IS NOT EQUAL TO ZERO                              DPRIV01P
150000        MOVE 'Unable to read the customer''s disputes'            DPRIV01P
150100          TO CPV1O-MSG                                            DPRIV01P
150200        GO TO GATHER-DISPUTES-EXIT                                DPRIV01P
150300     END-IF.                                                      DPRIV01P
150400     MOVE 'DISPUTE' TO WS-ITEM-SECTION.                           DPRIV01P
150500 SDSP-LOOP.                                                       DPRIV01P
150600     EXEC SQL                                                     DPRIV01P
150700          FETCH SDSP_CSR                                          DPRIV01P
150800          INTO :DCL-ITEM-ID,                                      DPRIV01P
150900               :DCL-ITEM-TS,                                      DPRIV01P
151000               :DCL-ITEM-ACCNO,                                   DPRIV01P
151100               :DCL-ITEM-AMOUNT,                                  DPRIV01P
151200               :DCL-ITEM-CODE1                                    DPRIV01P
151300     END-EXEC.                                                    DPRIV01P
151400     IF SQLCODE IS EQUAL TO +100                                  DPRIV01P
151500        GO TO SDSP-LOOP-EXIT                                      DPRIV01P
151600     END-IF.                                                      DPRIV01P
151700     IF SQLCODE IS NOT EQUAL TO ZERO                              DPRIV01P
151800        MOVE 'Unable to read the customer''s disputes'            DPRIV01P
151900          TO CPV1O-MSG                                            DPRIV01P
152000        GO TO SDSP-LOOP-EXIT                                      DPRIV01P
152100     END-IF.                                                      DPRIV01P
152200     MOVE DCL-ITEM-TS TO WS-ITEM-KEY.                             DPRIV01P
152300     MOVE DCL-ITEM-ACCNO TO WS-ITEM-ACCNO.                        DPRIV01P
152400     MOVE DCL-ITEM-ID TO WS-ID-DISP.                              DPRIV01P
152500     MOVE DCL-ITEM-AMOUNT TO WS-AMOUNT-DISP.                      DPRIV01P
152600     MOVE SPACES TO WS-ITEM-DETAIL.                               DPRIV01P
152700     STRING 'CASE ' WS-ID-DISP ' ACCOUNT ' DCL-ITEM-ACCNO         DPRIV01P
152800            ' AMOUNT ' WS-AMOUNT-DISP ' STATUS ' DCL-ITEM-CODE1   DPRIV01P
152900            DELIMITED BY SIZE INTO WS-ITEM-DETAIL.                DPRIV01P
153000     PERFORM ITEM-LINE THRU                                       DPRIV01P
153100             ITEM-LINE-EXIT.                                      DPRIV01P
153200     IF CPV1O-MSG IS NOT EQUAL TO SPACES                          DPRIV01P
153300        GO TO SDSP-LOOP-EXIT                                      DPRIV01P
153400     END-IF.                                                      DPRIV01P
153500     GO TO SDSP-LOOP.                                             DPRIV01P
153600 SDSP-LOOP-EXIT.                                                  DPRIV01P
153700     EXEC SQL                                                     DPRIV01P
153800          CLOSE SDSP_CSR                                          DPRIV01P
153900     END-EXEC.                                                    DPRIV01P
154000 GATHER-DISPUTES-EXIT.                                            DPRIV01P
154100     EXIT.                                                        DPRIV01P
154200                                                                  DPRIV01P
154300***************************************************************** DPRIV01P
154400* Each time a member of staff viewed the customer's screens as  * DPRIV01P
154500* the customer                                                  * DPRIV01P
154600***************************************************************** DPRIV01P
154700 GATHER-VIEW-AS.                                                  DPRIV01P
154800     EXEC SQL                                                     DPRIV01P
154900          DECLARE SVAS_CSR CURSOR FOR                             DPRIV01P
155000          SELECT VAS_TS,                                          DPRIV01P
155100                 VAS_STAFF,                                       DPRIV01P
155200                 VAS_EVENT,                                       DPRIV01P
155300                 VAS_SCREEN                                       DPRIV01P
155400          FROM BNKVASL                                            DPRIV01P
155500          WHERE VAS_PID = :DCL-SAR-PID                            DPRIV01P
155600          ORDER BY VAS_TS                                         DPRIV01P
155700          FOR FETCH ONLY                                          DPRIV01P
155800     END-EXEC.                                                    DPRIV01P
155900     EXEC SQL                                                     DPRIV01P
156000          OPEN SVAS_CSR                                           DPRIV01P
156100     END-EXEC.                                                    DPRIV01P
156200     IF SQLCODE IS NOT EQUAL TO ZERO                              DPRIV01P
156300        MOVE 'Unable to read the view-as log' TO CPV1O-MSG        DPRIV01P
156400        GO TO GATHER-VIEW-AS-EXIT                                 DPRIV01P
156500     END-IF.                                                      DPRIV01P
156600     MOVE 'VIEW-AS' TO WS-ITEM-SECTION.                           DPRIV01P
156700     MOVE SPACES TO WS-ITEM-ACCNO.                                DPRIV01P
156800 SVAS-LOOP.                                                       DPRIV01P
156900     EXEC SQL                                                     DPRIV01P
157000          FETCH SVAS_CSR                                          DPRIV01P
157100          INTO :DCL-ITEM-TS,                                      DPRIV01P
157200               :DCL-ITEM-USER,                                    DPRIV01P
157300               :DCL-ITEM-CODE1,                                   DPRIV01P
157400               :DCL-ITEM-TEXT2                                    DPRIV01P
157500     END-EXEC.                                                    DPRIV01P
157600     IF SQLCODE IS EQUAL TO +100                                  DPRIV01P
157700        GO TO SVAS-LOOP-EXIT                                      DPRIV01P
157800     END-IF.                                                      DPRIV01P
157900     IF SQLCODE IS NOT EQUAL TO ZERO                              DPRIV01P
158000        MOVE 'Unable to read the view-as log' TO CPV1O-MSG        DPRIV01P
158100        GO TO SVAS-LOOP-EXIT                                      DPRIV01P
158200     END-IF.                                                      DPRIV01P
158300     MOVE DCL-ITEM-TS TO WS-ITEM-KEY.                             DPRIV01P
158400     MOVE SPACES TO WS-ITEM-DETAIL.                               DPRIV01P
158500     STRING 'STAFF ' DCL-ITEM-USER (1:5) ' EVENT ' DCL-ITEM-CODE1 DPRIV01P
158600            ' SCREEN ' DCL-ITEM-TEXT2 (1:8)                       DPRIV01P
158700            DELIMITED BY SIZE INTO WS-ITEM-DETAIL.                DPRIV01P
158800     PERFORM ITEM-LINE THRU                                       DPRIV01P
158900             ITEM-LINE-EXIT.                                      DPRIV01P
159000     IF CPV1O-MSG IS NOT EQUAL TO SPACES                          DPRIV01P
159100        GO TO SVAS-LOOP-EXIT                                      DPRIV01P
159200     END-IF.                                                      DPRIV01P
159300     GO TO SVAS-LOOP.                                             DPRIV01P
159400 SVAS-LOOP-EXIT.                                                  DPRIV01P
159500     EXEC SQL                                                     DPRIV01P
159600          CLOSE SVAS_CSR                                          DPRIV01P
159700     END-EXEC.                                                    DPRIV01P
159800 GATHER-VIEW-AS-EXIT.                                             DPRIV01P
159900     EXIT.                                                        DPRIV01P
160000                                                                  DPRIV01P
160100***************************************************************** DPRIV01P
160200* Alerts sent to the customer, held with their account          * DPRIV01P
160300***************************************************************** DPRIV01P
160400 GATHER-ALERTS.                                                   DPRIV01P
160500     EXEC SQL                                                     DPRIV01P
160600          DECLARE SALR_CSR CURSOR FOR                             DPRIV01P
160700          SELECT BAL_TIMESTAMP,                                   DPRIV01P
160800                 VALUE(BAL_ACCNO, ' '),                           DPRIV01P
160900                 BAL_REASON,                                      DPRIV01P
161000                 BAL_CHANNEL,                                     DPRIV01P
161100                 VALUE(BAL_DESTINATION, ' ')                      DPRIV01P
161200          FROM BNKALRT                                            DPRIV01P
161300          WHERE BAL_PID = :DCL-SAR-PID                            DPRIV01P
161400          ORDER BY 2, 1                                           DPRIV01P
161500          FOR FETCH ONLY                                          DPRIV01P
161600     END-EXEC.                                                    DPRIV01P
161700     EXEC SQL                                                     DPRIV01P
161800          OPEN SALR_CSR                                           DPRIV01P
161900     END-EXEC.                                                    DPRIV01P
162000     IF SQLCODE IS NOT EQUAL TO ZERO                              DPRIV01P
162100        MOVE 'Unable to read the customer''s alerts'              DPRIV01P
162200          TO CPV1O-MSG                                            DPRIV01P
162300        GO TO GATHER-ALERTS-EXIT                                  DPRIV01P
162400     END-IF.                                                      DPRIV01P
162500     MOVE 'ALERT' TO WS-ITEM-SECTION.                             DPRIV01P
162600 SALR-LOOP.                                                       DPRIV01P
162700     EXEC SQL                                                     DPRIV01P
162800          FETCH SALR_CSR                                          DPRIV01P
162900          INTO :DCL-ITEM-TS,                                      DPRIV01P
163000               :DCL-ITEM-ACCNO,                                   DPRIV01P
163100               :DCL-ITEM-TEXT2,                                   DPRIV01P
163200               :DCL-ITEM-CODE1,                                   DPRIV01P
163300               :DCL-ITEM-TEXT                                     DPRIV01P
163400     END-EXEC.                                                    DPRIV01P
163500     IF SQLCODE IS EQUAL TO +100                                  DPRIV01P
163600        GO TO SALR-LOOP-EXIT                                      DPRIV01P
163700     END-IF.                                                      DPRIV01P
163800     IF SQLCODE IS NOT EQUAL TO ZERO                              DPRIV01P
163900        MOVE 'Unable to read the customer''s alerts'              DPRIV01P
164000          TO CPV1O-MSG                                            DPRIV01P
164100        GO TO SALR-LOOP-EXIT                                      DPRIV01P
164200     END-IF.                                                      DPRIV01P
164300     MOVE DCL-ITEM-TS TO WS-ITEM-KEY.                             DPRIV01P
164400     MOVE DCL-ITEM-ACCNO TO WS-ITEM-ACCNO.                        DPRIV01P
164500     MOVE SPACES TO WS-ITEM-DETAIL.                               DPRIV01P
164600     STRING DCL-ITEM-ACCNO ' ' DCL-ITEM-TEXT2 (1:20) ' '          DPRIV01P
164700            DCL-ITEM-CODE1 ' ' DCL-ITEM-TEXT (1:30)               DPRIV01P
164800            DELIMITED BY SIZE INTO WS-ITEM-DETAIL.                DPRIV01P
164900     PERFORM ITEM-LINE THRU                                       DPRIV01P
165000             ITEM-LINE-EXIT.                                      DPRIV01P
165100     IF CPV1O-MSG IS NOT EQUAL TO SPACES                          DPRIV01P
165200        GO TO SALR-LOOP-EXIT                                      DPRIV01P
165300     END-IF.                                                      DPRIV01P
165400     GO TO SALR-LOOP.                                             DPRIV01P
165500 SALR-LOOP-EXIT.                                                  DPRIV01P
165600     EXEC SQL                                                     DPRIV01P
165700          CLOSE SALR_CSR                                          DPRIV01P
165800     END-EXEC.                                                    DPRIV01P
165900 GATHER-ALERTS-EXIT.                                              DPRIV01P
166000     EXIT.                                                        DPRIV01P
