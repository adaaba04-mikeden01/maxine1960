000100***************************************************************** DESCR01P
000200*                                                               * DESCR01P
000300*   Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.   * DESCR01P
000400*   This demonstration program is provided for use by users     * DESCR01P
000500*   of Micro Focus products and may be used, modified and       * DESCR01P
000600*   distributed as part of your application provided that       * DESCR01P
000700*   you properly acknowledge the copyright of Micro Focus       * DESCR01P
000800*   in this material.                                           * DESCR01P
000900*                                                               * DESCR01P
001000***************************************************************** DESCR01P
001100                                                                  DESCR01P
001200***************************************************************** DESCR01P
001300* Program:     DESCR01P.CBL                                     * DESCR01P
001400* Function:    Mortgage escrow - open the escrow sub-account    * DESCR01P
001500*              for a loan secured on the collateral register,   * DESCR01P
001600*              keep the property tax and insurance bills it     * DESCR01P
001700*              pays, move the monthly escrow amount in as each  * DESCR01P
001800*              installment is cleared, pay each bill to its     * DESCR01P
001900*              payee as it falls due through the outbound       * DESCR01P
002000*              payment path, and run the annual escrow          * DESCR01P
002100*              analysis that resets the monthly amount and      * DESCR01P
002200*              sends the escrow statement                       * DESCR01P
002300*              SQL version                                      * DESCR01P
002400***************************************************************** DESCR01P
002500                                                                  DESCR01P
002600 IDENTIFICATION DIVISION.                                         DESCR01P
002700 PROGRAM-ID.                                                      DESCR01P
002800     DESCR01P.                                                    DESCR01P
002900 DATE-WRITTEN.                                                    DESCR01P
003000     October 2026.                                                DESCR01P
003100 DATE-COMPILED.                                                   DESCR01P
003200     Today.                                                       DESCR01P
003300                                                                  DESCR01P
003400 ENVIRONMENT DIVISION.                                            DESCR01P
003500                                                                  DESCR01P
003600 DATA DIVISION.                                                   DESCR01P
003700                                                                  DESCR01P
003800 WORKING-STORAGE SECTION.                                         DESCR01P
003900 01  WS-MISC-STORAGE.                                             DESCR01P
004000   05  WS-PROGRAM-ID                         PIC X(8)             DESCR01P
004100       VALUE 'DESCR01P'.                                          DESCR01P
004200   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DESCR01P
004300   05  WS-SUB1                               PIC S9(4) COMP.      DESCR01P
004400   05  WS-SEQ-DISP                           PIC 9(3).            DESCR01P
004500   05  WS-AMOUNT-DISP                        PIC -(7)9.99.        DESCR01P
004600   05  WS-SHORT-DISP                         PIC -(7)9.99.        DESCR01P
004700   05  WS-SURPLUS-DISP                       PIC -(7)9.99.        DESCR01P
004800   05  WS-COUNT-DISP                         PIC Z(4)9.           DESCR01P
004900   05  WS-PASS-FLAG                          PIC X(1).            DESCR01P
005000     88  NIGHTLY-PASS                        VALUE 'N'.           DESCR01P
005100     88  SINGLE-REQUEST                      VALUE 'S'.           DESCR01P
005200                                                                  DESCR01P
005300***************************************************************** DESCR01P
005400* Escrow defaults, used when no BNKCTLV override is held -      * DESCR01P
005500* ESCCUSH the months of projected bills held as a cushion       * DESCR01P
005600* against the low point of the year, ESCRFND the smallest       * DESCR01P
005700* surplus refunded to the borrower; less than that stays in     * DESCR01P
005800* escrow                                                        * DESCR01P
005900***************************************************************** DESCR01P
006000 01  WS-ESCROW-DEFAULTS.                                          DESCR01P
006100   05  WS-DFT-CUSHION-MONTHS                 PIC S9(3) COMP-3     DESCR01P
006200       VALUE +2.                                                  DESCR01P
006300   05  WS-DFT-REFUND-MIN                     PIC S9(7)V99 COMP-3  DESCR01P
006400       VALUE +50.00.                                              DESCR01P
006500                                                                  DESCR01P
006600 01  WS-CSV-DATA.                                                 DESCR01P
006700 COPY CCSVD.                                                      DESCR01P
006800                                                                  DESCR01P
006900 01  WS-06-COMMAREA.                                              DESCR01P
007000 COPY CBANKD06.                                                   DESCR01P
007100                                                                  DESCR01P
007200 01  WS-70-COMMAREA.                                              DESCR01P
007300 COPY CBANKD70.                                                   DESCR01P
007400                                                                  DESCR01P
007500 01  WS-96-COMMAREA.                                              DESCR01P
007600 COPY CBANKD96.                                                   DESCR01P
007700                                                                  DESCR01P
007800   EXEC SQL                                                       DESCR01P
007900        BEGIN DECLARE SECTION                                     DESCR01P
008000   END-EXEC.                                                      DESCR01P
008100 01  WS-COMMAREA.                                                 DESCR01P
008200     EXEC SQL                                                     DESCR01P
008300          INCLUDE CESCRD01                                        DESCR01P
008400     END-EXEC.                                                    DESCR01P
008500 01  WS-98-COMMAREA.                                              DESCR01P
008600     EXEC SQL                                                     DESCR01P
008700          INCLUDE CBANKD98                                        DESCR01P
008800     END-EXEC.                                                    DESCR01P
008900 01  WS-04-COMMAREA.                                              DESCR01P
009000     EXEC SQL                                                     DESCR01P
009100          INCLUDE CBANKD04                                        DESCR01P
009200     END-EXEC.                                                    DESCR01P
009300 01  WS-10-COMMAREA.                                              DESCR01P
009400     EXEC SQL                                                     DESCR01P
009500          INCLUDE CBANKD10                                        DESCR01P
009600     END-EXEC.                                                    DESCR01P
009700 01  WS-L1-COMMAREA.                                              DESCR01P
009800     EXEC SQL                                                     DESCR01P
009900          INCLUDE CLTTRD01                                        DESCR01P
010000     END-EXEC.                                                    DESCR01P
010100 01  DCL-ESC-AREAS.                                               DESCR01P
010200   05  DCL-ESC-LOAN-ID                       PIC X(6).            DESCR01P
010300   05  DCL-ESC-PID                           PIC X(5).            DESCR01P
010400   05  DCL-ESC-ACCNO                         PIC X(9).            DESCR01P
010500   05  DCL-ESC-MONTHLY                       PIC S9(7)V99 COMP-3. DESCR01P
010600   05  DCL-ESC-COLL-THRU                     PIC X(10).           DESCR01P
010700   05  DCL-ESC-NEXT-ANALYSIS                 PIC X(10).           DESCR01P
010800   05  DCL-ESB-SEQ                           PIC S9(3) COMP-3.    DESCR01P
010900   05  DCL-ESB-KIND                          PIC X(1).            DESCR01P
011000   05  DCL-ESB-PAYEE-NAME                    PIC X(25).           DESCR01P
011100   05  DCL-ESB-ROUTING                       PIC X(9).            DESCR01P
011200   05  DCL-ESB-EXT-ACC                       PIC X(17).           DESCR01P
011300   05  DCL-ESB-AMOUNT                        PIC S9(7)V99 COMP-3. DESCR01P
011400   05  DCL-ESB-FREQ                          PIC X(1).            DESCR01P
011500   05  DCL-ESB-NEXT-DUE                      PIC X(10).           DESCR01P
011600   05  DCL-LON-PID                           PIC X(5).            DESCR01P
011700   05  DCL-LON-STATUS                        PIC X(1).            DESCR01P
011800   05  DCL-LON-DISB-ACCNO                    PIC X(9).            DESCR01P
011900   05  DCL-BAC-BALANCE                       PIC S9(7)V99 COMP-3. DESCR01P
012000   05  DCL-BAC-STATUS                        PIC X(1).            DESCR01P
012100   05  DCL-COLL-COUNT                        PIC S9(5) COMP-3.    DESCR01P
012200   05  DCL-LNS-DUE-DATE                      PIC X(10).           DESCR01P
012300   05  DCL-CUS-NAME                          PIC X(25).           DESCR01P
012400 01  WS-ESCROW-AREAS.                                             DESCR01P
012500   05  WS-CUSHION-MONTHS                     PIC S9(3) COMP-3.    DESCR01P
012600   05  WS-REFUND-MIN                         PIC S9(7)V99 COMP-3. DESCR01P
012700   05  WS-FREQ-MONTHS                        PIC S9(3) COMP-3.    DESCR01P
012800   05  WS-DUE-WALK                           PIC X(10).           DESCR01P
012900   05  WS-PERIOD-END                         PIC X(10).           DESCR01P
013000   05  WS-EFFECTIVE-DATE                     PIC X(10).           DESCR01P
013100   05  WS-MONTH-OFFSET                       PIC S9(5) COMP-3.    DESCR01P
013200   05  WS-PROJECTED                          PIC S9(7)V99 COMP-3. DESCR01P
013300   05  WS-BASE-MONTHLY                       PIC S9(7)V99 COMP-3. DESCR01P
013400   05  WS-CUSHION                            PIC S9(7)V99 COMP-3. DESCR01P
013500   05  WS-RUN-BALANCE                        PIC S9(7)V99 COMP-3. DESCR01P
013600   05  WS-LOW-BALANCE                        PIC S9(7)V99 COMP-3. DESCR01P
013700   05  WS-SHORTAGE                           PIC S9(7)V99 COMP-3. DESCR01P
013800   05  WS-SURPLUS                            PIC S9(7)V99 COMP-3. DESCR01P
013900   05  WS-NEW-MONTHLY                        PIC S9(7)V99 COMP-3. DESCR01P
014000   05  WS-FROM-ACC                           PIC X(9).            DESCR01P
014100   05  WS-TO-ACC                             PIC X(9).            DESCR01P
014200   05  WS-POST-AMOUNT                        PIC S9(7)V99 COMP-3. DESCR01P
014300   05  WS-POST-DESC                          PIC X(30).           DESCR01P
014400*        What the coming year's bills take out of escrow, month byDESCR01P
014500*        month from the analysis date                             DESCR01P
014600 01  WS-MONTH-TABLE.                                              DESCR01P
014700   05  WS-MONTH-OUT                          PIC S9(7)V99 COMP-3  DESCR01P
014800       OCCURS 12 TIMES.                                           DESCR01P
014900 01  WS-BUSINESS-DATE                        PIC X(10).           DESCR01P
015000                                                                  DESCR01P
015100     EXEC SQL                                                     DESCR01P
015200          INCLUDE SQLCA                                           DESCR01P
015300     END-EXEC.                                                    DESCR01P
015400                                                                  DESCR01P
015500 COPY CABENDD.                                                    DESCR01P
015600   EXEC SQL                                                       DESCR01P
015700        END DECLARE SECTION                                       DESCR01P
015800   END-EXEC.                                                      DESCR01P
015900                                                                  DESCR01P
016000 LINKAGE SECTION.                                                 DESCR01P
016100 01  DFHCOMMAREA.                                                 DESCR01P
016200   05  LK-COMMAREA                           PIC X(1)             DESCR01P
016300       OCCURS 1 TO 6144 TIMES                                     DESCR01P
016400         DEPENDING ON WS-COMMAREA-LENGTH.                         DESCR01P
016500                                                                  DESCR01P
016600 COPY CENTRY.                                                     DESCR01P
016700***************************************************************** DESCR01P
016800* Move the passed area to our area                              * DESCR01P
016900***************************************************************** DESCR01P
017000     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DESCR01P
017100     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DESCR01P
017200                                                                  DESCR01P
017300***************************************************************** DESCR01P
017400* Initialize our output area                                    * DESCR01P
017500***************************************************************** DESCR01P
017600     INITIALIZE CES1O-DATA.                                       DESCR01P
017700     SET CES1O-REQUEST-FAIL TO TRUE.                              DESCR01P
017800     SET SINGLE-REQUEST TO TRUE.                                  DESCR01P
017900                                                                  DESCR01P
018000     INITIALIZE CD98-DATA.                                        DESCR01P
018100     SET CD98I-READ-BUSINESS-DATE TO TRUE.                        DESCR01P
018200 COPY CBANKX98.                                                   DESCR01P
018300     IF NOT CD98O-REQUEST-OK                                      DESCR01P
018400        MOVE CD98O-MSG TO CES1O-MSG                               DESCR01P
018500        GO TO DESCR01P-EXIT                                       DESCR01P
018600     END-IF.                                                      DESCR01P
018700     MOVE CD98O-DATE TO WS-BUSINESS-DATE.                         DESCR01P
018800                                                                  DESCR01P
018900     EVALUATE TRUE                                                DESCR01P
019000       WHEN CES1I-OPEN-ESCROW                                     DESCR01P
019100         PERFORM OPEN-ESCROW THRU                                 DESCR01P
019200                 OPEN-ESCROW-EXIT                                 DESCR01P
019300       WHEN CES1I-ADD-BILL                                        DESCR01P
019400         PERFORM ADD-BILL THRU                                    DESCR01P
019500                 ADD-BILL-EXIT                                    DESCR01P
019600       WHEN CES1I-CANCEL-BILL                                     DESCR01P
019700         PERFORM CANCEL-BILL THRU                                 DESCR01P
019800                 CANCEL-BILL-EXIT                                 DESCR01P
019900       WHEN CES1I-ENQUIRE                                         DESCR01P
020000         PERFORM ENQUIRE-ESCROW THRU                              DESCR01P
020100                 ENQUIRE-ESCROW-EXIT                              DESCR01P
020200       WHEN CES1I-ANALYSE-NOW                                     DESCR01P
020300         PERFORM ANALYSE-NOW THRU                                 DESCR01P
020400                 ANALYSE-NOW-EXIT                                 DESCR01P
020500       WHEN CES1I-COLLECT                                         DESCR01P
020600         PERFORM COLLECT-ESCROW THRU                              DESCR01P
020700                 COLLECT-ESCROW-EXIT                              DESCR01P
020800       WHEN CES1I-NIGHTLY-RUN                                     DESCR01P
020900         SET NIGHTLY-PASS TO TRUE                                 DESCR01P
021000         PERFORM NIGHTLY-RUN THRU                                 DESCR01P
021100                 NIGHTLY-RUN-EXIT                                 DESCR01P
021200       WHEN OTHER                                                 DESCR01P
021300         MOVE 'Unknown escrow function requested' TO CES1O-MSG    DESCR01P
021400     END-EVALUATE.                                                DESCR01P
021500                                                                  DESCR01P
021600 DESCR01P-EXIT.                                                   DESCR01P
021700***************************************************************** DESCR01P
021800* Move the result back to the callers area                      * DESCR01P
021900***************************************************************** DESCR01P
022000     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DESCR01P
022100                                                                  DESCR01P
022200***************************************************************** DESCR01P
022300* Return to our caller                                          * DESCR01P
022400***************************************************************** DESCR01P
022500 COPY CRETURN.                                                    DESCR01P
022600                                                                  DESCR01P
022700***************************************************************** DESCR01P
022800* Open the escrow sub-account - a live loan with security on    * DESCR01P
022900* the collateral register, and only one escrow per loan. The    * DESCR01P
023000* account is an ordinary type ES account in the borrower's      * DESCR01P
023100* name; the first analysis falls due a year from today          * DESCR01P
023200***************************************************************** DESCR01P
023300 OPEN-ESCROW.                                                     DESCR01P
023400     EXEC SQL                                                     DESCR01P
023500          SELECT LON_PID,                                         DESCR01P
023600                 LON_STATUS,                                      DESCR01P
023700                 LON_DISB_ACCNO                                   DESCR01P
023800          INTO :DCL-LON-PID,                                      DESCR01P
023900               :DCL-LON-STATUS,                                   DESCR01P
024000               :DCL-LON-DISB-ACCNO                                DESCR01P
024100          FROM BNKLOAN                                            DESCR01P
024200          WHERE LON_ID = :CES1I-LOAN-ID                           DESCR01P
024300     END-EXEC.                                                    DESCR01P
024400     IF SQLCODE IS EQUAL TO +100                                  DESCR01P
024500        SET CES1O-NOT-FOUND TO TRUE                               DESCR01P
024600        MOVE 'No loan under that number' TO CES1O-MSG             DESCR01P
024700        GO TO OPEN-ESCROW-EXIT                                    DESCR01P
024800     END-IF.                                                      DESCR01P
024900     IF SQLCODE IS NOT EQUAL TO ZERO                              DESCR01P
025000        MOVE 'Unable to read the loan' TO CES1O-MSG               DESCR01P
025100        GO TO OPEN-ESCROW-EXIT                                    DESCR01P
025200     END-IF.                                                      DESCR01P
025300     IF DCL-LON-STATUS IS NOT EQUAL TO 'A'                        DESCR01P
025400        MOVE 'Escrow is only held for a live loan' TO CES1O-MSG   DESCR01P
025500        GO TO OPEN-ESCROW-EXIT                                    DESCR01P
025600     END-IF.                                                      DESCR01P
025700     EXEC SQL                                                     DESCR01P
025800          SELECT COUNT(*)                                         DESCR01P
025900          INTO :DCL-COLL-COUNT                                    DESCR01P
026000          FROM BNKCOLL                                            DESCR01P
026100          WHERE CLL_LOAN_ID = :CES1I-LOAN-ID AND                  DESCR01P
026200                CLL_STATUS = 'A'                                  DESCR01P
026300     END-EXEC.                                                    DESCR01P
026400     IF SQLCODE IS NOT EQUAL TO ZERO                              DESCR01P
026500        MOVE 'Unable to read the collateral register'             DESCR01P
026600          TO CES1O-MSG                                            DESCR01P
026700        GO TO OPEN-ESCROW-EXIT                                    DESCR01P
026800     END-IF.                                                      DESCR01P
026900     IF DCL-COLL-COUNT IS EQUAL TO ZERO                           DESCR01P
027000        MOVE 'Escrow is only held for a loan with security held'  DESCR01P
027100          TO CES1O-MSG                                            DESCR01P
027200        GO TO OPEN-ESCROW-EXIT                                    DESCR01P
027300     END-IF.                                                      DESCR01P
027400     EXEC SQL                                                     DESCR01P
027500          SELECT ESC_ACCNO                                        DESCR01P
027600          INTO :DCL-ESC-ACCNO                                     DESCR01P
027700          FROM BNKESCR                                            DESCR01P
027800          WHERE ESC_LOAN_ID = :CES1I-LOAN-ID AND                  DESCR01P
027900                ESC_STATUS = 'A'                                  DESCR01P
028000     END-EXEC.                                                    DESCR01P
028100     IF SQLCODE IS EQUAL TO ZERO                                  DESCR01P
028200        MOVE DCL-ESC-ACCNO TO CES1O-ESC-ACC                       DESCR01P
028300        MOVE 'The loan already has an escrow account'             DESCR01P
028400          TO CES1O-MSG                                            DESCR01P
028500        GO TO OPEN-ESCROW-EXIT                                    DESCR01P
028600     END-IF.                                                      DESCR01P
028700     IF SQLCODE IS NOT EQUAL TO +100                              DESCR01P
028800        MOVE 'Unable to read the escrow register' TO CES1O-MSG    DESCR01P
028900        GO TO OPEN-ESCROW-EXIT                                    DESCR01P
029000     END-IF.                                                      DESCR01P
029100                                                                  DESCR01P
029200     MOVE DCL-LON-PID TO CD10I-PERSON-PID.                        DESCR01P
029300     MOVE CES1I-USERID TO CD10I-ACTING-USER.                      DESCR01P
029400     MOVE 'ES' TO CD10I-ACC-TYPE.                                 DESCR01P
029500     MOVE 'USD' TO CD10I-CURRENCY.                                DESCR01P
029600     MOVE ZERO TO CD10I-OPEN-BAL.                                 DESCR01P
029700     COPY CBANKX10.                                               DESCR01P
029800     IF CD10O-OPEN-FAIL                                           DESCR01P
029900        MOVE CD10O-MSG TO CES1O-MSG                               DESCR01P
030000        GO TO OPEN-ESCROW-EXIT                                    DESCR01P
030100     END-IF.                                                      DESCR01P
030200     EXEC SQL                                                     DESCR01P
030300          SET :DCL-ESC-NEXT-ANALYSIS =                            DESCR01P
030400              DATE(:WS-BUSINESS-DATE) + 12 MONTHS                 DESCR01P
030500     END-EXEC.                                                    DESCR01P
030600     IF SQLCODE IS NOT EQUAL TO ZERO                              DESCR01P
030700        MOVE 'Unable to date the first escrow analysis'           DESCR01P
030800          TO CES1O-MSG                                            DESCR01P
030900        GO TO OPEN-ESCROW-EXIT                                    DESCR01P
031000     END-IF.                                                      DESCR01P
031100*    Escrow is collected with installments falling due from today DESCR01P
031200     EXEC SQL                                                     DESCR01P
031300          INSERT                                                  DESCR01P
031400          INTO BNKESCR (ESC_LOAN_ID,                              DESCR01P
031500                        ESC_PID,                                  DESCR01P
031600                        ESC_ACCNO,                                DESCR01P
031700                        ESC_MONTHLY,                              DESCR01P
031800                        ESC_COLL_THRU,                            DESCR01P
031900                        ESC_LAST_ANALYSIS,                        DESCR01P
032000                        ESC_NEXT_ANALYSIS,                        DESCR01P
032100                        ESC_STATUS,                               DESCR01P
032200                        ESC_OPENED_BY,                            DESCR01P
032300                        ESC_OPENED_DATE)                          DESCR01P
032400          VALUES (:CES1I-LOAN-ID,                                 DESCR01P
032500                  :DCL-LON-PID,                                   DESCR01P
032600                  :CD10O-ACC-NO,                                  DESCR01P
032700                  0,                                              DESCR01P
032800                  :WS-BUSINESS-DATE,                              DESCR01P
032900                  ' ',                                            DESCR01P
033000                  :DCL-ESC-NEXT-ANALYSIS,                         DESCR01P
033100                  'A',                                            DESCR01P
033200                  :CES1I-USERID,                                  DESCR01P
033300                  :WS-BUSINESS-DATE)                              DESCR01P
033400     END-EXEC.                                                    DESCR01P
033500     IF SQLCODE IS NOT EQUAL TO ZERO                              DESCR01P
033600        MOVE 'Unable to record the escrow account' TO CES1O-MSG   DESCR01P
033700        GO TO OPEN-ESCROW-EXIT                                    DESCR01P
033800     END-IF.                                                      DESCR01P
033900     MOVE CD10O-ACC-NO TO CES1O-ESC-ACC.                          DESCR01P
034000     MOVE DCL-ESC-NEXT-ANALYSIS TO CES1O-NEXT-ANALYSIS.           DESCR01P
034100     SET CES1O-REQUEST-OK TO TRUE.                                DESCR01P
034200     MOVE 'Escrow opened - add the bills, then analyse'           DESCR01P
034300       TO CES1O-MSG.                                              DESCR01P
034400 OPEN-ESCROW-EXIT.                                                DESCR01P
034500     EXIT.                                                        DESCR01P
034600                                                                  DESCR01P
034700***************************************************************** DESCR01P
034800* A property tax or insurance bill the escrow will pay. The     * DESCR01P
034900* monthly amount is not touched until the escrow is analysed    * DESCR01P
035000***************************************************************** DESCR01P
035100 ADD-BILL.                                                        DESCR01P
035200     PERFORM READ-ESCROW THRU                                     DESCR01P
035300             READ-ESCROW-EXIT.                                    DESCR01P
035400     IF CES1O-MSG IS NOT EQUAL TO SPACES                          DESCR01P
035500        GO TO ADD-BILL-EXIT                                       DESCR01P
035600     END-IF.                                                      DESCR01P
035700     IF NOT CES1I-KIND-TAX AND                                    DESCR01P
035800        NOT CES1I-KIND-INSURANCE                                  DESCR01P
035900        MOVE 'Bill kind must be T(ax) or I(nsurance)'             DESCR01P
036000          TO CES1O-MSG                                            DESCR01P
036100        GO TO ADD-BILL-EXIT                                       DESCR01P
036200     END-IF.                                                      DESCR01P
036300     IF CES1I-PAYEE-NAME IS EQUAL TO SPACES OR                    DESCR01P
036400        CES1I-ROUTING IS EQUAL TO SPACES OR                       DESCR01P
036500        CES1I-EXT-ACC IS EQUAL TO SPACES                          DESCR01P
036600        MOVE 'The payee name, routing code and account needed'    DESCR01P
036700          TO CES1O-MSG                                            DESCR01P
036800        GO TO ADD-BILL-EXIT                                       DESCR01P
036900     END-IF.                                                      DESCR01P
037000     IF CES1I-AMOUNT IS NOT GREATER THAN ZERO                     DESCR01P
037100        MOVE 'The bill amount must be above zero' TO CES1O-MSG    DESCR01P
037200        GO TO ADD-BILL-EXIT                                       DESCR01P
037300     END-IF.                                                      DESCR01P
037400     MOVE CES1I-FREQ TO DCL-ESB-FREQ.                             DESCR01P
037500     PERFORM SET-FREQ-MONTHS THRU                                 DESCR01P
037600             SET-FREQ-MONTHS-EXIT.                                DESCR01P
037700     IF CES1O-MSG IS NOT EQUAL TO SPACES                          DESCR01P
037800        GO TO ADD-BILL-EXIT                                       DESCR01P
037900     END-IF.                                                      DESCR01P
038000     MOVE CES1I-NEXT-DUE TO DCL-ESB-NEXT-DUE.                     DESCR01P
038100     EXEC SQL                                                     DESCR01P
038200          SET :DCL-ESB-NEXT-DUE =                                 DESCR01P
038300              CHAR(DATE(:DCL-ESB-NEXT-DUE), ISO)                  DESCR01P
038400     END-EXEC.                                                    DESCR01P
038500     IF SQLCODE IS NOT EQUAL TO ZERO                              DESCR01P
038600        MOVE 'The next due date is not a valid date' TO CES1O-MSG DESCR01P
038700        GO TO ADD-BILL-EXIT                                       DESCR01P
038800     END-IF.                                                      DESCR01P
038900     IF DCL-ESB-NEXT-DUE IS LESS THAN WS-BUSINESS-DATE            DESCR01P
039000        MOVE 'The next due date cannot be in the past'            DESCR01P
039100          TO CES1O-MSG                                            DESCR01P
039200        GO TO ADD-BILL-EXIT                                       DESCR01P
039300     END-IF.                                                      DESCR01P
039400                                                                  DESCR01P
039500     EXEC SQL                                                     DESCR01P
039600          SELECT VALUE(MAX(ESB_SEQ), 0) + 1                       DESCR01P
039700          INTO :DCL-ESB-SEQ                                       DESCR01P
039800          FROM BNKESCB                                            DESCR01P
039900          WHERE ESB_LOAN_ID = :CES1I-LOAN-ID                      DESCR01P
040000     END-EXEC.                                                    DESCR01P
040100     IF SQLCODE IS NOT EQUAL TO ZERO                              DESCR01P
040200        MOVE 'Unable to number the bill' TO CES1O-MSG             DESCR01P
040300        GO TO ADD-BILL-EXIT                                       DESCR01P
040400     END-IF.                                                      DESCR01P
040500     EXEC SQL                                                     DESCR01P
040600          INSERT                                                  DESCR01P
040700          INTO BNKESCB (ESB_LOAN_ID,                              DESCR01P
040800                        ESB_SEQ,                                  DESCR01P
040900                        ESB_KIND,                                 DESCR01P
041000                        ESB_PAYEE_NAME,                           DESCR01P
041100                        ESB_ROUTING,                              DESCR01P
041200                        ESB_EXT_ACC,                              DESCR01P
041300                        ESB_AMOUNT,                               DESCR01P
041400                        ESB_FREQ,                                 DESCR01P
041500                        ESB_NEXT_DUE,                             DESCR01P
041600                        ESB_LAST_PAID,                            DESCR01P
041700                        ESB_LAST_REF,                             DESCR01P
041800                        ESB_STATUS,                               DESCR01P
041900                        ESB_ADDED_BY,                             DESCR01P
042000                        ESB_ADDED_DATE)                           DESCR01P
042100          VALUES (:CES1I-LOAN-ID,                                 DESCR01P
042200                  :DCL-ESB-SEQ,                                   DESCR01P
042300                  :CES1I-KIND,                                    DESCR01P
042400                  :CES1I-PAYEE-NAME,                              DESCR01P
042500                  :CES1I-ROUTING,                                 DESCR01P
042600                  :CES1I-EXT-ACC,                                 DESCR01P
042700                  :CES1I-AMOUNT,                                  DESCR01P
042800                  :CES1I-FREQ,                                    DESCR01P
042900                  :DCL-ESB-NEXT-DUE,                              DESCR01P
043000                  ' ',                                            DESCR01P
043100                  0,                                              DESCR01P
043200                  'A',                                            DESCR01P
043300                  :CES1I-USERID,                                  DESCR01P
043400                  :WS-BUSINESS-DATE)                              DESCR01P
043500     END-EXEC.                                                    DESCR01P
043600     IF SQLCODE IS NOT EQUAL TO ZERO                              DESCR01P
043700        MOVE 'Unable to record the bill' TO CES1O-MSG             DESCR01P
043800        GO TO ADD-BILL-EXIT                                       DESCR01P
043900     END-IF.                                                      DESCR01P
044000     MOVE DCL-ESB-SEQ TO CES1O-BILL-SEQ.                          DESCR01P
044100     MOVE DCL-ESC-ACCNO TO CES1O-ESC-ACC.                         DESCR01P
044200     SET CES1O-REQUEST-OK TO TRUE.                                DESCR01P
044300     MOVE 'Bill recorded - analyse to reset the monthly amount'   DESCR01P
044400       TO CES1O-MSG.                                              DESCR01P
044500 ADD-BILL-EXIT.                                                   DESCR01P
044600     EXIT.                                                        DESCR01P
044700                                                                  DESCR01P
044800***************************************************************** DESCR01P
044900* The policy or tax bill has ended - it is paid no more         * DESCR01P
045000***************************************************************** DESCR01P
045100 CANCEL-BILL.                                                     DESCR01P
045200     MOVE CES1I-BILL-SEQ TO DCL-ESB-SEQ.                          DESCR01P
045300     EXEC SQL                                                     DESCR01P
045400          UPDATE BNKESCB                                          DESCR01P
045500          SET ESB_STATUS = 'X'                                    DESCR01P
045600          WHERE ESB_LOAN_ID = :CES1I-LOAN-ID AND                  DESCR01P
045700                ESB_SEQ = :DCL-ESB-SEQ AND                        DESCR01P
045800                ESB_STATUS = 'A'                                  DESCR01P
045900     END-EXEC.                                                    DESCR01P
046000     IF SQLCODE IS EQUAL TO +100                                  DESCR01P
046100        SET CES1O-NOT-FOUND TO TRUE                               DESCR01P
046200        MOVE 'No live escrow bill under that number' TO CES1O-MSG DESCR01P
046300        GO TO CANCEL-BILL-EXIT                                    DESCR01P
046400     END-IF.                                                      DESCR01P
046500     IF SQLCODE IS NOT EQUAL TO ZERO                              DESCR01P
046600        MOVE 'Unable to cancel the bill' TO CES1O-MSG             DESCR01P
046700        GO TO CANCEL-BILL-EXIT                                    DESCR01P
046800     END-IF.                                                      DESCR01P
046900     MOVE DCL-ESB-SEQ TO CES1O-BILL-SEQ.                          DESCR01P
047000     SET CES1O-REQUEST-OK TO TRUE.                                DESCR01P
047100     MOVE 'Bill cancelled - analyse to reset the monthly amount'  DESCR01P
047200       TO CES1O-MSG.                                              DESCR01P
047300 CANCEL-BILL-EXIT.                                                DESCR01P
047400     EXIT.                                                        DESCR01P
047500                                                                  DESCR01P
047600***************************************************************** DESCR01P
047700* The escrow account, its balance and monthly amount, and the   * DESCR01P
047800* first three live bills in due date order                      * DESCR01P
047900***************************************************************** DESCR01P
048000 ENQUIRE-ESCROW.                                                  DESCR01P
048100     PERFORM READ-ESCROW THRU                                     DESCR01P
048200             READ-ESCROW-EXIT.                                    DESCR01P
048300     IF CES1O-MSG IS NOT EQUAL TO SPACES                          DESCR01P
048400        GO TO ENQUIRE-ESCROW-EXIT                                 DESCR01P
048500     END-IF.                                                      DESCR01P
048600     PERFORM READ-ESCROW-BALANCE THRU                             DESCR01P
048700             READ-ESCROW-BALANCE-EXIT.                            DESCR01P
048800     IF CES1O-MSG IS NOT EQUAL TO SPACES                          DESCR01P
048900        GO TO ENQUIRE-ESCROW-EXIT                                 DESCR01P
049000     END-IF.                                                      DESCR01P
049100     MOVE DCL-ESC-ACCNO TO CES1O-ESC-ACC.                         DESCR01P
049200     MOVE DCL-ESC-MONTHLY TO CES1O-MONTHLY.                       DESCR01P
049300     MOVE DCL-BAC-BALANCE TO CES1O-BALANCE.                       DESCR01P
049400     MOVE DCL-ESC-NEXT-ANALYSIS TO CES1O-NEXT-ANALYSIS.           DESCR01P
049500     EXEC SQL                                                     DESCR01P
049600          DECLARE ESBL_CSR CURSOR FOR                             DESCR01P
049700          SELECT ESB_SEQ,                                         DESCR01P
049800                 ESB_KIND,                                        DESCR01P
049900                 ESB_PAYEE_NAME,                                  DESCR01P
050000                 ESB_AMOUNT,                                      DESCR01P
050100                 ESB_FREQ,                                        DESCR01P
050200                 ESB_NEXT_DUE                                     DESCR01P
050300          FROM BNKESCB                                            DESCR01P
050400          WHERE ESB_LOAN_ID = :DCL-ESC-LOAN-ID AND                DESCR01P
050500                ESB_STATUS = 'A'                                  DESCR01P
050600          ORDER BY ESB_NEXT_DUE,                                  DESCR01P
050700                   ESB_SEQ                                        DESCR01P
050800          FOR FETCH ONLY                                          DESCR01P
050900     END-EXEC.                                                    DESCR01P
051000     EXEC SQL                                                     DESCR01P
051100          OPEN ESBL_CSR                                           DESCR01P
051200     END-EXEC.                                                    DESCR01P
051300     IF SQLCODE IS NOT EQUAL TO ZERO                              DESCR01P
051400        MOVE 'Unable to open the escrow bills' TO CES1O-MSG       DESCR01P
051500        GO TO ENQUIRE-ESCROW-EXIT                                 DESCR01P
051600     END-IF.                                                      DESCR01P
051700     MOVE 0 TO WS-SUB1.                                           DESCR01P
051800 ESBL-LOOP.                                                       DESCR01P
051900     IF WS-SUB1 IS NOT LESS THAN 3                                DESCR01P
052000        GO TO ESBL-LOOP-EXIT                                      DESCR01P
052100     END-IF.                                                      DESCR01P
052200     EXEC SQL                                                     DESCR01P
052300          FETCH ESBL_CSR                                          DESCR01P
052400          INTO :DCL-ESB-SEQ,                                      DESCR01P
052500               :DCL-ESB-KIND,                                     DESCR01P
052600               :DCL-ESB-PAYEE-NAME,                               DESCR01P
052700               :DCL-ESB-AMOUNT,                                   DESCR01P
052800               :DCL-ESB-FREQ,                                     DESCR01P
052900               :DCL-ESB-NEXT-DUE                                  DESCR01P
053000     END-EXEC.                                                    DESCR01P
053100     IF SQLCODE IS EQUAL TO +100                                  DESCR01P
053200        GO TO ESBL-LOOP-EXIT                                      DESCR01P
053300     END-IF.                                                      DESCR01P
053400     IF SQLCODE IS NOT EQUAL TO ZERO                              DESCR01P
053500        MOVE 'Unable to read the escrow bills' TO CES1O-MSG       DESCR01P
053600        GO TO ESBL-LOOP-EXIT                                      DESCR01P
053700     END-IF.                                                      DESCR01P
053800     ADD 1 TO WS-SUB1.                                            DESCR01P
053900     MOVE DCL-ESB-SEQ TO CES1O-LST-SEQ (WS-SUB1).                 DESCR01P
054000     MOVE DCL-ESB-KIND TO CES1O-LST-KIND (WS-SUB1).               DESCR01P
054100     MOVE DCL-ESB-PAYEE-NAME TO CES1O-LST-PAYEE (WS-SUB1).        DESCR01P
054200     MOVE DCL-ESB-AMOUNT TO CES1O-LST-AMOUNT (WS-SUB1).           DESCR01P
054300     MOVE DCL-ESB-FREQ TO CES1O-LST-FREQ (WS-SUB1).               DESCR01P
054400     MOVE DCL-ESB-NEXT-DUE TO CES1O-LST-NEXT-DUE (WS-SUB1).       DESCR01P
054500     GO TO ESBL-LOOP.                                             DESCR01P
054600 ESBL-LOOP-EXIT.                                                  DESCR01P
054700     EXEC SQL                                                     DESCR01P
054800          CLOSE ESBL_CSR                                          DESCR01P
054900     END-EXEC.                                                    DESCR01P
055000     IF CES1O-MSG IS NOT EQUAL TO SPACES                          DESCR01P
055100        GO TO ENQUIRE-ESCROW-EXIT                                 DESCR01P
055200     END-IF.                                                      DESCR01P
055300     SET CES1O-REQUEST-OK TO TRUE.                                DESCR01P
055400     IF WS-SUB1 IS EQUAL TO ZERO                                  DESCR01P
055500        MOVE 'Escrow shown - no bills held' TO CES1O-MSG          DESCR01P
055600     ELSE                                                         DESCR01P
055700        MOVE 'Escrow shown' TO CES1O-MSG                          DESCR01P
055800     END-IF.                                                      DESCR01P
055900 ENQUIRE-ESCROW-EXIT.                                             DESCR01P
056000     EXIT.                                                        DESCR01P
056100                                                                  DESCR01P
056200***************************************************************** DESCR01P
056300* Analyse one escrow on request - after setting up or changing  * DESCR01P
056400* the bills - and restart its annual cycle from today           * DESCR01P
056500***************************************************************** DESCR01P
056600 ANALYSE-NOW.                                                     DESCR01P
056700     PERFORM READ-ESCROW THRU                                     DESCR01P
056800             READ-ESCROW-EXIT.                                    DESCR01P
056900     IF CES1O-MSG IS NOT EQUAL TO SPACES                          DESCR01P
057000        GO TO ANALYSE-NOW-EXIT                                    DESCR01P
057100     END-IF.                                                      DESCR01P
057200     PERFORM READ-ESCROW-CONTROLS THRU                            DESCR01P
057300             READ-ESCROW-CONTROLS-EXIT.                           DESCR01P
057400     IF CES1O-MSG IS NOT EQUAL TO SPACES                          DESCR01P
057500        GO TO ANALYSE-NOW-EXIT                                    DESCR01P
057600     END-IF.                                                      DESCR01P
057700     PERFORM ANALYSE-ESCROW THRU                                  DESCR01P
057800             ANALYSE-ESCROW-EXIT.                                 DESCR01P
057900     IF CES1O-MSG IS NOT EQUAL TO SPACES                          DESCR01P
058000        GO TO ANALYSE-NOW-EXIT                                    DESCR01P
058100     END-IF.                                                      DESCR01P
058200     MOVE DCL-ESC-ACCNO TO CES1O-ESC-ACC.                         DESCR01P
058300     SET CES1O-REQUEST-OK TO TRUE.                                DESCR01P
058400     MOVE 'Escrow analysed - statement sent to the borrower'      DESCR01P
058500       TO CES1O-MSG.                                              DESCR01P
058600 ANALYSE-NOW-EXIT.                                                DESCR01P
058700     EXIT.                                                        DESCR01P
058800                                                                  DESCR01P
058900***************************************************************** DESCR01P
059000* Called by the servicing job once it has taken a receipt. The  * DESCR01P
059100* monthly escrow amount is moved into escrow for every          * DESCR01P
059200* installment cleared since escrow was last collected, oldest   * DESCR01P
059300* first, for as long as the account the receipt came from can   * DESCR01P
059400* cover a whole month; what it cannot cover waits for the next  * DESCR01P
059500* run. A loan with no escrow answers not found                  * DESCR01P
059600***************************************************************** DESCR01P
059700 COLLECT-ESCROW.                                                  DESCR01P
059800     PERFORM READ-ESCROW THRU                                     DESCR01P
059900             READ-ESCROW-EXIT.                                    DESCR01P
060000     IF CES1O-MSG IS NOT EQUAL TO SPACES                          DESCR01P
060100        GO TO COLLECT-ESCROW-EXIT                                 DESCR01P
060200     END-IF.                                                      DESCR01P
060300     SET CES1O-REQUEST-OK TO TRUE.                                DESCR01P
060400     IF DCL-ESC-MONTHLY IS NOT GREATER THAN ZERO                  DESCR01P
060500        GO TO COLLECT-ESCROW-EXIT                                 DESCR01P
060600     END-IF.                                                      DESCR01P
060700     MOVE CES1I-FROM-ACC TO WS-FROM-ACC.                          DESCR01P
060800     MOVE DCL-ESC-ACCNO TO WS-TO-ACC.                             DESCR01P
060900     MOVE DCL-ESC-MONTHLY TO WS-POST-AMOUNT.                      DESCR01P
061000     MOVE 'Escrow collection' TO WS-POST-DESC.                    DESCR01P
061100 COLLECT-LOOP.                                                    DESCR01P
061200     EXEC SQL                                                     DESCR01P
061300          SELECT LNS_DUE_DATE                                     DESCR01P
061400          INTO :DCL-LNS-DUE-DATE                                  DESCR01P
061500          FROM BNKLNSC                                            DESCR01P
061600          WHERE LNS_LOAN_ID = :DCL-ESC-LOAN-ID AND                DESCR01P
061700                LNS_SEQ =                                         DESCR01P
061800                (SELECT MIN(NXT.LNS_SEQ)                          DESCR01P
061900                 FROM BNKLNSC NXT                                 DESCR01P
062000                 WHERE NXT.LNS_LOAN_ID = :DCL-ESC-LOAN-ID AND     DESCR01P
062100                       NXT.LNS_STATUS = 'P' AND                   DESCR01P
062200                       NXT.LNS_DUE_DATE > :DCL-ESC-COLL-THRU AND  DESCR01P
062300                       NXT.LNS_DUE_DATE <= :CES1I-ASOF-DATE)      DESCR01P
062400     END-EXEC.                                                    DESCR01P
062500     IF SQLCODE IS EQUAL TO +100                                  DESCR01P
062600        GO TO COLLECT-ESCROW-EXIT                                 DESCR01P
062700     END-IF.                                                      DESCR01P
062800     IF SQLCODE IS NOT EQUAL TO ZERO                              DESCR01P
062900        SET CES1O-REQUEST-FAIL TO TRUE                            DESCR01P
063000        MOVE 'Unable to read the repayment schedule' TO CES1O-MSG DESCR01P
063100        GO TO COLLECT-ESCROW-EXIT                                 DESCR01P
063200     END-IF.                                                      DESCR01P
063300     EXEC SQL                                                     DESCR01P
063400          SELECT BAC_BALANCE,                                     DESCR01P
063500                 BAC_STATUS                                       DESCR01P
063600          INTO :DCL-BAC-BALANCE,                                  DESCR01P
063700               :DCL-BAC-STATUS                                    DESCR01P
063800          FROM BNKACC                                             DESCR01P
063900          WHERE BAC_ACCNO = :WS-FROM-ACC                          DESCR01P
064000     END-EXEC.                                                    DESCR01P
064100     IF SQLCODE IS NOT EQUAL TO ZERO OR                           DESCR01P
064200        DCL-BAC-STATUS IS NOT EQUAL TO SPACE OR                   DESCR01P
064300        DCL-BAC-BALANCE IS LESS THAN WS-POST-AMOUNT               DESCR01P
064400        GO TO COLLECT-ESCROW-EXIT                                 DESCR01P
064500     END-IF.                                                      DESCR01P
064600     MOVE DCL-ESC-PID TO CD04I-PERSON-PID.                        DESCR01P
064700     PERFORM POST-TRANSFER THRU                                   DESCR01P
064800             POST-TRANSFER-EXIT.                                  DESCR01P
064900     IF CES1O-MSG IS NOT EQUAL TO SPACES                          DESCR01P
065000        SET CES1O-REQUEST-FAIL TO TRUE                            DESCR01P
065100        GO TO COLLECT-ESCROW-EXIT                                 DESCR01P
065200     END-IF.                                                      DESCR01P
065300     EXEC SQL                                                     DESCR01P
065400          UPDATE BNKESCR                                          DESCR01P
065500          SET ESC_COLL_THRU = :DCL-LNS-DUE-DATE                   DESCR01P
065600          WHERE ESC_LOAN_ID = :DCL-ESC-LOAN-ID AND                DESCR01P
065700                ESC_STATUS = 'A'                                  DESCR01P
065800     END-EXEC.                                                    DESCR01P
065900     IF SQLCODE IS NOT EQUAL TO ZERO                              DESCR01P
066000        SET CES1O-REQUEST-FAIL TO TRUE                            DESCR01P
066100        MOVE 'Unable to record the escrow collected' TO CES1O-MSG DESCR01P
066200        GO TO COLLECT-ESCROW-EXIT                                 DESCR01P
066300     END-IF.                                                      DESCR01P
066400     MOVE DCL-LNS-DUE-DATE TO DCL-ESC-COLL-THRU.                  DESCR01P
066500     ADD WS-POST-AMOUNT TO CES1O-COLLECTED.                       DESCR01P
066600     GO TO COLLECT-LOOP.                                          DESCR01P
066700 COLLECT-ESCROW-EXIT.                                             DESCR01P
066800     EXIT.                                                        DESCR01P
066900                                                                  DESCR01P
067000***************************************************************** DESCR01P
067100* The nightly escrow run - pay every live bill that has fallen  * DESCR01P
067200* due, then analyse every escrow whose year is up. A bill the   * DESCR01P
067300* escrow cannot cover is held and reported every night until    * DESCR01P
067400* it is paid, so a lapsing policy is seen before it lapses      * DESCR01P
067500***************************************************************** DESCR01P
067600 NIGHTLY-RUN.                                                     DESCR01P
067700     MOVE 'LOANID,EVENT,SEQ,PAYEE,AMOUNT,DATE,SHORTAGE,SURPLUS'   DESCR01P
067800       TO WS-CSV-LINE.                                            DESCR01P
067900     PERFORM QUEUE-REPORT-LINE THRU                               DESCR01P
068000             QUEUE-REPORT-LINE-EXIT.                              DESCR01P
068100     PERFORM READ-ESCROW-CONTROLS THRU                            DESCR01P
068200             READ-ESCROW-CONTROLS-EXIT.                           DESCR01P
068300     IF CES1O-MSG IS NOT EQUAL TO SPACES                          DESCR01P
068400        GO TO NIGHTLY-RUN-EXIT                                    DESCR01P
068500     END-IF.                                                      DESCR01P
068600     PERFORM PAY-DUE-BILLS THRU                                   DESCR01P
068700             PAY-DUE-BILLS-EXIT.                                  DESCR01P
068800     IF CES1O-MSG IS NOT EQUAL TO SPACES                          DESCR01P
068900        GO TO NIGHTLY-RUN-EXIT                                    DESCR01P
069000     END-IF.                                                      DESCR01P
069100     PERFORM ANALYSE-DUE-ESCROWS THRU                             DESCR01P
069200             ANALYSE-DUE-ESCROWS-EXIT.                            DESCR01P
069300     IF CES1O-MSG IS NOT EQUAL TO SPACES                          DESCR01P
069400        GO TO NIGHTLY-RUN-EXIT                                    DESCR01P
069500     END-IF.                                                      DESCR01P
069600                                                                  DESCR01P
069700     MOVE CES1O-BILLS-PAID TO WS-COUNT-DISP.                      DESCR01P
069800     MOVE SPACES TO WS-CSV-LINE.                                  DESCR01P
069900     STRING 'TOTAL,PAID,' WS-COUNT-DISP ',,,,,'                   DESCR01P
070000            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DESCR01P
070100     PERFORM QUEUE-REPORT-LINE THRU                               DESCR01P
070200             QUEUE-REPORT-LINE-EXIT.                              DESCR01P
070300     MOVE CES1O-BILLS-SHORT TO WS-COUNT-DISP.                     DESCR01P
070400     MOVE SPACES TO WS-CSV-LINE.                                  DESCR01P
070500     STRING 'TOTAL,HELD,' WS-COUNT-DISP ',,,,,'                   DESCR01P
070600            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DESCR01P
070700     PERFORM QUEUE-REPORT-LINE THRU                               DESCR01P
070800             QUEUE-REPORT-LINE-EXIT.                              DESCR01P
070900     INITIALIZE CD96-DATA.                                        DESCR01P
071000     SET CD96I-CAPTURE-REPORT TO TRUE.                            DESCR01P
071100     MOVE WS-PROGRAM-ID TO CD96I-JOB.                             DESCR01P
071200     MOVE 'ESCROW SERVICING' TO CD96I-REPORT-NAME.                DESCR01P
071300     MOVE 'CSVQ' TO CD96I-QUEUE.                                  DESCR01P
071400     MOVE 999 TO CD96I-RETAIN-DAYS.                               DESCR01P
071500 COPY CBANKX96.                                                   DESCR01P
071600     IF NOT CD96O-REQUEST-OK                                      DESCR01P
071700        MOVE CD96O-MSG TO CES1O-MSG                               DESCR01P
071800        GO TO NIGHTLY-RUN-EXIT                                    DESCR01P
071900     END-IF.                                                      DESCR01P
072000     SET CES1O-REQUEST-OK TO TRUE.                                DESCR01P
072100     MOVE 'Escrow run complete' TO CES1O-MSG.                     DESCR01P
072200 NIGHTLY-RUN-EXIT.                                                DESCR01P
072300     EXIT.                                                        DESCR01P
072400                                                                  DESCR01P
072500***************************************************************** DESCR01P
072600* Every live bill on a live escrow due on or before today       * DESCR01P
072700***************************************************************** DESCR01P
072800 PAY-DUE-BILLS.                                                   DESCR01P
072900     EXEC SQL                                                     DESCR01P
073000          DECLARE ESBD_CSR CURSOR FOR                             DESCR01P
073100          SELECT ESB.ESB_LOAN_ID,                                 DESCR01P
073200                 ESB.ESB_SEQ,                                     DESCR01P
073300                 ESB.ESB_KIND,                                    DESCR01P
073400                 ESB.ESB_PAYEE_NAME,                              DESCR01P
073500                 ESB.ESB_ROUTING,                                 DESCR01P
073600                 ESB.ESB_EXT_ACC,                                 DESCR01P
073700                 ESB.ESB_AMOUNT,                                  DESCR01P
073800                 ESB.ESB_FREQ,                                    DESCR01P
073900                 ESB.ESB_NEXT_DUE,                                DESCR01P
074000                 ESC.ESC_PID,                                     DESCR01P
074100                 ESC.ESC_ACCNO                                    DESCR01P
074200          FROM BNKESCB ESB,                                       DESCR01P
074300               BNKESCR ESC                                        DESCR01P
074400          WHERE ESB.ESB_STATUS = 'A' AND                          DESCR01P
074500                ESB.ESB_NEXT_DUE <= :WS-BUSINESS-DATE AND         DESCR01P
074600                ESC.ESC_LOAN_ID = ESB.ESB_LOAN_ID AND             DESCR01P
074700                ESC.ESC_STATUS = 'A'                              DESCR01P
074800          ORDER BY ESB.ESB_LOAN_ID,                               DESCR01P
074900                   ESB.ESB_NEXT_DUE,                              DESCR01P
075000                   ESB.ESB_SEQ                                    DESCR01P
075100          FOR FETCH ONLY                                          DESCR01P
075200     END-EXEC.                                                    DESCR01P
075300     EXEC SQL                                                     DESCR01P
075400          OPEN ESBD_CSR                                           DESCR01P
075500     END-EXEC.                                                    DESCR01P
075600     IF SQLCODE IS NOT EQUAL TO ZERO                              DESCR01P
075700        MOVE 'Unable to open the due escrow bills' TO CES1O-MSG   DESCR01P
075800        GO TO PAY-DUE-BILLS-EXIT                                  DESCR01P
075900     END-IF.                                                      DESCR01P
076000 ESBD-LOOP.                                                       DESCR01P
076100     EXEC SQL                                                     DESCR01P
076200          FETCH ESBD_CSR                                          DESCR01P
076300          INTO :DCL-ESC-LOAN-ID,                                  DESCR01P
076400               :DCL-ESB-SEQ,                                      DESCR01P
076500               :DCL-ESB-KIND,                                     DESCR01P
076600               :DCL-ESB-PAYEE-NAME,                               DESCR01P
076700               :DCL-ESB-ROUTING,                                  DESCR01P
076800               :DCL-ESB-EXT-ACC,                                  DESCR01P
076900               :DCL-ESB-AMOUNT,                                   DESCR01P
077000               :DCL-ESB-FREQ,                                     DESCR01P
077100               :DCL-ESB-NEXT-DUE,                                 DESCR01P
077200               :DCL-ESC-PID,                                      DESCR01P
077300               :DCL-ESC-ACCNO                                     DESCR01P
077400     END-EXEC.                                                    DESCR01P
077500     IF SQLCODE IS EQUAL TO +100                                  DESCR01P
077600        GO TO ESBD-LOOP-EXIT                                      DESCR01P
077700     END-IF.                                                      DESCR01P
077800     IF SQLCODE IS NOT EQUAL TO ZERO                              DESCR01P
077900        MOVE 'Unable to read the due escrow bills' TO CES1O-MSG   DESCR01P
078000        GO TO ESBD-LOOP-EXIT                                      DESCR01P
078100     END-IF.                                                      DESCR01P
078200     PERFORM PAY-ONE-BILL THRU                                    DESCR01P
078300             PAY-ONE-BILL-EXIT.                                   DESCR01P
078400     IF CES1O-MSG IS NOT EQUAL TO SPACES                          DESCR01P
078500        GO TO ESBD-LOOP-EXIT                                      DESCR01P
078600     END-IF.                                                      DESCR01P
078700     GO TO ESBD-LOOP.                                             DESCR01P
078800 ESBD-LOOP-EXIT.                                                  DESCR01P
078900     EXEC SQL                                                     DESCR01P
079000          CLOSE ESBD_CSR                                          DESCR01P
079100     END-EXEC.                                                    DESCR01P
079200 PAY-DUE-BILLS-EXIT.                                              DESCR01P
079300     EXIT.                                                        DESCR01P
079400                                                                  DESCR01P
079500***************************************************************** DESCR01P
079600* Pay one bill out of escrow to the payee as a direct outbound  * DESCR01P
079700* payment in the borrower's name, and move the bill on to its   * DESCR01P
079800* next due date. A payment the escrow account cannot make is    * DESCR01P
079900* held on the report and tried again tomorrow                   * DESCR01P
080000***************************************************************** DESCR01P
080100 PAY-ONE-BILL.                                                    DESCR01P
080200     INITIALIZE CD70-DATA.                                        DESCR01P
080300     SET CD70I-PAY-DIRECT TO TRUE.                                DESCR01P
080400     MOVE DCL-ESC-PID TO CD70I-PERSON-PID.                        DESCR01P
080500     MOVE DCL-ESB-ROUTING TO CD70I-ROUTING.                       DESCR01P
080600     MOVE DCL-ESB-EXT-ACC TO CD70I-EXT-ACC.                       DESCR01P
080700     MOVE DCL-ESB-PAYEE-NAME TO CD70I-BENE-NAME.                  DESCR01P
080800     MOVE DCL-ESC-ACCNO TO CD70I-FROM-ACC.                        DESCR01P
080900     MOVE DCL-ESB-AMOUNT TO CD70I-AMOUNT.                         DESCR01P
081000     IF DCL-ESB-KIND IS EQUAL TO 'T'                              DESCR01P
081100        MOVE 'Escrow - property tax' TO CD70I-PAY-DESC            DESCR01P
081200     ELSE                                                         DESCR01P
081300        MOVE 'Escrow - insurance premium' TO CD70I-PAY-DESC       DESCR01P
081400     END-IF.                                                      DESCR01P
081500 COPY CBANKX70.                                                   DESCR01P
081600     MOVE DCL-ESB-SEQ TO WS-SEQ-DISP.                             DESCR01P
081700     MOVE DCL-ESB-AMOUNT TO WS-AMOUNT-DISP.                       DESCR01P
081800     IF NOT CD70O-UPDATE-OK                                       DESCR01P
081900        ADD 1 TO CES1O-BILLS-SHORT                                DESCR01P
082000        MOVE SPACES TO WS-CSV-LINE                                DESCR01P
082100        STRING DCL-ESC-LOAN-ID ',HELD,' WS-SEQ-DISP ','           DESCR01P
082200               DCL-ESB-PAYEE-NAME ',' WS-AMOUNT-DISP ','          DESCR01P
082300               DCL-ESB-NEXT-DUE ',,'                              DESCR01P
082400               DELIMITED BY SIZE INTO WS-CSV-LINE                 DESCR01P
082500        PERFORM QUEUE-REPORT-LINE THRU                            DESCR01P
082600                QUEUE-REPORT-LINE-EXIT                            DESCR01P
082700        GO TO PAY-ONE-BILL-EXIT                                   DESCR01P
082800     END-IF.                                                      DESCR01P
082900     PERFORM SET-FREQ-MONTHS THRU                                 DESCR01P
083000             SET-FREQ-MONTHS-EXIT.                                DESCR01P
083100     IF CES1O-MSG IS NOT EQUAL TO SPACES                          DESCR01P
083200        GO TO PAY-ONE-BILL-EXIT                                   DESCR01P
083300     END-IF.                                                      DESCR01P
083400     EXEC SQL                                                     DESCR01P
083500          UPDATE BNKESCB                                          DESCR01P
083600          SET ESB_NEXT_DUE =                                      DESCR01P
083700                  DATE(ESB_NEXT_DUE) + :WS-FREQ-MONTHS MONTHS,    DESCR01P
083800              ESB_LAST_PAID = :WS-BUSINESS-DATE,                  DESCR01P
083900              ESB_LAST_REF = :CD70O-PAYMENT-REF                   DESCR01P
084000          WHERE ESB_LOAN_ID = :DCL-ESC-LOAN-ID AND                DESCR01P
084100                ESB_SEQ = :DCL-ESB-SEQ                            DESCR01P
084200     END-EXEC.                                                    DESCR01P
084300     IF SQLCODE IS NOT EQUAL TO ZERO                              DESCR01P
084400        MOVE 'Unable to move the bill to its next due date'       DESCR01P
084500          TO CES1O-MSG                                            DESCR01P
084600        GO TO PAY-ONE-BILL-EXIT                                   DESCR01P
084700     END-IF.                                                      DESCR01P
084800     ADD 1 TO CES1O-BILLS-PAID.                                   DESCR01P
084900     MOVE SPACES TO WS-CSV-LINE.                                  DESCR01P
085000     STRING DCL-ESC-LOAN-ID ',PAID,' WS-SEQ-DISP ','              DESCR01P
085100            DCL-ESB-PAYEE-NAME ',' WS-AMOUNT-DISP ','             DESCR01P
085200            WS-BUSINESS-DATE ',,'                                 DESCR01P
085300            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DESCR01P
085400     PERFORM QUEUE-REPORT-LINE THRU                               DESCR01P
085500             QUEUE-REPORT-LINE-EXIT.                              DESCR01P
085600 PAY-ONE-BILL-EXIT.                                               DESCR01P
085700     EXIT.                                                        DESCR01P
085800                                                                  DESCR01P
085900***************************************************************** DESCR01P
086000* Every live escrow whose annual analysis has fallen due        * DESCR01P
086100***************************************************************** DESCR01P
086200 ANALYSE-DUE-ESCROWS.                                             DESCR01P
086300     EXEC SQL                                                     DESCR01P
086400          DECLARE ESCA_CSR CURSOR FOR                             DESCR01P
086500          SELECT ESC_LOAN_ID,                                     DESCR01P
086600                 ESC_PID,                                         DESCR01P
086700                 ESC_ACCNO,                                       DESCR01P
086800                 ESC_MONTHLY,                                     DESCR01P
086900                 ESC_NEXT_ANALYSIS                                DESCR01P
087000          FROM BNKESCR                                            DESCR01P
087100          WHERE ESC_STATUS = 'A' AND                              DESCR01P
087200                ESC_NEXT_ANALYSIS <= :WS-BUSINESS-DATE            DESCR01P
087300          ORDER BY ESC_LOAN_ID                                    DESCR01P
087400          FOR FETCH ONLY                                          DESCR01P
087500     END-EXEC.                                                    DESCR01P
087600     EXEC SQL                                                     DESCR01P
087700          OPEN ESCA_CSR                                           DESCR01P
087800     END-EXEC.                                                    DESCR01P
087900     IF SQLCODE IS NOT EQUAL TO ZERO                              DESCR01P
088000        MOVE 'Unable to open the escrow analysis cursor'          DESCR01P
088100          TO CES1O-MSG                                            DESCR01P
088200        GO TO ANALYSE-DUE-ESCROWS-EXIT                            DESCR01P
088300     END-IF.                                                      DESCR01P
088400 ESCA-LOOP.                                                       DESCR01P
088500     EXEC SQL                                                     DESCR01P
088600          FETCH ESCA_CSR                                          DESCR01P
088700          INTO :DCL-ESC-LOAN-ID,                                  DESCR01P
088800               :DCL-ESC-PID,                                      DESCR01P
088900               :DCL-ESC-ACCNO,                                    DESCR01P
089000               :DCL-ESC-MONTHLY,                                  DESCR01P
089100               :DCL-ESC-NEXT-ANALYSIS                             DESCR01P
089200     END-EXEC.                                                    DESCR01P
089300     IF SQLCODE IS EQUAL TO +100                                  DESCR01P
089400        GO TO ESCA-LOOP-EXIT                                      DESCR01P
089500     END-IF.                                                      DESCR01P
089600     IF SQLCODE IS NOT EQUAL TO ZERO                              DESCR01P
089700        MOVE 'Unable to read the escrow analysis cursor'          DESCR01P
089800          TO CES1O-MSG                                            DESCR01P
089900        GO TO ESCA-LOOP-EXIT                                      DESCR01P
090000     END-IF.                                                      DESCR01P
090100     PERFORM ANALYSE-ESCROW THRU                                  DESCR01P
090200             ANALYSE-ESCROW-EXIT.                                 DESCR01P
090300     IF CES1O-MSG IS NOT EQUAL TO SPACES                          DESCR01P
090400        GO TO ESCA-LOOP-EXIT                                      DESCR01P
090500     END-IF.                                                      DESCR01P
090600     GO TO ESCA-LOOP.                                             DESCR01P
090700 ESCA-LOOP-EXIT.                                                  DESCR01P
090800     EXEC SQL                                                     DESCR01P
090900          CLOSE ESCA_CSR                                          DESCR01P
091000     END-EXEC.                                                    DESCR01P
091100 ANALYSE-DUE-ESCROWS-EXIT.                                        DESCR01P
091200     EXIT.                                                        DESCR01P
091300                                                                  DESCR01P
091400***************************************************************** DESCR01P
091500* The escrow analysis. Every live bill is projected over the    * DESCR01P
091600* twelve months from today, month by month, and the escrow      * DESCR01P
091700* balance is run forward a month at a time - in with the base   * DESCR01P
091800* monthly amount (a twelfth of the year's bills), out with the  * DESCR01P
091900* bills falling due that month. The lowest point the balance    * DESCR01P
092000* reaches is set against the cushion: below it is a shortage,   * DESCR01P
092100* spread over the next twelve installments; above it is a       * DESCR01P
092200* surplus, refunded to the borrower's nominated account when    * DESCR01P
092300* it is big enough to be worth sending                          * DESCR01P
092400***************************************************************** DESCR01P
092500 ANALYSE-ESCROW.                                                  DESCR01P
092600     PERFORM READ-ESCROW-BALANCE THRU                             DESCR01P
092700             READ-ESCROW-BALANCE-EXIT.                            DESCR01P
092800     IF CES1O-MSG IS NOT EQUAL TO SPACES                          DESCR01P
092900        GO TO ANALYSE-ESCROW-EXIT                                 DESCR01P
093000     END-IF.                                                      DESCR01P
093100     EXEC SQL                                                     DESCR01P
093200          SET :WS-PERIOD-END =                                    DESCR01P
093300              DATE(:WS-BUSINESS-DATE) + 12 MONTHS                 DESCR01P
093400     END-EXEC.                                                    DESCR01P
093500     IF SQLCODE IS NOT EQUAL TO ZERO                              DESCR01P
093600        MOVE 'Unable to date the escrow analysis' TO CES1O-MSG    DESCR01P
093700        GO TO ANALYSE-ESCROW-EXIT                                 DESCR01P
093800     END-IF.                                                      DESCR01P
093900     INITIALIZE WS-MONTH-TABLE.                                   DESCR01P
094000     MOVE ZERO TO WS-PROJECTED.                                   DESCR01P
094100     EXEC SQL                                                     DESCR01P
094200          DECLARE ESBP_CSR CURSOR FOR                             DESCR01P
094300          SELECT ESB_AMOUNT,                                      DESCR01P
094400                 ESB_FREQ,                                        DESCR01P
094500                 ESB_NEXT_DUE                                     DESCR01P
094600          FROM BNKESCB                                            DESCR01P
094700          WHERE ESB_LOAN_ID = :DCL-ESC-LOAN-ID AND                DESCR01P
094800                ESB_STATUS = 'A'                                  DESCR01P
094900          FOR FETCH ONLY                                          DESCR01P
095000     END-EXEC.                                                    DESCR01P
095100     EXEC SQL                                                     DESCR01P
095200          OPEN ESBP_CSR                                           DESCR01P
095300     END-EXEC.                                                    DESCR01P
095400     IF SQLCODE IS NOT EQUAL TO ZERO                              DESCR01P
095500        MOVE 'Unable to open the escrow bills' TO CES1O-MSG       DESCR01P
095600        GO TO ANALYSE-ESCROW-EXIT                                 DESCR01P
095700     END-IF.                                                      DESCR01P
095800 ESBP-LOOP.                                                       DESCR01P
095900     EXEC SQL                                                     DESCR01P
096000          FETCH ESBP_CSR                                          DESCR01P
096100          INTO :DCL-ESB-AMOUNT,                                   DESCR01P
096200               :DCL-ESB-FREQ,                                     DESCR01P
096300               :DCL-ESB-NEXT-DUE                                  DESCR01P
096400     END-EXEC.                                                    DESCR01P
096500     IF SQLCODE IS EQUAL TO +100                                  DESCR01P
096600        GO TO ESBP-LOOP-EXIT                                      DESCR01P
096700     END-IF.                                                      DESCR01P
096800     IF SQLCODE IS NOT EQUAL TO ZERO                              DESCR01P
096900        MOVE 'Unable to read the escrow bills' TO CES1O-MSG       DESCR01P
097000        GO TO ESBP-LOOP-EXIT                                      DESCR01P
097100     END-IF.                                                      DESCR01P
097200     PERFORM SET-FREQ-MONTHS THRU                                 DESCR01P
097300             SET-FREQ-MONTHS-EXIT.                                DESCR01P
097400     IF CES1O-MSG IS NOT EQUAL TO SPACES                          DESCR01P
097500        GO TO ESBP-LOOP-EXIT                                      DESCR01P
097600     END-IF.                                                      DESCR01P
097700     MOVE DCL-ESB-NEXT-DUE TO WS-DUE-WALK.                        DESCR01P
097800     PERFORM PROJECT-BILL THRU                                    DESCR01P
097900             PROJECT-BILL-EXIT.                                   DESCR01P
098000     IF CES1O-MSG IS NOT EQUAL TO SPACES                          DESCR01P
098100        GO TO ESBP-LOOP-EXIT                                      DESCR01P
098200     END-IF.                                                      DESCR01P
098300     GO TO ESBP-LOOP.                                             DESCR01P
098400 ESBP-LOOP-EXIT.                                                  DESCR01P
098500     EXEC SQL                                                     DESCR01P
098600          CLOSE ESBP_CSR                                          DESCR01P
098700     END-EXEC.                                                    DESCR01P
098800     IF CES1O-MSG IS NOT EQUAL TO SPACES                          DESCR01P
098900        GO TO ANALYSE-ESCROW-EXIT                                 DESCR01P
099000     END-IF.                                                      DESCR01P
099100                                                                  DESCR01P
099200     COMPUTE WS-BASE-MONTHLY ROUNDED = WS-PROJECTED / 12.         DESCR01P
099300     COMPUTE WS-CUSHION = WS-BASE-MONTHLY * WS-CUSHION-MONTHS.    DESCR01P
099400     MOVE DCL-BAC-BALANCE TO WS-RUN-BALANCE.                      DESCR01P
099500     MOVE DCL-BAC-BALANCE TO WS-LOW-BALANCE.                      DESCR01P
099600     MOVE 0 TO WS-SUB1.                                           DESCR01P
099700     PERFORM RUN-MONTH-FORWARD THRU                               DESCR01P
099800             RUN-MONTH-FORWARD-EXIT 12 TIMES.                     DESCR01P
099900     MOVE ZERO TO WS-SHORTAGE.                                    DESCR01P
100000     MOVE ZERO TO WS-SURPLUS.                                     DESCR01P
100100     IF WS-LOW-BALANCE IS LESS THAN WS-CUSHION                    DESCR01P
100200        COMPUTE WS-SHORTAGE = WS-CUSHION - WS-LOW-BALANCE         DESCR01P
100300     ELSE                                                         DESCR01P
100400        COMPUTE WS-SURPLUS = WS-LOW-BALANCE - WS-CUSHION          DESCR01P
100500     END-IF.                                                      DESCR01P
100600     COMPUTE WS-NEW-MONTHLY ROUNDED =                             DESCR01P
100700             WS-BASE-MONTHLY + WS-SHORTAGE / 12.                  DESCR01P
100800     IF WS-SURPLUS IS GREATER THAN ZERO AND                       DESCR01P
100900        WS-SURPLUS IS NOT LESS THAN WS-REFUND-MIN                 DESCR01P
101000        PERFORM REFUND-SURPLUS THRU                               DESCR01P
101100                REFUND-SURPLUS-EXIT                               DESCR01P
101200        IF CES1O-MSG IS NOT EQUAL TO SPACES                       DESCR01P
101300           GO TO ANALYSE-ESCROW-EXIT                              DESCR01P
101400        END-IF                                                    DESCR01P
101500     END-IF.                                                      DESCR01P
101600                                                                  DESCR01P
101700     EXEC SQL                                                     DESCR01P
101800          UPDATE BNKESCR                                          DESCR01P
101900          SET ESC_MONTHLY = :WS-NEW-MONTHLY,                      DESCR01P
102000              ESC_LAST_ANALYSIS = :WS-BUSINESS-DATE,              DESCR01P
102100              ESC_NEXT_ANALYSIS = :WS-PERIOD-END                  DESCR01P
102200          WHERE ESC_LOAN_ID = :DCL-ESC-LOAN-ID AND                DESCR01P
102300                ESC_STATUS = 'A'                                  DESCR01P
102400     END-EXEC.                                                    DESCR01P
102500     IF SQLCODE IS NOT EQUAL TO ZERO                              DESCR01P
102600        MOVE 'Unable to reset the monthly escrow amount'          DESCR01P
102700          TO CES1O-MSG                                            DESCR01P
102800        GO TO ANALYSE-ESCROW-EXIT                                 DESCR01P
102900     END-IF.                                                      DESCR01P
103000     PERFORM CUT-ESCROW-STATEMENT THRU                            DESCR01P
103100             CUT-ESCROW-STATEMENT-EXIT.                           DESCR01P
103200     IF CES1O-MSG IS NOT EQUAL TO SPACES                          DESCR01P
103300        GO TO ANALYSE-ESCROW-EXIT                                 DESCR01P
103400     END-IF.                                                      DESCR01P
103500     ADD 1 TO CES1O-ANALYSES.                                     DESCR01P
103600     MOVE WS-NEW-MONTHLY TO CES1O-MONTHLY.                        DESCR01P
103700     MOVE DCL-BAC-BALANCE TO CES1O-BALANCE.                       DESCR01P
103800     MOVE WS-PERIOD-END TO CES1O-NEXT-ANALYSIS.                   DESCR01P
103900     MOVE WS-PROJECTED TO CES1O-PROJECTED.                        DESCR01P
104000     MOVE WS-SHORTAGE TO CES1O-SHORTAGE.                          DESCR01P
104100     MOVE WS-SURPLUS TO CES1O-SURPLUS.                            DESCR01P
104200     IF NIGHTLY-PASS                                              DESCR01P
104300        MOVE WS-NEW-MONTHLY TO WS-AMOUNT-DISP                     DESCR01P
104400        MOVE WS-SHORTAGE TO WS-SHORT-DISP                         DESCR01P
104500        MOVE WS-SURPLUS TO WS-SURPLUS-DISP                        DESCR01P
104600        MOVE SPACES TO WS-CSV-LINE                                DESCR01P
104700        STRING DCL-ESC-LOAN-ID ',ANALYSIS,,,' WS-AMOUNT-DISP ','  DESCR01P
104800               WS-PERIOD-END ',' WS-SHORT-DISP ','                DESCR01P
104900               WS-SURPLUS-DISP                                    DESCR01P
105000               DELIMITED BY SIZE INTO WS-CSV-LINE                 DESCR01P
105100        PERFORM QUEUE-REPORT-LINE THRU                            DESCR01P
105200                QUEUE-REPORT-LINE-EXIT                            DESCR01P
105300     END-IF.                                                      DESCR01P
105400 ANALYSE-ESCROW-EXIT.                                             DESCR01P
105500     EXIT.                                                        DESCR01P
105600                                                                  DESCR01P
105700***************************************************************** DESCR01P
105800* Lay each due date of one bill inside the coming year into the * DESCR01P
105900* month it falls in. A bill already overdue counts in the first * DESCR01P
106000* month                                                         * DESCR01P
106100***************************************************************** DESCR01P
106200 PROJECT-BILL.                                                    DESCR01P
106300     IF WS-DUE-WALK IS NOT LESS THAN WS-PERIOD-END                DESCR01P
106400        GO TO PROJECT-BILL-EXIT                                   DESCR01P
106500     END-IF.                                                      DESCR01P
106600     EXEC SQL                                                     DESCR01P
106700          SET :WS-MONTH-OFFSET =                                  DESCR01P
106800              (YEAR(DATE(:WS-DUE-WALK)) -                         DESCR01P
106900               YEAR(DATE(:WS-BUSINESS-DATE))) * 12 +              DESCR01P
107000              MONTH(DATE(:WS-DUE-WALK)) -                         DESCR01P
107100              MONTH(DATE(:WS-BUSINESS-DATE))                      DESCR01P
107200     END-EXEC.                                                    DESCR01P
107300     IF SQLCODE IS NOT EQUAL TO ZERO                              DESCR01P
107400        MOVE 'Unable to project an escrow bill' TO CES1O-MSG      DESCR01P
107500        GO TO PROJECT-BILL-EXIT                                   DESCR01P
107600     END-IF.                                                      DESCR01P
107700     IF WS-MONTH-OFFSET IS LESS THAN ZERO                         DESCR01P
107800        MOVE ZERO TO WS-MONTH-OFFSET                              DESCR01P
107900     END-IF.                                                      DESCR01P
108000     IF WS-MONTH-OFFSET IS GREATER THAN 11                        DESCR01P
108100        MOVE 11 TO WS-MONTH-OFFSET                                DESCR01P
108200     END-IF.                                                      DESCR01P
108300     ADD DCL-ESB-AMOUNT TO WS-MONTH-OUT (WS-MONTH-OFFSET + 1).    DESCR01P
108400     ADD DCL-ESB-AMOUNT TO WS-PROJECTED.                          DESCR01P
108500     EXEC SQL                                                     DESCR01P
108600          SET :WS-DUE-WALK =                                      DESCR01P
108700              DATE(:WS-DUE-WALK) + :WS-FREQ-MONTHS MONTHS         DESCR01P
108800     END-EXEC.                                                    DESCR01P
108900     IF SQLCODE IS NOT EQUAL TO ZERO                              DESCR01P
109000        MOVE 'Unable to project an escrow bill' TO CES1O-MSG      DESCR01P
109100        GO TO PROJECT-BILL-EXIT                                   DESCR01P
109200     END-IF.                                                      DESCR01P
109300     GO TO PROJECT-BILL.                                          DESCR01P
109400 PROJECT-BILL-EXIT.                                               DESCR01P
109500     EXIT.                                                        DESCR01P
109600                                                                  DESCR01P
109700***************************************************************** DESCR01P
109800* One month of the projection - the installment's escrow in,    * DESCR01P
109900* that month's bills out                                        * DESCR01P
110000***************************************************************** DESCR01P
110100 RUN-MONTH-FORWARD.                                               DESCR01P
110200     ADD 1 TO WS-SUB1.                                            DESCR01P
110300     ADD WS-BASE-MONTHLY TO WS-RUN-BALANCE.                       DESCR01P
110400     SUBTRACT WS-MONTH-OUT (WS-SUB1) FROM WS-RUN-BALANCE.         DESCR01P
110500     IF WS-RUN-BALANCE IS LESS THAN WS-LOW-BALANCE                DESCR01P
110600        MOVE WS-RUN-BALANCE TO WS-LOW-BALANCE                     DESCR01P
110700     END-IF.                                                      DESCR01P
110800 RUN-MONTH-FORWARD-EXIT.                                          DESCR01P
110900     EXIT.                                                        DESCR01P
111000                                                                  DESCR01P
111100***************************************************************** DESCR01P
111200* Send the surplus back to the account the installments are     * DESCR01P
111300* collected from                                                * DESCR01P
111400***************************************************************** DESCR01P
111500 REFUND-SURPLUS.                                                  DESCR01P
111600     EXEC SQL                                                     DESCR01P
111700          SELECT LON_DISB_ACCNO                                   DESCR01P
111800          INTO :DCL-LON-DISB-ACCNO                                DESCR01P
111900          FROM BNKLOAN                                            DESCR01P
112000          WHERE LON_ID = :DCL-ESC-LOAN-ID                         DESCR01P
112100     END-EXEC.                                                    DESCR01P
112200     IF SQLCODE IS NOT EQUAL TO ZERO                              DESCR01P
112300        MOVE 'Unable to read the loan for the refund'             DESCR01P
112400          TO CES1O-MSG                                            DESCR01P
112500        GO TO REFUND-SURPLUS-EXIT                                 DESCR01P
112600     END-IF.                                                      DESCR01P
112700     MOVE DCL-ESC-ACCNO TO WS-FROM-ACC.                           DESCR01P
112800     MOVE DCL-LON-DISB-ACCNO TO WS-TO-ACC.                        DESCR01P
112900     MOVE WS-SURPLUS TO WS-POST-AMOUNT.                           DESCR01P
113000     MOVE 'Escrow surplus refund' TO WS-POST-DESC.                DESCR01P
113100     MOVE DCL-ESC-PID TO CD04I-PERSON-PID.                        DESCR01P
113200     PERFORM POST-TRANSFER THRU                                   DESCR01P
113300             POST-TRANSFER-EXIT.                                  DESCR01P
113400     IF CES1O-MSG IS NOT EQUAL TO SPACES                          DESCR01P
113500        GO TO REFUND-SURPLUS-EXIT                                 DESCR01P
113600     END-IF.                                                      DESCR01P
113700     SUBTRACT WS-SURPLUS FROM DCL-BAC-BALANCE.                    DESCR01P
113800 REFUND-SURPLUS-EXIT.                                             DESCR01P
113900     EXIT.                                                        DESCR01P
114000                                                                  DESCR01P
114100***************************************************************** DESCR01P
114200* The escrow statement - the new monthly escrow amount and the  * DESCR01P
114300* first installment it is collected with                        * DESCR01P
114400***************************************************************** DESCR01P
114500 CUT-ESCROW-STATEMENT.                                            DESCR01P
114600     MOVE SPACES TO DCL-CUS-NAME.                                 DESCR01P
114700     EXEC SQL                                                     DESCR01P
114800          SELECT BCS_NAME                                         DESCR01P
114900          INTO :DCL-CUS-NAME                                      DESCR01P
115000          FROM BNKCUST                                            DESCR01P
115100          WHERE BCS_PID = :DCL-ESC-PID                            DESCR01P
115200     END-EXEC.                                                    DESCR01P
115300     MOVE WS-BUSINESS-DATE TO WS-EFFECTIVE-DATE.                  DESCR01P
115400     EXEC SQL                                                     DESCR01P
115500          SELECT LNS_DUE_DATE                                     DESCR01P
115600          INTO :WS-EFFECTIVE-DATE                                 DESCR01P
115700          FROM BNKLNSC                                            DESCR01P
115800          WHERE LNS_LOAN_ID = :DCL-ESC-LOAN-ID AND                DESCR01P
115900                LNS_SEQ =                                         DESCR01P
116000                (SELECT MIN(NXT.LNS_SEQ)                          DESCR01P
116100                 FROM BNKLNSC NXT                                 DESCR01P
116200                 WHERE NXT.LNS_LOAN_ID = :DCL-ESC-LOAN-ID AND     DESCR01P
116300                       NXT.LNS_STATUS = ' ' AND                   DESCR01P
116400                       NXT.LNS_DUE_DATE > :WS-BUSINESS-DATE)      DESCR01P
116500     END-EXEC.                                                    DESCR01P
116600     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DESCR01P
116700        SQLCODE IS NOT EQUAL TO +100                              DESCR01P
116800        MOVE 'Unable to read the repayment schedule' TO CES1O-MSG DESCR01P
116900        GO TO CUT-ESCROW-STATEMENT-EXIT                           DESCR01P
117000     END-IF.                                                      DESCR01P
117100     INITIALIZE CLT1-DATA.                                        DESCR01P
117200     SET CLT1I-FORMAT-LETTER TO TRUE.                             DESCR01P
117300     MOVE 'ESCROW1' TO CLT1I-TEMPLATE.                            DESCR01P
117400     MOVE DCL-CUS-NAME TO CLT1I-MERGE-NAME.                       DESCR01P
117500     MOVE DCL-ESC-ACCNO TO CLT1I-MERGE-ACC.                       DESCR01P
117600     MOVE WS-NEW-MONTHLY TO CLT1I-MERGE-AMOUNT.                   DESCR01P
117700     MOVE WS-EFFECTIVE-DATE TO CLT1I-MERGE-DATE.                  DESCR01P
117750     MOVE DCL-ESC-PID TO CLT1I-PERSON-PID.                        DESCR01P
117800     MOVE SPACES TO CLT1I-LETTER-NAME.                            DESCR01P
117900     STRING 'ESCROW STATEMENT ' DCL-ESC-LOAN-ID                   DESCR01P
118000            DELIMITED BY SIZE INTO CLT1I-LETTER-NAME.             DESCR01P
118100 COPY CLTTRX01.                                                   DESCR01P
118200     IF NOT CLT1O-REQUEST-OK                                      DESCR01P
118300        MOVE CLT1O-MSG TO CES1O-MSG                               DESCR01P
118400     END-IF.                                                      DESCR01P
118500 CUT-ESCROW-STATEMENT-EXIT.                                       DESCR01P
118600     EXIT.                                                        DESCR01P
118700                                                                  DESCR01P
118800***************************************************************** DESCR01P
118900* The live escrow for the loan keyed                            * DESCR01P
119000***************************************************************** DESCR01P
119100 READ-ESCROW.                                                     DESCR01P
119200     MOVE CES1I-LOAN-ID TO DCL-ESC-LOAN-ID.                       DESCR01P
119300     EXEC SQL                                                     DESCR01P
119400          SELECT ESC_PID,                                         DESCR01P
119500                 ESC_ACCNO,                                       DESCR01P
119600                 ESC_MONTHLY,                                     DESCR01P
119700                 ESC_COLL_THRU,                                   DESCR01P
119800                 ESC_NEXT_ANALYSIS                                DESCR01P
119900          INTO :DCL-ESC-PID,                                      DESCR01P
120000               :DCL-ESC-ACCNO,                                    DESCR01P
120100               :DCL-ESC-MONTHLY,                                  DESCR01P
120200               :DCL-ESC-COLL-THRU,                                DESCR01P
120300               :DCL-ESC-NEXT-ANALYSIS                             DESCR01P
120400          FROM BNKESCR                                            DESCR01P
120500          WHERE ESC_LOAN_ID = :DCL-ESC-LOAN-ID AND                DESCR01P
120600                ESC_STATUS = 'A'                                  DESCR01P
120700     END-EXEC.                                                    DESCR01P
120800     IF SQLCODE IS EQUAL TO +100                                  DESCR01P
120900        SET CES1O-NOT-FOUND TO TRUE                               DESCR01P
121000        MOVE 'No escrow account held for that loan' TO CES1O-MSG  DESCR01P
121100        GO TO READ-ESCROW-EXIT                                    DESCR01P
121200     END-IF.                                                      DESCR01P
121300     IF SQLCODE IS NOT EQUAL TO ZERO                              DESCR01P
121400        MOVE 'Unable to read the escrow register' TO CES1O-MSG    DESCR01P
121500     END-IF.                                                      DESCR01P
121600 READ-ESCROW-EXIT.                                                DESCR01P
121700     EXIT.                                                        DESCR01P
121800                                                                  DESCR01P
121900 READ-ESCROW-BALANCE.                                             DESCR01P
122000     EXEC SQL                                                     DESCR01P
122100          SELECT BAC_BALANCE                                      DESCR01P
122200          INTO :DCL-BAC-BALANCE                                   DESCR01P
122300          FROM BNKACC                                             DESCR01P
122400          WHERE BAC_ACCNO = :DCL-ESC-ACCNO                        DESCR01P
122500     END-EXEC.                                                    DESCR01P
122600     IF SQLCODE IS NOT EQUAL TO ZERO                              DESCR01P
122700        MOVE 'Unable to read the escrow account' TO CES1O-MSG     DESCR01P
122800     END-IF.                                                      DESCR01P
122900 READ-ESCROW-BALANCE-EXIT.                                        DESCR01P
123000     EXIT.                                                        DESCR01P
123100                                                                  DESCR01P
123200***************************************************************** DESCR01P
123300* A BNKCTLV row overrides the cushion or the refund minimum     * DESCR01P
123400***************************************************************** DESCR01P
123500 READ-ESCROW-CONTROLS.                                            DESCR01P
123600     MOVE WS-DFT-CUSHION-MONTHS TO WS-CUSHION-MONTHS.             DESCR01P
123700     MOVE WS-DFT-REFUND-MIN TO WS-REFUND-MIN.                     DESCR01P
123800     EXEC SQL                                                     DESCR01P
123900          SELECT CTL_VALUE                                        DESCR01P
124000          INTO :WS-CUSHION-MONTHS                                 DESCR01P
124100          FROM BNKCTLV                                            DESCR01P
124200          WHERE CTL_ID = 'ESCCUSH '                               DESCR01P
124300     END-EXEC.                                                    DESCR01P
124400     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DESCR01P
124500        SQLCODE IS NOT EQUAL TO +100                              DESCR01P
124600        MOVE 'Unable to read the escrow controls' TO CES1O-MSG    DESCR01P
124700        GO TO READ-ESCROW-CONTROLS-EXIT                           DESCR01P
124800     END-IF.                                                      DESCR01P
124900     EXEC SQL                                                     DESCR01P
125000          SELECT CTL_VALUE                                        DESCR01P
125100          INTO :WS-REFUND-MIN                                     DESCR01P
125200          FROM BNKCTLV                                            DESCR01P
125300          WHERE CTL_ID = 'ESCRFND '                               DESCR01P
125400     END-EXEC.                                                    DESCR01P
125500     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DESCR01P
125600        SQLCODE IS NOT EQUAL TO +100                              DESCR01P
125700        MOVE 'Unable to read the escrow controls' TO CES1O-MSG    DESCR01P
125800     END-IF.                                                      DESCR01P
125900*    +100 just means no override - the default stands, having     DESCR01P
126000*    been primed before the read                                  DESCR01P
126100 READ-ESCROW-CONTROLS-EXIT.                                       DESCR01P
126200     EXIT.                                                        DESCR01P
126300                                                                  DESCR01P
126400***************************************************************** DESCR01P
126500* The months between payments for a bill frequency              * DESCR01P
126600***************************************************************** DESCR01P
126700 SET-FREQ-MONTHS.                                                 DESCR01P
126800     EVALUATE DCL-ESB-FREQ                                        DESCR01P
126900       WHEN 'A'                                                   DESCR01P
127000         MOVE 12 TO WS-FREQ-MONTHS                                DESCR01P
127100       WHEN 'H'                                                   DESCR01P
127200         MOVE 6 TO WS-FREQ-MONTHS                                 DESCR01P
127300       WHEN 'Q'                                                   DESCR01P
127400         MOVE 3 TO WS-FREQ-MONTHS                                 DESCR01P
127500       WHEN OTHER                                                 DESCR01P
127600         MOVE 'Bill frequency must be A, H or Q' TO CES1O-MSG     DESCR01P
127700     END-EVALUATE.                                                DESCR01P
127800 SET-FREQ-MONTHS-EXIT.                                            DESCR01P
127900     EXIT.                                                        DESCR01P
128000                                                                  DESCR01P
128100***************************************************************** DESCR01P
128200* Move escrow funds through the normal balance-update and       * DESCR01P
128300* audit building blocks, the same way a sweep posts             * DESCR01P
128400***************************************************************** DESCR01P
128500 POST-TRANSFER.                                                   DESCR01P
128600     EXEC SQL                                                     DESCR01P
128700          SELECT BAC_BALANCE                                      DESCR01P
128800          INTO :CD04I-FROM-OLD-BAL                                DESCR01P
128900          FROM BNKACC                                             DESCR01P
129000          WHERE BAC_ACCNO = :WS-FROM-ACC                          DESCR01P
129100     END-EXEC.                                                    DESCR01P
129200     IF SQLCODE IS NOT EQUAL TO ZERO                              DESCR01P
129300        MOVE 'Unable to read the account paying in' TO CES1O-MSG  DESCR01P
129400        GO TO POST-TRANSFER-EXIT                                  DESCR01P
129500     END-IF.                                                      DESCR01P
129600     EXEC SQL                                                     DESCR01P
129700          SELECT BAC_BALANCE                                      DESCR01P
129800          INTO :CD04I-TO-OLD-BAL                                  DESCR01P
129900          FROM BNKACC                                             DESCR01P
130000          WHERE BAC_ACCNO = :WS-TO-ACC                            DESCR01P
130100     END-EXEC.                                                    DESCR01P
130200     IF SQLCODE IS NOT EQUAL TO ZERO                              DESCR01P
130300        MOVE 'Unable to read the account paid into' TO CES1O-MSG  DESCR01P
130400        GO TO POST-TRANSFER-EXIT                                  DESCR01P
130500     END-IF.                                                      DESCR01P
130600     MOVE WS-FROM-ACC TO CD04I-FROM-ACC.                          DESCR01P
130700     MOVE WS-TO-ACC TO CD04I-TO-ACC.                              DESCR01P
130800     COMPUTE CD04I-FROM-NEW-BAL =                                 DESCR01P
130900             CD04I-FROM-OLD-BAL - WS-POST-AMOUNT.                 DESCR01P
131000     COMPUTE CD04I-TO-NEW-BAL =                                   DESCR01P
131100             CD04I-TO-OLD-BAL + WS-POST-AMOUNT.                   DESCR01P
131200*    The bank is moving escrow under the mortgage terms, so like  DESCR01P
131300*    the other nightly posters it is not subject to the keyed-    DESCR01P
131400*    transfer caps or duplicate refusal                           DESCR01P
131500     SET CD04I-SKIP-LIMIT-CHECK TO TRUE.                          DESCR01P
131600     SET CD04I-DUP-OVERRIDE-ON TO TRUE.                           DESCR01P
131700 COPY CBANKX04.                                                   DESCR01P
131800     IF NOT CD04O-UPDATE-OK                                       DESCR01P
131900        MOVE CD04O-MSG TO CES1O-MSG                               DESCR01P
132000        GO TO POST-TRANSFER-EXIT                                  DESCR01P
132100     END-IF.                                                      DESCR01P
132200     MOVE SPACES TO CD06-DATA.                                    DESCR01P
132300     MOVE CD04I-PERSON-PID TO CD06I-PERSON-PID.                   DESCR01P
132400     MOVE CD04O-TIMESTAMP TO CD06I-TIMESTAMP.                     DESCR01P
132500     MOVE CD04I-FROM-ACC TO CD06I-FROM-ACC.                       DESCR01P
132600     MOVE WS-POST-AMOUNT TO CD06I-FROM-AMOUNT.                    DESCR01P
132700     MOVE WS-POST-DESC TO CD06I-FROM-DESC.                        DESCR01P
132800     MOVE CD04I-TO-ACC TO CD06I-TO-ACC.                           DESCR01P
132900     MOVE WS-POST-AMOUNT TO CD06I-TO-AMOUNT.                      DESCR01P
133000     MOVE WS-POST-DESC TO CD06I-TO-DESC.                          DESCR01P
133100 COPY CBANKX06.                                                   DESCR01P
133200     IF CD06O-UPDATE-FAIL                                         DESCR01P
133300        MOVE 'Unable to journal the escrow movement' TO CES1O-MSG DESCR01P
133400     END-IF.                                                      DESCR01P
133500 POST-TRANSFER-EXIT.                                              DESCR01P
133600     EXIT.                                                        DESCR01P
133700                                                                  DESCR01P
133800***************************************************************** DESCR01P
133900* Queue one line of the escrow servicing report                 * DESCR01P
134000***************************************************************** DESCR01P
134100 QUEUE-REPORT-LINE.                                               DESCR01P
134200 COPY CCSVWRQ.                                                    DESCR01P
134300 QUEUE-REPORT-LINE-EXIT.                                          DESCR01P
134400     EXIT.                                                        DESCR01P
