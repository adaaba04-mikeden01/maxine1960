000100***************************************************************** DCCRD01P
000200*                                                               * DCCRD01P
000300*   Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.   * DCCRD01P
000400*   This demonstration program is provided for use by users     * DCCRD01P
000500*   of Micro Focus products and may be used, modified and       * DCCRD01P
000600*   distributed as part of your application provided that       * DCCRD01P
000700*   you properly acknowledge the copyright of Micro Focus       * DCCRD01P
000800*   in this material.                                           * DCCRD01P
000900*                                                               * DCCRD01P
001000***************************************************************** DCCRD01P
001100                                                                  DCCRD01P
001200***************************************************************** DCCRD01P
001300* Program:     DCCRD01P.CBL                                     * DCCRD01P
001400* Function:    Credit card accounts - open the revolving card   * DCCRD01P
001500*              account against its credit limit, record the     * DCCRD01P
001600*              card activity the settlement processor posts,    * DCCRD01P
001700*              take one-off and automatic payments from the     * DCCRD01P
001800*              holder's deposit account, and cut the monthly    * DCCRD01P
001900*              statement with interest outside the grace        * DCCRD01P
002000*              period, the minimum payment and its due date;    * DCCRD01P
002100*              a missed minimum is charged a late fee and       * DCCRD01P
002200*              raised for collections                           * DCCRD01P
002300*              SQL version                                      * DCCRD01P
002400***************************************************************** DCCRD01P
002500                                                                  DCCRD01P
002600 IDENTIFICATION DIVISION.                                         DCCRD01P
002700 PROGRAM-ID.                                                      DCCRD01P
002800     DCCRD01P.                                                    DCCRD01P
002900 DATE-WRITTEN.                                                    DCCRD01P
003000     October 2026.                                                DCCRD01P
003100 DATE-COMPILED.                                                   DCCRD01P
003200     Today.                                                       DCCRD01P
003300                                                                  DCCRD01P
003400 ENVIRONMENT DIVISION.                                            DCCRD01P
003500                                                                  DCCRD01P
003600 DATA DIVISION.                                                   DCCRD01P
003700                                                                  DCCRD01P
003800 WORKING-STORAGE SECTION.                                         DCCRD01P
003900 01  WS-MISC-STORAGE.                                             DCCRD01P
004000   05  WS-PROGRAM-ID                         PIC X(8)             DCCRD01P
004100       VALUE 'DCCRD01P'.                                          DCCRD01P
004200   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DCCRD01P
004300   05  WS-OPEN-DISP                          PIC -(7)9.99.        DCCRD01P
004400   05  WS-PURCH-DISP                         PIC -(7)9.99.        DCCRD01P
004500   05  WS-CASH-DISP                          PIC -(7)9.99.        DCCRD01P
004600   05  WS-FEES-DISP                          PIC -(7)9.99.        DCCRD01P
004700   05  WS-INT-DISP                           PIC -(7)9.99.        DCCRD01P
004800   05  WS-PAID-DISP                          PIC -(7)9.99.        DCCRD01P
004900   05  WS-CLOSE-DISP                         PIC -(7)9.99.        DCCRD01P
005000   05  WS-MIN-DISP                           PIC -(7)9.99.        DCCRD01P
005100   05  WS-COUNT-DISP                         PIC Z(4)9.           DCCRD01P
005200   05  WS-PASS-FLAG                          PIC X(1).            DCCRD01P
005300     88  NIGHTLY-PASS                        VALUE 'N'.           DCCRD01P
005400     88  SINGLE-REQUEST                      VALUE 'S'.           DCCRD01P
005500   05  WS-POST-BY                            PIC X(1).            DCCRD01P
005600     88  POST-BY-BANK                        VALUE 'B'.           DCCRD01P
005700     88  POST-BY-CUSTOMER                    VALUE 'C'.           DCCRD01P
005800                                                                  DCCRD01P
005900***************************************************************** DCCRD01P
006000* Card defaults, used when no BNKCTLV override is held -        * DCCRD01P
006100* CCPURAPR and CCCSHAPR the annual rates on purchases and cash  * DCCRD01P
006200* advances, CCMINPCT the percentage of the statement balance    * DCCRD01P
006300* due as the minimum and CCMINFLR the least minimum asked for,  * DCCRD01P
006400* CCLATEFE the fee for a missed minimum and CCDUEDAY the days   * DCCRD01P
006500* from the statement to its due date                            * DCCRD01P
006600***************************************************************** DCCRD01P
006700 01  WS-CARD-DEFAULTS.                                            DCCRD01P
006800   05  WS-DFT-PURCH-APR                      PIC S9(3)V99 COMP-3  DCCRD01P
006900       VALUE +19.99.                                              DCCRD01P
007000   05  WS-DFT-CASH-APR                       PIC S9(3)V99 COMP-3  DCCRD01P
007100       VALUE +24.99.                                              DCCRD01P
007200   05  WS-DFT-MIN-PCT                        PIC S9(3)V99 COMP-3  DCCRD01P
007300       VALUE +3.00.                                               DCCRD01P
007400   05  WS-DFT-MIN-FLOOR                      PIC S9(7)V99 COMP-3  DCCRD01P
007500       VALUE +25.00.                                              DCCRD01P
007600   05  WS-DFT-LATE-FEE                       PIC S9(7)V99 COMP-3  DCCRD01P
007700       VALUE +25.00.                                              DCCRD01P
007800   05  WS-DFT-DUE-DAYS                       PIC S9(3) COMP-3     DCCRD01P
007900       VALUE +25.                                                 DCCRD01P
008000                                                                  DCCRD01P
008100 01  WS-CSV-DATA.                                                 DCCRD01P
008200 COPY CCSVD.                                                      DCCRD01P
008300                                                                  DCCRD01P
008400 01  WS-06-COMMAREA.                                              DCCRD01P
008500 COPY CBANKD06.                                                   DCCRD01P
008600                                                                  DCCRD01P
008700 01  WS-96-COMMAREA.                                              DCCRD01P
008800 COPY CBANKD96.                                                   DCCRD01P
008900                                                                  DCCRD01P
009000   EXEC SQL                                                       DCCRD01P
009100        BEGIN DECLARE SECTION                                     DCCRD01P
009200   END-EXEC.                                                      DCCRD01P
009300 01  WS-COMMAREA.                                                 DCCRD01P
009400     EXEC SQL                                                     DCCRD01P
009500          INCLUDE CCCRDD01                                        DCCRD01P
009600     END-EXEC.                                                    DCCRD01P
009700 01  WS-98-COMMAREA.                                              DCCRD01P
009800     EXEC SQL                                                     DCCRD01P
009900          INCLUDE CBANKD98                                        DCCRD01P
010000     END-EXEC.                                                    DCCRD01P
010100 01  WS-04-COMMAREA.                                              DCCRD01P
010200     EXEC SQL                                                     DCCRD01P
010300          INCLUDE CBANKD04                                        DCCRD01P
010400     END-EXEC.                                                    DCCRD01P
010500 01  WS-10-COMMAREA.                                              DCCRD01P
010600     EXEC SQL                                                     DCCRD01P
010700          INCLUDE CBANKD10                                        DCCRD01P
010800     END-EXEC.                                                    DCCRD01P
010900 01  WS-L1-COMMAREA.                                              DCCRD01P
011000     EXEC SQL                                                     DCCRD01P
011100          INCLUDE CLTTRD01                                        DCCRD01P
011200     END-EXEC.                                                    DCCRD01P
011300     EXEC SQL                                                     DCCRD01P
011400          INCLUDE CBANKTXD                                        DCCRD01P
011500     END-EXEC.                                                    DCCRD01P
011600 01  WS-REF-DATA.                                                 DCCRD01P
011700 COPY CTXNREFD.                                                   DCCRD01P
011800 01  DCL-CCA-AREAS.                                               DCCRD01P
011900   05  DCL-CCA-ACCNO                         PIC X(9).            DCCRD01P
012000   05  DCL-CCA-REF                           PIC X(6).            DCCRD01P
012100   05  DCL-CCA-PID                           PIC X(5).            DCCRD01P
012200   05  DCL-CCA-LIMIT                         PIC S9(7)V99 COMP-3. DCCRD01P
012300   05  DCL-CCA-NEXT-STMT                     PIC X(10).           DCCRD01P
012400   05  DCL-CCA-LAST-STMT                     PIC X(10).           DCCRD01P
012500   05  DCL-CCA-STMT-BAL                      PIC S9(7)V99 COMP-3. DCCRD01P
012600   05  DCL-CCA-MIN-DUE                       PIC S9(7)V99 COMP-3. DCCRD01P
012700   05  DCL-CCA-DUE-DATE                      PIC X(10).           DCCRD01P
012800   05  DCL-CCA-DUE-CHECKED                   PIC X(1).            DCCRD01P
012900   05  DCL-CCA-PAID-SINCE                    PIC S9(7)V99 COMP-3. DCCRD01P
013000   05  DCL-CCA-PAST-DUE                      PIC S9(7)V99 COMP-3. DCCRD01P
013100   05  DCL-CCA-PAST-DUE-SINCE                PIC X(10).           DCCRD01P
013200   05  DCL-CCA-GRACE                         PIC X(1).            DCCRD01P
013300   05  DCL-CCA-AP-TYPE                       PIC X(1).            DCCRD01P
013400   05  DCL-CCA-AP-ACCNO                      PIC X(9).            DCCRD01P
013500   05  DCL-CCA-AP-AMOUNT                     PIC S9(7)V99 COMP-3. DCCRD01P
013600   05  DCL-CCA-AP-TAKEN                      PIC X(1).            DCCRD01P
013700   05  DCL-CCS-OPEN-BAL                      PIC S9(7)V99 COMP-3. DCCRD01P
013800   05  DCL-CCS-PURCHASES                     PIC S9(7)V99 COMP-3. DCCRD01P
013900   05  DCL-CCS-CASH                          PIC S9(7)V99 COMP-3. DCCRD01P
014000   05  DCL-CCS-FEES                          PIC S9(7)V99 COMP-3. DCCRD01P
014100   05  DCL-CCS-INTEREST                      PIC S9(7)V99 COMP-3. DCCRD01P
014200   05  DCL-CCS-PAYMENTS                      PIC S9(7)V99 COMP-3. DCCRD01P
014300   05  DCL-BAC-PID                           PIC X(5).            DCCRD01P
014400   05  DCL-BAC-BALANCE                       PIC S9(7)V99 COMP-3. DCCRD01P
014500   05  DCL-BAC-STATUS                        PIC X(1).            DCCRD01P
014600   05  DCL-BAC-ACCTYPE                       PIC X(2).            DCCRD01P
014700   05  DCL-CUS-NAME                          PIC X(25).           DCCRD01P
014800 01  WS-CARD-AREAS.                                               DCCRD01P
014900   05  WS-PURCH-APR                          PIC S9(3)V99 COMP-3. DCCRD01P
015000   05  WS-CASH-APR                           PIC S9(3)V99 COMP-3. DCCRD01P
015100   05  WS-MIN-PCT                            PIC S9(3)V99 COMP-3. DCCRD01P
015200   05  WS-MIN-FLOOR                          PIC S9(7)V99 COMP-3. DCCRD01P
015300   05  WS-LATE-FEE                           PIC S9(7)V99 COMP-3. DCCRD01P
015400   05  WS-DUE-DAYS                           PIC S9(3) COMP-3.    DCCRD01P
015500   05  WS-OWED                               PIC S9(7)V99 COMP-3. DCCRD01P
015600   05  WS-PURCH-BASE                         PIC S9(7)V99 COMP-3. DCCRD01P
015700   05  WS-CASH-BASE                          PIC S9(7)V99 COMP-3. DCCRD01P
015800   05  WS-INTEREST                           PIC S9(7)V99 COMP-3. DCCRD01P
015900   05  WS-MIN-DUE                            PIC S9(7)V99 COMP-3. DCCRD01P
016000   05  WS-DUE-DATE                           PIC X(10).           DCCRD01P
016100   05  WS-NEXT-STMT                          PIC X(10).           DCCRD01P
016200   05  WS-DUE-CHECKED                        PIC X(1).            DCCRD01P
016300   05  WS-GRACE                              PIC X(1).            DCCRD01P
016400   05  WS-AP-AMOUNT                          PIC S9(7)V99 COMP-3. DCCRD01P
016500   05  WS-NEW-BALANCE                        PIC S9(7)V99 COMP-3. DCCRD01P
016600   05  WS-POST-TIMESTAMP                     PIC X(26).           DCCRD01P
016700   05  WS-FROM-ACC                           PIC X(9).            DCCRD01P
016800   05  WS-TO-ACC                             PIC X(9).            DCCRD01P
016900   05  WS-POST-AMOUNT                        PIC S9(7)V99 COMP-3. DCCRD01P
017000   05  WS-POST-DESC                          PIC X(30).           DCCRD01P
017100   05  WS-CHG-TYPE                           PIC X(1).            DCCRD01P
017200   05  WS-CHG-SUB-TYPE                       PIC X(1).            DCCRD01P
017300   05  WS-CHG-KIND                           PIC X(1).            DCCRD01P
017400   05  WS-CHG-AMOUNT                         PIC S9(7)V99 COMP-3. DCCRD01P
017500   05  WS-CHG-DESC                           PIC X(30).           DCCRD01P
017600   05  WS-ACT-KIND                           PIC X(1).            DCCRD01P
017700   05  WS-ACT-AMOUNT                         PIC S9(7)V99 COMP-3. DCCRD01P
017800   05  WS-ACT-DESC                           PIC X(30).           DCCRD01P
017900   05  WS-ACT-REF                            PIC X(12).           DCCRD01P
018000*        The collections reference - C and a running number       DCCRD01P
018100   05  WS-CARD-REF                           PIC X(6).            DCCRD01P
018200   05  WS-CARD-REF-R REDEFINES WS-CARD-REF.                       DCCRD01P
018300     10  WS-CARD-REF-LETTER                  PIC X(1).            DCCRD01P
018400     10  WS-CARD-REF-NUMBER                  PIC 9(5).            DCCRD01P
018500 01  WS-BUSINESS-DATE                        PIC X(10).           DCCRD01P
018600                                                                  DCCRD01P
018700     EXEC SQL                                                     DCCRD01P
018800          INCLUDE SQLCA                                           DCCRD01P
018900     END-EXEC.                                                    DCCRD01P
019000                                                                  DCCRD01P
019100 COPY CABENDD.                                                    DCCRD01P
019200   EXEC SQL                                                       DCCRD01P
019300        END DECLARE SECTION                                       DCCRD01P
019400   END-EXEC.                                                      DCCRD01P
019500                                                                  DCCRD01P
019600 LINKAGE SECTION.                                                 DCCRD01P
019700 01  DFHCOMMAREA.                                                 DCCRD01P
019800   05  LK-COMMAREA                           PIC X(1)             DCCRD01P
019900       OCCURS 1 TO 6144 TIMES                                     DCCRD01P
020000         DEPENDING ON WS-COMMAREA-LENGTH.                         DCCRD01P
020100                                                                  DCCRD01P
020200 COPY CENTRY.                                                     DCCRD01P
020300***************************************************************** DCCRD01P
020400* Move the passed area to our area                              * DCCRD01P
020500***************************************************************** DCCRD01P
020600     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DCCRD01P
020700     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DCCRD01P
020800                                                                  DCCRD01P
020900***************************************************************** DCCRD01P
021000* Initialize our output area                                    * DCCRD01P
021100***************************************************************** DCCRD01P
021200     INITIALIZE CCR1O-DATA.                                       DCCRD01P
021300     SET CCR1O-REQUEST-FAIL TO TRUE.                              DCCRD01P
021400     SET SINGLE-REQUEST TO TRUE.                                  DCCRD01P
021500                                                                  DCCRD01P
021600     INITIALIZE CD98-DATA.                                        DCCRD01P
021700     SET CD98I-READ-BUSINESS-DATE TO TRUE.                        DCCRD01P
021800 COPY CBANKX98.                                                   DCCRD01P
021900     IF NOT CD98O-REQUEST-OK                                      DCCRD01P
022000        MOVE CD98O-MSG TO CCR1O-MSG                               DCCRD01P
022100        GO TO DCCRD01P-EXIT                                       DCCRD01P
022200     END-IF.                                                      DCCRD01P
022300     MOVE CD98O-DATE TO WS-BUSINESS-DATE.                         DCCRD01P
022400                                                                  DCCRD01P
022500     EVALUATE TRUE                                                DCCRD01P
022600       WHEN CCR1I-OPEN-ACCOUNT                                    DCCRD01P
022700         PERFORM OPEN-CARD-ACCOUNT THRU                           DCCRD01P
022800                 OPEN-CARD-ACCOUNT-EXIT                           DCCRD01P
022900       WHEN CCR1I-SET-LIMIT                                       DCCRD01P
023000         PERFORM SET-CARD-LIMIT THRU                              DCCRD01P
023100                 SET-CARD-LIMIT-EXIT                              DCCRD01P
023200       WHEN CCR1I-SET-AUTOPAY                                     DCCRD01P
023300         PERFORM SET-AUTOPAY THRU                                 DCCRD01P
023400                 SET-AUTOPAY-EXIT                                 DCCRD01P
023500       WHEN CCR1I-PAY                                             DCCRD01P
023600         PERFORM PAY-CARD THRU                                    DCCRD01P
023700                 PAY-CARD-EXIT                                    DCCRD01P
023800       WHEN CCR1I-RECORD-ACTIVITY                                 DCCRD01P
023900         PERFORM RECORD-ACTIVITY THRU                             DCCRD01P
024000                 RECORD-ACTIVITY-EXIT                             DCCRD01P
024100       WHEN CCR1I-ENQUIRE                                         DCCRD01P
024200         PERFORM ENQUIRE-CARD THRU                                DCCRD01P
024300                 ENQUIRE-CARD-EXIT                                DCCRD01P
024320       WHEN CCR1I-PAYMENT-RECEIVED                                DCCRD01P
024340         PERFORM PAYMENT-RECEIVED THRU                            DCCRD01P
024360                 PAYMENT-RECEIVED-EXIT                            DCCRD01P
024400       WHEN CCR1I-NIGHTLY-RUN                                     DCCRD01P
024500         SET NIGHTLY-PASS TO TRUE                                 DCCRD01P
024600         PERFORM NIGHTLY-RUN THRU                                 DCCRD01P
024700                 NIGHTLY-RUN-EXIT                                 DCCRD01P
024800       WHEN OTHER                                                 DCCRD01P
024900         MOVE 'Unknown card account function requested'           DCCRD01P
025000           TO CCR1O-MSG                                           DCCRD01P
025100     END-EVALUATE.                                                DCCRD01P
025200                                                                  DCCRD01P
025300 DCCRD01P-EXIT.                                                   DCCRD01P
025400***************************************************************** DCCRD01P
025500* Move the result back to the callers area                      * DCCRD01P
025600***************************************************************** DCCRD01P
025700     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DCCRD01P
025800                                                                  DCCRD01P
025900***************************************************************** DCCRD01P
026000* Return to our caller                                          * DCCRD01P
026100***************************************************************** DCCRD01P
026200 COPY CRETURN.                                                    DCCRD01P
026300                                                                  DCCRD01P
026400***************************************************************** DCCRD01P
026500* Open a credit card account - an ordinary type CC account in   * DCCRD01P
026600* the customer's name, opened at nil and run below zero up to   * DCCRD01P
026700* its credit limit. The first statement is cut a month from     * DCCRD01P
026800* today, and a new account starts inside the grace period       * DCCRD01P
026900***************************************************************** DCCRD01P
027000 OPEN-CARD-ACCOUNT.                                               DCCRD01P
027100     IF CCR1I-LIMIT IS NOT GREATER THAN ZERO                      DCCRD01P
027200        MOVE 'Give the card account a credit limit' TO CCR1O-MSG  DCCRD01P
027300        GO TO OPEN-CARD-ACCOUNT-EXIT                              DCCRD01P
027400     END-IF.                                                      DCCRD01P
027500     EXEC SQL                                                     DCCRD01P
027600          SELECT BCS_NAME                                         DCCRD01P
027700          INTO :DCL-CUS-NAME                                      DCCRD01P
027800          FROM BNKCUST                                            DCCRD01P
027900          WHERE BCS_PID = :CCR1I-PERSON-PID                       DCCRD01P
028000     END-EXEC.                                                    DCCRD01P
028100     IF SQLCODE IS EQUAL TO +100                                  DCCRD01P
028200        SET CCR1O-NOT-FOUND TO TRUE                               DCCRD01P
028300        MOVE 'No customer under that id' TO CCR1O-MSG             DCCRD01P
028400        GO TO OPEN-CARD-ACCOUNT-EXIT                              DCCRD01P
028500     END-IF.                                                      DCCRD01P
028600     IF SQLCODE IS NOT EQUAL TO ZERO                              DCCRD01P
028700        MOVE 'Unable to read the customer' TO CCR1O-MSG           DCCRD01P
028800        GO TO OPEN-CARD-ACCOUNT-EXIT                              DCCRD01P
028900     END-IF.                                                      DCCRD01P
029000                                                                  DCCRD01P
029100     MOVE CCR1I-PERSON-PID TO CD10I-PERSON-PID.                   DCCRD01P
029200     MOVE CCR1I-USERID TO CD10I-ACTING-USER.                      DCCRD01P
029300     MOVE 'CC' TO CD10I-ACC-TYPE.                                 DCCRD01P
029400     MOVE 'USD' TO CD10I-CURRENCY.                                DCCRD01P
029500     MOVE ZERO TO CD10I-OPEN-BAL.                                 DCCRD01P
029600     COPY CBANKX10.                                               DCCRD01P
029700     IF CD10O-OPEN-FAIL                                           DCCRD01P
029800        MOVE CD10O-MSG TO CCR1O-MSG                               DCCRD01P
029900        GO TO OPEN-CARD-ACCOUNT-EXIT                              DCCRD01P
030000     END-IF.                                                      DCCRD01P
030100     EXEC SQL                                                     DCCRD01P
030200          SELECT VALUE(MAX(CCA_REF), 'C00000')                    DCCRD01P
030300          INTO :WS-CARD-REF                                       DCCRD01P
030400          FROM BNKCCAC                                            DCCRD01P
030500     END-EXEC.                                                    DCCRD01P
030600     IF SQLCODE IS NOT EQUAL TO ZERO                              DCCRD01P
030700        MOVE 'Unable to number the card account' TO CCR1O-MSG     DCCRD01P
030800        GO TO OPEN-CARD-ACCOUNT-EXIT                              DCCRD01P
030900     END-IF.                                                      DCCRD01P
031000     ADD 1 TO WS-CARD-REF-NUMBER.                                 DCCRD01P
031100     MOVE 'C' TO WS-CARD-REF-LETTER.                              DCCRD01P
031200     EXEC SQL                                                     DCCRD01P
031300          SET :WS-NEXT-STMT =                                     DCCRD01P
031400              DATE(:WS-BUSINESS-DATE) + 1 MONTH                   DCCRD01P
031500     END-EXEC.                                                    DCCRD01P
031600     IF SQLCODE IS NOT EQUAL TO ZERO                              DCCRD01P
031700        MOVE 'Unable to date the first statement' TO CCR1O-MSG    DCCRD01P
031800        GO TO OPEN-CARD-ACCOUNT-EXIT                              DCCRD01P
031900     END-IF.                                                      DCCRD01P
032000     EXEC SQL                                                     DCCRD01P
032100          INSERT                                                  DCCRD01P
032200          INTO BNKCCAC (CCA_ACCNO,                                DCCRD01P
032300                        CCA_REF,                                  DCCRD01P
032400                        CCA_PID,                                  DCCRD01P
032500                        CCA_LIMIT,                                DCCRD01P
032600                        CCA_NEXT_STMT,                            DCCRD01P
032700                        CCA_LAST_STMT,                            DCCRD01P
032800                        CCA_STMT_BAL,                             DCCRD01P
032900                        CCA_MIN_DUE,                              DCCRD01P
033000                        CCA_DUE_DATE,                             DCCRD01P
033100                        CCA_DUE_CHECKED,                          DCCRD01P
033200                        CCA_PAID_SINCE,                           DCCRD01P
033300                        CCA_PAST_DUE,                             DCCRD01P
033400                        CCA_PAST_DUE_SINCE,                       DCCRD01P
033500                        CCA_GRACE,                                DCCRD01P
033600                        CCA_AP_TYPE,                              DCCRD01P
033700                        CCA_AP_ACCNO,                             DCCRD01P
033800                        CCA_AP_AMOUNT,                            DCCRD01P
033900                        CCA_AP_TAKEN,                             DCCRD01P
034000                        CCA_STATUS,                               DCCRD01P
034100                        CCA_OPENED_BY,                            DCCRD01P
034200                        CCA_OPENED_DATE)                          DCCRD01P
034300          VALUES (:CD10O-ACC-NO,                                  DCCRD01P
034400                  :WS-CARD-REF,                                   DCCRD01P
034500                  :CCR1I-PERSON-PID,                              DCCRD01P
034600                  :CCR1I-LIMIT,                                   DCCRD01P
034700                  :WS-NEXT-STMT,                                  DCCRD01P
034800                  ' ',                                            DCCRD01P
034900                  0,                                              DCCRD01P
035000                  0,                                              DCCRD01P
035100                  ' ',                                            DCCRD01P
035200                  'Y',                                            DCCRD01P
035300                  0,                                              DCCRD01P
035400                  0,                                              DCCRD01P
035500                  ' ',                                            DCCRD01P
035600                  'Y',                                            DCCRD01P
035700                  'N',                                            DCCRD01P
035800                  ' ',                                            DCCRD01P
035900                  0,                                              DCCRD01P
036000                  'Y',                                            DCCRD01P
036100                  'A',                                            DCCRD01P
036200                  :CCR1I-USERID,                                  DCCRD01P
036300                  :WS-BUSINESS-DATE)                              DCCRD01P
036400     END-EXEC.                                                    DCCRD01P
036500     IF SQLCODE IS NOT EQUAL TO ZERO                              DCCRD01P
036600        MOVE 'Unable to record the card account' TO CCR1O-MSG     DCCRD01P
036700        GO TO OPEN-CARD-ACCOUNT-EXIT                              DCCRD01P
036800     END-IF.                                                      DCCRD01P
036900     MOVE CD10O-ACC-NO TO CCR1O-ACC.                              DCCRD01P
037000     MOVE WS-CARD-REF TO CCR1O-COLL-REF.                          DCCRD01P
037100     MOVE CCR1I-LIMIT TO CCR1O-LIMIT.                             DCCRD01P
037200     MOVE CCR1I-LIMIT TO CCR1O-AVAILABLE.                         DCCRD01P
037300     SET CCR1O-REQUEST-OK TO TRUE.                                DCCRD01P
037400     MOVE 'Card account opened - the card can now be issued'      DCCRD01P
037500       TO CCR1O-MSG.                                              DCCRD01P
037600 OPEN-CARD-ACCOUNT-EXIT.                                          DCCRD01P
037700     EXIT.                                                        DCCRD01P
037800                                                                  DCCRD01P
037900***************************************************************** DCCRD01P
038000* Change the credit limit - never below what is already owed    * DCCRD01P
038100***************************************************************** DCCRD01P
038200 SET-CARD-LIMIT.                                                  DCCRD01P
038300     MOVE CCR1I-ACC TO DCL-CCA-ACCNO.                             DCCRD01P
038400     PERFORM READ-CARD THRU                                       DCCRD01P
038500             READ-CARD-EXIT.                                      DCCRD01P
038600     IF CCR1O-MSG IS NOT EQUAL TO SPACES                          DCCRD01P
038700        GO TO SET-CARD-LIMIT-EXIT                                 DCCRD01P
038800     END-IF.                                                      DCCRD01P
038900     IF CCR1I-LIMIT IS NOT GREATER THAN ZERO                      DCCRD01P
039000        MOVE 'Give the card account a credit limit' TO CCR1O-MSG  DCCRD01P
039100        GO TO SET-CARD-LIMIT-EXIT                                 DCCRD01P
039200     END-IF.                                                      DCCRD01P
039300     PERFORM READ-CARD-BALANCE THRU                               DCCRD01P
039400             READ-CARD-BALANCE-EXIT.                              DCCRD01P
039500     IF CCR1O-MSG IS NOT EQUAL TO SPACES                          DCCRD01P
039600        GO TO SET-CARD-LIMIT-EXIT                                 DCCRD01P
039700     END-IF.                                                      DCCRD01P
039800     COMPUTE WS-OWED = ZERO - DCL-BAC-BALANCE.                    DCCRD01P
039900     IF CCR1I-LIMIT IS LESS THAN WS-OWED                          DCCRD01P
040000        MOVE 'The new limit is below the balance owed'            DCCRD01P
040100          TO CCR1O-MSG                                            DCCRD01P
040200        GO TO SET-CARD-LIMIT-EXIT                                 DCCRD01P
040300     END-IF.                                                      DCCRD01P
040400     EXEC SQL                                                     DCCRD01P
040500          UPDATE BNKCCAC                                          DCCRD01P
040600          SET CCA_LIMIT = :CCR1I-LIMIT                            DCCRD01P
040700          WHERE CCA_ACCNO = :DCL-CCA-ACCNO                        DCCRD01P
040800     END-EXEC.                                                    DCCRD01P
040900     IF SQLCODE IS NOT EQUAL TO ZERO                              DCCRD01P
041000        MOVE 'Unable to change the credit limit' TO CCR1O-MSG     DCCRD01P
041100        GO TO SET-CARD-LIMIT-EXIT                                 DCCRD01P
041200     END-IF.                                                      DCCRD01P
041300     MOVE DCL-CCA-ACCNO TO CCR1O-ACC.                             DCCRD01P
041400     MOVE CCR1I-LIMIT TO CCR1O-LIMIT.                             DCCRD01P
041500     MOVE WS-OWED TO CCR1O-OWED.                                  DCCRD01P
041600     COMPUTE CCR1O-AVAILABLE = CCR1I-LIMIT - WS-OWED.             DCCRD01P
041700     SET CCR1O-REQUEST-OK TO TRUE.                                DCCRD01P
041800     MOVE 'Credit limit changed' TO CCR1O-MSG.                    DCCRD01P
041900 SET-CARD-LIMIT-EXIT.                                             DCCRD01P
042000     EXIT.                                                        DCCRD01P
042100                                                                  DCCRD01P
042200***************************************************************** DCCRD01P
042300* Set or stop the automatic payment - the minimum, the full     * DCCRD01P
042400* statement balance or a fixed amount, taken on the due date    * DCCRD01P
042500* from one of the holder's own deposit accounts                 * DCCRD01P
042600***************************************************************** DCCRD01P
042700 SET-AUTOPAY.                                                     DCCRD01P
042800     MOVE CCR1I-ACC TO DCL-CCA-ACCNO.                             DCCRD01P
042900     PERFORM READ-CARD THRU                                       DCCRD01P
043000             READ-CARD-EXIT.                                      DCCRD01P
043100     IF CCR1O-MSG IS NOT EQUAL TO SPACES                          DCCRD01P
043200        GO TO SET-AUTOPAY-EXIT                                    DCCRD01P
043300     END-IF.                                                      DCCRD01P
043400     IF NOT CCR1I-AUTOPAY-NONE AND                                DCCRD01P
043500        NOT CCR1I-AUTOPAY-MINIMUM AND                             DCCRD01P
043600        NOT CCR1I-AUTOPAY-STATEMENT AND                           DCCRD01P
043700        NOT CCR1I-AUTOPAY-FIXED                                   DCCRD01P
043800        MOVE 'Automatic payment must be N, M, S or F'             DCCRD01P
043900          TO CCR1O-MSG                                            DCCRD01P
044000        GO TO SET-AUTOPAY-EXIT                                    DCCRD01P
044100     END-IF.                                                      DCCRD01P
044200     IF CCR1I-AUTOPAY-NONE                                        DCCRD01P
044300        MOVE SPACES TO CCR1I-FROM-ACC                             DCCRD01P
044400        MOVE ZERO TO CCR1I-AMOUNT                                 DCCRD01P
044500     ELSE                                                         DCCRD01P
044600        PERFORM PROVE-PAYING-ACCOUNT THRU                         DCCRD01P
044700                PROVE-PAYING-ACCOUNT-EXIT                         DCCRD01P
044800        IF CCR1O-MSG IS NOT EQUAL TO SPACES                       DCCRD01P
044900           GO TO SET-AUTOPAY-EXIT                                 DCCRD01P
045000        END-IF                                                    DCCRD01P
045100     END-IF.                                                      DCCRD01P
045200     IF CCR1I-AUTOPAY-FIXED AND                                   DCCRD01P
045300        CCR1I-AMOUNT IS NOT GREATER THAN ZERO                     DCCRD01P
045400        MOVE 'Give the fixed payment amount' TO CCR1O-MSG         DCCRD01P
045500        GO TO SET-AUTOPAY-EXIT                                    DCCRD01P
045600     END-IF.                                                      DCCRD01P
045700     IF NOT CCR1I-AUTOPAY-FIXED                                   DCCRD01P
045800        MOVE ZERO TO CCR1I-AMOUNT                                 DCCRD01P
045900     END-IF.                                                      DCCRD01P
046000     EXEC SQL                                                     DCCRD01P
046100          UPDATE BNKCCAC                                          DCCRD01P
046200          SET CCA_AP_TYPE = :CCR1I-AUTOPAY,                       DCCRD01P
046300              CCA_AP_ACCNO = :CCR1I-FROM-ACC,                     DCCRD01P
046400              CCA_AP_AMOUNT = :CCR1I-AMOUNT                       DCCRD01P
046500          WHERE CCA_ACCNO = :DCL-CCA-ACCNO                        DCCRD01P
046600     END-EXEC.                                                    DCCRD01P
046700     IF SQLCODE IS NOT EQUAL TO ZERO                              DCCRD01P
046800        MOVE 'Unable to record the automatic payment'             DCCRD01P
046900          TO CCR1O-MSG                                            DCCRD01P
047000        GO TO SET-AUTOPAY-EXIT                                    DCCRD01P
047100     END-IF.                                                      DCCRD01P
047200     MOVE DCL-CCA-ACCNO TO CCR1O-ACC.                             DCCRD01P
047300     MOVE CCR1I-AUTOPAY TO CCR1O-AUTOPAY.                         DCCRD01P
047400     MOVE CCR1I-FROM-ACC TO CCR1O-AUTOPAY-ACC.                    DCCRD01P
047500     MOVE CCR1I-AMOUNT TO CCR1O-AUTOPAY-AMOUNT.                   DCCRD01P
047600     SET CCR1O-REQUEST-OK TO TRUE.                                DCCRD01P
047700     IF CCR1I-AUTOPAY-NONE                                        DCCRD01P
047800        MOVE 'Automatic payment stopped' TO CCR1O-MSG             DCCRD01P
047900     ELSE                                                         DCCRD01P
048000        MOVE 'Automatic payment set' TO CCR1O-MSG                 DCCRD01P
048100     END-IF.                                                      DCCRD01P
048200 SET-AUTOPAY-EXIT.                                                DCCRD01P
048300     EXIT.                                                        DCCRD01P
048400                                                                  DCCRD01P
048500***************************************************************** DCCRD01P
048600* A one-off payment from one of the holder's deposit accounts.  * DCCRD01P
048700* The holder is moving their own money, so the transfer takes   * DCCRD01P
048800* the keyed-transfer limits and duplicate check like any other  * DCCRD01P
048900***************************************************************** DCCRD01P
049000 PAY-CARD.                                                        DCCRD01P
049100     MOVE CCR1I-ACC TO DCL-CCA-ACCNO.                             DCCRD01P
049200     PERFORM READ-CARD THRU                                       DCCRD01P
049300             READ-CARD-EXIT.                                      DCCRD01P
049400     IF CCR1O-MSG IS NOT EQUAL TO SPACES                          DCCRD01P
049500        GO TO PAY-CARD-EXIT                                       DCCRD01P
049600     END-IF.                                                      DCCRD01P
049700     IF CCR1I-AMOUNT IS NOT GREATER THAN ZERO                     DCCRD01P
049800        MOVE 'Give the amount to pay' TO CCR1O-MSG                DCCRD01P
049900        GO TO PAY-CARD-EXIT                                       DCCRD01P
050000     END-IF.                                                      DCCRD01P
050100     PERFORM PROVE-PAYING-ACCOUNT THRU                            DCCRD01P
050200             PROVE-PAYING-ACCOUNT-EXIT.                           DCCRD01P
050300     IF CCR1O-MSG IS NOT EQUAL TO SPACES                          DCCRD01P
050400        GO TO PAY-CARD-EXIT                                       DCCRD01P
050500     END-IF.                                                      DCCRD01P
050600     PERFORM READ-CARD-BALANCE THRU                               DCCRD01P
050700             READ-CARD-BALANCE-EXIT.                              DCCRD01P
050800     IF CCR1O-MSG IS NOT EQUAL TO SPACES                          DCCRD01P
050900        GO TO PAY-CARD-EXIT                                       DCCRD01P
051000     END-IF.                                                      DCCRD01P
051100     COMPUTE WS-OWED = ZERO - DCL-BAC-BALANCE.                    DCCRD01P
051200     IF CCR1I-AMOUNT IS GREATER THAN WS-OWED                      DCCRD01P
051300        MOVE 'The payment is more than the balance owed'          DCCRD01P
051400          TO CCR1O-MSG                                            DCCRD01P
051500        GO TO PAY-CARD-EXIT                                       DCCRD01P
051600     END-IF.                                                      DCCRD01P
051700     SET POST-BY-CUSTOMER TO TRUE.                                DCCRD01P
051800     MOVE DCL-CCA-PID TO CD04I-PERSON-PID.                        DCCRD01P
051900     MOVE CCR1I-FROM-ACC TO WS-FROM-ACC.                          DCCRD01P
052000     MOVE DCL-CCA-ACCNO TO WS-TO-ACC.                             DCCRD01P
052100     MOVE CCR1I-AMOUNT TO WS-POST-AMOUNT.                         DCCRD01P
052200     MOVE 'Credit card payment' TO WS-POST-DESC.                  DCCRD01P
052300     PERFORM POST-TRANSFER THRU                                   DCCRD01P
052400             POST-TRANSFER-EXIT.                                  DCCRD01P
052500     IF CCR1O-MSG IS NOT EQUAL TO SPACES                          DCCRD01P
052600        GO TO PAY-CARD-EXIT                                       DCCRD01P
052700     END-IF.                                                      DCCRD01P
052750     MOVE CD06O-REFERENCE TO WS-ACT-REF.                          DCCRD01P
052800     PERFORM APPLY-PAYMENT THRU                                   DCCRD01P
052900             APPLY-PAYMENT-EXIT.                                  DCCRD01P
053000     IF CCR1O-MSG IS NOT EQUAL TO SPACES                          DCCRD01P
053100        GO TO PAY-CARD-EXIT                                       DCCRD01P
053200     END-IF.                                                      DCCRD01P
053300     MOVE DCL-CCA-ACCNO TO CCR1O-ACC.                             DCCRD01P
053400     COMPUTE CCR1O-OWED = WS-OWED - CCR1I-AMOUNT.                 DCCRD01P
053500     COMPUTE CCR1O-AVAILABLE = DCL-CCA-LIMIT - CCR1O-OWED.        DCCRD01P
053600     MOVE DCL-CCA-PAID-SINCE TO CCR1O-PAID-SINCE.                 DCCRD01P
053700     MOVE DCL-CCA-PAST-DUE TO CCR1O-PAST-DUE.                     DCCRD01P
053800     SET CCR1O-REQUEST-OK TO TRUE.                                DCCRD01P
053900     MOVE 'Payment made to the card account' TO CCR1O-MSG.        DCCRD01P
054000 PAY-CARD-EXIT.                                                   DCCRD01P
054100     EXIT.                                                        DCCRD01P
054200                                                                  DCCRD01P
054300***************************************************************** DCCRD01P
054400* Card activity from the settlement processor - the account     * DCCRD01P
054500* balance has already moved; this puts the item on the          * DCCRD01P
054600* activity the next statement is built from, and tells the      * DCCRD01P
054700* caller when it has taken the account over its limit           * DCCRD01P
054800***************************************************************** DCCRD01P
054900 RECORD-ACTIVITY.                                                 DCCRD01P
055000     MOVE CCR1I-ACC TO DCL-CCA-ACCNO.                             DCCRD01P
055100     PERFORM READ-CARD THRU                                       DCCRD01P
055200             READ-CARD-EXIT.                                      DCCRD01P
055300     IF CCR1O-MSG IS NOT EQUAL TO SPACES                          DCCRD01P
055400        GO TO RECORD-ACTIVITY-EXIT                                DCCRD01P
055500     END-IF.                                                      DCCRD01P
055600     IF NOT CCR1I-KIND-PURCHASE AND                               DCCRD01P
055700        NOT CCR1I-KIND-CASH AND                                   DCCRD01P
055800        NOT CCR1I-KIND-FEE                                        DCCRD01P
055900        MOVE 'Card activity must be P, C or F' TO CCR1O-MSG       DCCRD01P
056000        GO TO RECORD-ACTIVITY-EXIT                                DCCRD01P
056100     END-IF.                                                      DCCRD01P
056200     MOVE CCR1I-KIND TO WS-ACT-KIND.                              DCCRD01P
056300     MOVE CCR1I-AMOUNT TO WS-ACT-AMOUNT.                          DCCRD01P
056400     MOVE CCR1I-DESC TO WS-ACT-DESC.                              DCCRD01P
056500     MOVE CCR1I-REF TO WS-ACT-REF.                                DCCRD01P
056600     PERFORM WRITE-ACTIVITY THRU                                  DCCRD01P
056700             WRITE-ACTIVITY-EXIT.                                 DCCRD01P
056800     IF CCR1O-MSG IS NOT EQUAL TO SPACES                          DCCRD01P
056900        GO TO RECORD-ACTIVITY-EXIT                                DCCRD01P
057000     END-IF.                                                      DCCRD01P
057100     PERFORM READ-CARD-BALANCE THRU                               DCCRD01P
057200             READ-CARD-BALANCE-EXIT.                              DCCRD01P
057300     IF CCR1O-MSG IS NOT EQUAL TO SPACES                          DCCRD01P
057400        GO TO RECORD-ACTIVITY-EXIT                                DCCRD01P
057500     END-IF.                                                      DCCRD01P
057600     COMPUTE WS-OWED = ZERO - DCL-BAC-BALANCE.                    DCCRD01P
057700     MOVE DCL-CCA-ACCNO TO CCR1O-ACC.                             DCCRD01P
057800     MOVE DCL-CCA-LIMIT TO CCR1O-LIMIT.                           DCCRD01P
057900     MOVE WS-OWED TO CCR1O-OWED.                                  DCCRD01P
058000     COMPUTE CCR1O-AVAILABLE = DCL-CCA-LIMIT - WS-OWED.           DCCRD01P
058100     IF WS-OWED IS GREATER THAN DCL-CCA-LIMIT                     DCCRD01P
058200        MOVE 'Y' TO CCR1O-OVER-LIMIT                              DCCRD01P
058300     ELSE                                                         DCCRD01P
058400        MOVE 'N' TO CCR1O-OVER-LIMIT                              DCCRD01P
058500     END-IF.                                                      DCCRD01P
058600     SET CCR1O-REQUEST-OK TO TRUE.                                DCCRD01P
058700     MOVE 'Card activity recorded' TO CCR1O-MSG.                  DCCRD01P
058800 RECORD-ACTIVITY-EXIT.                                            DCCRD01P
058900     EXIT.                                                        DCCRD01P
059000                                                                  DCCRD01P
059002                                                                  DCCRD01P
059004***************************************************************** DCCRD01P
059006* A transfer the holder made to the card through the ordinary   * DCCRD01P
059008* transfer path - the balance update has already moved the      * DCCRD01P
059010* money and asks for it to count as a payment, exactly as one   * DCCRD01P
059012* taken here would. A CC account with no live card has nothing  * DCCRD01P
059014* to apply it to                                                * DCCRD01P
059016***************************************************************** DCCRD01P
059018 PAYMENT-RECEIVED.                                                DCCRD01P
059020     MOVE CCR1I-ACC TO DCL-CCA-ACCNO.                             DCCRD01P
059022     PERFORM READ-CARD THRU                                       DCCRD01P
059024             READ-CARD-EXIT.                                      DCCRD01P
059026     IF CCR1O-NOT-FOUND                                           DCCRD01P
059028        SET CCR1O-REQUEST-OK TO TRUE                              DCCRD01P
059030        GO TO PAYMENT-RECEIVED-EXIT                               DCCRD01P
059032     END-IF.                                                      DCCRD01P
059034     IF CCR1O-MSG IS NOT EQUAL TO SPACES                          DCCRD01P
059036        GO TO PAYMENT-RECEIVED-EXIT                               DCCRD01P
059038     END-IF.                                                      DCCRD01P
059040     MOVE CCR1I-AMOUNT TO WS-POST-AMOUNT.                         DCCRD01P
059042     MOVE CCR1I-DESC TO WS-POST-DESC.                             DCCRD01P
059044     MOVE CCR1I-REF TO WS-ACT-REF.                                DCCRD01P
059046     PERFORM APPLY-PAYMENT THRU                                   DCCRD01P
059048             APPLY-PAYMENT-EXIT.                                  DCCRD01P
059050     IF CCR1O-MSG IS NOT EQUAL TO SPACES                          DCCRD01P
059052        GO TO PAYMENT-RECEIVED-EXIT                               DCCRD01P
059054     END-IF.                                                      DCCRD01P
059056     MOVE DCL-CCA-ACCNO TO CCR1O-ACC.                             DCCRD01P
059058     MOVE DCL-CCA-PAID-SINCE TO CCR1O-PAID-SINCE.                 DCCRD01P
059060     MOVE DCL-CCA-PAST-DUE TO CCR1O-PAST-DUE.                     DCCRD01P
059062     SET CCR1O-REQUEST-OK TO TRUE.                                DCCRD01P
059064     MOVE 'Payment applied to the card account' TO CCR1O-MSG.     DCCRD01P
059066 PAYMENT-RECEIVED-EXIT.                                           DCCRD01P
059068     EXIT.                                                        DCCRD01P
059100***************************************************************** DCCRD01P
059200* The card account, what is owed on it now and the last         * DCCRD01P
059300* statement cut                                                 * DCCRD01P
059400***************************************************************** DCCRD01P
059500 ENQUIRE-CARD.                                                    DCCRD01P
059600     MOVE CCR1I-ACC TO DCL-CCA-ACCNO.                             DCCRD01P
059700     PERFORM READ-CARD THRU                                       DCCRD01P
059800             READ-CARD-EXIT.                                      DCCRD01P
059900     IF CCR1O-MSG IS NOT EQUAL TO SPACES                          DCCRD01P
060000        GO TO ENQUIRE-CARD-EXIT                                   DCCRD01P
060100     END-IF.                                                      DCCRD01P
060200     PERFORM READ-CARD-BALANCE THRU                               DCCRD01P
060300             READ-CARD-BALANCE-EXIT.                              DCCRD01P
060400     IF CCR1O-MSG IS NOT EQUAL TO SPACES                          DCCRD01P
060500        GO TO ENQUIRE-CARD-EXIT                                   DCCRD01P
060600     END-IF.                                                      DCCRD01P
060700     COMPUTE WS-OWED = ZERO - DCL-BAC-BALANCE.                    DCCRD01P
060800     MOVE DCL-CCA-ACCNO TO CCR1O-ACC.                             DCCRD01P
060900     MOVE DCL-CCA-REF TO CCR1O-COLL-REF.                          DCCRD01P
061000     MOVE DCL-CCA-LIMIT TO CCR1O-LIMIT.                           DCCRD01P
061100     MOVE WS-OWED TO CCR1O-OWED.                                  DCCRD01P
061200     COMPUTE CCR1O-AVAILABLE = DCL-CCA-LIMIT - WS-OWED.           DCCRD01P
061300     IF WS-OWED IS GREATER THAN DCL-CCA-LIMIT                     DCCRD01P
061400        MOVE 'Y' TO CCR1O-OVER-LIMIT                              DCCRD01P
061500     ELSE                                                         DCCRD01P
061600        MOVE 'N' TO CCR1O-OVER-LIMIT                              DCCRD01P
061700     END-IF.                                                      DCCRD01P
061800     MOVE DCL-CCA-AP-TYPE TO CCR1O-AUTOPAY.                       DCCRD01P
061900     MOVE DCL-CCA-AP-ACCNO TO CCR1O-AUTOPAY-ACC.                  DCCRD01P
062000     MOVE DCL-CCA-AP-AMOUNT TO CCR1O-AUTOPAY-AMOUNT.              DCCRD01P
062100     MOVE DCL-CCA-LAST-STMT TO CCR1O-STMT-DATE.                   DCCRD01P
062200     MOVE DCL-CCA-STMT-BAL TO CCR1O-STMT-BAL.                     DCCRD01P
062300     MOVE DCL-CCA-MIN-DUE TO CCR1O-MIN-DUE.                       DCCRD01P
062400     MOVE DCL-CCA-DUE-DATE TO CCR1O-DUE-DATE.                     DCCRD01P
062500     MOVE DCL-CCA-PAID-SINCE TO CCR1O-PAID-SINCE.                 DCCRD01P
062600     MOVE DCL-CCA-PAST-DUE TO CCR1O-PAST-DUE.                     DCCRD01P
062700     MOVE DCL-CCA-GRACE TO CCR1O-GRACE.                           DCCRD01P
062800     IF DCL-CCA-LAST-STMT IS NOT EQUAL TO SPACES                  DCCRD01P
062900        EXEC SQL                                                  DCCRD01P
063000             SELECT CCS_OPEN_BAL,                                 DCCRD01P
063100                    CCS_PURCHASES,                                DCCRD01P
063200                    CCS_CASH,                                     DCCRD01P
063300                    CCS_FEES,                                     DCCRD01P
063400                    CCS_INTEREST,                                 DCCRD01P
063500                    CCS_PAYMENTS                                  DCCRD01P
063600             INTO :DCL-CCS-OPEN-BAL,                              DCCRD01P
063700                  :DCL-CCS-PURCHASES,                             DCCRD01P
063800                  :DCL-CCS-CASH,                                  DCCRD01P
063900                  :DCL-CCS-FEES,                                  DCCRD01P
064000                  :DCL-CCS-INTEREST,                              DCCRD01P
064100                  :DCL-CCS-PAYMENTS                               DCCRD01P
064200             FROM BNKCCST                                         DCCRD01P
064300             WHERE CCS_ACCNO = :DCL-CCA-ACCNO AND                 DCCRD01P
064400                   CCS_STMT_DATE = :DCL-CCA-LAST-STMT             DCCRD01P
064500        END-EXEC                                                  DCCRD01P
064600        IF SQLCODE IS NOT EQUAL TO ZERO                           DCCRD01P
064700           MOVE 'Unable to read the last statement' TO CCR1O-MSG  DCCRD01P
064800           GO TO ENQUIRE-CARD-EXIT                                DCCRD01P
064900        END-IF                                                    DCCRD01P
065000        MOVE DCL-CCS-OPEN-BAL TO CCR1O-OPENING                    DCCRD01P
065100        MOVE DCL-CCS-PURCHASES TO CCR1O-PURCHASES                 DCCRD01P
065200        MOVE DCL-CCS-CASH TO CCR1O-CASH                           DCCRD01P
065300        MOVE DCL-CCS-FEES TO CCR1O-FEES                           DCCRD01P
065400        MOVE DCL-CCS-INTEREST TO CCR1O-INTEREST                   DCCRD01P
065500        MOVE DCL-CCS-PAYMENTS TO CCR1O-PAYMENTS                   DCCRD01P
065600     END-IF.                                                      DCCRD01P
065700     SET CCR1O-REQUEST-OK TO TRUE.                                DCCRD01P
065800 ENQUIRE-CARD-EXIT.                                               DCCRD01P
065900     EXIT.                                                        DCCRD01P
066000                                                                  DCCRD01P
066100***************************************************************** DCCRD01P
066200* The nightly card run - automatic payments due today are       * DCCRD01P
066300* taken first, then due dates that have passed are checked      * DCCRD01P
066400* for the minimum, and last the statements due are cut, so a    * DCCRD01P
066500* late fee charged tonight is billed on the next statement      * DCCRD01P
066600***************************************************************** DCCRD01P
066700 NIGHTLY-RUN.                                                     DCCRD01P
066800     MOVE SPACES TO WS-CSV-LINE.                                  DCCRD01P
066900     STRING 'ACCNO,EVENT,OPENING,PURCHASES,CASH,FEES,INTEREST,'   DCCRD01P
067000            'PAYMENTS,CLOSING,MINDUE,DUEDATE'                     DCCRD01P
067100            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DCCRD01P
067200     PERFORM QUEUE-REPORT-LINE THRU                               DCCRD01P
067300             QUEUE-REPORT-LINE-EXIT.                              DCCRD01P
067400     PERFORM READ-CARD-CONTROLS THRU                              DCCRD01P
067500             READ-CARD-CONTROLS-EXIT.                             DCCRD01P
067600     IF CCR1O-MSG IS NOT EQUAL TO SPACES                          DCCRD01P
067700        GO TO NIGHTLY-RUN-EXIT                                    DCCRD01P
067800     END-IF.                                                      DCCRD01P
067900     PERFORM TAKE-AUTOPAYMENTS THRU                               DCCRD01P
068000             TAKE-AUTOPAYMENTS-EXIT.                              DCCRD01P
068100     IF CCR1O-MSG IS NOT EQUAL TO SPACES                          DCCRD01P
068200        GO TO NIGHTLY-RUN-EXIT                                    DCCRD01P
068300     END-IF.                                                      DCCRD01P
068400     PERFORM CHECK-DUE-DATES THRU                                 DCCRD01P
068500             CHECK-DUE-DATES-EXIT.                                DCCRD01P
068600     IF CCR1O-MSG IS NOT EQUAL TO SPACES                          DCCRD01P
068700        GO TO NIGHTLY-RUN-EXIT                                    DCCRD01P
068800     END-IF.                                                      DCCRD01P
068900     PERFORM CUT-DUE-STATEMENTS THRU                              DCCRD01P
069000             CUT-DUE-STATEMENTS-EXIT.                             DCCRD01P
069100     IF CCR1O-MSG IS NOT EQUAL TO SPACES                          DCCRD01P
069200        GO TO NIGHTLY-RUN-EXIT                                    DCCRD01P
069300     END-IF.                                                      DCCRD01P
069400                                                                  DCCRD01P
069500     MOVE CCR1O-STATEMENTS TO WS-COUNT-DISP.                      DCCRD01P
069600     MOVE SPACES TO WS-CSV-LINE.                                  DCCRD01P
069700     STRING 'TOTAL,STATEMENTS,' WS-COUNT-DISP ',,,,,,,,'          DCCRD01P
069800            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DCCRD01P
069900     PERFORM QUEUE-REPORT-LINE THRU                               DCCRD01P
070000             QUEUE-REPORT-LINE-EXIT.                              DCCRD01P
070100     MOVE CCR1O-AUTOPAYS TO WS-COUNT-DISP.                        DCCRD01P
070200     MOVE SPACES TO WS-CSV-LINE.                                  DCCRD01P
070300     STRING 'TOTAL,AUTOPAY,' WS-COUNT-DISP ',,,,,,,,'             DCCRD01P
070400            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DCCRD01P
070500     PERFORM QUEUE-REPORT-LINE THRU                               DCCRD01P
070600             QUEUE-REPORT-LINE-EXIT.                              DCCRD01P
070700     MOVE CCR1O-AUTOPAYS-SHORT TO WS-COUNT-DISP.                  DCCRD01P
070800     MOVE SPACES TO WS-CSV-LINE.                                  DCCRD01P
070900     STRING 'TOTAL,AUTOPAY-SHORT,' WS-COUNT-DISP ',,,,,,,,'       DCCRD01P
071000            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DCCRD01P
071100     PERFORM QUEUE-REPORT-LINE THRU                               DCCRD01P
071200             QUEUE-REPORT-LINE-EXIT.                              DCCRD01P
071300     MOVE CCR1O-MISSED TO WS-COUNT-DISP.                          DCCRD01P
071400     MOVE SPACES TO WS-CSV-LINE.                                  DCCRD01P
071500     STRING 'TOTAL,MISSED,' WS-COUNT-DISP ',,,,,,,,'              DCCRD01P
071600            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DCCRD01P
071700     PERFORM QUEUE-REPORT-LINE THRU                               DCCRD01P
071800             QUEUE-REPORT-LINE-EXIT.                              DCCRD01P
071900     INITIALIZE CD96-DATA.                                        DCCRD01P
072000     SET CD96I-CAPTURE-REPORT TO TRUE.                            DCCRD01P
072100     MOVE WS-PROGRAM-ID TO CD96I-JOB.                             DCCRD01P
072200     MOVE 'CARD STATEMENTS' TO CD96I-REPORT-NAME.                 DCCRD01P
072300     MOVE 'CSVQ' TO CD96I-QUEUE.                                  DCCRD01P
072400     MOVE 999 TO CD96I-RETAIN-DAYS.                               DCCRD01P
072500 COPY CBANKX96.                                                   DCCRD01P
072600     IF NOT CD96O-REQUEST-OK                                      DCCRD01P
072700        MOVE CD96O-MSG TO CCR1O-MSG                               DCCRD01P
072800        GO TO NIGHTLY-RUN-EXIT                                    DCCRD01P
072900     END-IF.                                                      DCCRD01P
073000     SET CCR1O-REQUEST-OK TO TRUE.                                DCCRD01P
073100     MOVE 'Card run complete' TO CCR1O-MSG.                       DCCRD01P
073200 NIGHTLY-RUN-EXIT.                                                DCCRD01P
073300     EXIT.                                                        DCCRD01P
073400                                                                  DCCRD01P
073500***************************************************************** DCCRD01P
073600* Every live card with an automatic payment set whose due date  * DCCRD01P
073700* has come and whose payment has not yet been taken             * DCCRD01P
073800***************************************************************** DCCRD01P
073900 TAKE-AUTOPAYMENTS.                                               DCCRD01P
074000     EXEC SQL                                                     DCCRD01P
074100          DECLARE CCAP_CSR CURSOR FOR                             DCCRD01P
074200          SELECT CCA_ACCNO                                        DCCRD01P
074300          FROM BNKCCAC                                            DCCRD01P
074400          WHERE CCA_STATUS = 'A' AND                              DCCRD01P
074500                CCA_AP_TYPE IN ('M', 'S', 'F') AND                DCCRD01P
074600                CCA_AP_TAKEN = 'N' AND                            DCCRD01P
074700                CCA_DUE_DATE <= :WS-BUSINESS-DATE                 DCCRD01P
074800          ORDER BY CCA_ACCNO                                      DCCRD01P
074900          FOR FETCH ONLY                                          DCCRD01P
075000     END-EXEC.                                                    DCCRD01P
075100     EXEC SQL                                                     DCCRD01P
075200          OPEN CCAP_CSR                                           DCCRD01P
075300     END-EXEC.                                                    DCCRD01P
075400     IF SQLCODE IS NOT EQUAL TO ZERO                              DCCRD01P
075500        MOVE 'Unable to open the automatic payments due'          DCCRD01P
075600          TO CCR1O-MSG                                            DCCRD01P
075700        GO TO TAKE-AUTOPAYMENTS-EXIT                              DCCRD01P
075800     END-IF.                                                      DCCRD01P
075900 CCAP-LOOP.                                                       DCCRD01P
076000     EXEC SQL                                                     DCCRD01P
076100          FETCH CCAP_CSR                                          DCCRD01P
076200          INTO :DCL-CCA-ACCNO                                     DCCRD01P
076300     END-EXEC.                                                    DCCRD01P
076400     IF SQLCODE IS EQUAL TO +100                                  DCCRD01P
076500        GO TO CCAP-LOOP-EXIT                                      DCCRD01P
076600     END-IF.                                                      DCCRD01P
076700     IF SQLCODE IS NOT EQUAL TO ZERO                              DCCRD01P
076800        MOVE 'Unable to read the automatic payments due'          DCCRD01P
076900          TO CCR1O-MSG                                            DCCRD01P
077000        GO TO CCAP-LOOP-EXIT                                      DCCRD01P
077100     END-IF.                                                      DCCRD01P
077200     PERFORM TAKE-ONE-AUTOPAY THRU                                DCCRD01P
077300             TAKE-ONE-AUTOPAY-EXIT.                               DCCRD01P
077400     IF CCR1O-MSG IS NOT EQUAL TO SPACES                          DCCRD01P
077500        GO TO CCAP-LOOP-EXIT                                      DCCRD01P
077600     END-IF.                                                      DCCRD01P
077700     GO TO CCAP-LOOP.                                             DCCRD01P
077800 CCAP-LOOP-EXIT.                                                  DCCRD01P
077900     EXEC SQL                                                     DCCRD01P
078000          CLOSE CCAP_CSR                                          DCCRD01P
078100     END-EXEC.                                                    DCCRD01P
078200 TAKE-AUTOPAYMENTS-EXIT.                                          DCCRD01P
078300     EXIT.                                                        DCCRD01P
078400                                                                  DCCRD01P
078500***************************************************************** DCCRD01P
078600* Take one automatic payment - what is still needed to meet     * DCCRD01P
078700* the minimum or clear the statement, or the fixed amount,      * DCCRD01P
078800* never more than is owed. The bank takes it under the card     * DCCRD01P
078900* terms, so it is not subject to the keyed-transfer limits;     * DCCRD01P
079000* a paying account that cannot cover it is reported short       * DCCRD01P
079100* and the due date check then treats the minimum as missed      * DCCRD01P
079200***************************************************************** DCCRD01P
079300 TAKE-ONE-AUTOPAY.                                                DCCRD01P
079400     PERFORM READ-CARD THRU                                       DCCRD01P
079500             READ-CARD-EXIT.                                      DCCRD01P
079600     IF CCR1O-MSG IS NOT EQUAL TO SPACES                          DCCRD01P
079700        GO TO TAKE-ONE-AUTOPAY-EXIT                               DCCRD01P
079800     END-IF.                                                      DCCRD01P
079900     PERFORM READ-CARD-BALANCE THRU                               DCCRD01P
080000             READ-CARD-BALANCE-EXIT.                              DCCRD01P
080100     IF CCR1O-MSG IS NOT EQUAL TO SPACES                          DCCRD01P
080200        GO TO TAKE-ONE-AUTOPAY-EXIT                               DCCRD01P
080300     END-IF.                                                      DCCRD01P
080400     COMPUTE WS-OWED = ZERO - DCL-BAC-BALANCE.                    DCCRD01P
080500     EVALUATE DCL-CCA-AP-TYPE                                     DCCRD01P
080600       WHEN 'M'                                                   DCCRD01P
080700         COMPUTE WS-AP-AMOUNT =                                   DCCRD01P
080800                 DCL-CCA-MIN-DUE - DCL-CCA-PAID-SINCE             DCCRD01P
080900       WHEN 'S'                                                   DCCRD01P
081000         COMPUTE WS-AP-AMOUNT =                                   DCCRD01P
081100                 DCL-CCA-STMT-BAL - DCL-CCA-PAID-SINCE            DCCRD01P
081200       WHEN OTHER                                                 DCCRD01P
081300         MOVE DCL-CCA-AP-AMOUNT TO WS-AP-AMOUNT                   DCCRD01P
081400     END-EVALUATE.                                                DCCRD01P
081500     IF WS-AP-AMOUNT IS GREATER THAN WS-OWED                      DCCRD01P
081600        MOVE WS-OWED TO WS-AP-AMOUNT                              DCCRD01P
081700     END-IF.                                                      DCCRD01P
081800     IF WS-AP-AMOUNT IS NOT GREATER THAN ZERO                     DCCRD01P
081900        GO TO TAKE-ONE-AUTOPAY-MARK                               DCCRD01P
082000     END-IF.                                                      DCCRD01P
082100     MOVE ZERO TO WS-OPEN-DISP.                                   DCCRD01P
082200     MOVE ZERO TO WS-PURCH-DISP.                                  DCCRD01P
082300     MOVE ZERO TO WS-CASH-DISP.                                   DCCRD01P
082400     MOVE ZERO TO WS-FEES-DISP.                                   DCCRD01P
082500     MOVE ZERO TO WS-INT-DISP.                                    DCCRD01P
082600     MOVE WS-AP-AMOUNT TO WS-PAID-DISP.                           DCCRD01P
082700     MOVE WS-OWED TO WS-CLOSE-DISP.                               DCCRD01P
082800     MOVE DCL-CCA-MIN-DUE TO WS-MIN-DISP.                         DCCRD01P
082900     EXEC SQL                                                     DCCRD01P
083000          SELECT BAC_BALANCE,                                     DCCRD01P
083100                 BAC_STATUS                                       DCCRD01P
083200          INTO :WS-NEW-BALANCE,                                   DCCRD01P
083300               :DCL-BAC-STATUS                                    DCCRD01P
083400          FROM BNKACC                                             DCCRD01P
083500          WHERE BAC_ACCNO = :DCL-CCA-AP-ACCNO                     DCCRD01P
083600     END-EXEC.                                                    DCCRD01P
083700     IF SQLCODE IS NOT EQUAL TO ZERO OR                           DCCRD01P
083800        DCL-BAC-STATUS IS NOT EQUAL TO SPACE OR                   DCCRD01P
083900        WS-NEW-BALANCE IS LESS THAN WS-AP-AMOUNT                  DCCRD01P
084000        GO TO TAKE-ONE-AUTOPAY-SHORT                              DCCRD01P
084100     END-IF.                                                      DCCRD01P
084200     SET POST-BY-BANK TO TRUE.                                    DCCRD01P
084300     MOVE DCL-CCA-PID TO CD04I-PERSON-PID.                        DCCRD01P
084400     MOVE DCL-CCA-AP-ACCNO TO WS-FROM-ACC.                        DCCRD01P
084500     MOVE DCL-CCA-ACCNO TO WS-TO-ACC.                             DCCRD01P
084600     MOVE WS-AP-AMOUNT TO WS-POST-AMOUNT.                         DCCRD01P
084700     MOVE 'Credit card automatic payment' TO WS-POST-DESC.        DCCRD01P
084800     PERFORM POST-TRANSFER THRU                                   DCCRD01P
084900             POST-TRANSFER-EXIT.                                  DCCRD01P
085000*    A transfer the balance update refuses is reported short and  DCCRD01P
085100*    the run carries on with the next card                        DCCRD01P
085200     IF CCR1O-MSG IS NOT EQUAL TO SPACES                          DCCRD01P
085300        MOVE SPACES TO CCR1O-MSG                                  DCCRD01P
085400        GO TO TAKE-ONE-AUTOPAY-SHORT                              DCCRD01P
085500     END-IF.                                                      DCCRD01P
085550     MOVE CD06O-REFERENCE TO WS-ACT-REF.                          DCCRD01P
085600     PERFORM APPLY-PAYMENT THRU                                   DCCRD01P
085700             APPLY-PAYMENT-EXIT.                                  DCCRD01P
085800     IF CCR1O-MSG IS NOT EQUAL TO SPACES                          DCCRD01P
085900        GO TO TAKE-ONE-AUTOPAY-EXIT                               DCCRD01P
086000     END-IF.                                                      DCCRD01P
086100     ADD 1 TO CCR1O-AUTOPAYS.                                     DCCRD01P
086200     COMPUTE WS-OWED = WS-OWED - WS-AP-AMOUNT.                    DCCRD01P
086300     MOVE WS-OWED TO WS-CLOSE-DISP.                               DCCRD01P
086400     MOVE SPACES TO WS-CSV-LINE.                                  DCCRD01P
086500     STRING DCL-CCA-ACCNO ',AUTOPAY,' WS-OPEN-DISP ','            DCCRD01P
086600            WS-PURCH-DISP ',' WS-CASH-DISP ',' WS-FEES-DISP ','   DCCRD01P
086700            WS-INT-DISP ',' WS-PAID-DISP ',' WS-CLOSE-DISP ','    DCCRD01P
086800            WS-MIN-DISP ',' DCL-CCA-DUE-DATE                      DCCRD01P
086900            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DCCRD01P
087000     PERFORM QUEUE-REPORT-LINE THRU                               DCCRD01P
087100             QUEUE-REPORT-LINE-EXIT.                              DCCRD01P
087200     GO TO TAKE-ONE-AUTOPAY-MARK.                                 DCCRD01P
087300 TAKE-ONE-AUTOPAY-SHORT.                                          DCCRD01P
087400     ADD 1 TO CCR1O-AUTOPAYS-SHORT.                               DCCRD01P
087500     MOVE SPACES TO WS-CSV-LINE.                                  DCCRD01P
087600     STRING DCL-CCA-ACCNO ',AUTOPAY-SHORT,' WS-OPEN-DISP ','      DCCRD01P
087700            WS-PURCH-DISP ',' WS-CASH-DISP ',' WS-FEES-DISP ','   DCCRD01P
087800            WS-INT-DISP ',' WS-PAID-DISP ',' WS-CLOSE-DISP ','    DCCRD01P
087900            WS-MIN-DISP ',' DCL-CCA-DUE-DATE                      DCCRD01P
088000            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DCCRD01P
088100     PERFORM QUEUE-REPORT-LINE THRU                               DCCRD01P
088200             QUEUE-REPORT-LINE-EXIT.                              DCCRD01P
088300 TAKE-ONE-AUTOPAY-MARK.                                           DCCRD01P
088400     EXEC SQL                                                     DCCRD01P
088500          UPDATE BNKCCAC                                          DCCRD01P
088600          SET CCA_AP_TAKEN = 'Y'                                  DCCRD01P
088700          WHERE CCA_ACCNO = :DCL-CCA-ACCNO                        DCCRD01P
088800     END-EXEC.                                                    DCCRD01P
088900     IF SQLCODE IS NOT EQUAL TO ZERO                              DCCRD01P
089000        MOVE 'Unable to mark the automatic payment taken'         DCCRD01P
089100          TO CCR1O-MSG                                            DCCRD01P
089200     END-IF.                                                      DCCRD01P
089300 TAKE-ONE-AUTOPAY-EXIT.                                           DCCRD01P
089400     EXIT.                                                        DCCRD01P
089500                                                                  DCCRD01P
089600***************************************************************** DCCRD01P
089700* Every live card whose due date has passed and has not yet     * DCCRD01P
089800* been checked against the minimum                              * DCCRD01P
089900***************************************************************** DCCRD01P
090000 CHECK-DUE-DATES.                                                 DCCRD01P
090100     EXEC SQL                                                     DCCRD01P
090200          DECLARE CCDU_CSR CURSOR FOR                             DCCRD01P
090300          SELECT CCA_ACCNO                                        DCCRD01P
090400          FROM BNKCCAC                                            DCCRD01P
090500          WHERE CCA_STATUS = 'A' AND                              DCCRD01P
090600                CCA_DUE_CHECKED = 'N' AND                         DCCRD01P
090700                CCA_DUE_DATE < :WS-BUSINESS-DATE                  DCCRD01P
090800          ORDER BY CCA_ACCNO                                      DCCRD01P
090900          FOR FETCH ONLY                                          DCCRD01P
091000     END-EXEC.                                                    DCCRD01P
091100     EXEC SQL                                                     DCCRD01P
091200          OPEN CCDU_CSR                                           DCCRD01P
091300     END-EXEC.                                                    DCCRD01P
091400     IF SQLCODE IS NOT EQUAL TO ZERO                              DCCRD01P
091500        MOVE 'Unable to open the card due dates' TO CCR1O-MSG     DCCRD01P
091600        GO TO CHECK-DUE-DATES-EXIT                                DCCRD01P
091700     END-IF.                                                      DCCRD01P
091800 CCDU-LOOP.                                                       DCCRD01P
091900     EXEC SQL                                                     DCCRD01P
092000          FETCH CCDU_CSR                                          DCCRD01P
092100          INTO :DCL-CCA-ACCNO                                     DCCRD01P
092200     END-EXEC.                                                    DCCRD01P
092300     IF SQLCODE IS EQUAL TO +100                                  DCCRD01P
092400        GO TO CCDU-LOOP-EXIT                                      DCCRD01P
092500     END-IF.                                                      DCCRD01P
092600     IF SQLCODE IS NOT EQUAL TO ZERO                              DCCRD01P
092700        MOVE 'Unable to read the card due dates' TO CCR1O-MSG     DCCRD01P
092800        GO TO CCDU-LOOP-EXIT                                      DCCRD01P
092900     END-IF.                                                      DCCRD01P
093000     PERFORM CHECK-ONE-DUE-DATE THRU                              DCCRD01P
093100             CHECK-ONE-DUE-DATE-EXIT.                             DCCRD01P
093200     IF CCR1O-MSG IS NOT EQUAL TO SPACES                          DCCRD01P
093300        GO TO CCDU-LOOP-EXIT                                      DCCRD01P
093400     END-IF.                                                      DCCRD01P
093500     GO TO CCDU-LOOP.                                             DCCRD01P
093600 CCDU-LOOP-EXIT.                                                  DCCRD01P
093700     EXEC SQL                                                     DCCRD01P
093800          CLOSE CCDU_CSR                                          DCCRD01P
093900     END-EXEC.                                                    DCCRD01P
094000 CHECK-DUE-DATES-EXIT.                                            DCCRD01P
094100     EXIT.                                                        DCCRD01P
094200                                                                  DCCRD01P
094300***************************************************************** DCCRD01P
094400* Check one due date. Paying the statement in full keeps the    * DCCRD01P
094500* account inside the grace period - no interest on purchases    * DCCRD01P
094600* on the next statement. Paying less than the minimum misses    * DCCRD01P
094700* it: what is short becomes past due, carried into the next     * DCCRD01P
094800* minimum and worked by collections, and the late fee is        * DCCRD01P
094900* charged to the account                                        * DCCRD01P
095000***************************************************************** DCCRD01P
095100 CHECK-ONE-DUE-DATE.                                              DCCRD01P
095200     PERFORM READ-CARD THRU                                       DCCRD01P
095300             READ-CARD-EXIT.                                      DCCRD01P
095400     IF CCR1O-MSG IS NOT EQUAL TO SPACES                          DCCRD01P
095500        GO TO CHECK-ONE-DUE-DATE-EXIT                             DCCRD01P
095600     END-IF.                                                      DCCRD01P
095700     IF DCL-CCA-PAID-SINCE IS NOT LESS THAN DCL-CCA-STMT-BAL      DCCRD01P
095800        MOVE 'Y' TO DCL-CCA-GRACE                                 DCCRD01P
095900     ELSE                                                         DCCRD01P
096000        MOVE 'N' TO DCL-CCA-GRACE                                 DCCRD01P
096100     END-IF.                                                      DCCRD01P
096200     IF DCL-CCA-PAID-SINCE IS NOT LESS THAN DCL-CCA-MIN-DUE       DCCRD01P
096300        MOVE ZERO TO DCL-CCA-PAST-DUE                             DCCRD01P
096400        MOVE SPACES TO DCL-CCA-PAST-DUE-SINCE                     DCCRD01P
096500        GO TO CHECK-ONE-DUE-DATE-MARK                             DCCRD01P
096600     END-IF.                                                      DCCRD01P
096700     COMPUTE DCL-CCA-PAST-DUE =                                   DCCRD01P
096800             DCL-CCA-MIN-DUE - DCL-CCA-PAID-SINCE.                DCCRD01P
096900     IF DCL-CCA-PAST-DUE-SINCE IS EQUAL TO SPACES                 DCCRD01P
097000        MOVE DCL-CCA-DUE-DATE TO DCL-CCA-PAST-DUE-SINCE           DCCRD01P
097100     END-IF.                                                      DCCRD01P
097200     ADD 1 TO CCR1O-MISSED.                                       DCCRD01P
097300     IF WS-LATE-FEE IS GREATER THAN ZERO                          DCCRD01P
097400        MOVE '3' TO WS-CHG-TYPE                                   DCCRD01P
097500        MOVE '8' TO WS-CHG-SUB-TYPE                               DCCRD01P
097600        MOVE 'F' TO WS-CHG-KIND                                   DCCRD01P
097700        MOVE WS-LATE-FEE TO WS-CHG-AMOUNT                         DCCRD01P
097800        MOVE 'Card late payment fee' TO WS-CHG-DESC               DCCRD01P
097900        PERFORM POST-CARD-CHARGE THRU                             DCCRD01P
098000                POST-CARD-CHARGE-EXIT                             DCCRD01P
098100        IF CCR1O-MSG IS NOT EQUAL TO SPACES                       DCCRD01P
098200           GO TO CHECK-ONE-DUE-DATE-EXIT                          DCCRD01P
098300        END-IF                                                    DCCRD01P
098400     END-IF.                                                      DCCRD01P
098500     MOVE ZERO TO WS-OPEN-DISP.                                   DCCRD01P
098600     MOVE ZERO TO WS-PURCH-DISP.                                  DCCRD01P
098700     MOVE ZERO TO WS-CASH-DISP.                                   DCCRD01P
098800     MOVE WS-LATE-FEE TO WS-FEES-DISP.                            DCCRD01P
098900     MOVE ZERO TO WS-INT-DISP.                                    DCCRD01P
099000     MOVE DCL-CCA-PAID-SINCE TO WS-PAID-DISP.                     DCCRD01P
099100     COMPUTE WS-OWED = ZERO - DCL-BAC-BALANCE.                    DCCRD01P
099200     MOVE WS-OWED TO WS-CLOSE-DISP.                               DCCRD01P
099300     MOVE DCL-CCA-PAST-DUE TO WS-MIN-DISP.                        DCCRD01P
099400     MOVE SPACES TO WS-CSV-LINE.                                  DCCRD01P
099500     STRING DCL-CCA-ACCNO ',MISSED,' WS-OPEN-DISP ','             DCCRD01P
099600            WS-PURCH-DISP ',' WS-CASH-DISP ',' WS-FEES-DISP ','   DCCRD01P
099700            WS-INT-DISP ',' WS-PAID-DISP ',' WS-CLOSE-DISP ','    DCCRD01P
099800            WS-MIN-DISP ',' DCL-CCA-DUE-DATE                      DCCRD01P
099900            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DCCRD01P
100000     PERFORM QUEUE-REPORT-LINE THRU                               DCCRD01P
100100             QUEUE-REPORT-LINE-EXIT.                              DCCRD01P
100200 CHECK-ONE-DUE-DATE-MARK.                                         DCCRD01P
100300     EXEC SQL                                                     DCCRD01P
100400          UPDATE BNKCCAC                                          DCCRD01P
100500          SET CCA_DUE_CHECKED = 'Y',                              DCCRD01P
100600              CCA_GRACE = :DCL-CCA-GRACE,                         DCCRD01P
100700              CCA_PAST_DUE = :DCL-CCA-PAST-DUE,                   DCCRD01P
100800              CCA_PAST_DUE_SINCE = :DCL-CCA-PAST-DUE-SINCE        DCCRD01P
100900          WHERE CCA_ACCNO = :DCL-CCA-ACCNO                        DCCRD01P
101000     END-EXEC.                                                    DCCRD01P
101100     IF SQLCODE IS NOT EQUAL TO ZERO                              DCCRD01P
101200        MOVE 'Unable to record the due date check' TO CCR1O-MSG   DCCRD01P
101300     END-IF.                                                      DCCRD01P
101400 CHECK-ONE-DUE-DATE-EXIT.                                         DCCRD01P
101500     EXIT.                                                        DCCRD01P
101600                                                                  DCCRD01P
101700***************************************************************** DCCRD01P
101800* Every live card whose statement date has come                 * DCCRD01P
101900***************************************************************** DCCRD01P
102000 CUT-DUE-STATEMENTS.                                              DCCRD01P
102100     EXEC SQL                                                     DCCRD01P
102200          DECLARE CCST_CSR CURSOR FOR                             DCCRD01P
102300          SELECT CCA_ACCNO                                        DCCRD01P
102400          FROM BNKCCAC                                            DCCRD01P
102500          WHERE CCA_STATUS = 'A' AND                              DCCRD01P
102600                CCA_NEXT_STMT <= :WS-BUSINESS-DATE                DCCRD01P
102700          ORDER BY CCA_ACCNO                                      DCCRD01P
102800          FOR FETCH ONLY                                          DCCRD01P
102900     END-EXEC.                                                    DCCRD01P
103000     EXEC SQL                                                     DCCRD01P
103100          OPEN CCST_CSR                                           DCCRD01P
103200     END-EXEC.                                                    DCCRD01P
103300     IF SQLCODE IS NOT EQUAL TO ZERO                              DCCRD01P
103400        MOVE 'Unable to open the card statements due'             DCCRD01P
103500          TO CCR1O-MSG                                            DCCRD01P
103600        GO TO CUT-DUE-STATEMENTS-EXIT                             DCCRD01P
103700     END-IF.                                                      DCCRD01P
103800 CCST-LOOP.                                                       DCCRD01P
103900     EXEC SQL                                                     DCCRD01P
104000          FETCH CCST_CSR                                          DCCRD01P
104100          INTO :DCL-CCA-ACCNO                                     DCCRD01P
104200     END-EXEC.                                                    DCCRD01P
104300     IF SQLCODE IS EQUAL TO +100                                  DCCRD01P
104400        GO TO CCST-LOOP-EXIT                                      DCCRD01P
104500     END-IF.                                                      DCCRD01P
104600     IF SQLCODE IS NOT EQUAL TO ZERO                              DCCRD01P
104700        MOVE 'Unable to read the card statements due'             DCCRD01P
104800          TO CCR1O-MSG                                            DCCRD01P
104900        GO TO CCST-LOOP-EXIT                                      DCCRD01P
105000     END-IF.                                                      DCCRD01P
105100     PERFORM CUT-ONE-STATEMENT THRU                               DCCRD01P
105200             CUT-ONE-STATEMENT-EXIT.                              DCCRD01P
105300     IF CCR1O-MSG IS NOT EQUAL TO SPACES                          DCCRD01P
105400        GO TO CCST-LOOP-EXIT                                      DCCRD01P
105500     END-IF.                                                      DCCRD01P
105600     GO TO CCST-LOOP.                                             DCCRD01P
105700 CCST-LOOP-EXIT.                                                  DCCRD01P
105800     EXEC SQL                                                     DCCRD01P
105900          CLOSE CCST_CSR                                          DCCRD01P
106000     END-EXEC.                                                    DCCRD01P
106100 CUT-DUE-STATEMENTS-EXIT.                                         DCCRD01P
106200     EXIT.                                                        DCCRD01P
106300                                                                  DCCRD01P
106400***************************************************************** DCCRD01P
106500* Cut one statement. The activity not yet billed is totalled    * DCCRD01P
106600* by kind, and interest is charged for the month on what is     * DCCRD01P
106700* owed - on cash advances always, on purchases only when the    * DCCRD01P
106800* last statement was not paid in full. The minimum is the       * DCCRD01P
106900* larger of the percentage and the floor, plus anything past    * DCCRD01P
107000* due, and never more than the balance. The activity is then    * DCCRD01P
107100* stamped with the statement date and the statement sent        * DCCRD01P
107200***************************************************************** DCCRD01P
107300 CUT-ONE-STATEMENT.                                               DCCRD01P
107400     PERFORM READ-CARD THRU                                       DCCRD01P
107500             READ-CARD-EXIT.                                      DCCRD01P
107600     IF CCR1O-MSG IS NOT EQUAL TO SPACES                          DCCRD01P
107700        GO TO CUT-ONE-STATEMENT-EXIT                              DCCRD01P
107800     END-IF.                                                      DCCRD01P
107900     PERFORM READ-CARD-BALANCE THRU                               DCCRD01P
108000             READ-CARD-BALANCE-EXIT.                              DCCRD01P
108100     IF CCR1O-MSG IS NOT EQUAL TO SPACES                          DCCRD01P
108200        GO TO CUT-ONE-STATEMENT-EXIT                              DCCRD01P
108300     END-IF.                                                      DCCRD01P
108400     EXEC SQL                                                     DCCRD01P
108500          SELECT VALUE(SUM(CASE WHEN CCT_KIND = 'P'               DCCRD01P
108600                                THEN CCT_AMOUNT ELSE 0 END), 0),  DCCRD01P
108700                 VALUE(SUM(CASE WHEN CCT_KIND = 'C'               DCCRD01P
108800                                THEN CCT_AMOUNT ELSE 0 END), 0),  DCCRD01P
108900                 VALUE(SUM(CASE WHEN CCT_KIND = 'F'               DCCRD01P
109000                                THEN CCT_AMOUNT ELSE 0 END), 0),  DCCRD01P
109100                 VALUE(SUM(CASE WHEN CCT_KIND = 'R'               DCCRD01P
109200                                THEN CCT_AMOUNT ELSE 0 END), 0)   DCCRD01P
109300          INTO :DCL-CCS-PURCHASES,                                DCCRD01P
109400               :DCL-CCS-CASH,                                     DCCRD01P
109500               :DCL-CCS-FEES,                                     DCCRD01P
109600               :DCL-CCS-PAYMENTS                                  DCCRD01P
109700          FROM BNKCCTX                                            DCCRD01P
109800          WHERE CCT_ACCNO = :DCL-CCA-ACCNO AND                    DCCRD01P
109900                CCT_STMT_DATE = ' '                               DCCRD01P
110000     END-EXEC.                                                    DCCRD01P
110100     IF SQLCODE IS NOT EQUAL TO ZERO                              DCCRD01P
110200        MOVE 'Unable to total the card activity' TO CCR1O-MSG     DCCRD01P
110300        GO TO CUT-ONE-STATEMENT-EXIT                              DCCRD01P
110400     END-IF.                                                      DCCRD01P
110500     MOVE DCL-CCA-STMT-BAL TO DCL-CCS-OPEN-BAL.                   DCCRD01P
110600     COMPUTE WS-OWED = ZERO - DCL-BAC-BALANCE.                    DCCRD01P
110700                                                                  DCCRD01P
110800     MOVE ZERO TO WS-INTEREST.                                    DCCRD01P
110900     IF WS-OWED IS GREATER THAN ZERO                              DCCRD01P
111000        MOVE DCL-CCS-CASH TO WS-CASH-BASE                         DCCRD01P
111100        IF WS-CASH-BASE IS GREATER THAN WS-OWED                   DCCRD01P
111200           MOVE WS-OWED TO WS-CASH-BASE                           DCCRD01P
111300        END-IF                                                    DCCRD01P
111400        IF DCL-CCA-GRACE IS EQUAL TO 'Y'                          DCCRD01P
111500           MOVE ZERO TO WS-PURCH-BASE                             DCCRD01P
111600        ELSE                                                      DCCRD01P
111700           COMPUTE WS-PURCH-BASE = WS-OWED - WS-CASH-BASE         DCCRD01P
111800        END-IF                                                    DCCRD01P
111900        COMPUTE WS-INTEREST ROUNDED =                             DCCRD01P
112000                (WS-PURCH-BASE * WS-PURCH-APR +                   DCCRD01P
112100                 WS-CASH-BASE * WS-CASH-APR) / 1200               DCCRD01P
112200     END-IF.                                                      DCCRD01P
112300     MOVE WS-INTEREST TO DCL-CCS-INTEREST.                        DCCRD01P
112400     IF WS-INTEREST IS GREATER THAN ZERO                          DCCRD01P
112500        MOVE '7' TO WS-CHG-TYPE                                   DCCRD01P
112600        MOVE '1' TO WS-CHG-SUB-TYPE                               DCCRD01P
112700        MOVE 'I' TO WS-CHG-KIND                                   DCCRD01P
112800        MOVE WS-INTEREST TO WS-CHG-AMOUNT                         DCCRD01P
112900        MOVE 'Credit card interest' TO WS-CHG-DESC                DCCRD01P
113000        PERFORM POST-CARD-CHARGE THRU                             DCCRD01P
113100                POST-CARD-CHARGE-EXIT                             DCCRD01P
113200        IF CCR1O-MSG IS NOT EQUAL TO SPACES                       DCCRD01P
113300           GO TO CUT-ONE-STATEMENT-EXIT                           DCCRD01P
113400        END-IF                                                    DCCRD01P
113500        ADD WS-INTEREST TO WS-OWED                                DCCRD01P
113600     END-IF.                                                      DCCRD01P
113700                                                                  DCCRD01P
113800     MOVE ZERO TO WS-MIN-DUE.                                     DCCRD01P
113900     IF WS-OWED IS GREATER THAN ZERO                              DCCRD01P
114000        COMPUTE WS-MIN-DUE ROUNDED =                              DCCRD01P
114100                WS-OWED * WS-MIN-PCT / 100                        DCCRD01P
114200        IF WS-MIN-DUE IS LESS THAN WS-MIN-FLOOR                   DCCRD01P
114300           MOVE WS-MIN-FLOOR TO WS-MIN-DUE                        DCCRD01P
114400        END-IF                                                    DCCRD01P
114500        ADD DCL-CCA-PAST-DUE TO WS-MIN-DUE                        DCCRD01P
114600        IF WS-MIN-DUE IS GREATER THAN WS-OWED                     DCCRD01P
114700           MOVE WS-OWED TO WS-MIN-DUE                             DCCRD01P
114800        END-IF                                                    DCCRD01P
114900     END-IF.                                                      DCCRD01P
115000*    Nothing owed means nothing due - the account is back inside  DCCRD01P
115100*    the grace period and there is no due date to check           DCCRD01P
115200     IF WS-MIN-DUE IS GREATER THAN ZERO                           DCCRD01P
115300        MOVE 'N' TO WS-DUE-CHECKED                                DCCRD01P
115400        MOVE DCL-CCA-GRACE TO WS-GRACE                            DCCRD01P
115500     ELSE                                                         DCCRD01P
115600        MOVE 'Y' TO WS-DUE-CHECKED                                DCCRD01P
115700        MOVE 'Y' TO WS-GRACE                                      DCCRD01P
115800     END-IF.                                                      DCCRD01P
115900     EXEC SQL                                                     DCCRD01P
116000          SET :WS-DUE-DATE =                                      DCCRD01P
116100              DATE(:WS-BUSINESS-DATE) + :WS-DUE-DAYS DAYS         DCCRD01P
116200     END-EXEC.                                                    DCCRD01P
116300     IF SQLCODE IS NOT EQUAL TO ZERO                              DCCRD01P
116400        MOVE 'Unable to date the payment due' TO CCR1O-MSG        DCCRD01P
116500        GO TO CUT-ONE-STATEMENT-EXIT                              DCCRD01P
116600     END-IF.                                                      DCCRD01P
116700     EXEC SQL                                                     DCCRD01P
116800          SET :WS-NEXT-STMT =                                     DCCRD01P
116900              DATE(:DCL-CCA-NEXT-STMT) + 1 MONTH                  DCCRD01P
117000     END-EXEC.                                                    DCCRD01P
117100     IF SQLCODE IS NOT EQUAL TO ZERO                              DCCRD01P
117200        MOVE 'Unable to date the next statement' TO CCR1O-MSG     DCCRD01P
117300        GO TO CUT-ONE-STATEMENT-EXIT                              DCCRD01P
117400     END-IF.                                                      DCCRD01P
117500                                                                  DCCRD01P
117600     EXEC SQL                                                     DCCRD01P
117700          UPDATE BNKCCTX                                          DCCRD01P
117800          SET CCT_STMT_DATE = :WS-BUSINESS-DATE                   DCCRD01P
117900          WHERE CCT_ACCNO = :DCL-CCA-ACCNO AND                    DCCRD01P
118000                CCT_STMT_DATE = ' '                               DCCRD01P
118100     END-EXEC.                                                    DCCRD01P
118200     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DCCRD01P
118300        SQLCODE IS NOT EQUAL TO +100                              DCCRD01P
118400        MOVE 'Unable to bill the card activity' TO CCR1O-MSG      DCCRD01P
118500        GO TO CUT-ONE-STATEMENT-EXIT                              DCCRD01P
118600     END-IF.                                                      DCCRD01P
118700     EXEC SQL                                                     DCCRD01P
118800          INSERT                                                  DCCRD01P
118900          INTO BNKCCST (CCS_ACCNO,                                DCCRD01P
119000                        CCS_STMT_DATE,                            DCCRD01P
119100                        CCS_OPEN_BAL,                             DCCRD01P
119200                        CCS_PURCHASES,                            DCCRD01P
119300                        CCS_CASH,                                 DCCRD01P
119400                        CCS_FEES,                                 DCCRD01P
119500                        CCS_INTEREST,                             DCCRD01P
119600                        CCS_PAYMENTS,                             DCCRD01P
119700                        CCS_CLOSE_BAL,                            DCCRD01P
119800                        CCS_MIN_DUE,                              DCCRD01P
119900                        CCS_DUE_DATE)                             DCCRD01P
120000          VALUES (:DCL-CCA-ACCNO,                                 DCCRD01P
120100                  :WS-BUSINESS-DATE,                              DCCRD01P
120200                  :DCL-CCS-OPEN-BAL,                              DCCRD01P
120300                  :DCL-CCS-PURCHASES,                             DCCRD01P
120400                  :DCL-CCS-CASH,                                  DCCRD01P
120500                  :DCL-CCS-FEES,                                  DCCRD01P
120600                  :DCL-CCS-INTEREST,                              DCCRD01P
120700                  :DCL-CCS-PAYMENTS,                              DCCRD01P
120800                  :WS-OWED,                                       DCCRD01P
120900                  :WS-MIN-DUE,                                    DCCRD01P
121000                  :WS-DUE-DATE)                                   DCCRD01P
121100     END-EXEC.                                                    DCCRD01P
121200     IF SQLCODE IS NOT EQUAL TO ZERO                              DCCRD01P
121300        MOVE 'Unable to record the statement' TO CCR1O-MSG        DCCRD01P
121400        GO TO CUT-ONE-STATEMENT-EXIT                              DCCRD01P
121500     END-IF.                                                      DCCRD01P
121600     EXEC SQL                                                     DCCRD01P
121700          UPDATE BNKCCAC                                          DCCRD01P
121800          SET CCA_LAST_STMT = :WS-BUSINESS-DATE,                  DCCRD01P
121900              CCA_NEXT_STMT = :WS-NEXT-STMT,                      DCCRD01P
122000              CCA_STMT_BAL = :WS-OWED,                            DCCRD01P
122100              CCA_MIN_DUE = :WS-MIN-DUE,                          DCCRD01P
122200              CCA_DUE_DATE = :WS-DUE-DATE,                        DCCRD01P
122300              CCA_DUE_CHECKED = :WS-DUE-CHECKED,                  DCCRD01P
122400              CCA_PAID_SINCE = 0,                                 DCCRD01P
122500              CCA_GRACE = :WS-GRACE,                              DCCRD01P
122600              CCA_AP_TAKEN = :WS-DUE-CHECKED                      DCCRD01P
122700          WHERE CCA_ACCNO = :DCL-CCA-ACCNO                        DCCRD01P
122800     END-EXEC.                                                    DCCRD01P
122900     IF SQLCODE IS NOT EQUAL TO ZERO                              DCCRD01P
123000        MOVE 'Unable to move the card to its next statement'      DCCRD01P
123100          TO CCR1O-MSG                                            DCCRD01P
123200        GO TO CUT-ONE-STATEMENT-EXIT                              DCCRD01P
123300     END-IF.                                                      DCCRD01P
123400     ADD 1 TO CCR1O-STATEMENTS.                                   DCCRD01P
123500     MOVE DCL-CCS-OPEN-BAL TO WS-OPEN-DISP.                       DCCRD01P
123600     MOVE DCL-CCS-PURCHASES TO WS-PURCH-DISP.                     DCCRD01P
123700     MOVE DCL-CCS-CASH TO WS-CASH-DISP.                           DCCRD01P
123800     MOVE DCL-CCS-FEES TO WS-FEES-DISP.                           DCCRD01P
123900     MOVE DCL-CCS-INTEREST TO WS-INT-DISP.                        DCCRD01P
124000     MOVE DCL-CCS-PAYMENTS TO WS-PAID-DISP.                       DCCRD01P
124100     MOVE WS-OWED TO WS-CLOSE-DISP.                               DCCRD01P
124200     MOVE WS-MIN-DUE TO WS-MIN-DISP.                              DCCRD01P
124300     MOVE SPACES TO WS-CSV-LINE.                                  DCCRD01P
124400     STRING DCL-CCA-ACCNO ',STATEMENT,' WS-OPEN-DISP ','          DCCRD01P
124500            WS-PURCH-DISP ',' WS-CASH-DISP ',' WS-FEES-DISP ','   DCCRD01P
124600            WS-INT-DISP ',' WS-PAID-DISP ',' WS-CLOSE-DISP ','    DCCRD01P
124700            WS-MIN-DISP ',' WS-DUE-DATE                           DCCRD01P
124800            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DCCRD01P
124900     PERFORM QUEUE-REPORT-LINE THRU                               DCCRD01P
125000             QUEUE-REPORT-LINE-EXIT.                              DCCRD01P
125100     PERFORM SEND-CARD-STATEMENT THRU                             DCCRD01P
125200             SEND-CARD-STATEMENT-EXIT.                            DCCRD01P
125300 CUT-ONE-STATEMENT-EXIT.                                          DCCRD01P
125400     EXIT.                                                        DCCRD01P
125500                                                                  DCCRD01P
125600***************************************************************** DCCRD01P
125700* The statement letter - the minimum payment and its due date   * DCCRD01P
125800***************************************************************** DCCRD01P
125900 SEND-CARD-STATEMENT.                                             DCCRD01P
126000     MOVE SPACES TO DCL-CUS-NAME.                                 DCCRD01P
126100     EXEC SQL                                                     DCCRD01P
126200          SELECT BCS_NAME                                         DCCRD01P
126300          INTO :DCL-CUS-NAME                                      DCCRD01P
126400          FROM BNKCUST                                            DCCRD01P
126500          WHERE BCS_PID = :DCL-CCA-PID                            DCCRD01P
126600     END-EXEC.                                                    DCCRD01P
126700     INITIALIZE CLT1-DATA.                                        DCCRD01P
126800     SET CLT1I-FORMAT-LETTER TO TRUE.                             DCCRD01P
126900     MOVE 'CARDSTM1' TO CLT1I-TEMPLATE.                           DCCRD01P
127000     MOVE DCL-CUS-NAME TO CLT1I-MERGE-NAME.                       DCCRD01P
127100     MOVE DCL-CCA-ACCNO TO CLT1I-MERGE-ACC.                       DCCRD01P
127200     MOVE WS-MIN-DUE TO CLT1I-MERGE-AMOUNT.                       DCCRD01P
127300     MOVE WS-DUE-DATE TO CLT1I-MERGE-DATE.                        DCCRD01P
127350     MOVE DCL-CCA-PID TO CLT1I-PERSON-PID.                        DCCRD01P
127400     MOVE SPACES TO CLT1I-LETTER-NAME.                            DCCRD01P
127500     STRING 'CARD STATEMENT ' DCL-CCA-ACCNO                       DCCRD01P
127600            DELIMITED BY SIZE INTO CLT1I-LETTER-NAME.             DCCRD01P
127700 COPY CLTTRX01.                                                   DCCRD01P
127800     IF NOT CLT1O-REQUEST-OK                                      DCCRD01P
127900        MOVE CLT1O-MSG TO CCR1O-MSG                               DCCRD01P
128000     END-IF.                                                      DCCRD01P
128100 SEND-CARD-STATEMENT-EXIT.                                        DCCRD01P
128200     EXIT.                                                        DCCRD01P
128300                                                                  DCCRD01P
128400***************************************************************** DCCRD01P
128500* A payment has reached the card - put it on the activity,      * DCCRD01P
128600* count it towards the minimum, and set it against anything     * DCCRD01P
128700* past due; past due paid off leaves collections                * DCCRD01P
128800***************************************************************** DCCRD01P
128900 APPLY-PAYMENT.                                                   DCCRD01P
129000     MOVE 'R' TO WS-ACT-KIND.                                     DCCRD01P
129100     MOVE WS-POST-AMOUNT TO WS-ACT-AMOUNT.                        DCCRD01P
129200     MOVE WS-POST-DESC TO WS-ACT-DESC.                            DCCRD01P
129400     PERFORM WRITE-ACTIVITY THRU                                  DCCRD01P
129500             WRITE-ACTIVITY-EXIT.                                 DCCRD01P
129600     IF CCR1O-MSG IS NOT EQUAL TO SPACES                          DCCRD01P
129700        GO TO APPLY-PAYMENT-EXIT                                  DCCRD01P
129800     END-IF.                                                      DCCRD01P
129900     ADD WS-POST-AMOUNT TO DCL-CCA-PAID-SINCE.                    DCCRD01P
130000     IF DCL-CCA-PAST-DUE IS GREATER THAN ZERO                     DCCRD01P
130100        SUBTRACT WS-POST-AMOUNT FROM DCL-CCA-PAST-DUE             DCCRD01P
130200        IF DCL-CCA-PAST-DUE IS NOT GREATER THAN ZERO              DCCRD01P
130300           MOVE ZERO TO DCL-CCA-PAST-DUE                          DCCRD01P
130400           MOVE SPACES TO DCL-CCA-PAST-DUE-SINCE                  DCCRD01P
130500        END-IF                                                    DCCRD01P
130600     END-IF.                                                      DCCRD01P
130700     EXEC SQL                                                     DCCRD01P
130800          UPDATE BNKCCAC                                          DCCRD01P
130900          SET CCA_PAID_SINCE = :DCL-CCA-PAID-SINCE,               DCCRD01P
131000              CCA_PAST_DUE = :DCL-CCA-PAST-DUE,                   DCCRD01P
131100              CCA_PAST_DUE_SINCE = :DCL-CCA-PAST-DUE-SINCE        DCCRD01P
131200          WHERE CCA_ACCNO = :DCL-CCA-ACCNO                        DCCRD01P
131300     END-EXEC.                                                    DCCRD01P
131400     IF SQLCODE IS NOT EQUAL TO ZERO                              DCCRD01P
131500        MOVE 'Unable to record the card payment' TO CCR1O-MSG     DCCRD01P
131600     END-IF.                                                      DCCRD01P
131700 APPLY-PAYMENT-EXIT.                                              DCCRD01P
131800     EXIT.                                                        DCCRD01P
131900                                                                  DCCRD01P
132000***************************************************************** DCCRD01P
132100* Charge interest or a fee to the card - one-sided, the way     * DCCRD01P
132200* the overdraft interest charge posts, with its own journal     * DCCRD01P
132300* row and the item put on the card activity                     * DCCRD01P
132400***************************************************************** DCCRD01P
132500 POST-CARD-CHARGE.                                                DCCRD01P
132600     PERFORM READ-CARD-BALANCE THRU                               DCCRD01P
132700             READ-CARD-BALANCE-EXIT.                              DCCRD01P
132800     IF CCR1O-MSG IS NOT EQUAL TO SPACES                          DCCRD01P
132900        GO TO POST-CARD-CHARGE-EXIT                               DCCRD01P
133000     END-IF.                                                      DCCRD01P
133100     COMPUTE WS-NEW-BALANCE = DCL-BAC-BALANCE - WS-CHG-AMOUNT.    DCCRD01P
133200     EXEC SQL                                                     DCCRD01P
133300          UPDATE BNKACC                                           DCCRD01P
133400          SET BAC_BALANCE = :WS-NEW-BALANCE,                      DCCRD01P
133500              BAC_UPDATED_TS = CURRENT TIMESTAMP                  DCCRD01P
133600          WHERE (BAC_ACCNO = :DCL-CCA-ACCNO AND                   DCCRD01P
133700                 BAC_BALANCE = :DCL-BAC-BALANCE)                  DCCRD01P
133800     END-EXEC.                                                    DCCRD01P
133900     IF SQLCODE IS NOT EQUAL TO ZERO                              DCCRD01P
134000        MOVE 'Unable to charge the card account' TO CCR1O-MSG     DCCRD01P
134100        GO TO POST-CARD-CHARGE-EXIT                               DCCRD01P
134200     END-IF.                                                      DCCRD01P
134300     EXEC SQL                                                     DCCRD01P
134400          SET :WS-POST-TIMESTAMP = CURRENT TIMESTAMP              DCCRD01P
134500     END-EXEC.                                                    DCCRD01P
134600     MOVE SPACES TO TXN-DATA-OLD.                                 DCCRD01P
134700     MOVE WS-CHG-DESC TO TXN-T1-OLD-DESC.                         DCCRD01P
134800     IF WS-CHG-TYPE IS EQUAL TO '3'                               DCCRD01P
134900        MOVE 'CARD ' TO TXN-T3-OLD-TELLER                         DCCRD01P
135000     END-IF.                                                      DCCRD01P
135100     MOVE 'CC' TO TR-PREFIX.                                      DCCRD01P
135200     MOVE WS-POST-TIMESTAMP TO TR-TIMESTAMP.                      DCCRD01P
135300     CALL 'DBANK30P' USING WS-REF-DATA.                           DCCRD01P
135400     EXEC SQL                                                     DCCRD01P
135500          INSERT                                                  DCCRD01P
135600          INTO BNKTXN (BTX_PID,                                   DCCRD01P
135700                       BTX_TYPE,                                  DCCRD01P
135800                       BTX_SUB_TYPE,                              DCCRD01P
135900                       BTX_ACCNO,                                 DCCRD01P
136000                       BTX_TIMESTAMP,                             DCCRD01P
136100                       BTX_AMOUNT,                                DCCRD01P
136200                       BTX_DATA_OLD,                              DCCRD01P
136300                       BTX_REF)                                   DCCRD01P
136400          VALUES (:DCL-CCA-PID,                                   DCCRD01P
136500                  :WS-CHG-TYPE,                                   DCCRD01P
136600                  :WS-CHG-SUB-TYPE,                               DCCRD01P
136700                  :DCL-CCA-ACCNO,                                 DCCRD01P
136800                  :WS-POST-TIMESTAMP,                             DCCRD01P
136900                  :WS-CHG-AMOUNT,                                 DCCRD01P
137000                  :TXN-DATA-OLD,                                  DCCRD01P
137100                  :TR-REF)                                        DCCRD01P
137200     END-EXEC.                                                    DCCRD01P
137300     IF SQLCODE IS NOT EQUAL TO ZERO                              DCCRD01P
137400        MOVE 'Unable to journal the card charge' TO CCR1O-MSG     DCCRD01P
137500        GO TO POST-CARD-CHARGE-EXIT                               DCCRD01P
137600     END-IF.                                                      DCCRD01P
137700     MOVE WS-NEW-BALANCE TO DCL-BAC-BALANCE.                      DCCRD01P
137800     MOVE WS-CHG-KIND TO WS-ACT-KIND.                             DCCRD01P
137900     MOVE WS-CHG-AMOUNT TO WS-ACT-AMOUNT.                         DCCRD01P
138000     MOVE WS-CHG-DESC TO WS-ACT-DESC.                             DCCRD01P
138100     MOVE TR-REF TO WS-ACT-REF.                                   DCCRD01P
138200     PERFORM WRITE-ACTIVITY THRU                                  DCCRD01P
138300             WRITE-ACTIVITY-EXIT.                                 DCCRD01P
138400 POST-CARD-CHARGE-EXIT.                                           DCCRD01P
138500     EXIT.                                                        DCCRD01P
138600                                                                  DCCRD01P
138700***************************************************************** DCCRD01P
138800* One item on the card activity, not yet billed                 * DCCRD01P
138900***************************************************************** DCCRD01P
139000 WRITE-ACTIVITY.                                                  DCCRD01P
139100     EXEC SQL                                                     DCCRD01P
139200          INSERT                                                  DCCRD01P
139300          INTO BNKCCTX (CCT_ACCNO,                                DCCRD01P
139400                        CCT_TIMESTAMP,                            DCCRD01P
139500                        CCT_KIND,                                 DCCRD01P
139600                        CCT_AMOUNT,                               DCCRD01P
139700                        CCT_DESC,                                 DCCRD01P
139800                        CCT_REF,                                  DCCRD01P
139900                        CCT_STMT_DATE)                            DCCRD01P
140000          VALUES (:DCL-CCA-ACCNO,                                 DCCRD01P
140100                  CURRENT TIMESTAMP,                              DCCRD01P
140200                  :WS-ACT-KIND,                                   DCCRD01P
140300                  :WS-ACT-AMOUNT,                                 DCCRD01P
140400                  :WS-ACT-DESC,                                   DCCRD01P
140500                  :WS-ACT-REF,                                    DCCRD01P
140600                  ' ')                                            DCCRD01P
140700     END-EXEC.                                                    DCCRD01P
140800     IF SQLCODE IS NOT EQUAL TO ZERO                              DCCRD01P
140900        MOVE 'Unable to record the card activity' TO CCR1O-MSG    DCCRD01P
141000     END-IF.                                                      DCCRD01P
141100 WRITE-ACTIVITY-EXIT.                                             DCCRD01P
141200     EXIT.                                                        DCCRD01P
141300                                                                  DCCRD01P
141400***************************************************************** DCCRD01P
141500* The live card account under DCL-CCA-ACCNO                     * DCCRD01P
141600***************************************************************** DCCRD01P
141700 READ-CARD.                                                       DCCRD01P
141800     EXEC SQL                                                     DCCRD01P
141900          SELECT CCA_REF,                                         DCCRD01P
142000                 CCA_PID,                                         DCCRD01P
142100                 CCA_LIMIT,                                       DCCRD01P
142200                 CCA_NEXT_STMT,                                   DCCRD01P
142300                 CCA_LAST_STMT,                                   DCCRD01P
142400                 CCA_STMT_BAL,                                    DCCRD01P
142500                 CCA_MIN_DUE,                                     DCCRD01P
142600                 CCA_DUE_DATE,                                    DCCRD01P
142700                 CCA_DUE_CHECKED,                                 DCCRD01P
142800                 CCA_PAID_SINCE,                                  DCCRD01P
142900                 CCA_PAST_DUE,                                    DCCRD01P
143000                 CCA_PAST_DUE_SINCE,                              DCCRD01P
143100                 CCA_GRACE,                                       DCCRD01P
143200                 CCA_AP_TYPE,                                     DCCRD01P
143300                 CCA_AP_ACCNO,                                    DCCRD01P
143400                 CCA_AP_AMOUNT,                                   DCCRD01P
143500                 CCA_AP_TAKEN                                     DCCRD01P
143600          INTO :DCL-CCA-REF,                                      DCCRD01P
143700               :DCL-CCA-PID,                                      DCCRD01P
143800               :DCL-CCA-LIMIT,                                    DCCRD01P
143900               :DCL-CCA-NEXT-STMT,                                DCCRD01P
144000               :DCL-CCA-LAST-STMT,                                DCCRD01P
144100               :DCL-CCA-STMT-BAL,                                 DCCRD01P
144200               :DCL-CCA-MIN-DUE,                                  DCCRD01P
144300               :DCL-CCA-DUE-DATE,                                 DCCRD01P
144400               :DCL-CCA-DUE-CHECKED,                              DCCRD01P
144500               :DCL-CCA-PAID-SINCE,                               DCCRD01P
144600               :DCL-CCA-PAST-DUE,                                 DCCRD01P
144700               :DCL-CCA-PAST-DUE-SINCE,                           DCCRD01P
144800               :DCL-CCA-GRACE,                                    DCCRD01P
144900               :DCL-CCA-AP-TYPE,                                  DCCRD01P
145000               :DCL-CCA-AP-ACCNO,                                 DCCRD01P
145100               :DCL-CCA-AP-AMOUNT,                                DCCRD01P
145200               :DCL-CCA-AP-TAKEN                                  DCCRD01P
145300          FROM BNKCCAC                                            DCCRD01P
145400          WHERE CCA_ACCNO = :DCL-CCA-ACCNO AND                    DCCRD01P
145500                CCA_STATUS = 'A'                                  DCCRD01P
145600     END-EXEC.                                                    DCCRD01P
145700     IF SQLCODE IS EQUAL TO +100                                  DCCRD01P
145800        SET CCR1O-NOT-FOUND TO TRUE                               DCCRD01P
145900        MOVE 'No card account under that number' TO CCR1O-MSG     DCCRD01P
146000        GO TO READ-CARD-EXIT                                      DCCRD01P
146100     END-IF.                                                      DCCRD01P
146200     IF SQLCODE IS NOT EQUAL TO ZERO                              DCCRD01P
146300        MOVE 'Unable to read the card account register'           DCCRD01P
146400          TO CCR1O-MSG                                            DCCRD01P
146500     END-IF.                                                      DCCRD01P
146600 READ-CARD-EXIT.                                                  DCCRD01P
146700     EXIT.                                                        DCCRD01P
146800                                                                  DCCRD01P
146900 READ-CARD-BALANCE.                                               DCCRD01P
147000     EXEC SQL                                                     DCCRD01P
147100          SELECT BAC_BALANCE                                      DCCRD01P
147200          INTO :DCL-BAC-BALANCE                                   DCCRD01P
147300          FROM BNKACC                                             DCCRD01P
147400          WHERE BAC_ACCNO = :DCL-CCA-ACCNO                        DCCRD01P
147500     END-EXEC.                                                    DCCRD01P
147600     IF SQLCODE IS NOT EQUAL TO ZERO                              DCCRD01P
147700        MOVE 'Unable to read the card account' TO CCR1O-MSG       DCCRD01P
147800     END-IF.                                                      DCCRD01P
147900 READ-CARD-BALANCE-EXIT.                                          DCCRD01P
148000     EXIT.                                                        DCCRD01P
148100                                                                  DCCRD01P
148200***************************************************************** DCCRD01P
148300* A card is paid from a live deposit account in the holder's    * DCCRD01P
148400* own name - never from a loan, escrow or another card          * DCCRD01P
148500***************************************************************** DCCRD01P
148600 PROVE-PAYING-ACCOUNT.                                            DCCRD01P
148700     EXEC SQL                                                     DCCRD01P
148800          SELECT BAC_PID,                                         DCCRD01P
148900                 BAC_STATUS,                                      DCCRD01P
149000                 BAC_ACCTYPE                                      DCCRD01P
149100          INTO :DCL-BAC-PID,                                      DCCRD01P
149200               :DCL-BAC-STATUS,                                   DCCRD01P
149300               :DCL-BAC-ACCTYPE                                   DCCRD01P
149400          FROM BNKACC                                             DCCRD01P
149500          WHERE BAC_ACCNO = :CCR1I-FROM-ACC                       DCCRD01P
149600     END-EXEC.                                                    DCCRD01P
149700     IF SQLCODE IS EQUAL TO +100                                  DCCRD01P
149800        SET CCR1O-NOT-FOUND TO TRUE                               DCCRD01P
149900        MOVE 'No account to pay from under that number'           DCCRD01P
150000          TO CCR1O-MSG                                            DCCRD01P
150100        GO TO PROVE-PAYING-ACCOUNT-EXIT                           DCCRD01P
150200     END-IF.                                                      DCCRD01P
150300     IF SQLCODE IS NOT EQUAL TO ZERO                              DCCRD01P
150400        MOVE 'Unable to read the account to pay from'             DCCRD01P
150500          TO CCR1O-MSG                                            DCCRD01P
150600        GO TO PROVE-PAYING-ACCOUNT-EXIT                           DCCRD01P
150700     END-IF.                                                      DCCRD01P
150800     IF DCL-BAC-PID IS NOT EQUAL TO DCL-CCA-PID                   DCCRD01P
150900        MOVE 'Pay the card from an account of the card holder'    DCCRD01P
151000          TO CCR1O-MSG                                            DCCRD01P
151100        GO TO PROVE-PAYING-ACCOUNT-EXIT                           DCCRD01P
151200     END-IF.                                                      DCCRD01P
151300     IF DCL-BAC-STATUS IS NOT EQUAL TO SPACE                      DCCRD01P
151400        MOVE 'The account to pay from is not open' TO CCR1O-MSG   DCCRD01P
151500        GO TO PROVE-PAYING-ACCOUNT-EXIT                           DCCRD01P
151600     END-IF.                                                      DCCRD01P
151700     IF DCL-BAC-ACCTYPE IS EQUAL TO 'LN' OR                       DCCRD01P
151800        DCL-BAC-ACCTYPE IS EQUAL TO 'ES' OR                       DCCRD01P
151900        DCL-BAC-ACCTYPE IS EQUAL TO 'CC'                          DCCRD01P
152000        MOVE 'Pay the card from a deposit account' TO CCR1O-MSG   DCCRD01P
152100     END-IF.                                                      DCCRD01P
152200 PROVE-PAYING-ACCOUNT-EXIT.                                       DCCRD01P
152300     EXIT.                                                        DCCRD01P
152400                                                                  DCCRD01P
152500***************************************************************** DCCRD01P
152600* A BNKCTLV row overrides any of the card rates and terms       * DCCRD01P
152700***************************************************************** DCCRD01P
152800 READ-CARD-CONTROLS.                                              DCCRD01P
152900     MOVE WS-DFT-PURCH-APR TO WS-PURCH-APR.                       DCCRD01P
153000     MOVE WS-DFT-CASH-APR TO WS-CASH-APR.                         DCCRD01P
153100     MOVE WS-DFT-MIN-PCT TO WS-MIN-PCT.                           DCCRD01P
153200     MOVE WS-DFT-MIN-FLOOR TO WS-MIN-FLOOR.                       DCCRD01P
153300     MOVE WS-DFT-LATE-FEE TO WS-LATE-FEE.                         DCCRD01P
153400     MOVE WS-DFT-DUE-DAYS TO WS-DUE-DAYS.                         DCCRD01P
153500     EXEC SQL                                                     DCCRD01P
153600          SELECT CTL_VALUE                                        DCCRD01P
153700          INTO :WS-PURCH-APR                                      DCCRD01P
153800          FROM BNKCTLV                                            DCCRD01P
153900          WHERE CTL_ID = 'CCPURAPR'                               DCCRD01P
154000     END-EXEC.                                                    DCCRD01P
154100     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DCCRD01P
154200        SQLCODE IS NOT EQUAL TO +100                              DCCRD01P
154300        GO TO READ-CARD-CONTROLS-FAIL                             DCCRD01P
154400     END-IF.                                                      DCCRD01P
154500     EXEC SQL                                                     DCCRD01P
154600          SELECT CTL_VALUE                                        DCCRD01P
154700          INTO :WS-CASH-APR                                       DCCRD01P
154800          FROM BNKCTLV                                            DCCRD01P
154900          WHERE CTL_ID = 'CCCSHAPR'                               DCCRD01P
155000     END-EXEC.                                                    DCCRD01P
155100     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DCCRD01P
155200        SQLCODE IS NOT EQUAL TO +100                              DCCRD01P
155300        GO TO READ-CARD-CONTROLS-FAIL                             DCCRD01P
155400     END-IF.                                                      DCCRD01P
155500     EXEC SQL                                                     DCCRD01P
155600          SELECT CTL_VALUE                                        DCCRD01P
155700          INTO :WS-MIN-PCT                                        DCCRD01P
155800          FROM BNKCTLV                                            DCCRD01P
155900          WHERE CTL_ID = 'CCMINPCT'                               DCCRD01P
156000     END-EXEC.                                                    DCCRD01P
156100     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DCCRD01P
156200        SQLCODE IS NOT EQUAL TO +100                              DCCRD01P
156300        GO TO READ-CARD-CONTROLS-FAIL                             DCCRD01P
156400     END-IF.                                                      DCCRD01P
156500     EXEC SQL                                                     DCCRD01P
156600          SELECT CTL_VALUE                                        DCCRD01P
156700          INTO :WS-MIN-FLOOR                                      DCCRD01P
156800          FROM BNKCTLV                                            DCCRD01P
156900          WHERE CTL_ID = 'CCMINFLR'                               DCCRD01P
157000     END-EXEC.                                                    DCCRD01P
157100     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DCCRD01P
157200        SQLCODE IS NOT EQUAL TO +100                              DCCRD01P
157300        GO TO READ-CARD-CONTROLS-FAIL                             DCCRD01P
157400     END-IF.                                                      DCCRD01P
157500     EXEC SQL                                                     DCCRD01P
157600          SELECT CTL_VALUE                                        DCCRD01P
157700          INTO :WS-LATE-FEE                                       DCCRD01P
157800          FROM BNKCTLV                                            DCCRD01P
157900          WHERE CTL_ID = 'CCLATEFE'                               DCCRD01P
158000     END-EXEC.                                                    DCCRD01P
158100     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DCCRD01P
158200        SQLCODE IS NOT EQUAL TO +100                              DCCRD01P
158300        GO TO READ-CARD-CONTROLS-FAIL                             DCCRD01P
158400     END-IF.                                                      DCCRD01P
158500     EXEC SQL                                                     DCCRD01P
158600          SELECT CTL_VALUE                                        DCCRD01P
158700          INTO :WS-DUE-DAYS                                       DCCRD01P
158800          FROM BNKCTLV                                            DCCRD01P
158900          WHERE CTL_ID = 'CCDUEDAY'                               DCCRD01P
159000     END-EXEC.                                                    DCCRD01P
159100     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DCCRD01P
159200        SQLCODE IS NOT EQUAL TO +100                              DCCRD01P
159300        GO TO READ-CARD-CONTROLS-FAIL                             DCCRD01P
159400     END-IF.                                                      DCCRD01P
159500*    +100 just means no override - the default stands, having     DCCRD01P
159600*    been primed before the read                                  DCCRD01P
159700     GO TO READ-CARD-CONTROLS-EXIT.                               DCCRD01P
159800 READ-CARD-CONTROLS-FAIL.                                         DCCRD01P
159900     MOVE 'Unable to read the card controls' TO CCR1O-MSG.        DCCRD01P
160000 READ-CARD-CONTROLS-EXIT.                                         DCCRD01P
160100     EXIT.                                                        DCCRD01P
160200                                                                  DCCRD01P
160300***************************************************************** DCCRD01P
160400* Move a payment through the normal balance-update and audit    * DCCRD01P
160500* building blocks. The holder's own payment is checked like     * DCCRD01P
160600* any keyed transfer; the automatic payment is taken by the     * DCCRD01P
160700* bank under the card terms, so like the other nightly posters  * DCCRD01P
160800* it is not subject to the keyed-transfer caps or duplicate     * DCCRD01P
160900* refusal                                                       * DCCRD01P
161000***************************************************************** DCCRD01P
161100 POST-TRANSFER.                                                   DCCRD01P
161200     EXEC SQL                                                     DCCRD01P
161300          SELECT BAC_BALANCE                                      DCCRD01P
161400          INTO :CD04I-FROM-OLD-BAL                                DCCRD01P
161500          FROM BNKACC                                             DCCRD01P
161600          WHERE BAC_ACCNO = :WS-FROM-ACC                          DCCRD01P
161700     END-EXEC.                                                    DCCRD01P
161800     IF SQLCODE IS NOT EQUAL TO ZERO                              DCCRD01P
161900        MOVE 'Unable to read the account paying in' TO CCR1O-MSG  DCCRD01P
162000        GO TO POST-TRANSFER-EXIT                                  DCCRD01P
162100     END-IF.                                                      DCCRD01P
162200     EXEC SQL                                                     DCCRD01P
162300          SELECT BAC_BALANCE                                      DCCRD01P
162400          INTO :CD04I-TO-OLD-BAL                                  DCCRD01P
162500          FROM BNKACC                                             DCCRD01P
162600          WHERE BAC_ACCNO = :WS-TO-ACC                            DCCRD01P
162700     END-EXEC.                                                    DCCRD01P
162800     IF SQLCODE IS NOT EQUAL TO ZERO                              DCCRD01P
162900        MOVE 'Unable to read the card account' TO CCR1O-MSG       DCCRD01P
163000        GO TO POST-TRANSFER-EXIT                                  DCCRD01P
163100     END-IF.                                                      DCCRD01P
163200     MOVE WS-FROM-ACC TO CD04I-FROM-ACC.                          DCCRD01P
163300     MOVE WS-TO-ACC TO CD04I-TO-ACC.                              DCCRD01P
163400     COMPUTE CD04I-FROM-NEW-BAL =                                 DCCRD01P
163500             CD04I-FROM-OLD-BAL - WS-POST-AMOUNT.                 DCCRD01P
163600     COMPUTE CD04I-TO-NEW-BAL =                                   DCCRD01P
163700             CD04I-TO-OLD-BAL + WS-POST-AMOUNT.                   DCCRD01P
163800     IF POST-BY-BANK                                              DCCRD01P
163900        SET CD04I-SKIP-LIMIT-CHECK TO TRUE                        DCCRD01P
164000        SET CD04I-DUP-OVERRIDE-ON TO TRUE                         DCCRD01P
164100     ELSE                                                         DCCRD01P
164200        SET CD04I-APPLY-LIMIT-CHECK TO TRUE                       DCCRD01P
164300        SET CD04I-DUP-OVERRIDE-OFF TO TRUE                        DCCRD01P
164400     END-IF.                                                      DCCRD01P
164450     SET CD04I-CARD-PAYMENT-TAKEN TO TRUE.                        DCCRD01P
164500 COPY CBANKX04.                                                   DCCRD01P
164600     IF NOT CD04O-UPDATE-OK                                       DCCRD01P
164700        MOVE CD04O-MSG TO CCR1O-MSG                               DCCRD01P
164800        GO TO POST-TRANSFER-EXIT                                  DCCRD01P
164900     END-IF.                                                      DCCRD01P
165000     MOVE SPACES TO CD06-DATA.                                    DCCRD01P
165100     MOVE CD04I-PERSON-PID TO CD06I-PERSON-PID.                   DCCRD01P
165200     MOVE CD04O-TIMESTAMP TO CD06I-TIMESTAMP.                     DCCRD01P
165300     MOVE CD04I-FROM-ACC TO CD06I-FROM-ACC.                       DCCRD01P
165400     MOVE WS-POST-AMOUNT TO CD06I-FROM-AMOUNT.                    DCCRD01P
165500     MOVE WS-POST-DESC TO CD06I-FROM-DESC.                        DCCRD01P
165600     MOVE CD04I-TO-ACC TO CD06I-TO-ACC.                           DCCRD01P
165700     MOVE WS-POST-AMOUNT TO CD06I-TO-AMOUNT.                      DCCRD01P
165800     MOVE WS-POST-DESC TO CD06I-TO-DESC.                          DCCRD01P
165900 COPY CBANKX06.                                                   DCCRD01P
166000     IF CD06O-UPDATE-FAIL                                         DCCRD01P
166100        MOVE 'Unable to journal the card payment' TO CCR1O-MSG    DCCRD01P
166200     END-IF.                                                      DCCRD01P
166300 POST-TRANSFER-EXIT.                                              DCCRD01P
166400     EXIT.                                                        DCCRD01P
166500                                                                  DCCRD01P
166600***************************************************************** DCCRD01P
166700* Queue one line of the card statement report                   * DCCRD01P
166800***************************************************************** DCCRD01P
166900 QUEUE-REPORT-LINE.                                               DCCRD01P
167000 COPY CCSVWRQ.                                                    DCCRD01P
167100 QUEUE-REPORT-LINE-EXIT.                                          DCCRD01P
167200     EXIT.                                                        DCCRD01P
