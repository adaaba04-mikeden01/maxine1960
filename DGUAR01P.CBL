000100***************************************************************** DGUAR01P
000200*                                                               * DGUAR01P
000300*  Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.    * DGUAR01P
000400*  This demonstration program is provided for use by users      * DGUAR01P
000500*  of Micro Focus products and may be used, modified and        * DGUAR01P
000600*  distributed as part of your application provided that        * DGUAR01P
000700*  you properly acknowledge the copyright of Micro Focus        * DGUAR01P
000800*  in this material.                                            * DGUAR01P
000900*                                                               * DGUAR01P
001000***************************************************************** DGUAR01P
001100                                                                  DGUAR01P
001200***************************************************************** DGUAR01P
001300* Program:     DGUAR01P.CBL                                     * DGUAR01P
001400* Function:    Bank guarantees and standby letters of credit -  * DGUAR01P
001500*              issue, amend and cancel entries on the BNKGUAR   * DGUAR01P
001600*              register for a corporate customer, block any     * DGUAR01P
001700*              cash margin through DHOLD01P, post contingent    * DGUAR01P
001800*              memo rows for the ledger sweep, bill quarterly   * DGUAR01P
001900*              commission, expire lapsed guarantees nightly,    * DGUAR01P
002000*              and pay a claim approved through DBANK81P -      * DGUAR01P
002100*              applying the margin and turning the rest of      * DGUAR01P
002200*              the claim into a loan on BNKLOAN                 * DGUAR01P
002300*              SQL version                                      * DGUAR01P
002400***************************************************************** DGUAR01P
002500                                                                  DGUAR01P
002600 IDENTIFICATION DIVISION.                                         DGUAR01P
002700 PROGRAM-ID.                                                      DGUAR01P
002800     DGUAR01P.                                                    DGUAR01P
002900 DATE-WRITTEN.                                                    DGUAR01P
003000     October 2026.                                                DGUAR01P
003100 DATE-COMPILED.                                                   DGUAR01P
003200     Today.                                                       DGUAR01P
003300                                                                  DGUAR01P
003400 ENVIRONMENT DIVISION.                                            DGUAR01P
003500                                                                  DGUAR01P
003600 DATA DIVISION.                                                   DGUAR01P
003700                                                                  DGUAR01P
003800 WORKING-STORAGE SECTION.                                         DGUAR01P
003900 01  WS-MISC-STORAGE.                                             DGUAR01P
004000   05  WS-PROGRAM-ID                         PIC X(8)             DGUAR01P
004100       VALUE 'DGUAR01P'.                                          DGUAR01P
004200   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DGUAR01P
004300   05  WS-AMOUNT-DISP                        PIC -(7)9.99.        DGUAR01P
004400   05  WS-TOTAL-DISP                         PIC -(9)9.99.        DGUAR01P
004500   05  WS-COUNT-DISP                         PIC Z(4)9.           DGUAR01P
004600   05  WS-PASS-FLAG                          PIC X(1).            DGUAR01P
004700     88  NIGHTLY-PASS                        VALUE 'N'.           DGUAR01P
004800     88  SINGLE-REQUEST                      VALUE 'S'.           DGUAR01P
004900   05  WS-BILL-FLAG                          PIC X(1).            DGUAR01P
005000     88  COMMISSION-BILLED                   VALUE 'Y'.           DGUAR01P
005100     88  COMMISSION-HELD                     VALUE 'N'.           DGUAR01P
005200                                                                  DGUAR01P
005300***************************************************************** DGUAR01P
005400* Guarantee defaults, used when no BNKCTLV override is held -   * DGUAR01P
005500* GTECOMRT the annual commission as a percentage of the amount  * DGUAR01P
005600* outstanding, billed a quarter in advance, GTECOMMN the least  * DGUAR01P
005700* a quarter is billed, and GTECLRAT and GTECLTRM the annual     * DGUAR01P
005800* rate and the term in months of the loan a paid claim becomes  * DGUAR01P
005900***************************************************************** DGUAR01P
006000 01  WS-GUARANTEE-DEFAULTS.                                       DGUAR01P
006100   05  WS-DFT-COMM-PCT                       PIC S9(3)V99 COMP-3  DGUAR01P
006200       VALUE +1.50.                                               DGUAR01P
006300   05  WS-DFT-COMM-MIN                       PIC S9(7)V99 COMP-3  DGUAR01P
006400       VALUE +50.00.                                              DGUAR01P
006500   05  WS-DFT-CLAIM-RATE                     PIC S9V9(6) COMP-3   DGUAR01P
006600       VALUE +0.120000.                                           DGUAR01P
006700   05  WS-DFT-CLAIM-TERM                     PIC S9(5) COMP-3     DGUAR01P
006800       VALUE +12.                                                 DGUAR01P
006900   05  WS-BASE-CURRENCY                      PIC X(3)             DGUAR01P
007000       VALUE 'USD'.                                               DGUAR01P
007100*        The most one posting can carry - a guarantee whose base  DGUAR01P
007200*        equivalent is larger cannot be booked or claimed         DGUAR01P
007300   05  WS-MAX-POSTING                        PIC S9(7)V99 COMP-3  DGUAR01P
007400       VALUE +9999999.99.                                         DGUAR01P
007500                                                                  DGUAR01P
007600 01  WS-CSV-DATA.                                                 DGUAR01P
007700 COPY CCSVD.                                                      DGUAR01P
007800                                                                  DGUAR01P
007900 01  WS-06-COMMAREA.                                              DGUAR01P
008000 COPY CBANKD06.                                                   DGUAR01P
008100                                                                  DGUAR01P
008200 01  WS-96-COMMAREA.                                              DGUAR01P
008300 COPY CBANKD96.                                                   DGUAR01P
008400                                                                  DGUAR01P
008500 01  WS-88-COMMAREA.                                              DGUAR01P
008600 COPY CBANKD88.                                                   DGUAR01P
008700                                                                  DGUAR01P
008800   EXEC SQL                                                       DGUAR01P
008900        BEGIN DECLARE SECTION                                     DGUAR01P
009000   END-EXEC.                                                      DGUAR01P
009100 01  WS-COMMAREA.                                                 DGUAR01P
009200     EXEC SQL                                                     DGUAR01P
009300          INCLUDE CGUARD01                                        DGUAR01P
009400     END-EXEC.                                                    DGUAR01P
009500 01  WS-98-COMMAREA.                                              DGUAR01P
009600     EXEC SQL                                                     DGUAR01P
009700          INCLUDE CBANKD98                                        DGUAR01P
009800     END-EXEC.                                                    DGUAR01P
009900 01  WS-81-COMMAREA.                                              DGUAR01P
010000     EXEC SQL                                                     DGUAR01P
010100          INCLUDE CBANKD81                                        DGUAR01P
010200     END-EXEC.                                                    DGUAR01P
010300 01  WS-48-COMMAREA.                                              DGUAR01P
010400     EXEC SQL                                                     DGUAR01P
010500          INCLUDE CBANKD48                                        DGUAR01P
010600     END-EXEC.                                                    DGUAR01P
010700 01  WS-H1-COMMAREA.                                              DGUAR01P
010800     EXEC SQL                                                     DGUAR01P
010900          INCLUDE CHOLDD01                                        DGUAR01P
011000     END-EXEC.                                                    DGUAR01P
011100 01  WS-62-COMMAREA.                                              DGUAR01P
011200     EXEC SQL                                                     DGUAR01P
011300          INCLUDE CBANKD62                                        DGUAR01P
011400     END-EXEC.                                                    DGUAR01P
011500 01  WS-70-COMMAREA.                                              DGUAR01P
011600     EXEC SQL                                                     DGUAR01P
011700          INCLUDE CBANKD70                                        DGUAR01P
011800     END-EXEC.                                                    DGUAR01P
011900 01  WS-04-COMMAREA.                                              DGUAR01P
012000     EXEC SQL                                                     DGUAR01P
012100          INCLUDE CBANKD04                                        DGUAR01P
012200     END-EXEC.                                                    DGUAR01P
012300 01  DCL-GTE-AREAS.                                               DGUAR01P
012400*        The guarantee reference - GT and a running number        DGUAR01P
012500   05  DCL-GTE-REF                           PIC X(9).            DGUAR01P
012600   05  DCL-GTE-REF-R REDEFINES DCL-GTE-REF.                       DGUAR01P
012700     10  DCL-GTE-REF-LETTERS                 PIC X(2).            DGUAR01P
012800     10  DCL-GTE-REF-NUMBER                  PIC 9(7).            DGUAR01P
012900   05  DCL-GTE-PID                           PIC X(5).            DGUAR01P
013000   05  DCL-GTE-KIND                          PIC X(1).            DGUAR01P
013100   05  DCL-GTE-BENE-NAME                     PIC X(25).           DGUAR01P
013200   05  DCL-GTE-BENE-ROUTING                  PIC X(9).            DGUAR01P
013300   05  DCL-GTE-BENE-EXT-ACC                  PIC X(17).           DGUAR01P
013400   05  DCL-GTE-CURRENCY                      PIC X(3).            DGUAR01P
013500   05  DCL-GTE-RATE                       PIC S9(3)V9(6) COMP-3.  DGUAR01P
013600   05  DCL-GTE-AMOUNT                        PIC S9(7)V99 COMP-3. DGUAR01P
013700   05  DCL-GTE-BASE-AMOUNT                   PIC S9(7)V99 COMP-3. DGUAR01P
013800   05  DCL-GTE-EXPIRY-DATE                   PIC X(10).           DGUAR01P
013900   05  DCL-GTE-ACCNO                         PIC X(9).            DGUAR01P
014000   05  DCL-GTE-MARGIN                        PIC S9(7)V99 COMP-3. DGUAR01P
014100   05  DCL-GTE-HOLD-ID                       PIC S9(7) COMP-3.    DGUAR01P
014200   05  DCL-GTE-NEXT-COMM                     PIC X(10).           DGUAR01P
014300   05  DCL-GTE-STATUS                        PIC X(1).            DGUAR01P
014400   05  DCL-GCL-ID                            PIC S9(7) COMP-3.    DGUAR01P
014500   05  DCL-GCL-AMOUNT                        PIC S9(7)V99 COMP-3. DGUAR01P
014600   05  DCL-GCL-BASE-AMOUNT                   PIC S9(7)V99 COMP-3. DGUAR01P
014700   05  DCL-GCL-PENDING                       PIC S9(5) COMP-3.    DGUAR01P
014800   05  DCL-CRP-PID                           PIC X(5).            DGUAR01P
014900   05  DCL-BAC-PID                           PIC X(5).            DGUAR01P
015000   05  DCL-BAC-BALANCE                       PIC S9(7)V99 COMP-3. DGUAR01P
015100   05  DCL-BAC-STATUS                        PIC X(1).            DGUAR01P
015200   05  DCL-BAC-ACCTYPE                       PIC X(2).            DGUAR01P
015300   05  DCL-BAC-CURRENCY                      PIC X(3).            DGUAR01P
015400 01  WS-GUARANTEE-AREAS.                                          DGUAR01P
015500   05  WS-BUSINESS-DATE                      PIC X(10).           DGUAR01P
015600   05  WS-COMM-PCT                           PIC S9(3)V99 COMP-3. DGUAR01P
015700   05  WS-COMM-MIN                           PIC S9(7)V99 COMP-3. DGUAR01P
015800   05  WS-CLAIM-RATE                         PIC S9V9(6) COMP-3.  DGUAR01P
015900   05  WS-CLAIM-TERM                         PIC S9(5) COMP-3.    DGUAR01P
016000   05  WS-BASE-WORK                          PIC S9(11)V99 COMP-3.DGUAR01P
016100   05  WS-NEW-EXPIRY                         PIC X(10).           DGUAR01P
016200   05  WS-NEW-AMOUNT                         PIC S9(7)V99 COMP-3. DGUAR01P
016300   05  WS-NEW-BASE                           PIC S9(7)V99 COMP-3. DGUAR01P
016400   05  WS-BASE-CHANGE                        PIC S9(7)V99 COMP-3. DGUAR01P
016500   05  WS-AVAILABLE                          PIC S9(11)V99 COMP-3.DGUAR01P
016600   05  WS-CLOSE-STATUS                       PIC X(1).            DGUAR01P
016700   05  WS-MEMO-SUB-TYPE                      PIC X(1).            DGUAR01P
016800   05  WS-MEMO-AMOUNT                        PIC S9(7)V99 COMP-3. DGUAR01P
016900   05  WS-MEMO-DESC                          PIC X(30).           DGUAR01P
017000   05  WS-HOLD-AMOUNT                        PIC S9(7)V99 COMP-3. DGUAR01P
017100   05  WS-CHG-AMOUNT                         PIC S9(7)V99 COMP-3. DGUAR01P
017200   05  WS-NEW-BALANCE                        PIC S9(7)V99 COMP-3. DGUAR01P
017300   05  WS-POST-TIMESTAMP                     PIC X(26).           DGUAR01P
017400   05  WS-MARGIN-APPLIED                     PIC S9(7)V99 COMP-3. DGUAR01P
017500   05  WS-MARGIN-LEFT                        PIC S9(7)V99 COMP-3. DGUAR01P
017600   05  WS-LOAN-AMOUNT                        PIC S9(7)V99 COMP-3. DGUAR01P
017700   05  WS-PAY-ACC                            PIC X(9).            DGUAR01P
017800   05  WS-PAY-REF                            PIC 9(7).            DGUAR01P
017900   05  WS-MONTHLY-RATE                       PIC 9V9(8).          DGUAR01P
018000   05  WS-FACTOR                             PIC 9(8)V9(8).       DGUAR01P
018100   05  WS-PAYMENT                            PIC S9(7)V99 COMP-3. DGUAR01P
018200   05  WS-EVENT                              PIC X(12).           DGUAR01P
018300     EXEC SQL                                                     DGUAR01P
018400          INCLUDE CBANKTXD                                        DGUAR01P
018500     END-EXEC.                                                    DGUAR01P
018600 01  WS-REF-DATA.                                                 DGUAR01P
018700 COPY CTXNREFD.                                                   DGUAR01P
018800                                                                  DGUAR01P
018900     EXEC SQL                                                     DGUAR01P
019000          INCLUDE SQLCA                                           DGUAR01P
019100     END-EXEC.                                                    DGUAR01P
019200                                                                  DGUAR01P
019300 COPY CABENDD.                                                    DGUAR01P
019400   EXEC SQL                                                       DGUAR01P
019500        END DECLARE SECTION                                       DGUAR01P
019600   END-EXEC.                                                      DGUAR01P
019700                                                                  DGUAR01P
019800 LINKAGE SECTION.                                                 DGUAR01P
019900 01  DFHCOMMAREA.                                                 DGUAR01P
020000   05  LK-COMMAREA                           PIC X(1)             DGUAR01P
020100       OCCURS 1 TO 6144 TIMES                                     DGUAR01P
020200         DEPENDING ON WS-COMMAREA-LENGTH.                         DGUAR01P
020300                                                                  DGUAR01P
020400 COPY CENTRY.                                                     DGUAR01P
020500***************************************************************** DGUAR01P
020600* Move the passed area to our area                              * DGUAR01P
020700***************************************************************** DGUAR01P
020800     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DGUAR01P
020900     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DGUAR01P
021000                                                                  DGUAR01P
021100***************************************************************** DGUAR01P
021200* Initialize our output area                                    * DGUAR01P
021300***************************************************************** DGUAR01P
021400     INITIALIZE CGU1O-DATA.                                       DGUAR01P
021500     SET CGU1O-REQUEST-FAIL TO TRUE.                              DGUAR01P
021600     SET SINGLE-REQUEST TO TRUE.                                  DGUAR01P
021700                                                                  DGUAR01P
021800     INITIALIZE CD98-DATA.                                        DGUAR01P
021900     SET CD98I-READ-BUSINESS-DATE TO TRUE.                        DGUAR01P
022000 COPY CBANKX98.                                                   DGUAR01P
022100     IF NOT CD98O-REQUEST-OK                                      DGUAR01P
022200        MOVE CD98O-MSG TO CGU1O-MSG                               DGUAR01P
022300        GO TO DGUAR01P-EXIT                                       DGUAR01P
022400     END-IF.                                                      DGUAR01P
022500     MOVE CD98O-DATE TO WS-BUSINESS-DATE.                         DGUAR01P
022600                                                                  DGUAR01P
022700     EVALUATE TRUE                                                DGUAR01P
022800       WHEN CGU1I-ISSUE                                           DGUAR01P
022900         PERFORM ISSUE-GUARANTEE THRU                             DGUAR01P
023000                 ISSUE-GUARANTEE-EXIT                             DGUAR01P
023100       WHEN CGU1I-AMEND                                           DGUAR01P
023200         PERFORM AMEND-GUARANTEE THRU                             DGUAR01P
023300                 AMEND-GUARANTEE-EXIT                             DGUAR01P
023400       WHEN CGU1I-CANCEL                                          DGUAR01P
023500         PERFORM CANCEL-GUARANTEE THRU                            DGUAR01P
023600                 CANCEL-GUARANTEE-EXIT                            DGUAR01P
023700       WHEN CGU1I-REQUEST-CLAIM                                   DGUAR01P
023800         PERFORM REQUEST-CLAIM THRU                               DGUAR01P
023900                 REQUEST-CLAIM-EXIT                               DGUAR01P
024000       WHEN CGU1I-EXECUTE-CLAIM                                   DGUAR01P
024100         PERFORM EXECUTE-CLAIM THRU                               DGUAR01P
024200                 EXECUTE-CLAIM-EXIT                               DGUAR01P
024300       WHEN CGU1I-NIGHTLY-RUN                                     DGUAR01P
024400         SET NIGHTLY-PASS TO TRUE                                 DGUAR01P
024500         PERFORM NIGHTLY-RUN THRU                                 DGUAR01P
024600                 NIGHTLY-RUN-EXIT                                 DGUAR01P
024700       WHEN OTHER                                                 DGUAR01P
024800         MOVE 'Unknown guarantee function requested' TO CGU1O-MSG DGUAR01P
024900     END-EVALUATE.                                                DGUAR01P
025000                                                                  DGUAR01P
025100 DGUAR01P-EXIT.                                                   DGUAR01P
025200***************************************************************** DGUAR01P
025300* Move the result back to the callers area                      * DGUAR01P
025400***************************************************************** DGUAR01P
025500     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DGUAR01P
025600                                                                  DGUAR01P
025700***************************************************************** DGUAR01P
025800* Return to our caller                                          * DGUAR01P
025900***************************************************************** DGUAR01P
026000 COPY CRETURN.                                                    DGUAR01P
026100                                                                  DGUAR01P
026200***************************************************************** DGUAR01P
026300* Issue a guarantee for a corporate customer. The face amount   * DGUAR01P
026400* is booked in base currency at today's rate, the whole of it   * DGUAR01P
026500* must clear the customer's obligor limit, and any margin must  * DGUAR01P
026600* be free on the settlement account before it is blocked. The   * DGUAR01P
026700* memo entry puts the contingent liability on the ledger and    * DGUAR01P
026800* the first quarter's commission is billed straight away        * DGUAR01P
026900***************************************************************** DGUAR01P
027000 ISSUE-GUARANTEE.                                                 DGUAR01P
027100     MOVE CGU1I-CORP-PID TO DCL-CRP-PID.                          DGUAR01P
027200     EXEC SQL                                                     DGUAR01P
027300          SELECT CRP_PID                                          DGUAR01P
027400          INTO :DCL-CRP-PID                                       DGUAR01P
027500          FROM BNKCORP                                            DGUAR01P
027600          WHERE CRP_PID = :DCL-CRP-PID                            DGUAR01P
027700     END-EXEC.                                                    DGUAR01P
027800     IF SQLCODE IS EQUAL TO +100                                  DGUAR01P
027900        SET CGU1O-NOT-FOUND TO TRUE                               DGUAR01P
028000        MOVE 'Guarantees are issued only for corporate customers' DGUAR01P
028100          TO CGU1O-MSG                                            DGUAR01P
028200        GO TO ISSUE-GUARANTEE-EXIT                                DGUAR01P
028300     END-IF.                                                      DGUAR01P
028400     IF SQLCODE IS NOT EQUAL TO ZERO                              DGUAR01P
028500        MOVE 'Unable to read the corporate register' TO CGU1O-MSG DGUAR01P
028600        GO TO ISSUE-GUARANTEE-EXIT                                DGUAR01P
028700     END-IF.                                                      DGUAR01P
028800     IF NOT CGU1I-PERFORMANCE-GTE AND                             DGUAR01P
028900        NOT CGU1I-PAYMENT-GTE AND                                 DGUAR01P
029000        NOT CGU1I-STANDBY-LC                                      DGUAR01P
029100        MOVE 'Kind must be P(erformance), G(payment) or S(tandby)'DGUAR01P
029200          TO CGU1O-MSG                                            DGUAR01P
029300        GO TO ISSUE-GUARANTEE-EXIT                                DGUAR01P
029400     END-IF.                                                      DGUAR01P
029500     IF CGU1I-BENE-NAME IS EQUAL TO SPACES OR                     DGUAR01P
029600        CGU1I-BENE-ROUTING IS EQUAL TO SPACES OR                  DGUAR01P
029700        CGU1I-BENE-EXT-ACC IS EQUAL TO SPACES                     DGUAR01P
029800        MOVE 'The beneficiary and their bank account are needed'  DGUAR01P
029900          TO CGU1O-MSG                                            DGUAR01P
030000        GO TO ISSUE-GUARANTEE-EXIT                                DGUAR01P
030100     END-IF.                                                      DGUAR01P
030200     IF CGU1I-AMOUNT IS NOT GREATER THAN ZERO                     DGUAR01P
030300        MOVE 'The guarantee amount must be greater than zero'     DGUAR01P
030400          TO CGU1O-MSG                                            DGUAR01P
030500        GO TO ISSUE-GUARANTEE-EXIT                                DGUAR01P
030600     END-IF.                                                      DGUAR01P
030700     IF CGU1I-EXPIRY-DATE IS NOT GREATER THAN WS-BUSINESS-DATE    DGUAR01P
030800        MOVE 'The expiry must fall after today' TO CGU1O-MSG      DGUAR01P
030900        GO TO ISSUE-GUARANTEE-EXIT                                DGUAR01P
031000     END-IF.                                                      DGUAR01P
031100     IF CGU1I-MARGIN IS LESS THAN ZERO                            DGUAR01P
031200        MOVE 'The margin cannot be negative' TO CGU1O-MSG         DGUAR01P
031300        GO TO ISSUE-GUARANTEE-EXIT                                DGUAR01P
031400     END-IF.                                                      DGUAR01P
031500     MOVE CGU1I-CURRENCY TO DCL-GTE-CURRENCY.                     DGUAR01P
031600     IF DCL-GTE-CURRENCY IS EQUAL TO SPACES                       DGUAR01P
031700        MOVE WS-BASE-CURRENCY TO DCL-GTE-CURRENCY                 DGUAR01P
031800     END-IF.                                                      DGUAR01P
031900     MOVE 1 TO DCL-GTE-RATE.                                      DGUAR01P
032000     IF DCL-GTE-CURRENCY IS NOT EQUAL TO WS-BASE-CURRENCY         DGUAR01P
032100        INITIALIZE CD88-DATA                                      DGUAR01P
032200        SET CD88I-READ-RATE TO TRUE                               DGUAR01P
032300        MOVE DCL-GTE-CURRENCY TO CD88I-CURRENCY                   DGUAR01P
032400 COPY CBANKX88.                                                   DGUAR01P
032500        IF NOT CD88O-REQUEST-OK                                   DGUAR01P
032600           MOVE 'No rate is held for the guarantee currency'      DGUAR01P
032700             TO CGU1O-MSG                                         DGUAR01P
032800           GO TO ISSUE-GUARANTEE-EXIT                             DGUAR01P
032900        END-IF                                                    DGUAR01P
033000        MOVE CD88O-RATE TO DCL-GTE-RATE                           DGUAR01P
033100     END-IF.                                                      DGUAR01P
033200     COMPUTE WS-BASE-WORK ROUNDED = CGU1I-AMOUNT * DCL-GTE-RATE.  DGUAR01P
033300     IF WS-BASE-WORK IS GREATER THAN WS-MAX-POSTING               DGUAR01P
033400        MOVE 'Too large to book as a single guarantee'            DGUAR01P
033500          TO CGU1O-MSG                                            DGUAR01P
033600        GO TO ISSUE-GUARANTEE-EXIT                                DGUAR01P
033700     END-IF.                                                      DGUAR01P
033800     MOVE WS-BASE-WORK TO DCL-GTE-BASE-AMOUNT.                    DGUAR01P
033900     IF CGU1I-MARGIN IS GREATER THAN DCL-GTE-BASE-AMOUNT          DGUAR01P
034000        MOVE 'The margin cannot exceed the guarantee' TO CGU1O-MSGDGUAR01P
034100        GO TO ISSUE-GUARANTEE-EXIT                                DGUAR01P
034200     END-IF.                                                      DGUAR01P
034300     MOVE CGU1I-CORP-PID TO DCL-GTE-PID.                          DGUAR01P
034400     MOVE CGU1I-ACC TO DCL-GTE-ACCNO.                             DGUAR01P
034500     PERFORM PROVE-SETTLEMENT-ACCOUNT THRU                        DGUAR01P
034600             PROVE-SETTLEMENT-ACCOUNT-EXIT.                       DGUAR01P
034700     IF CGU1O-MSG IS NOT EQUAL TO SPACES                          DGUAR01P
034800        GO TO ISSUE-GUARANTEE-EXIT                                DGUAR01P
034900     END-IF.                                                      DGUAR01P
035000                                                                  DGUAR01P
035100***************************************************************** DGUAR01P
035200* The obligor check speaks before the bank puts its name to     * DGUAR01P
035300* the guarantee - a claim would become a loan                   * DGUAR01P
035400***************************************************************** DGUAR01P
035500     INITIALIZE CD48-DATA.                                        DGUAR01P
035600     SET CD48I-CHECK-FACILITY TO TRUE.                            DGUAR01P
035700     MOVE DCL-GTE-PID TO CD48I-PERSON-PID.                        DGUAR01P
035800     MOVE DCL-GTE-BASE-AMOUNT TO CD48I-NEW-AMOUNT.                DGUAR01P
035900 COPY CBANKX48.                                                   DGUAR01P
036000     IF CD48O-WOULD-BREACH                                        DGUAR01P
036100        MOVE CD48O-MSG TO CGU1O-MSG                               DGUAR01P
036200        GO TO ISSUE-GUARANTEE-EXIT                                DGUAR01P
036300     END-IF.                                                      DGUAR01P
036400     IF NOT CD48O-REQUEST-OK                                      DGUAR01P
036500        MOVE CD48O-MSG TO CGU1O-MSG                               DGUAR01P
036600        GO TO ISSUE-GUARANTEE-EXIT                                DGUAR01P
036700     END-IF.                                                      DGUAR01P
036800     PERFORM READ-GUARANTEE-CONTROLS THRU                         DGUAR01P
036900             READ-GUARANTEE-CONTROLS-EXIT.                        DGUAR01P
037000     IF CGU1O-MSG IS NOT EQUAL TO SPACES                          DGUAR01P
037100        GO TO ISSUE-GUARANTEE-EXIT                                DGUAR01P
037200     END-IF.                                                      DGUAR01P
037300     IF CGU1I-MARGIN IS GREATER THAN ZERO                         DGUAR01P
037400        INITIALIZE CDH1-DATA                                      DGUAR01P
037500        SET CDH1I-TOTAL-HELD TO TRUE                              DGUAR01P
037600        MOVE DCL-GTE-ACCNO TO CDH1I-ACC                           DGUAR01P
037700 COPY CHOLDX01.                                                   DGUAR01P
037800        IF NOT CDH1O-REQUEST-OK                                   DGUAR01P
037900           MOVE CDH1O-MSG TO CGU1O-MSG                            DGUAR01P
038000           GO TO ISSUE-GUARANTEE-EXIT                             DGUAR01P
038100        END-IF                                                    DGUAR01P
038200        COMPUTE WS-AVAILABLE = DCL-BAC-BALANCE - CDH1O-TOTAL-HELD DGUAR01P
038300        IF WS-AVAILABLE IS LESS THAN CGU1I-MARGIN                 DGUAR01P
038400           MOVE 'The settlement account cannot cover the margin'  DGUAR01P
038500             TO CGU1O-MSG                                         DGUAR01P
038600           GO TO ISSUE-GUARANTEE-EXIT                             DGUAR01P
038700        END-IF                                                    DGUAR01P
038800     END-IF.                                                      DGUAR01P
038900     EXEC SQL                                                     DGUAR01P
039000          SELECT VALUE(MAX(GTE_REF), 'GT0000000')                 DGUAR01P
039100          INTO :DCL-GTE-REF                                       DGUAR01P
039200          FROM BNKGUAR                                            DGUAR01P
039300     END-EXEC.                                                    DGUAR01P
039400     IF SQLCODE IS NOT EQUAL TO ZERO                              DGUAR01P
039500        MOVE 'Unable to reference the guarantee register'         DGUAR01P
039600          TO CGU1O-MSG                                            DGUAR01P
039700        GO TO ISSUE-GUARANTEE-EXIT                                DGUAR01P
039800     END-IF.                                                      DGUAR01P
039900     ADD 1 TO DCL-GTE-REF-NUMBER.                                 DGUAR01P
040000     MOVE 'GT' TO DCL-GTE-REF-LETTERS.                            DGUAR01P
040100     MOVE CGU1I-EXPIRY-DATE TO DCL-GTE-EXPIRY-DATE.               DGUAR01P
040200     MOVE CGU1I-MARGIN TO DCL-GTE-MARGIN.                         DGUAR01P
040300     MOVE ZERO TO DCL-GTE-HOLD-ID.                                DGUAR01P
040400     IF DCL-GTE-MARGIN IS GREATER THAN ZERO                       DGUAR01P
040500        MOVE DCL-GTE-MARGIN TO WS-HOLD-AMOUNT                     DGUAR01P
040600        PERFORM PLACE-MARGIN-HOLD THRU                            DGUAR01P
040700                PLACE-MARGIN-HOLD-EXIT                            DGUAR01P
040800        IF CGU1O-MSG IS NOT EQUAL TO SPACES                       DGUAR01P
040900           GO TO ISSUE-GUARANTEE-EXIT                             DGUAR01P
041000        END-IF                                                    DGUAR01P
041100     END-IF.                                                      DGUAR01P
041200     MOVE CGU1I-KIND TO DCL-GTE-KIND.                             DGUAR01P
041300     MOVE CGU1I-BENE-NAME TO DCL-GTE-BENE-NAME.                   DGUAR01P
041400     MOVE CGU1I-BENE-ROUTING TO DCL-GTE-BENE-ROUTING.             DGUAR01P
041500     MOVE CGU1I-BENE-EXT-ACC TO DCL-GTE-BENE-EXT-ACC.             DGUAR01P
041600     MOVE CGU1I-AMOUNT TO DCL-GTE-AMOUNT.                         DGUAR01P
041700     MOVE WS-BUSINESS-DATE TO DCL-GTE-NEXT-COMM.                  DGUAR01P
041800     EXEC SQL                                                     DGUAR01P
041900          INSERT                                                  DGUAR01P
042000          INTO BNKGUAR (GTE_REF,                                  DGUAR01P
042100                        GTE_PID,                                  DGUAR01P
042200                        GTE_KIND,                                 DGUAR01P
042300                        GTE_BENE_NAME,                            DGUAR01P
042400                        GTE_BENE_ROUTING,                         DGUAR01P
042500                        GTE_BENE_EXT_ACC,                         DGUAR01P
042600                        GTE_CURRENCY,                             DGUAR01P
042700                        GTE_RATE,                                 DGUAR01P
042800                        GTE_AMOUNT,                               DGUAR01P
042900                        GTE_BASE_AMOUNT,                          DGUAR01P
043000                        GTE_ISSUE_DATE,                           DGUAR01P
043100                        GTE_EXPIRY_DATE,                          DGUAR01P
043200                        GTE_ACCNO,                                DGUAR01P
043300                        GTE_MARGIN,                               DGUAR01P
043400                        GTE_HOLD_ID,                              DGUAR01P
043500                        GTE_NEXT_COMM,                            DGUAR01P
043600                        GTE_COMM_BILLED,                          DGUAR01P
043700                        GTE_CLAIMED,                              DGUAR01P
043800                        GTE_STATUS,                               DGUAR01P
043900                        GTE_ISSUED_BY,                            DGUAR01P
044000                        GTE_UPDATED_TS)                           DGUAR01P
044100          VALUES (:DCL-GTE-REF,                                   DGUAR01P
044200                  :DCL-GTE-PID,                                   DGUAR01P
044300                  :DCL-GTE-KIND,                                  DGUAR01P
044400                  :DCL-GTE-BENE-NAME,                             DGUAR01P
044500                  :DCL-GTE-BENE-ROUTING,                          DGUAR01P
044600                  :DCL-GTE-BENE-EXT-ACC,                          DGUAR01P
044700                  :DCL-GTE-CURRENCY,                              DGUAR01P
044800                  :DCL-GTE-RATE,                                  DGUAR01P
044900                  :DCL-GTE-AMOUNT,                                DGUAR01P
045000                  :DCL-GTE-BASE-AMOUNT,                           DGUAR01P
045100                  :WS-BUSINESS-DATE,                              DGUAR01P
045200                  :DCL-GTE-EXPIRY-DATE,                           DGUAR01P
045300                  :DCL-GTE-ACCNO,                                 DGUAR01P
045400                  :DCL-GTE-MARGIN,                                DGUAR01P
045500                  :DCL-GTE-HOLD-ID,                               DGUAR01P
045600                  :DCL-GTE-NEXT-COMM,                             DGUAR01P
045700                  0,                                              DGUAR01P
045800                  0,                                              DGUAR01P
045900                  'A',                                            DGUAR01P
046000                  :CGU1I-USERID,                                  DGUAR01P
046100                  CURRENT TIMESTAMP)                              DGUAR01P
046200     END-EXEC.                                                    DGUAR01P
046300     IF SQLCODE IS NOT EQUAL TO ZERO                              DGUAR01P
046400        MOVE 'Unable to register the guarantee' TO CGU1O-MSG      DGUAR01P
046500        GO TO ISSUE-GUARANTEE-EXIT                                DGUAR01P
046600     END-IF.                                                      DGUAR01P
046700     MOVE 'I' TO WS-MEMO-SUB-TYPE.                                DGUAR01P
046800     MOVE DCL-GTE-BASE-AMOUNT TO WS-MEMO-AMOUNT.                  DGUAR01P
046900     MOVE 'Guarantee issued' TO WS-MEMO-DESC.                     DGUAR01P
047000     PERFORM WRITE-MEMO-ENTRY THRU                                DGUAR01P
047100             WRITE-MEMO-ENTRY-EXIT.                               DGUAR01P
047200     IF CGU1O-MSG IS NOT EQUAL TO SPACES                          DGUAR01P
047300        GO TO ISSUE-GUARANTEE-EXIT                                DGUAR01P
047400     END-IF.                                                      DGUAR01P
047500     PERFORM BILL-COMMISSION THRU                                 DGUAR01P
047600             BILL-COMMISSION-EXIT.                                DGUAR01P
047700     IF CGU1O-MSG IS NOT EQUAL TO SPACES                          DGUAR01P
047800        GO TO ISSUE-GUARANTEE-EXIT                                DGUAR01P
047900     END-IF.                                                      DGUAR01P
048000     MOVE DCL-GTE-REF TO CGU1O-GTE-REF.                           DGUAR01P
048100     MOVE DCL-GTE-BASE-AMOUNT TO CGU1O-BASE-AMOUNT.               DGUAR01P
048200     MOVE DCL-GTE-HOLD-ID TO CGU1O-HOLD-ID.                       DGUAR01P
048300     SET CGU1O-REQUEST-OK TO TRUE.                                DGUAR01P
048400     STRING 'Guarantee issued as ' DCL-GTE-REF                    DGUAR01P
048500            DELIMITED BY SIZE INTO CGU1O-MSG.                     DGUAR01P
048600 ISSUE-GUARANTEE-EXIT.                                            DGUAR01P
048700     EXIT.                                                        DGUAR01P
048800                                                                  DGUAR01P
048900***************************************************************** DGUAR01P
049000* Amend a live guarantee - a new face amount, a new expiry or   * DGUAR01P
049100* both. An increase goes to the obligor check and posts a       * DGUAR01P
049200* further memo; a reduction releases part of the memo. The      * DGUAR01P
049300* booked rate stands, so the memo entries always net to nil     * DGUAR01P
049400***************************************************************** DGUAR01P
049500 AMEND-GUARANTEE.                                                 DGUAR01P
049600     PERFORM READ-GUARANTEE THRU                                  DGUAR01P
049700             READ-GUARANTEE-EXIT.                                 DGUAR01P
049800     IF CGU1O-MSG IS NOT EQUAL TO SPACES                          DGUAR01P
049900        GO TO AMEND-GUARANTEE-EXIT                                DGUAR01P
050000     END-IF.                                                      DGUAR01P
050100     IF DCL-GTE-STATUS IS NOT EQUAL TO 'A'                        DGUAR01P
050200        MOVE 'Only a live guarantee can be amended' TO CGU1O-MSG  DGUAR01P
050300        GO TO AMEND-GUARANTEE-EXIT                                DGUAR01P
050400     END-IF.                                                      DGUAR01P
050500     PERFORM COUNT-PENDING-CLAIMS THRU                            DGUAR01P
050600             COUNT-PENDING-CLAIMS-EXIT.                           DGUAR01P
050700     IF CGU1O-MSG IS NOT EQUAL TO SPACES                          DGUAR01P
050800        GO TO AMEND-GUARANTEE-EXIT                                DGUAR01P
050900     END-IF.                                                      DGUAR01P
051000     IF DCL-GCL-PENDING IS GREATER THAN ZERO                      DGUAR01P
051100        MOVE 'A claim under that guarantee awaits approval'       DGUAR01P
051200          TO CGU1O-MSG                                            DGUAR01P
051300        GO TO AMEND-GUARANTEE-EXIT                                DGUAR01P
051400     END-IF.                                                      DGUAR01P
051500     IF CGU1I-AMOUNT IS NOT GREATER THAN ZERO AND                 DGUAR01P
051600        CGU1I-EXPIRY-DATE IS EQUAL TO SPACES                      DGUAR01P
051700        MOVE 'Give a new amount, a new expiry or both'            DGUAR01P
051800          TO CGU1O-MSG                                            DGUAR01P
051900        GO TO AMEND-GUARANTEE-EXIT                                DGUAR01P
052000     END-IF.                                                      DGUAR01P
052100     MOVE DCL-GTE-EXPIRY-DATE TO WS-NEW-EXPIRY.                   DGUAR01P
052200     IF CGU1I-EXPIRY-DATE IS NOT EQUAL TO SPACES                  DGUAR01P
052300        IF CGU1I-EXPIRY-DATE IS NOT GREATER THAN WS-BUSINESS-DATE DGUAR01P
052400           MOVE 'The expiry must fall after today' TO CGU1O-MSG   DGUAR01P
052500           GO TO AMEND-GUARANTEE-EXIT                             DGUAR01P
052600        END-IF                                                    DGUAR01P
052700        MOVE CGU1I-EXPIRY-DATE TO WS-NEW-EXPIRY                   DGUAR01P
052800     END-IF.                                                      DGUAR01P
052900     MOVE DCL-GTE-AMOUNT TO WS-NEW-AMOUNT.                        DGUAR01P
053000     MOVE DCL-GTE-BASE-AMOUNT TO WS-NEW-BASE.                     DGUAR01P
053100     IF CGU1I-AMOUNT IS GREATER THAN ZERO                         DGUAR01P
053200        COMPUTE WS-BASE-WORK ROUNDED =                            DGUAR01P
053300                CGU1I-AMOUNT * DCL-GTE-RATE                       DGUAR01P
053400        IF WS-BASE-WORK IS GREATER THAN WS-MAX-POSTING            DGUAR01P
053500           MOVE 'Too large to book as a single guarantee'         DGUAR01P
053600             TO CGU1O-MSG                                         DGUAR01P
053700           GO TO AMEND-GUARANTEE-EXIT                             DGUAR01P
053800        END-IF                                                    DGUAR01P
053900        MOVE CGU1I-AMOUNT TO WS-NEW-AMOUNT                        DGUAR01P
054000        MOVE WS-BASE-WORK TO WS-NEW-BASE                          DGUAR01P
054100     END-IF.                                                      DGUAR01P
054200     IF WS-NEW-BASE IS LESS THAN DCL-GTE-MARGIN                   DGUAR01P
054300        MOVE 'The guarantee cannot fall below its margin'         DGUAR01P
054400          TO CGU1O-MSG                                            DGUAR01P
054500        GO TO AMEND-GUARANTEE-EXIT                                DGUAR01P
054600     END-IF.                                                      DGUAR01P
054700     COMPUTE WS-BASE-CHANGE = WS-NEW-BASE - DCL-GTE-BASE-AMOUNT.  DGUAR01P
054800     IF WS-BASE-CHANGE IS GREATER THAN ZERO                       DGUAR01P
054900        INITIALIZE CD48-DATA                                      DGUAR01P
055000        SET CD48I-CHECK-FACILITY TO TRUE                          DGUAR01P
055100        MOVE DCL-GTE-PID TO CD48I-PERSON-PID                      DGUAR01P
055200        MOVE WS-BASE-CHANGE TO CD48I-NEW-AMOUNT                   DGUAR01P
055300 COPY CBANKX48.                                                   DGUAR01P
055400        IF CD48O-WOULD-BREACH                                     DGUAR01P
055500           MOVE CD48O-MSG TO CGU1O-MSG                            DGUAR01P
055600           GO TO AMEND-GUARANTEE-EXIT                             DGUAR01P
055700        END-IF                                                    DGUAR01P
055800        IF NOT CD48O-REQUEST-OK                                   DGUAR01P
055900           MOVE CD48O-MSG TO CGU1O-MSG                            DGUAR01P
056000           GO TO AMEND-GUARANTEE-EXIT                             DGUAR01P
056100        END-IF                                                    DGUAR01P
056200     END-IF.                                                      DGUAR01P
056300     EXEC SQL                                                     DGUAR01P
056400          UPDATE BNKGUAR                                          DGUAR01P
056500          SET GTE_AMOUNT = :WS-NEW-AMOUNT,                        DGUAR01P
056600              GTE_BASE_AMOUNT = :WS-NEW-BASE,                     DGUAR01P
056700              GTE_EXPIRY_DATE = :WS-NEW-EXPIRY,                   DGUAR01P
056800              GTE_UPDATED_TS = CURRENT TIMESTAMP                  DGUAR01P
056900          WHERE GTE_REF = :DCL-GTE-REF AND                        DGUAR01P
057000                GTE_STATUS = 'A'                                  DGUAR01P
057100     END-EXEC.                                                    DGUAR01P
057200     IF SQLCODE IS NOT EQUAL TO ZERO                              DGUAR01P
057300        MOVE 'Unable to amend the guarantee' TO CGU1O-MSG         DGUAR01P
057400        GO TO AMEND-GUARANTEE-EXIT                                DGUAR01P
057500     END-IF.                                                      DGUAR01P
057600     IF WS-BASE-CHANGE IS GREATER THAN ZERO                       DGUAR01P
057700        MOVE 'I' TO WS-MEMO-SUB-TYPE                              DGUAR01P
057800        MOVE WS-BASE-CHANGE TO WS-MEMO-AMOUNT                     DGUAR01P
057900        MOVE 'Guarantee increased' TO WS-MEMO-DESC                DGUAR01P
058000        PERFORM WRITE-MEMO-ENTRY THRU                             DGUAR01P
058100                WRITE-MEMO-ENTRY-EXIT                             DGUAR01P
058200     END-IF.                                                      DGUAR01P
058300     IF WS-BASE-CHANGE IS LESS THAN ZERO                          DGUAR01P
058400        MOVE 'R' TO WS-MEMO-SUB-TYPE                              DGUAR01P
058500        COMPUTE WS-MEMO-AMOUNT = 0 - WS-BASE-CHANGE               DGUAR01P
058600        MOVE 'Guarantee reduced' TO WS-MEMO-DESC                  DGUAR01P
058700        PERFORM WRITE-MEMO-ENTRY THRU                             DGUAR01P
058800                WRITE-MEMO-ENTRY-EXIT                             DGUAR01P
058900     END-IF.                                                      DGUAR01P
059000     IF CGU1O-MSG IS NOT EQUAL TO SPACES                          DGUAR01P
059100        GO TO AMEND-GUARANTEE-EXIT                                DGUAR01P
059200     END-IF.                                                      DGUAR01P
059300     MOVE DCL-GTE-REF TO CGU1O-GTE-REF.                           DGUAR01P
059400     MOVE WS-NEW-BASE TO CGU1O-BASE-AMOUNT.                       DGUAR01P
059500     SET CGU1O-REQUEST-OK TO TRUE.                                DGUAR01P
059600     MOVE 'Guarantee amended' TO CGU1O-MSG.                       DGUAR01P
059700 AMEND-GUARANTEE-EXIT.                                            DGUAR01P
059800     EXIT.                                                        DGUAR01P
059900                                                                  DGUAR01P
060000***************************************************************** DGUAR01P
060100* Cancel a live guarantee the beneficiary has handed back -     * DGUAR01P
060200* the margin is freed and the memo entry run off                * DGUAR01P
060300***************************************************************** DGUAR01P
060400 CANCEL-GUARANTEE.                                                DGUAR01P
060500     PERFORM READ-GUARANTEE THRU                                  DGUAR01P
060600             READ-GUARANTEE-EXIT.                                 DGUAR01P
060700     IF CGU1O-MSG IS NOT EQUAL TO SPACES                          DGUAR01P
060800        GO TO CANCEL-GUARANTEE-EXIT                               DGUAR01P
060900     END-IF.                                                      DGUAR01P
061000     IF DCL-GTE-STATUS IS NOT EQUAL TO 'A'                        DGUAR01P
061100        MOVE 'Only a live guarantee can be cancelled' TO CGU1O-MSGDGUAR01P
061200        GO TO CANCEL-GUARANTEE-EXIT                               DGUAR01P
061300     END-IF.                                                      DGUAR01P
061400     PERFORM COUNT-PENDING-CLAIMS THRU                            DGUAR01P
061500             COUNT-PENDING-CLAIMS-EXIT.                           DGUAR01P
061600     IF CGU1O-MSG IS NOT EQUAL TO SPACES                          DGUAR01P
061700        GO TO CANCEL-GUARANTEE-EXIT                               DGUAR01P
061800     END-IF.                                                      DGUAR01P
061900     IF DCL-GCL-PENDING IS GREATER THAN ZERO                      DGUAR01P
062000        MOVE 'A claim under that guarantee awaits approval'       DGUAR01P
062100          TO CGU1O-MSG                                            DGUAR01P
062200        GO TO CANCEL-GUARANTEE-EXIT                               DGUAR01P
062300     END-IF.                                                      DGUAR01P
062400     MOVE 'X' TO WS-CLOSE-STATUS.                                 DGUAR01P
062500     MOVE 'Guarantee cancelled' TO WS-MEMO-DESC.                  DGUAR01P
062600     PERFORM CLOSE-GUARANTEE THRU                                 DGUAR01P
062700             CLOSE-GUARANTEE-EXIT.                                DGUAR01P
062800     IF CGU1O-MSG IS NOT EQUAL TO SPACES                          DGUAR01P
062900        GO TO CANCEL-GUARANTEE-EXIT                               DGUAR01P
063000     END-IF.                                                      DGUAR01P
063100     MOVE DCL-GTE-REF TO CGU1O-GTE-REF.                           DGUAR01P
063200     SET CGU1O-REQUEST-OK TO TRUE.                                DGUAR01P
063300     MOVE 'Guarantee cancelled and margin released' TO CGU1O-MSG. DGUAR01P
063400 CANCEL-GUARANTEE-EXIT.                                           DGUAR01P
063500     EXIT.                                                        DGUAR01P
063600                                                                  DGUAR01P
063700***************************************************************** DGUAR01P
063800* Take a guarantee off the book - release its margin, set the   * DGUAR01P
063900* closing status and run off whatever memo is still standing    * DGUAR01P
064000***************************************************************** DGUAR01P
064100 CLOSE-GUARANTEE.                                                 DGUAR01P
064200     PERFORM RELEASE-MARGIN-HOLD THRU                             DGUAR01P
064300             RELEASE-MARGIN-HOLD-EXIT.                            DGUAR01P
064400     IF CGU1O-MSG IS NOT EQUAL TO SPACES                          DGUAR01P
064500        GO TO CLOSE-GUARANTEE-EXIT                                DGUAR01P
064600     END-IF.                                                      DGUAR01P
064700     EXEC SQL                                                     DGUAR01P
064800          UPDATE BNKGUAR                                          DGUAR01P
064900          SET GTE_STATUS = :WS-CLOSE-STATUS,                      DGUAR01P
065000              GTE_HOLD_ID = 0,                                    DGUAR01P
065100              GTE_UPDATED_TS = CURRENT TIMESTAMP                  DGUAR01P
065200          WHERE GTE_REF = :DCL-GTE-REF AND                        DGUAR01P
065300                GTE_STATUS = 'A'                                  DGUAR01P
065400     END-EXEC.                                                    DGUAR01P
065500     IF SQLCODE IS NOT EQUAL TO ZERO                              DGUAR01P
065600        MOVE 'Unable to close the guarantee' TO CGU1O-MSG         DGUAR01P
065700        GO TO CLOSE-GUARANTEE-EXIT                                DGUAR01P
065800     END-IF.                                                      DGUAR01P
065900     IF DCL-GTE-BASE-AMOUNT IS GREATER THAN ZERO                  DGUAR01P
066000        MOVE 'R' TO WS-MEMO-SUB-TYPE                              DGUAR01P
066100        MOVE DCL-GTE-BASE-AMOUNT TO WS-MEMO-AMOUNT                DGUAR01P
066200        PERFORM WRITE-MEMO-ENTRY THRU                             DGUAR01P
066300                WRITE-MEMO-ENTRY-EXIT                             DGUAR01P
066400     END-IF.                                                      DGUAR01P
066500 CLOSE-GUARANTEE-EXIT.                                            DGUAR01P
066600     EXIT.                                                        DGUAR01P
066700                                                                  DGUAR01P
066800***************************************************************** DGUAR01P
066900* The beneficiary has called on a guarantee. The claim is       * DGUAR01P
067000* booked in the guarantee currency, may not exceed what is      * DGUAR01P
067100* still outstanding, and waits on BNKPAUTH for a second user -  * DGUAR01P
067200* DBANK81P calls back with the authorization when it approves   * DGUAR01P
067300***************************************************************** DGUAR01P
067400 REQUEST-CLAIM.                                                   DGUAR01P
067500     PERFORM READ-GUARANTEE THRU                                  DGUAR01P
067600             READ-GUARANTEE-EXIT.                                 DGUAR01P
067700     IF CGU1O-MSG IS NOT EQUAL TO SPACES                          DGUAR01P
067800        GO TO REQUEST-CLAIM-EXIT                                  DGUAR01P
067900     END-IF.                                                      DGUAR01P
068000     IF DCL-GTE-STATUS IS NOT EQUAL TO 'A'                        DGUAR01P
068100        MOVE 'Only a live guarantee can be claimed' TO CGU1O-MSG  DGUAR01P
068200        GO TO REQUEST-CLAIM-EXIT                                  DGUAR01P
068300     END-IF.                                                      DGUAR01P
068400     IF DCL-GTE-EXPIRY-DATE IS LESS THAN WS-BUSINESS-DATE         DGUAR01P
068500        MOVE 'That guarantee expired before today' TO CGU1O-MSG   DGUAR01P
068600        GO TO REQUEST-CLAIM-EXIT                                  DGUAR01P
068700     END-IF.                                                      DGUAR01P
068800     IF CGU1I-AMOUNT IS NOT GREATER THAN ZERO                     DGUAR01P
068900        MOVE 'The claim amount must be greater than zero'         DGUAR01P
069000          TO CGU1O-MSG                                            DGUAR01P
069100        GO TO REQUEST-CLAIM-EXIT                                  DGUAR01P
069200     END-IF.                                                      DGUAR01P
069300     IF CGU1I-AMOUNT IS GREATER THAN DCL-GTE-AMOUNT               DGUAR01P
069400        MOVE 'The claim exceeds the amount guaranteed'            DGUAR01P
069500          TO CGU1O-MSG                                            DGUAR01P
069600        GO TO REQUEST-CLAIM-EXIT                                  DGUAR01P
069700     END-IF.                                                      DGUAR01P
069800     PERFORM COUNT-PENDING-CLAIMS THRU                            DGUAR01P
069900             COUNT-PENDING-CLAIMS-EXIT.                           DGUAR01P
070000     IF CGU1O-MSG IS NOT EQUAL TO SPACES                          DGUAR01P
070100        GO TO REQUEST-CLAIM-EXIT                                  DGUAR01P
070200     END-IF.                                                      DGUAR01P
070300     IF DCL-GCL-PENDING IS GREATER THAN ZERO                      DGUAR01P
070400        MOVE 'A claim under that guarantee awaits approval'       DGUAR01P
070500          TO CGU1O-MSG                                            DGUAR01P
070600        GO TO REQUEST-CLAIM-EXIT                                  DGUAR01P
070700     END-IF.                                                      DGUAR01P
070800*        A claim for the whole amount takes the whole base amount,DGUAR01P
070900*        so no rounding is left standing on the memo              DGUAR01P
071000     IF CGU1I-AMOUNT IS EQUAL TO DCL-GTE-AMOUNT                   DGUAR01P
071100        MOVE DCL-GTE-BASE-AMOUNT TO DCL-GCL-BASE-AMOUNT           DGUAR01P
071200     ELSE                                                         DGUAR01P
071300        COMPUTE DCL-GCL-BASE-AMOUNT ROUNDED =                     DGUAR01P
071400                CGU1I-AMOUNT * DCL-GTE-RATE                       DGUAR01P
071500     END-IF.                                                      DGUAR01P
071600     MOVE CGU1I-AMOUNT TO DCL-GCL-AMOUNT.                         DGUAR01P
071700     INITIALIZE CD81-DATA.                                        DGUAR01P
071800     SET CD81I-CAPTURE-CHECK TO TRUE.                             DGUAR01P
071900     SET CD81I-TYPE-GUARANTEE-CLAIM TO TRUE.                      DGUAR01P
072000     MOVE DCL-GTE-PID TO CD81I-PERSON-PID.                        DGUAR01P
072100     MOVE CGU1I-USERID TO CD81I-MAKER.                            DGUAR01P
072200     MOVE DCL-GTE-ACCNO TO CD81I-FROM-ACC.                        DGUAR01P
072300     MOVE DCL-GTE-ACCNO TO CD81I-TO-ACC.                          DGUAR01P
072400     MOVE DCL-GCL-BASE-AMOUNT TO CD81I-AMOUNT.                    DGUAR01P
072500 COPY CBANKX81.                                                   DGUAR01P
072600     IF NOT CD81O-ITEM-CAPTURED                                   DGUAR01P
072700        MOVE CD81O-MSG TO CGU1O-MSG                               DGUAR01P
072800        GO TO REQUEST-CLAIM-EXIT                                  DGUAR01P
072900     END-IF.                                                      DGUAR01P
073000     EXEC SQL                                                     DGUAR01P
073100          SELECT VALUE(MAX(GCL_ID), 0) + 1                        DGUAR01P
073200          INTO :DCL-GCL-ID                                        DGUAR01P
073300          FROM BNKGTCL                                            DGUAR01P
073400     END-EXEC.                                                    DGUAR01P
073500     IF SQLCODE IS NOT EQUAL TO ZERO                              DGUAR01P
073600        MOVE 'Unable to reference the claim register' TO CGU1O-MSGDGUAR01P
073700        GO TO REQUEST-CLAIM-EXIT                                  DGUAR01P
073800     END-IF.                                                      DGUAR01P
073900     EXEC SQL                                                     DGUAR01P
074000          INSERT                                                  DGUAR01P
074100          INTO BNKGTCL (GCL_ID,                                   DGUAR01P
074200                        GCL_GTE_REF,                              DGUAR01P
074300                        GCL_PID,                                  DGUAR01P
074400                        GCL_AMOUNT,                               DGUAR01P
074500                        GCL_BASE_AMOUNT,                          DGUAR01P
074600                        GCL_NOTE,                                 DGUAR01P
074700                        GCL_MAKER,                                DGUAR01P
074800                        GCL_AUTH_ID,                              DGUAR01P
074900                        GCL_STATUS,                               DGUAR01P
075000                        GCL_REQ_DATE,                             DGUAR01P
075100                        GCL_PAID_DATE,                            DGUAR01P
075200                        GCL_LOAN_ID,                              DGUAR01P
075300                        GCL_PAY_REF,                              DGUAR01P
075400                        GCL_MARGIN_APPLIED)                       DGUAR01P
075500          VALUES (:DCL-GCL-ID,                                    DGUAR01P
075600                  :DCL-GTE-REF,                                   DGUAR01P
075700                  :DCL-GTE-PID,                                   DGUAR01P
075800                  :DCL-GCL-AMOUNT,                                DGUAR01P
075900                  :DCL-GCL-BASE-AMOUNT,                           DGUAR01P
076000                  :CGU1I-NOTE,                                    DGUAR01P
076100                  :CGU1I-USERID,                                  DGUAR01P
076200                  :CD81O-ITEM-ID,                                 DGUAR01P
076300                  'P',                                            DGUAR01P
076400                  :WS-BUSINESS-DATE,                              DGUAR01P
076500                  ' ',                                            DGUAR01P
076600                  ' ',                                            DGUAR01P
076700                  0,                                              DGUAR01P
076800                  0)                                              DGUAR01P
076900     END-EXEC.                                                    DGUAR01P
077000     IF SQLCODE IS NOT EQUAL TO ZERO                              DGUAR01P
077100        MOVE 'Unable to register the claim' TO CGU1O-MSG          DGUAR01P
077200        GO TO REQUEST-CLAIM-EXIT                                  DGUAR01P
077300     END-IF.                                                      DGUAR01P
077400     MOVE DCL-GTE-REF TO CGU1O-GTE-REF.                           DGUAR01P
077500     MOVE DCL-GCL-BASE-AMOUNT TO CGU1O-BASE-AMOUNT.               DGUAR01P
077600     MOVE CD81O-ITEM-ID TO CGU1O-AUTH-ID.                         DGUAR01P
077700     SET CGU1O-REQUEST-OK TO TRUE.                                DGUAR01P
077800     MOVE 'Claim captured - awaiting a second user' TO CGU1O-MSG. DGUAR01P
077900 REQUEST-CLAIM-EXIT.                                              DGUAR01P
078000     EXIT.                                                        DGUAR01P
078100                                                                  DGUAR01P
078200***************************************************************** DGUAR01P
078300* Pay an approved claim. The margin is applied first; whatever  * DGUAR01P
078400* it does not cover becomes a loan to the customer on the       * DGUAR01P
078500* BNKLOAN book, raised and approved through DBANK62P and paid   * DGUAR01P
078600* into the customer's nominated account. The beneficiary is     * DGUAR01P
078700* then paid in base currency from that account through          * DGUAR01P
078800* DBANK70P. Any margin left stands against what remains of the  * DGUAR01P
078900* guarantee                                                     * DGUAR01P
079000***************************************************************** DGUAR01P
079100 EXECUTE-CLAIM.                                                   DGUAR01P
079200     MOVE CGU1I-AUTH-ID TO CGU1O-AUTH-ID.                         DGUAR01P
079300     EXEC SQL                                                     DGUAR01P
079400          SELECT GCL_ID,                                          DGUAR01P
079500                 GCL_GTE_REF,                                     DGUAR01P
079600                 GCL_AMOUNT,                                      DGUAR01P
079700                 GCL_BASE_AMOUNT                                  DGUAR01P
079800          INTO :DCL-GCL-ID,                                       DGUAR01P
079900               :DCL-GTE-REF,                                      DGUAR01P
080000               :DCL-GCL-AMOUNT,                                   DGUAR01P
080100               :DCL-GCL-BASE-AMOUNT                               DGUAR01P
080200          FROM BNKGTCL                                            DGUAR01P
080300          WHERE GCL_AUTH_ID = :CGU1I-AUTH-ID AND                  DGUAR01P
080400                GCL_STATUS = 'P'                                  DGUAR01P
080500     END-EXEC.                                                    DGUAR01P
080600     IF SQLCODE IS EQUAL TO +100                                  DGUAR01P
080700        SET CGU1O-NOT-FOUND TO TRUE                               DGUAR01P
080800        MOVE 'No pending claim is held for that authorization'    DGUAR01P
080900          TO CGU1O-MSG                                            DGUAR01P
081000        GO TO EXECUTE-CLAIM-EXIT                                  DGUAR01P
081100     END-IF.                                                      DGUAR01P
081200     IF SQLCODE IS NOT EQUAL TO ZERO                              DGUAR01P
081300        MOVE 'Unable to read the claim register' TO CGU1O-MSG     DGUAR01P
081400        GO TO EXECUTE-CLAIM-EXIT                                  DGUAR01P
081500     END-IF.                                                      DGUAR01P
081600     MOVE DCL-GTE-REF TO CGU1I-GTE-REF.                           DGUAR01P
081700     PERFORM READ-GUARANTEE THRU                                  DGUAR01P
081800             READ-GUARANTEE-EXIT.                                 DGUAR01P
081900     IF CGU1O-MSG IS NOT EQUAL TO SPACES                          DGUAR01P
082000        GO TO EXECUTE-CLAIM-EXIT                                  DGUAR01P
082100     END-IF.                                                      DGUAR01P
082200     IF DCL-GTE-STATUS IS NOT EQUAL TO 'A'                        DGUAR01P
082300        MOVE 'The guarantee claimed is no longer live'            DGUAR01P
082400          TO CGU1O-MSG                                            DGUAR01P
082500        GO TO EXECUTE-CLAIM-EXIT                                  DGUAR01P
082600     END-IF.                                                      DGUAR01P
082700     IF DCL-GCL-AMOUNT IS GREATER THAN DCL-GTE-AMOUNT             DGUAR01P
082800        MOVE 'The claim exceeds the amount guaranteed'            DGUAR01P
082900          TO CGU1O-MSG                                            DGUAR01P
083000        GO TO EXECUTE-CLAIM-EXIT                                  DGUAR01P
083100     END-IF.                                                      DGUAR01P
083200     PERFORM READ-GUARANTEE-CONTROLS THRU                         DGUAR01P
083300             READ-GUARANTEE-CONTROLS-EXIT.                        DGUAR01P
083400     IF CGU1O-MSG IS NOT EQUAL TO SPACES                          DGUAR01P
083500        GO TO EXECUTE-CLAIM-EXIT                                  DGUAR01P
083600     END-IF.                                                      DGUAR01P
083700     IF DCL-GTE-MARGIN IS LESS THAN DCL-GCL-BASE-AMOUNT           DGUAR01P
083800        MOVE DCL-GTE-MARGIN TO WS-MARGIN-APPLIED                  DGUAR01P
083900     ELSE                                                         DGUAR01P
084000        MOVE DCL-GCL-BASE-AMOUNT TO WS-MARGIN-APPLIED             DGUAR01P
084100     END-IF.                                                      DGUAR01P
084200     COMPUTE WS-LOAN-AMOUNT =                                     DGUAR01P
084300             DCL-GCL-BASE-AMOUNT - WS-MARGIN-APPLIED.             DGUAR01P
084400     COMPUTE WS-MARGIN-LEFT = DCL-GTE-MARGIN - WS-MARGIN-APPLIED. DGUAR01P
084500                                                                  DGUAR01P
084600***************************************************************** DGUAR01P
084700* Prove both legs will go through before anything is moved -    * DGUAR01P
084800* the margin must still be on the settlement account, and a     * DGUAR01P
084900* loan needs an open account to be paid into                    * DGUAR01P
085000***************************************************************** DGUAR01P
085100     IF WS-MARGIN-APPLIED IS GREATER THAN ZERO                    DGUAR01P
085200        PERFORM READ-SETTLEMENT-BALANCE THRU                      DGUAR01P
085300                READ-SETTLEMENT-BALANCE-EXIT                      DGUAR01P
085400        IF CGU1O-MSG IS NOT EQUAL TO SPACES                       DGUAR01P
085500           GO TO EXECUTE-CLAIM-EXIT                               DGUAR01P
085600        END-IF                                                    DGUAR01P
085700        IF DCL-BAC-BALANCE IS LESS THAN WS-MARGIN-APPLIED         DGUAR01P
085800           MOVE 'The margin has left the settlement account'      DGUAR01P
085900             TO CGU1O-MSG                                         DGUAR01P
086000           GO TO EXECUTE-CLAIM-EXIT                               DGUAR01P
086100        END-IF                                                    DGUAR01P
086200     END-IF.                                                      DGUAR01P
086300     MOVE DCL-GTE-ACCNO TO WS-PAY-ACC.                            DGUAR01P
086400     IF WS-LOAN-AMOUNT IS GREATER THAN ZERO                       DGUAR01P
086500        MOVE SPACES TO WS-PAY-ACC                                 DGUAR01P
086600        EXEC SQL                                                  DGUAR01P
086700             SELECT MIN(BAC_ACCNO)                                DGUAR01P
086800             INTO :WS-PAY-ACC                                     DGUAR01P
086900             FROM BNKACC                                          DGUAR01P
087000             WHERE BAC_PID = :DCL-GTE-PID AND                     DGUAR01P
087100                   BAC_STATUS = ' ' AND                           DGUAR01P
087200                   BAC_ACCTYPE NOT IN ('LN', 'ES', 'CC')          DGUAR01P
087300        END-EXEC                                                  DGUAR01P
087400        IF SQLCODE IS NOT EQUAL TO ZERO OR                        DGUAR01P
087500           WS-PAY-ACC IS EQUAL TO SPACES                          DGUAR01P
087600           MOVE 'No open account to pay the claim loan into'      DGUAR01P
087700             TO CGU1O-MSG                                         DGUAR01P
087800           GO TO EXECUTE-CLAIM-EXIT                               DGUAR01P
087900        END-IF                                                    DGUAR01P
088000     END-IF.                                                      DGUAR01P
088100     PERFORM RELEASE-MARGIN-HOLD THRU                             DGUAR01P
088200             RELEASE-MARGIN-HOLD-EXIT.                            DGUAR01P
088300     IF CGU1O-MSG IS NOT EQUAL TO SPACES                          DGUAR01P
088400        GO TO EXECUTE-CLAIM-EXIT                                  DGUAR01P
088500     END-IF.                                                      DGUAR01P
088600     MOVE ZERO TO DCL-GTE-HOLD-ID.                                DGUAR01P
088700     IF WS-LOAN-AMOUNT IS GREATER THAN ZERO                       DGUAR01P
088800        PERFORM RAISE-CLAIM-LOAN THRU                             DGUAR01P
088900                RAISE-CLAIM-LOAN-EXIT                             DGUAR01P
089000        IF CGU1O-MSG IS NOT EQUAL TO SPACES                       DGUAR01P
089100           GO TO EXECUTE-CLAIM-EXIT                               DGUAR01P
089200        END-IF                                                    DGUAR01P
089300        IF WS-MARGIN-APPLIED IS GREATER THAN ZERO AND             DGUAR01P
089400           WS-PAY-ACC IS NOT EQUAL TO DCL-GTE-ACCNO               DGUAR01P
089500           PERFORM MOVE-MARGIN THRU                               DGUAR01P
089600                   MOVE-MARGIN-EXIT                               DGUAR01P
089700           IF CGU1O-MSG IS NOT EQUAL TO SPACES                    DGUAR01P
089800              GO TO EXECUTE-CLAIM-EXIT                            DGUAR01P
089900           END-IF                                                 DGUAR01P
090000        END-IF                                                    DGUAR01P
090100     END-IF.                                                      DGUAR01P
090200     INITIALIZE CD70-DATA.                                        DGUAR01P
090300     SET CD70I-PAY-DIRECT TO TRUE.                                DGUAR01P
090400     MOVE DCL-GTE-PID TO CD70I-PERSON-PID.                        DGUAR01P
090500     MOVE DCL-GTE-BENE-ROUTING TO CD70I-ROUTING.                  DGUAR01P
090600     MOVE DCL-GTE-BENE-EXT-ACC TO CD70I-EXT-ACC.                  DGUAR01P
090700     MOVE DCL-GTE-BENE-NAME TO CD70I-BENE-NAME.                   DGUAR01P
090800     MOVE WS-PAY-ACC TO CD70I-FROM-ACC.                           DGUAR01P
090900     MOVE DCL-GCL-BASE-AMOUNT TO CD70I-AMOUNT.                    DGUAR01P
091000     STRING 'Guarantee claim ' DCL-GTE-REF                        DGUAR01P
091100            DELIMITED BY SIZE INTO CD70I-PAY-DESC.                DGUAR01P
091200 COPY CBANKX70.                                                   DGUAR01P
091300     IF NOT CD70O-UPDATE-OK                                       DGUAR01P
091400        MOVE CD70O-MSG TO CGU1O-MSG                               DGUAR01P
091500        GO TO EXECUTE-CLAIM-EXIT                                  DGUAR01P
091600     END-IF.                                                      DGUAR01P
091700     MOVE CD70O-PAYMENT-REF TO WS-PAY-REF.                        DGUAR01P
091800                                                                  DGUAR01P
091900***************************************************************** DGUAR01P
092000* Run the claim off the guarantee - what is left stays live     * DGUAR01P
092100* with whatever margin was not applied, held afresh             * DGUAR01P
092200***************************************************************** DGUAR01P
092300     COMPUTE WS-NEW-AMOUNT = DCL-GTE-AMOUNT - DCL-GCL-AMOUNT.     DGUAR01P
092400     COMPUTE WS-NEW-BASE =                                        DGUAR01P
092500             DCL-GTE-BASE-AMOUNT - DCL-GCL-BASE-AMOUNT.           DGUAR01P
092600     IF WS-NEW-AMOUNT IS NOT GREATER THAN ZERO OR                 DGUAR01P
092700        WS-NEW-BASE IS NOT GREATER THAN ZERO                      DGUAR01P
092800        MOVE ZERO TO WS-NEW-AMOUNT                                DGUAR01P
092900        MOVE ZERO TO WS-NEW-BASE                                  DGUAR01P
093000        MOVE 'K' TO WS-CLOSE-STATUS                               DGUAR01P
093100     ELSE                                                         DGUAR01P
093200        MOVE 'A' TO WS-CLOSE-STATUS                               DGUAR01P
093300     END-IF.                                                      DGUAR01P
093400     IF WS-NEW-BASE IS LESS THAN WS-MARGIN-LEFT                   DGUAR01P
093500        MOVE WS-NEW-BASE TO WS-MARGIN-LEFT                        DGUAR01P
093600     END-IF.                                                      DGUAR01P
093700     IF WS-CLOSE-STATUS IS EQUAL TO 'A' AND                       DGUAR01P
093800        WS-MARGIN-LEFT IS GREATER THAN ZERO                       DGUAR01P
093900        MOVE WS-MARGIN-LEFT TO WS-HOLD-AMOUNT                     DGUAR01P
094000        PERFORM PLACE-MARGIN-HOLD THRU                            DGUAR01P
094100                PLACE-MARGIN-HOLD-EXIT                            DGUAR01P
094200        IF CGU1O-MSG IS NOT EQUAL TO SPACES                       DGUAR01P
094300           GO TO EXECUTE-CLAIM-EXIT                               DGUAR01P
094400        END-IF                                                    DGUAR01P
094500     ELSE                                                         DGUAR01P
094600        MOVE ZERO TO WS-MARGIN-LEFT                               DGUAR01P
094700     END-IF.                                                      DGUAR01P
094800     EXEC SQL                                                     DGUAR01P
094900          UPDATE BNKGUAR                                          DGUAR01P
095000          SET GTE_AMOUNT = :WS-NEW-AMOUNT,                        DGUAR01P
095100              GTE_BASE_AMOUNT = :WS-NEW-BASE,                     DGUAR01P
095200              GTE_MARGIN = :WS-MARGIN-LEFT,                       DGUAR01P
095300              GTE_HOLD_ID = :DCL-GTE-HOLD-ID,                     DGUAR01P
095400              GTE_CLAIMED = GTE_CLAIMED + :DCL-GCL-BASE-AMOUNT,   DGUAR01P
095500              GTE_STATUS = :WS-CLOSE-STATUS,                      DGUAR01P
095600              GTE_UPDATED_TS = CURRENT TIMESTAMP                  DGUAR01P
095700          WHERE GTE_REF = :DCL-GTE-REF AND                        DGUAR01P
095800                GTE_STATUS = 'A'                                  DGUAR01P
095900     END-EXEC.                                                    DGUAR01P
096000     IF SQLCODE IS NOT EQUAL TO ZERO                              DGUAR01P
096100        MOVE 'Unable to run the claim off the guarantee'          DGUAR01P
096200          TO CGU1O-MSG                                            DGUAR01P
096300        GO TO EXECUTE-CLAIM-EXIT                                  DGUAR01P
096400     END-IF.                                                      DGUAR01P
096500*        A full claim runs off the whole base amount, so the memo DGUAR01P
096600*        entries for the guarantee net to nil                     DGUAR01P
096700     MOVE 'R' TO WS-MEMO-SUB-TYPE.                                DGUAR01P
096800     IF WS-CLOSE-STATUS IS EQUAL TO 'K'                           DGUAR01P
096900        MOVE DCL-GTE-BASE-AMOUNT TO WS-MEMO-AMOUNT                DGUAR01P
097000     ELSE                                                         DGUAR01P
097100        MOVE DCL-GCL-BASE-AMOUNT TO WS-MEMO-AMOUNT                DGUAR01P
097200     END-IF.                                                      DGUAR01P
097300     MOVE 'Guarantee claim paid' TO WS-MEMO-DESC.                 DGUAR01P
097400     PERFORM WRITE-MEMO-ENTRY THRU                                DGUAR01P
097500             WRITE-MEMO-ENTRY-EXIT.                               DGUAR01P
097600     IF CGU1O-MSG IS NOT EQUAL TO SPACES                          DGUAR01P
097700        GO TO EXECUTE-CLAIM-EXIT                                  DGUAR01P
097800     END-IF.                                                      DGUAR01P
097900     EXEC SQL                                                     DGUAR01P
098000          UPDATE BNKGTCL                                          DGUAR01P
098100          SET GCL_STATUS = 'D',                                   DGUAR01P
098200              GCL_PAID_DATE = :WS-BUSINESS-DATE,                  DGUAR01P
098300              GCL_LOAN_ID = :CGU1O-LOAN-ID,                       DGUAR01P
098400              GCL_PAY_REF = :WS-PAY-REF,                          DGUAR01P
098500              GCL_MARGIN_APPLIED = :WS-MARGIN-APPLIED             DGUAR01P
098600          WHERE GCL_ID = :DCL-GCL-ID AND                          DGUAR01P
098700                GCL_STATUS = 'P'                                  DGUAR01P
098800     END-EXEC.                                                    DGUAR01P
098900     IF SQLCODE IS NOT EQUAL TO ZERO                              DGUAR01P
099000        MOVE 'Unable to record the claim as paid' TO CGU1O-MSG    DGUAR01P
099100        GO TO EXECUTE-CLAIM-EXIT                                  DGUAR01P
099200     END-IF.                                                      DGUAR01P
099300     MOVE DCL-GTE-REF TO CGU1O-GTE-REF.                           DGUAR01P
099400     MOVE DCL-GCL-BASE-AMOUNT TO CGU1O-BASE-AMOUNT.               DGUAR01P
099500     MOVE DCL-GTE-HOLD-ID TO CGU1O-HOLD-ID.                       DGUAR01P
099600     SET CGU1O-REQUEST-OK TO TRUE.                                DGUAR01P
099700     IF CGU1O-LOAN-ID IS EQUAL TO SPACES                          DGUAR01P
099800        MOVE 'Claim paid from the margin' TO CGU1O-MSG            DGUAR01P
099900     ELSE                                                         DGUAR01P
100000        STRING 'Claim paid - loan ' CGU1O-LOAN-ID                 DGUAR01P
100100               ' raised for the balance'                          DGUAR01P
100200               DELIMITED BY SIZE INTO CGU1O-MSG                   DGUAR01P
100300     END-IF.                                                      DGUAR01P
100400 EXECUTE-CLAIM-EXIT.                                              DGUAR01P
100500     EXIT.                                                        DGUAR01P
100600                                                                  DGUAR01P
100700***************************************************************** DGUAR01P
100800* The part of a claim the margin does not cover becomes a loan  * DGUAR01P
100900* at the claim rate and term, applied and approved in one step  * DGUAR01P
101000* - the claim itself was the second user's decision             * DGUAR01P
101100***************************************************************** DGUAR01P
101200 RAISE-CLAIM-LOAN.                                                DGUAR01P
101300     PERFORM CALCULATE-LOAN-PAYMENT THRU                          DGUAR01P
101400             CALCULATE-LOAN-PAYMENT-EXIT.                         DGUAR01P
101500     INITIALIZE CD62-DATA.                                        DGUAR01P
101600     SET CD62I-APPLY TO TRUE.                                     DGUAR01P
101700     SET CD62I-FROM-GUARANTEE-CLAIM TO TRUE.                      DGUAR01P
101800     MOVE DCL-GTE-PID TO CD62I-PERSON-PID.                        DGUAR01P
101900     MOVE WS-LOAN-AMOUNT TO CD62I-AMOUNT.                         DGUAR01P
102000     MOVE WS-CLAIM-RATE TO CD62I-RATE.                            DGUAR01P
102100     MOVE WS-CLAIM-TERM TO CD62I-TERM.                            DGUAR01P
102200     MOVE WS-PAYMENT TO CD62I-PAYMENT.                            DGUAR01P
102300 COPY CBANKX62.                                                   DGUAR01P
102400     IF NOT CD62O-LOAN-OK                                         DGUAR01P
102500        MOVE CD62O-MSG TO CGU1O-MSG                               DGUAR01P
102600        GO TO RAISE-CLAIM-LOAN-EXIT                               DGUAR01P
102700     END-IF.                                                      DGUAR01P
102800     MOVE CD62O-LOAN-ID TO CGU1O-LOAN-ID.                         DGUAR01P
102900     INITIALIZE CD62-DATA.                                        DGUAR01P
103000     SET CD62I-APPROVE TO TRUE.                                   DGUAR01P
103100     MOVE DCL-GTE-PID TO CD62I-PERSON-PID.                        DGUAR01P
103200     MOVE CGU1O-LOAN-ID TO CD62I-LOAN-ID.                         DGUAR01P
103300 COPY CBANKX62.                                                   DGUAR01P
103400     IF NOT CD62O-LOAN-OK                                         DGUAR01P
103500        MOVE CD62O-MSG TO CGU1O-MSG                               DGUAR01P
103600        GO TO RAISE-CLAIM-LOAN-EXIT                               DGUAR01P
103700     END-IF.                                                      DGUAR01P
103800     EXEC SQL                                                     DGUAR01P
103900          SELECT LON_DISB_ACCNO                                   DGUAR01P
104000          INTO :WS-PAY-ACC                                        DGUAR01P
104100          FROM BNKLOAN                                            DGUAR01P
104200          WHERE LON_ID = :CGU1O-LOAN-ID                           DGUAR01P
104300     END-EXEC.                                                    DGUAR01P
104400     IF SQLCODE IS NOT EQUAL TO ZERO                              DGUAR01P
104500        MOVE 'Unable to read the claim loan' TO CGU1O-MSG         DGUAR01P
104600     END-IF.                                                      DGUAR01P
104700 RAISE-CLAIM-LOAN-EXIT.                                           DGUAR01P
104800     EXIT.                                                        DGUAR01P
104900                                                                  DGUAR01P
105000***************************************************************** DGUAR01P
105100* Level payment for the claim loan, the way BBANK70P quotes one * DGUAR01P
105200***************************************************************** DGUAR01P
105300 CALCULATE-LOAN-PAYMENT.                                          DGUAR01P
105400     COMPUTE WS-MONTHLY-RATE ROUNDED = WS-CLAIM-RATE / 12.        DGUAR01P
105500     IF WS-MONTHLY-RATE IS EQUAL TO ZERO                          DGUAR01P
105600        COMPUTE WS-PAYMENT ROUNDED =                              DGUAR01P
105700                WS-LOAN-AMOUNT / WS-CLAIM-TERM                    DGUAR01P
105800        GO TO CALCULATE-LOAN-PAYMENT-EXIT                         DGUAR01P
105900     END-IF.                                                      DGUAR01P
106000     MOVE 1 TO WS-FACTOR.                                         DGUAR01P
106100     PERFORM COMPOUND-ONE-MONTH THRU                              DGUAR01P
106200             COMPOUND-ONE-MONTH-EXIT                              DGUAR01P
106300             WS-CLAIM-TERM TIMES.                                 DGUAR01P
106400     COMPUTE WS-PAYMENT ROUNDED =                                 DGUAR01P
106500             (WS-LOAN-AMOUNT * WS-MONTHLY-RATE * WS-FACTOR) /     DGUAR01P
106600             (WS-FACTOR - 1).                                     DGUAR01P
106700 CALCULATE-LOAN-PAYMENT-EXIT.                                     DGUAR01P
106800     EXIT.                                                        DGUAR01P
106900                                                                  DGUAR01P
107000 COMPOUND-ONE-MONTH.                                              DGUAR01P
107100     COMPUTE WS-FACTOR ROUNDED =                                  DGUAR01P
107200             WS-FACTOR * (1 + WS-MONTHLY-RATE).                   DGUAR01P
107300 COMPOUND-ONE-MONTH-EXIT.                                         DGUAR01P
107400     EXIT.                                                        DGUAR01P
107500                                                                  DGUAR01P
107600***************************************************************** DGUAR01P
107700* The loan went to a different account from the one holding the * DGUAR01P
107800* margin - bring the margin across so the whole claim can be    * DGUAR01P
107900* paid in one payment                                           * DGUAR01P
108000***************************************************************** DGUAR01P
108100 MOVE-MARGIN.                                                     DGUAR01P
108200     PERFORM READ-SETTLEMENT-BALANCE THRU                         DGUAR01P
108300             READ-SETTLEMENT-BALANCE-EXIT.                        DGUAR01P
108400     IF CGU1O-MSG IS NOT EQUAL TO SPACES                          DGUAR01P
108500        GO TO MOVE-MARGIN-EXIT                                    DGUAR01P
108600     END-IF.                                                      DGUAR01P
108700     MOVE DCL-BAC-BALANCE TO CD04I-FROM-OLD-BAL.                  DGUAR01P
108800     EXEC SQL                                                     DGUAR01P
108900          SELECT BAC_BALANCE                                      DGUAR01P
109000          INTO :CD04I-TO-OLD-BAL                                  DGUAR01P
109100          FROM BNKACC                                             DGUAR01P
109200          WHERE BAC_ACCNO = :WS-PAY-ACC                           DGUAR01P
109300     END-EXEC.                                                    DGUAR01P
109400     IF SQLCODE IS NOT EQUAL TO ZERO                              DGUAR01P
109500        MOVE 'Unable to read the account paid into' TO CGU1O-MSG  DGUAR01P
109600        GO TO MOVE-MARGIN-EXIT                                    DGUAR01P
109700     END-IF.                                                      DGUAR01P
109800     MOVE DCL-GTE-PID TO CD04I-PERSON-PID.                        DGUAR01P
109900     MOVE DCL-GTE-ACCNO TO CD04I-FROM-ACC.                        DGUAR01P
110000     MOVE WS-PAY-ACC TO CD04I-TO-ACC.                             DGUAR01P
110100     COMPUTE CD04I-FROM-NEW-BAL =                                 DGUAR01P
110200             CD04I-FROM-OLD-BAL - WS-MARGIN-APPLIED.              DGUAR01P
110300     COMPUTE CD04I-TO-NEW-BAL =                                   DGUAR01P
110400             CD04I-TO-OLD-BAL + WS-MARGIN-APPLIED.                DGUAR01P
110500     SET CD04I-SKIP-LIMIT-CHECK TO TRUE.                          DGUAR01P
110600     SET CD04I-DUP-OVERRIDE-ON TO TRUE.                           DGUAR01P
110700 COPY CBANKX04.                                                   DGUAR01P
110800     IF NOT CD04O-UPDATE-OK                                       DGUAR01P
110900        MOVE CD04O-MSG TO CGU1O-MSG                               DGUAR01P
111000        GO TO MOVE-MARGIN-EXIT                                    DGUAR01P
111100     END-IF.                                                      DGUAR01P
111200     INITIALIZE CD06-DATA.                                        DGUAR01P
111300     MOVE CD04I-PERSON-PID TO CD06I-PERSON-PID.                   DGUAR01P
111400     MOVE CD04O-TIMESTAMP TO CD06I-TIMESTAMP.                     DGUAR01P
111500     MOVE CD04I-FROM-ACC TO CD06I-FROM-ACC.                       DGUAR01P
111600     MOVE WS-MARGIN-APPLIED TO CD06I-FROM-AMOUNT.                 DGUAR01P
111700     MOVE 'Guarantee margin applied' TO CD06I-FROM-DESC.          DGUAR01P
111800     MOVE CD04I-TO-ACC TO CD06I-TO-ACC.                           DGUAR01P
111900     MOVE WS-MARGIN-APPLIED TO CD06I-TO-AMOUNT.                   DGUAR01P
112000     MOVE 'Guarantee margin applied' TO CD06I-TO-DESC.            DGUAR01P
112100 COPY CBANKX06.                                                   DGUAR01P
112200     IF CD06O-UPDATE-FAIL                                         DGUAR01P
112300        MOVE CD06O-MSG TO CGU1O-MSG                               DGUAR01P
112400     END-IF.                                                      DGUAR01P
112500 MOVE-MARGIN-EXIT.                                                DGUAR01P
112600     EXIT.                                                        DGUAR01P
112700                                                                  DGUAR01P
112800***************************************************************** DGUAR01P
112900* Nightly - expire guarantees past their date with no claim     * DGUAR01P
113000* waiting, then bill the quarter's commission on those due      * DGUAR01P
113100***************************************************************** DGUAR01P
113200 NIGHTLY-RUN.                                                     DGUAR01P
113300     MOVE SPACES TO WS-CSV-LINE.                                  DGUAR01P
113400     MOVE 'REF,PID,EVENT,AMOUNT,DETAIL' TO WS-CSV-LINE.           DGUAR01P
113500     PERFORM QUEUE-REPORT-LINE THRU                               DGUAR01P
113600             QUEUE-REPORT-LINE-EXIT.                              DGUAR01P
113700     PERFORM READ-GUARANTEE-CONTROLS THRU                         DGUAR01P
113800             READ-GUARANTEE-CONTROLS-EXIT.                        DGUAR01P
113900     IF CGU1O-MSG IS NOT EQUAL TO SPACES                          DGUAR01P
114000        GO TO NIGHTLY-RUN-EXIT                                    DGUAR01P
114100     END-IF.                                                      DGUAR01P
114200     EXEC SQL                                                     DGUAR01P
114300          DECLARE EXPIRY_CSR CURSOR FOR                           DGUAR01P
114400          SELECT GTE_REF                                          DGUAR01P
114500          FROM BNKGUAR                                            DGUAR01P
114600          WHERE GTE_STATUS = 'A' AND                              DGUAR01P
114700                GTE_EXPIRY_DATE < :WS-BUSINESS-DATE               DGUAR01P
114800          ORDER BY GTE_REF                                        DGUAR01P
114900          FOR FETCH ONLY                                          DGUAR01P
115000     END-EXEC.                                                    DGUAR01P
115100     EXEC SQL                                                     DGUAR01P
115200          OPEN EXPIRY_CSR                                         DGUAR01P
115300     END-EXEC.                                                    DGUAR01P
115400     IF SQLCODE IS NOT EQUAL TO ZERO                              DGUAR01P
115500        MOVE 'Unable to open the guarantee register' TO CGU1O-MSG DGUAR01P
115600        GO TO NIGHTLY-RUN-EXIT                                    DGUAR01P
115700     END-IF.                                                      DGUAR01P
115800 EXPIRY-LOOP.                                                     DGUAR01P
115900     EXEC SQL                                                     DGUAR01P
116000          FETCH EXPIRY_CSR                                        DGUAR01P
116100          INTO :CGU1I-GTE-REF                                     DGUAR01P
116200     END-EXEC.                                                    DGUAR01P
116300     IF SQLCODE IS EQUAL TO +100                                  DGUAR01P
116400        GO TO EXPIRY-LOOP-EXIT                                    DGUAR01P
116500     END-IF.                                                      DGUAR01P
116600     IF SQLCODE IS NOT EQUAL TO ZERO                              DGUAR01P
116700        MOVE 'Unable to read the guarantee register' TO CGU1O-MSG DGUAR01P
116800        GO TO EXPIRY-LOOP-EXIT                                    DGUAR01P
116900     END-IF.                                                      DGUAR01P
117000     PERFORM EXPIRE-GUARANTEE THRU                                DGUAR01P
117100             EXPIRE-GUARANTEE-EXIT.                               DGUAR01P
117200     IF CGU1O-MSG IS NOT EQUAL TO SPACES                          DGUAR01P
117300        GO TO EXPIRY-LOOP-EXIT                                    DGUAR01P
117400     END-IF.                                                      DGUAR01P
117500     GO TO EXPIRY-LOOP.                                           DGUAR01P
117600 EXPIRY-LOOP-EXIT.                                                DGUAR01P
117700     EXEC SQL                                                     DGUAR01P
117800          CLOSE EXPIRY_CSR                                        DGUAR01P
117900     END-EXEC.                                                    DGUAR01P
118000     IF CGU1O-MSG IS NOT EQUAL TO SPACES                          DGUAR01P
118100        GO TO NIGHTLY-RUN-EXIT                                    DGUAR01P
118200     END-IF.                                                      DGUAR01P
118300     EXEC SQL                                                     DGUAR01P
118400          DECLARE COMM_CSR CURSOR FOR                             DGUAR01P
118500          SELECT GTE_REF                                          DGUAR01P
118600          FROM BNKGUAR                                            DGUAR01P
118700          WHERE GTE_STATUS = 'A' AND                              DGUAR01P
118800                GTE_NEXT_COMM <= :WS-BUSINESS-DATE                DGUAR01P
118900          ORDER BY GTE_REF                                        DGUAR01P
119000          FOR FETCH ONLY                                          DGUAR01P
119100     END-EXEC.                                                    DGUAR01P
119200     EXEC SQL                                                     DGUAR01P
119300          OPEN COMM_CSR                                           DGUAR01P
119400     END-EXEC.                                                    DGUAR01P
119500     IF SQLCODE IS NOT EQUAL TO ZERO                              DGUAR01P
119600        MOVE 'Unable to open the guarantee register' TO CGU1O-MSG DGUAR01P
119700        GO TO NIGHTLY-RUN-EXIT                                    DGUAR01P
119800     END-IF.                                                      DGUAR01P
119900 COMMISSION-LOOP.                                                 DGUAR01P
120000     EXEC SQL                                                     DGUAR01P
120100          FETCH COMM_CSR                                          DGUAR01P
120200          INTO :CGU1I-GTE-REF                                     DGUAR01P
120300     END-EXEC.                                                    DGUAR01P
120400     IF SQLCODE IS EQUAL TO +100                                  DGUAR01P
120500        GO TO COMMISSION-LOOP-EXIT                                DGUAR01P
120600     END-IF.                                                      DGUAR01P
120700     IF SQLCODE IS NOT EQUAL TO ZERO                              DGUAR01P
120800        MOVE 'Unable to read the guarantee register' TO CGU1O-MSG DGUAR01P
120900        GO TO COMMISSION-LOOP-EXIT                                DGUAR01P
121000     END-IF.                                                      DGUAR01P
121100     PERFORM READ-GUARANTEE THRU                                  DGUAR01P
121200             READ-GUARANTEE-EXIT.                                 DGUAR01P
121300     IF CGU1O-MSG IS NOT EQUAL TO SPACES                          DGUAR01P
121400        GO TO COMMISSION-LOOP-EXIT                                DGUAR01P
121500     END-IF.                                                      DGUAR01P
121600     PERFORM BILL-COMMISSION THRU                                 DGUAR01P
121700             BILL-COMMISSION-EXIT.                                DGUAR01P
121800     IF CGU1O-MSG IS NOT EQUAL TO SPACES                          DGUAR01P
121900        GO TO COMMISSION-LOOP-EXIT                                DGUAR01P
122000     END-IF.                                                      DGUAR01P
122100     GO TO COMMISSION-LOOP.                                       DGUAR01P
122200 COMMISSION-LOOP-EXIT.                                            DGUAR01P
122300     EXEC SQL                                                     DGUAR01P
122400          CLOSE COMM_CSR                                          DGUAR01P
122500     END-EXEC.                                                    DGUAR01P
122600     IF CGU1O-MSG IS NOT EQUAL TO SPACES                          DGUAR01P
122700        GO TO NIGHTLY-RUN-EXIT                                    DGUAR01P
122800     END-IF.                                                      DGUAR01P
122900     MOVE CGU1O-EXPIRED TO WS-COUNT-DISP.                         DGUAR01P
123000     MOVE SPACES TO WS-CSV-LINE.                                  DGUAR01P
123100     STRING 'TOTAL,,EXPIRED,' WS-COUNT-DISP ','                   DGUAR01P
123200            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DGUAR01P
123300     PERFORM QUEUE-REPORT-LINE THRU                               DGUAR01P
123400             QUEUE-REPORT-LINE-EXIT.                              DGUAR01P
123500     MOVE CGU1O-BILLED TO WS-COUNT-DISP.                          DGUAR01P
123600     MOVE CGU1O-COMMISSION TO WS-TOTAL-DISP.                      DGUAR01P
123700     MOVE SPACES TO WS-CSV-LINE.                                  DGUAR01P
123800     STRING 'TOTAL,,BILLED,' WS-TOTAL-DISP ',' WS-COUNT-DISP      DGUAR01P
123900            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DGUAR01P
124000     PERFORM QUEUE-REPORT-LINE THRU                               DGUAR01P
124100             QUEUE-REPORT-LINE-EXIT.                              DGUAR01P
124200     INITIALIZE CD96-DATA.                                        DGUAR01P
124300     SET CD96I-CAPTURE-REPORT TO TRUE.                            DGUAR01P
124400     MOVE WS-PROGRAM-ID TO CD96I-JOB.                             DGUAR01P
124500     MOVE 'GUARANTEES' TO CD96I-REPORT-NAME.                      DGUAR01P
124600     MOVE 'CSVQ' TO CD96I-QUEUE.                                  DGUAR01P
124700     MOVE 999 TO CD96I-RETAIN-DAYS.                               DGUAR01P
124800 COPY CBANKX96.                                                   DGUAR01P
124900     SET CGU1O-REQUEST-OK TO TRUE.                                DGUAR01P
125000     MOVE 'Guarantee run complete' TO CGU1O-MSG.                  DGUAR01P
125100 NIGHTLY-RUN-EXIT.                                                DGUAR01P
125200     EXIT.                                                        DGUAR01P
125300                                                                  DGUAR01P
125400***************************************************************** DGUAR01P
125500* One guarantee past its expiry. A claim made in time and still * DGUAR01P
125600* waiting on a second user keeps it live until it is decided    * DGUAR01P
125700***************************************************************** DGUAR01P
125800 EXPIRE-GUARANTEE.                                                DGUAR01P
125900     PERFORM READ-GUARANTEE THRU                                  DGUAR01P
126000             READ-GUARANTEE-EXIT.                                 DGUAR01P
126100     IF CGU1O-MSG IS NOT EQUAL TO SPACES                          DGUAR01P
126200        GO TO EXPIRE-GUARANTEE-EXIT                               DGUAR01P
126300     END-IF.                                                      DGUAR01P
126400     PERFORM COUNT-PENDING-CLAIMS THRU                            DGUAR01P
126500             COUNT-PENDING-CLAIMS-EXIT.                           DGUAR01P
126600     IF CGU1O-MSG IS NOT EQUAL TO SPACES                          DGUAR01P
126700        GO TO EXPIRE-GUARANTEE-EXIT                               DGUAR01P
126800     END-IF.                                                      DGUAR01P
126900     IF DCL-GCL-PENDING IS GREATER THAN ZERO                      DGUAR01P
127000        MOVE 'EXPIRY-HELD' TO WS-EVENT                            DGUAR01P
127100        MOVE 'Claim awaiting approval' TO WS-MEMO-DESC            DGUAR01P
127200        PERFORM REPORT-GUARANTEE THRU                             DGUAR01P
127300                REPORT-GUARANTEE-EXIT                             DGUAR01P
127400        GO TO EXPIRE-GUARANTEE-EXIT                               DGUAR01P
127500     END-IF.                                                      DGUAR01P
127600     MOVE 'E' TO WS-CLOSE-STATUS.                                 DGUAR01P
127700     MOVE 'Guarantee expired' TO WS-MEMO-DESC.                    DGUAR01P
127800     PERFORM CLOSE-GUARANTEE THRU                                 DGUAR01P
127900             CLOSE-GUARANTEE-EXIT.                                DGUAR01P
128000     IF CGU1O-MSG IS NOT EQUAL TO SPACES                          DGUAR01P
128100        GO TO EXPIRE-GUARANTEE-EXIT                               DGUAR01P
128200     END-IF.                                                      DGUAR01P
128300     ADD 1 TO CGU1O-EXPIRED.                                      DGUAR01P
128400     MOVE 'EXPIRED' TO WS-EVENT.                                  DGUAR01P
128500     PERFORM REPORT-GUARANTEE THRU                                DGUAR01P
128600             REPORT-GUARANTEE-EXIT.                               DGUAR01P
128700 EXPIRE-GUARANTEE-EXIT.                                           DGUAR01P
128800     EXIT.                                                        DGUAR01P
128900                                                                  DGUAR01P
129000***************************************************************** DGUAR01P
129100* One line of the nightly report for the guarantee in hand      * DGUAR01P
129200***************************************************************** DGUAR01P
129300 REPORT-GUARANTEE.                                                DGUAR01P
129400     MOVE DCL-GTE-BASE-AMOUNT TO WS-AMOUNT-DISP.                  DGUAR01P
129500     MOVE SPACES TO WS-CSV-LINE.                                  DGUAR01P
129600     STRING DCL-GTE-REF ',' DCL-GTE-PID ',' WS-EVENT ','          DGUAR01P
129700            WS-AMOUNT-DISP ',' WS-MEMO-DESC                       DGUAR01P
129800            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DGUAR01P
129900     PERFORM QUEUE-REPORT-LINE THRU                               DGUAR01P
130000             QUEUE-REPORT-LINE-EXIT.                              DGUAR01P
130100 REPORT-GUARANTEE-EXIT.                                           DGUAR01P
130200     EXIT.                                                        DGUAR01P
130300                                                                  DGUAR01P
130400***************************************************************** DGUAR01P
130500* Bill a quarter's commission in advance on the amount still    * DGUAR01P
130600* outstanding. A settlement account that has been closed or     * DGUAR01P
130700* restricted since issue leaves the quarter unbilled and on     * DGUAR01P
130800* the report for the relationship manager                       * DGUAR01P
130900***************************************************************** DGUAR01P
131000 BILL-COMMISSION.                                                 DGUAR01P
131100     COMPUTE WS-CHG-AMOUNT ROUNDED =                              DGUAR01P
131200             DCL-GTE-BASE-AMOUNT * WS-COMM-PCT / 400.             DGUAR01P
131300     IF WS-CHG-AMOUNT IS LESS THAN WS-COMM-MIN                    DGUAR01P
131400        MOVE WS-COMM-MIN TO WS-CHG-AMOUNT                         DGUAR01P
131500     END-IF.                                                      DGUAR01P
131600     SET COMMISSION-BILLED TO TRUE.                               DGUAR01P
131700     PERFORM READ-SETTLEMENT-BALANCE THRU                         DGUAR01P
131800             READ-SETTLEMENT-BALANCE-EXIT.                        DGUAR01P
131900     IF CGU1O-MSG IS NOT EQUAL TO SPACES                          DGUAR01P
132000        GO TO BILL-COMMISSION-EXIT                                DGUAR01P
132100     END-IF.                                                      DGUAR01P
132200     IF DCL-BAC-STATUS IS NOT EQUAL TO ' '                        DGUAR01P
132300        SET COMMISSION-HELD TO TRUE                               DGUAR01P
132400        MOVE 'COMM-HELD' TO WS-EVENT                              DGUAR01P
132500        MOVE 'Settlement account not open' TO WS-MEMO-DESC        DGUAR01P
132600        IF NIGHTLY-PASS                                           DGUAR01P
132700           PERFORM REPORT-GUARANTEE THRU                          DGUAR01P
132800                   REPORT-GUARANTEE-EXIT                          DGUAR01P
132900        END-IF                                                    DGUAR01P
133000        GO TO BILL-COMMISSION-EXIT                                DGUAR01P
133100     END-IF.                                                      DGUAR01P
133200     COMPUTE WS-NEW-BALANCE = DCL-BAC-BALANCE - WS-CHG-AMOUNT.    DGUAR01P
133300     EXEC SQL                                                     DGUAR01P
133400          UPDATE BNKACC                                           DGUAR01P
133500          SET BAC_BALANCE = :WS-NEW-BALANCE,                      DGUAR01P
133600              BAC_UPDATED_TS = CURRENT TIMESTAMP                  DGUAR01P
133700          WHERE (BAC_ACCNO = :DCL-GTE-ACCNO AND                   DGUAR01P
133800                 BAC_BALANCE = :DCL-BAC-BALANCE)                  DGUAR01P
133900     END-EXEC.                                                    DGUAR01P
134000     IF SQLCODE IS NOT EQUAL TO ZERO                              DGUAR01P
134100        MOVE 'Unable to charge the guarantee commission'          DGUAR01P
134200          TO CGU1O-MSG                                            DGUAR01P
134300        GO TO BILL-COMMISSION-EXIT                                DGUAR01P
134400     END-IF.                                                      DGUAR01P
134500     EXEC SQL                                                     DGUAR01P
134600          SET :WS-POST-TIMESTAMP = CURRENT TIMESTAMP              DGUAR01P
134700     END-EXEC.                                                    DGUAR01P
134800     MOVE SPACES TO TXN-DATA-OLD.                                 DGUAR01P
134900     MOVE 'Guarantee commission' TO TXN-T1-OLD-DESC.              DGUAR01P
135000     MOVE 'GC' TO TR-PREFIX.                                      DGUAR01P
135100     MOVE WS-POST-TIMESTAMP TO TR-TIMESTAMP.                      DGUAR01P
135200     CALL 'DBANK30P' USING WS-REF-DATA.                           DGUAR01P
135300     EXEC SQL                                                     DGUAR01P
135400          INSERT                                                  DGUAR01P
135500          INTO BNKTXN (BTX_PID,                                   DGUAR01P
135600                       BTX_TYPE,                                  DGUAR01P
135700                       BTX_SUB_TYPE,                              DGUAR01P
135800                       BTX_ACCNO,                                 DGUAR01P
135900                       BTX_TIMESTAMP,                             DGUAR01P
136000                       BTX_AMOUNT,                                DGUAR01P
136100                       BTX_DATA_OLD,                              DGUAR01P
136200                       BTX_REF)                                   DGUAR01P
136300          VALUES (:DCL-GTE-PID,                                   DGUAR01P
136400                  '3',                                            DGUAR01P
136500                  '8',                                            DGUAR01P
136600                  :DCL-GTE-ACCNO,                                 DGUAR01P
136700                  :WS-POST-TIMESTAMP,                             DGUAR01P
136800                  :WS-CHG-AMOUNT,                                 DGUAR01P
136900                  :TXN-DATA-OLD,                                  DGUAR01P
137000                  :TR-REF)                                        DGUAR01P
137100     END-EXEC.                                                    DGUAR01P
137200     IF SQLCODE IS NOT EQUAL TO ZERO                              DGUAR01P
137300        MOVE 'Unable to journal the guarantee commission'         DGUAR01P
137400          TO CGU1O-MSG                                            DGUAR01P
137500        GO TO BILL-COMMISSION-EXIT                                DGUAR01P
137600     END-IF.                                                      DGUAR01P
137700     EXEC SQL                                                     DGUAR01P
137800          UPDATE BNKGUAR                                          DGUAR01P
137900          SET GTE_NEXT_COMM = CHAR(DATE(GTE_NEXT_COMM) + 3 MONTHS,DGUAR01P
138000                                   ISO),                          DGUAR01P
138100              GTE_COMM_BILLED = GTE_COMM_BILLED + :WS-CHG-AMOUNT, DGUAR01P
138200              GTE_UPDATED_TS = CURRENT TIMESTAMP                  DGUAR01P
138300          WHERE GTE_REF = :DCL-GTE-REF                            DGUAR01P
138400     END-EXEC.                                                    DGUAR01P
138500     IF SQLCODE IS NOT EQUAL TO ZERO                              DGUAR01P
138600        MOVE 'Unable to move the commission date on' TO CGU1O-MSG DGUAR01P
138700        GO TO BILL-COMMISSION-EXIT                                DGUAR01P
138800     END-IF.                                                      DGUAR01P
138900     ADD 1 TO CGU1O-BILLED.                                       DGUAR01P
139000     ADD WS-CHG-AMOUNT TO CGU1O-COMMISSION.                       DGUAR01P
139100     IF NIGHTLY-PASS                                              DGUAR01P
139200        MOVE 'COMMISSION' TO WS-EVENT                             DGUAR01P
139300        MOVE WS-CHG-AMOUNT TO WS-AMOUNT-DISP                      DGUAR01P
139400        MOVE SPACES TO WS-CSV-LINE                                DGUAR01P
139500        STRING DCL-GTE-REF ',' DCL-GTE-PID ',' WS-EVENT ','       DGUAR01P
139600               WS-AMOUNT-DISP ',' TR-REF                          DGUAR01P
139700               DELIMITED BY SIZE INTO WS-CSV-LINE                 DGUAR01P
139800        PERFORM QUEUE-REPORT-LINE THRU                            DGUAR01P
139900                QUEUE-REPORT-LINE-EXIT                            DGUAR01P
140000     END-IF.                                                      DGUAR01P
140100 BILL-COMMISSION-EXIT.                                            DGUAR01P
140200     EXIT.                                                        DGUAR01P
140300                                                                  DGUAR01P
140400***************************************************************** DGUAR01P
140500* Read a guarantee by its reference                             * DGUAR01P
140600***************************************************************** DGUAR01P
140700 READ-GUARANTEE.                                                  DGUAR01P
140800     EXEC SQL                                                     DGUAR01P
140900          SELECT GTE_REF,                                         DGUAR01P
141000                 GTE_PID,                                         DGUAR01P
141100                 GTE_KIND,                                        DGUAR01P
141200                 GTE_BENE_NAME,                                   DGUAR01P
141300                 GTE_BENE_ROUTING,                                DGUAR01P
141400                 GTE_BENE_EXT_ACC,                                DGUAR01P
141500                 GTE_CURRENCY,                                    DGUAR01P
141600                 GTE_RATE,                                        DGUAR01P
141700                 GTE_AMOUNT,                                      DGUAR01P
141800                 GTE_BASE_AMOUNT,                                 DGUAR01P
141900                 GTE_EXPIRY_DATE,                                 DGUAR01P
142000                 GTE_ACCNO,                                       DGUAR01P
142100                 GTE_MARGIN,                                      DGUAR01P
142200                 GTE_HOLD_ID,                                     DGUAR01P
142300                 GTE_NEXT_COMM,                                   DGUAR01P
142400                 GTE_STATUS                                       DGUAR01P
142500          INTO :DCL-GTE-REF,                                      DGUAR01P
142600               :DCL-GTE-PID,                                      DGUAR01P
142700               :DCL-GTE-KIND,                                     DGUAR01P
142800               :DCL-GTE-BENE-NAME,                                DGUAR01P
142900               :DCL-GTE-BENE-ROUTING,                             DGUAR01P
143000               :DCL-GTE-BENE-EXT-ACC,                             DGUAR01P
143100               :DCL-GTE-CURRENCY,                                 DGUAR01P
143200               :DCL-GTE-RATE,                                     DGUAR01P
143300               :DCL-GTE-AMOUNT,                                   DGUAR01P
143400               :DCL-GTE-BASE-AMOUNT,                              DGUAR01P
143500               :DCL-GTE-EXPIRY-DATE,                              DGUAR01P
143600               :DCL-GTE-ACCNO,                                    DGUAR01P
143700               :DCL-GTE-MARGIN,                                   DGUAR01P
143800               :DCL-GTE-HOLD-ID,                                  DGUAR01P
143900               :DCL-GTE-NEXT-COMM,                                DGUAR01P
144000               :DCL-GTE-STATUS                                    DGUAR01P
144100          FROM BNKGUAR                                            DGUAR01P
144200          WHERE GTE_REF = :CGU1I-GTE-REF                          DGUAR01P
144300     END-EXEC.                                                    DGUAR01P
144400     IF SQLCODE IS EQUAL TO +100                                  DGUAR01P
144500        SET CGU1O-NOT-FOUND TO TRUE                               DGUAR01P
144600        MOVE 'No guarantee held under that reference' TO CGU1O-MSGDGUAR01P
144700        GO TO READ-GUARANTEE-EXIT                                 DGUAR01P
144800     END-IF.                                                      DGUAR01P
144900     IF SQLCODE IS NOT EQUAL TO ZERO                              DGUAR01P
145000        MOVE 'Unable to read the guarantee register' TO CGU1O-MSG DGUAR01P
145100     END-IF.                                                      DGUAR01P
145200 READ-GUARANTEE-EXIT.                                             DGUAR01P
145300     EXIT.                                                        DGUAR01P
145400                                                                  DGUAR01P
145500***************************************************************** DGUAR01P
145600* Claims under the guarantee in hand still waiting on a         * DGUAR01P
145700* second user                                                   * DGUAR01P
145800***************************************************************** DGUAR01P
145900 COUNT-PENDING-CLAIMS.                                            DGUAR01P
146000     MOVE ZERO TO DCL-GCL-PENDING.                                DGUAR01P
146100     EXEC SQL                                                     DGUAR01P
146200          SELECT COUNT(*)                                         DGUAR01P
146300          INTO :DCL-GCL-PENDING                                   DGUAR01P
146400          FROM BNKGTCL GCL,                                       DGUAR01P
146500               BNKPAUTH PAU                                       DGUAR01P
146600          WHERE GCL.GCL_GTE_REF = :DCL-GTE-REF AND                DGUAR01P
146700                GCL.GCL_STATUS = 'P' AND                          DGUAR01P
146800                PAU.PAU_ID = GCL.GCL_AUTH_ID AND                  DGUAR01P
146900                PAU.PAU_STATUS = 'P'                              DGUAR01P
147000     END-EXEC.                                                    DGUAR01P
147100     IF SQLCODE IS NOT EQUAL TO ZERO                              DGUAR01P
147200        MOVE 'Unable to read the claim register' TO CGU1O-MSG     DGUAR01P
147300     END-IF.                                                      DGUAR01P
147400 COUNT-PENDING-CLAIMS-EXIT.                                       DGUAR01P
147500     EXIT.                                                        DGUAR01P
147600                                                                  DGUAR01P
147700***************************************************************** DGUAR01P
147800* The settlement account must be one of the customer's own,     * DGUAR01P
147900* open, held in base currency and not a loan, escrow or card    * DGUAR01P
148000* account                                                       * DGUAR01P
148100***************************************************************** DGUAR01P
148200 PROVE-SETTLEMENT-ACCOUNT.                                        DGUAR01P
148300     PERFORM READ-SETTLEMENT-BALANCE THRU                         DGUAR01P
148400             READ-SETTLEMENT-BALANCE-EXIT.                        DGUAR01P
148500     IF CGU1O-MSG IS NOT EQUAL TO SPACES                          DGUAR01P
148600        GO TO PROVE-SETTLEMENT-ACCOUNT-EXIT                       DGUAR01P
148700     END-IF.                                                      DGUAR01P
148800     IF DCL-BAC-PID IS NOT EQUAL TO DCL-GTE-PID                   DGUAR01P
148900        MOVE 'The settlement account is not the customer''s own'  DGUAR01P
149000          TO CGU1O-MSG                                            DGUAR01P
149100        GO TO PROVE-SETTLEMENT-ACCOUNT-EXIT                       DGUAR01P
149200     END-IF.                                                      DGUAR01P
149300     IF DCL-BAC-STATUS IS NOT EQUAL TO ' '                        DGUAR01P
149400        MOVE 'The settlement account is not open' TO CGU1O-MSG    DGUAR01P
149500        GO TO PROVE-SETTLEMENT-ACCOUNT-EXIT                       DGUAR01P
149600     END-IF.                                                      DGUAR01P
149700     IF DCL-BAC-ACCTYPE IS EQUAL TO 'LN' OR                       DGUAR01P
149800        DCL-BAC-ACCTYPE IS EQUAL TO 'ES' OR                       DGUAR01P
149900        DCL-BAC-ACCTYPE IS EQUAL TO 'CC'                          DGUAR01P
150000        MOVE 'That account cannot settle a guarantee' TO CGU1O-MSGDGUAR01P
150100        GO TO PROVE-SETTLEMENT-ACCOUNT-EXIT                       DGUAR01P
150200     END-IF.                                                      DGUAR01P
150300     IF DCL-BAC-CURRENCY IS NOT EQUAL TO WS-BASE-CURRENCY         DGUAR01P
150400        MOVE 'The settlement account must be in base currency'    DGUAR01P
150500          TO CGU1O-MSG                                            DGUAR01P
150600     END-IF.                                                      DGUAR01P
150700 PROVE-SETTLEMENT-ACCOUNT-EXIT.                                   DGUAR01P
150800     EXIT.                                                        DGUAR01P
150900                                                                  DGUAR01P
151000 READ-SETTLEMENT-BALANCE.                                         DGUAR01P
151100     EXEC SQL                                                     DGUAR01P
151200          SELECT BAC_PID,                                         DGUAR01P
151300                 BAC_BALANCE,                                     DGUAR01P
151400                 BAC_STATUS,                                      DGUAR01P
151500                 BAC_ACCTYPE,                                     DGUAR01P
151600                 BAC_CURRENCY                                     DGUAR01P
151700          INTO :DCL-BAC-PID,                                      DGUAR01P
151800               :DCL-BAC-BALANCE,                                  DGUAR01P
151900               :DCL-BAC-STATUS,                                   DGUAR01P
152000               :DCL-BAC-ACCTYPE,                                  DGUAR01P
152100               :DCL-BAC-CURRENCY                                  DGUAR01P
152200          FROM BNKACC                                             DGUAR01P
152300          WHERE BAC_ACCNO = :DCL-GTE-ACCNO                        DGUAR01P
152400     END-EXEC.                                                    DGUAR01P
152500     IF SQLCODE IS EQUAL TO +100                                  DGUAR01P
152600        MOVE 'No such settlement account' TO CGU1O-MSG            DGUAR01P
152700        GO TO READ-SETTLEMENT-BALANCE-EXIT                        DGUAR01P
152800     END-IF.                                                      DGUAR01P
152900     IF SQLCODE IS NOT EQUAL TO ZERO                              DGUAR01P
153000        MOVE 'Unable to read the settlement account' TO CGU1O-MSG DGUAR01P
153100     END-IF.                                                      DGUAR01P
153200 READ-SETTLEMENT-BALANCE-EXIT.                                    DGUAR01P
153300     EXIT.                                                        DGUAR01P
153400                                                                  DGUAR01P
153500***************************************************************** DGUAR01P
153600* Commission and claim-loan terms - defaults first, then any    * DGUAR01P
153700* override held on BNKCTLV (+100 just means no override)        * DGUAR01P
153800***************************************************************** DGUAR01P
153900 READ-GUARANTEE-CONTROLS.                                         DGUAR01P
154000     MOVE WS-DFT-COMM-PCT TO WS-COMM-PCT.                         DGUAR01P
154100     MOVE WS-DFT-COMM-MIN TO WS-COMM-MIN.                         DGUAR01P
154200     MOVE WS-DFT-CLAIM-RATE TO WS-CLAIM-RATE.                     DGUAR01P
154300     MOVE WS-DFT-CLAIM-TERM TO WS-CLAIM-TERM.                     DGUAR01P
154400     EXEC SQL                                                     DGUAR01P
154500          SELECT CTL_VALUE                                        DGUAR01P
154600          INTO :WS-COMM-PCT                                       DGUAR01P
154700          FROM BNKCTLV                                            DGUAR01P
154800          WHERE CTL_ID = 'GTECOMRT'                               DGUAR01P
154900     END-EXEC.                                                    DGUAR01P
155000     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DGUAR01P
155100        SQLCODE IS NOT EQUAL TO +100                              DGUAR01P
155200        GO TO READ-GUARANTEE-CONTROLS-FAIL                        DGUAR01P
155300     END-IF.                                                      DGUAR01P
155400     EXEC SQL                                                     DGUAR01P
155500          SELECT CTL_VALUE                                        DGUAR01P
155600          INTO :WS-COMM-MIN                                       DGUAR01P
155700          FROM BNKCTLV                                            DGUAR01P
155800          WHERE CTL_ID = 'GTECOMMN'                               DGUAR01P
155900     END-EXEC.                                                    DGUAR01P
156000     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DGUAR01P
156100        SQLCODE IS NOT EQUAL TO +100                              DGUAR01P
156200        GO TO READ-GUARANTEE-CONTROLS-FAIL                        DGUAR01P
156300     END-IF.                                                      DGUAR01P
156400     EXEC SQL                                                     DGUAR01P
156500          SELECT CTL_VALUE                                        DGUAR01P
156600          INTO :WS-CLAIM-RATE                                     DGUAR01P
156700          FROM BNKCTLV                                            DGUAR01P
156800          WHERE CTL_ID = 'GTECLRAT'                               DGUAR01P
156900     END-EXEC.                                                    DGUAR01P
157000     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DGUAR01P
157100        SQLCODE IS NOT EQUAL TO +100                              DGUAR01P
157200        GO TO READ-GUARANTEE-CONTROLS-FAIL                        DGUAR01P
157300     END-IF.                                                      DGUAR01P
157400     EXEC SQL                                                     DGUAR01P
157500          SELECT CTL_VALUE                                        DGUAR01P
157600          INTO :WS-CLAIM-TERM                                     DGUAR01P
157700          FROM BNKCTLV                                            DGUAR01P
157800          WHERE CTL_ID = 'GTECLTRM'                               DGUAR01P
157900     END-EXEC.                                                    DGUAR01P
158000     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DGUAR01P
158100        SQLCODE IS NOT EQUAL TO +100                              DGUAR01P
158200        GO TO READ-GUARANTEE-CONTROLS-FAIL                        DGUAR01P
158300     END-IF.                                                      DGUAR01P
158400     IF WS-CLAIM-TERM IS NOT GREATER THAN ZERO                    DGUAR01P
158500        MOVE WS-DFT-CLAIM-TERM TO WS-CLAIM-TERM                   DGUAR01P
158600     END-IF.                                                      DGUAR01P
158700     GO TO READ-GUARANTEE-CONTROLS-EXIT.                          DGUAR01P
158800 READ-GUARANTEE-CONTROLS-FAIL.                                    DGUAR01P
158900     MOVE 'Unable to read the guarantee controls' TO CGU1O-MSG.   DGUAR01P
159000 READ-GUARANTEE-CONTROLS-EXIT.                                    DGUAR01P
159100     EXIT.                                                        DGUAR01P
159200                                                                  DGUAR01P
159300***************************************************************** DGUAR01P
159400* The contingent memo row for the ledger sweep - booked against * DGUAR01P
159500* the guarantee reference, never against a customer account     * DGUAR01P
159600***************************************************************** DGUAR01P
159700 WRITE-MEMO-ENTRY.                                                DGUAR01P
159800     EXEC SQL                                                     DGUAR01P
159900          SET :WS-POST-TIMESTAMP = CURRENT TIMESTAMP              DGUAR01P
160000     END-EXEC.                                                    DGUAR01P
160100     MOVE SPACES TO TXN-DATA-OLD.                                 DGUAR01P
160200     MOVE WS-MEMO-DESC TO TXN-T1-OLD-DESC.                        DGUAR01P
160300     MOVE 'GT' TO TR-PREFIX.                                      DGUAR01P
160400     MOVE WS-POST-TIMESTAMP TO TR-TIMESTAMP.                      DGUAR01P
160500     CALL 'DBANK30P' USING WS-REF-DATA.                           DGUAR01P
160600     EXEC SQL                                                     DGUAR01P
160700          INSERT                                                  DGUAR01P
160800          INTO BNKTXN (BTX_PID,                                   DGUAR01P
160900                       BTX_TYPE,                                  DGUAR01P
161000                       BTX_SUB_TYPE,                              DGUAR01P
161100                       BTX_ACCNO,                                 DGUAR01P
161200                       BTX_TIMESTAMP,                             DGUAR01P
161300                       BTX_AMOUNT,                                DGUAR01P
161400                       BTX_DATA_OLD,                              DGUAR01P
161500                       BTX_REF)                                   DGUAR01P
161600          VALUES (:DCL-GTE-PID,                                   DGUAR01P
161700                  'C',                                            DGUAR01P
161800                  :WS-MEMO-SUB-TYPE,                              DGUAR01P
161900                  :DCL-GTE-REF,                                   DGUAR01P
162000                  :WS-POST-TIMESTAMP,                             DGUAR01P
162100                  :WS-MEMO-AMOUNT,                                DGUAR01P
162200                  :TXN-DATA-OLD,                                  DGUAR01P
162300                  :TR-REF)                                        DGUAR01P
162400     END-EXEC.                                                    DGUAR01P
162500     IF SQLCODE IS NOT EQUAL TO ZERO                              DGUAR01P
162600        MOVE 'Unable to journal the guarantee memo' TO CGU1O-MSG  DGUAR01P
162700     END-IF.                                                      DGUAR01P
162800 WRITE-MEMO-ENTRY-EXIT.                                           DGUAR01P
162900     EXIT.                                                        DGUAR01P
163000                                                                  DGUAR01P
163100***************************************************************** DGUAR01P
163200* Block the margin on the settlement account until the          * DGUAR01P
163300* guarantee is settled                                          * DGUAR01P
163400***************************************************************** DGUAR01P
163500 PLACE-MARGIN-HOLD.                                               DGUAR01P
163600     INITIALIZE CDH1-DATA.                                        DGUAR01P
163700     SET CDH1I-PLACE-MARGIN-HOLD TO TRUE.                         DGUAR01P
163800     MOVE DCL-GTE-ACCNO TO CDH1I-ACC.                             DGUAR01P
163900     MOVE WS-HOLD-AMOUNT TO CDH1I-AMOUNT.                         DGUAR01P
164000     MOVE DCL-GTE-EXPIRY-DATE TO CDH1I-EXPIRY-DATE.               DGUAR01P
164100     STRING 'Guarantee ' DCL-GTE-REF                              DGUAR01P
164200            DELIMITED BY SIZE INTO CDH1I-AUTHORITY.               DGUAR01P
164300     MOVE CGU1I-USERID TO CDH1I-USERID.                           DGUAR01P
164400 COPY CHOLDX01.                                                   DGUAR01P
164500     IF NOT CDH1O-REQUEST-OK                                      DGUAR01P
164600        MOVE CDH1O-MSG TO CGU1O-MSG                               DGUAR01P
164700        GO TO PLACE-MARGIN-HOLD-EXIT                              DGUAR01P
164800     END-IF.                                                      DGUAR01P
164900     MOVE CDH1O-HOLD-ID TO DCL-GTE-HOLD-ID.                       DGUAR01P
165000 PLACE-MARGIN-HOLD-EXIT.                                          DGUAR01P
165100     EXIT.                                                        DGUAR01P
165200                                                                  DGUAR01P
165300***************************************************************** DGUAR01P
165400* Lift the margin hold - one already gone is no cause to stop   * DGUAR01P
165500***************************************************************** DGUAR01P
165600 RELEASE-MARGIN-HOLD.                                             DGUAR01P
165700     IF DCL-GTE-HOLD-ID IS EQUAL TO ZERO                          DGUAR01P
165800        GO TO RELEASE-MARGIN-HOLD-EXIT                            DGUAR01P
165900     END-IF.                                                      DGUAR01P
166000     INITIALIZE CDH1-DATA.                                        DGUAR01P
166100     SET CDH1I-RELEASE-HOLD TO TRUE.                              DGUAR01P
166200     MOVE DCL-GTE-HOLD-ID TO CDH1I-HOLD-ID.                       DGUAR01P
166300     MOVE CGU1I-USERID TO CDH1I-USERID.                           DGUAR01P
166400 COPY CHOLDX01.                                                   DGUAR01P
166500     IF NOT CDH1O-REQUEST-OK AND                                  DGUAR01P
166600        NOT CDH1O-HOLD-NOT-FOUND                                  DGUAR01P
166700        MOVE CDH1O-MSG TO CGU1O-MSG                               DGUAR01P
166800     END-IF.                                                      DGUAR01P
166900 RELEASE-MARGIN-HOLD-EXIT.                                        DGUAR01P
167000     EXIT.                                                        DGUAR01P
167100                                                                  DGUAR01P
167200***************************************************************** DGUAR01P
167300* Hand the built line to the extract queue                      * DGUAR01P
167400***************************************************************** DGUAR01P
167500 QUEUE-REPORT-LINE.                                               DGUAR01P
167600 COPY CCSVWRQ.                                                    DGUAR01P
167700 QUEUE-REPORT-LINE-EXIT.                                          DGUAR01P
167800     EXIT.                                                        DGUAR01P
