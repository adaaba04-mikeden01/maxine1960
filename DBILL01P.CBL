000100***************************************************************** DBILL01P
000200*                                                               * DBILL01P
000300*   Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.   * DBILL01P
000400*   This demonstration program is provided for use by users     * DBILL01P
000500*   of Micro Focus products and may be used, modified and       * DBILL01P
000600*   distributed as part of your application provided that       * DBILL01P
000700*   you properly acknowledge the copyright of Micro Focus       * DBILL01P
000800*   in this material.                                           * DBILL01P
000900*                                                               * DBILL01P
001000***************************************************************** DBILL01P
001100                                                                  DBILL01P
001200***************************************************************** DBILL01P
001300* Program:     DBILL01P.CBL                                     * DBILL01P
001400* Function:    Bill payments - keeps the biller directory       * DBILL01P
001500*              (BNKBILR), the customer's bill-payee list        * DBILL01P
001600*              (BNKBPYE) with each reference checked against    * DBILL01P
001700*              the biller's format and check-digit rule, and    * DBILL01P
001800*              takes bill payments (BNKBPAY) under the same     * DBILL01P
001900*              guards as an external payment. The nightly run   * DBILL01P
002000*              cuts one remittance file per biller, detailed by * DBILL01P
002100*              customer reference and framed by DBANK91P, and   * DBILL01P
002200*              posts a single settlement to the biller's GL     * DBILL01P
002300*              line                                             * DBILL01P
002400*              SQL version                                      * DBILL01P
002500***************************************************************** DBILL01P
002600                                                                  DBILL01P
002700 IDENTIFICATION DIVISION.                                         DBILL01P
002800 PROGRAM-ID.                                                      DBILL01P
002900     DBILL01P.                                                    DBILL01P
003000 DATE-WRITTEN.                                                    DBILL01P
003100     October 2026.                                                DBILL01P
003200 DATE-COMPILED.                                                   DBILL01P
003300     Today.                                                       DBILL01P
003400                                                                  DBILL01P
003500 ENVIRONMENT DIVISION.                                            DBILL01P
003600                                                                  DBILL01P
003700 DATA DIVISION.                                                   DBILL01P
003800                                                                  DBILL01P
003900 WORKING-STORAGE SECTION.                                         DBILL01P
004000 01  WS-MISC-STORAGE.                                             DBILL01P
004100   05  WS-PROGRAM-ID                         PIC X(8)             DBILL01P
004200       VALUE 'DBILL01P'.                                          DBILL01P
004300   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBILL01P
004400   05  WS-RESP                               PIC S9(8) COMP.      DBILL01P
004500   05  WS-SUB1                               PIC S9(4) COMP.      DBILL01P
004600   05  WS-REF-LEN                            PIC S9(4) COMP.      DBILL01P
004700   05  WS-REF-POSN                           PIC S9(4) COMP.      DBILL01P
004800   05  WS-REF-FROM-RIGHT                     PIC S9(4) COMP.      DBILL01P
004900   05  WS-REF-SPACES                         PIC S9(4) COMP.      DBILL01P
005000   05  WS-WEIGHT                             PIC S9(4) COMP.      DBILL01P
005100   05  WS-ACCUM                              PIC S9(9) COMP.      DBILL01P
005200   05  WS-DIGIT                              PIC 9(1).            DBILL01P
005300   05  WS-CHECK-DIGIT                        PIC 9(2).            DBILL01P
005400   05  WS-REF-VALID                          PIC X(1).            DBILL01P
005500   05  WS-CUTOFF-FLAG                        PIC X(1).            DBILL01P
005600   05  WS-AVAILABLE                          PIC S9(9)V99 COMP-3. DBILL01P
005700                                                                  DBILL01P
005800***************************************************************** DBILL01P
005900* The remittance file for one biller - a header naming the      * DBILL01P
006000* biller and the account its money settles to, then one detail  * DBILL01P
006100* per payment in customer reference order                       * DBILL01P
006200***************************************************************** DBILL01P
006300 01  WS-REMIT-RECORD.                                             DBILL01P
006400   05  RMT-REC-TYPE                          PIC X(1).            DBILL01P
006500     88  RMT-HEADER                          VALUE 'H'.           DBILL01P
006600     88  RMT-DETAIL                          VALUE 'D'.           DBILL01P
006700   05  RMT-BILLER                            PIC X(6).            DBILL01P
006800   05  RMT-REC-DATA                          PIC X(60).           DBILL01P
006900   05  RMT-HEADER-DATA REDEFINES RMT-REC-DATA.                    DBILL01P
007000     10  RMT-BILLER-NAME                     PIC X(25).           DBILL01P
007100     10  RMT-SETTLE-ROUTING                  PIC X(9).            DBILL01P
007200     10  RMT-SETTLE-ACC                      PIC X(17).           DBILL01P
007300     10  FILLER                              PIC X(9).            DBILL01P
007400   05  RMT-DETAIL-DATA REDEFINES RMT-REC-DATA.                    DBILL01P
007500     10  RMT-CUST-REF                        PIC X(17).           DBILL01P
007600     10  RMT-AMOUNT                          PIC 9(7)V99.         DBILL01P
007700     10  RMT-VALUE-DATE                      PIC X(10).           DBILL01P
007800     10  RMT-PAYMENT-ID                      PIC 9(7).            DBILL01P
007900     10  FILLER                              PIC X(17).           DBILL01P
008000                                                                  DBILL01P
008100 01  WS-16-COMMAREA.                                              DBILL01P
008200 COPY CBANKD16.                                                   DBILL01P
008300 01  WS-91-COMMAREA.                                              DBILL01P
008400 COPY CBANKD91.                                                   DBILL01P
008500 01  WS-H1-COMMAREA.                                              DBILL01P
008600 COPY CHOLDD01.                                                   DBILL01P
008700                                                                  DBILL01P
008800   EXEC SQL                                                       DBILL01P
008900        BEGIN DECLARE SECTION                                     DBILL01P
009000   END-EXEC.                                                      DBILL01P
009100 01  WS-COMMAREA.                                                 DBILL01P
009200     EXEC SQL                                                     DBILL01P
009300          INCLUDE CBILLD01                                        DBILL01P
009400     END-EXEC.                                                    DBILL01P
009500 01  WS-98-COMMAREA.                                              DBILL01P
009600     EXEC SQL                                                     DBILL01P
009700          INCLUDE CBANKD98                                        DBILL01P
009800     END-EXEC.                                                    DBILL01P
009900 01  DCL-BLR-AREAS.                                               DBILL01P
010000   05  DCL-BLR-ID                            PIC X(6).            DBILL01P
010100   05  DCL-BLR-NAME                          PIC X(25).           DBILL01P
010200   05  DCL-BLR-REF-MIN                       PIC S9(3) COMP-3.    DBILL01P
010300   05  DCL-BLR-REF-MAX                       PIC S9(3) COMP-3.    DBILL01P
010400   05  DCL-BLR-NUMERIC                       PIC X(1).            DBILL01P
010500   05  DCL-BLR-CHECK-RULE                    PIC X(1).            DBILL01P
010600   05  DCL-BLR-ROUTING                       PIC X(9).            DBILL01P
010700   05  DCL-BLR-SETTLE-ACC                    PIC X(17).           DBILL01P
010800   05  DCL-BLR-GL-ACCT                       PIC X(6).            DBILL01P
010900   05  DCL-BLR-CUTOFF                        PIC X(8).            DBILL01P
011000   05  DCL-BLR-STATUS                        PIC X(1).            DBILL01P
011100   05  DCL-GLC-COUNT                         PIC S9(7) COMP-3.    DBILL01P
011200 01  DCL-BPY-AREAS.                                               DBILL01P
011300   05  DCL-BPY-ID                            PIC S9(7) COMP-3.    DBILL01P
011400   05  DCL-BPY-LAST-ID                       PIC S9(7) COMP-3.    DBILL01P
011500   05  DCL-BPY-SEQ                           PIC X(3).            DBILL01P
011600   05  DCL-BPY-SEQ-N REDEFINES DCL-BPY-SEQ   PIC 9(3).            DBILL01P
011700   05  DCL-BPY-NEXT-SEQ                      PIC S9(3) COMP-3.    DBILL01P
011800   05  DCL-BPY-REF                           PIC X(17).           DBILL01P
011900   05  DCL-BPY-AMOUNT                        PIC S9(7)V99 COMP-3. DBILL01P
012000   05  DCL-BPY-TOTAL                         PIC S9(9)V99 COMP-3. DBILL01P
012100   05  DCL-BPY-COUNT                         PIC S9(7) COMP-3.    DBILL01P
012200   05  DCL-BPY-VALUE-DATE                    PIC X(10).           DBILL01P
012300   05  DCL-ACC-PID                           PIC X(5).            DBILL01P
012400   05  DCL-ACC-STATUS                        PIC X(1).            DBILL01P
012500   05  DCL-OLD-BALANCE                       PIC S9(7)V99 COMP-3. DBILL01P
012600   05  DCL-NEW-BALANCE                       PIC S9(7)V99 COMP-3. DBILL01P
012700   05  DCL-NOW-TIME                          PIC X(8).            DBILL01P
012800   05  DCL-NEXT-DATE                         PIC X(10).           DBILL01P
012900   05  DCL-POST-TIMESTAMP                    PIC X(26).           DBILL01P
013000 01  WS-BUSINESS-DATE                        PIC X(10).           DBILL01P
013100                                                                  DBILL01P
013200     EXEC SQL                                                     DBILL01P
013300          INCLUDE CBANKSTX                                        DBILL01P
013400     END-EXEC.                                                    DBILL01P
013500     EXEC SQL                                                     DBILL01P
013600          INCLUDE CBANKTXD                                        DBILL01P
013700     END-EXEC.                                                    DBILL01P
013800 01  WS-REF-DATA.                                                 DBILL01P
013900 COPY CTXNREFD.                                                   DBILL01P
014000                                                                  DBILL01P
014100     EXEC SQL                                                     DBILL01P
014200          INCLUDE SQLCA                                           DBILL01P
014300     END-EXEC.                                                    DBILL01P
014400                                                                  DBILL01P
014500 COPY CABENDD.                                                    DBILL01P
014600   EXEC SQL                                                       DBILL01P
014700        END DECLARE SECTION                                       DBILL01P
014800   END-EXEC.                                                      DBILL01P
014900                                                                  DBILL01P
015000 LINKAGE SECTION.                                                 DBILL01P
015100 01  DFHCOMMAREA.                                                 DBILL01P
015200   05  LK-COMMAREA                           PIC X(1)             DBILL01P
015300       OCCURS 1 TO 6144 TIMES                                     DBILL01P
015400         DEPENDING ON WS-COMMAREA-LENGTH.                         DBILL01P
015500                                                                  DBILL01P
015600 COPY CENTRY.                                                     DBILL01P
015700***************************************************************** DBILL01P
015800* Move the passed area to our area                              * DBILL01P
015900***************************************************************** DBILL01P
016000     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DBILL01P
016100     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DBILL01P
016200                                                                  DBILL01P
016300***************************************************************** DBILL01P
016400* Initialize our output area                                    * DBILL01P
016500***************************************************************** DBILL01P
016600     INITIALIZE CBP1O-DATA.                                       DBILL01P
016700     SET CBP1O-REQUEST-FAIL TO TRUE.                              DBILL01P
016800                                                                  DBILL01P
016900     INITIALIZE CD98-DATA.                                        DBILL01P
017000     SET CD98I-READ-BUSINESS-DATE TO TRUE.                        DBILL01P
017100 COPY CBANKX98.                                                   DBILL01P
017200     IF NOT CD98O-REQUEST-OK                                      DBILL01P
017300        MOVE CD98O-MSG TO CBP1O-MSG                               DBILL01P
017400        GO TO DBILL01P-EXIT                                       DBILL01P
017500     END-IF.                                                      DBILL01P
017600     MOVE CD98O-DATE TO WS-BUSINESS-DATE.                         DBILL01P
017700                                                                  DBILL01P
017800     EVALUATE TRUE                                                DBILL01P
017900       WHEN CBP1I-SAVE-BILLER                                     DBILL01P
018000         PERFORM SAVE-BILLER THRU                                 DBILL01P
018100                 SAVE-BILLER-EXIT                                 DBILL01P
018200       WHEN CBP1I-ADD-PAYEE                                       DBILL01P
018300         PERFORM ADD-PAYEE THRU                                   DBILL01P
018400                 ADD-PAYEE-EXIT                                   DBILL01P
018500       WHEN CBP1I-DELETE-PAYEE                                    DBILL01P
018600         PERFORM DELETE-PAYEE THRU                                DBILL01P
018700                 DELETE-PAYEE-EXIT                                DBILL01P
018800       WHEN CBP1I-LIST-PAYEES                                     DBILL01P
018900         PERFORM LIST-PAYEES THRU                                 DBILL01P
019000                 LIST-PAYEES-EXIT                                 DBILL01P
019100       WHEN CBP1I-PAY-BILL                                        DBILL01P
019200         PERFORM PAY-BILL THRU                                    DBILL01P
019300                 PAY-BILL-EXIT                                    DBILL01P
019400       WHEN CBP1I-NIGHTLY-RUN                                     DBILL01P
019500         PERFORM NIGHTLY-RUN THRU                                 DBILL01P
019600                 NIGHTLY-RUN-EXIT                                 DBILL01P
019700       WHEN OTHER                                                 DBILL01P
019800         MOVE 'Unknown bill payment function requested'           DBILL01P
019900           TO CBP1O-MSG                                           DBILL01P
020000     END-EVALUATE.                                                DBILL01P
020100                                                                  DBILL01P
020200 DBILL01P-EXIT.                                                   DBILL01P
020300***************************************************************** DBILL01P
020400* Move the result back to the callers area                      * DBILL01P
020500***************************************************************** DBILL01P
020600     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DBILL01P
020700                                                                  DBILL01P
020800***************************************************************** DBILL01P
020900* Return to our caller                                          * DBILL01P
021000***************************************************************** DBILL01P
021100 COPY CRETURN.                                                    DBILL01P
021200                                                                  DBILL01P
021300***************************************************************** DBILL01P
021400* Add or change a biller on the directory. The GL line must be  * DBILL01P
021500* on the chart of accounts, or the ledger sweep would refuse    * DBILL01P
021600* every payment made to the biller                              * DBILL01P
021700***************************************************************** DBILL01P
021800 SAVE-BILLER.                                                     DBILL01P
021900     IF CBP1I-BILLER IS EQUAL TO SPACES OR                        DBILL01P
022000        CBP1I-BILLER-NAME IS EQUAL TO SPACES OR                   DBILL01P
022100        CBP1I-SETTLE-ROUTING IS EQUAL TO SPACES OR                DBILL01P
022200        CBP1I-SETTLE-ACC IS EQUAL TO SPACES                       DBILL01P
022300        MOVE 'Biller id, name and settlement account are required'DBILL01P
022400          TO CBP1O-MSG                                            DBILL01P
022500        GO TO SAVE-BILLER-EXIT                                    DBILL01P
022600     END-IF.                                                      DBILL01P
022700     IF CBP1I-REF-MIN-LEN IS NOT NUMERIC OR                       DBILL01P
022800        CBP1I-REF-MAX-LEN IS NOT NUMERIC OR                       DBILL01P
022900        CBP1I-REF-MIN-LEN IS LESS THAN 1 OR                       DBILL01P
023000        CBP1I-REF-MAX-LEN IS GREATER THAN 17 OR                   DBILL01P
023100        CBP1I-REF-MIN-LEN IS GREATER THAN CBP1I-REF-MAX-LEN       DBILL01P
023200        MOVE 'Reference lengths must lie between 1 and 17'        DBILL01P
023300          TO CBP1O-MSG                                            DBILL01P
023400        GO TO SAVE-BILLER-EXIT                                    DBILL01P
023500     END-IF.                                                      DBILL01P
023600     IF NOT CBP1I-CHECK-NONE AND                                  DBILL01P
023700        NOT CBP1I-CHECK-LUHN AND                                  DBILL01P
023800        NOT CBP1I-CHECK-MOD11                                     DBILL01P
023900        MOVE 'Check-digit rule must be N, L or M' TO CBP1O-MSG    DBILL01P
024000        GO TO SAVE-BILLER-EXIT                                    DBILL01P
024100     END-IF.                                                      DBILL01P
024200     IF CBP1I-REF-NUMERIC IS NOT EQUAL TO 'Y'                     DBILL01P
024300        MOVE 'N' TO CBP1I-REF-NUMERIC                             DBILL01P
024400     END-IF.                                                      DBILL01P
024500     IF NOT CBP1I-BILLER-SUSPENDED                                DBILL01P
024600        SET CBP1I-BILLER-ACTIVE TO TRUE                           DBILL01P
024700     END-IF.                                                      DBILL01P
024800     IF CBP1I-CUTOFF IS EQUAL TO SPACES                           DBILL01P
024900        MOVE '23.59.59' TO CBP1I-CUTOFF                           DBILL01P
025000     END-IF.                                                      DBILL01P
025100     IF CBP1I-CUTOFF (1:2) IS NOT NUMERIC OR                      DBILL01P
025200        CBP1I-CUTOFF (3:1) IS NOT EQUAL TO '.' OR                 DBILL01P
025300        CBP1I-CUTOFF (4:2) IS NOT NUMERIC OR                      DBILL01P
025400        CBP1I-CUTOFF (6:1) IS NOT EQUAL TO '.' OR                 DBILL01P
025500        CBP1I-CUTOFF (7:2) IS NOT NUMERIC                         DBILL01P
025600        MOVE 'Cut-off must be given as HH.MM.SS' TO CBP1O-MSG     DBILL01P
025700        GO TO SAVE-BILLER-EXIT                                    DBILL01P
025800     END-IF.                                                      DBILL01P
025900     EXEC SQL                                                     DBILL01P
026000          SELECT COUNT(*)                                         DBILL01P
026100          INTO :DCL-GLC-COUNT                                     DBILL01P
026200          FROM BNKGLCOA                                           DBILL01P
026300          WHERE GLC_ACCT = :CBP1I-GL-ACCT                         DBILL01P
026400     END-EXEC.                                                    DBILL01P
026500     IF SQLCODE IS NOT EQUAL TO ZERO                              DBILL01P
026600        MOVE 'Unable to read the chart of accounts' TO CBP1O-MSG  DBILL01P
026700        GO TO SAVE-BILLER-EXIT                                    DBILL01P
026800     END-IF.                                                      DBILL01P
026900     IF DCL-GLC-COUNT IS EQUAL TO ZERO                            DBILL01P
027000        MOVE 'That GL line is not on the chart of accounts'       DBILL01P
027100          TO CBP1O-MSG                                            DBILL01P
027200        GO TO SAVE-BILLER-EXIT                                    DBILL01P
027300     END-IF.                                                      DBILL01P
027400     MOVE CBP1I-REF-MIN-LEN TO DCL-BLR-REF-MIN.                   DBILL01P
027500     MOVE CBP1I-REF-MAX-LEN TO DCL-BLR-REF-MAX.                   DBILL01P
027600     EXEC SQL                                                     DBILL01P
027700          UPDATE BNKBILR                                          DBILL01P
027800          SET BLR_NAME = :CBP1I-BILLER-NAME,                      DBILL01P
027900              BLR_REF_MIN = :DCL-BLR-REF-MIN,                     DBILL01P
028000              BLR_REF_MAX = :DCL-BLR-REF-MAX,                     DBILL01P
028100              BLR_REF_NUMERIC = :CBP1I-REF-NUMERIC,               DBILL01P
028200              BLR_CHECK_RULE = :CBP1I-CHECK-RULE,                 DBILL01P
028300              BLR_SETTLE_ROUTING = :CBP1I-SETTLE-ROUTING,         DBILL01P
028400              BLR_SETTLE_ACC = :CBP1I-SETTLE-ACC,                 DBILL01P
028500              BLR_GL_ACCT = :CBP1I-GL-ACCT,                       DBILL01P
028600              BLR_CUTOFF = :CBP1I-CUTOFF,                         DBILL01P
028700              BLR_STATUS = :CBP1I-BILLER-STATUS,                  DBILL01P
028800              BLR_UPDATED_BY = :CBP1I-USERID,                     DBILL01P
028900              BLR_UPDATED_TS = CURRENT TIMESTAMP                  DBILL01P
029000          WHERE BLR_ID = :CBP1I-BILLER                            DBILL01P
029100     END-EXEC.                                                    DBILL01P
029200     IF SQLCODE IS EQUAL TO +100                                  DBILL01P
029300        EXEC SQL                                                  DBILL01P
029400             INSERT                                               DBILL01P
029500             INTO BNKBILR (BLR_ID,                                DBILL01P
029600                           BLR_NAME,                              DBILL01P
029700                           BLR_REF_MIN,                           DBILL01P
029800                           BLR_REF_MAX,                           DBILL01P
029900                           BLR_REF_NUMERIC,                       DBILL01P
030000                           BLR_CHECK_RULE,                        DBILL01P
030100                           BLR_SETTLE_ROUTING,                    DBILL01P
030200                           BLR_SETTLE_ACC,                        DBILL01P
030300                           BLR_GL_ACCT,                           DBILL01P
030400                           BLR_CUTOFF,                            DBILL01P
030500                           BLR_STATUS,                            DBILL01P
030600                           BLR_UPDATED_BY,                        DBILL01P
030700                           BLR_UPDATED_TS)                        DBILL01P
030800             VALUES (:CBP1I-BILLER,                               DBILL01P
030900                     :CBP1I-BILLER-NAME,                          DBILL01P
031000                     :DCL-BLR-REF-MIN,                            DBILL01P
031100                     :DCL-BLR-REF-MAX,                            DBILL01P
031200                     :CBP1I-REF-NUMERIC,                          DBILL01P
031300                     :CBP1I-CHECK-RULE,                           DBILL01P
031400                     :CBP1I-SETTLE-ROUTING,                       DBILL01P
031500                     :CBP1I-SETTLE-ACC,                           DBILL01P
031600                     :CBP1I-GL-ACCT,                              DBILL01P
031700                     :CBP1I-CUTOFF,                               DBILL01P
031800                     :CBP1I-BILLER-STATUS,                        DBILL01P
031900                     :CBP1I-USERID,                               DBILL01P
032000                     CURRENT TIMESTAMP)                           DBILL01P
032100        END-EXEC                                                  DBILL01P
032200     END-IF.                                                      DBILL01P
032300     IF SQLCODE IS NOT EQUAL TO ZERO                              DBILL01P
032400        MOVE 'Unable to update the biller directory' TO CBP1O-MSG DBILL01P
032500        GO TO SAVE-BILLER-EXIT                                    DBILL01P
032600     END-IF.                                                      DBILL01P
032700     MOVE SPACES TO CD16-DATA.                                    DBILL01P
032800     MOVE SPACES TO CD16I-PERSON-PID.                             DBILL01P
032900     MOVE WS-PROGRAM-ID TO CD16I-PROGRAM.                         DBILL01P
033000     MOVE SPACES TO CD16I-MESSAGE.                                DBILL01P
033100     STRING 'BILLER ' CBP1I-BILLER                                DBILL01P
033200            ' DIRECTORY ENTRY SAVED BY ' CBP1I-USERID             DBILL01P
033300            DELIMITED BY SIZE INTO CD16I-MESSAGE.                 DBILL01P
033400 COPY CBANKX16.                                                   DBILL01P
033500     SET CBP1O-REQUEST-OK TO TRUE.                                DBILL01P
033600     MOVE 'Biller directory entry saved' TO CBP1O-MSG.            DBILL01P
033700 SAVE-BILLER-EXIT.                                                DBILL01P
033800     EXIT.                                                        DBILL01P
033900                                                                  DBILL01P
034000***************************************************************** DBILL01P
034100* Add a biller to the customer's bill-payee list under the next * DBILL01P
034200* free number - the reference is checked against the biller's   * DBILL01P
034300* rule here, once, so a misapplied payment never gets keyed     * DBILL01P
034400***************************************************************** DBILL01P
034500 ADD-PAYEE.                                                       DBILL01P
034600     IF CBP1I-BILLER IS EQUAL TO SPACES OR                        DBILL01P
034700        CBP1I-CUST-REF IS EQUAL TO SPACES                         DBILL01P
034800        MOVE 'Biller and your reference with them are both needed'DBILL01P
034900          TO CBP1O-MSG                                            DBILL01P
035000        GO TO ADD-PAYEE-EXIT                                      DBILL01P
035100     END-IF.                                                      DBILL01P
035200     MOVE CBP1I-BILLER TO DCL-BLR-ID.                             DBILL01P
035300     PERFORM READ-BILLER THRU                                     DBILL01P
035400             READ-BILLER-EXIT.                                    DBILL01P
035500     IF CBP1O-MSG IS NOT EQUAL TO SPACES                          DBILL01P
035600        GO TO ADD-PAYEE-EXIT                                      DBILL01P
035700     END-IF.                                                      DBILL01P
035800     PERFORM VALIDATE-REFERENCE THRU                              DBILL01P
035900             VALIDATE-REFERENCE-EXIT.                             DBILL01P
036000     IF WS-REF-VALID IS NOT EQUAL TO 'Y'                          DBILL01P
036100        SET CBP1O-REF-INVALID TO TRUE                             DBILL01P
036200        GO TO ADD-PAYEE-EXIT                                      DBILL01P
036300     END-IF.                                                      DBILL01P
036400     EXEC SQL                                                     DBILL01P
036500          SELECT COUNT(*)                                         DBILL01P
036600          INTO :DCL-BPY-COUNT                                     DBILL01P
036700          FROM BNKBPYE                                            DBILL01P
036800          WHERE BPE_PID = :CBP1I-PERSON-PID AND                   DBILL01P
036900                BPE_BILLER = :CBP1I-BILLER AND                    DBILL01P
037000                BPE_REF = :CBP1I-CUST-REF                         DBILL01P
037100     END-EXEC.                                                    DBILL01P
037200     IF SQLCODE IS EQUAL TO ZERO AND                              DBILL01P
037300        DCL-BPY-COUNT IS GREATER THAN ZERO                        DBILL01P
037400        MOVE 'That biller and reference are already on your list' DBILL01P
037500          TO CBP1O-MSG                                            DBILL01P
037600        GO TO ADD-PAYEE-EXIT                                      DBILL01P
037700     END-IF.                                                      DBILL01P
037800     EXEC SQL                                                     DBILL01P
037900          SELECT VALUE(MAX(BPE_SEQ), 0) + 1                       DBILL01P
038000          INTO :DCL-BPY-NEXT-SEQ                                  DBILL01P
038100          FROM BNKBPYE                                            DBILL01P
038200          WHERE BPE_PID = :CBP1I-PERSON-PID                       DBILL01P
038300     END-EXEC.                                                    DBILL01P
038400     IF SQLCODE IS NOT EQUAL TO ZERO                              DBILL01P
038500        MOVE 'Unable to read your bill-payee list' TO CBP1O-MSG   DBILL01P
038600        GO TO ADD-PAYEE-EXIT                                      DBILL01P
038700     END-IF.                                                      DBILL01P
038800     MOVE DCL-BPY-NEXT-SEQ TO DCL-BPY-SEQ-N.                      DBILL01P
038900     EXEC SQL                                                     DBILL01P
039000          INSERT                                                  DBILL01P
039100          INTO BNKBPYE (BPE_PID,                                  DBILL01P
039200                        BPE_SEQ,                                  DBILL01P
039300                        BPE_BILLER,                               DBILL01P
039400                        BPE_REF,                                  DBILL01P
039500                        BPE_ADDED_TS)                             DBILL01P
039600          VALUES (:CBP1I-PERSON-PID,                              DBILL01P
039700                  :DCL-BPY-SEQ,                                   DBILL01P
039800                  :CBP1I-BILLER,                                  DBILL01P
039900                  :CBP1I-CUST-REF,                                DBILL01P
040000                  CURRENT TIMESTAMP)                              DBILL01P
040100     END-EXEC.                                                    DBILL01P
040200     IF SQLCODE IS NOT EQUAL TO ZERO                              DBILL01P
040300        MOVE 'Unable to add the bill payee' TO CBP1O-MSG          DBILL01P
040400        GO TO ADD-PAYEE-EXIT                                      DBILL01P
040500     END-IF.                                                      DBILL01P
040600     MOVE DCL-BPY-SEQ TO CBP1O-PAYEE-SEQ.                         DBILL01P
040700     SET CBP1O-REQUEST-OK TO TRUE.                                DBILL01P
040800     MOVE 'Bill payee added' TO CBP1O-MSG.                        DBILL01P
040900 ADD-PAYEE-EXIT.                                                  DBILL01P
041000     EXIT.                                                        DBILL01P
041100                                                                  DBILL01P
041200***************************************************************** DBILL01P
041300* Remove a bill payee - payments already taken still remit      * DBILL01P
041400***************************************************************** DBILL01P
041500 DELETE-PAYEE.                                                    DBILL01P
041600     EXEC SQL                                                     DBILL01P
041700          DELETE                                                  DBILL01P
041800          FROM BNKBPYE                                            DBILL01P
041900          WHERE BPE_PID = :CBP1I-PERSON-PID AND                   DBILL01P
042000                BPE_SEQ = :CBP1I-PAYEE-SEQ                        DBILL01P
042100     END-EXEC.                                                    DBILL01P
042200     IF SQLCODE IS EQUAL TO +100                                  DBILL01P
042300        SET CBP1O-PAYEE-NOT-FOUND TO TRUE                         DBILL01P
042400        MOVE 'No bill payee held under that number' TO CBP1O-MSG  DBILL01P
042500        GO TO DELETE-PAYEE-EXIT                                   DBILL01P
042600     END-IF.                                                      DBILL01P
042700     IF SQLCODE IS NOT EQUAL TO ZERO                              DBILL01P
042800        MOVE 'Unable to remove the bill payee' TO CBP1O-MSG       DBILL01P
042900        GO TO DELETE-PAYEE-EXIT                                   DBILL01P
043000     END-IF.                                                      DBILL01P
043100     SET CBP1O-REQUEST-OK TO TRUE.                                DBILL01P
043200     MOVE 'Bill payee removed' TO CBP1O-MSG.                      DBILL01P
043300 DELETE-PAYEE-EXIT.                                               DBILL01P
043400     EXIT.                                                        DBILL01P
043500                                                                  DBILL01P
043600***************************************************************** DBILL01P
043700* Return the first page of the customer's bill payees           * DBILL01P
043800***************************************************************** DBILL01P
043900 LIST-PAYEES.                                                     DBILL01P
044000     EXEC SQL                                                     DBILL01P
044100          DECLARE BPYE_CSR CURSOR FOR                             DBILL01P
044200          SELECT BPE.BPE_SEQ,                                     DBILL01P
044300                 BPE.BPE_BILLER,                                  DBILL01P
044400                 BPE.BPE_REF,                                     DBILL01P
044500                 BLR.BLR_NAME                                     DBILL01P
044600          FROM BNKBPYE BPE,                                       DBILL01P
044700               BNKBILR BLR                                        DBILL01P
044800          WHERE BPE.BPE_PID = :CBP1I-PERSON-PID AND               DBILL01P
044900                BLR.BLR_ID = BPE.BPE_BILLER                       DBILL01P
045000          ORDER BY BPE.BPE_SEQ                                    DBILL01P
045100          FOR FETCH ONLY                                          DBILL01P
045200     END-EXEC.                                                    DBILL01P
045300     EXEC SQL                                                     DBILL01P
045400          OPEN BPYE_CSR                                           DBILL01P
045500     END-EXEC.                                                    DBILL01P
045600     IF SQLCODE IS NOT EQUAL TO ZERO                              DBILL01P
045700        MOVE 'Unable to open your bill-payee list' TO CBP1O-MSG   DBILL01P
045800        GO TO LIST-PAYEES-EXIT                                    DBILL01P
045900     END-IF.                                                      DBILL01P
046000     MOVE 0 TO WS-SUB1.                                           DBILL01P
046100 BPYE-LOOP.                                                       DBILL01P
046200     IF WS-SUB1 IS NOT LESS THAN 3                                DBILL01P
046300        GO TO BPYE-LOOP-EXIT                                      DBILL01P
046400     END-IF.                                                      DBILL01P
046500     EXEC SQL                                                     DBILL01P
046600          FETCH BPYE_CSR                                          DBILL01P
046700          INTO :DCL-BPY-SEQ,                                      DBILL01P
046800               :DCL-BLR-ID,                                       DBILL01P
046900               :DCL-BPY-REF,                                      DBILL01P
047000               :DCL-BLR-NAME                                      DBILL01P
047100     END-EXEC.                                                    DBILL01P
047200     IF SQLCODE IS EQUAL TO +100                                  DBILL01P
047300        GO TO BPYE-LOOP-EXIT                                      DBILL01P
047400     END-IF.                                                      DBILL01P
047500     IF SQLCODE IS NOT EQUAL TO ZERO                              DBILL01P
047600        MOVE 'Unable to read your bill-payee list' TO CBP1O-MSG   DBILL01P
047700        GO TO BPYE-LOOP-EXIT                                      DBILL01P
047800     END-IF.                                                      DBILL01P
047900     ADD 1 TO WS-SUB1.                                            DBILL01P
048000     MOVE DCL-BPY-SEQ TO CBP1O-LIST-SEQ (WS-SUB1).                DBILL01P
048100     MOVE DCL-BLR-ID TO CBP1O-LIST-BILLER (WS-SUB1).              DBILL01P
048200     MOVE DCL-BPY-REF TO CBP1O-LIST-REF (WS-SUB1).                DBILL01P
048300     MOVE DCL-BLR-NAME TO CBP1O-LIST-NAME (WS-SUB1).              DBILL01P
048400     GO TO BPYE-LOOP.                                             DBILL01P
048500 BPYE-LOOP-EXIT.                                                  DBILL01P
048600     EXEC SQL                                                     DBILL01P
048700          CLOSE BPYE_CSR                                          DBILL01P
048800     END-EXEC.                                                    DBILL01P
048900     MOVE WS-SUB1 TO CBP1O-PAYEE-COUNT.                           DBILL01P
049000     IF CBP1O-MSG IS EQUAL TO SPACES                              DBILL01P
049100        SET CBP1O-REQUEST-OK TO TRUE                              DBILL01P
049200     END-IF.                                                      DBILL01P
049300 LIST-PAYEES-EXIT.                                                DBILL01P
049400     EXIT.                                                        DBILL01P
049500                                                                  DBILL01P
049600***************************************************************** DBILL01P
049700* Pay a bill from one of the customer's accounts. The debit     * DBILL01P
049800* runs under the guards of an external payment - own account,   * DBILL01P
049900* account open, funds available after held amounts - and the    * DBILL01P
050000* journal row names the biller, the customer's reference and    * DBILL01P
050100* the biller's GL line. A payment keyed after the biller's      * DBILL01P
050200* cut-off is value-dated the next working day                   * DBILL01P
050300***************************************************************** DBILL01P
050400 PAY-BILL.                                                        DBILL01P
050500     IF CBP1I-AMOUNT IS NOT GREATER THAN ZERO                     DBILL01P
050600        MOVE 'Please enter an amount to pay' TO CBP1O-MSG         DBILL01P
050700        GO TO PAY-BILL-EXIT                                       DBILL01P
050800     END-IF.                                                      DBILL01P
050900     EXEC SQL                                                     DBILL01P
051000          SELECT BPE_BILLER,                                      DBILL01P
051100                 BPE_REF                                          DBILL01P
051200          INTO :DCL-BLR-ID,                                       DBILL01P
051300               :DCL-BPY-REF                                       DBILL01P
051400          FROM BNKBPYE                                            DBILL01P
051500          WHERE BPE_PID = :CBP1I-PERSON-PID AND                   DBILL01P
051600                BPE_SEQ = :CBP1I-PAYEE-SEQ                        DBILL01P
051700     END-EXEC.                                                    DBILL01P
051800     IF SQLCODE IS EQUAL TO +100                                  DBILL01P
051900        SET CBP1O-PAYEE-NOT-FOUND TO TRUE                         DBILL01P
052000        MOVE 'No bill payee held under that number' TO CBP1O-MSG  DBILL01P
052100        GO TO PAY-BILL-EXIT                                       DBILL01P
052200     END-IF.                                                      DBILL01P
052300     IF SQLCODE IS NOT EQUAL TO ZERO                              DBILL01P
052400        MOVE 'Unable to read your bill-payee list' TO CBP1O-MSG   DBILL01P
052500        GO TO PAY-BILL-EXIT                                       DBILL01P
052600     END-IF.                                                      DBILL01P
052700     PERFORM READ-BILLER THRU                                     DBILL01P
052800             READ-BILLER-EXIT.                                    DBILL01P
052900     IF CBP1O-MSG IS NOT EQUAL TO SPACES                          DBILL01P
053000        GO TO PAY-BILL-EXIT                                       DBILL01P
053100     END-IF.                                                      DBILL01P
053200     EXEC SQL                                                     DBILL01P
053300          SELECT BAC_PID,                                         DBILL01P
053400                 BAC_BALANCE,                                     DBILL01P
053500                 BAC_STATUS                                       DBILL01P
053600          INTO :DCL-ACC-PID,                                      DBILL01P
053700               :DCL-OLD-BALANCE,                                  DBILL01P
053800               :DCL-ACC-STATUS                                    DBILL01P
053900          FROM BNKACC                                             DBILL01P
054000          WHERE BAC_ACCNO = :CBP1I-FROM-ACC                       DBILL01P
054100     END-EXEC.                                                    DBILL01P
054200     IF SQLCODE IS NOT EQUAL TO ZERO                              DBILL01P
054300        SET CBP1O-NOT-OWN-ACCOUNT TO TRUE                         DBILL01P
054400        MOVE 'Paying account is not known' TO CBP1O-MSG           DBILL01P
054500        GO TO PAY-BILL-EXIT                                       DBILL01P
054600     END-IF.                                                      DBILL01P
054700     IF DCL-ACC-PID IS NOT EQUAL TO CBP1I-PERSON-PID              DBILL01P
054800        SET CBP1O-NOT-OWN-ACCOUNT TO TRUE                         DBILL01P
054900        MOVE 'That account does not belong to you' TO CBP1O-MSG   DBILL01P
055000        GO TO PAY-BILL-EXIT                                       DBILL01P
055100     END-IF.                                                      DBILL01P
055200     IF DCL-ACC-STATUS IS NOT EQUAL TO SPACE                      DBILL01P
055300        SET CBP1O-ACCOUNT-RESTRICTED TO TRUE                      DBILL01P
055400        MOVE 'Cannot pay - the account is frozen or closed'       DBILL01P
055500          TO CBP1O-MSG                                            DBILL01P
055600        GO TO PAY-BILL-EXIT                                       DBILL01P
055700     END-IF.                                                      DBILL01P
055800     COMPUTE DCL-NEW-BALANCE =                                    DBILL01P
055900             DCL-OLD-BALANCE - CBP1I-AMOUNT.                      DBILL01P
056000     MOVE DCL-NEW-BALANCE TO WS-AVAILABLE.                        DBILL01P
056100     MOVE SPACES TO CDH1-DATA.                                    DBILL01P
056200     SET CDH1I-TOTAL-HELD TO TRUE.                                DBILL01P
056300     MOVE CBP1I-FROM-ACC TO CDH1I-ACC.                            DBILL01P
056400 COPY CHOLDX01.                                                   DBILL01P
056500     IF CDH1O-REQUEST-OK                                          DBILL01P
056600        SUBTRACT CDH1O-TOTAL-HELD FROM WS-AVAILABLE               DBILL01P
056700     END-IF.                                                      DBILL01P
056800     IF WS-AVAILABLE IS LESS THAN ZERO                            DBILL01P
056900        SET CBP1O-INSUFFICIENT-FUNDS TO TRUE                      DBILL01P
057000        MOVE 'Insufficient funds in the paying account'           DBILL01P
057100          TO CBP1O-MSG                                            DBILL01P
057200        GO TO PAY-BILL-EXIT                                       DBILL01P
057300     END-IF.                                                      DBILL01P
057400***************************************************************** DBILL01P
057500* The biller's own cut-off decides the value date - a payment   * DBILL01P
057600* keyed after it waits for the next working day's remittance    * DBILL01P
057700***************************************************************** DBILL01P
057800     MOVE 'N' TO WS-CUTOFF-FLAG.                                  DBILL01P
057900     MOVE WS-BUSINESS-DATE TO DCL-BPY-VALUE-DATE.                 DBILL01P
058000     EXEC SQL                                                     DBILL01P
058100          SET :DCL-NOW-TIME = CURRENT TIME                        DBILL01P
058200     END-EXEC.                                                    DBILL01P
058300     IF DCL-NOW-TIME IS GREATER THAN DCL-BLR-CUTOFF               DBILL01P
058400        EXEC SQL                                                  DBILL01P
058500             SET :DCL-NEXT-DATE = DATE(:WS-BUSINESS-DATE) + 1 DAY DBILL01P
058600        END-EXEC                                                  DBILL01P
058700        INITIALIZE CD98-DATA                                      DBILL01P
058800        SET CD98I-NEXT-BUSINESS-DAY TO TRUE                       DBILL01P
058900        MOVE DCL-NEXT-DATE TO CD98I-DATE                          DBILL01P
059000 COPY CBANKX98.                                                   DBILL01P
059100        IF NOT CD98O-REQUEST-OK                                   DBILL01P
059200           MOVE CD98O-MSG TO CBP1O-MSG                            DBILL01P
059300           GO TO PAY-BILL-EXIT                                    DBILL01P
059400        END-IF                                                    DBILL01P
059500        MOVE CD98O-DATE TO DCL-BPY-VALUE-DATE                     DBILL01P
059600        MOVE 'Y' TO WS-CUTOFF-FLAG                                DBILL01P
059700     END-IF.                                                      DBILL01P
059800     EXEC SQL                                                     DBILL01P
059900          UPDATE BNKACC                                           DBILL01P
060000          SET BAC_BALANCE = :DCL-NEW-BALANCE,                     DBILL01P
060100              BAC_UPDATED_TS = CURRENT TIMESTAMP                  DBILL01P
060200          WHERE (BAC_ACCNO = :CBP1I-FROM-ACC AND                  DBILL01P
060300                 BAC_BALANCE = :DCL-OLD-BALANCE)                  DBILL01P
060400     END-EXEC.                                                    DBILL01P
060500     IF SQLCODE IS NOT EQUAL TO ZERO                              DBILL01P
060600        MOVE 'Unable to debit the paying account - please re-try' DBILL01P
060700          TO CBP1O-MSG                                            DBILL01P
060800        GO TO PAY-BILL-EXIT                                       DBILL01P
060900     END-IF.                                                      DBILL01P
061000     EXEC SQL                                                     DBILL01P
061100          SET :DCL-POST-TIMESTAMP = CURRENT TIMESTAMP             DBILL01P
061200     END-EXEC.                                                    DBILL01P
061300     MOVE SPACES TO TXN-DATA-OLD.                                 DBILL01P
061400     MOVE 'Bill payment' TO TXN-T6-OLD-DESC.                      DBILL01P
061500     MOVE DCL-BLR-ID TO TXN-T6-OLD-ROUTING.                       DBILL01P
061600     MOVE DCL-BPY-REF TO TXN-T6-OLD-EXT-ACC.                      DBILL01P
061700     MOVE DCL-BLR-NAME TO TXN-T6-OLD-BENE-NAME.                   DBILL01P
061800     MOVE DCL-BLR-GL-ACCT TO TXN-T6-OLD-GL-ACCT.                  DBILL01P
061900     MOVE 'BP' TO TR-PREFIX.                                      DBILL01P
062000     MOVE DCL-POST-TIMESTAMP TO TR-TIMESTAMP.                     DBILL01P
062100     CALL 'DBANK30P' USING WS-REF-DATA.                           DBILL01P
062200     EXEC SQL                                                     DBILL01P
062300          INSERT                                                  DBILL01P
062400          INTO BNKTXN (BTX_PID,                                   DBILL01P
062500                       BTX_TYPE,                                  DBILL01P
062600                       BTX_SUB_TYPE,                              DBILL01P
062700                       BTX_ACCNO,                                 DBILL01P
062800                       BTX_TIMESTAMP,                             DBILL01P
062900                       BTX_AMOUNT,                                DBILL01P
063000                       BTX_DATA_OLD,                              DBILL01P
063100                       BTX_REF)                                   DBILL01P
063200          VALUES (:CBP1I-PERSON-PID,                              DBILL01P
063300                  '6',                                            DBILL01P
063400                  'B',                                            DBILL01P
063500                  :CBP1I-FROM-ACC,                                DBILL01P
063600                  :DCL-POST-TIMESTAMP,                            DBILL01P
063700                  :CBP1I-AMOUNT,                                  DBILL01P
063800                  :TXN-DATA-OLD,                                  DBILL01P
063900                  :TR-REF)                                        DBILL01P
064000     END-EXEC.                                                    DBILL01P
064100     IF SQLCODE IS NOT EQUAL TO ZERO                              DBILL01P
064200        MOVE 'Unable to journal the bill payment' TO CBP1O-MSG    DBILL01P
064300        GO TO PAY-BILL-EXIT                                       DBILL01P
064400     END-IF.                                                      DBILL01P
064500     EXEC SQL                                                     DBILL01P
064600          SELECT VALUE(MAX(BPY_ID), 0) + 1                        DBILL01P
064700          INTO :DCL-BPY-ID                                        DBILL01P
064800          FROM BNKBPAY                                            DBILL01P
064900     END-EXEC.                                                    DBILL01P
065000     IF SQLCODE IS NOT EQUAL TO ZERO                              DBILL01P
065100        MOVE 'Unable to number the bill payment' TO CBP1O-MSG     DBILL01P
065200        GO TO PAY-BILL-EXIT                                       DBILL01P
065300     END-IF.                                                      DBILL01P
065400     EXEC SQL                                                     DBILL01P
065500          INSERT                                                  DBILL01P
065600          INTO BNKBPAY (BPY_ID,                                   DBILL01P
065700                        BPY_PID,                                  DBILL01P
065800                        BPY_ACCNO,                                DBILL01P
065900                        BPY_BILLER,                               DBILL01P
066000                        BPY_REF,                                  DBILL01P
066100                        BPY_AMOUNT,                               DBILL01P
066200                        BPY_VALUE_DATE,                           DBILL01P
066300                        BPY_STATUS,                               DBILL01P
066400                        BPY_TXN_REF,                              DBILL01P
066500                        BPY_QUEUED_TS)                            DBILL01P
066600          VALUES (:DCL-BPY-ID,                                    DBILL01P
066700                  :CBP1I-PERSON-PID,                              DBILL01P
066800                  :CBP1I-FROM-ACC,                                DBILL01P
066900                  :DCL-BLR-ID,                                    DBILL01P
067000                  :DCL-BPY-REF,                                   DBILL01P
067100                  :CBP1I-AMOUNT,                                  DBILL01P
067200                  :DCL-BPY-VALUE-DATE,                            DBILL01P
067300                  'Q',                                            DBILL01P
067400                  :TR-REF,                                        DBILL01P
067500                  :DCL-POST-TIMESTAMP)                            DBILL01P
067600     END-EXEC.                                                    DBILL01P
067700     IF SQLCODE IS NOT EQUAL TO ZERO                              DBILL01P
067800        MOVE 'Unable to queue the bill payment' TO CBP1O-MSG      DBILL01P
067900        GO TO PAY-BILL-EXIT                                       DBILL01P
068000     END-IF.                                                      DBILL01P
068100     MOVE DCL-BPY-ID TO CBP1O-PAYMENT-ID.                         DBILL01P
068200     MOVE DCL-BPY-VALUE-DATE TO CBP1O-VALUE-DATE.                 DBILL01P
068300     SET CBP1O-REQUEST-OK TO TRUE.                                DBILL01P
068400     IF WS-CUTOFF-FLAG IS EQUAL TO 'Y'                            DBILL01P
068500        MOVE SPACES TO CBP1O-MSG                                  DBILL01P
068600        STRING 'After the biller cut-off - payment goes on '      DBILL01P
068700               DCL-BPY-VALUE-DATE                                 DBILL01P
068800               DELIMITED BY SIZE INTO CBP1O-MSG                   DBILL01P
068900     ELSE                                                         DBILL01P
069000        MOVE 'Bill payment accepted' TO CBP1O-MSG                 DBILL01P
069100     END-IF.                                                      DBILL01P
069200 PAY-BILL-EXIT.                                                   DBILL01P
069300     EXIT.                                                        DBILL01P
069400                                                                  DBILL01P
069500***************************************************************** DBILL01P
069600* Read one biller off the directory - a suspended biller takes  * DBILL01P
069700* no new payees or payments                                     * DBILL01P
069800***************************************************************** DBILL01P
069900 READ-BILLER.                                                     DBILL01P
070000     EXEC SQL                                                     DBILL01P
070100          SELECT BLR_NAME,                                        DBILL01P
070200                 BLR_REF_MIN,                                     DBILL01P
070300                 BLR_REF_MAX,                                     DBILL01P
070400                 BLR_REF_NUMERIC,                                 DBILL01P
070500                 BLR_CHECK_RULE,                                  DBILL01P
070600                 BLR_GL_ACCT,                                     DBILL01P
070700                 BLR_CUTOFF,                                      DBILL01P
070800                 BLR_STATUS                                       DBILL01P
070900          INTO :DCL-BLR-NAME,                                     DBILL01P
071000               :DCL-BLR-REF-MIN,                                  DBILL01P
071100               :DCL-BLR-REF-MAX,                                  DBILL01P
071200               :DCL-BLR-NUMERIC,                                  DBILL01P
071300               :DCL-BLR-CHECK-RULE,                               DBILL01P
071400               :DCL-BLR-GL-ACCT,                                  DBILL01P
071500               :DCL-BLR-CUTOFF,                                   DBILL01P
071600               :DCL-BLR-STATUS                                    DBILL01P
071700          FROM BNKBILR                                            DBILL01P
071800          WHERE BLR_ID = :DCL-BLR-ID                              DBILL01P
071900     END-EXEC.                                                    DBILL01P
072000     IF SQLCODE IS EQUAL TO +100                                  DBILL01P
072100        MOVE 'That biller is not on our directory' TO CBP1O-MSG   DBILL01P
072200        GO TO READ-BILLER-EXIT                                    DBILL01P
072300     END-IF.                                                      DBILL01P
072400     IF SQLCODE IS NOT EQUAL TO ZERO                              DBILL01P
072500        MOVE 'Unable to read the biller directory' TO CBP1O-MSG   DBILL01P
072600        GO TO READ-BILLER-EXIT                                    DBILL01P
072700     END-IF.                                                      DBILL01P
072800     IF DCL-BLR-STATUS IS NOT EQUAL TO 'A'                        DBILL01P
072900        MOVE 'That biller is not currently taking payments'       DBILL01P
073000          TO CBP1O-MSG                                            DBILL01P
073100        GO TO READ-BILLER-EXIT                                    DBILL01P
073200     END-IF.                                                      DBILL01P
073300 READ-BILLER-EXIT.                                                DBILL01P
073400     EXIT.                                                        DBILL01P
073500                                                                  DBILL01P
073600***************************************************************** DBILL01P
073700* Check the customer's reference against the biller's format -  * DBILL01P
073800* length, digits only where the biller asks, no embedded        * DBILL01P
073900* spaces, and the check digit: 'L' is the Luhn mod-10 rule card * DBILL01P
074000* issuers use, 'M' is mod-11 with weights 2 to 7 from the right * DBILL01P
074100***************************************************************** DBILL01P
074200 VALIDATE-REFERENCE.                                              DBILL01P
074300     MOVE 'N' TO WS-REF-VALID.                                    DBILL01P
074400     MOVE 17 TO WS-REF-LEN.                                       DBILL01P
074500 REFL-LOOP.                                                       DBILL01P
074600     IF WS-REF-LEN IS EQUAL TO ZERO                               DBILL01P
074700        GO TO REFL-LOOP-EXIT                                      DBILL01P
074800     END-IF.                                                      DBILL01P
074900     IF CBP1I-CUST-REF (WS-REF-LEN:1) IS NOT EQUAL TO SPACE       DBILL01P
075000        GO TO REFL-LOOP-EXIT                                      DBILL01P
075100     END-IF.                                                      DBILL01P
075200     SUBTRACT 1 FROM WS-REF-LEN.                                  DBILL01P
075300     GO TO REFL-LOOP.                                             DBILL01P
075400 REFL-LOOP-EXIT.                                                  DBILL01P
075500     IF WS-REF-LEN IS LESS THAN DCL-BLR-REF-MIN OR                DBILL01P
075600        WS-REF-LEN IS GREATER THAN DCL-BLR-REF-MAX                DBILL01P
075700        MOVE SPACES TO CBP1O-MSG                                  DBILL01P
075800        STRING 'Reference for ' DCL-BLR-NAME                      DBILL01P
075900               ' has the wrong length'                            DBILL01P
076000               DELIMITED BY SIZE INTO CBP1O-MSG                   DBILL01P
076100        GO TO VALIDATE-REFERENCE-EXIT                             DBILL01P
076200     END-IF.                                                      DBILL01P
076300     MOVE ZERO TO WS-REF-SPACES.                                  DBILL01P
076400     INSPECT CBP1I-CUST-REF (1:WS-REF-LEN)                        DBILL01P
076500             TALLYING WS-REF-SPACES FOR ALL SPACE.                DBILL01P
076600     IF WS-REF-SPACES IS GREATER THAN ZERO                        DBILL01P
076700        MOVE 'Reference must not contain spaces' TO CBP1O-MSG     DBILL01P
076800        GO TO VALIDATE-REFERENCE-EXIT                             DBILL01P
076900     END-IF.                                                      DBILL01P
077000     IF (DCL-BLR-NUMERIC IS EQUAL TO 'Y' OR                       DBILL01P
077100         DCL-BLR-CHECK-RULE IS NOT EQUAL TO 'N') AND              DBILL01P
077200        CBP1I-CUST-REF (1:WS-REF-LEN) IS NOT NUMERIC              DBILL01P
077300        MOVE 'Reference must be digits only' TO CBP1O-MSG         DBILL01P
077400        GO TO VALIDATE-REFERENCE-EXIT                             DBILL01P
077500     END-IF.                                                      DBILL01P
077600     IF DCL-BLR-CHECK-RULE IS EQUAL TO 'N'                        DBILL01P
077700        MOVE 'Y' TO WS-REF-VALID                                  DBILL01P
077800        GO TO VALIDATE-REFERENCE-EXIT                             DBILL01P
077900     END-IF.                                                      DBILL01P
078000     MOVE ZERO TO WS-ACCUM.                                       DBILL01P
078100     MOVE WS-REF-LEN TO WS-REF-POSN.                              DBILL01P
078200     ADD 1 TO WS-REF-POSN.                                        DBILL01P
078300     PERFORM WEIGH-REF-DIGIT THRU                                 DBILL01P
078400             WEIGH-REF-DIGIT-EXIT WS-REF-LEN TIMES.               DBILL01P
078500     MOVE CBP1I-CUST-REF (WS-REF-LEN:1) TO WS-DIGIT.              DBILL01P
078600     IF DCL-BLR-CHECK-RULE IS EQUAL TO 'L'                        DBILL01P
078700        IF FUNCTION MOD(WS-ACCUM, 10) IS EQUAL TO ZERO            DBILL01P
078800           MOVE 'Y' TO WS-REF-VALID                               DBILL01P
078900        END-IF                                                    DBILL01P
079000     ELSE                                                         DBILL01P
079100        COMPUTE WS-CHECK-DIGIT =                                  DBILL01P
079200                11 - FUNCTION MOD(WS-ACCUM, 11)                   DBILL01P
079300        IF WS-CHECK-DIGIT IS EQUAL TO 11                          DBILL01P
079400           MOVE ZERO TO WS-CHECK-DIGIT                            DBILL01P
079500        END-IF                                                    DBILL01P
079600        IF WS-CHECK-DIGIT IS EQUAL TO WS-DIGIT                    DBILL01P
079700           MOVE 'Y' TO WS-REF-VALID                               DBILL01P
079800        END-IF                                                    DBILL01P
079900     END-IF.                                                      DBILL01P
080000     IF WS-REF-VALID IS NOT EQUAL TO 'Y'                          DBILL01P
080100        MOVE SPACES TO CBP1O-MSG                                  DBILL01P
080200        STRING 'That is not a valid reference for ' DCL-BLR-NAME  DBILL01P
080300               DELIMITED BY SIZE INTO CBP1O-MSG                   DBILL01P
080400     END-IF.                                                      DBILL01P
080500 VALIDATE-REFERENCE-EXIT.                                         DBILL01P
080600     EXIT.                                                        DBILL01P
080700                                                                  DBILL01P
080800***************************************************************** DBILL01P
080900* Weigh one reference digit, walking in from the right. Luhn    * DBILL01P
081000* doubles every second digit counting the check digit as the    * DBILL01P
081100* first; mod-11 leaves the check digit out of the sum           * DBILL01P
081200***************************************************************** DBILL01P
081300 WEIGH-REF-DIGIT.                                                 DBILL01P
081400     SUBTRACT 1 FROM WS-REF-POSN.                                 DBILL01P
081500     COMPUTE WS-REF-FROM-RIGHT = WS-REF-LEN - WS-REF-POSN.        DBILL01P
081600     MOVE CBP1I-CUST-REF (WS-REF-POSN:1) TO WS-DIGIT.             DBILL01P
081700     IF DCL-BLR-CHECK-RULE IS EQUAL TO 'L'                        DBILL01P
081800        IF FUNCTION MOD(WS-REF-FROM-RIGHT, 2) IS EQUAL TO 1       DBILL01P
081900           COMPUTE WS-WEIGHT = WS-DIGIT * 2                       DBILL01P
082000           IF WS-WEIGHT IS GREATER THAN 9                         DBILL01P
082100              SUBTRACT 9 FROM WS-WEIGHT                           DBILL01P
082200           END-IF                                                 DBILL01P
082300           ADD WS-WEIGHT TO WS-ACCUM                              DBILL01P
082400        ELSE                                                      DBILL01P
082500           ADD WS-DIGIT TO WS-ACCUM                               DBILL01P
082600        END-IF                                                    DBILL01P
082700        GO TO WEIGH-REF-DIGIT-EXIT                                DBILL01P
082800     END-IF.                                                      DBILL01P
082900     IF WS-REF-FROM-RIGHT IS GREATER THAN ZERO                    DBILL01P
083000        COMPUTE WS-WEIGHT =                                       DBILL01P
083100                FUNCTION MOD(WS-REF-FROM-RIGHT - 1, 6) + 2        DBILL01P
083200        COMPUTE WS-ACCUM =                                        DBILL01P
083300                WS-ACCUM + (WS-DIGIT * WS-WEIGHT)                 DBILL01P
083400     END-IF.                                                      DBILL01P
083500 WEIGH-REF-DIGIT-EXIT.                                            DBILL01P
083600     EXIT.                                                        DBILL01P
083700                                                                  DBILL01P
083800***************************************************************** DBILL01P
083900* The nightly run - one remittance file and one settlement for  * DBILL01P
084000* each biller with payments due by today's business date        * DBILL01P
084100***************************************************************** DBILL01P
084200 NIGHTLY-RUN.                                                     DBILL01P
084300     EXEC SQL                                                     DBILL01P
084400          DECLARE BILR_CSR CURSOR FOR                             DBILL01P
084500          SELECT BLR_ID,                                          DBILL01P
084600                 BLR_NAME,                                        DBILL01P
084700                 BLR_SETTLE_ROUTING,                              DBILL01P
084800                 BLR_SETTLE_ACC,                                  DBILL01P
084900                 BLR_GL_ACCT                                      DBILL01P
085000          FROM BNKBILR                                            DBILL01P
085100          ORDER BY BLR_ID                                         DBILL01P
085200          FOR FETCH ONLY                                          DBILL01P
085300     END-EXEC.                                                    DBILL01P
085400     EXEC SQL                                                     DBILL01P
085500          OPEN BILR_CSR                                           DBILL01P
085600     END-EXEC.                                                    DBILL01P
085700     IF SQLCODE IS NOT EQUAL TO ZERO                              DBILL01P
085800        MOVE 'Unable to open the biller directory' TO CBP1O-MSG   DBILL01P
085900        GO TO NIGHTLY-RUN-EXIT                                    DBILL01P
086000     END-IF.                                                      DBILL01P
086100 BILR-LOOP.                                                       DBILL01P
086200     EXEC SQL                                                     DBILL01P
086300          FETCH BILR_CSR                                          DBILL01P
086400          INTO :DCL-BLR-ID,                                       DBILL01P
086500               :DCL-BLR-NAME,                                     DBILL01P
086600               :DCL-BLR-ROUTING,                                  DBILL01P
086700               :DCL-BLR-SETTLE-ACC,                               DBILL01P
086800               :DCL-BLR-GL-ACCT                                   DBILL01P
086900     END-EXEC.                                                    DBILL01P
087000     IF SQLCODE IS EQUAL TO +100                                  DBILL01P
087100        GO TO BILR-LOOP-EXIT                                      DBILL01P
087200     END-IF.                                                      DBILL01P
087300     IF SQLCODE IS NOT EQUAL TO ZERO                              DBILL01P
087400        MOVE 'Unable to read the biller directory' TO CBP1O-MSG   DBILL01P
087500        GO TO BILR-LOOP-EXIT                                      DBILL01P
087600     END-IF.                                                      DBILL01P
087700     PERFORM REMIT-BILLER THRU                                    DBILL01P
087800             REMIT-BILLER-EXIT.                                   DBILL01P
087900     IF CBP1O-MSG IS NOT EQUAL TO SPACES                          DBILL01P
088000        GO TO BILR-LOOP-EXIT                                      DBILL01P
088100     END-IF.                                                      DBILL01P
088200     GO TO BILR-LOOP.                                             DBILL01P
088300 BILR-LOOP-EXIT.                                                  DBILL01P
088400     EXEC SQL                                                     DBILL01P
088500          CLOSE BILR_CSR                                          DBILL01P
088600     END-EXEC.                                                    DBILL01P
088700     IF CBP1O-MSG IS NOT EQUAL TO SPACES                          DBILL01P
088800        GO TO NIGHTLY-RUN-EXIT                                    DBILL01P
088900     END-IF.                                                      DBILL01P
089000     SET CBP1O-REQUEST-OK TO TRUE.                                DBILL01P
089100     MOVE 'Bill remittance run complete' TO CBP1O-MSG.            DBILL01P
089200 NIGHTLY-RUN-EXIT.                                                DBILL01P
089300     EXIT.                                                        DBILL01P
089400                                                                  DBILL01P
089500***************************************************************** DBILL01P
089600* Cut one biller's remittance file - the header, then every     * DBILL01P
089700* payment due in customer reference order - frame it with its   * DBILL01P
089800* control totals, mark the payments remitted and post the       * DBILL01P
089900* single settlement that clears the biller's GL line            * DBILL01P
090000***************************************************************** DBILL01P
090100 REMIT-BILLER.                                                    DBILL01P
090200     EXEC SQL                                                     DBILL01P
090300          DECLARE BPAY_CSR CURSOR FOR                             DBILL01P
090400          SELECT BPY_ID,                                          DBILL01P
090500                 BPY_REF,                                         DBILL01P
090600                 BPY_AMOUNT,                                      DBILL01P
090700                 BPY_VALUE_DATE                                   DBILL01P
090800          FROM BNKBPAY                                            DBILL01P
090900          WHERE BPY_BILLER = :DCL-BLR-ID AND                      DBILL01P
091000                BPY_STATUS = 'Q' AND                              DBILL01P
091100                BPY_VALUE_DATE <= :WS-BUSINESS-DATE               DBILL01P
091200          ORDER BY BPY_REF, BPY_ID                                DBILL01P
091300          FOR FETCH ONLY                                          DBILL01P
091400     END-EXEC.                                                    DBILL01P
091500     EXEC SQL                                                     DBILL01P
091600          OPEN BPAY_CSR                                           DBILL01P
091700     END-EXEC.                                                    DBILL01P
091800     IF SQLCODE IS NOT EQUAL TO ZERO                              DBILL01P
091900        MOVE 'Unable to open the bill payments' TO CBP1O-MSG      DBILL01P
092000        GO TO REMIT-BILLER-EXIT                                   DBILL01P
092100     END-IF.                                                      DBILL01P
092200     MOVE ZEROES TO DCL-BPY-LAST-ID.                              DBILL01P
092300     MOVE ZEROES TO DCL-BPY-COUNT.                                DBILL01P
092400     MOVE ZEROES TO DCL-BPY-TOTAL.                                DBILL01P
092500 BPAY-LOOP.                                                       DBILL01P
092600     EXEC SQL                                                     DBILL01P
092700          FETCH BPAY_CSR                                          DBILL01P
092800          INTO :DCL-BPY-ID,                                       DBILL01P
092900               :DCL-BPY-REF,                                      DBILL01P
093000               :DCL-BPY-AMOUNT,                                   DBILL01P
093100               :DCL-BPY-VALUE-DATE                                DBILL01P
093200     END-EXEC.                                                    DBILL01P
093300     IF SQLCODE IS EQUAL TO +100                                  DBILL01P
093400        GO TO BPAY-LOOP-EXIT                                      DBILL01P
093500     END-IF.                                                      DBILL01P
093600     IF SQLCODE IS NOT EQUAL TO ZERO                              DBILL01P
093700        MOVE 'Unable to read the bill payments' TO CBP1O-MSG      DBILL01P
093800        GO TO BPAY-LOOP-EXIT                                      DBILL01P
093900     END-IF.                                                      DBILL01P
094000     IF DCL-BPY-COUNT IS EQUAL TO ZERO                            DBILL01P
094100        MOVE SPACES TO WS-REMIT-RECORD                            DBILL01P
094200        SET RMT-HEADER TO TRUE                                    DBILL01P
094300        MOVE DCL-BLR-ID TO RMT-BILLER                             DBILL01P
094400        MOVE DCL-BLR-NAME TO RMT-BILLER-NAME                      DBILL01P
094500        MOVE DCL-BLR-ROUTING TO RMT-SETTLE-ROUTING                DBILL01P
094600        MOVE DCL-BLR-SETTLE-ACC TO RMT-SETTLE-ACC                 DBILL01P
094700        PERFORM WRITE-REMIT-RECORD THRU                           DBILL01P
094800                WRITE-REMIT-RECORD-EXIT                           DBILL01P
094900        IF CBP1O-MSG IS NOT EQUAL TO SPACES                       DBILL01P
095000           GO TO BPAY-LOOP-EXIT                                   DBILL01P
095100        END-IF                                                    DBILL01P
095200     END-IF.                                                      DBILL01P
095300     IF DCL-BPY-ID IS GREATER THAN DCL-BPY-LAST-ID                DBILL01P
095400        MOVE DCL-BPY-ID TO DCL-BPY-LAST-ID                        DBILL01P
095500     END-IF.                                                      DBILL01P
095600     MOVE SPACES TO WS-REMIT-RECORD.                              DBILL01P
095700     SET RMT-DETAIL TO TRUE.                                      DBILL01P
095800     MOVE DCL-BLR-ID TO RMT-BILLER.                               DBILL01P
095900     MOVE DCL-BPY-REF TO RMT-CUST-REF.                            DBILL01P
096000     MOVE DCL-BPY-AMOUNT TO RMT-AMOUNT.                           DBILL01P
096100     MOVE DCL-BPY-VALUE-DATE TO RMT-VALUE-DATE.                   DBILL01P
096200     MOVE DCL-BPY-ID TO RMT-PAYMENT-ID.                           DBILL01P
096300     PERFORM WRITE-REMIT-RECORD THRU                              DBILL01P
096400             WRITE-REMIT-RECORD-EXIT.                             DBILL01P
096500     IF CBP1O-MSG IS NOT EQUAL TO SPACES                          DBILL01P
096600        GO TO BPAY-LOOP-EXIT                                      DBILL01P
096700     END-IF.                                                      DBILL01P
096800     ADD 1 TO DCL-BPY-COUNT.                                      DBILL01P
096900     ADD DCL-BPY-AMOUNT TO DCL-BPY-TOTAL.                         DBILL01P
097000     GO TO BPAY-LOOP.                                             DBILL01P
097100 BPAY-LOOP-EXIT.                                                  DBILL01P
097200     EXEC SQL                                                     DBILL01P
097300          CLOSE BPAY_CSR                                          DBILL01P
097400     END-EXEC.                                                    DBILL01P
097500     IF CBP1O-MSG IS NOT EQUAL TO SPACES OR                       DBILL01P
097600        DCL-BPY-COUNT IS EQUAL TO ZERO                            DBILL01P
097700        GO TO REMIT-BILLER-EXIT                                   DBILL01P
097800     END-IF.                                                      DBILL01P
097900     EXEC SQL                                                     DBILL01P
098000          UPDATE BNKBPAY                                          DBILL01P
098100          SET BPY_STATUS = 'R',                                   DBILL01P
098200              BPY_REMIT_DATE = :WS-BUSINESS-DATE                  DBILL01P
098300          WHERE BPY_BILLER = :DCL-BLR-ID AND                      DBILL01P
098400                BPY_STATUS = 'Q' AND                              DBILL01P
098500                BPY_VALUE_DATE <= :WS-BUSINESS-DATE AND           DBILL01P
098600                BPY_ID <= :DCL-BPY-LAST-ID                        DBILL01P
098700     END-EXEC.                                                    DBILL01P
098800     IF SQLCODE IS NOT EQUAL TO ZERO                              DBILL01P
098900        MOVE 'Unable to mark the bill payments remitted'          DBILL01P
099000          TO CBP1O-MSG                                            DBILL01P
099100        GO TO REMIT-BILLER-EXIT                                   DBILL01P
099200     END-IF.                                                      DBILL01P
099300     INITIALIZE CD91-DATA.                                        DBILL01P
099400     SET CD91I-FRAME-FILE TO TRUE.                                DBILL01P
099500     MOVE WS-PROGRAM-ID TO CD91I-SOURCE-JOB.                      DBILL01P
099600     MOVE 'BPRO' TO CD91I-IN-QUEUE.                               DBILL01P
099700     MOVE 'BPRX' TO CD91I-OUT-QUEUE.                              DBILL01P
099800     MOVE WS-BUSINESS-DATE TO CD91I-BUSINESS-DATE.                DBILL01P
099900 COPY CBANKX91.                                                   DBILL01P
100000     IF NOT CD91O-REQUEST-OK                                      DBILL01P
100100        MOVE CD91O-MSG TO CBP1O-MSG                               DBILL01P
100200        GO TO REMIT-BILLER-EXIT                                   DBILL01P
100300     END-IF.                                                      DBILL01P
100400***************************************************************** DBILL01P
100500* One settlement row for the whole file - there is no customer  * DBILL01P
100600* account behind it, so it journals against the biller id and   * DBILL01P
100700* the ledger sweep takes it from the biller's GL line to the    * DBILL01P
100800* interbank settlement account                                  * DBILL01P
100900***************************************************************** DBILL01P
101000     EXEC SQL                                                     DBILL01P
101100          SET :DCL-POST-TIMESTAMP = CURRENT TIMESTAMP             DBILL01P
101200     END-EXEC.                                                    DBILL01P
101300     MOVE SPACES TO TXN-DATA-OLD.                                 DBILL01P
101400     MOVE 'Biller remittance settlement' TO TXN-T6-OLD-DESC.      DBILL01P
101500     MOVE DCL-BLR-ROUTING TO TXN-T6-OLD-ROUTING.                  DBILL01P
101600     MOVE DCL-BLR-SETTLE-ACC TO TXN-T6-OLD-EXT-ACC.               DBILL01P
101700     MOVE DCL-BLR-NAME TO TXN-T6-OLD-BENE-NAME.                   DBILL01P
101800     MOVE DCL-BLR-GL-ACCT TO TXN-T6-OLD-GL-ACCT.                  DBILL01P
101900     MOVE 'BR' TO TR-PREFIX.                                      DBILL01P
102000     MOVE DCL-POST-TIMESTAMP TO TR-TIMESTAMP.                     DBILL01P
102100     CALL 'DBANK30P' USING WS-REF-DATA.                           DBILL01P
102200     EXEC SQL                                                     DBILL01P
102300          INSERT                                                  DBILL01P
102400          INTO BNKTXN (BTX_PID,                                   DBILL01P
102500                       BTX_TYPE,                                  DBILL01P
102600                       BTX_SUB_TYPE,                              DBILL01P
102700                       BTX_ACCNO,                                 DBILL01P
102800                       BTX_TIMESTAMP,                             DBILL01P
102900                       BTX_AMOUNT,                                DBILL01P
103000                       BTX_DATA_OLD,                              DBILL01P
103100                       BTX_REF)                                   DBILL01P
103200          VALUES (' ',                                            DBILL01P
103300                  'G',                                            DBILL01P
103400                  'B',                                            DBILL01P
103500                  :DCL-BLR-ID,                                    DBILL01P
103600                  :DCL-POST-TIMESTAMP,                            DBILL01P
103700                  :DCL-BPY-TOTAL,                                 DBILL01P
103800                  :TXN-DATA-OLD,                                  DBILL01P
103900                  :TR-REF)                                        DBILL01P
104000     END-EXEC.                                                    DBILL01P
104100     IF SQLCODE IS NOT EQUAL TO ZERO                              DBILL01P
104200        MOVE 'Unable to journal the biller settlement'            DBILL01P
104300          TO CBP1O-MSG                                            DBILL01P
104400        GO TO REMIT-BILLER-EXIT                                   DBILL01P
104500     END-IF.                                                      DBILL01P
104600     ADD 1 TO CBP1O-BILLERS-REMITTED.                             DBILL01P
104700     ADD DCL-BPY-COUNT TO CBP1O-PAYMENTS-REMITTED.                DBILL01P
104800     ADD DCL-BPY-TOTAL TO CBP1O-AMOUNT-REMITTED.                  DBILL01P
104900 REMIT-BILLER-EXIT.                                               DBILL01P
105000     EXIT.                                                        DBILL01P
105100                                                                  DBILL01P
105200***************************************************************** DBILL01P
105300* Put one record on the biller's unframed remittance queue      * DBILL01P
105400***************************************************************** DBILL01P
105500 WRITE-REMIT-RECORD.                                              DBILL01P
105600     EXEC CICS WRITEQ TD                                          DBILL01P
105700               QUEUE('BPRO')                                      DBILL01P
105800               FROM(WS-REMIT-RECORD)                              DBILL01P
105900               LENGTH(LENGTH OF WS-REMIT-RECORD)                  DBILL01P
106000               RESP(WS-RESP)                                      DBILL01P
106100     END-EXEC.                                                    DBILL01P
106200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBILL01P
106300        MOVE 'Unable to write the remittance queue' TO CBP1O-MSG  DBILL01P
106400     END-IF.                                                      DBILL01P
106500 WRITE-REMIT-RECORD-EXIT.                                         DBILL01P
106600     EXIT.                                                        DBILL01P
