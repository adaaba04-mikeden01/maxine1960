000100***************************************************************** DEJRN01P
000200*                                                               * DEJRN01P
000300* Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.     * DEJRN01P
000400* This demonstration program is provided for use by users       * DEJRN01P
000500* of Micro Focus products and may be used, modified and         * DEJRN01P
000600* distributed as part of your application provided that         * DEJRN01P
000700* you properly acknowledge the copyright of Micro Focus         * DEJRN01P
000800* in this material.                                             * DEJRN01P
000900*                                                               * DEJRN01P
001000***************************************************************** DEJRN01P
001100                                                                  DEJRN01P
001200***************************************************************** DEJRN01P
001300* Program:     DEJRN01P.CBL                                     * DEJRN01P
001400* Function:    Teller electronic journal - one sequenced entry  * DEJRN01P
001500*              on BNKEJRN for every teller action at the        * DEJRN01P
001600*              counter, carrying the teller, drawer, branch,    * DEJRN01P
001700*              amount, denominations and a receipt number       * DEJRN01P
001800*              unique within the branch; the customer receipt   * DEJRN01P
001900*              queued to the branch receipt printer, search by  * DEJRN01P
002000*              receipt, account or drawer and date, supervisor  * DEJRN01P
002100*              reprint (itself journalled), and the nightly     * DEJRN01P
002200*              proof of the journal per drawer day against the  * DEJRN01P
002300*              BNKDRWR totals the drawer proof works from, kept * DEJRN01P
002400*              on BNKEJPF and reported with any difference      * DEJRN01P
002500*              SQL version                                      * DEJRN01P
002600***************************************************************** DEJRN01P
002700                                                                  DEJRN01P
002800 IDENTIFICATION DIVISION.                                         DEJRN01P
002900 PROGRAM-ID.                                                      DEJRN01P
003000     DEJRN01P.                                                    DEJRN01P
003100 DATE-WRITTEN.                                                    DEJRN01P
003200     October 2026.                                                DEJRN01P
003300 DATE-COMPILED.                                                   DEJRN01P
003400     Today.                                                       DEJRN01P
003500                                                                  DEJRN01P
003600 ENVIRONMENT DIVISION.                                            DEJRN01P
003700                                                                  DEJRN01P
003800 DATA DIVISION.                                                   DEJRN01P
003900                                                                  DEJRN01P
004000 WORKING-STORAGE SECTION.                                         DEJRN01P
004100 01  WS-MISC-STORAGE.                                             DEJRN01P
004200   05  WS-PROGRAM-ID                         PIC X(8)             DEJRN01P
004300       VALUE 'DEJRN01P'.                                          DEJRN01P
004400   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DEJRN01P
004500   05  WS-RESP                               PIC S9(8) COMP.      DEJRN01P
004600   05  WS-SUB1                               PIC S9(4) COMP.      DEJRN01P
004700   05  WS-AMOUNT-DISP                        PIC -(9)9.99.        DEJRN01P
004800   05  WS-JRN-NET-DISP                       PIC -(9)9.99.        DEJRN01P
004900   05  WS-DRW-NET-DISP                       PIC -(9)9.99.        DEJRN01P
005000   05  WS-DIFF-DISP                          PIC -(9)9.99.        DEJRN01P
005100   05  WS-COUNT-DISP                         PIC Z(4)9.           DEJRN01P
005200   05  WS-REPRINT-DISP                       PIC Z9.              DEJRN01P
005300   05  WS-PRINT-FLAG                         PIC X(1).            DEJRN01P
005400     88  RECEIPT-PRINTED                     VALUE 'Y'.           DEJRN01P
005500     88  RECEIPT-NOT-PRINTED                 VALUE 'N'.           DEJRN01P
005600                                                                  DEJRN01P
005700***************************************************************** DEJRN01P
005800* A teller with no home branch numbers receipts in the head     * DEJRN01P
005900* office series                                                 * DEJRN01P
006000***************************************************************** DEJRN01P
006100 01  WS-JOURNAL-DEFAULTS.                                         DEJRN01P
006200   05  WS-HEAD-OFFICE                        PIC X(4)             DEJRN01P
006300       VALUE '0000'.                                              DEJRN01P
006400                                                                  DEJRN01P
006500 01  WS-CSV-DATA.                                                 DEJRN01P
006600 COPY CCSVD.                                                      DEJRN01P
006700                                                                  DEJRN01P
006800 01  WS-96-COMMAREA.                                              DEJRN01P
006900 COPY CBANKD96.                                                   DEJRN01P
007000                                                                  DEJRN01P
007100***************************************************************** DEJRN01P
007200* One printed receipt line as the branch receipt printer takes  * DEJRN01P
007300* it from the RCPT queue                                        * DEJRN01P
007400***************************************************************** DEJRN01P
007500 01  WS-RECEIPT-RECORD.                                           DEJRN01P
007600   05  RCP-BRANCH                            PIC X(4).            DEJRN01P
007700   05  RCP-DRAWER                            PIC X(4).            DEJRN01P
007800   05  RCP-RECEIPT                           PIC X(12).           DEJRN01P
007900   05  RCP-LINE                              PIC X(40).           DEJRN01P
008000                                                                  DEJRN01P
008100   EXEC SQL                                                       DEJRN01P
008200        BEGIN DECLARE SECTION                                     DEJRN01P
008300   END-EXEC.                                                      DEJRN01P
008400 01  WS-COMMAREA.                                                 DEJRN01P
008500     EXEC SQL                                                     DEJRN01P
008600          INCLUDE CEJRND01                                        DEJRN01P
008700     END-EXEC.                                                    DEJRN01P
008800 01  DCL-EJR-AREAS.                                               DEJRN01P
008900   05  DCL-EJR-SEQ                           PIC S9(9) COMP-3.    DEJRN01P
009000   05  DCL-EJR-RECEIPT                       PIC X(12).           DEJRN01P
009100   05  DCL-EJR-RECEIPT-R REDEFINES DCL-EJR-RECEIPT.               DEJRN01P
009200     10  DCL-EJR-RCP-BRANCH                  PIC X(4).            DEJRN01P
009300     10  DCL-EJR-RCP-NUMBER                  PIC 9(8).            DEJRN01P
009400   05  DCL-EJR-RECEIPT-NO                    PIC S9(8) COMP-3.    DEJRN01P
009500   05  DCL-EJR-DATE                          PIC X(10).           DEJRN01P
009600   05  DCL-EJR-TS                            PIC X(26).           DEJRN01P
009700   05  DCL-EJR-BRANCH                        PIC X(4).            DEJRN01P
009800   05  DCL-EJR-TELLER                        PIC X(5).            DEJRN01P
009900   05  DCL-EJR-DRAWER                        PIC X(4).            DEJRN01P
010000   05  DCL-EJR-PROGRAM                       PIC X(8).            DEJRN01P
010100   05  DCL-EJR-ACTION                        PIC X(2).            DEJRN01P
010200   05  DCL-EJR-ACCNO                         PIC X(9).            DEJRN01P
010300   05  DCL-EJR-AMOUNT                        PIC S9(9)V99 COMP-3. DEJRN01P
010400   05  DCL-EJR-CASH-IN                       PIC S9(9)V99 COMP-3. DEJRN01P
010500   05  DCL-EJR-CASH-OUT                      PIC S9(9)V99 COMP-3. DEJRN01P
010600   05  DCL-EJR-COMPUTED                      PIC S9(9)V99 COMP-3. DEJRN01P
010700   05  DCL-EJR-DENOMS                        PIC X(72).           DEJRN01P
010800   05  DCL-EJR-TXN-REF                       PIC X(12).           DEJRN01P
010900   05  DCL-EJR-DETAIL                        PIC X(30).           DEJRN01P
011000   05  DCL-EJR-RESULT                        PIC X(1).            DEJRN01P
011100   05  DCL-EJR-SUPERVISOR                    PIC X(5).            DEJRN01P
011200   05  DCL-EJR-REPRINTS                      PIC S9(4) COMP.      DEJRN01P
011300   05  DCL-EJR-COUNT                         PIC S9(5) COMP-3.    DEJRN01P
011400   05  DCL-JRN-IN                            PIC S9(9)V99 COMP-3. DEJRN01P
011500   05  DCL-JRN-OUT                           PIC S9(9)V99 COMP-3. DEJRN01P
011600   05  DCL-DRW-TELLER                        PIC X(5).            DEJRN01P
011700   05  DCL-DRW-DRAWER                        PIC X(4).            DEJRN01P
011800   05  DCL-DRW-DATE                          PIC X(10).           DEJRN01P
011900   05  DCL-DRW-IN                            PIC S9(9)V99 COMP-3. DEJRN01P
012000   05  DCL-DRW-OUT                           PIC S9(9)V99 COMP-3. DEJRN01P
012100   05  DCL-PRF-COUNTED                       PIC S9(9)V99 COMP-3. DEJRN01P
012200   05  DCL-EJP-DIFFERENCE                    PIC S9(9)V99 COMP-3. DEJRN01P
012300   05  DCL-EJP-STATUS                        PIC X(10).           DEJRN01P
012400 01  WS-JOURNAL-AREAS.                                            DEJRN01P
012500   05  WS-ACTION-DESC                        PIC X(20).           DEJRN01P
012600   05  WS-RESULT-DESC                        PIC X(5).            DEJRN01P
012700   05  WS-TIME                               PIC X(8).            DEJRN01P
012800   05  WS-SEQ-DISP                           PIC 9(9).            DEJRN01P
012900   05  WS-PROOF-FLAG                         PIC X(1).            DEJRN01P
013000     88  DRAWER-DAY-PROVED                   VALUE 'Y'.           DEJRN01P
013100     88  DRAWER-DAY-NOT-PROVED               VALUE 'N'.           DEJRN01P
013200   05  WS-SAVE-RECEIPT                       PIC X(12).           DEJRN01P
013300   05  WS-SAVE-TEXT                          PIC X(240).          DEJRN01P
013400                                                                  DEJRN01P
013500     EXEC SQL                                                     DEJRN01P
013600          INCLUDE SQLCA                                           DEJRN01P
013700     END-EXEC.                                                    DEJRN01P
013800                                                                  DEJRN01P
013900 COPY CABENDD.                                                    DEJRN01P
014000   EXEC SQL                                                       DEJRN01P
014100        END DECLARE SECTION                                       DEJRN01P
014200   END-EXEC.                                                      DEJRN01P
014300                                                                  DEJRN01P
014400 LINKAGE SECTION.                                                 DEJRN01P
014500 01  DFHCOMMAREA.                                                 DEJRN01P
014600   05  LK-COMMAREA                           PIC X(1)             DEJRN01P
014700       OCCURS 1 TO 6144 TIMES                                     DEJRN01P
014800         DEPENDING ON WS-COMMAREA-LENGTH.                         DEJRN01P
014900                                                                  DEJRN01P
015000 COPY CENTRY.                                                     DEJRN01P
015100***************************************************************** DEJRN01P
015200* Move the passed area to our area                              * DEJRN01P
015300***************************************************************** DEJRN01P
015400     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DEJRN01P
015500     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DEJRN01P
015600                                                                  DEJRN01P
015700***************************************************************** DEJRN01P
015800* Initialize our output area                                    * DEJRN01P
015900***************************************************************** DEJRN01P
016000     INITIALIZE CEJ1O-DATA.                                       DEJRN01P
016100     SET CEJ1O-REQUEST-FAIL TO TRUE.                              DEJRN01P
016200                                                                  DEJRN01P
016300     EVALUATE TRUE                                                DEJRN01P
016400       WHEN CEJ1I-WRITE-ENTRY                                     DEJRN01P
016500         PERFORM WRITE-ENTRY THRU                                 DEJRN01P
016600                 WRITE-ENTRY-EXIT                                 DEJRN01P
016700       WHEN CEJ1I-SEARCH                                          DEJRN01P
016800         PERFORM SEARCH-JOURNAL THRU                              DEJRN01P
016900                 SEARCH-JOURNAL-EXIT                              DEJRN01P
017000       WHEN CEJ1I-REPRINT                                         DEJRN01P
017100         PERFORM REPRINT-RECEIPT THRU                             DEJRN01P
017200                 REPRINT-RECEIPT-EXIT                             DEJRN01P
017300       WHEN CEJ1I-NIGHTLY-RUN                                     DEJRN01P
017400         PERFORM NIGHTLY-RUN THRU                                 DEJRN01P
017500                 NIGHTLY-RUN-EXIT                                 DEJRN01P
017600       WHEN OTHER                                                 DEJRN01P
017700         MOVE 'Unknown journal function requested'                DEJRN01P
017800           TO CEJ1O-MSG                                           DEJRN01P
017900     END-EVALUATE.                                                DEJRN01P
018000                                                                  DEJRN01P
018100 DEJRN01P-EXIT.                                                   DEJRN01P
018200***************************************************************** DEJRN01P
018300* Move the result back to the callers area                      * DEJRN01P
018400***************************************************************** DEJRN01P
018500     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DEJRN01P
018600                                                                  DEJRN01P
018700***************************************************************** DEJRN01P
018800* Return to our caller                                          * DEJRN01P
018900***************************************************************** DEJRN01P
019000 COPY CRETURN.                                                    DEJRN01P
019100                                                                  DEJRN01P
019200***************************************************************** DEJRN01P
019300* Journal one teller action and print the customer receipt. A   * DEJRN01P
019400* drawer proof also gets back the drawer's net on the journal   * DEJRN01P
019500* and its difference from the position the proof computed       * DEJRN01P
019600***************************************************************** DEJRN01P
019700 WRITE-ENTRY.                                                     DEJRN01P
019800     IF CEJ1I-ACTION IS EQUAL TO SPACES OR                        DEJRN01P
019900        CEJ1I-TELLER IS EQUAL TO SPACES                           DEJRN01P
020000        MOVE 'Action and teller are both needed' TO CEJ1O-MSG     DEJRN01P
020100        GO TO WRITE-ENTRY-EXIT                                    DEJRN01P
020200     END-IF.                                                      DEJRN01P
020300     MOVE CEJ1I-BRANCH TO DCL-EJR-BRANCH.                         DEJRN01P
020400     IF DCL-EJR-BRANCH IS EQUAL TO SPACES OR                      DEJRN01P
020500        DCL-EJR-BRANCH IS EQUAL TO LOW-VALUES                     DEJRN01P
020600        PERFORM TELLER-BRANCH THRU                                DEJRN01P
020700                TELLER-BRANCH-EXIT                                DEJRN01P
020800     END-IF.                                                      DEJRN01P
020900     MOVE CEJ1I-TELLER TO DCL-EJR-TELLER.                         DEJRN01P
021000     MOVE CEJ1I-DRAWER TO DCL-EJR-DRAWER.                         DEJRN01P
021100     MOVE CEJ1I-PROGRAM TO DCL-EJR-PROGRAM.                       DEJRN01P
021200     MOVE CEJ1I-ACTION TO DCL-EJR-ACTION.                         DEJRN01P
021300     MOVE CEJ1I-ACC TO DCL-EJR-ACCNO.                             DEJRN01P
021400     MOVE CEJ1I-AMOUNT TO DCL-EJR-AMOUNT.                         DEJRN01P
021500     MOVE CEJ1I-CASH-IN TO DCL-EJR-CASH-IN.                       DEJRN01P
021600     MOVE CEJ1I-CASH-OUT TO DCL-EJR-CASH-OUT.                     DEJRN01P
021700     MOVE CEJ1I-COMPUTED TO DCL-EJR-COMPUTED.                     DEJRN01P
021800     MOVE CEJ1I-DENOMS TO DCL-EJR-DENOMS.                         DEJRN01P
021900     MOVE CEJ1I-TXN-REF TO DCL-EJR-TXN-REF.                       DEJRN01P
022000     MOVE CEJ1I-DETAIL TO DCL-EJR-DETAIL.                         DEJRN01P
022100     MOVE CEJ1I-RESULT TO DCL-EJR-RESULT.                         DEJRN01P
022200     IF DCL-EJR-RESULT IS EQUAL TO SPACES                         DEJRN01P
022300        MOVE 'P' TO DCL-EJR-RESULT                                DEJRN01P
022400     END-IF.                                                      DEJRN01P
022500     MOVE CEJ1I-SUPERVISOR TO DCL-EJR-SUPERVISOR.                 DEJRN01P
022600     MOVE 0 TO DCL-EJR-REPRINTS.                                  DEJRN01P
022700     PERFORM INSERT-ENTRY THRU                                    DEJRN01P
022800             INSERT-ENTRY-EXIT.                                   DEJRN01P
022900     IF CEJ1O-MSG IS NOT EQUAL TO SPACES                          DEJRN01P
023000        GO TO WRITE-ENTRY-EXIT                                    DEJRN01P
023100     END-IF.                                                      DEJRN01P
023200     MOVE DCL-EJR-SEQ TO CEJ1O-SEQ.                               DEJRN01P
023300     MOVE DCL-EJR-RECEIPT TO CEJ1O-RECEIPT.                       DEJRN01P
023400     IF CEJ1I-DRAWER-PROOF                                        DEJRN01P
023500        PERFORM PROVE-AGAINST-JOURNAL THRU                        DEJRN01P
023600                PROVE-AGAINST-JOURNAL-EXIT                        DEJRN01P
023700        IF CEJ1O-MSG IS NOT EQUAL TO SPACES                       DEJRN01P
023800           GO TO WRITE-ENTRY-EXIT                                 DEJRN01P
023900        END-IF                                                    DEJRN01P
024000     END-IF.                                                      DEJRN01P
024100     PERFORM BUILD-RECEIPT-TEXT THRU                              DEJRN01P
024200             BUILD-RECEIPT-TEXT-EXIT.                             DEJRN01P
024300     PERFORM PRINT-RECEIPT THRU                                   DEJRN01P
024400             PRINT-RECEIPT-EXIT.                                  DEJRN01P
024500     SET CEJ1O-REQUEST-OK TO TRUE.                                DEJRN01P
024600     IF CEJ1O-DIFFERENCE IS NOT EQUAL TO ZERO                     DEJRN01P
024700        MOVE 'Journal does not agree with the drawer position'    DEJRN01P
024800          TO CEJ1O-MSG                                            DEJRN01P
024900        GO TO WRITE-ENTRY-EXIT                                    DEJRN01P
025000     END-IF.                                                      DEJRN01P
025100     IF RECEIPT-NOT-PRINTED                                       DEJRN01P
025200        MOVE 'Journalled - receipt printer not available'         DEJRN01P
025300          TO CEJ1O-MSG                                            DEJRN01P
025400        GO TO WRITE-ENTRY-EXIT                                    DEJRN01P
025500     END-IF.                                                      DEJRN01P
025600     MOVE 'Journal entry written and receipt printed'             DEJRN01P
025700       TO CEJ1O-MSG.                                              DEJRN01P
025800 WRITE-ENTRY-EXIT.                                                DEJRN01P
025900     EXIT.                                                        DEJRN01P
026000                                                                  DEJRN01P
026100***************************************************************** DEJRN01P
026200* The teller's home branch numbers the receipt                  * DEJRN01P
026300***************************************************************** DEJRN01P
026400 TELLER-BRANCH.                                                   DEJRN01P
026500     MOVE SPACES TO DCL-EJR-BRANCH.                               DEJRN01P
026600     EXEC SQL                                                     DEJRN01P
026700          SELECT BCS_BRANCH                                       DEJRN01P
026800          INTO :DCL-EJR-BRANCH                                    DEJRN01P
026900          FROM BNKCUST                                            DEJRN01P
027000          WHERE BCS_PID = :CEJ1I-TELLER                           DEJRN01P
027100     END-EXEC.                                                    DEJRN01P
027200     IF SQLCODE IS NOT EQUAL TO ZERO OR                           DEJRN01P
027300        DCL-EJR-BRANCH IS EQUAL TO SPACES                         DEJRN01P
027400        MOVE WS-HEAD-OFFICE TO DCL-EJR-BRANCH                     DEJRN01P
027500     END-IF.                                                      DEJRN01P
027600 TELLER-BRANCH-EXIT.                                              DEJRN01P
027700     EXIT.                                                        DEJRN01P
027800                                                                  DEJRN01P
027900***************************************************************** DEJRN01P
028000* Number the entry - the sequence runs across the whole journal * DEJRN01P
028100* and the receipt number within the branch - and write it       * DEJRN01P
028200***************************************************************** DEJRN01P
028300 INSERT-ENTRY.                                                    DEJRN01P
028400     EXEC SQL                                                     DEJRN01P
028500          SET :DCL-EJR-TS = CURRENT TIMESTAMP                     DEJRN01P
028600     END-EXEC.                                                    DEJRN01P
028700     MOVE DCL-EJR-TS (1:10) TO DCL-EJR-DATE.                      DEJRN01P
028800     EXEC SQL                                                     DEJRN01P
028900          SELECT VALUE(MAX(EJR_SEQ), 0) + 1                       DEJRN01P
029000          INTO :DCL-EJR-SEQ                                       DEJRN01P
029100          FROM BNKEJRN                                            DEJRN01P
029200     END-EXEC.                                                    DEJRN01P
029300     IF SQLCODE IS NOT EQUAL TO ZERO                              DEJRN01P
029400        MOVE 'Unable to number the journal entry' TO CEJ1O-MSG    DEJRN01P
029500        GO TO INSERT-ENTRY-EXIT                                   DEJRN01P
029600     END-IF.                                                      DEJRN01P
029700     EXEC SQL                                                     DEJRN01P
029800          SELECT VALUE(MAX(EJR_RECEIPT_NO), 0) + 1                DEJRN01P
029900          INTO :DCL-EJR-RECEIPT-NO                                DEJRN01P
030000          FROM BNKEJRN                                            DEJRN01P
030100          WHERE EJR_BRANCH = :DCL-EJR-BRANCH                      DEJRN01P
030200     END-EXEC.                                                    DEJRN01P
030300     IF SQLCODE IS NOT EQUAL TO ZERO                              DEJRN01P
030400        MOVE 'Unable to number the receipt' TO CEJ1O-MSG          DEJRN01P
030500        GO TO INSERT-ENTRY-EXIT                                   DEJRN01P
030600     END-IF.                                                      DEJRN01P
030700     MOVE DCL-EJR-BRANCH TO DCL-EJR-RCP-BRANCH.                   DEJRN01P
030800     MOVE DCL-EJR-RECEIPT-NO TO DCL-EJR-RCP-NUMBER.               DEJRN01P
030900     EXEC SQL                                                     DEJRN01P
031000          INSERT                                                  DEJRN01P
031100          INTO BNKEJRN (EJR_SEQ,                                  DEJRN01P
031200                        EJR_RECEIPT,                              DEJRN01P
031300                        EJR_RECEIPT_NO,                           DEJRN01P
031400                        EJR_DATE,                                 DEJRN01P
031500                        EJR_TS,                                   DEJRN01P
031600                        EJR_BRANCH,                               DEJRN01P
031700                        EJR_TELLER,                               DEJRN01P
031800                        EJR_DRAWER,                               DEJRN01P
031900                        EJR_PROGRAM,                              DEJRN01P
032000                        EJR_ACTION,                               DEJRN01P
032100                        EJR_ACCNO,                                DEJRN01P
032200                        EJR_AMOUNT,                               DEJRN01P
032300                        EJR_CASH_IN,                              DEJRN01P
032400                        EJR_CASH_OUT,                             DEJRN01P
032500                        EJR_COMPUTED,                             DEJRN01P
032600                        EJR_DENOMS,                               DEJRN01P
032700                        EJR_TXN_REF,                              DEJRN01P
032800                        EJR_DETAIL,                               DEJRN01P
032900                        EJR_RESULT,                               DEJRN01P
033000                        EJR_SUPERVISOR,                           DEJRN01P
033100                        EJR_REPRINTS)                             DEJRN01P
033200          VALUES (:DCL-EJR-SEQ,                                   DEJRN01P
033300                  :DCL-EJR-RECEIPT,                               DEJRN01P
033400                  :DCL-EJR-RECEIPT-NO,                            DEJRN01P
033500                  :DCL-EJR-DATE,                                  DEJRN01P
033600                  :DCL-EJR-TS,                                    DEJRN01P
033700                  :DCL-EJR-BRANCH,                                DEJRN01P
033800                  :DCL-EJR-TELLER,                                DEJRN01P
033900                  :DCL-EJR-DRAWER,                                DEJRN01P
034000                  :DCL-EJR-PROGRAM,                               DEJRN01P
034100                  :DCL-EJR-ACTION,                                DEJRN01P
034200                  :DCL-EJR-ACCNO,                                 DEJRN01P
034300                  :DCL-EJR-AMOUNT,                                DEJRN01P
034400                  :DCL-EJR-CASH-IN,                               DEJRN01P
034500                  :DCL-EJR-CASH-OUT,                              DEJRN01P
034600                  :DCL-EJR-COMPUTED,                              DEJRN01P
034700                  :DCL-EJR-DENOMS,                                DEJRN01P
034800                  :DCL-EJR-TXN-REF,                               DEJRN01P
034900                  :DCL-EJR-DETAIL,                                DEJRN01P
035000                  :DCL-EJR-RESULT,                                DEJRN01P
035100                  :DCL-EJR-SUPERVISOR,                            DEJRN01P
035200                  :DCL-EJR-REPRINTS)                              DEJRN01P
035300     END-EXEC.                                                    DEJRN01P
035400     IF SQLCODE IS NOT EQUAL TO ZERO                              DEJRN01P
035500        MOVE 'Unable to write the journal entry' TO CEJ1O-MSG     DEJRN01P
035600     END-IF.                                                      DEJRN01P
035700 INSERT-ENTRY-EXIT.                                               DEJRN01P
035800     EXIT.                                                        DEJRN01P
035900                                                                  DEJRN01P
036000***************************************************************** DEJRN01P
036100* The drawer's net on today's journal against the position the  * DEJRN01P
036200* drawer proof computed from BNKDRWR                            * DEJRN01P
036300***************************************************************** DEJRN01P
036400 PROVE-AGAINST-JOURNAL.                                           DEJRN01P
036500     PERFORM JOURNAL-DRAWER-TOTALS THRU                           DEJRN01P
036600             JOURNAL-DRAWER-TOTALS-EXIT.                          DEJRN01P
036700     IF CEJ1O-MSG IS NOT EQUAL TO SPACES                          DEJRN01P
036800        GO TO PROVE-AGAINST-JOURNAL-EXIT                          DEJRN01P
036900     END-IF.                                                      DEJRN01P
037000     COMPUTE CEJ1O-JOURNAL-NET =                                  DEJRN01P
037100             DCL-JRN-IN - DCL-JRN-OUT.                            DEJRN01P
037200     COMPUTE CEJ1O-DIFFERENCE =                                   DEJRN01P
037300             CEJ1O-JOURNAL-NET - CEJ1I-COMPUTED.                  DEJRN01P
037400 PROVE-AGAINST-JOURNAL-EXIT.                                      DEJRN01P
037500     EXIT.                                                        DEJRN01P
037600                                                                  DEJRN01P
037700***************************************************************** DEJRN01P
037800* Cash in and out on the journal for one drawer day             * DEJRN01P
037900***************************************************************** DEJRN01P
038000 JOURNAL-DRAWER-TOTALS.                                           DEJRN01P
038100     MOVE ZEROES TO DCL-JRN-IN.                                   DEJRN01P
038200     MOVE ZEROES TO DCL-JRN-OUT.                                  DEJRN01P
038300     EXEC SQL                                                     DEJRN01P
038400          SELECT VALUE(SUM(EJR_CASH_IN), 0),                      DEJRN01P
038500                 VALUE(SUM(EJR_CASH_OUT), 0)                      DEJRN01P
038600          INTO :DCL-JRN-IN,                                       DEJRN01P
038700               :DCL-JRN-OUT                                       DEJRN01P
038800          FROM BNKEJRN                                            DEJRN01P
038900          WHERE EJR_TELLER = :DCL-EJR-TELLER AND                  DEJRN01P
039000                EJR_DRAWER = :DCL-EJR-DRAWER AND                  DEJRN01P
039100                EJR_DATE = :DCL-EJR-DATE                          DEJRN01P
039200     END-EXEC.                                                    DEJRN01P
039300     IF SQLCODE IS NOT EQUAL TO ZERO                              DEJRN01P
039400        MOVE 'Unable to total the drawer journal' TO CEJ1O-MSG    DEJRN01P
039500     END-IF.                                                      DEJRN01P
039600 JOURNAL-DRAWER-TOTALS-EXIT.                                      DEJRN01P
039700     EXIT.                                                        DEJRN01P
039800                                                                  DEJRN01P
039900***************************************************************** DEJRN01P
040000* Lay out the receipt from the entry                            * DEJRN01P
040100***************************************************************** DEJRN01P
040200 BUILD-RECEIPT-TEXT.                                              DEJRN01P
040300     MOVE SPACES TO CEJ1O-RECEIPT-TEXT.                           DEJRN01P
040400     PERFORM DESCRIBE-ACTION THRU                                 DEJRN01P
040500             DESCRIBE-ACTION-EXIT.                                DEJRN01P
040600     MOVE DCL-EJR-TS (12:8) TO WS-TIME.                           DEJRN01P
040700     MOVE DCL-EJR-SEQ TO WS-SEQ-DISP.                             DEJRN01P
040800     MOVE DCL-EJR-AMOUNT TO WS-AMOUNT-DISP.                       DEJRN01P
040900     MOVE SPACES TO WS-RESULT-DESC.                               DEJRN01P
041000     IF DCL-EJR-RESULT IS EQUAL TO 'H'                            DEJRN01P
041100        MOVE 'HELD' TO WS-RESULT-DESC                             DEJRN01P
041200     END-IF.                                                      DEJRN01P
041300     STRING 'RECEIPT ' DCL-EJR-RECEIPT                            DEJRN01P
041400            ' BRANCH ' DCL-EJR-BRANCH                             DEJRN01P
041500            DELIMITED BY SIZE INTO CEJ1O-RECEIPT-LINE (1).        DEJRN01P
041600     STRING DCL-EJR-DATE ' ' WS-TIME                              DEJRN01P
041700            ' SEQ ' WS-SEQ-DISP                                   DEJRN01P
041800            DELIMITED BY SIZE INTO CEJ1O-RECEIPT-LINE (2).        DEJRN01P
041900     STRING WS-ACTION-DESC ' ACC ' DCL-EJR-ACCNO                  DEJRN01P
042000            DELIMITED BY SIZE INTO CEJ1O-RECEIPT-LINE (3).        DEJRN01P
042100     STRING 'AMOUNT ' WS-AMOUNT-DISP ' ' WS-RESULT-DESC           DEJRN01P
042200            DELIMITED BY SIZE INTO CEJ1O-RECEIPT-LINE (4).        DEJRN01P
042300     STRING 'TLR ' DCL-EJR-TELLER                                 DEJRN01P
042400            ' DRW ' DCL-EJR-DRAWER                                DEJRN01P
042500            ' REF ' DCL-EJR-TXN-REF                               DEJRN01P
042600            DELIMITED BY SIZE INTO CEJ1O-RECEIPT-LINE (5).        DEJRN01P
042700     IF DCL-EJR-REPRINTS IS GREATER THAN ZERO                     DEJRN01P
042800        MOVE DCL-EJR-REPRINTS TO WS-REPRINT-DISP                  DEJRN01P
042900        STRING 'DUPLICATE ' WS-REPRINT-DISP ' ' DCL-EJR-DETAIL    DEJRN01P
043000               DELIMITED BY SIZE INTO CEJ1O-RECEIPT-LINE (6)      DEJRN01P
043100     ELSE                                                         DEJRN01P
043200        MOVE DCL-EJR-DETAIL TO CEJ1O-RECEIPT-LINE (6)             DEJRN01P
043300     END-IF.                                                      DEJRN01P
043400 BUILD-RECEIPT-TEXT-EXIT.                                         DEJRN01P
043500     EXIT.                                                        DEJRN01P
043600                                                                  DEJRN01P
043700***************************************************************** DEJRN01P
043800* What the action reads as on the receipt                       * DEJRN01P
043900***************************************************************** DEJRN01P
044000 DESCRIBE-ACTION.                                                 DEJRN01P
044100     EVALUATE DCL-EJR-ACTION                                      DEJRN01P
044200       WHEN 'CI'                                                  DEJRN01P
044300         MOVE 'CASH DEPOSIT' TO WS-ACTION-DESC                    DEJRN01P
044400       WHEN 'CO'                                                  DEJRN01P
044500         MOVE 'CASH WITHDRAWAL' TO WS-ACTION-DESC                 DEJRN01P
044600       WHEN 'QD'                                                  DEJRN01P
044700         MOVE 'CHEQUE DEPOSIT' TO WS-ACTION-DESC                  DEJRN01P
044800       WHEN 'QW'                                                  DEJRN01P
044900         MOVE 'CHEQUE REGISTERED' TO WS-ACTION-DESC               DEJRN01P
045000       WHEN 'BO'                                                  DEJRN01P
045100         MOVE 'CHEQUE BOOK ORDER' TO WS-ACTION-DESC               DEJRN01P
045200       WHEN 'BS'                                                  DEJRN01P
045300         MOVE 'CHEQUE BOOK STOCK' TO WS-ACTION-DESC               DEJRN01P
045400       WHEN 'VB'                                                  DEJRN01P
045500         MOVE 'CASH FROM VAULT' TO WS-ACTION-DESC                 DEJRN01P
045600       WHEN 'VS'                                                  DEJRN01P
045700         MOVE 'CASH TO VAULT' TO WS-ACTION-DESC                   DEJRN01P
045800       WHEN 'DP'                                                  DEJRN01P
045900         MOVE 'DRAWER PROOF' TO WS-ACTION-DESC                    DEJRN01P
046000       WHEN 'FX'                                                  DEJRN01P
046100         MOVE 'FOREIGN NOTES' TO WS-ACTION-DESC                   DEJRN01P
046200       WHEN 'OR'                                                  DEJRN01P
046300         MOVE 'REFERRED FOR APPROVAL' TO WS-ACTION-DESC           DEJRN01P
046400       WHEN 'OA'                                                  DEJRN01P
046500         MOVE 'APPROVED WITHDRAWAL' TO WS-ACTION-DESC             DEJRN01P
046600       WHEN 'OP'                                                  DEJRN01P
046700         MOVE 'PARKED CHEQUE PAID' TO WS-ACTION-DESC              DEJRN01P
046800       WHEN 'OX'                                                  DEJRN01P
046900         MOVE 'PARKED CHEQUE RETURNED' TO WS-ACTION-DESC          DEJRN01P
047000       WHEN 'RP'                                                  DEJRN01P
047100         MOVE 'RECEIPT REPRINT' TO WS-ACTION-DESC                 DEJRN01P
047200       WHEN OTHER                                                 DEJRN01P
047300         MOVE 'TELLER ACTION' TO WS-ACTION-DESC                   DEJRN01P
047400     END-EVALUATE.                                                DEJRN01P
047500 DESCRIBE-ACTION-EXIT.                                            DEJRN01P
047600     EXIT.                                                        DEJRN01P
047700                                                                  DEJRN01P
047800***************************************************************** DEJRN01P
047900* Queue the receipt to the branch receipt printer a line at a   * DEJRN01P
048000* time; a printer problem does not undo the journal entry       * DEJRN01P
048100***************************************************************** DEJRN01P
048200 PRINT-RECEIPT.                                                   DEJRN01P
048300     SET RECEIPT-PRINTED TO TRUE.                                 DEJRN01P
048400     MOVE DCL-EJR-BRANCH TO RCP-BRANCH.                           DEJRN01P
048500     MOVE DCL-EJR-DRAWER TO RCP-DRAWER.                           DEJRN01P
048600     MOVE DCL-EJR-RECEIPT TO RCP-RECEIPT.                         DEJRN01P
048700     MOVE 0 TO WS-SUB1.                                           DEJRN01P
048800     PERFORM PRINT-RECEIPT-LINE THRU                              DEJRN01P
048900             PRINT-RECEIPT-LINE-EXIT 6 TIMES.                     DEJRN01P
049000 PRINT-RECEIPT-EXIT.                                              DEJRN01P
049100     EXIT.                                                        DEJRN01P
049200                                                                  DEJRN01P
049300 PRINT-RECEIPT-LINE.                                              DEJRN01P
049400     ADD 1 TO WS-SUB1.                                            DEJRN01P
049500     IF RECEIPT-NOT-PRINTED                                       DEJRN01P
049600        GO TO PRINT-RECEIPT-LINE-EXIT                             DEJRN01P
049700     END-IF.                                                      DEJRN01P
049800     MOVE CEJ1O-RECEIPT-LINE (WS-SUB1) TO RCP-LINE.               DEJRN01P
049900     EXEC CICS WRITEQ TD                                          DEJRN01P
050000               QUEUE('RCPT')                                      DEJRN01P
050100               FROM(WS-RECEIPT-RECORD)                            DEJRN01P
050200               LENGTH(LENGTH OF WS-RECEIPT-RECORD)                DEJRN01P
050300               RESP(WS-RESP)                                      DEJRN01P
050400     END-EXEC.                                                    DEJRN01P
050500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DEJRN01P
050600        SET RECEIPT-NOT-PRINTED TO TRUE                           DEJRN01P
050700     END-IF.                                                      DEJRN01P
050800 PRINT-RECEIPT-LINE-EXIT.                                         DEJRN01P
050900     EXIT.                                                        DEJRN01P
051000                                                                  DEJRN01P
051100***************************************************************** DEJRN01P
051200* Search the journal - a receipt number finds that entry and    * DEJRN01P
051300* shows its receipt; otherwise an account or a drawer on a date * DEJRN01P
051400* (today when none is keyed) lists the latest entries first     * DEJRN01P
051500***************************************************************** DEJRN01P
051600 SEARCH-JOURNAL.                                                  DEJRN01P
051700     IF CEJ1I-RECEIPT IS NOT EQUAL TO SPACES                      DEJRN01P
051800        PERFORM READ-ENTRY THRU                                   DEJRN01P
051900                READ-ENTRY-EXIT                                   DEJRN01P
052000        IF CEJ1O-MSG IS NOT EQUAL TO SPACES                       DEJRN01P
052100           GO TO SEARCH-JOURNAL-EXIT                              DEJRN01P
052200        END-IF                                                    DEJRN01P
052300        MOVE 1 TO CEJ1O-FOUND                                     DEJRN01P
052400        MOVE 1 TO WS-SUB1                                         DEJRN01P
052500        PERFORM LIST-ONE-ENTRY THRU                               DEJRN01P
052600                LIST-ONE-ENTRY-EXIT                               DEJRN01P
052700        PERFORM BUILD-RECEIPT-TEXT THRU                           DEJRN01P
052800                BUILD-RECEIPT-TEXT-EXIT                           DEJRN01P
052900        SET CEJ1O-REQUEST-OK TO TRUE                              DEJRN01P
053000        MOVE 'Journal entry found' TO CEJ1O-MSG                   DEJRN01P
053100        GO TO SEARCH-JOURNAL-EXIT                                 DEJRN01P
053200     END-IF.                                                      DEJRN01P
053300     IF CEJ1I-ACC IS EQUAL TO SPACES AND                          DEJRN01P
053400        CEJ1I-DRAWER IS EQUAL TO SPACES                           DEJRN01P
053500        MOVE 'Key a receipt, an account or a drawer' TO CEJ1O-MSG DEJRN01P
053600        GO TO SEARCH-JOURNAL-EXIT                                 DEJRN01P
053700     END-IF.                                                      DEJRN01P
053800     IF CEJ1I-DATE IS EQUAL TO SPACES                             DEJRN01P
053900        EXEC SQL                                                  DEJRN01P
054000             SET :CEJ1I-DATE = CHAR(CURRENT DATE, ISO)            DEJRN01P
054100        END-EXEC                                                  DEJRN01P
054200     END-IF.                                                      DEJRN01P
054300     IF CEJ1I-ACC IS NOT EQUAL TO SPACES                          DEJRN01P
054400        PERFORM SEARCH-BY-ACCOUNT THRU                            DEJRN01P
054500                SEARCH-BY-ACCOUNT-EXIT                            DEJRN01P
054600     ELSE                                                         DEJRN01P
054700        PERFORM SEARCH-BY-DRAWER THRU                             DEJRN01P
054800                SEARCH-BY-DRAWER-EXIT                             DEJRN01P
054900     END-IF.                                                      DEJRN01P
055000     IF CEJ1O-MSG IS NOT EQUAL TO SPACES                          DEJRN01P
055100        GO TO SEARCH-JOURNAL-EXIT                                 DEJRN01P
055200     END-IF.                                                      DEJRN01P
055300     IF CEJ1O-FOUND IS EQUAL TO ZERO                              DEJRN01P
055400        SET CEJ1O-NOT-FOUND TO TRUE                               DEJRN01P
055500        MOVE 'No journal entries on that date' TO CEJ1O-MSG       DEJRN01P
055600        GO TO SEARCH-JOURNAL-EXIT                                 DEJRN01P
055700     END-IF.                                                      DEJRN01P
055800     SET CEJ1O-REQUEST-OK TO TRUE.                                DEJRN01P
055900     MOVE CEJ1O-FOUND TO WS-COUNT-DISP.                           DEJRN01P
056000     STRING WS-COUNT-DISP ' journal entries - latest shown'       DEJRN01P
056100            DELIMITED BY SIZE INTO CEJ1O-MSG.                     DEJRN01P
056200 SEARCH-JOURNAL-EXIT.                                             DEJRN01P
056300     EXIT.                                                        DEJRN01P
056400                                                                  DEJRN01P
056500***************************************************************** DEJRN01P
056600* One account's entries on the date                             * DEJRN01P
056700***************************************************************** DEJRN01P
056800 SEARCH-BY-ACCOUNT.                                               DEJRN01P
056900     EXEC SQL                                                     DEJRN01P
057000          SELECT COUNT(*)                                         DEJRN01P
057100          INTO :DCL-EJR-COUNT                                     DEJRN01P
057200          FROM BNKEJRN                                            DEJRN01P
057300          WHERE EJR_ACCNO = :CEJ1I-ACC AND                        DEJRN01P
057400                EJR_DATE = :CEJ1I-DATE                            DEJRN01P
057500     END-EXEC.                                                    DEJRN01P
057600     IF SQLCODE IS NOT EQUAL TO ZERO                              DEJRN01P
057700        MOVE 'Unable to search the journal' TO CEJ1O-MSG          DEJRN01P
057800        GO TO SEARCH-BY-ACCOUNT-EXIT                              DEJRN01P
057900     END-IF.                                                      DEJRN01P
058000     MOVE DCL-EJR-COUNT TO CEJ1O-FOUND.                           DEJRN01P
058100     EXEC SQL                                                     DEJRN01P
058200          DECLARE ACC_CSR CURSOR FOR                              DEJRN01P
058300          SELECT EJR_RECEIPT,                                     DEJRN01P
058400                 EJR_TS,                                          DEJRN01P
058500                 EJR_ACTION,                                      DEJRN01P
058600                 EJR_ACCNO,                                       DEJRN01P
058700                 EJR_DRAWER,                                      DEJRN01P
058800                 EJR_TELLER,                                      DEJRN01P
058900                 EJR_AMOUNT                                       DEJRN01P
059000          FROM BNKEJRN                                            DEJRN01P
059100          WHERE EJR_ACCNO = :CEJ1I-ACC AND                        DEJRN01P
059200                EJR_DATE = :CEJ1I-DATE                            DEJRN01P
059300          ORDER BY EJR_SEQ DESC                                   DEJRN01P
059400          FOR FETCH ONLY                                          DEJRN01P
059500     END-EXEC.                                                    DEJRN01P
059600     EXEC SQL                                                     DEJRN01P
059700          OPEN ACC_CSR                                            DEJRN01P
059800     END-EXEC.                                                    DEJRN01P
059900     IF SQLCODE IS NOT EQUAL TO ZERO                              DEJRN01P
060000        MOVE 'Unable to search the journal' TO CEJ1O-MSG          DEJRN01P
060100        GO TO SEARCH-BY-ACCOUNT-EXIT                              DEJRN01P
060200     END-IF.                                                      DEJRN01P
060300     MOVE 0 TO WS-SUB1.                                           DEJRN01P
060400 ACC-LOOP.                                                        DEJRN01P
060500     IF WS-SUB1 IS NOT LESS THAN 5                                DEJRN01P
060600        GO TO ACC-LOOP-EXIT                                       DEJRN01P
060700     END-IF.                                                      DEJRN01P
060800     EXEC SQL                                                     DEJRN01P
060900          FETCH ACC_CSR                                           DEJRN01P
061000          INTO :DCL-EJR-RECEIPT,                                  DEJRN01P
061100               :DCL-EJR-TS,                                       DEJRN01P
061200               :DCL-EJR-ACTION,                                   DEJRN01P
061300               :DCL-EJR-ACCNO,                                    DEJRN01P
061400               :DCL-EJR-DRAWER,                                   DEJRN01P
061500               :DCL-EJR-TELLER,                                   DEJRN01P
061600               :DCL-EJR-AMOUNT                                    DEJRN01P
061700     END-EXEC.                                                    DEJRN01P
061800     IF SQLCODE IS EQUAL TO +100                                  DEJRN01P
061900        GO TO ACC-LOOP-EXIT                                       DEJRN01P
062000     END-IF.                                                      DEJRN01P
062100     IF SQLCODE IS NOT EQUAL TO ZERO                              DEJRN01P
062200        MOVE 'Unable to read the journal' TO CEJ1O-MSG            DEJRN01P
062300        GO TO ACC-LOOP-EXIT                                       DEJRN01P
062400     END-IF.                                                      DEJRN01P
062500     ADD 1 TO WS-SUB1.                                            DEJRN01P
062600     PERFORM LIST-ONE-ENTRY THRU                                  DEJRN01P
062700             LIST-ONE-ENTRY-EXIT.                                 DEJRN01P
062800     GO TO ACC-LOOP.                                              DEJRN01P
062900 ACC-LOOP-EXIT.                                                   DEJRN01P
063000     EXEC SQL                                                     DEJRN01P
063100          CLOSE ACC_CSR                                           DEJRN01P
063200     END-EXEC.                                                    DEJRN01P
063300 SEARCH-BY-ACCOUNT-EXIT.                                          DEJRN01P
063400     EXIT.                                                        DEJRN01P
063500                                                                  DEJRN01P
063600***************************************************************** DEJRN01P
063700* One drawer's entries on the date - narrowed to a branch when  * DEJRN01P
063800* one is keyed, since drawer numbers repeat between branches    * DEJRN01P
063900***************************************************************** DEJRN01P
064000 SEARCH-BY-DRAWER.                                                DEJRN01P
064100     EXEC SQL                                                     DEJRN01P
064200          SELECT COUNT(*)                                         DEJRN01P
064300          INTO :DCL-EJR-COUNT                                     DEJRN01P
064400          FROM BNKEJRN                                            DEJRN01P
064500          WHERE EJR_DRAWER = :CEJ1I-DRAWER AND                    DEJRN01P
064600                EJR_DATE = :CEJ1I-DATE AND                        DEJRN01P
064700                (EJR_BRANCH = :CEJ1I-BRANCH OR                    DEJRN01P
064800                 :CEJ1I-BRANCH = ' ')                             DEJRN01P
064900     END-EXEC.                                                    DEJRN01P
065000     IF SQLCODE IS NOT EQUAL TO ZERO                              DEJRN01P
065100        MOVE 'Unable to search the journal' TO CEJ1O-MSG          DEJRN01P
065200        GO TO SEARCH-BY-DRAWER-EXIT                               DEJRN01P
065300     END-IF.                                                      DEJRN01P
065400     MOVE DCL-EJR-COUNT TO CEJ1O-FOUND.                           DEJRN01P
065500     EXEC SQL                                                     DEJRN01P
065600          DECLARE DRW_CSR CURSOR FOR                              DEJRN01P
065700          SELECT EJR_RECEIPT,                                     DEJRN01P
065800                 EJR_TS,                                          DEJRN01P
065900                 EJR_ACTION,                                      DEJRN01P
066000                 EJR_ACCNO,                                       DEJRN01P
066100                 EJR_DRAWER,                                      DEJRN01P
066200                 EJR_TELLER,                                      DEJRN01P
066300                 EJR_AMOUNT                                       DEJRN01P
066400          FROM BNKEJRN                                            DEJRN01P
066500          WHERE EJR_DRAWER = :CEJ1I-DRAWER AND                    DEJRN01P
066600                EJR_DATE = :CEJ1I-DATE AND                        DEJRN01P
066700                (EJR_BRANCH = :CEJ1I-BRANCH OR                    DEJRN01P
066800                 :CEJ1I-BRANCH = ' ')                             DEJRN01P
066900          ORDER BY EJR_SEQ DESC                                   DEJRN01P
067000          FOR FETCH ONLY                                          DEJRN01P
067100     END-EXEC.                                                    DEJRN01P
067200     EXEC SQL                                                     DEJRN01P
067300          OPEN DRW_CSR                                            DEJRN01P
067400     END-EXEC.                                                    DEJRN01P
067500     IF SQLCODE IS NOT EQUAL TO ZERO                              DEJRN01P
067600        MOVE 'Unable to search the journal' TO CEJ1O-MSG          DEJRN01P
067700        GO TO SEARCH-BY-DRAWER-EXIT                               DEJRN01P
067800     END-IF.                                                      DEJRN01P
067900     MOVE 0 TO WS-SUB1.                                           DEJRN01P
068000 DRW-LOOP.                                                        DEJRN01P
068100     IF WS-SUB1 IS NOT LESS THAN 5                                DEJRN01P
068200        GO TO DRW-LOOP-EXIT                                       DEJRN01P
068300     END-IF.                                                      DEJRN01P
068400     EXEC SQL                                                     DEJRN01P
068500          FETCH DRW_CSR                                           DEJRN01P
068600          INTO :DCL-EJR-RECEIPT,                                  DEJRN01P
068700               :DCL-EJR-TS,                                       DEJRN01P
068800               :DCL-EJR-ACTION,                                   DEJRN01P
068900               :DCL-EJR-ACCNO,                                    DEJRN01P
069000               :DCL-EJR-DRAWER,                                   DEJRN01P
069100               :DCL-EJR-TELLER,                                   DEJRN01P
069200               :DCL-EJR-AMOUNT                                    DEJRN01P
069300     END-EXEC.                                                    DEJRN01P
069400     IF SQLCODE IS EQUAL TO +100                                  DEJRN01P
069500        GO TO DRW-LOOP-EXIT                                       DEJRN01P
069600     END-IF.                                                      DEJRN01P
069700     IF SQLCODE IS NOT EQUAL TO ZERO                              DEJRN01P
069800        MOVE 'Unable to read the journal' TO CEJ1O-MSG            DEJRN01P
069900        GO TO DRW-LOOP-EXIT                                       DEJRN01P
070000     END-IF.                                                      DEJRN01P
070100     ADD 1 TO WS-SUB1.                                            DEJRN01P
070200     PERFORM LIST-ONE-ENTRY THRU                                  DEJRN01P
070300             LIST-ONE-ENTRY-EXIT.                                 DEJRN01P
070400     GO TO DRW-LOOP.                                              DEJRN01P
070500 DRW-LOOP-EXIT.                                                   DEJRN01P
070600     EXEC SQL                                                     DEJRN01P
070700          CLOSE DRW_CSR                                           DEJRN01P
070800     END-EXEC.                                                    DEJRN01P
070900 SEARCH-BY-DRAWER-EXIT.                                           DEJRN01P
071000     EXIT.                                                        DEJRN01P
071100                                                                  DEJRN01P
071200***************************************************************** DEJRN01P
071300* One entry into the list at WS-SUB1                            * DEJRN01P
071400***************************************************************** DEJRN01P
071500 LIST-ONE-ENTRY.                                                  DEJRN01P
071600     MOVE DCL-EJR-RECEIPT TO CEJ1O-ENT-RECEIPT (WS-SUB1).         DEJRN01P
071700     MOVE DCL-EJR-TS (12:8) TO CEJ1O-ENT-TIME (WS-SUB1).          DEJRN01P
071800     MOVE DCL-EJR-ACTION TO CEJ1O-ENT-ACTION (WS-SUB1).           DEJRN01P
071900     MOVE DCL-EJR-ACCNO TO CEJ1O-ENT-ACC (WS-SUB1).               DEJRN01P
072000     MOVE DCL-EJR-DRAWER TO CEJ1O-ENT-DRAWER (WS-SUB1).           DEJRN01P
072100     MOVE DCL-EJR-TELLER TO CEJ1O-ENT-TELLER (WS-SUB1).           DEJRN01P
072200     MOVE DCL-EJR-AMOUNT TO CEJ1O-ENT-AMOUNT (WS-SUB1).           DEJRN01P
072300 LIST-ONE-ENTRY-EXIT.                                             DEJRN01P
072400     EXIT.                                                        DEJRN01P
072500                                                                  DEJRN01P
072600***************************************************************** DEJRN01P
072700* Read one entry in full by its receipt number                  * DEJRN01P
072800***************************************************************** DEJRN01P
072900 READ-ENTRY.                                                      DEJRN01P
073000     EXEC SQL                                                     DEJRN01P
073100          SELECT EJR_SEQ,                                         DEJRN01P
073200                 EJR_RECEIPT,                                     DEJRN01P
073300                 EJR_DATE,                                        DEJRN01P
073400                 EJR_TS,                                          DEJRN01P
073500                 EJR_BRANCH,                                      DEJRN01P
073600                 EJR_TELLER,                                      DEJRN01P
073700                 EJR_DRAWER,                                      DEJRN01P
073800                 EJR_PROGRAM,                                     DEJRN01P
073900                 EJR_ACTION,                                      DEJRN01P
074000                 EJR_ACCNO,                                       DEJRN01P
074100                 EJR_AMOUNT,                                      DEJRN01P
074200                 EJR_CASH_IN,                                     DEJRN01P
074300                 EJR_CASH_OUT,                                    DEJRN01P
074400                 EJR_COMPUTED,                                    DEJRN01P
074500                 EJR_DENOMS,                                      DEJRN01P
074600                 EJR_TXN_REF,                                     DEJRN01P
074700                 EJR_DETAIL,                                      DEJRN01P
074800                 EJR_RESULT,                                      DEJRN01P
074900                 EJR_SUPERVISOR,                                  DEJRN01P
075000                 EJR_REPRINTS                                     DEJRN01P
075100          INTO :DCL-EJR-SEQ,                                      DEJRN01P
075200               :DCL-EJR-RECEIPT,                                  DEJRN01P
075300               :DCL-EJR-DATE,                                     DEJRN01P
075400               :DCL-EJR-TS,                                       DEJRN01P
075500               :DCL-EJR-BRANCH,                                   DEJRN01P
075600               :DCL-EJR-TELLER,                                   DEJRN01P
075700               :DCL-EJR-DRAWER,                                   DEJRN01P
075800               :DCL-EJR-PROGRAM,                                  DEJRN01P
075900               :DCL-EJR-ACTION,                                   DEJRN01P
076000               :DCL-EJR-ACCNO,                                    DEJRN01P
076100               :DCL-EJR-AMOUNT,                                   DEJRN01P
076200               :DCL-EJR-CASH-IN,                                  DEJRN01P
076300               :DCL-EJR-CASH-OUT,                                 DEJRN01P
076400               :DCL-EJR-COMPUTED,                                 DEJRN01P
076500               :DCL-EJR-DENOMS,                                   DEJRN01P
076600               :DCL-EJR-TXN-REF,                                  DEJRN01P
076700               :DCL-EJR-DETAIL,                                   DEJRN01P
076800               :DCL-EJR-RESULT,                                   DEJRN01P
076900               :DCL-EJR-SUPERVISOR,                               DEJRN01P
077000               :DCL-EJR-REPRINTS                                  DEJRN01P
077100          FROM BNKEJRN                                            DEJRN01P
077200          WHERE EJR_RECEIPT = :CEJ1I-RECEIPT                      DEJRN01P
077300     END-EXEC.                                                    DEJRN01P
077400     IF SQLCODE IS EQUAL TO +100                                  DEJRN01P
077500        SET CEJ1O-NOT-FOUND TO TRUE                               DEJRN01P
077600        MOVE 'No journal entry under that receipt' TO CEJ1O-MSG   DEJRN01P
077700        GO TO READ-ENTRY-EXIT                                     DEJRN01P
077800     END-IF.                                                      DEJRN01P
077900     IF SQLCODE IS NOT EQUAL TO ZERO                              DEJRN01P
078000        MOVE 'Unable to read the journal' TO CEJ1O-MSG            DEJRN01P
078100     END-IF.                                                      DEJRN01P
078200 READ-ENTRY-EXIT.                                                 DEJRN01P
078300     EXIT.                                                        DEJRN01P
078400                                                                  DEJRN01P
078500***************************************************************** DEJRN01P
078600* Supervisor reprint - the receipt goes out again marked as a   * DEJRN01P
078700* duplicate with its reprint count, and the reprint is itself   * DEJRN01P
078800* journalled under the supervisor against the same drawer       * DEJRN01P
078900***************************************************************** DEJRN01P
079000 REPRINT-RECEIPT.                                                 DEJRN01P
079100     IF CEJ1I-RECEIPT IS EQUAL TO SPACES                          DEJRN01P
079200        MOVE 'Please input the receipt number' TO CEJ1O-MSG       DEJRN01P
079300        GO TO REPRINT-RECEIPT-EXIT                                DEJRN01P
079400     END-IF.                                                      DEJRN01P
079500     IF CEJ1I-USERID IS EQUAL TO SPACES                           DEJRN01P
079600        MOVE 'The supervisor is needed for a reprint' TO CEJ1O-MSGDEJRN01P
079700        GO TO REPRINT-RECEIPT-EXIT                                DEJRN01P
079800     END-IF.                                                      DEJRN01P
079900     PERFORM READ-ENTRY THRU                                      DEJRN01P
080000             READ-ENTRY-EXIT.                                     DEJRN01P
080100     IF CEJ1O-MSG IS NOT EQUAL TO SPACES                          DEJRN01P
080200        GO TO REPRINT-RECEIPT-EXIT                                DEJRN01P
080300     END-IF.                                                      DEJRN01P
080400     EXEC SQL                                                     DEJRN01P
080500          UPDATE BNKEJRN                                          DEJRN01P
080600          SET EJR_REPRINTS = EJR_REPRINTS + 1                     DEJRN01P
080700          WHERE EJR_RECEIPT = :CEJ1I-RECEIPT                      DEJRN01P
080800     END-EXEC.                                                    DEJRN01P
080900     IF SQLCODE IS NOT EQUAL TO ZERO                              DEJRN01P
081000        MOVE 'Unable to count the reprint' TO CEJ1O-MSG           DEJRN01P
081100        GO TO REPRINT-RECEIPT-EXIT                                DEJRN01P
081200     END-IF.                                                      DEJRN01P
081300     ADD 1 TO DCL-EJR-REPRINTS.                                   DEJRN01P
081400     PERFORM BUILD-RECEIPT-TEXT THRU                              DEJRN01P
081500             BUILD-RECEIPT-TEXT-EXIT.                             DEJRN01P
081600     PERFORM PRINT-RECEIPT THRU                                   DEJRN01P
081700             PRINT-RECEIPT-EXIT.                                  DEJRN01P
081800     MOVE DCL-EJR-RECEIPT TO WS-SAVE-RECEIPT.                     DEJRN01P
081900     MOVE CEJ1O-RECEIPT-TEXT TO WS-SAVE-TEXT.                     DEJRN01P
082000     MOVE CEJ1I-USERID TO DCL-EJR-TELLER.                         DEJRN01P
082100     MOVE CEJ1I-USERID TO DCL-EJR-SUPERVISOR.                     DEJRN01P
082200     MOVE WS-PROGRAM-ID TO DCL-EJR-PROGRAM.                       DEJRN01P
082300     IF CEJ1I-PROGRAM IS NOT EQUAL TO SPACES                      DEJRN01P
082400        MOVE CEJ1I-PROGRAM TO DCL-EJR-PROGRAM                     DEJRN01P
082500     END-IF.                                                      DEJRN01P
082600     MOVE 'RP' TO DCL-EJR-ACTION.                                 DEJRN01P
082700     MOVE ZEROES TO DCL-EJR-AMOUNT.                               DEJRN01P
082800     MOVE ZEROES TO DCL-EJR-CASH-IN.                              DEJRN01P
082900     MOVE ZEROES TO DCL-EJR-CASH-OUT.                             DEJRN01P
083000     MOVE ZEROES TO DCL-EJR-COMPUTED.                             DEJRN01P
083100     MOVE SPACES TO DCL-EJR-DENOMS.                               DEJRN01P
083200     MOVE SPACES TO DCL-EJR-TXN-REF.                              DEJRN01P
083300     MOVE SPACES TO DCL-EJR-DETAIL.                               DEJRN01P
083400     STRING 'REPRINT OF ' WS-SAVE-RECEIPT                         DEJRN01P
083500            DELIMITED BY SIZE INTO DCL-EJR-DETAIL.                DEJRN01P
083600     MOVE 'P' TO DCL-EJR-RESULT.                                  DEJRN01P
083700     MOVE 0 TO DCL-EJR-REPRINTS.                                  DEJRN01P
083800     PERFORM INSERT-ENTRY THRU                                    DEJRN01P
083900             INSERT-ENTRY-EXIT.                                   DEJRN01P
084000     IF CEJ1O-MSG IS NOT EQUAL TO SPACES                          DEJRN01P
084100        GO TO REPRINT-RECEIPT-EXIT                                DEJRN01P
084200     END-IF.                                                      DEJRN01P
084300     MOVE DCL-EJR-SEQ TO CEJ1O-SEQ.                               DEJRN01P
084400     MOVE WS-SAVE-RECEIPT TO CEJ1O-RECEIPT.                       DEJRN01P
084500     MOVE WS-SAVE-TEXT TO CEJ1O-RECEIPT-TEXT.                     DEJRN01P
084600     SET CEJ1O-REQUEST-OK TO TRUE.                                DEJRN01P
084700     IF RECEIPT-NOT-PRINTED                                       DEJRN01P
084800        MOVE 'Reprint journalled - receipt printer not available' DEJRN01P
084900          TO CEJ1O-MSG                                            DEJRN01P
085000        GO TO REPRINT-RECEIPT-EXIT                                DEJRN01P
085100     END-IF.                                                      DEJRN01P
085200     MOVE 'Duplicate receipt printed' TO CEJ1O-MSG.               DEJRN01P
085300 REPRINT-RECEIPT-EXIT.                                            DEJRN01P
085400     EXIT.                                                        DEJRN01P
085500                                                                  DEJRN01P
085600***************************************************************** DEJRN01P
085700* Nightly - every drawer day on BNKDRWR not yet proved against  * DEJRN01P
085800* the journal has its journal cash in and out totalled and      * DEJRN01P
085900* compared with the drawer totals the drawer proof works from;  * DEJRN01P
086000* the outcome is kept on BNKEJPF, with the count from the day's * DEJRN01P
086100* last drawer proof, and reported with any difference           * DEJRN01P
086200***************************************************************** DEJRN01P
086300 NIGHTLY-RUN.                                                     DEJRN01P
086400     IF CEJ1I-USERID IS EQUAL TO SPACES                           DEJRN01P
086500        MOVE 'BATCH' TO CEJ1I-USERID                              DEJRN01P
086600     END-IF.                                                      DEJRN01P
086700     MOVE SPACES TO WS-CSV-LINE.                                  DEJRN01P
086800     STRING 'DATE,TELLER,DRAWER,JOURNAL NET,DRAWER NET,'          DEJRN01P
086900            'DIFFERENCE,COUNTED,STATUS'                           DEJRN01P
087000            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DEJRN01P
087100     PERFORM QUEUE-REPORT-LINE THRU                               DEJRN01P
087200             QUEUE-REPORT-LINE-EXIT.                              DEJRN01P
087300     EXEC SQL                                                     DEJRN01P
087400          DECLARE PRF_CSR CURSOR FOR                              DEJRN01P
087500          SELECT DRW.DRW_TELLER,                                  DEJRN01P
087600                 DRW.DRW_DRAWER,                                  DEJRN01P
087700                 CHAR(DRW.DRW_BUS_DATE, ISO),                     DEJRN01P
087800                 DRW.DRW_CASH_IN,                                 DEJRN01P
087900                 DRW.DRW_CASH_OUT                                 DEJRN01P
088000          FROM BNKDRWR DRW                                        DEJRN01P
088100          WHERE DRW.DRW_BUS_DATE <= CURRENT DATE AND              DEJRN01P
088200                NOT EXISTS                                        DEJRN01P
088300                (SELECT 1                                         DEJRN01P
088400                 FROM BNKEJPF EJP                                 DEJRN01P
088500                 WHERE EJP.EJP_TELLER = DRW.DRW_TELLER AND        DEJRN01P
088600                       EJP.EJP_DRAWER = DRW.DRW_DRAWER AND        DEJRN01P
088700                       EJP.EJP_BUS_DATE = DRW.DRW_BUS_DATE)       DEJRN01P
088800          ORDER BY 3, 1, 2                                        DEJRN01P
088900          FOR FETCH ONLY                                          DEJRN01P
089000     END-EXEC.                                                    DEJRN01P
089100     EXEC SQL                                                     DEJRN01P
089200          OPEN PRF_CSR                                            DEJRN01P
089300     END-EXEC.                                                    DEJRN01P
089400     IF SQLCODE IS NOT EQUAL TO ZERO                              DEJRN01P
089500        MOVE 'Unable to open the drawer totals' TO CEJ1O-MSG      DEJRN01P
089600        GO TO NIGHTLY-RUN-EXIT                                    DEJRN01P
089700     END-IF.                                                      DEJRN01P
089800 PRF-LOOP.                                                        DEJRN01P
089900     EXEC SQL                                                     DEJRN01P
090000          FETCH PRF_CSR                                           DEJRN01P
090100          INTO :DCL-DRW-TELLER,                                   DEJRN01P
090200               :DCL-DRW-DRAWER,                                   DEJRN01P
090300               :DCL-DRW-DATE,                                     DEJRN01P
090400               :DCL-DRW-IN,                                       DEJRN01P
090500               :DCL-DRW-OUT                                       DEJRN01P
090600     END-EXEC.                                                    DEJRN01P
090700     IF SQLCODE IS EQUAL TO +100                                  DEJRN01P
090800        GO TO PRF-LOOP-EXIT                                       DEJRN01P
090900     END-IF.                                                      DEJRN01P
091000     IF SQLCODE IS NOT EQUAL TO ZERO                              DEJRN01P
091100        MOVE 'Unable to read the drawer totals' TO CEJ1O-MSG      DEJRN01P
091200        GO TO PRF-LOOP-EXIT                                       DEJRN01P
091300     END-IF.                                                      DEJRN01P
091400     PERFORM PROVE-DRAWER-DAY THRU                                DEJRN01P
091500             PROVE-DRAWER-DAY-EXIT.                               DEJRN01P
091600     IF CEJ1O-MSG IS NOT EQUAL TO SPACES                          DEJRN01P
091700        GO TO PRF-LOOP-EXIT                                       DEJRN01P
091800     END-IF.                                                      DEJRN01P
091900     GO TO PRF-LOOP.                                              DEJRN01P
092000 PRF-LOOP-EXIT.                                                   DEJRN01P
092100     EXEC SQL                                                     DEJRN01P
092200          CLOSE PRF_CSR                                           DEJRN01P
092300     END-EXEC.                                                    DEJRN01P
092400     IF CEJ1O-MSG IS NOT EQUAL TO SPACES                          DEJRN01P
092500        GO TO NIGHTLY-RUN-EXIT                                    DEJRN01P
092600     END-IF.                                                      DEJRN01P
092700     MOVE CEJ1O-DRAWERS TO WS-COUNT-DISP.                         DEJRN01P
092800     MOVE SPACES TO WS-CSV-LINE.                                  DEJRN01P
092900     STRING 'TOTAL,,,,,,DRAWERS,' WS-COUNT-DISP                   DEJRN01P
093000            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DEJRN01P
093100     PERFORM QUEUE-REPORT-LINE THRU                               DEJRN01P
093200             QUEUE-REPORT-LINE-EXIT.                              DEJRN01P
093300     MOVE CEJ1O-DIFFERENCES TO WS-COUNT-DISP.                     DEJRN01P
093400     MOVE SPACES TO WS-CSV-LINE.                                  DEJRN01P
093500     STRING 'TOTAL,,,,,,DIFFERENCES,' WS-COUNT-DISP               DEJRN01P
093600            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DEJRN01P
093700     PERFORM QUEUE-REPORT-LINE THRU                               DEJRN01P
093800             QUEUE-REPORT-LINE-EXIT.                              DEJRN01P
093900     INITIALIZE CD96-DATA.                                        DEJRN01P
094000     SET CD96I-CAPTURE-REPORT TO TRUE.                            DEJRN01P
094100     MOVE WS-PROGRAM-ID TO CD96I-JOB.                             DEJRN01P
094200     MOVE 'TELLER JOURNAL PROOF' TO CD96I-REPORT-NAME.            DEJRN01P
094300     MOVE 'CSVQ' TO CD96I-QUEUE.                                  DEJRN01P
094400     MOVE 999 TO CD96I-RETAIN-DAYS.                               DEJRN01P
094500 COPY CBANKX96.                                                   DEJRN01P
094600     SET CEJ1O-REQUEST-OK TO TRUE.                                DEJRN01P
094700     IF CEJ1O-DIFFERENCES IS GREATER THAN ZERO                    DEJRN01P
094800        MOVE 'Journal proof complete - differences reported'      DEJRN01P
094900          TO CEJ1O-MSG                                            DEJRN01P
095000     ELSE                                                         DEJRN01P
095100        MOVE 'Journal proof complete - all drawers agree'         DEJRN01P
095200          TO CEJ1O-MSG                                            DEJRN01P
095300     END-IF.                                                      DEJRN01P
095400 NIGHTLY-RUN-EXIT.                                                DEJRN01P
095500     EXIT.                                                        DEJRN01P
095600                                                                  DEJRN01P
095700***************************************************************** DEJRN01P
095800* One drawer day - journal against drawer totals, the latest    * DEJRN01P
095900* drawer proof's count, the BNKEJPF record and the report line  * DEJRN01P
096000***************************************************************** DEJRN01P
096100 PROVE-DRAWER-DAY.                                                DEJRN01P
096200     MOVE DCL-DRW-TELLER TO DCL-EJR-TELLER.                       DEJRN01P
096300     MOVE DCL-DRW-DRAWER TO DCL-EJR-DRAWER.                       DEJRN01P
096400     MOVE DCL-DRW-DATE TO DCL-EJR-DATE.                           DEJRN01P
096500     PERFORM JOURNAL-DRAWER-TOTALS THRU                           DEJRN01P
096600             JOURNAL-DRAWER-TOTALS-EXIT.                          DEJRN01P
096700     IF CEJ1O-MSG IS NOT EQUAL TO SPACES                          DEJRN01P
096800        GO TO PROVE-DRAWER-DAY-EXIT                               DEJRN01P
096900     END-IF.                                                      DEJRN01P
097000     COMPUTE DCL-EJP-DIFFERENCE =                                 DEJRN01P
097100             (DCL-DRW-IN - DCL-DRW-OUT) -                         DEJRN01P
097200             (DCL-JRN-IN - DCL-JRN-OUT).                          DEJRN01P
097300     MOVE ZEROES TO DCL-PRF-COUNTED.                              DEJRN01P
097400     SET DRAWER-DAY-PROVED TO TRUE.                               DEJRN01P
097500     EXEC SQL                                                     DEJRN01P
097600          SELECT EJR_AMOUNT                                       DEJRN01P
097700          INTO :DCL-PRF-COUNTED                                   DEJRN01P
097800          FROM BNKEJRN                                            DEJRN01P
097900          WHERE EJR_SEQ =                                         DEJRN01P
098000                (SELECT MAX(EJR_SEQ)                              DEJRN01P
098100                 FROM BNKEJRN                                     DEJRN01P
098200                 WHERE EJR_TELLER = :DCL-EJR-TELLER AND           DEJRN01P
098300                       EJR_DRAWER = :DCL-EJR-DRAWER AND           DEJRN01P
098400                       EJR_DATE = :DCL-EJR-DATE AND               DEJRN01P
098500                       EJR_ACTION = 'DP')                         DEJRN01P
098600     END-EXEC.                                                    DEJRN01P
098700     IF SQLCODE IS EQUAL TO +100                                  DEJRN01P
098800        SET DRAWER-DAY-NOT-PROVED TO TRUE                         DEJRN01P
098900     ELSE                                                         DEJRN01P
099000        IF SQLCODE IS NOT EQUAL TO ZERO                           DEJRN01P
099100           MOVE 'Unable to read the drawer proof' TO CEJ1O-MSG    DEJRN01P
099200           GO TO PROVE-DRAWER-DAY-EXIT                            DEJRN01P
099300        END-IF                                                    DEJRN01P
099400     END-IF.                                                      DEJRN01P
099500     ADD 1 TO CEJ1O-DRAWERS.                                      DEJRN01P
099600     IF DCL-EJP-DIFFERENCE IS NOT EQUAL TO ZERO                   DEJRN01P
099700        ADD 1 TO CEJ1O-DIFFERENCES                                DEJRN01P
099800        MOVE 'DIFFERENCE' TO DCL-EJP-STATUS                       DEJRN01P
099900     ELSE                                                         DEJRN01P
100000        IF DRAWER-DAY-NOT-PROVED                                  DEJRN01P
100100           MOVE 'NOT PROVED' TO DCL-EJP-STATUS                    DEJRN01P
100200        ELSE                                                      DEJRN01P
100300           MOVE 'AGREED' TO DCL-EJP-STATUS                        DEJRN01P
100400        END-IF                                                    DEJRN01P
100500     END-IF.                                                      DEJRN01P
100600     EXEC SQL                                                     DEJRN01P
100700          INSERT                                                  DEJRN01P
100800          INTO BNKEJPF (EJP_BUS_DATE,                             DEJRN01P
100900                        EJP_TELLER,                               DEJRN01P
101000                        EJP_DRAWER,                               DEJRN01P
101100                        EJP_JRN_IN,                               DEJRN01P
101200                        EJP_JRN_OUT,                              DEJRN01P
101300                        EJP_DRW_IN,                               DEJRN01P
101400                        EJP_DRW_OUT,                              DEJRN01P
101500                        EJP_DIFFERENCE,                           DEJRN01P
101600                        EJP_COUNTED,                              DEJRN01P
101700                        EJP_STATUS,                               DEJRN01P
101800                        EJP_PROVED_BY,                            DEJRN01P
101900                        EJP_TS)                                   DEJRN01P
102000          VALUES (:DCL-DRW-DATE,                                  DEJRN01P
102100                  :DCL-DRW-TELLER,                                DEJRN01P
102200                  :DCL-DRW-DRAWER,                                DEJRN01P
102300                  :DCL-JRN-IN,                                    DEJRN01P
102400                  :DCL-JRN-OUT,                                   DEJRN01P
102500                  :DCL-DRW-IN,                                    DEJRN01P
102600                  :DCL-DRW-OUT,                                   DEJRN01P
102700                  :DCL-EJP-DIFFERENCE,                            DEJRN01P
102800                  :DCL-PRF-COUNTED,                               DEJRN01P
102900                  :DCL-EJP-STATUS,                                DEJRN01P
103000                  :CEJ1I-USERID,                                  DEJRN01P
103100                  CURRENT TIMESTAMP)                              DEJRN01P
103200     END-EXEC.                                                    DEJRN01P
103300     IF SQLCODE IS NOT EQUAL TO ZERO                              DEJRN01P
103400        MOVE 'Unable to record the drawer journal proof'          DEJRN01P
103500          TO CEJ1O-MSG                                            DEJRN01P
103600        GO TO PROVE-DRAWER-DAY-EXIT                               DEJRN01P
103700     END-IF.                                                      DEJRN01P
103800     COMPUTE WS-JRN-NET-DISP = DCL-JRN-IN - DCL-JRN-OUT.          DEJRN01P
103900     COMPUTE WS-DRW-NET-DISP = DCL-DRW-IN - DCL-DRW-OUT.          DEJRN01P
104000     MOVE DCL-EJP-DIFFERENCE TO WS-DIFF-DISP.                     DEJRN01P
104100     MOVE DCL-PRF-COUNTED TO WS-AMOUNT-DISP.                      DEJRN01P
104200     MOVE SPACES TO WS-CSV-LINE.                                  DEJRN01P
104300     STRING DCL-DRW-DATE ',' DCL-DRW-TELLER ',' DCL-DRW-DRAWER    DEJRN01P
104400            ',' WS-JRN-NET-DISP ',' WS-DRW-NET-DISP               DEJRN01P
104500            ',' WS-DIFF-DISP ',' WS-AMOUNT-DISP                   DEJRN01P
104600            ',' DCL-EJP-STATUS                                    DEJRN01P
104700            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DEJRN01P
104800     PERFORM QUEUE-REPORT-LINE THRU                               DEJRN01P
104900             QUEUE-REPORT-LINE-EXIT.                              DEJRN01P
105000 PROVE-DRAWER-DAY-EXIT.                                           DEJRN01P
105100     EXIT.                                                        DEJRN01P
105200                                                                  DEJRN01P
105300***************************************************************** DEJRN01P
105400* Hand the built line to the extract queue                      * DEJRN01P
105500***************************************************************** DEJRN01P
105600 QUEUE-REPORT-LINE.                                               DEJRN01P
105700 COPY CCSVWRQ.                                                    DEJRN01P
105800 QUEUE-REPORT-LINE-EXIT.                                          DEJRN01P
105900     EXIT.                                                        DEJRN01P
