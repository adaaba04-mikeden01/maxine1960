000100***************************************************************** DIBRC01P
000200*                                                               * DIBRC01P
000300*  Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.    * DIBRC01P
000400*  This demonstration program is provided for use by users      * DIBRC01P
000500*  of Micro Focus products and may be used, modified and        * DIBRC01P
000600*  distributed as part of your application provided that        * DIBRC01P
000700*  you properly acknowledge the copyright of Micro Focus        * DIBRC01P
000800*  in this material.                                            * DIBRC01P
000900*                                                               * DIBRC01P
001000***************************************************************** DIBRC01P
001100                                                                  DIBRC01P
001200***************************************************************** DIBRC01P
001300* Program:     DIBRC01P.CBL                                     * DIBRC01P
001400* Function:    Inter-branch reconciliation - proves each night  * DIBRC01P
001500*              that for every pair of branches what one side    * DIBRC01P
001600*              holds as due to the other equals what the other  * DIBRC01P
001700*              holds as due from it, and that every branch's    * DIBRC01P
001800*              due-to and due-from ledger balances agree with   * DIBRC01P
001900*              the register the GL sweep keeps of them. Breaks  * DIBRC01P
002000*              are reported and raised on the suspense register.* DIBRC01P
002100*              At month end each proved pair is netted through  * DIBRC01P
002200*              settlement and its register rows marked settled  * DIBRC01P
002300*              SQL version                                      * DIBRC01P
002400***************************************************************** DIBRC01P
002500                                                                  DIBRC01P
002600 IDENTIFICATION DIVISION.                                         DIBRC01P
002700 PROGRAM-ID.                                                      DIBRC01P
002800     DIBRC01P.                                                    DIBRC01P
002900 DATE-WRITTEN.                                                    DIBRC01P
003000     October 2026.                                                DIBRC01P
003100 DATE-COMPILED.                                                   DIBRC01P
003200     Today.                                                       DIBRC01P
003300                                                                  DIBRC01P
003400 ENVIRONMENT DIVISION.                                            DIBRC01P
003500                                                                  DIBRC01P
003600 DATA DIVISION.                                                   DIBRC01P
003700                                                                  DIBRC01P
003800 WORKING-STORAGE SECTION.                                         DIBRC01P
003900 01  WS-MISC-STORAGE.                                             DIBRC01P
004000   05  WS-PROGRAM-ID                         PIC X(8)             DIBRC01P
004100       VALUE 'DIBRC01P'.                                          DIBRC01P
004200   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DIBRC01P
004300   05  WS-AMOUNT-1-DISP                      PIC -(10)9.99.       DIBRC01P
004400   05  WS-AMOUNT-2-DISP                      PIC -(10)9.99.       DIBRC01P
004500   05  WS-AMOUNT-3-DISP                      PIC -(10)9.99.       DIBRC01P
004600   05  WS-AMOUNT-4-DISP                      PIC -(10)9.99.       DIBRC01P
004700   05  WS-REPORT-NAME.                                            DIBRC01P
004800     10  FILLER                              PIC X(9)             DIBRC01P
004900         VALUE 'IB RECON '.                                       DIBRC01P
005000     10  WS-REPORT-DATE                      PIC X(10).           DIBRC01P
005100     10  FILLER                              PIC X(1)             DIBRC01P
005200         VALUE SPACES.                                            DIBRC01P
005300***************************************************************** DIBRC01P
005400* The GL lines the inter-branch positions are carried on, and   * DIBRC01P
005500* the line each net settlement passes through                   * DIBRC01P
005600***************************************************************** DIBRC01P
005700   05  WS-IB-DUE-FROM-ACCT                   PIC X(6)             DIBRC01P
005800       VALUE '150100'.                                            DIBRC01P
005900   05  WS-IB-DUE-TO-ACCT                     PIC X(6)             DIBRC01P
006000       VALUE '250100'.                                            DIBRC01P
006100   05  WS-SETTLEMENT-ACCT                    PIC X(6)             DIBRC01P
006200       VALUE '200200'.                                            DIBRC01P
006300                                                                  DIBRC01P
006400 01  WS-CSV-DATA.                                                 DIBRC01P
006500 COPY CCSVD.                                                      DIBRC01P
006600                                                                  DIBRC01P
006700 01  WS-96-COMMAREA.                                              DIBRC01P
006800 COPY CBANKD96.                                                   DIBRC01P
006900                                                                  DIBRC01P
007000   EXEC SQL                                                       DIBRC01P
007100        BEGIN DECLARE SECTION                                     DIBRC01P
007200   END-EXEC.                                                      DIBRC01P
007300 01  WS-COMMAREA.                                                 DIBRC01P
007400     EXEC SQL                                                     DIBRC01P
007500          INCLUDE CIBRCD01                                        DIBRC01P
007600     END-EXEC.                                                    DIBRC01P
007700 01  WS-98-COMMAREA.                                              DIBRC01P
007800     EXEC SQL                                                     DIBRC01P
007900          INCLUDE CBANKD98                                        DIBRC01P
008000     END-EXEC.                                                    DIBRC01P
008100 01  DCL-IBR-AREAS.                                               DIBRC01P
008200*        One pair of branches, the lower-keyed first - what the   DIBRC01P
008300*        lower owes the higher and the higher is owed by it, and  DIBRC01P
008400*        the other way about                                      DIBRC01P
008500   05  DCL-IBR-LO-BRANCH                     PIC X(4).            DIBRC01P
008600   05  DCL-IBR-HI-BRANCH                     PIC X(4).            DIBRC01P
008700   05  DCL-IBR-LO-DUE-TO                     PIC S9(13)V99 COMP-3.DIBRC01P
008800   05  DCL-IBR-HI-DUE-FROM                   PIC S9(13)V99 COMP-3.DIBRC01P
008900   05  DCL-IBR-HI-DUE-TO                     PIC S9(13)V99 COMP-3.DIBRC01P
009000   05  DCL-IBR-LO-DUE-FROM                   PIC S9(13)V99 COMP-3.DIBRC01P
009100*        One branch's ledger balances against its open register   DIBRC01P
009200   05  DCL-LED-BRANCH                        PIC X(4).            DIBRC01P
009300   05  DCL-LED-DUE-TO                        PIC S9(13)V99 COMP-3.DIBRC01P
009400   05  DCL-LED-DUE-FROM                      PIC S9(13)V99 COMP-3.DIBRC01P
009500   05  DCL-REG-DUE-TO                        PIC S9(13)V99 COMP-3.DIBRC01P
009600   05  DCL-REG-DUE-FROM                      PIC S9(13)V99 COMP-3.DIBRC01P
009700   05  DCL-SUS-ID                            PIC S9(7) COMP-3.    DIBRC01P
009800   05  DCL-SUS-REF                           PIC X(12).           DIBRC01P
009900   05  DCL-SUS-AMOUNT                        PIC S9(13)V99 COMP-3.DIBRC01P
010000   05  DCL-ROW-COUNT                         PIC S9(9) COMP-3.    DIBRC01P
010100 01  WS-IBR-AREAS.                                                DIBRC01P
010200   05  WS-BUSINESS-DATE                      PIC X(10).           DIBRC01P
010300   05  WS-RUN-TS                             PIC X(26).           DIBRC01P
010400   05  WS-NETTING                            PIC X(1).            DIBRC01P
010500     88  WS-NETTING-DUE                      VALUE 'Y'.           DIBRC01P
010600   05  WS-GL-ACCT                            PIC X(6).            DIBRC01P
010700   05  WS-GL-BRANCH                          PIC X(4).            DIBRC01P
010800   05  WS-GL-DEBIT                           PIC S9(13)V99 COMP-3.DIBRC01P
010900   05  WS-GL-CREDIT                          PIC S9(13)V99 COMP-3.DIBRC01P
011000   05  WS-NET-AMOUNT                         PIC S9(13)V99 COMP-3.DIBRC01P
011100   05  WS-PAIR-STATUS                        PIC X(7).            DIBRC01P
011200   05  WS-LEDGER-STATUS                      PIC X(7).            DIBRC01P
011300                                                                  DIBRC01P
011400     EXEC SQL                                                     DIBRC01P
011500          INCLUDE SQLCA                                           DIBRC01P
011600     END-EXEC.                                                    DIBRC01P
011700                                                                  DIBRC01P
011800 COPY CABENDD.                                                    DIBRC01P
011900   EXEC SQL                                                       DIBRC01P
012000        END DECLARE SECTION                                       DIBRC01P
012100   END-EXEC.                                                      DIBRC01P
012200                                                                  DIBRC01P
012300 LINKAGE SECTION.                                                 DIBRC01P
012400 01  DFHCOMMAREA.                                                 DIBRC01P
012500   05  LK-COMMAREA                           PIC X(1)             DIBRC01P
012600       OCCURS 1 TO 6144 TIMES                                     DIBRC01P
012700         DEPENDING ON WS-COMMAREA-LENGTH.                         DIBRC01P
012800                                                                  DIBRC01P
012900 COPY CENTRY.                                                     DIBRC01P
013000***************************************************************** DIBRC01P
013100* Move the passed area to our area                              * DIBRC01P
013200***************************************************************** DIBRC01P
013300     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DIBRC01P
013400     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DIBRC01P
013500                                                                  DIBRC01P
013600***************************************************************** DIBRC01P
013700* Initialize our output area                                    * DIBRC01P
013800***************************************************************** DIBRC01P
013900     INITIALIZE CIB1O-DATA.                                       DIBRC01P
014000     SET CIB1O-REQUEST-FAIL TO TRUE.                              DIBRC01P
014100                                                                  DIBRC01P
014200     INITIALIZE CD98-DATA.                                        DIBRC01P
014300     SET CD98I-READ-BUSINESS-DATE TO TRUE.                        DIBRC01P
014400 COPY CBANKX98.                                                   DIBRC01P
014500     IF NOT CD98O-REQUEST-OK                                      DIBRC01P
014600        MOVE CD98O-MSG TO CIB1O-MSG                               DIBRC01P
014700        GO TO DIBRC01P-EXIT                                       DIBRC01P
014800     END-IF.                                                      DIBRC01P
014900     MOVE CD98O-DATE TO WS-BUSINESS-DATE.                         DIBRC01P
015000                                                                  DIBRC01P
015100     EVALUATE TRUE                                                DIBRC01P
015200       WHEN CIB1I-DAILY-RECON                                     DIBRC01P
015300         PERFORM RECONCILE THRU                                   DIBRC01P
015400                 RECONCILE-EXIT                                   DIBRC01P
015500       WHEN CIB1I-NET-SETTLE                                      DIBRC01P
015600         PERFORM RECONCILE THRU                                   DIBRC01P
015700                 RECONCILE-EXIT                                   DIBRC01P
015800       WHEN OTHER                                                 DIBRC01P
015900         MOVE 'Unknown inter-branch function requested'           DIBRC01P
016000           TO CIB1O-MSG                                           DIBRC01P
016100     END-EVALUATE.                                                DIBRC01P
016200                                                                  DIBRC01P
016300 DIBRC01P-EXIT.                                                   DIBRC01P
016400***************************************************************** DIBRC01P
016500* Move the result back to the callers area                      * DIBRC01P
016600***************************************************************** DIBRC01P
016700     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DIBRC01P
016800                                                                  DIBRC01P
016900***************************************************************** DIBRC01P
017000* Return to our caller                                          * DIBRC01P
017100***************************************************************** DIBRC01P
017200 COPY CRETURN.                                                    DIBRC01P
017300                                                                  DIBRC01P
017400***************************************************************** DIBRC01P
017500* The reconciliation. The pairs are proved first, and netted    * DIBRC01P
017600* when the month ends with the next business day or when net    * DIBRC01P
017700* settle is asked for - a pair that does not prove is never     * DIBRC01P
017800* netted. The ledger is then proved branch by branch against    * DIBRC01P
017900* what remains open on the register                             * DIBRC01P
018000***************************************************************** DIBRC01P
018100 RECONCILE.                                                       DIBRC01P
018200     EXEC SQL                                                     DIBRC01P
018300          SET :WS-RUN-TS = CURRENT TIMESTAMP                      DIBRC01P
018400     END-EXEC.                                                    DIBRC01P
018500     MOVE 'N' TO WS-NETTING.                                      DIBRC01P
018600     IF CIB1I-NET-SETTLE                                          DIBRC01P
018700        MOVE 'Y' TO WS-NETTING                                    DIBRC01P
018800     ELSE                                                         DIBRC01P
018900        INITIALIZE CD98-DATA                                      DIBRC01P
019000        SET CD98I-NEXT-BUSINESS-DAY TO TRUE                       DIBRC01P
019100        MOVE WS-BUSINESS-DATE TO CD98I-DATE                       DIBRC01P
019200 COPY CBANKX98.                                                   DIBRC01P
019300        IF NOT CD98O-REQUEST-OK                                   DIBRC01P
019400           MOVE CD98O-MSG TO CIB1O-MSG                            DIBRC01P
019500           GO TO RECONCILE-EXIT                                   DIBRC01P
019600        END-IF                                                    DIBRC01P
019700        IF CD98O-DATE (1:7) IS NOT EQUAL TO WS-BUSINESS-DATE (1:7)DIBRC01P
019800           MOVE 'Y' TO WS-NETTING                                 DIBRC01P
019900        END-IF                                                    DIBRC01P
020000     END-IF.                                                      DIBRC01P
020100     MOVE SPACES TO WS-CSV-LINE.                                  DIBRC01P
020200     STRING 'INTER-BRANCH RECONCILIATION,' WS-BUSINESS-DATE       DIBRC01P
020300            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DIBRC01P
020400     PERFORM QUEUE-REPORT-LINE THRU                               DIBRC01P
020500             QUEUE-REPORT-LINE-EXIT.                              DIBRC01P
020600     PERFORM PROVE-PAIRS THRU                                     DIBRC01P
020700             PROVE-PAIRS-EXIT.                                    DIBRC01P
020800     IF CIB1O-MSG IS NOT EQUAL TO SPACES                          DIBRC01P
020900        GO TO RECONCILE-EXIT                                      DIBRC01P
021000     END-IF.                                                      DIBRC01P
021100     PERFORM PROVE-LEDGER THRU                                    DIBRC01P
021200             PROVE-LEDGER-EXIT.                                   DIBRC01P
021300     IF CIB1O-MSG IS NOT EQUAL TO SPACES                          DIBRC01P
021400        GO TO RECONCILE-EXIT                                      DIBRC01P
021500     END-IF.                                                      DIBRC01P
021600     INITIALIZE CD96-DATA.                                        DIBRC01P
021700     SET CD96I-CAPTURE-REPORT TO TRUE.                            DIBRC01P
021800     MOVE WS-PROGRAM-ID TO CD96I-JOB.                             DIBRC01P
021900     MOVE WS-BUSINESS-DATE TO WS-REPORT-DATE.                     DIBRC01P
022000     MOVE WS-REPORT-NAME TO CD96I-REPORT-NAME.                    DIBRC01P
022100     MOVE 'CSVQ' TO CD96I-QUEUE.                                  DIBRC01P
022200     MOVE 90 TO CD96I-RETAIN-DAYS.                                DIBRC01P
022300 COPY CBANKX96.                                                   DIBRC01P
022400     IF NOT CD96O-REQUEST-OK                                      DIBRC01P
022500        MOVE CD96O-MSG TO CIB1O-MSG                               DIBRC01P
022600        GO TO RECONCILE-EXIT                                      DIBRC01P
022700     END-IF.                                                      DIBRC01P
022800     SET CIB1O-REQUEST-OK TO TRUE.                                DIBRC01P
022900     IF CIB1O-PAIR-BREAKS IS EQUAL TO ZERO AND                    DIBRC01P
023000        CIB1O-LEDGER-BREAKS IS EQUAL TO ZERO                      DIBRC01P
023100        MOVE 'Inter-branch positions reconciled' TO CIB1O-MSG     DIBRC01P
023200     ELSE                                                         DIBRC01P
023300        MOVE 'Inter-branch breaks raised to suspense - see report'DIBRC01P
023400          TO CIB1O-MSG                                            DIBRC01P
023500     END-IF.                                                      DIBRC01P
023600 RECONCILE-EXIT.                                                  DIBRC01P
023700     EXIT.                                                        DIBRC01P
023800                                                                  DIBRC01P
023900***************************************************************** DIBRC01P
024000* Every pair of branches with open register rows. The branch    * DIBRC01P
024100* that owes books a due-to (T) against the branch it owes, and  * DIBRC01P
024200* the branch that is owed a due-from (F) against the branch     * DIBRC01P
024300* that owes it, so the lower branch's due-to must equal the     * DIBRC01P
024400* higher's due-from, and the higher's due-to the lower's        * DIBRC01P
024500* due-from                                                      * DIBRC01P
024600***************************************************************** DIBRC01P
024700 PROVE-PAIRS.                                                     DIBRC01P
024800     MOVE SPACES TO WS-CSV-LINE.                                  DIBRC01P
024900     STRING 'PAIR,BRANCH,COUNTER,DUE TO,COUNTER DUE FROM,'        DIBRC01P
025000            'DUE FROM,COUNTER DUE TO,STATUS'                      DIBRC01P
025100            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DIBRC01P
025200     PERFORM QUEUE-REPORT-LINE THRU                               DIBRC01P
025300             QUEUE-REPORT-LINE-EXIT.                              DIBRC01P
025400     EXEC SQL                                                     DIBRC01P
025500          DECLARE IBR_CSR CURSOR FOR                              DIBRC01P
025600          SELECT CASE WHEN IBT_BRANCH < IBT_COUNTER_BRANCH        DIBRC01P
025700                      THEN IBT_BRANCH                             DIBRC01P
025800                      ELSE IBT_COUNTER_BRANCH                     DIBRC01P
025900                 END,                                             DIBRC01P
026000                 CASE WHEN IBT_BRANCH < IBT_COUNTER_BRANCH        DIBRC01P
026100                      THEN IBT_COUNTER_BRANCH                     DIBRC01P
026200                      ELSE IBT_BRANCH                             DIBRC01P
026300                 END,                                             DIBRC01P
026400                 VALUE(SUM(CASE WHEN IBT_SIDE = 'T' AND           DIBRC01P
026500                                     IBT_BRANCH <                 DIBRC01P
026600                                     IBT_COUNTER_BRANCH           DIBRC01P
026700                                THEN IBT_AMOUNT                   DIBRC01P
026800                                ELSE 0                            DIBRC01P
026900                           END), 0),                              DIBRC01P
027000                 VALUE(SUM(CASE WHEN IBT_SIDE = 'F' AND           DIBRC01P
027100                                     IBT_BRANCH >                 DIBRC01P
027200                                     IBT_COUNTER_BRANCH           DIBRC01P
027300                                THEN IBT_AMOUNT                   DIBRC01P
027400                                ELSE 0                            DIBRC01P
027500                           END), 0),                              DIBRC01P
027600                 VALUE(SUM(CASE WHEN IBT_SIDE = 'T' AND           DIBRC01P
027700                                     IBT_BRANCH >                 DIBRC01P
027800                                     IBT_COUNTER_BRANCH           DIBRC01P
027900                                THEN IBT_AMOUNT                   DIBRC01P
028000                                ELSE 0                            DIBRC01P
028100                           END), 0),                              DIBRC01P
028200                 VALUE(SUM(CASE WHEN IBT_SIDE = 'F' AND           DIBRC01P
028300                                     IBT_BRANCH <                 DIBRC01P
028400                                     IBT_COUNTER_BRANCH           DIBRC01P
028500                                THEN IBT_AMOUNT                   DIBRC01P
028600                                ELSE 0                            DIBRC01P
028700                           END), 0)                               DIBRC01P
028800          FROM BNKIBRT                                            DIBRC01P
028900          WHERE IBT_STATUS = 'O'                                  DIBRC01P
029000          GROUP BY CASE WHEN IBT_BRANCH < IBT_COUNTER_BRANCH      DIBRC01P
029100                        THEN IBT_BRANCH                           DIBRC01P
029200                        ELSE IBT_COUNTER_BRANCH                   DIBRC01P
029300                   END,                                           DIBRC01P
029400                   CASE WHEN IBT_BRANCH < IBT_COUNTER_BRANCH      DIBRC01P
029500                        THEN IBT_COUNTER_BRANCH                   DIBRC01P
029600                        ELSE IBT_BRANCH                           DIBRC01P
029700                   END                                            DIBRC01P
029800          ORDER BY 1, 2                                           DIBRC01P
029900          FOR FETCH ONLY                                          DIBRC01P
030000     END-EXEC.                                                    DIBRC01P
030100     EXEC SQL                                                     DIBRC01P
030200          OPEN IBR_CSR                                            DIBRC01P
030300     END-EXEC.                                                    DIBRC01P
030400     IF SQLCODE IS NOT EQUAL TO ZERO                              DIBRC01P
030500        MOVE 'Unable to open the inter-branch register'           DIBRC01P
030600          TO CIB1O-MSG                                            DIBRC01P
030700        GO TO PROVE-PAIRS-EXIT                                    DIBRC01P
030800     END-IF.                                                      DIBRC01P
030900 IBR-LOOP.                                                        DIBRC01P
031000     EXEC SQL                                                     DIBRC01P
031100          FETCH IBR_CSR                                           DIBRC01P
031200          INTO :DCL-IBR-LO-BRANCH,                                DIBRC01P
031300               :DCL-IBR-HI-BRANCH,                                DIBRC01P
031400               :DCL-IBR-LO-DUE-TO,                                DIBRC01P
031500               :DCL-IBR-HI-DUE-FROM,                              DIBRC01P
031600               :DCL-IBR-HI-DUE-TO,                                DIBRC01P
031700               :DCL-IBR-LO-DUE-FROM                               DIBRC01P
031800     END-EXEC.                                                    DIBRC01P
031900     IF SQLCODE IS EQUAL TO +100                                  DIBRC01P
032000        GO TO IBR-LOOP-EXIT                                       DIBRC01P
032100     END-IF.                                                      DIBRC01P
032200     IF SQLCODE IS NOT EQUAL TO ZERO                              DIBRC01P
032300        MOVE 'Unable to read the inter-branch register'           DIBRC01P
032400          TO CIB1O-MSG                                            DIBRC01P
032500        GO TO IBR-LOOP-EXIT                                       DIBRC01P
032600     END-IF.                                                      DIBRC01P
032700     ADD 1 TO CIB1O-PAIRS.                                        DIBRC01P
032800     IF DCL-IBR-LO-DUE-TO IS EQUAL TO DCL-IBR-HI-DUE-FROM AND     DIBRC01P
032900        DCL-IBR-HI-DUE-TO IS EQUAL TO DCL-IBR-LO-DUE-FROM         DIBRC01P
033000        MOVE 'PROVED' TO WS-PAIR-STATUS                           DIBRC01P
033100        IF WS-NETTING-DUE                                         DIBRC01P
033200           PERFORM SETTLE-PAIR THRU                               DIBRC01P
033300                   SETTLE-PAIR-EXIT                               DIBRC01P
033400        END-IF                                                    DIBRC01P
033500     ELSE                                                         DIBRC01P
033600        MOVE 'BREAK' TO WS-PAIR-STATUS                            DIBRC01P
033700        ADD 1 TO CIB1O-PAIR-BREAKS                                DIBRC01P
033800        PERFORM RAISE-PAIR-BREAK THRU                             DIBRC01P
033900                RAISE-PAIR-BREAK-EXIT                             DIBRC01P
034000     END-IF.                                                      DIBRC01P
034100     IF CIB1O-MSG IS NOT EQUAL TO SPACES                          DIBRC01P
034200        GO TO IBR-LOOP-EXIT                                       DIBRC01P
034300     END-IF.                                                      DIBRC01P
034400     MOVE DCL-IBR-LO-DUE-TO TO WS-AMOUNT-1-DISP.                  DIBRC01P
034500     MOVE DCL-IBR-HI-DUE-FROM TO WS-AMOUNT-2-DISP.                DIBRC01P
034600     MOVE DCL-IBR-LO-DUE-FROM TO WS-AMOUNT-3-DISP.                DIBRC01P
034700     MOVE DCL-IBR-HI-DUE-TO TO WS-AMOUNT-4-DISP.                  DIBRC01P
034800     MOVE SPACES TO WS-CSV-LINE.                                  DIBRC01P
034900     STRING 'PAIR,' DCL-IBR-LO-BRANCH ',' DCL-IBR-HI-BRANCH ','   DIBRC01P
035000            WS-AMOUNT-1-DISP ',' WS-AMOUNT-2-DISP ','             DIBRC01P
035100            WS-AMOUNT-3-DISP ',' WS-AMOUNT-4-DISP ','             DIBRC01P
035200            WS-PAIR-STATUS                                        DIBRC01P
035300            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DIBRC01P
035400     PERFORM QUEUE-REPORT-LINE THRU                               DIBRC01P
035500             QUEUE-REPORT-LINE-EXIT.                              DIBRC01P
035600     GO TO IBR-LOOP.                                              DIBRC01P
035700 IBR-LOOP-EXIT.                                                   DIBRC01P
035800     EXEC SQL                                                     DIBRC01P
035900          CLOSE IBR_CSR                                           DIBRC01P
036000     END-EXEC.                                                    DIBRC01P
036100 PROVE-PAIRS-EXIT.                                                DIBRC01P
036200     EXIT.                                                        DIBRC01P
036300                                                                  DIBRC01P
036400***************************************************************** DIBRC01P
036500* Net a proved pair. Each branch's due-to and due-from with the * DIBRC01P
036600* other are taken off the ledger and the difference between     * DIBRC01P
036700* them passes through settlement, the lower branch paying       * DIBRC01P
036800* away what it owes on the net and the higher receiving it.     * DIBRC01P
036900* The pair's open register rows are then marked settled         * DIBRC01P
037000***************************************************************** DIBRC01P
037100 SETTLE-PAIR.                                                     DIBRC01P
037200     COMPUTE WS-NET-AMOUNT = DCL-IBR-LO-DUE-TO -                  DIBRC01P
037300                             DCL-IBR-LO-DUE-FROM.                 DIBRC01P
037400     MOVE DCL-IBR-LO-BRANCH TO WS-GL-BRANCH.                      DIBRC01P
037500     MOVE WS-IB-DUE-TO-ACCT TO WS-GL-ACCT.                        DIBRC01P
037600     MOVE DCL-IBR-LO-DUE-TO TO WS-GL-DEBIT.                       DIBRC01P
037700     MOVE ZEROES TO WS-GL-CREDIT.                                 DIBRC01P
037800     PERFORM WRITE-GL-POSTING THRU                                DIBRC01P
037900             WRITE-GL-POSTING-EXIT.                               DIBRC01P
038000     MOVE WS-IB-DUE-FROM-ACCT TO WS-GL-ACCT.                      DIBRC01P
038100     MOVE ZEROES TO WS-GL-DEBIT.                                  DIBRC01P
038200     MOVE DCL-IBR-LO-DUE-FROM TO WS-GL-CREDIT.                    DIBRC01P
038300     PERFORM WRITE-GL-POSTING THRU                                DIBRC01P
038400             WRITE-GL-POSTING-EXIT.                               DIBRC01P
038500     PERFORM POST-NET-SETTLEMENT THRU                             DIBRC01P
038600             POST-NET-SETTLEMENT-EXIT.                            DIBRC01P
038700     COMPUTE WS-NET-AMOUNT = 0 - WS-NET-AMOUNT.                   DIBRC01P
038800     MOVE DCL-IBR-HI-BRANCH TO WS-GL-BRANCH.                      DIBRC01P
038900     MOVE WS-IB-DUE-TO-ACCT TO WS-GL-ACCT.                        DIBRC01P
039000     MOVE DCL-IBR-HI-DUE-TO TO WS-GL-DEBIT.                       DIBRC01P
039100     MOVE ZEROES TO WS-GL-CREDIT.                                 DIBRC01P
039200     PERFORM WRITE-GL-POSTING THRU                                DIBRC01P
039300             WRITE-GL-POSTING-EXIT.                               DIBRC01P
039400     MOVE WS-IB-DUE-FROM-ACCT TO WS-GL-ACCT.                      DIBRC01P
039500     MOVE ZEROES TO WS-GL-DEBIT.                                  DIBRC01P
039600     MOVE DCL-IBR-HI-DUE-FROM TO WS-GL-CREDIT.                    DIBRC01P
039700     PERFORM WRITE-GL-POSTING THRU                                DIBRC01P
039800             WRITE-GL-POSTING-EXIT.                               DIBRC01P
039900     PERFORM POST-NET-SETTLEMENT THRU                             DIBRC01P
040000             POST-NET-SETTLEMENT-EXIT.                            DIBRC01P
040100     IF CIB1O-MSG IS NOT EQUAL TO SPACES                          DIBRC01P
040200        GO TO SETTLE-PAIR-EXIT                                    DIBRC01P
040300     END-IF.                                                      DIBRC01P
040400     EXEC SQL                                                     DIBRC01P
040500          UPDATE BNKIBRT                                          DIBRC01P
040600          SET IBT_STATUS = 'S',                                   DIBRC01P
040700              IBT_SETTLED_DATE = :WS-BUSINESS-DATE                DIBRC01P
040800          WHERE IBT_STATUS = 'O' AND                              DIBRC01P
040900                ((IBT_BRANCH = :DCL-IBR-LO-BRANCH AND             DIBRC01P
041000                  IBT_COUNTER_BRANCH = :DCL-IBR-HI-BRANCH) OR     DIBRC01P
041100                 (IBT_BRANCH = :DCL-IBR-HI-BRANCH AND             DIBRC01P
041200                  IBT_COUNTER_BRANCH = :DCL-IBR-LO-BRANCH))       DIBRC01P
041300     END-EXEC.                                                    DIBRC01P
041400     IF SQLCODE IS NOT EQUAL TO ZERO                              DIBRC01P
041500        MOVE 'Unable to mark an inter-branch pair settled'        DIBRC01P
041600          TO CIB1O-MSG                                            DIBRC01P
041700        GO TO SETTLE-PAIR-EXIT                                    DIBRC01P
041800     END-IF.                                                      DIBRC01P
041900     MOVE 'SETTLED' TO WS-PAIR-STATUS.                            DIBRC01P
042000     ADD 1 TO CIB1O-PAIRS-SETTLED.                                DIBRC01P
042100 SETTLE-PAIR-EXIT.                                                DIBRC01P
042200     EXIT.                                                        DIBRC01P
042300                                                                  DIBRC01P
042400***************************************************************** DIBRC01P
042500* The branch's net position goes through settlement - paid away * DIBRC01P
042600* when it owed more than it was owed, received when less        * DIBRC01P
042700***************************************************************** DIBRC01P
042800 POST-NET-SETTLEMENT.                                             DIBRC01P
042900     MOVE WS-SETTLEMENT-ACCT TO WS-GL-ACCT.                       DIBRC01P
043000     IF WS-NET-AMOUNT IS LESS THAN ZERO                           DIBRC01P
043100        COMPUTE WS-GL-DEBIT = 0 - WS-NET-AMOUNT                   DIBRC01P
043200        MOVE ZEROES TO WS-GL-CREDIT                               DIBRC01P
043300     ELSE                                                         DIBRC01P
043400        MOVE ZEROES TO WS-GL-DEBIT                                DIBRC01P
043500        MOVE WS-NET-AMOUNT TO WS-GL-CREDIT                        DIBRC01P
043600     END-IF.                                                      DIBRC01P
043700     PERFORM WRITE-GL-POSTING THRU                                DIBRC01P
043800             WRITE-GL-POSTING-EXIT.                               DIBRC01P
043900 POST-NET-SETTLEMENT-EXIT.                                        DIBRC01P
044000     EXIT.                                                        DIBRC01P
044100                                                                  DIBRC01P
044200***************************************************************** DIBRC01P
044300* One ledger line of a settlement, passed over when it is nil   * DIBRC01P
044400* or when an earlier line of the pair has already failed        * DIBRC01P
044500***************************************************************** DIBRC01P
044600 WRITE-GL-POSTING.                                                DIBRC01P
044700     IF CIB1O-MSG IS NOT EQUAL TO SPACES                          DIBRC01P
044800        GO TO WRITE-GL-POSTING-EXIT                               DIBRC01P
044900     END-IF.                                                      DIBRC01P
045000     IF WS-GL-DEBIT IS EQUAL TO ZERO AND                          DIBRC01P
045100        WS-GL-CREDIT IS EQUAL TO ZERO                             DIBRC01P
045200        GO TO WRITE-GL-POSTING-EXIT                               DIBRC01P
045300     END-IF.                                                      DIBRC01P
045400     EXEC SQL                                                     DIBRC01P
045500          INSERT                                                  DIBRC01P
045600          INTO BNKGLPST (GLP_GL_ACCT,                             DIBRC01P
045700                         GLP_PID,                                 DIBRC01P
045800                         GLP_ACCNO,                               DIBRC01P
045900                         GLP_TXN_TIMESTAMP,                       DIBRC01P
046000                         GLP_DEBIT,                               DIBRC01P
046100                         GLP_CREDIT,                              DIBRC01P
046200                         GLP_POST_DATE,                           DIBRC01P
046300                         GLP_BRANCH,                              DIBRC01P
046400                         GLP_REDIRECTED)                          DIBRC01P
046500          VALUES (:WS-GL-ACCT,                                    DIBRC01P
046600                  ' ',                                            DIBRC01P
046700                  ' ',                                            DIBRC01P
046800                  :WS-RUN-TS,                                     DIBRC01P
046900                  :WS-GL-DEBIT,                                   DIBRC01P
047000                  :WS-GL-CREDIT,                                  DIBRC01P
047100                  :WS-BUSINESS-DATE,                              DIBRC01P
047200                  :WS-GL-BRANCH,                                  DIBRC01P
047300                  ' ')                                            DIBRC01P
047400     END-EXEC.                                                    DIBRC01P
047500     IF SQLCODE IS NOT EQUAL TO ZERO                              DIBRC01P
047600        MOVE 'Unable to post an inter-branch settlement'          DIBRC01P
047700          TO CIB1O-MSG                                            DIBRC01P
047800     END-IF.                                                      DIBRC01P
047900 WRITE-GL-POSTING-EXIT.                                           DIBRC01P
048000     EXIT.                                                        DIBRC01P
048100                                                                  DIBRC01P
048200***************************************************************** DIBRC01P
048300* A pair that does not prove goes to the suspense register for  * DIBRC01P
048400* the back office to investigate, for the larger of its two     * DIBRC01P
048500* differences. A break already open for the pair is not raised  * DIBRC01P
048600* a second time                                                 * DIBRC01P
048700***************************************************************** DIBRC01P
048800 RAISE-PAIR-BREAK.                                                DIBRC01P
048900     COMPUTE DCL-SUS-AMOUNT = DCL-IBR-LO-DUE-TO -                 DIBRC01P
049000                              DCL-IBR-HI-DUE-FROM.                DIBRC01P
049100     IF DCL-SUS-AMOUNT IS LESS THAN ZERO                          DIBRC01P
049200        COMPUTE DCL-SUS-AMOUNT = 0 - DCL-SUS-AMOUNT               DIBRC01P
049300     END-IF.                                                      DIBRC01P
049400     COMPUTE WS-NET-AMOUNT = DCL-IBR-HI-DUE-TO -                  DIBRC01P
049500                             DCL-IBR-LO-DUE-FROM.                 DIBRC01P
049600     IF WS-NET-AMOUNT IS LESS THAN ZERO                           DIBRC01P
049700        COMPUTE WS-NET-AMOUNT = 0 - WS-NET-AMOUNT                 DIBRC01P
049800     END-IF.                                                      DIBRC01P
049900     IF WS-NET-AMOUNT IS GREATER THAN DCL-SUS-AMOUNT              DIBRC01P
050000        MOVE WS-NET-AMOUNT TO DCL-SUS-AMOUNT                      DIBRC01P
050100     END-IF.                                                      DIBRC01P
050200     MOVE SPACES TO DCL-SUS-REF.                                  DIBRC01P
050300     STRING 'IBP' DCL-IBR-LO-BRANCH DCL-IBR-HI-BRANCH             DIBRC01P
050400            DELIMITED BY SIZE INTO DCL-SUS-REF.                   DIBRC01P
050500     PERFORM RAISE-SUSPENSE-ITEM THRU                             DIBRC01P
050600             RAISE-SUSPENSE-ITEM-EXIT.                            DIBRC01P
050700 RAISE-PAIR-BREAK-EXIT.                                           DIBRC01P
050800     EXIT.                                                        DIBRC01P
050900                                                                  DIBRC01P
051000***************************************************************** DIBRC01P
051100* Each branch's due-to and due-from balances on the ledger must * DIBRC01P
051200* equal what it still has open on the register - a line posted  * DIBRC01P
051300* without its register row, or the other way about, shows here  * DIBRC01P
051400***************************************************************** DIBRC01P
051500 PROVE-LEDGER.                                                    DIBRC01P
051600     MOVE SPACES TO WS-CSV-LINE.                                  DIBRC01P
051700     STRING 'LEDGER,BRANCH,GL DUE TO,REGISTER DUE TO,'            DIBRC01P
051800            'GL DUE FROM,REGISTER DUE FROM,STATUS'                DIBRC01P
051900            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DIBRC01P
052000     PERFORM QUEUE-REPORT-LINE THRU                               DIBRC01P
052100             QUEUE-REPORT-LINE-EXIT.                              DIBRC01P
052200     EXEC SQL                                                     DIBRC01P
052300          DECLARE LED_CSR CURSOR FOR                              DIBRC01P
052400          SELECT GLP_BRANCH,                                      DIBRC01P
052500                 VALUE(SUM(CASE WHEN GLP_GL_ACCT =                DIBRC01P
052600                                     :WS-IB-DUE-TO-ACCT           DIBRC01P
052700                                THEN GLP_CREDIT - GLP_DEBIT       DIBRC01P
052800                                ELSE 0                            DIBRC01P
052900                           END), 0),                              DIBRC01P
053000                 VALUE(SUM(CASE WHEN GLP_GL_ACCT =                DIBRC01P
053100                                     :WS-IB-DUE-FROM-ACCT         DIBRC01P
053200                                THEN GLP_DEBIT - GLP_CREDIT       DIBRC01P
053300                                ELSE 0                            DIBRC01P
053400                           END), 0)                               DIBRC01P
053500          FROM BNKGLPST                                           DIBRC01P
053600          WHERE (GLP_GL_ACCT = :WS-IB-DUE-TO-ACCT OR              DIBRC01P
053700                 GLP_GL_ACCT = :WS-IB-DUE-FROM-ACCT) AND          DIBRC01P
053800                GLP_BRANCH > ' '                                  DIBRC01P
053900          GROUP BY GLP_BRANCH                                     DIBRC01P
054000          ORDER BY GLP_BRANCH                                     DIBRC01P
054100          FOR FETCH ONLY                                          DIBRC01P
054200     END-EXEC.                                                    DIBRC01P
054300     EXEC SQL                                                     DIBRC01P
054400          OPEN LED_CSR                                            DIBRC01P
054500     END-EXEC.                                                    DIBRC01P
054600     IF SQLCODE IS NOT EQUAL TO ZERO                              DIBRC01P
054700        MOVE 'Unable to open the inter-branch ledger' TO CIB1O-MSGDIBRC01P
054800        GO TO PROVE-LEDGER-EXIT                                   DIBRC01P
054900     END-IF.                                                      DIBRC01P
055000 LED-LOOP.                                                        DIBRC01P
055100     EXEC SQL                                                     DIBRC01P
055200          FETCH LED_CSR                                           DIBRC01P
055300          INTO :DCL-LED-BRANCH,                                   DIBRC01P
055400               :DCL-LED-DUE-TO,                                   DIBRC01P
055500               :DCL-LED-DUE-FROM                                  DIBRC01P
055600     END-EXEC.                                                    DIBRC01P
055700     IF SQLCODE IS EQUAL TO +100                                  DIBRC01P
055800        GO TO LED-LOOP-EXIT                                       DIBRC01P
055900     END-IF.                                                      DIBRC01P
056000     IF SQLCODE IS NOT EQUAL TO ZERO                              DIBRC01P
056100        MOVE 'Unable to read the inter-branch ledger' TO CIB1O-MSGDIBRC01P
056200        GO TO LED-LOOP-EXIT                                       DIBRC01P
056300     END-IF.                                                      DIBRC01P
056400     EXEC SQL                                                     DIBRC01P
056500          SELECT VALUE(SUM(CASE WHEN IBT_SIDE = 'T'               DIBRC01P
056600                                THEN IBT_AMOUNT                   DIBRC01P
056700                                ELSE 0                            DIBRC01P
056800                           END), 0),                              DIBRC01P
056900                 VALUE(SUM(CASE WHEN IBT_SIDE = 'F'               DIBRC01P
057000                                THEN IBT_AMOUNT                   DIBRC01P
057100                                ELSE 0                            DIBRC01P
057200                           END), 0)                               DIBRC01P
057300          INTO :DCL-REG-DUE-TO,                                   DIBRC01P
057400               :DCL-REG-DUE-FROM                                  DIBRC01P
057500          FROM BNKIBRT                                            DIBRC01P
057600          WHERE IBT_BRANCH = :DCL-LED-BRANCH AND                  DIBRC01P
057700                IBT_STATUS = 'O'                                  DIBRC01P
057800     END-EXEC.                                                    DIBRC01P
057900     IF SQLCODE IS NOT EQUAL TO ZERO                              DIBRC01P
058000        MOVE 'Unable to read the inter-branch register'           DIBRC01P
058100          TO CIB1O-MSG                                            DIBRC01P
058200        GO TO LED-LOOP-EXIT                                       DIBRC01P
058300     END-IF.                                                      DIBRC01P
058400     IF DCL-LED-DUE-TO IS EQUAL TO DCL-REG-DUE-TO AND             DIBRC01P
058500        DCL-LED-DUE-FROM IS EQUAL TO DCL-REG-DUE-FROM             DIBRC01P
058600        MOVE 'PROVED' TO WS-LEDGER-STATUS                         DIBRC01P
058700     ELSE                                                         DIBRC01P
058800        MOVE 'BREAK' TO WS-LEDGER-STATUS                          DIBRC01P
058900        ADD 1 TO CIB1O-LEDGER-BREAKS                              DIBRC01P
059000        PERFORM RAISE-LEDGER-BREAK THRU                           DIBRC01P
059100                RAISE-LEDGER-BREAK-EXIT                           DIBRC01P
059200        IF CIB1O-MSG IS NOT EQUAL TO SPACES                       DIBRC01P
059300           GO TO LED-LOOP-EXIT                                    DIBRC01P
059400        END-IF                                                    DIBRC01P
059500     END-IF.                                                      DIBRC01P
059600     MOVE DCL-LED-DUE-TO TO WS-AMOUNT-1-DISP.                     DIBRC01P
059700     MOVE DCL-REG-DUE-TO TO WS-AMOUNT-2-DISP.                     DIBRC01P
059800     MOVE DCL-LED-DUE-FROM TO WS-AMOUNT-3-DISP.                   DIBRC01P
059900     MOVE DCL-REG-DUE-FROM TO WS-AMOUNT-4-DISP.                   DIBRC01P
060000     MOVE SPACES TO WS-CSV-LINE.                                  DIBRC01P
060100     STRING 'LEDGER,' DCL-LED-BRANCH ','                          DIBRC01P
060200            WS-AMOUNT-1-DISP ',' WS-AMOUNT-2-DISP ','             DIBRC01P
060300            WS-AMOUNT-3-DISP ',' WS-AMOUNT-4-DISP ','             DIBRC01P
060400            WS-LEDGER-STATUS                                      DIBRC01P
060500            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DIBRC01P
060600     PERFORM QUEUE-REPORT-LINE THRU                               DIBRC01P
060700             QUEUE-REPORT-LINE-EXIT.                              DIBRC01P
060800     GO TO LED-LOOP.                                              DIBRC01P
060900 LED-LOOP-EXIT.                                                   DIBRC01P
061000     EXEC SQL                                                     DIBRC01P
061100          CLOSE LED_CSR                                           DIBRC01P
061200     END-EXEC.                                                    DIBRC01P
061300 PROVE-LEDGER-EXIT.                                               DIBRC01P
061400     EXIT.                                                        DIBRC01P
061500                                                                  DIBRC01P
061600***************************************************************** DIBRC01P
061700* A branch whose ledger disagrees with its register goes to the * DIBRC01P
061800* suspense register for the larger of its two differences       * DIBRC01P
061900***************************************************************** DIBRC01P
062000 RAISE-LEDGER-BREAK.                                              DIBRC01P
062100     COMPUTE DCL-SUS-AMOUNT = DCL-LED-DUE-TO - DCL-REG-DUE-TO.    DIBRC01P
062200     IF DCL-SUS-AMOUNT IS LESS THAN ZERO                          DIBRC01P
062300        COMPUTE DCL-SUS-AMOUNT = 0 - DCL-SUS-AMOUNT               DIBRC01P
062400     END-IF.                                                      DIBRC01P
062500     COMPUTE WS-NET-AMOUNT = DCL-LED-DUE-FROM - DCL-REG-DUE-FROM. DIBRC01P
062600     IF WS-NET-AMOUNT IS LESS THAN ZERO                           DIBRC01P
062700        COMPUTE WS-NET-AMOUNT = 0 - WS-NET-AMOUNT                 DIBRC01P
062800     END-IF.                                                      DIBRC01P
062900     IF WS-NET-AMOUNT IS GREATER THAN DCL-SUS-AMOUNT              DIBRC01P
063000        MOVE WS-NET-AMOUNT TO DCL-SUS-AMOUNT                      DIBRC01P
063100     END-IF.                                                      DIBRC01P
063200     MOVE SPACES TO DCL-SUS-REF.                                  DIBRC01P
063300     STRING 'IBL' DCL-LED-BRANCH                                  DIBRC01P
063400            DELIMITED BY SIZE INTO DCL-SUS-REF.                   DIBRC01P
063500     PERFORM RAISE-SUSPENSE-ITEM THRU                             DIBRC01P
063600             RAISE-SUSPENSE-ITEM-EXIT.                            DIBRC01P
063700 RAISE-LEDGER-BREAK-EXIT.                                         DIBRC01P
063800     EXIT.                                                        DIBRC01P
063900                                                                  DIBRC01P
064000***************************************************************** DIBRC01P
064100* One suspense register row per break, carrying the reference   * DIBRC01P
064200* of the pair or branch it was found on. While an earlier item  * DIBRC01P
064300* for the same reference is still open or awaiting clearance    * DIBRC01P
064400* no further item is raised                                     * DIBRC01P
064500***************************************************************** DIBRC01P
064600 RAISE-SUSPENSE-ITEM.                                             DIBRC01P
064700     EXEC SQL                                                     DIBRC01P
064800          SELECT COUNT(*)                                         DIBRC01P
064900          INTO :DCL-ROW-COUNT                                     DIBRC01P
065000          FROM BNKGLSUS                                           DIBRC01P
065100          WHERE SUS_REF = :DCL-SUS-REF AND                        DIBRC01P
065200                (SUS_STATUS = 'O' OR                              DIBRC01P
065300                 SUS_STATUS = 'P')                                DIBRC01P
065400     END-EXEC.                                                    DIBRC01P
065500     IF SQLCODE IS NOT EQUAL TO ZERO                              DIBRC01P
065600        MOVE 'Unable to read the suspense register' TO CIB1O-MSG  DIBRC01P
065700        GO TO RAISE-SUSPENSE-ITEM-EXIT                            DIBRC01P
065800     END-IF.                                                      DIBRC01P
065900     IF DCL-ROW-COUNT IS GREATER THAN ZERO                        DIBRC01P
066000        GO TO RAISE-SUSPENSE-ITEM-EXIT                            DIBRC01P
066100     END-IF.                                                      DIBRC01P
066200     EXEC SQL                                                     DIBRC01P
066300          SELECT VALUE(MAX(SUS_ID), 0) + 1                        DIBRC01P
066400          INTO :DCL-SUS-ID                                        DIBRC01P
066500          FROM BNKGLSUS                                           DIBRC01P
066600     END-EXEC.                                                    DIBRC01P
066700     IF SQLCODE IS NOT EQUAL TO ZERO                              DIBRC01P
066800        MOVE 'Unable to reference the suspense register'          DIBRC01P
066900          TO CIB1O-MSG                                            DIBRC01P
067000        GO TO RAISE-SUSPENSE-ITEM-EXIT                            DIBRC01P
067100     END-IF.                                                      DIBRC01P
067200     EXEC SQL                                                     DIBRC01P
067300          INSERT                                                  DIBRC01P
067400          INTO BNKGLSUS (SUS_ID,                                  DIBRC01P
067500                         SUS_PID,                                 DIBRC01P
067600                         SUS_ACCNO,                               DIBRC01P
067700                         SUS_TXN_TIMESTAMP,                       DIBRC01P
067800                         SUS_AMOUNT,                              DIBRC01P
067900                         SUS_RAISED_DATE,                         DIBRC01P
068000                         SUS_REF,                                 DIBRC01P
068100                         SUS_STATUS)                              DIBRC01P
068200          VALUES (:DCL-SUS-ID,                                    DIBRC01P
068300                  ' ',                                            DIBRC01P
068400                  ' ',                                            DIBRC01P
068500                  :WS-RUN-TS,                                     DIBRC01P
068600                  :DCL-SUS-AMOUNT,                                DIBRC01P
068700                  :WS-BUSINESS-DATE,                              DIBRC01P
068800                  :DCL-SUS-REF,                                   DIBRC01P
068900                  'O')                                            DIBRC01P
069000     END-EXEC.                                                    DIBRC01P
069100     IF SQLCODE IS NOT EQUAL TO ZERO                              DIBRC01P
069200        MOVE 'Unable to register an inter-branch break'           DIBRC01P
069300          TO CIB1O-MSG                                            DIBRC01P
069400     END-IF.                                                      DIBRC01P
069500 RAISE-SUSPENSE-ITEM-EXIT.                                        DIBRC01P
069600     EXIT.                                                        DIBRC01P
069700                                                                  DIBRC01P
069800***************************************************************** DIBRC01P
069900* Queue one line of the report                                  * DIBRC01P
070000***************************************************************** DIBRC01P
070100 QUEUE-REPORT-LINE.                                               DIBRC01P
070200 COPY CCSVWRQ.                                                    DIBRC01P
070300 QUEUE-REPORT-LINE-EXIT.                                          DIBRC01P
070400     EXIT.                                                        DIBRC01P
