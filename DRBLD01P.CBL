000100***************************************************************** DRBLD01P
000200*                                                               * DRBLD01P
000300*  Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.    * DRBLD01P
000400*  This demonstration program is provided for use by users      * DRBLD01P
000500*  of Micro Focus products and may be used, modified and        * DRBLD01P
000600*  distributed as part of your application provided that        * DRBLD01P
000700*  you properly acknowledge the copyright of Micro Focus        * DRBLD01P
000800*  in this material.                                            * DRBLD01P
000900*                                                               * DRBLD01P
001000***************************************************************** DRBLD01P
001100                                                                  DRBLD01P
001200***************************************************************** DRBLD01P
001300* Program:     DRBLD01P.CBL                                     * DRBLD01P
001400* Function:    Balance rebuild after a restore - starts from a  * DRBLD01P
001500*              chosen BNKEODB end-of-day snapshot, replays the  * DRBLD01P
001600*              BNKTXN postings made after it in timestamp order * DRBLD01P
001700*              and reports each stored balance that differs     * DRBLD01P
001800*              from the rebuilt one. A second supervisor must   * DRBLD01P
001900*              authorize the report before the apply corrects   * DRBLD01P
002000*              any balance; the apply checkpoints after every   * DRBLD01P
002100*              account and keeps each before and after balance  * DRBLD01P
002200*              SQL version                                      * DRBLD01P
002300***************************************************************** DRBLD01P
002400                                                                  DRBLD01P
002500 IDENTIFICATION DIVISION.                                         DRBLD01P
002600 PROGRAM-ID.                                                      DRBLD01P
002700     DRBLD01P.                                                    DRBLD01P
002800 DATE-WRITTEN.                                                    DRBLD01P
002900     October 2026.                                                DRBLD01P
003000 DATE-COMPILED.                                                   DRBLD01P
003100     Today.                                                       DRBLD01P
003200                                                                  DRBLD01P
003300 ENVIRONMENT DIVISION.                                            DRBLD01P
003400                                                                  DRBLD01P
003500 DATA DIVISION.                                                   DRBLD01P
003600                                                                  DRBLD01P
003700 WORKING-STORAGE SECTION.                                         DRBLD01P
003800 01  WS-MISC-STORAGE.                                             DRBLD01P
003900   05  WS-PROGRAM-ID                         PIC X(8)             DRBLD01P
004000       VALUE 'DRBLD01P'.                                          DRBLD01P
004100   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DRBLD01P
004200   05  WS-SUB1                               PIC S9(4) COMP.      DRBLD01P
004300   05  WS-SNAP-DISP                          PIC -(7)9.99.        DRBLD01P
004400   05  WS-STORED-DISP                        PIC -(7)9.99.        DRBLD01P
004500   05  WS-REBUILT-DISP                       PIC -(7)9.99.        DRBLD01P
004600   05  WS-DIFF-DISP                          PIC -(7)9.99.        DRBLD01P
004700   05  WS-COUNT-DISP                         PIC Z(6)9.           DRBLD01P
004800   05  WS-COUNT-DISP2                        PIC Z(6)9.           DRBLD01P
004900   05  WS-POSTINGS-DISP                      PIC Z(4)9.           DRBLD01P
005000*        Report lines beyond this are cut short - every           DRBLD01P
005100*        difference is still held on BNKRBLD for the apply        DRBLD01P
005200   05  WS-MAX-LINES                          PIC 9(5)             DRBLD01P
005300       VALUE 9000.                                                DRBLD01P
005400   05  WS-LINES                              PIC 9(5).            DRBLD01P
005500   05  WS-REPORT-NAME.                                            DRBLD01P
005600     10  FILLER                              PIC X(12)            DRBLD01P
005700         VALUE 'REBUILD RUN '.                                    DRBLD01P
005800     10  WS-REPORT-RUN                       PIC 9(7).            DRBLD01P
005900     10  FILLER                              PIC X(1)             DRBLD01P
006000         VALUE SPACES.                                            DRBLD01P
006100                                                                  DRBLD01P
006200 01  WS-CSV-DATA.                                                 DRBLD01P
006300 COPY CCSVD.                                                      DRBLD01P
006400 01  WS-96-COMMAREA.                                              DRBLD01P
006500 COPY CBANKD96.                                                   DRBLD01P
006600                                                                  DRBLD01P
006700   EXEC SQL                                                       DRBLD01P
006800        BEGIN DECLARE SECTION                                     DRBLD01P
006900   END-EXEC.                                                      DRBLD01P
007000 01  WS-COMMAREA.                                                 DRBLD01P
007100     EXEC SQL                                                     DRBLD01P
007200          INCLUDE CRBLDD01                                        DRBLD01P
007300     END-EXEC.                                                    DRBLD01P
007400 01  DCL-REBUILD-AREAS.                                           DRBLD01P
007500   05  DCL-BCS-ROLE                          PIC X(1).            DRBLD01P
007600   05  DCL-COUNT                             PIC S9(7) COMP-3.    DRBLD01P
007700*        A rebuild run as held on BNKRBLH                         DRBLD01P
007800   05  DCL-RBH-ID                            PIC S9(7) COMP-3.    DRBLD01P
007900   05  DCL-RBH-SNAP-DATE                     PIC X(10).           DRBLD01P
008000   05  DCL-RBH-CUTOFF-TS                     PIC X(26).           DRBLD01P
008100   05  DCL-RBH-STATUS                        PIC X(1).            DRBLD01P
008200   05  DCL-RBH-REQUESTED-BY                  PIC X(5).            DRBLD01P
008300   05  DCL-RBH-AUTH-BY                       PIC X(5).            DRBLD01P
008400   05  DCL-RBH-ACCOUNTS                      PIC S9(7) COMP-3.    DRBLD01P
008500   05  DCL-RBH-DIFFERENCES                   PIC S9(7) COMP-3.    DRBLD01P
008600   05  DCL-RBH-APPLIED                       PIC S9(7) COMP-3.    DRBLD01P
008700   05  DCL-RBH-REPORT-ID                     PIC S9(7) COMP-3.    DRBLD01P
008800   05  DCL-RBH-CHECKPOINT                    PIC X(9).            DRBLD01P
008900*        One account as it stands and as the snapshot had it      DRBLD01P
009000   05  DCL-ACC-ACCNO                         PIC X(9).            DRBLD01P
009100   05  DCL-ACC-PID                           PIC X(5).            DRBLD01P
009200   05  DCL-ACC-BALANCE                       PIC S9(7)V99 COMP-3. DRBLD01P
009300   05  DCL-SNAP-BALANCE                      PIC S9(7)V99 COMP-3. DRBLD01P
009400*        One posting replayed                                     DRBLD01P
009500   05  DCL-TXN-TYPE                          PIC X(1).            DRBLD01P
009600   05  DCL-TXN-SUB-TYPE                      PIC X(1).            DRBLD01P
009700   05  DCL-TXN-AMOUNT                        PIC S9(7)V99 COMP-3. DRBLD01P
009800   05  DCL-TXN-DESC                          PIC X(30).           DRBLD01P
009900*        One difference as held on BNKRBLD                        DRBLD01P
010000   05  DCL-RBD-ACCNO                         PIC X(9).            DRBLD01P
010100   05  DCL-RBD-STORED-BAL                    PIC S9(7)V99 COMP-3. DRBLD01P
010200   05  DCL-RBD-REBUILT-BAL                   PIC S9(7)V99 COMP-3. DRBLD01P
010300   05  DCL-RBD-POSTINGS                      PIC S9(5) COMP-3.    DRBLD01P
010400   05  DCL-BEFORE-BAL                        PIC S9(7)V99 COMP-3. DRBLD01P
010500   05  DCL-AFTER-BAL                         PIC S9(7)V99 COMP-3. DRBLD01P
010600 01  WS-REBUILD-AREAS.                                            DRBLD01P
010700   05  WS-REBUILT-BAL                        PIC S9(9)V99 COMP-3. DRBLD01P
010800   05  WS-DIFFERENCE                         PIC S9(9)V99 COMP-3. DRBLD01P
010900   05  WS-NET-DIFFERENCE                     PIC S9(9)V99 COMP-3. DRBLD01P
011000                                                                  DRBLD01P
011100     EXEC SQL                                                     DRBLD01P
011200          INCLUDE SQLCA                                           DRBLD01P
011300     END-EXEC.                                                    DRBLD01P
011400                                                                  DRBLD01P
011500 COPY CABENDD.                                                    DRBLD01P
011600   EXEC SQL                                                       DRBLD01P
011700        END DECLARE SECTION                                       DRBLD01P
011800   END-EXEC.                                                      DRBLD01P
011900                                                                  DRBLD01P
012000 LINKAGE SECTION.                                                 DRBLD01P
012100 01  DFHCOMMAREA.                                                 DRBLD01P
012200   05  LK-COMMAREA                           PIC X(1)             DRBLD01P
012300       OCCURS 1 TO 6144 TIMES                                     DRBLD01P
012400         DEPENDING ON WS-COMMAREA-LENGTH.                         DRBLD01P
012500                                                                  DRBLD01P
012600 COPY CENTRY.                                                     DRBLD01P
012700***************************************************************** DRBLD01P
012800* Move the passed area to our area                              * DRBLD01P
012900***************************************************************** DRBLD01P
013000     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DRBLD01P
013100     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DRBLD01P
013200                                                                  DRBLD01P
013300***************************************************************** DRBLD01P
013400* Initialize our output area                                    * DRBLD01P
013500***************************************************************** DRBLD01P
013600     INITIALIZE CRB1O-DATA.                                       DRBLD01P
013700     SET CRB1O-REQUEST-FAIL TO TRUE.                              DRBLD01P
013800                                                                  DRBLD01P
013900***************************************************************** DRBLD01P
014000* Every function is for supervisors only, whatever asks         * DRBLD01P
014100***************************************************************** DRBLD01P
014200     EXEC SQL                                                     DRBLD01P
014300          SELECT BCS_ROLE                                         DRBLD01P
014400          INTO :DCL-BCS-ROLE                                      DRBLD01P
014500          FROM BNKCUST                                            DRBLD01P
014600          WHERE BCS_PID = :CRB1I-USERID                           DRBLD01P
014700     END-EXEC.                                                    DRBLD01P
014800     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DRBLD01P
014900        SQLCODE IS NOT EQUAL TO +100                              DRBLD01P
015000        MOVE 'Unable to read the requesting user' TO CRB1O-MSG    DRBLD01P
015100        GO TO DRBLD01P-EXIT                                       DRBLD01P
015200     END-IF.                                                      DRBLD01P
015300     IF SQLCODE IS EQUAL TO +100 OR                               DRBLD01P
015400        DCL-BCS-ROLE IS NOT EQUAL TO 'S'                          DRBLD01P
015500        SET CRB1O-NOT-AUTHORIZED TO TRUE                          DRBLD01P
015600        MOVE 'Balance rebuilds are for supervisors only'          DRBLD01P
015700          TO CRB1O-MSG                                            DRBLD01P
015800        GO TO DRBLD01P-EXIT                                       DRBLD01P
015900     END-IF.                                                      DRBLD01P
016000                                                                  DRBLD01P
016100     EVALUATE TRUE                                                DRBLD01P
016200       WHEN CRB1I-COMPARE                                         DRBLD01P
016300         PERFORM RUN-COMPARE THRU                                 DRBLD01P
016400                 RUN-COMPARE-EXIT                                 DRBLD01P
016500       WHEN CRB1I-AUTHORIZE                                       DRBLD01P
016600         PERFORM AUTHORIZE-RUN THRU                               DRBLD01P
016700                 AUTHORIZE-RUN-EXIT                               DRBLD01P
016800       WHEN CRB1I-REJECT                                          DRBLD01P
016900         PERFORM REJECT-RUN THRU                                  DRBLD01P
017000                 REJECT-RUN-EXIT                                  DRBLD01P
017100       WHEN CRB1I-APPLY                                           DRBLD01P
017200         PERFORM APPLY-RUN THRU                                   DRBLD01P
017300                 APPLY-RUN-EXIT                                   DRBLD01P
017400       WHEN CRB1I-LIST                                            DRBLD01P
017500         PERFORM LIST-RUNS THRU                                   DRBLD01P
017600                 LIST-RUNS-EXIT                                   DRBLD01P
017700       WHEN OTHER                                                 DRBLD01P
017800         MOVE 'Unknown rebuild function requested' TO CRB1O-MSG   DRBLD01P
017900     END-EVALUATE.                                                DRBLD01P
018000                                                                  DRBLD01P
018100 DRBLD01P-EXIT.                                                   DRBLD01P
018200***************************************************************** DRBLD01P
018300* Move the result back to the callers area                      * DRBLD01P
018400***************************************************************** DRBLD01P
018500     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DRBLD01P
018600                                                                  DRBLD01P
018700***************************************************************** DRBLD01P
018800* Return to our caller                                          * DRBLD01P
018900***************************************************************** DRBLD01P
019000 COPY CRETURN.                                                    DRBLD01P
019100                                                                  DRBLD01P
019200***************************************************************** DRBLD01P
019300* The compare. Only one run may be open at a time, so two       * DRBLD01P
019400* rebuilds can never correct the same balances. The postings    * DRBLD01P
019500* replayed are those made after the snapshot step started       * DRBLD01P
019600* that night - midnight if the run log no longer has it         * DRBLD01P
019700***************************************************************** DRBLD01P
019800 RUN-COMPARE.                                                     DRBLD01P
019900     IF CRB1I-SNAP-DATE IS EQUAL TO SPACES OR                     DRBLD01P
020000        CRB1I-SNAP-DATE IS EQUAL TO LOW-VALUES                    DRBLD01P
020100        MOVE 'Key the snapshot date to rebuild from' TO CRB1O-MSG DRBLD01P
020200        GO TO RUN-COMPARE-EXIT                                    DRBLD01P
020300     END-IF.                                                      DRBLD01P
020400     EXEC SQL                                                     DRBLD01P
020500          SELECT COUNT(*)                                         DRBLD01P
020600          INTO :DCL-COUNT                                         DRBLD01P
020700          FROM BNKRBLH                                            DRBLD01P
020800          WHERE RBH_STATUS IN ('P', 'A', 'I')                     DRBLD01P
020900     END-EXEC.                                                    DRBLD01P
021000     IF SQLCODE IS NOT EQUAL TO ZERO                              DRBLD01P
021100        MOVE 'Unable to read the rebuild runs' TO CRB1O-MSG       DRBLD01P
021200        GO TO RUN-COMPARE-EXIT                                    DRBLD01P
021300     END-IF.                                                      DRBLD01P
021400     IF DCL-COUNT IS GREATER THAN ZERO                            DRBLD01P
021500        MOVE 'Apply or reject the open rebuild run first'         DRBLD01P
021600          TO CRB1O-MSG                                            DRBLD01P
021700        GO TO RUN-COMPARE-EXIT                                    DRBLD01P
021800     END-IF.                                                      DRBLD01P
021900     EXEC SQL                                                     DRBLD01P
022000          SELECT COUNT(*)                                         DRBLD01P
022100          INTO :DCL-COUNT                                         DRBLD01P
022200          FROM BNKEODB                                            DRBLD01P
022300          WHERE EOD_DATE = :CRB1I-SNAP-DATE                       DRBLD01P
022400     END-EXEC.                                                    DRBLD01P
022500     IF SQLCODE IS NOT EQUAL TO ZERO                              DRBLD01P
022600        MOVE 'Unable to read the end-of-day snapshots'            DRBLD01P
022700          TO CRB1O-MSG                                            DRBLD01P
022800        GO TO RUN-COMPARE-EXIT                                    DRBLD01P
022900     END-IF.                                                      DRBLD01P
023000     IF DCL-COUNT IS EQUAL TO ZERO                                DRBLD01P
023100        MOVE 'No end-of-day snapshot was taken on that date'      DRBLD01P
023200          TO CRB1O-MSG                                            DRBLD01P
023300        GO TO RUN-COMPARE-EXIT                                    DRBLD01P
023400     END-IF.                                                      DRBLD01P
023500     EXEC SQL                                                     DRBLD01P
023600          SELECT VALUE(MAX(RUN_START_TS),                         DRBLD01P
023700                       TIMESTAMP(:CRB1I-SNAP-DATE, '24.00.00'))   DRBLD01P
023800          INTO :DCL-RBH-CUTOFF-TS                                 DRBLD01P
023900          FROM BNKRUNC                                            DRBLD01P
024000          WHERE RUN_DATE = :CRB1I-SNAP-DATE AND                   DRBLD01P
024100                RUN_JOB = 'DBANK77P'                              DRBLD01P
024200     END-EXEC.                                                    DRBLD01P
024300     IF SQLCODE IS NOT EQUAL TO ZERO                              DRBLD01P
024400        MOVE 'Unable to read the batch run log' TO CRB1O-MSG      DRBLD01P
024500        GO TO RUN-COMPARE-EXIT                                    DRBLD01P
024600     END-IF.                                                      DRBLD01P
024700     EXEC SQL                                                     DRBLD01P
024800          SELECT VALUE(MAX(RBH_ID), 0) + 1                        DRBLD01P
024900          INTO :DCL-RBH-ID                                        DRBLD01P
025000          FROM BNKRBLH                                            DRBLD01P
025100     END-EXEC.                                                    DRBLD01P
025200     IF SQLCODE IS NOT EQUAL TO ZERO                              DRBLD01P
025300        MOVE 'Unable to number the rebuild run' TO CRB1O-MSG      DRBLD01P
025400        GO TO RUN-COMPARE-EXIT                                    DRBLD01P
025500     END-IF.                                                      DRBLD01P
025600     MOVE DCL-RBH-ID TO CRB1O-RUN-ID.                             DRBLD01P
025700     MOVE ZERO TO WS-NET-DIFFERENCE.                              DRBLD01P
025800     MOVE ZERO TO WS-LINES.                                       DRBLD01P
025900     MOVE SPACES TO WS-CSV-LINE.                                  DRBLD01P
026000     STRING 'BALANCE REBUILD RUN ' CRB1O-RUN-ID                   DRBLD01P
026100            ',SNAPSHOT ' CRB1I-SNAP-DATE                          DRBLD01P
026200            ',POSTINGS AFTER ' DCL-RBH-CUTOFF-TS (1:19)           DRBLD01P
026300            ',REQUESTED BY ' CRB1I-USERID                         DRBLD01P
026400            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DRBLD01P
026500     PERFORM QUEUE-REPORT-LINE THRU                               DRBLD01P
026600             QUEUE-REPORT-LINE-EXIT.                              DRBLD01P
026700     MOVE SPACES TO WS-CSV-LINE.                                  DRBLD01P
026800     STRING 'ACCOUNT,PID,SNAPSHOT,POSTINGS,STORED,REBUILT,'       DRBLD01P
026900            'DIFFERENCE'                                          DRBLD01P
027000            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DRBLD01P
027100     PERFORM QUEUE-REPORT-LINE THRU                               DRBLD01P
027200             QUEUE-REPORT-LINE-EXIT.                              DRBLD01P
027300     PERFORM COMPARE-ACCOUNTS THRU                                DRBLD01P
027400             COMPARE-ACCOUNTS-EXIT.                               DRBLD01P
027500     IF CRB1O-MSG IS EQUAL TO SPACES                              DRBLD01P
027600        PERFORM LIST-MISSING THRU                                 DRBLD01P
027700                LIST-MISSING-EXIT                                 DRBLD01P
027800     END-IF.                                                      DRBLD01P
027900     IF CRB1O-MSG IS EQUAL TO SPACES                              DRBLD01P
028000        PERFORM FILE-REPORT THRU                                  DRBLD01P
028100                FILE-REPORT-EXIT                                  DRBLD01P
028200     END-IF.                                                      DRBLD01P
028300     IF CRB1O-MSG IS NOT EQUAL TO SPACES                          DRBLD01P
028400        EXEC SQL                                                  DRBLD01P
028500             DELETE                                               DRBLD01P
028600             FROM BNKRBLD                                         DRBLD01P
028700             WHERE RBD_RUN_ID = :DCL-RBH-ID                       DRBLD01P
028800        END-EXEC                                                  DRBLD01P
028900        GO TO RUN-COMPARE-EXIT                                    DRBLD01P
029000     END-IF.                                                      DRBLD01P
029100*      A compare that finds nothing wrong is closed at once -     DRBLD01P
029200*      there is nothing for anyone to authorize                   DRBLD01P
029300     IF CRB1O-DIFFERENCES IS EQUAL TO ZERO                        DRBLD01P
029400        MOVE 'D' TO DCL-RBH-STATUS                                DRBLD01P
029500     ELSE                                                         DRBLD01P
029600        MOVE 'P' TO DCL-RBH-STATUS                                DRBLD01P
029700     END-IF.                                                      DRBLD01P
029800     MOVE CRB1O-ACCOUNTS TO DCL-RBH-ACCOUNTS.                     DRBLD01P
029900     MOVE CRB1O-DIFFERENCES TO DCL-RBH-DIFFERENCES.               DRBLD01P
030000     MOVE CRB1O-REPORT-ID TO DCL-RBH-REPORT-ID.                   DRBLD01P
030100     EXEC SQL                                                     DRBLD01P
030200          INSERT                                                  DRBLD01P
030300          INTO BNKRBLH (RBH_ID,                                   DRBLD01P
030400                        RBH_SNAP_DATE,                            DRBLD01P
030500                        RBH_CUTOFF_TS,                            DRBLD01P
030600                        RBH_STATUS,                               DRBLD01P
030700                        RBH_REQUESTED_BY,                         DRBLD01P
030800                        RBH_REQUESTED_TS,                         DRBLD01P
030900                        RBH_AUTH_BY,                              DRBLD01P
031000                        RBH_ACCOUNTS,                             DRBLD01P
031100                        RBH_DIFFERENCES,                          DRBLD01P
031200                        RBH_APPLIED,                              DRBLD01P
031300                        RBH_REPORT_ID,                            DRBLD01P
031400                        RBH_CHECKPOINT)                           DRBLD01P
031500          VALUES (:DCL-RBH-ID,                                    DRBLD01P
031600                  :CRB1I-SNAP-DATE,                               DRBLD01P
031700                  :DCL-RBH-CUTOFF-TS,                             DRBLD01P
031800                  :DCL-RBH-STATUS,                                DRBLD01P
031900                  :CRB1I-USERID,                                  DRBLD01P
032000                  CURRENT TIMESTAMP,                              DRBLD01P
032100                  ' ',                                            DRBLD01P
032200                  :DCL-RBH-ACCOUNTS,                              DRBLD01P
032300                  :DCL-RBH-DIFFERENCES,                           DRBLD01P
032400                  0,                                              DRBLD01P
032500                  :DCL-RBH-REPORT-ID,                             DRBLD01P
032600                  ' ')                                            DRBLD01P
032700     END-EXEC.                                                    DRBLD01P
032800     IF SQLCODE IS NOT EQUAL TO ZERO                              DRBLD01P
032900        MOVE 'Unable to record the rebuild run' TO CRB1O-MSG      DRBLD01P
033000        EXEC SQL                                                  DRBLD01P
033100             DELETE                                               DRBLD01P
033200             FROM BNKRBLD                                         DRBLD01P
033300             WHERE RBD_RUN_ID = :DCL-RBH-ID                       DRBLD01P
033400        END-EXEC                                                  DRBLD01P
033500        GO TO RUN-COMPARE-EXIT                                    DRBLD01P
033600     END-IF.                                                      DRBLD01P
033700     SET CRB1O-REQUEST-OK TO TRUE.                                DRBLD01P
033800     MOVE CRB1O-DIFFERENCES TO WS-COUNT-DISP.                     DRBLD01P
033900     IF CRB1O-DIFFERENCES IS EQUAL TO ZERO                        DRBLD01P
034000        STRING 'Every balance agrees - report ' CRB1O-REPORT-ID   DRBLD01P
034100               DELIMITED BY SIZE INTO CRB1O-MSG                   DRBLD01P
034200     ELSE                                                         DRBLD01P
034300        STRING 'Run ' CRB1O-RUN-ID ' -' WS-COUNT-DISP             DRBLD01P
034400               ' differences, report ' CRB1O-REPORT-ID            DRBLD01P
034500               DELIMITED BY SIZE INTO CRB1O-MSG                   DRBLD01P
034600     END-IF.                                                      DRBLD01P
034700 RUN-COMPARE-EXIT.                                                DRBLD01P
034800     EXIT.                                                        DRBLD01P
034900                                                                  DRBLD01P
035000***************************************************************** DRBLD01P
035100* Every account on BNKACC, with its snapshot balance - an       * DRBLD01P
035200* account opened since the snapshot starts from nothing         * DRBLD01P
035300***************************************************************** DRBLD01P
035400 COMPARE-ACCOUNTS.                                                DRBLD01P
035500     EXEC SQL                                                     DRBLD01P
035600          DECLARE RBL_ACC_CSR CURSOR FOR                          DRBLD01P
035700          SELECT BAC.BAC_ACCNO,                                   DRBLD01P
035800                 BAC.BAC_PID,                                     DRBLD01P
035900                 BAC.BAC_BALANCE,                                 DRBLD01P
036000                 VALUE(EOD.EOD_BALANCE, 0)                        DRBLD01P
036100          FROM BNKACC BAC                                         DRBLD01P
036200               LEFT OUTER JOIN BNKEODB EOD                        DRBLD01P
036300               ON EOD.EOD_ACCNO = BAC.BAC_ACCNO AND               DRBLD01P
036400                  EOD.EOD_DATE = :CRB1I-SNAP-DATE                 DRBLD01P
036500          ORDER BY BAC.BAC_ACCNO                                  DRBLD01P
036600          FOR FETCH ONLY                                          DRBLD01P
036700     END-EXEC.                                                    DRBLD01P
036800     EXEC SQL                                                     DRBLD01P
036900          OPEN RBL_ACC_CSR                                        DRBLD01P
037000     END-EXEC.                                                    DRBLD01P
037100     IF SQLCODE IS NOT EQUAL TO ZERO                              DRBLD01P
037200        MOVE 'Unable to open the account cursor' TO CRB1O-MSG     DRBLD01P
037300        GO TO COMPARE-ACCOUNTS-EXIT                               DRBLD01P
037400     END-IF.                                                      DRBLD01P
037500 COMPARE-LOOP.                                                    DRBLD01P
037600     EXEC SQL                                                     DRBLD01P
037700          FETCH RBL_ACC_CSR                                       DRBLD01P
037800          INTO :DCL-ACC-ACCNO,                                    DRBLD01P
037900               :DCL-ACC-PID,                                      DRBLD01P
038000               :DCL-ACC-BALANCE,                                  DRBLD01P
038100               :DCL-SNAP-BALANCE                                  DRBLD01P
038200     END-EXEC.                                                    DRBLD01P
038300     IF SQLCODE IS EQUAL TO +100                                  DRBLD01P
038400        GO TO COMPARE-LOOP-EXIT                                   DRBLD01P
038500     END-IF.                                                      DRBLD01P
038600     IF SQLCODE IS NOT EQUAL TO ZERO                              DRBLD01P
038700        MOVE 'Unable to read the account cursor' TO CRB1O-MSG     DRBLD01P
038800        GO TO COMPARE-LOOP-EXIT                                   DRBLD01P
038900     END-IF.                                                      DRBLD01P
039000     ADD 1 TO CRB1O-ACCOUNTS.                                     DRBLD01P
039100     PERFORM REBUILD-ACCOUNT THRU                                 DRBLD01P
039200             REBUILD-ACCOUNT-EXIT.                                DRBLD01P
039300     IF CRB1O-MSG IS NOT EQUAL TO SPACES                          DRBLD01P
039400        GO TO COMPARE-LOOP-EXIT                                   DRBLD01P
039500     END-IF.                                                      DRBLD01P
039600     IF WS-REBUILT-BAL IS NOT EQUAL TO DCL-ACC-BALANCE            DRBLD01P
039700        PERFORM RECORD-DIFFERENCE THRU                            DRBLD01P
039800                RECORD-DIFFERENCE-EXIT                            DRBLD01P
039900        IF CRB1O-MSG IS NOT EQUAL TO SPACES                       DRBLD01P
040000           GO TO COMPARE-LOOP-EXIT                                DRBLD01P
040100        END-IF                                                    DRBLD01P
040200     END-IF.                                                      DRBLD01P
040300     GO TO COMPARE-LOOP.                                          DRBLD01P
040400 COMPARE-LOOP-EXIT.                                               DRBLD01P
040500     EXEC SQL                                                     DRBLD01P
040600          CLOSE RBL_ACC_CSR                                       DRBLD01P
040700     END-EXEC.                                                    DRBLD01P
040800 COMPARE-ACCOUNTS-EXIT.                                           DRBLD01P
040900     EXIT.                                                        DRBLD01P
041000                                                                  DRBLD01P
041100***************************************************************** DRBLD01P
041200* Replay one account's postings after the snapshot, oldest      * DRBLD01P
041300* first, with the sign each actually had on the balance -       * DRBLD01P
041400* the same movement rules the ledger integrity proof uses       * DRBLD01P
041500***************************************************************** DRBLD01P
041600 REBUILD-ACCOUNT.                                                 DRBLD01P
041700     MOVE DCL-SNAP-BALANCE TO WS-REBUILT-BAL.                     DRBLD01P
041800     MOVE ZERO TO DCL-RBD-POSTINGS.                               DRBLD01P
041900     EXEC SQL                                                     DRBLD01P
042000          DECLARE RBL_TXN_CSR CURSOR FOR                          DRBLD01P
042100          SELECT TXN.BTX_TYPE,                                    DRBLD01P
042200                 TXN.BTX_SUB_TYPE,                                DRBLD01P
042300                 TXN.BTX_AMOUNT,                                  DRBLD01P
042400                 SUBSTR(TXN.BTX_DATA_OLD, 1, 30)                  DRBLD01P
042500          FROM BNKTXN TXN                                         DRBLD01P
042600          WHERE TXN.BTX_ACCNO = :DCL-ACC-ACCNO AND                DRBLD01P
042700                TXN.BTX_TYPE <> '2' AND                           DRBLD01P
042800                TXN.BTX_TIMESTAMP > :DCL-RBH-CUTOFF-TS            DRBLD01P
042900          ORDER BY TXN.BTX_TIMESTAMP                              DRBLD01P
043000          FOR FETCH ONLY                                          DRBLD01P
043100     END-EXEC.                                                    DRBLD01P
043200     EXEC SQL                                                     DRBLD01P
043300          OPEN RBL_TXN_CSR                                        DRBLD01P
043400     END-EXEC.                                                    DRBLD01P
043500     IF SQLCODE IS NOT EQUAL TO ZERO                              DRBLD01P
043600        MOVE 'Unable to open the journal cursor' TO CRB1O-MSG     DRBLD01P
043700        GO TO REBUILD-ACCOUNT-EXIT                                DRBLD01P
043800     END-IF.                                                      DRBLD01P
043900 REBUILD-TXN-LOOP.                                                DRBLD01P
044000     EXEC SQL                                                     DRBLD01P
044100          FETCH RBL_TXN_CSR                                       DRBLD01P
044200          INTO :DCL-TXN-TYPE,                                     DRBLD01P
044300               :DCL-TXN-SUB-TYPE,                                 DRBLD01P
044400               :DCL-TXN-AMOUNT,                                   DRBLD01P
044500               :DCL-TXN-DESC                                      DRBLD01P
044600     END-EXEC.                                                    DRBLD01P
044700     IF SQLCODE IS EQUAL TO +100                                  DRBLD01P
044800        GO TO REBUILD-TXN-LOOP-EXIT                               DRBLD01P
044900     END-IF.                                                      DRBLD01P
045000     IF SQLCODE IS NOT EQUAL TO ZERO                              DRBLD01P
045100        MOVE 'Unable to read the journal cursor' TO CRB1O-MSG     DRBLD01P
045200        GO TO REBUILD-TXN-LOOP-EXIT                               DRBLD01P
045300     END-IF.                                                      DRBLD01P
045400     ADD 1 TO DCL-RBD-POSTINGS.                                   DRBLD01P
045500     EVALUATE TRUE                                                DRBLD01P
045510*      The FROM leg of a cashback payout is a no-value confirming DRBLD01P
045520*      update - only the TO leg credits the account               DRBLD01P
045530       WHEN DCL-TXN-TYPE IS EQUAL TO '1' AND                      DRBLD01P
045540            DCL-TXN-SUB-TYPE IS EQUAL TO '1' AND                  DRBLD01P
045550            DCL-TXN-DESC IS EQUAL TO 'Cashback reward'            DRBLD01P
045560         CONTINUE                                                 DRBLD01P
045600       WHEN DCL-TXN-TYPE IS EQUAL TO '1' AND                      DRBLD01P
045700            DCL-TXN-SUB-TYPE IS EQUAL TO '1'                      DRBLD01P
045800         SUBTRACT DCL-TXN-AMOUNT FROM WS-REBUILT-BAL              DRBLD01P
045900*      The service-charge TO leg is a no-value confirming         DRBLD01P
046000*      update on the already-debited account - it moves nothing   DRBLD01P
046100       WHEN DCL-TXN-TYPE IS EQUAL TO '1' AND                      DRBLD01P
046200            DCL-TXN-SUB-TYPE IS EQUAL TO '2' AND                  DRBLD01P
046300            DCL-TXN-DESC IS EQUAL TO 'Monthly service charge'     DRBLD01P
046400         CONTINUE                                                 DRBLD01P
046500       WHEN DCL-TXN-TYPE IS EQUAL TO '1' AND                      DRBLD01P
046600            DCL-TXN-SUB-TYPE IS EQUAL TO '2'                      DRBLD01P
046700         ADD DCL-TXN-AMOUNT TO WS-REBUILT-BAL                     DRBLD01P
046800       WHEN DCL-TXN-TYPE IS EQUAL TO '1' AND                      DRBLD01P
046900            DCL-TXN-SUB-TYPE IS EQUAL TO '4'                      DRBLD01P
047000         ADD DCL-TXN-AMOUNT TO WS-REBUILT-BAL                     DRBLD01P
047100       WHEN DCL-TXN-TYPE IS EQUAL TO '1' AND                      DRBLD01P
047200            DCL-TXN-SUB-TYPE IS EQUAL TO '5'                      DRBLD01P
047300         SUBTRACT DCL-TXN-AMOUNT FROM WS-REBUILT-BAL              DRBLD01P
047400       WHEN DCL-TXN-TYPE IS EQUAL TO '1' AND                      DRBLD01P
047500            DCL-TXN-SUB-TYPE IS EQUAL TO '6'                      DRBLD01P
047600         ADD DCL-TXN-AMOUNT TO WS-REBUILT-BAL                     DRBLD01P
047700       WHEN DCL-TXN-TYPE IS EQUAL TO '1' AND                      DRBLD01P
047800            DCL-TXN-SUB-TYPE IS EQUAL TO '7'                      DRBLD01P
047900         ADD DCL-TXN-AMOUNT TO WS-REBUILT-BAL                     DRBLD01P
048000       WHEN DCL-TXN-TYPE IS EQUAL TO '1' AND                      DRBLD01P
048100            DCL-TXN-SUB-TYPE IS EQUAL TO '8'                      DRBLD01P
048200         SUBTRACT DCL-TXN-AMOUNT FROM WS-REBUILT-BAL              DRBLD01P
048300       WHEN DCL-TXN-TYPE IS EQUAL TO '3' AND                      DRBLD01P
048400            DCL-TXN-SUB-TYPE IS EQUAL TO '5'                      DRBLD01P
048500         ADD DCL-TXN-AMOUNT TO WS-REBUILT-BAL                     DRBLD01P
048600       WHEN DCL-TXN-TYPE IS EQUAL TO '3' AND                      DRBLD01P
048700            DCL-TXN-SUB-TYPE IS EQUAL TO '6'                      DRBLD01P
048800         SUBTRACT DCL-TXN-AMOUNT FROM WS-REBUILT-BAL              DRBLD01P
048900       WHEN DCL-TXN-TYPE IS EQUAL TO '3' AND                      DRBLD01P
049000            DCL-TXN-SUB-TYPE IS EQUAL TO '8'                      DRBLD01P
049100         SUBTRACT DCL-TXN-AMOUNT FROM WS-REBUILT-BAL              DRBLD01P
049200       WHEN DCL-TXN-TYPE IS EQUAL TO '3' AND                      DRBLD01P
049300            DCL-TXN-SUB-TYPE IS EQUAL TO '7'                      DRBLD01P
049400         SUBTRACT DCL-TXN-AMOUNT FROM WS-REBUILT-BAL              DRBLD01P
049420       WHEN DCL-TXN-TYPE IS EQUAL TO '3' AND                      DRBLD01P
049440            DCL-TXN-SUB-TYPE IS EQUAL TO '9'                      DRBLD01P
049460         ADD DCL-TXN-AMOUNT TO WS-REBUILT-BAL                     DRBLD01P
049500       WHEN DCL-TXN-TYPE IS EQUAL TO '4'                          DRBLD01P
049600         SUBTRACT DCL-TXN-AMOUNT FROM WS-REBUILT-BAL              DRBLD01P
049700       WHEN DCL-TXN-TYPE IS EQUAL TO '5' AND                      DRBLD01P
049800            DCL-TXN-SUB-TYPE IS EQUAL TO '1'                      DRBLD01P
049900         ADD DCL-TXN-AMOUNT TO WS-REBUILT-BAL                     DRBLD01P
050000       WHEN DCL-TXN-TYPE IS EQUAL TO '5' AND                      DRBLD01P
050100            DCL-TXN-SUB-TYPE IS EQUAL TO '2'                      DRBLD01P
050200         SUBTRACT DCL-TXN-AMOUNT FROM WS-REBUILT-BAL              DRBLD01P
050300       WHEN DCL-TXN-TYPE IS EQUAL TO '6'                          DRBLD01P
050400         SUBTRACT DCL-TXN-AMOUNT FROM WS-REBUILT-BAL              DRBLD01P
050500       WHEN DCL-TXN-TYPE IS EQUAL TO '7'                          DRBLD01P
050600         SUBTRACT DCL-TXN-AMOUNT FROM WS-REBUILT-BAL              DRBLD01P
050700       WHEN DCL-TXN-TYPE IS EQUAL TO '8' AND                      DRBLD01P
050800            DCL-TXN-SUB-TYPE IS EQUAL TO '1'                      DRBLD01P
050900         ADD DCL-TXN-AMOUNT TO WS-REBUILT-BAL                     DRBLD01P
051000       WHEN DCL-TXN-TYPE IS EQUAL TO '8' AND                      DRBLD01P
051100            DCL-TXN-SUB-TYPE IS EQUAL TO '2'                      DRBLD01P
051200         SUBTRACT DCL-TXN-AMOUNT FROM WS-REBUILT-BAL              DRBLD01P
051300       WHEN DCL-TXN-TYPE IS EQUAL TO '9'                          DRBLD01P
051400         SUBTRACT DCL-TXN-AMOUNT FROM WS-REBUILT-BAL              DRBLD01P
051500       WHEN OTHER                                                 DRBLD01P
051600         CONTINUE                                                 DRBLD01P
051700     END-EVALUATE.                                                DRBLD01P
051800     GO TO REBUILD-TXN-LOOP.                                      DRBLD01P
051900 REBUILD-TXN-LOOP-EXIT.                                           DRBLD01P
052000     EXEC SQL                                                     DRBLD01P
052100          CLOSE RBL_TXN_CSR                                       DRBLD01P
052200     END-EXEC.                                                    DRBLD01P
052300 REBUILD-ACCOUNT-EXIT.                                            DRBLD01P
052400     EXIT.                                                        DRBLD01P
052500                                                                  DRBLD01P
052600***************************************************************** DRBLD01P
052700* Hold one difference for the apply and put it on the report    * DRBLD01P
052800***************************************************************** DRBLD01P
052900 RECORD-DIFFERENCE.                                               DRBLD01P
053000     MOVE WS-REBUILT-BAL TO DCL-RBD-REBUILT-BAL.                  DRBLD01P
053100     EXEC SQL                                                     DRBLD01P
053200          INSERT                                                  DRBLD01P
053300          INTO BNKRBLD (RBD_RUN_ID,                               DRBLD01P
053400                        RBD_ACCNO,                                DRBLD01P
053500                        RBD_PID,                                  DRBLD01P
053600                        RBD_SNAP_BAL,                             DRBLD01P
053700                        RBD_STORED_BAL,                           DRBLD01P
053800                        RBD_REBUILT_BAL,                          DRBLD01P
053900                        RBD_POSTINGS,                             DRBLD01P
054000                        RBD_STATUS,                               DRBLD01P
054100                        RBD_BEFORE_BAL,                           DRBLD01P
054200                        RBD_AFTER_BAL)                            DRBLD01P
054300          VALUES (:DCL-RBH-ID,                                    DRBLD01P
054400                  :DCL-ACC-ACCNO,                                 DRBLD01P
054500                  :DCL-ACC-PID,                                   DRBLD01P
054600                  :DCL-SNAP-BALANCE,                              DRBLD01P
054700                  :DCL-ACC-BALANCE,                               DRBLD01P
054800                  :DCL-RBD-REBUILT-BAL,                           DRBLD01P
054900                  :DCL-RBD-POSTINGS,                              DRBLD01P
055000                  'P',                                            DRBLD01P
055100                  0,                                              DRBLD01P
055200                  0)                                              DRBLD01P
055300     END-EXEC.                                                    DRBLD01P
055400     IF SQLCODE IS NOT EQUAL TO ZERO                              DRBLD01P
055500        MOVE 'Unable to hold a balance difference' TO CRB1O-MSG   DRBLD01P
055600        GO TO RECORD-DIFFERENCE-EXIT                              DRBLD01P
055700     END-IF.                                                      DRBLD01P
055800     ADD 1 TO CRB1O-DIFFERENCES.                                  DRBLD01P
055900     COMPUTE WS-DIFFERENCE = WS-REBUILT-BAL - DCL-ACC-BALANCE.    DRBLD01P
056000     ADD WS-DIFFERENCE TO WS-NET-DIFFERENCE.                      DRBLD01P
056100     IF WS-LINES IS EQUAL TO WS-MAX-LINES                         DRBLD01P
056200        MOVE SPACES TO WS-CSV-LINE                                DRBLD01P
056300        STRING 'REPORT CUT SHORT - EVERY DIFFERENCE IS '          DRBLD01P
056400               'STILL HELD ON THE RUN'                            DRBLD01P
056500               DELIMITED BY SIZE INTO WS-CSV-LINE                 DRBLD01P
056600        PERFORM QUEUE-REPORT-LINE THRU                            DRBLD01P
056700                QUEUE-REPORT-LINE-EXIT                            DRBLD01P
056800     END-IF.                                                      DRBLD01P
056900     IF WS-LINES IS NOT LESS THAN WS-MAX-LINES                    DRBLD01P
057000        GO TO RECORD-DIFFERENCE-EXIT                              DRBLD01P
057100     END-IF.                                                      DRBLD01P
057200     MOVE DCL-SNAP-BALANCE TO WS-SNAP-DISP.                       DRBLD01P
057300     MOVE DCL-ACC-BALANCE TO WS-STORED-DISP.                      DRBLD01P
057400     MOVE WS-REBUILT-BAL TO WS-REBUILT-DISP.                      DRBLD01P
057500     MOVE WS-DIFFERENCE TO WS-DIFF-DISP.                          DRBLD01P
057600     MOVE DCL-RBD-POSTINGS TO WS-POSTINGS-DISP.                   DRBLD01P
057700     MOVE SPACES TO WS-CSV-LINE.                                  DRBLD01P
057800     STRING DCL-ACC-ACCNO ',' DCL-ACC-PID ',' WS-SNAP-DISP ','    DRBLD01P
057900            WS-POSTINGS-DISP ',' WS-STORED-DISP ','               DRBLD01P
058000            WS-REBUILT-DISP ',' WS-DIFF-DISP                      DRBLD01P
058100            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DRBLD01P
058200     PERFORM QUEUE-REPORT-LINE THRU                               DRBLD01P
058300             QUEUE-REPORT-LINE-EXIT.                              DRBLD01P
058400 RECORD-DIFFERENCE-EXIT.                                          DRBLD01P
058500     EXIT.                                                        DRBLD01P
058600                                                                  DRBLD01P
058700***************************************************************** DRBLD01P
058800* A snapshot account no longer on BNKACC cannot be rebuilt      * DRBLD01P
058900* here - the restore lost the row itself. List them so they     * DRBLD01P
059000* can be recreated before the apply                             * DRBLD01P
059100***************************************************************** DRBLD01P
059200 LIST-MISSING.                                                    DRBLD01P
059300     EXEC SQL                                                     DRBLD01P
059400          DECLARE RBL_MISS_CSR CURSOR FOR                         DRBLD01P
059500          SELECT EOD.EOD_ACCNO,                                   DRBLD01P
059600                 EOD.EOD_PID,                                     DRBLD01P
059700                 EOD.EOD_BALANCE                                  DRBLD01P
059800          FROM BNKEODB EOD                                        DRBLD01P
059900          WHERE EOD.EOD_DATE = :CRB1I-SNAP-DATE AND               DRBLD01P
060000                NOT EXISTS                                        DRBLD01P
060100                (SELECT 1                                         DRBLD01P
060200                 FROM BNKACC BAC                                  DRBLD01P
060300                 WHERE BAC.BAC_ACCNO = EOD.EOD_ACCNO)             DRBLD01P
060400          ORDER BY EOD.EOD_ACCNO                                  DRBLD01P
060500          FOR FETCH ONLY                                          DRBLD01P
060600     END-EXEC.                                                    DRBLD01P
060700     EXEC SQL                                                     DRBLD01P
060800          OPEN RBL_MISS_CSR                                       DRBLD01P
060900     END-EXEC.                                                    DRBLD01P
061000     IF SQLCODE IS NOT EQUAL TO ZERO                              DRBLD01P
061100        MOVE 'Unable to open the snapshot cursor' TO CRB1O-MSG    DRBLD01P
061200        GO TO LIST-MISSING-EXIT                                   DRBLD01P
061300     END-IF.                                                      DRBLD01P
061400 MISSING-LOOP.                                                    DRBLD01P
061500     EXEC SQL                                                     DRBLD01P
061600          FETCH RBL_MISS_CSR                                      DRBLD01P
061700          INTO :DCL-ACC-ACCNO,                                    DRBLD01P
061800               :DCL-ACC-PID,                                      DRBLD01P
061900               :DCL-SNAP-BALANCE                                  DRBLD01P
062000     END-EXEC.                                                    DRBLD01P
062100     IF SQLCODE IS EQUAL TO +100                                  DRBLD01P
062200        GO TO MISSING-LOOP-EXIT                                   DRBLD01P
062300     END-IF.                                                      DRBLD01P
062400     IF SQLCODE IS NOT EQUAL TO ZERO                              DRBLD01P
062500        MOVE 'Unable to read the snapshot cursor' TO CRB1O-MSG    DRBLD01P
062600        GO TO MISSING-LOOP-EXIT                                   DRBLD01P
062700     END-IF.                                                      DRBLD01P
062800     ADD 1 TO CRB1O-MISSING.                                      DRBLD01P
062900     IF WS-LINES IS NOT LESS THAN WS-MAX-LINES                    DRBLD01P
063000        GO TO MISSING-LOOP                                        DRBLD01P
063100     END-IF.                                                      DRBLD01P
063200     MOVE DCL-SNAP-BALANCE TO WS-SNAP-DISP.                       DRBLD01P
063300     MOVE SPACES TO WS-CSV-LINE.                                  DRBLD01P
063400     STRING DCL-ACC-ACCNO ',' DCL-ACC-PID ',' WS-SNAP-DISP        DRBLD01P
063500            ',NOT ON BNKACC'                                      DRBLD01P
063600            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DRBLD01P
063700     PERFORM QUEUE-REPORT-LINE THRU                               DRBLD01P
063800             QUEUE-REPORT-LINE-EXIT.                              DRBLD01P
063900     GO TO MISSING-LOOP.                                          DRBLD01P
064000 MISSING-LOOP-EXIT.                                               DRBLD01P
064100     EXEC SQL                                                     DRBLD01P
064200          CLOSE RBL_MISS_CSR                                      DRBLD01P
064300     END-EXEC.                                                    DRBLD01P
064400 LIST-MISSING-EXIT.                                               DRBLD01P
064500     EXIT.                                                        DRBLD01P
064600                                                                  DRBLD01P
064700***************************************************************** DRBLD01P
064800* Totals, then file the report for the authorizer to read       * DRBLD01P
064900***************************************************************** DRBLD01P
065000 FILE-REPORT.                                                     DRBLD01P
065100     MOVE CRB1O-ACCOUNTS TO WS-COUNT-DISP.                        DRBLD01P
065200     MOVE CRB1O-DIFFERENCES TO WS-COUNT-DISP2.                    DRBLD01P
065300     MOVE WS-NET-DIFFERENCE TO WS-DIFF-DISP.                      DRBLD01P
065400     MOVE SPACES TO WS-CSV-LINE.                                  DRBLD01P
065500     STRING 'ACCOUNTS ' WS-COUNT-DISP                             DRBLD01P
065600            ',DIFFERENCES ' WS-COUNT-DISP2                        DRBLD01P
065700            ',NET DIFFERENCE ' WS-DIFF-DISP                       DRBLD01P
065800            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DRBLD01P
065900     PERFORM QUEUE-REPORT-LINE THRU                               DRBLD01P
066000             QUEUE-REPORT-LINE-EXIT.                              DRBLD01P
066100     MOVE CRB1O-MISSING TO WS-COUNT-DISP.                         DRBLD01P
066200     MOVE SPACES TO WS-CSV-LINE.                                  DRBLD01P
066300     STRING 'SNAPSHOT ACCOUNTS NOT ON BNKACC ' WS-COUNT-DISP      DRBLD01P
066400            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DRBLD01P
066500     PERFORM QUEUE-REPORT-LINE THRU                               DRBLD01P
066600             QUEUE-REPORT-LINE-EXIT.                              DRBLD01P
066700     INITIALIZE CD96-DATA.                                        DRBLD01P
066800     SET CD96I-CAPTURE-REPORT TO TRUE.                            DRBLD01P
066900     MOVE WS-PROGRAM-ID TO CD96I-JOB.                             DRBLD01P
067000     MOVE CRB1O-RUN-ID TO WS-REPORT-RUN.                          DRBLD01P
067100     MOVE WS-REPORT-NAME TO CD96I-REPORT-NAME.                    DRBLD01P
067200     MOVE 'CSVQ' TO CD96I-QUEUE.                                  DRBLD01P
067300     MOVE 999 TO CD96I-RETAIN-DAYS.                               DRBLD01P
067400 COPY CBANKX96.                                                   DRBLD01P
067500     IF NOT CD96O-REQUEST-OK                                      DRBLD01P
067600        MOVE CD96O-MSG TO CRB1O-MSG                               DRBLD01P
067700        GO TO FILE-REPORT-EXIT                                    DRBLD01P
067800     END-IF.                                                      DRBLD01P
067900     MOVE CD96O-REPORT-ID TO CRB1O-REPORT-ID.                     DRBLD01P
068000 FILE-REPORT-EXIT.                                                DRBLD01P
068100     EXIT.                                                        DRBLD01P
068200                                                                  DRBLD01P
068300***************************************************************** DRBLD01P
068400* Read the run named for authority, rejection or the apply      * DRBLD01P
068500***************************************************************** DRBLD01P
068600 READ-RUN.                                                        DRBLD01P
068700     MOVE CRB1I-RUN-ID TO DCL-RBH-ID.                             DRBLD01P
068800     MOVE CRB1I-RUN-ID TO CRB1O-RUN-ID.                           DRBLD01P
068900     EXEC SQL                                                     DRBLD01P
069000          SELECT RBH_STATUS,                                      DRBLD01P
069100                 RBH_REQUESTED_BY,                                DRBLD01P
069200                 RBH_DIFFERENCES,                                 DRBLD01P
069300                 RBH_APPLIED,                                     DRBLD01P
069400                 RBH_REPORT_ID,                                   DRBLD01P
069500                 RBH_CHECKPOINT                                   DRBLD01P
069600          INTO :DCL-RBH-STATUS,                                   DRBLD01P
069700               :DCL-RBH-REQUESTED-BY,                             DRBLD01P
069800               :DCL-RBH-DIFFERENCES,                              DRBLD01P
069900               :DCL-RBH-APPLIED,                                  DRBLD01P
070000               :DCL-RBH-REPORT-ID,                                DRBLD01P
070100               :DCL-RBH-CHECKPOINT                                DRBLD01P
070200          FROM BNKRBLH                                            DRBLD01P
070300          WHERE RBH_ID = :DCL-RBH-ID                              DRBLD01P
070400     END-EXEC.                                                    DRBLD01P
070500     IF SQLCODE IS EQUAL TO +100                                  DRBLD01P
070600        MOVE 'No rebuild run is held under that number'           DRBLD01P
070700          TO CRB1O-MSG                                            DRBLD01P
070800        GO TO READ-RUN-EXIT                                       DRBLD01P
070900     END-IF.                                                      DRBLD01P
071000     IF SQLCODE IS NOT EQUAL TO ZERO                              DRBLD01P
071100        MOVE 'Unable to read the rebuild run' TO CRB1O-MSG        DRBLD01P
071200        GO TO READ-RUN-EXIT                                       DRBLD01P
071300     END-IF.                                                      DRBLD01P
071400     MOVE DCL-RBH-DIFFERENCES TO CRB1O-DIFFERENCES.               DRBLD01P
071500     MOVE DCL-RBH-APPLIED TO CRB1O-APPLIED.                       DRBLD01P
071600     MOVE DCL-RBH-REPORT-ID TO CRB1O-REPORT-ID.                   DRBLD01P
071700 READ-RUN-EXIT.                                                   DRBLD01P
071800     EXIT.                                                        DRBLD01P
071900                                                                  DRBLD01P
072000***************************************************************** DRBLD01P
072100* Authority comes from a second supervisor, never the one who   * DRBLD01P
072200* ran the compare                                               * DRBLD01P
072300***************************************************************** DRBLD01P
072400 AUTHORIZE-RUN.                                                   DRBLD01P
072500     PERFORM READ-RUN THRU                                        DRBLD01P
072600             READ-RUN-EXIT.                                       DRBLD01P
072700     IF CRB1O-MSG IS NOT EQUAL TO SPACES                          DRBLD01P
072800        GO TO AUTHORIZE-RUN-EXIT                                  DRBLD01P
072900     END-IF.                                                      DRBLD01P
073000     IF DCL-RBH-STATUS IS NOT EQUAL TO 'P'                        DRBLD01P
073100        MOVE 'Only a run awaiting authority can be authorized'    DRBLD01P
073200          TO CRB1O-MSG                                            DRBLD01P
073300        GO TO AUTHORIZE-RUN-EXIT                                  DRBLD01P
073400     END-IF.                                                      DRBLD01P
073500     IF DCL-RBH-REQUESTED-BY IS EQUAL TO CRB1I-USERID             DRBLD01P
073600        SET CRB1O-NOT-AUTHORIZED TO TRUE                          DRBLD01P
073700        MOVE 'A different supervisor must authorize the run'      DRBLD01P
073800          TO CRB1O-MSG                                            DRBLD01P
073900        GO TO AUTHORIZE-RUN-EXIT                                  DRBLD01P
074000     END-IF.                                                      DRBLD01P
074100     EXEC SQL                                                     DRBLD01P
074200          UPDATE BNKRBLH                                          DRBLD01P
074300          SET RBH_STATUS = 'A',                                   DRBLD01P
074400              RBH_AUTH_BY = :CRB1I-USERID,                        DRBLD01P
074500              RBH_AUTH_TS = CURRENT TIMESTAMP                     DRBLD01P
074600          WHERE RBH_ID = :DCL-RBH-ID AND                          DRBLD01P
074700                RBH_STATUS = 'P'                                  DRBLD01P
074800     END-EXEC.                                                    DRBLD01P
074900     IF SQLCODE IS NOT EQUAL TO ZERO                              DRBLD01P
075000        MOVE 'Unable to authorize the rebuild run' TO CRB1O-MSG   DRBLD01P
075100        GO TO AUTHORIZE-RUN-EXIT                                  DRBLD01P
075200     END-IF.                                                      DRBLD01P
075300     SET CRB1O-REQUEST-OK TO TRUE.                                DRBLD01P
075400     MOVE 'Rebuild run authorized - it may now be applied'        DRBLD01P
075500       TO CRB1O-MSG.                                              DRBLD01P
075600 AUTHORIZE-RUN-EXIT.                                              DRBLD01P
075700     EXIT.                                                        DRBLD01P
075800                                                                  DRBLD01P
075900***************************************************************** DRBLD01P
076000* A run not yet being applied may be rejected - a new compare   * DRBLD01P
076100* can then be run                                               * DRBLD01P
076200***************************************************************** DRBLD01P
076300 REJECT-RUN.                                                      DRBLD01P
076400     PERFORM READ-RUN THRU                                        DRBLD01P
076500             READ-RUN-EXIT.                                       DRBLD01P
076600     IF CRB1O-MSG IS NOT EQUAL TO SPACES                          DRBLD01P
076700        GO TO REJECT-RUN-EXIT                                     DRBLD01P
076800     END-IF.                                                      DRBLD01P
076900     IF DCL-RBH-STATUS IS NOT EQUAL TO 'P' AND                    DRBLD01P
077000        DCL-RBH-STATUS IS NOT EQUAL TO 'A'                        DRBLD01P
077100        MOVE 'Only a run not yet applied can be rejected'         DRBLD01P
077200          TO CRB1O-MSG                                            DRBLD01P
077300        GO TO REJECT-RUN-EXIT                                     DRBLD01P
077400     END-IF.                                                      DRBLD01P
077500     EXEC SQL                                                     DRBLD01P
077600          UPDATE BNKRBLH                                          DRBLD01P
077700          SET RBH_STATUS = 'R',                                   DRBLD01P
077800              RBH_AUTH_BY = :CRB1I-USERID,                        DRBLD01P
077900              RBH_AUTH_TS = CURRENT TIMESTAMP                     DRBLD01P
078000          WHERE RBH_ID = :DCL-RBH-ID                              DRBLD01P
078100     END-EXEC.                                                    DRBLD01P
078200     IF SQLCODE IS NOT EQUAL TO ZERO                              DRBLD01P
078300        MOVE 'Unable to reject the rebuild run' TO CRB1O-MSG      DRBLD01P
078400        GO TO REJECT-RUN-EXIT                                     DRBLD01P
078500     END-IF.                                                      DRBLD01P
078600     SET CRB1O-REQUEST-OK TO TRUE.                                DRBLD01P
078700     MOVE 'Rebuild run rejected - no balance was changed'         DRBLD01P
078800       TO CRB1O-MSG.                                              DRBLD01P
078900 REJECT-RUN-EXIT.                                                 DRBLD01P
079000     EXIT.                                                        DRBLD01P
079100                                                                  DRBLD01P
079200***************************************************************** DRBLD01P
079300* The apply. An authorized run starts from the top; a run       * DRBLD01P
079400* left applying resumes after its checkpoint account            * DRBLD01P
079500***************************************************************** DRBLD01P
079600 APPLY-RUN.                                                       DRBLD01P
079700     PERFORM READ-RUN THRU                                        DRBLD01P
079800             READ-RUN-EXIT.                                       DRBLD01P
079900     IF CRB1O-MSG IS NOT EQUAL TO SPACES                          DRBLD01P
080000        GO TO APPLY-RUN-EXIT                                      DRBLD01P
080100     END-IF.                                                      DRBLD01P
080200     IF DCL-RBH-STATUS IS NOT EQUAL TO 'A' AND                    DRBLD01P
080300        DCL-RBH-STATUS IS NOT EQUAL TO 'I'                        DRBLD01P
080400        MOVE 'Only an authorized run can be applied' TO CRB1O-MSG DRBLD01P
080500        GO TO APPLY-RUN-EXIT                                      DRBLD01P
080600     END-IF.                                                      DRBLD01P
080700     EXEC SQL                                                     DRBLD01P
080800          UPDATE BNKRBLH                                          DRBLD01P
080900          SET RBH_STATUS = 'I'                                    DRBLD01P
081000          WHERE RBH_ID = :DCL-RBH-ID                              DRBLD01P
081100     END-EXEC.                                                    DRBLD01P
081200     IF SQLCODE IS NOT EQUAL TO ZERO                              DRBLD01P
081300        MOVE 'Unable to start the apply' TO CRB1O-MSG             DRBLD01P
081400        GO TO APPLY-RUN-EXIT                                      DRBLD01P
081500     END-IF.                                                      DRBLD01P
081600     EXEC SQL                                                     DRBLD01P
081700          DECLARE RBL_APPLY_CSR CURSOR FOR                        DRBLD01P
081800          SELECT RBD_ACCNO,                                       DRBLD01P
081900                 RBD_STORED_BAL,                                  DRBLD01P
082000                 RBD_REBUILT_BAL                                  DRBLD01P
082100          FROM BNKRBLD                                            DRBLD01P
082200          WHERE RBD_RUN_ID = :DCL-RBH-ID AND                      DRBLD01P
082300                RBD_STATUS = 'P' AND                              DRBLD01P
082400                RBD_ACCNO > :DCL-RBH-CHECKPOINT                   DRBLD01P
082500          ORDER BY RBD_ACCNO                                      DRBLD01P
082600          FOR FETCH ONLY                                          DRBLD01P
082700     END-EXEC.                                                    DRBLD01P
082800     EXEC SQL                                                     DRBLD01P
082900          OPEN RBL_APPLY_CSR                                      DRBLD01P
083000     END-EXEC.                                                    DRBLD01P
083100     IF SQLCODE IS NOT EQUAL TO ZERO                              DRBLD01P
083200        MOVE 'Unable to open the difference cursor' TO CRB1O-MSG  DRBLD01P
083300        GO TO APPLY-RUN-EXIT                                      DRBLD01P
083400     END-IF.                                                      DRBLD01P
083500 APPLY-LOOP.                                                      DRBLD01P
083600     EXEC SQL                                                     DRBLD01P
083700          FETCH RBL_APPLY_CSR                                     DRBLD01P
083800          INTO :DCL-RBD-ACCNO,                                    DRBLD01P
083900               :DCL-RBD-STORED-BAL,                               DRBLD01P
084000               :DCL-RBD-REBUILT-BAL                               DRBLD01P
084100     END-EXEC.                                                    DRBLD01P
084200     IF SQLCODE IS EQUAL TO +100                                  DRBLD01P
084300        GO TO APPLY-LOOP-EXIT                                     DRBLD01P
084400     END-IF.                                                      DRBLD01P
084500     IF SQLCODE IS NOT EQUAL TO ZERO                              DRBLD01P
084600        MOVE 'Unable to read the difference cursor' TO CRB1O-MSG  DRBLD01P
084700        GO TO APPLY-LOOP-EXIT                                     DRBLD01P
084800     END-IF.                                                      DRBLD01P
084900     PERFORM APPLY-ONE THRU                                       DRBLD01P
085000             APPLY-ONE-EXIT.                                      DRBLD01P
085100     IF CRB1O-MSG IS NOT EQUAL TO SPACES                          DRBLD01P
085200        GO TO APPLY-LOOP-EXIT                                     DRBLD01P
085300     END-IF.                                                      DRBLD01P
085400     GO TO APPLY-LOOP.                                            DRBLD01P
085500 APPLY-LOOP-EXIT.                                                 DRBLD01P
085600     EXEC SQL                                                     DRBLD01P
085700          CLOSE RBL_APPLY_CSR                                     DRBLD01P
085800     END-EXEC.                                                    DRBLD01P
085900     IF CRB1O-MSG IS NOT EQUAL TO SPACES                          DRBLD01P
086000        GO TO APPLY-RUN-EXIT                                      DRBLD01P
086100     END-IF.                                                      DRBLD01P
086200     EXEC SQL                                                     DRBLD01P
086300          UPDATE BNKRBLH                                          DRBLD01P
086400          SET RBH_STATUS = 'D'                                    DRBLD01P
086500          WHERE RBH_ID = :DCL-RBH-ID                              DRBLD01P
086600     END-EXEC.                                                    DRBLD01P
086700     IF SQLCODE IS NOT EQUAL TO ZERO                              DRBLD01P
086800        MOVE 'Unable to close the rebuild run' TO CRB1O-MSG       DRBLD01P
086900        GO TO APPLY-RUN-EXIT                                      DRBLD01P
087000     END-IF.                                                      DRBLD01P
087100     SET CRB1O-REQUEST-OK TO TRUE.                                DRBLD01P
087200     MOVE CRB1O-APPLIED TO WS-COUNT-DISP.                         DRBLD01P
087300     STRING 'Rebuild applied -' WS-COUNT-DISP                     DRBLD01P
087400            ' balances corrected'                                 DRBLD01P
087500            DELIMITED BY SIZE INTO CRB1O-MSG.                     DRBLD01P
087600 APPLY-RUN-EXIT.                                                  DRBLD01P
087700     EXIT.                                                        DRBLD01P
087800                                                                  DRBLD01P
087900***************************************************************** DRBLD01P
088000* Correct one balance by the difference the compare found,      * DRBLD01P
088100* so postings made since the compare are kept. The row is       * DRBLD01P
088200* updated only if the balance is still the one just read,       * DRBLD01P
088300* the before and after are kept on the difference row, and      * DRBLD01P
088400* the account becomes the run's checkpoint                      * DRBLD01P
088500***************************************************************** DRBLD01P
088600 APPLY-ONE.                                                       DRBLD01P
088700     EXEC SQL                                                     DRBLD01P
088800          SELECT BAC_BALANCE                                      DRBLD01P
088900          INTO :DCL-BEFORE-BAL                                    DRBLD01P
089000          FROM BNKACC                                             DRBLD01P
089100          WHERE BAC_ACCNO = :DCL-RBD-ACCNO                        DRBLD01P
089200     END-EXEC.                                                    DRBLD01P
089300     IF SQLCODE IS EQUAL TO +100                                  DRBLD01P
089400        EXEC SQL                                                  DRBLD01P
089500             UPDATE BNKRBLD                                       DRBLD01P
089600             SET RBD_STATUS = 'S'                                 DRBLD01P
089700             WHERE RBD_RUN_ID = :DCL-RBH-ID AND                   DRBLD01P
089800                   RBD_ACCNO = :DCL-RBD-ACCNO                     DRBLD01P
089900        END-EXEC                                                  DRBLD01P
090000        GO TO APPLY-ONE-CHECKPOINT                                DRBLD01P
090100     END-IF.                                                      DRBLD01P
090200     IF SQLCODE IS NOT EQUAL TO ZERO                              DRBLD01P
090300        MOVE 'Unable to read an account to correct' TO CRB1O-MSG  DRBLD01P
090400        GO TO APPLY-ONE-EXIT                                      DRBLD01P
090500     END-IF.                                                      DRBLD01P
090600     COMPUTE DCL-AFTER-BAL = DCL-BEFORE-BAL +                     DRBLD01P
090700                             DCL-RBD-REBUILT-BAL -                DRBLD01P
090800                             DCL-RBD-STORED-BAL.                  DRBLD01P
090900     EXEC SQL                                                     DRBLD01P
091000          UPDATE BNKACC                                           DRBLD01P
091100          SET BAC_BALANCE = :DCL-AFTER-BAL                        DRBLD01P
091200          WHERE BAC_ACCNO = :DCL-RBD-ACCNO AND                    DRBLD01P
091300                BAC_BALANCE = :DCL-BEFORE-BAL                     DRBLD01P
091400     END-EXEC.                                                    DRBLD01P
091500     IF SQLCODE IS NOT EQUAL TO ZERO                              DRBLD01P
091600        MOVE 'A balance moved during the apply - apply again'     DRBLD01P
091700          TO CRB1O-MSG                                            DRBLD01P
091800        GO TO APPLY-ONE-EXIT                                      DRBLD01P
091900     END-IF.                                                      DRBLD01P
092000     EXEC SQL                                                     DRBLD01P
092100          UPDATE BNKRBLD                                          DRBLD01P
092200          SET RBD_STATUS = 'C',                                   DRBLD01P
092300              RBD_BEFORE_BAL = :DCL-BEFORE-BAL,                   DRBLD01P
092400              RBD_AFTER_BAL = :DCL-AFTER-BAL,                     DRBLD01P
092500              RBD_APPLIED_TS = CURRENT TIMESTAMP                  DRBLD01P
092600          WHERE RBD_RUN_ID = :DCL-RBH-ID AND                      DRBLD01P
092700                RBD_ACCNO = :DCL-RBD-ACCNO                        DRBLD01P
092800     END-EXEC.                                                    DRBLD01P
092900     IF SQLCODE IS NOT EQUAL TO ZERO                              DRBLD01P
093000        MOVE 'Unable to record a corrected balance' TO CRB1O-MSG  DRBLD01P
093100        GO TO APPLY-ONE-EXIT                                      DRBLD01P
093200     END-IF.                                                      DRBLD01P
093300     ADD 1 TO CRB1O-APPLIED.                                      DRBLD01P
093400 APPLY-ONE-CHECKPOINT.                                            DRBLD01P
093500     MOVE CRB1O-APPLIED TO DCL-RBH-APPLIED.                       DRBLD01P
093600     EXEC SQL                                                     DRBLD01P
093700          UPDATE BNKRBLH                                          DRBLD01P
093800          SET RBH_CHECKPOINT = :DCL-RBD-ACCNO,                    DRBLD01P
093900              RBH_APPLIED = :DCL-RBH-APPLIED                      DRBLD01P
094000          WHERE RBH_ID = :DCL-RBH-ID                              DRBLD01P
094100     END-EXEC.                                                    DRBLD01P
094200     IF SQLCODE IS NOT EQUAL TO ZERO                              DRBLD01P
094300        MOVE 'Unable to checkpoint the apply' TO CRB1O-MSG        DRBLD01P
094400     END-IF.                                                      DRBLD01P
094500 APPLY-ONE-EXIT.                                                  DRBLD01P
094600     EXIT.                                                        DRBLD01P
094700                                                                  DRBLD01P
094800***************************************************************** DRBLD01P
094900* The latest runs first, for the rebuild screen                 * DRBLD01P
095000***************************************************************** DRBLD01P
095100 LIST-RUNS.                                                       DRBLD01P
095200     EXEC SQL                                                     DRBLD01P
095300          DECLARE RBL_RUN_CSR CURSOR FOR                          DRBLD01P
095400          SELECT RBH_ID,                                          DRBLD01P
095500                 RBH_SNAP_DATE,                                   DRBLD01P
095600                 RBH_STATUS,                                      DRBLD01P
095700                 RBH_REQUESTED_BY,                                DRBLD01P
095800                 RBH_AUTH_BY,                                     DRBLD01P
095900                 RBH_DIFFERENCES,                                 DRBLD01P
096000                 RBH_APPLIED,                                     DRBLD01P
096100                 RBH_REPORT_ID                                    DRBLD01P
096200          FROM BNKRBLH                                            DRBLD01P
096300          ORDER BY RBH_ID DESC                                    DRBLD01P
096400          FOR FETCH ONLY                                          DRBLD01P
096500     END-EXEC.                                                    DRBLD01P
096600     EXEC SQL                                                     DRBLD01P
096700          OPEN RBL_RUN_CSR                                        DRBLD01P
096800     END-EXEC.                                                    DRBLD01P
096900     IF SQLCODE IS NOT EQUAL TO ZERO                              DRBLD01P
097000        MOVE 'Unable to open the rebuild runs' TO CRB1O-MSG       DRBLD01P
097100        GO TO LIST-RUNS-EXIT                                      DRBLD01P
097200     END-IF.                                                      DRBLD01P
097300     MOVE 0 TO WS-SUB1.                                           DRBLD01P
097400 RUN-LOOP.                                                        DRBLD01P
097500     IF WS-SUB1 IS EQUAL TO 5                                     DRBLD01P
097600        GO TO RUN-LOOP-EXIT                                       DRBLD01P
097700     END-IF.                                                      DRBLD01P
097800     EXEC SQL                                                     DRBLD01P
097900          FETCH RBL_RUN_CSR                                       DRBLD01P
098000          INTO :DCL-RBH-ID,                                       DRBLD01P
098100               :DCL-RBH-SNAP-DATE,                                DRBLD01P
098200               :DCL-RBH-STATUS,                                   DRBLD01P
098300               :DCL-RBH-REQUESTED-BY,                             DRBLD01P
098400               :DCL-RBH-AUTH-BY,                                  DRBLD01P
098500               :DCL-RBH-DIFFERENCES,                              DRBLD01P
098600               :DCL-RBH-APPLIED,                                  DRBLD01P
098700               :DCL-RBH-REPORT-ID                                 DRBLD01P
098800     END-EXEC.                                                    DRBLD01P
098900     IF SQLCODE IS NOT EQUAL TO ZERO                              DRBLD01P
099000        GO TO RUN-LOOP-EXIT                                       DRBLD01P
099100     END-IF.                                                      DRBLD01P
099200     ADD 1 TO WS-SUB1.                                            DRBLD01P
099300     MOVE DCL-RBH-ID TO CRB1O-LST-RUN-ID (WS-SUB1).               DRBLD01P
099400     MOVE DCL-RBH-SNAP-DATE TO CRB1O-LST-SNAP-DATE (WS-SUB1).     DRBLD01P
099500     MOVE DCL-RBH-STATUS TO CRB1O-LST-STATUS (WS-SUB1).           DRBLD01P
099600     MOVE DCL-RBH-REQUESTED-BY TO CRB1O-LST-BY (WS-SUB1).         DRBLD01P
099700     MOVE DCL-RBH-AUTH-BY TO CRB1O-LST-AUTH-BY (WS-SUB1).         DRBLD01P
099800     MOVE DCL-RBH-DIFFERENCES TO CRB1O-LST-DIFFERENCES (WS-SUB1). DRBLD01P
099900     MOVE DCL-RBH-APPLIED TO CRB1O-LST-APPLIED (WS-SUB1).         DRBLD01P
100000     MOVE DCL-RBH-REPORT-ID TO CRB1O-LST-REPORT-ID (WS-SUB1).     DRBLD01P
100100     GO TO RUN-LOOP.                                              DRBLD01P
100200 RUN-LOOP-EXIT.                                                   DRBLD01P
100300     EXEC SQL                                                     DRBLD01P
100400          CLOSE RBL_RUN_CSR                                       DRBLD01P
100500     END-EXEC.                                                    DRBLD01P
100600     MOVE WS-SUB1 TO CRB1O-LIST-COUNT.                            DRBLD01P
100700     SET CRB1O-REQUEST-OK TO TRUE.                                DRBLD01P
100800     IF WS-SUB1 IS EQUAL TO ZERO                                  DRBLD01P
100900        MOVE 'No balance rebuild has been run' TO CRB1O-MSG       DRBLD01P
101000     END-IF.                                                      DRBLD01P
101100 LIST-RUNS-EXIT.                                                  DRBLD01P
101200     EXIT.                                                        DRBLD01P
101300                                                                  DRBLD01P
101400***************************************************************** DRBLD01P
101500* Queue one line of the report                                  * DRBLD01P
101600***************************************************************** DRBLD01P
101700 QUEUE-REPORT-LINE.                                               DRBLD01P
101800     ADD 1 TO WS-LINES.                                           DRBLD01P
101900 COPY CCSVWRQ.                                                    DRBLD01P
102000 QUEUE-REPORT-LINE-EXIT.                                          DRBLD01P
102100     EXIT.                                                        DRBLD01P
