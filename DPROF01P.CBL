000100***************************************************************** DPROF01P
000200*                                                               * DPROF01P
000300*  Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.    * DPROF01P
000400*  This demonstration program is provided for use by users      * DPROF01P
000500*  of Micro Focus products and may be used, modified and        * DPROF01P
000600*  distributed as part of your application provided that        * DPROF01P
000700*  you properly acknowledge the copyright of Micro Focus        * DPROF01P
000800*  in this material.                                            * DPROF01P
000900*                                                               * DPROF01P
001000***************************************************************** DPROF01P
001100                                                                  DPROF01P
001200***************************************************************** DPROF01P
001300* Program:     DPROF01P.CBL                                     * DPROF01P
001400* Function:    Proof run control - clears and accumulates the   * DPROF01P
001500*              control totals a billing or interest run builds  * DPROF01P
001600*              by account type, closes a proof run with those   * DPROF01P
001700*              totals set against the last live cycle and hands * DPROF01P
001800*              the listing to the report repository, and holds  * DPROF01P
001900*              each proof until a supervisor releases it for    * DPROF01P
002000*              the live run or discards it to be proved again   * DPROF01P
002100*              SQL version                                      * DPROF01P
002200***************************************************************** DPROF01P
002300                                                                  DPROF01P
002400 IDENTIFICATION DIVISION.                                         DPROF01P
002500 PROGRAM-ID.                                                      DPROF01P
002600     DPROF01P.                                                    DPROF01P
002700 DATE-WRITTEN.                                                    DPROF01P
002800     October 2026.                                                DPROF01P
002900 DATE-COMPILED.                                                   DPROF01P
003000     Today.                                                       DPROF01P
003100                                                                  DPROF01P
003200 ENVIRONMENT DIVISION.                                            DPROF01P
003300                                                                  DPROF01P
003400 DATA DIVISION.                                                   DPROF01P
003500                                                                  DPROF01P
003600 WORKING-STORAGE SECTION.                                         DPROF01P
003700 01  WS-MISC-STORAGE.                                             DPROF01P
003800   05  WS-PROGRAM-ID                         PIC X(8)             DPROF01P
003900       VALUE 'DPROF01P'.                                          DPROF01P
004000   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DPROF01P
004100   05  WS-SUB1                               PIC S9(4) COMP.      DPROF01P
004200   05  WS-COUNT-DISP                         PIC Z(6)9.           DPROF01P
004300   05  WS-AMT-DISP                           PIC -(9)9.99.        DPROF01P
004400   05  WS-PREV-DISP                          PIC -(9)9.99.        DPROF01P
004500   05  WS-VARIANCE                           PIC S9(5)V99 COMP-3. DPROF01P
004600   05  WS-VARIANCE-DISP                      PIC -(5)9.99.        DPROF01P
004700   05  WS-VARIANCE-TEXT                      PIC X(9).            DPROF01P
004800   05  WS-REPORT-NAME.                                            DPROF01P
004900     10  FILLER                              PIC X(6)             DPROF01P
005000         VALUE 'PROOF '.                                          DPROF01P
005100     10  WS-REPORT-JOB                       PIC X(8).            DPROF01P
005200     10  FILLER                              PIC X(1)             DPROF01P
005300         VALUE SPACE.                                             DPROF01P
005400     10  WS-REPORT-DAY                       PIC X(5).            DPROF01P
005500                                                                  DPROF01P
005600 01  WS-CSV-DATA.                                                 DPROF01P
005700 COPY CCSVD.                                                      DPROF01P
005800                                                                  DPROF01P
005900 01  WS-96-COMMAREA.                                              DPROF01P
006000 COPY CBANKD96.                                                   DPROF01P
006100                                                                  DPROF01P
006200   EXEC SQL                                                       DPROF01P
006300        BEGIN DECLARE SECTION                                     DPROF01P
006400   END-EXEC.                                                      DPROF01P
006500 01  WS-COMMAREA.                                                 DPROF01P
006600     EXEC SQL                                                     DPROF01P
006700          INCLUDE CPROFD01                                        DPROF01P
006800     END-EXEC.                                                    DPROF01P
006900 01  WS-98-COMMAREA.                                              DPROF01P
007000     EXEC SQL                                                     DPROF01P
007100          INCLUDE CBANKD98                                        DPROF01P
007200     END-EXEC.                                                    DPROF01P
007300 01  DCL-PROF-AREAS.                                              DPROF01P
007400*        A control total as held on BNKPRFT                       DPROF01P
007500   05  DCL-PRT-KIND                          PIC X(1).            DPROF01P
007600   05  DCL-PRT-ACCTYPE                       PIC X(2).            DPROF01P
007700   05  DCL-PRT-COUNT                         PIC S9(7) COMP-3.    DPROF01P
007800   05  DCL-PRT-AMOUNT                        PIC S9(9)V99 COMP-3. DPROF01P
007900   05  DCL-PREV-COUNT                        PIC S9(7) COMP-3.    DPROF01P
008000   05  DCL-PREV-AMOUNT                       PIC S9(9)V99 COMP-3. DPROF01P
008100*        A proof as held on BNKPROOF                              DPROF01P
008200   05  DCL-PRF-JOB                           PIC X(8).            DPROF01P
008300   05  DCL-PRF-DATE                          PIC X(10).           DPROF01P
008400   05  DCL-PRF-STATUS                        PIC X(1).            DPROF01P
008500   05  DCL-PRF-COUNT                         PIC S9(7) COMP-3.    DPROF01P
008600   05  DCL-PRF-AMOUNT                        PIC S9(9)V99 COMP-3. DPROF01P
008700   05  DCL-PRF-RELEASED-BY                   PIC X(5).            DPROF01P
008800   05  DCL-PRF-REPORT-ID                     PIC S9(7) COMP-3.    DPROF01P
008900 01  WS-PROF-AREAS.                                               DPROF01P
009000   05  WS-BUSINESS-DATE                      PIC X(10).           DPROF01P
009100   05  WS-PROOF-DATE                         PIC X(10).           DPROF01P
009200   05  WS-PREV-DATE                          PIC X(10).           DPROF01P
009300   05  WS-RUN-TS                             PIC X(26).           DPROF01P
009400                                                                  DPROF01P
009500     EXEC SQL                                                     DPROF01P
009600          INCLUDE SQLCA                                           DPROF01P
009700     END-EXEC.                                                    DPROF01P
009800                                                                  DPROF01P
009900 COPY CABENDD.                                                    DPROF01P
010000   EXEC SQL                                                       DPROF01P
010100        END DECLARE SECTION                                       DPROF01P
010200   END-EXEC.                                                      DPROF01P
010300                                                                  DPROF01P
010400 LINKAGE SECTION.                                                 DPROF01P
010500 01  DFHCOMMAREA.                                                 DPROF01P
010600   05  LK-COMMAREA                           PIC X(1)             DPROF01P
010700       OCCURS 1 TO 6144 TIMES                                     DPROF01P
010800         DEPENDING ON WS-COMMAREA-LENGTH.                         DPROF01P
010900                                                                  DPROF01P
011000 COPY CENTRY.                                                     DPROF01P
011100***************************************************************** DPROF01P
011200* Move the passed area to our area                              * DPROF01P
011300***************************************************************** DPROF01P
011400     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DPROF01P
011500     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DPROF01P
011600                                                                  DPROF01P
011700***************************************************************** DPROF01P
011800* Initialize our output area                                    * DPROF01P
011900***************************************************************** DPROF01P
012000     INITIALIZE CPR1O-DATA.                                       DPROF01P
012100     SET CPR1O-REQUEST-FAIL TO TRUE.                              DPROF01P
012200                                                                  DPROF01P
012300     INITIALIZE CD98-DATA.                                        DPROF01P
012400     SET CD98I-READ-BUSINESS-DATE TO TRUE.                        DPROF01P
012500 COPY CBANKX98.                                                   DPROF01P
012600     IF NOT CD98O-REQUEST-OK                                      DPROF01P
012700        MOVE CD98O-MSG TO CPR1O-MSG                               DPROF01P
012800        GO TO DPROF01P-EXIT                                       DPROF01P
012900     END-IF.                                                      DPROF01P
013000     MOVE CD98O-DATE TO WS-BUSINESS-DATE.                         DPROF01P
013100     MOVE CPR1I-PROOF-DATE TO WS-PROOF-DATE.                      DPROF01P
013200     IF WS-PROOF-DATE IS EQUAL TO SPACES OR                       DPROF01P
013300        WS-PROOF-DATE IS EQUAL TO LOW-VALUES                      DPROF01P
013400        MOVE WS-BUSINESS-DATE TO WS-PROOF-DATE                    DPROF01P
013500     END-IF.                                                      DPROF01P
013600     EXEC SQL                                                     DPROF01P
013700          SET :WS-RUN-TS = CURRENT TIMESTAMP                      DPROF01P
013800     END-EXEC.                                                    DPROF01P
013900                                                                  DPROF01P
014000     EVALUATE TRUE                                                DPROF01P
014100       WHEN CPR1I-BEGIN-RUN                                       DPROF01P
014200         PERFORM BEGIN-RUN THRU                                   DPROF01P
014300                 BEGIN-RUN-EXIT                                   DPROF01P
014400       WHEN CPR1I-ADD-POSTING                                     DPROF01P
014500         PERFORM ADD-POSTING THRU                                 DPROF01P
014600                 ADD-POSTING-EXIT                                 DPROF01P
014700       WHEN CPR1I-FINISH-PROOF                                    DPROF01P
014800         PERFORM FINISH-PROOF THRU                                DPROF01P
014900                 FINISH-PROOF-EXIT                                DPROF01P
015000       WHEN CPR1I-CHECK-RELEASE                                   DPROF01P
015100         PERFORM CHECK-RELEASE THRU                               DPROF01P
015200                 CHECK-RELEASE-EXIT                               DPROF01P
015300       WHEN CPR1I-RELEASE-PROOF                                   DPROF01P
015400         PERFORM RELEASE-PROOF THRU                               DPROF01P
015500                 RELEASE-PROOF-EXIT                               DPROF01P
015600       WHEN CPR1I-DISCARD-PROOF                                   DPROF01P
015700         PERFORM DISCARD-PROOF THRU                               DPROF01P
015800                 DISCARD-PROOF-EXIT                               DPROF01P
015820       WHEN CPR1I-MARK-POSTED                                     DPROF01P
015840         PERFORM MARK-POSTED THRU                                 DPROF01P
015860                 MARK-POSTED-EXIT                                 DPROF01P
015900       WHEN CPR1I-LIST                                            DPROF01P
016000         PERFORM LIST-PROOFS THRU                                 DPROF01P
016100                 LIST-PROOFS-EXIT                                 DPROF01P
016200       WHEN OTHER                                                 DPROF01P
016300         MOVE 'Unknown proof run function requested' TO CPR1O-MSG DPROF01P
016400     END-EVALUATE.                                                DPROF01P
016500                                                                  DPROF01P
016600 DPROF01P-EXIT.                                                   DPROF01P
016700***************************************************************** DPROF01P
016800* Move the result back to the callers area                      * DPROF01P
016900***************************************************************** DPROF01P
017000     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DPROF01P
017100                                                                  DPROF01P
017200***************************************************************** DPROF01P
017300* Return to our caller                                          * DPROF01P
017400***************************************************************** DPROF01P
017500 COPY CRETURN.                                                    DPROF01P
017600                                                                  DPROF01P
017700***************************************************************** DPROF01P
017800* A run about to start clears any totals an earlier attempt     * DPROF01P
017900* for the same job, business date and mode left behind          * DPROF01P
018000***************************************************************** DPROF01P
018100 BEGIN-RUN.                                                       DPROF01P
018200     EXEC SQL                                                     DPROF01P
018300          DELETE                                                  DPROF01P
018400          FROM BNKPRFT                                            DPROF01P
018500          WHERE PRT_JOB = :CPR1I-JOB AND                          DPROF01P
018600                PRT_DATE = :WS-BUSINESS-DATE AND                  DPROF01P
018700                PRT_MODE = :CPR1I-MODE                            DPROF01P
018800     END-EXEC.                                                    DPROF01P
018900     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DPROF01P
019000        SQLCODE IS NOT EQUAL TO +100                              DPROF01P
019100        MOVE 'Unable to clear the control totals' TO CPR1O-MSG    DPROF01P
019200        GO TO BEGIN-RUN-EXIT                                      DPROF01P
019300     END-IF.                                                      DPROF01P
019400     SET CPR1O-REQUEST-OK TO TRUE.                                DPROF01P
019500 BEGIN-RUN-EXIT.                                                  DPROF01P
019600     EXIT.                                                        DPROF01P
019700                                                                  DPROF01P
019800***************************************************************** DPROF01P
019900* Add one posting - made live or only proved - to its job's     * DPROF01P
020000* control total for the kind of posting and account type        * DPROF01P
020100***************************************************************** DPROF01P
020200 ADD-POSTING.                                                     DPROF01P
020300     EXEC SQL                                                     DPROF01P
020400          UPDATE BNKPRFT                                          DPROF01P
020500          SET PRT_COUNT = PRT_COUNT + 1,                          DPROF01P
020600              PRT_AMOUNT = PRT_AMOUNT + :CPR1I-AMOUNT             DPROF01P
020700          WHERE PRT_JOB = :CPR1I-JOB AND                          DPROF01P
020800                PRT_DATE = :WS-BUSINESS-DATE AND                  DPROF01P
020900                PRT_MODE = :CPR1I-MODE AND                        DPROF01P
021000                PRT_KIND = :CPR1I-KIND AND                        DPROF01P
021100                PRT_ACCTYPE = :CPR1I-ACC-TYPE                     DPROF01P
021200     END-EXEC.                                                    DPROF01P
021300     IF SQLCODE IS EQUAL TO +100                                  DPROF01P
021400        EXEC SQL                                                  DPROF01P
021500             INSERT                                               DPROF01P
021600             INTO BNKPRFT (PRT_JOB,                               DPROF01P
021700                           PRT_DATE,                              DPROF01P
021800                           PRT_MODE,                              DPROF01P
021900                           PRT_KIND,                              DPROF01P
022000                           PRT_ACCTYPE,                           DPROF01P
022100                           PRT_COUNT,                             DPROF01P
022200                           PRT_AMOUNT)                            DPROF01P
022300             VALUES (:CPR1I-JOB,                                  DPROF01P
022400                     :WS-BUSINESS-DATE,                           DPROF01P
022500                     :CPR1I-MODE,                                 DPROF01P
022600                     :CPR1I-KIND,                                 DPROF01P
022700                     :CPR1I-ACC-TYPE,                             DPROF01P
022800                     1,                                           DPROF01P
022900                     :CPR1I-AMOUNT)                               DPROF01P
023000        END-EXEC                                                  DPROF01P
023100     END-IF.                                                      DPROF01P
023200     IF SQLCODE IS NOT EQUAL TO ZERO                              DPROF01P
023300        MOVE 'Unable to add to the control totals' TO CPR1O-MSG   DPROF01P
023400        GO TO ADD-POSTING-EXIT                                    DPROF01P
023500     END-IF.                                                      DPROF01P
023600     SET CPR1O-REQUEST-OK TO TRUE.                                DPROF01P
023700 ADD-POSTING-EXIT.                                                DPROF01P
023800     EXIT.                                                        DPROF01P
023900                                                                  DPROF01P
024000***************************************************************** DPROF01P
024100* Close a proof run. The job has already queued its listing;    * DPROF01P
024200* beneath it go the control totals by kind and account type,    * DPROF01P
024300* each set against the same total from the last live cycle with * DPROF01P
024400* the percentage variance - a type present in only one of the   * DPROF01P
024500* two cycles still shows, as that is often the broken rate row. * DPROF01P
024600* The whole is captured to the repository and the proof is      * DPROF01P
024700* held awaiting release                                         * DPROF01P
024800***************************************************************** DPROF01P
024900 FINISH-PROOF.                                                    DPROF01P
025000     EXEC SQL                                                     DPROF01P
025100          SELECT VALUE(MAX(PRT_DATE), ' ')                        DPROF01P
025200          INTO :WS-PREV-DATE                                      DPROF01P
025300          FROM BNKPRFT                                            DPROF01P
025400          WHERE PRT_JOB = :CPR1I-JOB AND                          DPROF01P
025500                PRT_MODE = 'L' AND                                DPROF01P
025600                PRT_DATE < :WS-BUSINESS-DATE                      DPROF01P
025700     END-EXEC.                                                    DPROF01P
025800     IF SQLCODE IS NOT EQUAL TO ZERO                              DPROF01P
025900        MOVE 'Unable to find the previous live cycle' TO CPR1O-MSGDPROF01P
026000        GO TO FINISH-PROOF-EXIT                                   DPROF01P
026100     END-IF.                                                      DPROF01P
026200     MOVE SPACES TO WS-CSV-LINE.                                  DPROF01P
026300     STRING 'CONTROL TOTALS,' CPR1I-JOB ',' WS-BUSINESS-DATE      DPROF01P
026400            ',PREVIOUS CYCLE,' WS-PREV-DATE                       DPROF01P
026500            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DPROF01P
026600     PERFORM QUEUE-REPORT-LINE THRU                               DPROF01P
026700             QUEUE-REPORT-LINE-EXIT.                              DPROF01P
026800     MOVE 'KIND,ACCTYPE,COUNT,AMOUNT,PREVIOUS,VARIANCE%'          DPROF01P
026900       TO WS-CSV-LINE.                                            DPROF01P
027000     PERFORM QUEUE-REPORT-LINE THRU                               DPROF01P
027100             QUEUE-REPORT-LINE-EXIT.                              DPROF01P
027200     MOVE ZERO TO DCL-PRF-COUNT.                                  DPROF01P
027300     MOVE ZERO TO DCL-PRF-AMOUNT.                                 DPROF01P
027400     EXEC SQL                                                     DPROF01P
027500          DECLARE PRT_CSR CURSOR FOR                              DPROF01P
027600          SELECT VALUE(CUR.PRT_KIND, PRV.PRT_KIND),               DPROF01P
027700                 VALUE(CUR.PRT_ACCTYPE, PRV.PRT_ACCTYPE),         DPROF01P
027800                 VALUE(CUR.PRT_COUNT, 0),                         DPROF01P
027900                 VALUE(CUR.PRT_AMOUNT, 0),                        DPROF01P
028000                 VALUE(PRV.PRT_COUNT, 0),                         DPROF01P
028100                 VALUE(PRV.PRT_AMOUNT, 0)                         DPROF01P
028200          FROM (SELECT PRT_KIND,                                  DPROF01P
028300                       PRT_ACCTYPE,                               DPROF01P
028400                       PRT_COUNT,                                 DPROF01P
028500                       PRT_AMOUNT                                 DPROF01P
028600                FROM BNKPRFT                                      DPROF01P
028700                WHERE PRT_JOB = :CPR1I-JOB AND                    DPROF01P
028800                      PRT_DATE = :WS-BUSINESS-DATE AND            DPROF01P
028900                      PRT_MODE = 'P') CUR                         DPROF01P
029000               FULL OUTER JOIN                                    DPROF01P
029100               (SELECT PRT_KIND,                                  DPROF01P
029200                       PRT_ACCTYPE,                               DPROF01P
029300                       PRT_COUNT,                                 DPROF01P
029400                       PRT_AMOUNT                                 DPROF01P
029500                FROM BNKPRFT                                      DPROF01P
029600                WHERE PRT_JOB = :CPR1I-JOB AND                    DPROF01P
029700                      PRT_DATE = :WS-PREV-DATE AND                DPROF01P
029800                      PRT_MODE = 'L') PRV                         DPROF01P
029900               ON PRV.PRT_KIND = CUR.PRT_KIND AND                 DPROF01P
030000                  PRV.PRT_ACCTYPE = CUR.PRT_ACCTYPE               DPROF01P
030100          ORDER BY 1,                                             DPROF01P
030200                   2                                              DPROF01P
030300          FOR FETCH ONLY                                          DPROF01P
030400     END-EXEC.                                                    DPROF01P
030500     EXEC SQL                                                     DPROF01P
030600          OPEN PRT_CSR                                            DPROF01P
030700     END-EXEC.                                                    DPROF01P
030800     IF SQLCODE IS NOT EQUAL TO ZERO                              DPROF01P
030900        MOVE 'Unable to open the control totals' TO CPR1O-MSG     DPROF01P
031000        GO TO FINISH-PROOF-EXIT                                   DPROF01P
031100     END-IF.                                                      DPROF01P
031200 PRT-LOOP.                                                        DPROF01P
031300     EXEC SQL                                                     DPROF01P
031400          FETCH PRT_CSR                                           DPROF01P
031500          INTO :DCL-PRT-KIND,                                     DPROF01P
031600               :DCL-PRT-ACCTYPE,                                  DPROF01P
031700               :DCL-PRT-COUNT,                                    DPROF01P
031800               :DCL-PRT-AMOUNT,                                   DPROF01P
031900               :DCL-PREV-COUNT,                                   DPROF01P
032000               :DCL-PREV-AMOUNT                                   DPROF01P
032100     END-EXEC.                                                    DPROF01P
032200     IF SQLCODE IS EQUAL TO +100                                  DPROF01P
032300        GO TO PRT-LOOP-EXIT                                       DPROF01P
032400     END-IF.                                                      DPROF01P
032500     IF SQLCODE IS NOT EQUAL TO ZERO                              DPROF01P
032600        MOVE 'Unable to read the control totals' TO CPR1O-MSG     DPROF01P
032700        GO TO PRT-LOOP-EXIT                                       DPROF01P
032800     END-IF.                                                      DPROF01P
032900     ADD DCL-PRT-COUNT TO DCL-PRF-COUNT.                          DPROF01P
033000     ADD DCL-PRT-AMOUNT TO DCL-PRF-AMOUNT.                        DPROF01P
033100     PERFORM WRITE-TOTAL-LINE THRU                                DPROF01P
033200             WRITE-TOTAL-LINE-EXIT.                               DPROF01P
033300     GO TO PRT-LOOP.                                              DPROF01P
033400 PRT-LOOP-EXIT.                                                   DPROF01P
033500     EXEC SQL                                                     DPROF01P
033600          CLOSE PRT_CSR                                           DPROF01P
033700     END-EXEC.                                                    DPROF01P
033800     IF CPR1O-MSG IS NOT EQUAL TO SPACES                          DPROF01P
033900        GO TO FINISH-PROOF-EXIT                                   DPROF01P
034000     END-IF.                                                      DPROF01P
034100     MOVE DCL-PRF-COUNT TO WS-COUNT-DISP.                         DPROF01P
034200     MOVE DCL-PRF-AMOUNT TO WS-AMT-DISP.                          DPROF01P
034300     MOVE SPACES TO WS-CSV-LINE.                                  DPROF01P
034400     STRING 'ALL,ALL,' WS-COUNT-DISP ',' WS-AMT-DISP              DPROF01P
034500            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DPROF01P
034600     PERFORM QUEUE-REPORT-LINE THRU                               DPROF01P
034700             QUEUE-REPORT-LINE-EXIT.                              DPROF01P
034800     INITIALIZE CD96-DATA.                                        DPROF01P
034900     SET CD96I-CAPTURE-REPORT TO TRUE.                            DPROF01P
035000     MOVE CPR1I-JOB TO CD96I-JOB.                                 DPROF01P
035100     MOVE CPR1I-JOB TO WS-REPORT-JOB.                             DPROF01P
035200     MOVE WS-BUSINESS-DATE (6:5) TO WS-REPORT-DAY.                DPROF01P
035300     MOVE WS-REPORT-NAME TO CD96I-REPORT-NAME.                    DPROF01P
035400     MOVE 'CSVQ' TO CD96I-QUEUE.                                  DPROF01P
035500     MOVE 90 TO CD96I-RETAIN-DAYS.                                DPROF01P
035600 COPY CBANKX96.                                                   DPROF01P
035700     IF NOT CD96O-REQUEST-OK                                      DPROF01P
035800        MOVE CD96O-MSG TO CPR1O-MSG                               DPROF01P
035900        GO TO FINISH-PROOF-EXIT                                   DPROF01P
036000     END-IF.                                                      DPROF01P
036100     MOVE CD96O-REPORT-ID TO CPR1O-REPORT-ID.                     DPROF01P
036200     MOVE CD96O-REPORT-ID TO DCL-PRF-REPORT-ID.                   DPROF01P
036300     EXEC SQL                                                     DPROF01P
036400          DELETE                                                  DPROF01P
036500          FROM BNKPROOF                                           DPROF01P
036600          WHERE PRF_JOB = :CPR1I-JOB AND                          DPROF01P
036700                PRF_DATE = :WS-BUSINESS-DATE                      DPROF01P
036800     END-EXEC.                                                    DPROF01P
036900     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DPROF01P
037000        SQLCODE IS NOT EQUAL TO +100                              DPROF01P
037100        MOVE 'Unable to replace the earlier proof' TO CPR1O-MSG   DPROF01P
037200        GO TO FINISH-PROOF-EXIT                                   DPROF01P
037300     END-IF.                                                      DPROF01P
037400     EXEC SQL                                                     DPROF01P
037500          INSERT                                                  DPROF01P
037600          INTO BNKPROOF (PRF_JOB,                                 DPROF01P
037700                         PRF_DATE,                                DPROF01P
037800                         PRF_STATUS,                              DPROF01P
037900                         PRF_COUNT,                               DPROF01P
038000                         PRF_AMOUNT,                              DPROF01P
038100                         PRF_REPORT_ID,                           DPROF01P
038200                         PRF_RUN_TS,                              DPROF01P
038300                         PRF_RELEASED_BY)                         DPROF01P
038400          VALUES (:CPR1I-JOB,                                     DPROF01P
038500                  :WS-BUSINESS-DATE,                              DPROF01P
038600                  'P',                                            DPROF01P
038700                  :DCL-PRF-COUNT,                                 DPROF01P
038800                  :DCL-PRF-AMOUNT,                                DPROF01P
038900                  :DCL-PRF-REPORT-ID,                             DPROF01P
039000                  :WS-RUN-TS,                                     DPROF01P
039100                  ' ')                                            DPROF01P
039200     END-EXEC.                                                    DPROF01P
039300     IF SQLCODE IS NOT EQUAL TO ZERO                              DPROF01P
039400        MOVE 'Unable to record the proof' TO CPR1O-MSG            DPROF01P
039500        GO TO FINISH-PROOF-EXIT                                   DPROF01P
039600     END-IF.                                                      DPROF01P
039700     SET CPR1O-REQUEST-OK TO TRUE.                                DPROF01P
039800     MOVE 'Proof delivered - awaiting a supervisor''s release'    DPROF01P
039900       TO CPR1O-MSG.                                              DPROF01P
040000 FINISH-PROOF-EXIT.                                               DPROF01P
040100     EXIT.                                                        DPROF01P
040200                                                                  DPROF01P
040300***************************************************************** DPROF01P
040400* One control total line. With nothing in the last live cycle   * DPROF01P
040500* for the kind and type there is no base to vary from           * DPROF01P
040600***************************************************************** DPROF01P
040700 WRITE-TOTAL-LINE.                                                DPROF01P
040800     MOVE DCL-PRT-COUNT TO WS-COUNT-DISP.                         DPROF01P
040900     MOVE DCL-PRT-AMOUNT TO WS-AMT-DISP.                          DPROF01P
041000     MOVE DCL-PREV-AMOUNT TO WS-PREV-DISP.                        DPROF01P
041100     IF DCL-PREV-AMOUNT IS EQUAL TO ZERO                          DPROF01P
041200        MOVE 'NEW' TO WS-VARIANCE-TEXT                            DPROF01P
041300     ELSE                                                         DPROF01P
041400        COMPUTE WS-VARIANCE ROUNDED =                             DPROF01P
041500                (DCL-PRT-AMOUNT - DCL-PREV-AMOUNT) * 100          DPROF01P
041600                / DCL-PREV-AMOUNT                                 DPROF01P
041700           ON SIZE ERROR                                          DPROF01P
041800              MOVE 99999.99 TO WS-VARIANCE                        DPROF01P
041900        END-COMPUTE                                               DPROF01P
042000        MOVE WS-VARIANCE TO WS-VARIANCE-DISP                      DPROF01P
042100        MOVE WS-VARIANCE-DISP TO WS-VARIANCE-TEXT                 DPROF01P
042200     END-IF.                                                      DPROF01P
042300     MOVE SPACES TO WS-CSV-LINE.                                  DPROF01P
042400     STRING DCL-PRT-KIND ',' DCL-PRT-ACCTYPE ',' WS-COUNT-DISP ','DPROF01P
042500            WS-AMT-DISP ',' WS-PREV-DISP ',' WS-VARIANCE-TEXT     DPROF01P
042600            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DPROF01P
042700     PERFORM QUEUE-REPORT-LINE THRU                               DPROF01P
042800             QUEUE-REPORT-LINE-EXIT.                              DPROF01P
042900 WRITE-TOTAL-LINE-EXIT.                                           DPROF01P
043000     EXIT.                                                        DPROF01P
043100                                                                  DPROF01P
043200***************************************************************** DPROF01P
043300* May the job's live step run? Only when the business date's    * DPROF01P
043350* proof has been released. No proof, or one discarded, means    * DPROF01P
043400* the job must be proved first. A proof the live run has        * DPROF01P
043450* already posted is never released again - a rerun of the       * DPROF01P
043500* night after midnight must not post the same date twice        * DPROF01P
043600***************************************************************** DPROF01P
043700 CHECK-RELEASE.                                                   DPROF01P
043800     EXEC SQL                                                     DPROF01P
043900          SELECT PRF_STATUS                                       DPROF01P
044000          INTO :DCL-PRF-STATUS                                    DPROF01P
044100          FROM BNKPROOF                                           DPROF01P
044200          WHERE PRF_JOB = :CPR1I-JOB AND                          DPROF01P
044300                PRF_DATE = :WS-BUSINESS-DATE                      DPROF01P
044400     END-EXEC.                                                    DPROF01P
044500     IF SQLCODE IS EQUAL TO +100                                  DPROF01P
044600        SET CPR1O-NOT-PROVED TO TRUE                              DPROF01P
044700        MOVE 'The job has not been proved for today' TO CPR1O-MSG DPROF01P
044800        GO TO CHECK-RELEASE-EXIT                                  DPROF01P
044900     END-IF.                                                      DPROF01P
045000     IF SQLCODE IS NOT EQUAL TO ZERO                              DPROF01P
045100        MOVE 'Unable to read the proof' TO CPR1O-MSG              DPROF01P
045200        GO TO CHECK-RELEASE-EXIT                                  DPROF01P
045300     END-IF.                                                      DPROF01P
045400     EVALUATE DCL-PRF-STATUS                                      DPROF01P
045500       WHEN 'R'                                                   DPROF01P
045600         SET CPR1O-REQUEST-OK TO TRUE                             DPROF01P
045700         MOVE 'Proof released - the live run may go ahead'        DPROF01P
045800           TO CPR1O-MSG                                           DPROF01P
045900       WHEN 'P'                                                   DPROF01P
045920         SET CPR1O-NOT-RELEASED TO TRUE                           DPROF01P
045940         MOVE 'Proof awaiting a supervisor''s release'            DPROF01P
045960           TO CPR1O-MSG                                           DPROF01P
045980       WHEN 'U'                                                   DPROF01P
046000         SET CPR1O-ALREADY-POSTED TO TRUE                         DPROF01P
046100         MOVE 'The live run has already posted for that date'     DPROF01P
046200           TO CPR1O-MSG                                           DPROF01P
046300       WHEN OTHER                                                 DPROF01P
046400         SET CPR1O-NOT-PROVED TO TRUE                             DPROF01P
046500         MOVE 'Proof discarded - the job must be proved again'    DPROF01P
046600           TO CPR1O-MSG                                           DPROF01P
046700     END-EVALUATE.                                                DPROF01P
046800 CHECK-RELEASE-EXIT.                                              DPROF01P
046900     EXIT.                                                        DPROF01P
047000                                                                  DPROF01P
047100***************************************************************** DPROF01P
047200* A supervisor who has checked the proof listing releases it,   * DPROF01P
047300* and the live step runs on the batch rerun                     * DPROF01P
047400***************************************************************** DPROF01P
047500 RELEASE-PROOF.                                                   DPROF01P
047600     EXEC SQL                                                     DPROF01P
047700          UPDATE BNKPROOF                                         DPROF01P
047800          SET PRF_STATUS = 'R',                                   DPROF01P
047900              PRF_RELEASED_BY = :CPR1I-USERID,                    DPROF01P
048000              PRF_RELEASED_TS = :WS-RUN-TS                        DPROF01P
048100          WHERE PRF_JOB = :CPR1I-JOB AND                          DPROF01P
048200                PRF_DATE = :WS-PROOF-DATE AND                     DPROF01P
048300                PRF_STATUS = 'P'                                  DPROF01P
048400     END-EXEC.                                                    DPROF01P
048500     IF SQLCODE IS EQUAL TO +100                                  DPROF01P
048600        MOVE 'No proof of that job awaits release for that date'  DPROF01P
048700          TO CPR1O-MSG                                            DPROF01P
048800        GO TO RELEASE-PROOF-EXIT                                  DPROF01P
048900     END-IF.                                                      DPROF01P
049000     IF SQLCODE IS NOT EQUAL TO ZERO                              DPROF01P
049100        MOVE 'Unable to release the proof' TO CPR1O-MSG           DPROF01P
049200        GO TO RELEASE-PROOF-EXIT                                  DPROF01P
049300     END-IF.                                                      DPROF01P
049400     SET CPR1O-REQUEST-OK TO TRUE.                                DPROF01P
049500     MOVE 'Proof released - rerun the batch to post it live'      DPROF01P
049600       TO CPR1O-MSG.                                              DPROF01P
049700 RELEASE-PROOF-EXIT.                                              DPROF01P
049800     EXIT.                                                        DPROF01P
049900                                                                  DPROF01P
050000***************************************************************** DPROF01P
050100* A proof showing a fault is discarded. Once the rate rows are  * DPROF01P
050200* put right the batch rerun proves the job again                * DPROF01P
050300***************************************************************** DPROF01P
050400 DISCARD-PROOF.                                                   DPROF01P
050500     EXEC SQL                                                     DPROF01P
050600          UPDATE BNKPROOF                                         DPROF01P
050700          SET PRF_STATUS = 'X',                                   DPROF01P
050800              PRF_RELEASED_BY = :CPR1I-USERID,                    DPROF01P
050900              PRF_RELEASED_TS = :WS-RUN-TS                        DPROF01P
051000          WHERE PRF_JOB = :CPR1I-JOB AND                          DPROF01P
051100                PRF_DATE = :WS-PROOF-DATE AND                     DPROF01P
051200                PRF_STATUS = 'P'                                  DPROF01P
051300     END-EXEC.                                                    DPROF01P
051400     IF SQLCODE IS EQUAL TO +100                                  DPROF01P
051500        MOVE 'No proof of that job awaits release for that date'  DPROF01P
051600          TO CPR1O-MSG                                            DPROF01P
051700        GO TO DISCARD-PROOF-EXIT                                  DPROF01P
051800     END-IF.                                                      DPROF01P
051900     IF SQLCODE IS NOT EQUAL TO ZERO                              DPROF01P
052000        MOVE 'Unable to discard the proof' TO CPR1O-MSG           DPROF01P
052100        GO TO DISCARD-PROOF-EXIT                                  DPROF01P
052200     END-IF.                                                      DPROF01P
052300     SET CPR1O-REQUEST-OK TO TRUE.                                DPROF01P
052400     MOVE 'Proof discarded - the rerun will prove the job again'  DPROF01P
052500       TO CPR1O-MSG.                                              DPROF01P
052600 DISCARD-PROOF-EXIT.                                              DPROF01P
052700     EXIT.                                                        DPROF01P
052702                                                                  DPROF01P
052704***************************************************************** DPROF01P
052706* The live step has posted a released proof - mark it used so   * DPROF01P
052708* no later run can post the same date again                     * DPROF01P
052710***************************************************************** DPROF01P
052712 MARK-POSTED.                                                     DPROF01P
052714     EXEC SQL                                                     DPROF01P
052716          UPDATE BNKPROOF                                         DPROF01P
052718          SET PRF_STATUS = 'U'                                    DPROF01P
052720          WHERE PRF_JOB = :CPR1I-JOB AND                          DPROF01P
052722                PRF_DATE = :WS-PROOF-DATE AND                     DPROF01P
052724                PRF_STATUS = 'R'                                  DPROF01P
052726     END-EXEC.                                                    DPROF01P
052728     IF SQLCODE IS EQUAL TO +100                                  DPROF01P
052730        MOVE 'No released proof of that job for that date'        DPROF01P
052732          TO CPR1O-MSG                                            DPROF01P
052734        GO TO MARK-POSTED-EXIT                                    DPROF01P
052736     END-IF.                                                      DPROF01P
052738     IF SQLCODE IS NOT EQUAL TO ZERO                              DPROF01P
052740        MOVE 'Unable to mark the proof posted' TO CPR1O-MSG       DPROF01P
052742        GO TO MARK-POSTED-EXIT                                    DPROF01P
052744     END-IF.                                                      DPROF01P
052746     SET CPR1O-REQUEST-OK TO TRUE.                                DPROF01P
052748     MOVE 'Proof marked posted' TO CPR1O-MSG.                     DPROF01P
052750 MARK-POSTED-EXIT.                                                DPROF01P
052752     EXIT.                                                        DPROF01P
052800                                                                  DPROF01P
052900***************************************************************** DPROF01P
053000* The latest proofs, newest first                               * DPROF01P
053100***************************************************************** DPROF01P
053200 LIST-PROOFS.                                                     DPROF01P
053300     EXEC SQL                                                     DPROF01P
053400          DECLARE PRF_CSR CURSOR FOR                              DPROF01P
053500          SELECT PRF_JOB,                                         DPROF01P
053600                 PRF_DATE,                                        DPROF01P
053700                 PRF_STATUS,                                      DPROF01P
053800                 PRF_COUNT,                                       DPROF01P
053900                 PRF_AMOUNT,                                      DPROF01P
054000                 PRF_RELEASED_BY                                  DPROF01P
054100          FROM BNKPROOF                                           DPROF01P
054200          ORDER BY PRF_DATE DESC,                                 DPROF01P
054300                   PRF_JOB                                        DPROF01P
054400          FOR FETCH ONLY                                          DPROF01P
054500     END-EXEC.                                                    DPROF01P
054600     EXEC SQL                                                     DPROF01P
054700          OPEN PRF_CSR                                            DPROF01P
054800     END-EXEC.                                                    DPROF01P
054900     IF SQLCODE IS NOT EQUAL TO ZERO                              DPROF01P
055000        MOVE 'Unable to open the proofs' TO CPR1O-MSG             DPROF01P
055100        GO TO LIST-PROOFS-EXIT                                    DPROF01P
055200     END-IF.                                                      DPROF01P
055300     MOVE 0 TO WS-SUB1.                                           DPROF01P
055400 PRF-LOOP.                                                        DPROF01P
055500     IF WS-SUB1 IS EQUAL TO 5                                     DPROF01P
055600        GO TO PRF-LOOP-EXIT                                       DPROF01P
055700     END-IF.                                                      DPROF01P
055800     EXEC SQL                                                     DPROF01P
055900          FETCH PRF_CSR                                           DPROF01P
056000          INTO :DCL-PRF-JOB,                                      DPROF01P
056100               :DCL-PRF-DATE,                                     DPROF01P
056200               :DCL-PRF-STATUS,                                   DPROF01P
056300               :DCL-PRF-COUNT,                                    DPROF01P
056400               :DCL-PRF-AMOUNT,                                   DPROF01P
056500               :DCL-PRF-RELEASED-BY                               DPROF01P
056600     END-EXEC.                                                    DPROF01P
056700     IF SQLCODE IS EQUAL TO +100                                  DPROF01P
056800        GO TO PRF-LOOP-EXIT                                       DPROF01P
056900     END-IF.                                                      DPROF01P
057000     IF SQLCODE IS NOT EQUAL TO ZERO                              DPROF01P
057100        MOVE 'Unable to read the proofs' TO CPR1O-MSG             DPROF01P
057200        GO TO PRF-LOOP-EXIT                                       DPROF01P
057300     END-IF.                                                      DPROF01P
057400     ADD 1 TO WS-SUB1.                                            DPROF01P
057500     MOVE DCL-PRF-JOB TO CPR1O-LST-JOB (WS-SUB1).                 DPROF01P
057600     MOVE DCL-PRF-DATE TO CPR1O-LST-DATE (WS-SUB1).               DPROF01P
057700     MOVE DCL-PRF-STATUS TO CPR1O-LST-STATUS (WS-SUB1).           DPROF01P
057800     MOVE DCL-PRF-COUNT TO CPR1O-LST-COUNT (WS-SUB1).             DPROF01P
057900     MOVE DCL-PRF-AMOUNT TO CPR1O-LST-AMOUNT (WS-SUB1).           DPROF01P
058000     MOVE DCL-PRF-RELEASED-BY TO CPR1O-LST-BY (WS-SUB1).          DPROF01P
058100     GO TO PRF-LOOP.                                              DPROF01P
058200 PRF-LOOP-EXIT.                                                   DPROF01P
058300     EXEC SQL                                                     DPROF01P
058400          CLOSE PRF_CSR                                           DPROF01P
058500     END-EXEC.                                                    DPROF01P
058600     MOVE WS-SUB1 TO CPR1O-LIST-COUNT.                            DPROF01P
058700     IF CPR1O-MSG IS NOT EQUAL TO SPACES                          DPROF01P
058800        GO TO LIST-PROOFS-EXIT                                    DPROF01P
058900     END-IF.                                                      DPROF01P
059000     SET CPR1O-REQUEST-OK TO TRUE.                                DPROF01P
059100     IF WS-SUB1 IS EQUAL TO ZERO                                  DPROF01P
059200        MOVE 'No proof runs are recorded' TO CPR1O-MSG            DPROF01P
059300     ELSE                                                         DPROF01P
059400        MOVE 'Proof runs, newest first' TO CPR1O-MSG              DPROF01P
059500     END-IF.                                                      DPROF01P
059600 LIST-PROOFS-EXIT.                                                DPROF01P
059700     EXIT.                                                        DPROF01P
059800                                                                  DPROF01P
059900***************************************************************** DPROF01P
060000* Queue one line of the report                                  * DPROF01P
060100***************************************************************** DPROF01P
060200 QUEUE-REPORT-LINE.                                               DPROF01P
060300 COPY CCSVWRQ.                                                    DPROF01P
060400 QUEUE-REPORT-LINE-EXIT.                                          DPROF01P
060500     EXIT.                                                        DPROF01P
