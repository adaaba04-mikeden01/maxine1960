000100***************************************************************** DCOVN01P
000200*                                                               * DCOVN01P
000300*   Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.   * DCOVN01P
000400*   This demonstration program is provided for use by users     * DCOVN01P
000500*   of Micro Focus products and may be used, modified and       * DCOVN01P
000600*   distributed as part of your application provided that       * DCOVN01P
000700*   you properly acknowledge the copyright of Micro Focus       * DCOVN01P
000800*   in this material.                                           * DCOVN01P
000900*                                                               * DCOVN01P
001000***************************************************************** DCOVN01P
001100                                                                  DCOVN01P
001200***************************************************************** DCOVN01P
001300* Program:     DCOVN01P.CBL                                     * DCOVN01P
001400* Function:    Business loan covenants - keep the covenant      * DCOVN01P
001500*              register, take delivery of covenant documents,   * DCOVN01P
001600*              test every covenant falling due each night       * DCOVN01P
001700*              (average balance off the snapshot history,       * DCOVN01P
001800*              overdraft usage off the line, documents against  * DCOVN01P
001900*              the calendar), queue the breaches for review and * DCOVN01P
002000*              report them to credit, and confirm or waive a    * DCOVN01P
002100*              breach from the review queue                     * DCOVN01P
002200*              SQL version                                      * DCOVN01P
002300***************************************************************** DCOVN01P
002400                                                                  DCOVN01P
002500 IDENTIFICATION DIVISION.                                         DCOVN01P
002600 PROGRAM-ID.                                                      DCOVN01P
002700     DCOVN01P.                                                    DCOVN01P
002800 DATE-WRITTEN.                                                    DCOVN01P
002900     October 2026.                                                DCOVN01P
003000 DATE-COMPILED.                                                   DCOVN01P
003100     Today.                                                       DCOVN01P
003200                                                                  DCOVN01P
003300 ENVIRONMENT DIVISION.                                            DCOVN01P
003400                                                                  DCOVN01P
003500 DATA DIVISION.                                                   DCOVN01P
003600                                                                  DCOVN01P
003700 WORKING-STORAGE SECTION.                                         DCOVN01P
003800 01  WS-MISC-STORAGE.                                             DCOVN01P
003900   05  WS-PROGRAM-ID                         PIC X(8)             DCOVN01P
004000       VALUE 'DCOVN01P'.                                          DCOVN01P
004100   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DCOVN01P
004200   05  WS-SUB1                               PIC S9(4) COMP.      DCOVN01P
004300   05  WS-ID-DISP                            PIC 9(7).            DCOVN01P
004400   05  WS-ACTUAL-DISP                        PIC -(9)9.99.        DCOVN01P
004500   05  WS-THRESHOLD-DISP                     PIC -(9)9.99.        DCOVN01P
004600   05  WS-COUNT-DISP                         PIC Z(4)9.           DCOVN01P
004700   05  WS-RESULT-FLAG                        PIC X(1).            DCOVN01P
004800     88  COVENANT-MET                        VALUE 'M'.           DCOVN01P
004900     88  COVENANT-BREACHED                   VALUE 'B'.           DCOVN01P
005000     88  COVENANT-UNTESTED                   VALUE 'U'.           DCOVN01P
005100                                                                  DCOVN01P
005200 01  WS-CSV-DATA.                                                 DCOVN01P
005300 COPY CCSVD.                                                      DCOVN01P
005400                                                                  DCOVN01P
005500 01  WS-77-COMMAREA.                                              DCOVN01P
005600 COPY CBANKD77.                                                   DCOVN01P
005700                                                                  DCOVN01P
005800 01  WS-96-COMMAREA.                                              DCOVN01P
005900 COPY CBANKD96.                                                   DCOVN01P
006000                                                                  DCOVN01P
006100   EXEC SQL                                                       DCOVN01P
006200        BEGIN DECLARE SECTION                                     DCOVN01P
006300   END-EXEC.                                                      DCOVN01P
006400 01  WS-COMMAREA.                                                 DCOVN01P
006500     EXEC SQL                                                     DCOVN01P
006600          INCLUDE CCOVND01                                        DCOVN01P
006700     END-EXEC.                                                    DCOVN01P
006800 01  WS-98-COMMAREA.                                              DCOVN01P
006900     EXEC SQL                                                     DCOVN01P
007000          INCLUDE CBANKD98                                        DCOVN01P
007100     END-EXEC.                                                    DCOVN01P
007200 01  DCL-COV-AREAS.                                               DCOVN01P
007300   05  DCL-COV-ID                            PIC S9(7) COMP-3.    DCOVN01P
007400   05  DCL-COV-LOAN-ID                       PIC X(6).            DCOVN01P
007500   05  DCL-COV-TYPE                          PIC X(1).            DCOVN01P
007600   05  DCL-COV-ACCNO                         PIC X(9).            DCOVN01P
007700   05  DCL-COV-THRESHOLD                     PIC S9(9)V99 COMP-3. DCOVN01P
007800   05  DCL-COV-FREQ                          PIC X(1).            DCOVN01P
007900   05  DCL-COV-NEXT-TEST                     PIC X(10).           DCOVN01P
008000   05  DCL-COV-DOC-RECVD                     PIC X(10).           DCOVN01P
008100   05  DCL-LON-PID                           PIC X(5).            DCOVN01P
008200   05  DCL-LON-STATUS                        PIC X(1).            DCOVN01P
008300   05  DCL-LON-DISB-ACCNO                    PIC X(9).            DCOVN01P
008400   05  DCL-BAC-BALANCE                       PIC S9(7)V99 COMP-3. DCOVN01P
008500   05  DCL-ODF-LIMIT                         PIC S9(7)V99 COMP-3. DCOVN01P
008600   05  DCL-CVB-ID                            PIC S9(7) COMP-3.    DCOVN01P
008700   05  DCL-CVB-LOAN-ID                       PIC X(6).            DCOVN01P
008800   05  DCL-CVB-TYPE                          PIC X(1).            DCOVN01P
008900   05  DCL-CVB-TEST-DATE                     PIC X(10).           DCOVN01P
009000   05  DCL-CVB-ACTUAL                        PIC S9(9)V99 COMP-3. DCOVN01P
009100   05  DCL-CVB-THRESHOLD                     PIC S9(9)V99 COMP-3. DCOVN01P
009200   05  DCL-CVB-STATUS                        PIC X(1).            DCOVN01P
009300 01  WS-COVENANT-AREAS.                                           DCOVN01P
009400   05  WS-FREQ-MONTHS                        PIC S9(3) COMP-3.    DCOVN01P
009500   05  WS-PERIOD-START                       PIC X(10).           DCOVN01P
009600   05  WS-ACTUAL                             PIC S9(9)V99 COMP-3. DCOVN01P
009700 01  WS-BUSINESS-DATE                        PIC X(10).           DCOVN01P
009800                                                                  DCOVN01P
009900     EXEC SQL                                                     DCOVN01P
010000          INCLUDE SQLCA                                           DCOVN01P
010100     END-EXEC.                                                    DCOVN01P
010200                                                                  DCOVN01P
010300 COPY CABENDD.                                                    DCOVN01P
010400   EXEC SQL                                                       DCOVN01P
010500        END DECLARE SECTION                                       DCOVN01P
010600   END-EXEC.                                                      DCOVN01P
010700                                                                  DCOVN01P
010800 LINKAGE SECTION.                                                 DCOVN01P
010900 01  DFHCOMMAREA.                                                 DCOVN01P
011000   05  LK-COMMAREA                           PIC X(1)             DCOVN01P
011100       OCCURS 1 TO 6144 TIMES                                     DCOVN01P
011200         DEPENDING ON WS-COMMAREA-LENGTH.                         DCOVN01P
011300                                                                  DCOVN01P
011400 COPY CENTRY.                                                     DCOVN01P
011500***************************************************************** DCOVN01P
011600* Move the passed area to our area                              * DCOVN01P
011700***************************************************************** DCOVN01P
011800     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DCOVN01P
011900     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DCOVN01P
012000                                                                  DCOVN01P
012100***************************************************************** DCOVN01P
012200* Initialize our output area                                    * DCOVN01P
012300***************************************************************** DCOVN01P
012400     INITIALIZE CCV1O-DATA.                                       DCOVN01P
012500     SET CCV1O-REQUEST-FAIL TO TRUE.                              DCOVN01P
012600                                                                  DCOVN01P
012700     INITIALIZE CD98-DATA.                                        DCOVN01P
012800     SET CD98I-READ-BUSINESS-DATE TO TRUE.                        DCOVN01P
012900 COPY CBANKX98.                                                   DCOVN01P
013000     IF NOT CD98O-REQUEST-OK                                      DCOVN01P
013100        MOVE CD98O-MSG TO CCV1O-MSG                               DCOVN01P
013200        GO TO DCOVN01P-EXIT                                       DCOVN01P
013300     END-IF.                                                      DCOVN01P
013400     MOVE CD98O-DATE TO WS-BUSINESS-DATE.                         DCOVN01P
013500                                                                  DCOVN01P
013600     EVALUATE TRUE                                                DCOVN01P
013700       WHEN CCV1I-ADD-COVENANT                                    DCOVN01P
013800         PERFORM ADD-COVENANT THRU                                DCOVN01P
013900                 ADD-COVENANT-EXIT                                DCOVN01P
014000       WHEN CCV1I-DOCUMENT-RECEIVED                               DCOVN01P
014100         PERFORM DOCUMENT-RECEIVED THRU                           DCOVN01P
014200                 DOCUMENT-RECEIVED-EXIT                           DCOVN01P
014300       WHEN CCV1I-LIST-BREACHES                                   DCOVN01P
014400         PERFORM LIST-BREACHES THRU                               DCOVN01P
014500                 LIST-BREACHES-EXIT                               DCOVN01P
014600       WHEN CCV1I-CONFIRM-BREACH                                  DCOVN01P
014700         MOVE 'C' TO DCL-CVB-STATUS                               DCOVN01P
014800         PERFORM REVIEW-BREACH THRU                               DCOVN01P
014900                 REVIEW-BREACH-EXIT                               DCOVN01P
015000       WHEN CCV1I-WAIVE-BREACH                                    DCOVN01P
015100         MOVE 'W' TO DCL-CVB-STATUS                               DCOVN01P
015200         PERFORM REVIEW-BREACH THRU                               DCOVN01P
015300                 REVIEW-BREACH-EXIT                               DCOVN01P
015400       WHEN CCV1I-NIGHTLY-RUN                                     DCOVN01P
015500         PERFORM NIGHTLY-RUN THRU                                 DCOVN01P
015600                 NIGHTLY-RUN-EXIT                                 DCOVN01P
015700       WHEN OTHER                                                 DCOVN01P
015800         MOVE 'Unknown covenant function requested' TO CCV1O-MSG  DCOVN01P
015900     END-EVALUATE.                                                DCOVN01P
016000                                                                  DCOVN01P
016100 DCOVN01P-EXIT.                                                   DCOVN01P
016200***************************************************************** DCOVN01P
016300* Move the result back to the callers area                      * DCOVN01P
016400***************************************************************** DCOVN01P
016500     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DCOVN01P
016600                                                                  DCOVN01P
016700***************************************************************** DCOVN01P
016800* Return to our caller                                          * DCOVN01P
016900***************************************************************** DCOVN01P
017000 COPY CRETURN.                                                    DCOVN01P
017100                                                                  DCOVN01P
017200***************************************************************** DCOVN01P
017300* One covenant against a live or pending loan. The account      * DCOVN01P
017400* tested defaults to the loan's disbursement account; the first * DCOVN01P
017500* test falls one period on from today unless a date is keyed,   * DCOVN01P
017600* and a document falls due on a working day                     * DCOVN01P
017700***************************************************************** DCOVN01P
017800 ADD-COVENANT.                                                    DCOVN01P
017900     IF NOT CCV1I-TYPE-BALANCE AND                                DCOVN01P
018000        NOT CCV1I-TYPE-DOCUMENT AND                               DCOVN01P
018100        NOT CCV1I-TYPE-OVERDRAFT                                  DCOVN01P
018200        MOVE 'Covenant type must be B, D or O' TO CCV1O-MSG       DCOVN01P
018300        GO TO ADD-COVENANT-EXIT                                   DCOVN01P
018400     END-IF.                                                      DCOVN01P
018500     MOVE CCV1I-FREQ TO DCL-COV-FREQ.                             DCOVN01P
018600     PERFORM SET-FREQ-MONTHS THRU                                 DCOVN01P
018700             SET-FREQ-MONTHS-EXIT.                                DCOVN01P
018800     IF CCV1O-MSG IS NOT EQUAL TO SPACES                          DCOVN01P
018900        GO TO ADD-COVENANT-EXIT                                   DCOVN01P
019000     END-IF.                                                      DCOVN01P
019100     IF CCV1I-TYPE-DOCUMENT                                       DCOVN01P
019200        IF CCV1I-DOC-DESC IS EQUAL TO SPACES                      DCOVN01P
019300           MOVE 'Describe the document to be delivered' TO        DCOVN01P
019400                CCV1O-MSG                                         DCOVN01P
019500           GO TO ADD-COVENANT-EXIT                                DCOVN01P
019600        END-IF                                                    DCOVN01P
019700     ELSE                                                         DCOVN01P
019800        IF CCV1I-THRESHOLD IS NOT GREATER THAN ZERO               DCOVN01P
019900           MOVE 'A threshold above zero is needed' TO CCV1O-MSG   DCOVN01P
020000           GO TO ADD-COVENANT-EXIT                                DCOVN01P
020100        END-IF                                                    DCOVN01P
020200     END-IF.                                                      DCOVN01P
020300     EXEC SQL                                                     DCOVN01P
020400          SELECT LON_PID,                                         DCOVN01P
020500                 LON_STATUS,                                      DCOVN01P
020600                 LON_DISB_ACCNO                                   DCOVN01P
020700          INTO :DCL-LON-PID,                                      DCOVN01P
020800               :DCL-LON-STATUS,                                   DCOVN01P
020900               :DCL-LON-DISB-ACCNO                                DCOVN01P
021000          FROM BNKLOAN                                            DCOVN01P
021100          WHERE LON_ID = :CCV1I-LOAN-ID                           DCOVN01P
021200     END-EXEC.                                                    DCOVN01P
021300     IF SQLCODE IS EQUAL TO +100                                  DCOVN01P
021400        SET CCV1O-NOT-FOUND TO TRUE                               DCOVN01P
021500        MOVE 'No loan under that number' TO CCV1O-MSG             DCOVN01P
021600        GO TO ADD-COVENANT-EXIT                                   DCOVN01P
021700     END-IF.                                                      DCOVN01P
021800     IF SQLCODE IS NOT EQUAL TO ZERO                              DCOVN01P
021900        MOVE 'Unable to read the loan' TO CCV1O-MSG               DCOVN01P
022000        GO TO ADD-COVENANT-EXIT                                   DCOVN01P
022100     END-IF.                                                      DCOVN01P
022200     IF DCL-LON-STATUS IS NOT EQUAL TO 'A' AND                    DCOVN01P
022300        DCL-LON-STATUS IS NOT EQUAL TO 'P'                        DCOVN01P
022400        MOVE 'Covenants are only taken on live or pending loans'  DCOVN01P
022500          TO CCV1O-MSG                                            DCOVN01P
022600        GO TO ADD-COVENANT-EXIT                                   DCOVN01P
022700     END-IF.                                                      DCOVN01P
022800     IF CCV1I-ACC IS EQUAL TO SPACES                              DCOVN01P
022900        MOVE DCL-LON-DISB-ACCNO TO DCL-COV-ACCNO                  DCOVN01P
023000     ELSE                                                         DCOVN01P
023100        MOVE CCV1I-ACC TO DCL-COV-ACCNO                           DCOVN01P
023200     END-IF.                                                      DCOVN01P
023300     IF CCV1I-TYPE-OVERDRAFT                                      DCOVN01P
023400        EXEC SQL                                                  DCOVN01P
023500             SELECT ODF_LIMIT                                     DCOVN01P
023600             INTO :DCL-ODF-LIMIT                                  DCOVN01P
023700             FROM BNKODFA                                         DCOVN01P
023800             WHERE ODF_ACCNO = :DCL-COV-ACCNO                     DCOVN01P
023900        END-EXEC                                                  DCOVN01P
024000        IF SQLCODE IS NOT EQUAL TO ZERO                           DCOVN01P
024100           MOVE 'The account tested has no overdraft line' TO     DCOVN01P
024200                CCV1O-MSG                                         DCOVN01P
024300           GO TO ADD-COVENANT-EXIT                                DCOVN01P
024400        END-IF                                                    DCOVN01P
024500     END-IF.                                                      DCOVN01P
024600                                                                  DCOVN01P
024700     IF CCV1I-NEXT-TEST IS EQUAL TO SPACES                        DCOVN01P
024800        EXEC SQL                                                  DCOVN01P
024900             SET :DCL-COV-NEXT-TEST =                             DCOVN01P
025000                 DATE(:WS-BUSINESS-DATE) + :WS-FREQ-MONTHS MONTHS DCOVN01P
025100        END-EXEC                                                  DCOVN01P
025200     ELSE                                                         DCOVN01P
025300        MOVE CCV1I-NEXT-TEST TO DCL-COV-NEXT-TEST                 DCOVN01P
025400        EXEC SQL                                                  DCOVN01P
025500             SET :DCL-COV-NEXT-TEST =                             DCOVN01P
025600                 CHAR(DATE(:DCL-COV-NEXT-TEST), ISO)              DCOVN01P
025700        END-EXEC                                                  DCOVN01P
025800     END-IF.                                                      DCOVN01P
025900     IF SQLCODE IS NOT EQUAL TO ZERO                              DCOVN01P
026000        MOVE 'The next test date is not a valid date'             DCOVN01P
026100          TO CCV1O-MSG                                            DCOVN01P
026200        GO TO ADD-COVENANT-EXIT                                   DCOVN01P
026300     END-IF.                                                      DCOVN01P
026400     IF DCL-COV-NEXT-TEST IS NOT GREATER THAN WS-BUSINESS-DATE    DCOVN01P
026500        MOVE 'The next test date must be after today'             DCOVN01P
026600          TO CCV1O-MSG                                            DCOVN01P
026700        GO TO ADD-COVENANT-EXIT                                   DCOVN01P
026800     END-IF.                                                      DCOVN01P
026900     IF CCV1I-TYPE-DOCUMENT                                       DCOVN01P
027000        PERFORM ROLL-TO-WORKING-DAY THRU                          DCOVN01P
027100                ROLL-TO-WORKING-DAY-EXIT                          DCOVN01P
027200        IF CCV1O-MSG IS NOT EQUAL TO SPACES                       DCOVN01P
027300           GO TO ADD-COVENANT-EXIT                                DCOVN01P
027400        END-IF                                                    DCOVN01P
027500     END-IF.                                                      DCOVN01P
027600                                                                  DCOVN01P
027700     EXEC SQL                                                     DCOVN01P
027800          SELECT VALUE(MAX(COV_ID), 0) + 1                        DCOVN01P
027900          INTO :DCL-COV-ID                                        DCOVN01P
028000          FROM BNKCOVN                                            DCOVN01P
028100     END-EXEC.                                                    DCOVN01P
028200     IF SQLCODE IS NOT EQUAL TO ZERO                              DCOVN01P
028300        MOVE 'Unable to number the covenant' TO CCV1O-MSG         DCOVN01P
028400        GO TO ADD-COVENANT-EXIT                                   DCOVN01P
028500     END-IF.                                                      DCOVN01P
028600     EXEC SQL                                                     DCOVN01P
028700          INSERT                                                  DCOVN01P
028800          INTO BNKCOVN (COV_ID,                                   DCOVN01P
028900                        COV_LOAN_ID,                              DCOVN01P
029000                        COV_TYPE,                                 DCOVN01P
029100                        COV_ACCNO,                                DCOVN01P
029200                        COV_THRESHOLD,                            DCOVN01P
029300                        COV_FREQ,                                 DCOVN01P
029400                        COV_NEXT_TEST,                            DCOVN01P
029500                        COV_DOC_DESC,                             DCOVN01P
029600                        COV_DOC_RECVD,                            DCOVN01P
029700                        COV_STATUS,                               DCOVN01P
029800                        COV_ADDED_BY,                             DCOVN01P
029900                        COV_ADDED_DATE)                           DCOVN01P
030000          VALUES (:DCL-COV-ID,                                    DCOVN01P
030100                  :CCV1I-LOAN-ID,                                 DCOVN01P
030200                  :CCV1I-COV-TYPE,                                DCOVN01P
030300                  :DCL-COV-ACCNO,                                 DCOVN01P
030400                  :CCV1I-THRESHOLD,                               DCOVN01P
030500                  :CCV1I-FREQ,                                    DCOVN01P
030600                  :DCL-COV-NEXT-TEST,                             DCOVN01P
030700                  :CCV1I-DOC-DESC,                                DCOVN01P
030800                  ' ',                                            DCOVN01P
030900                  'A',                                            DCOVN01P
031000                  :CCV1I-USERID,                                  DCOVN01P
031100                  :WS-BUSINESS-DATE)                              DCOVN01P
031200     END-EXEC.                                                    DCOVN01P
031300     IF SQLCODE IS NOT EQUAL TO ZERO                              DCOVN01P
031400        MOVE 'Unable to record the covenant' TO CCV1O-MSG         DCOVN01P
031500        GO TO ADD-COVENANT-EXIT                                   DCOVN01P
031600     END-IF.                                                      DCOVN01P
031700     MOVE DCL-COV-ID TO CCV1O-COV-ID.                             DCOVN01P
031800     MOVE DCL-COV-NEXT-TEST TO CCV1O-NEXT-TEST.                   DCOVN01P
031900     SET CCV1O-REQUEST-OK TO TRUE.                                DCOVN01P
032000     MOVE 'Covenant recorded' TO CCV1O-MSG.                       DCOVN01P
032100 ADD-COVENANT-EXIT.                                               DCOVN01P
032200     EXIT.                                                        DCOVN01P
032300                                                                  DCOVN01P
032400***************************************************************** DCOVN01P
032500* The months between tests for a frequency                      * DCOVN01P
032600***************************************************************** DCOVN01P
032700 SET-FREQ-MONTHS.                                                 DCOVN01P
032800     EVALUATE DCL-COV-FREQ                                        DCOVN01P
032900       WHEN 'M'                                                   DCOVN01P
033000         MOVE 1 TO WS-FREQ-MONTHS                                 DCOVN01P
033100       WHEN 'Q'                                                   DCOVN01P
033200         MOVE 3 TO WS-FREQ-MONTHS                                 DCOVN01P
033300       WHEN 'A'                                                   DCOVN01P
033400         MOVE 12 TO WS-FREQ-MONTHS                                DCOVN01P
033500       WHEN OTHER                                                 DCOVN01P
033600         MOVE 'Test frequency must be M, Q or A' TO CCV1O-MSG     DCOVN01P
033700     END-EVALUATE.                                                DCOVN01P
033800 SET-FREQ-MONTHS-EXIT.                                            DCOVN01P
033900     EXIT.                                                        DCOVN01P
034000                                                                  DCOVN01P
034100***************************************************************** DCOVN01P
034200* A document covenant falls due on the first working day on or  * DCOVN01P
034300* after its date                                                * DCOVN01P
034400***************************************************************** DCOVN01P
034500 ROLL-TO-WORKING-DAY.                                             DCOVN01P
034600     INITIALIZE CD98-DATA.                                        DCOVN01P
034700     SET CD98I-NEXT-BUSINESS-DAY TO TRUE.                         DCOVN01P
034800     MOVE DCL-COV-NEXT-TEST TO CD98I-DATE.                        DCOVN01P
034900 COPY CBANKX98.                                                   DCOVN01P
035000     IF NOT CD98O-REQUEST-OK                                      DCOVN01P
035100        MOVE CD98O-MSG TO CCV1O-MSG                               DCOVN01P
035200        GO TO ROLL-TO-WORKING-DAY-EXIT                            DCOVN01P
035300     END-IF.                                                      DCOVN01P
035400     MOVE CD98O-DATE TO DCL-COV-NEXT-TEST.                        DCOVN01P
035500 ROLL-TO-WORKING-DAY-EXIT.                                        DCOVN01P
035600     EXIT.                                                        DCOVN01P
035700                                                                  DCOVN01P
035800***************************************************************** DCOVN01P
035900* The borrower has delivered a covenant document                * DCOVN01P
036000***************************************************************** DCOVN01P
036100 DOCUMENT-RECEIVED.                                               DCOVN01P
036200     MOVE CCV1I-COV-ID TO DCL-COV-ID.                             DCOVN01P
036300     EXEC SQL                                                     DCOVN01P
036400          UPDATE BNKCOVN                                          DCOVN01P
036500          SET COV_DOC_RECVD = :WS-BUSINESS-DATE                   DCOVN01P
036600          WHERE COV_ID = :DCL-COV-ID AND                          DCOVN01P
036700                COV_TYPE = 'D' AND                                DCOVN01P
036800                COV_STATUS = 'A'                                  DCOVN01P
036900     END-EXEC.                                                    DCOVN01P
037000     IF SQLCODE IS EQUAL TO +100                                  DCOVN01P
037100        SET CCV1O-NOT-FOUND TO TRUE                               DCOVN01P
037200        MOVE 'No live document covenant under that number' TO     DCOVN01P
037300             CCV1O-MSG                                            DCOVN01P
037400        GO TO DOCUMENT-RECEIVED-EXIT                              DCOVN01P
037500     END-IF.                                                      DCOVN01P
037600     IF SQLCODE IS NOT EQUAL TO ZERO                              DCOVN01P
037700        MOVE 'Unable to record the document' TO CCV1O-MSG         DCOVN01P
037800        GO TO DOCUMENT-RECEIVED-EXIT                              DCOVN01P
037900     END-IF.                                                      DCOVN01P
038000     MOVE DCL-COV-ID TO CCV1O-COV-ID.                             DCOVN01P
038100     SET CCV1O-REQUEST-OK TO TRUE.                                DCOVN01P
038200     MOVE 'Covenant document recorded as received' TO CCV1O-MSG.  DCOVN01P
038300 DOCUMENT-RECEIVED-EXIT.                                          DCOVN01P
038400     EXIT.                                                        DCOVN01P
038500                                                                  DCOVN01P
038600***************************************************************** DCOVN01P
038700* The first page of the review queue - open breaches, oldest    * DCOVN01P
038800* first, for one loan if a loan is keyed                        * DCOVN01P
038900***************************************************************** DCOVN01P
039000 LIST-BREACHES.                                                   DCOVN01P
039100     EXEC SQL                                                     DCOVN01P
039200          DECLARE CVBL_CSR CURSOR FOR                             DCOVN01P
039300          SELECT CVB_ID,                                          DCOVN01P
039400                 CVB_LOAN_ID,                                     DCOVN01P
039500                 CVB_TYPE,                                        DCOVN01P
039600                 CVB_TEST_DATE,                                   DCOVN01P
039700                 CVB_ACTUAL,                                      DCOVN01P
039800                 CVB_THRESHOLD                                    DCOVN01P
039900          FROM BNKCOVB                                            DCOVN01P
040000          WHERE CVB_STATUS = 'O' AND                              DCOVN01P
040100                (CVB_LOAN_ID = :CCV1I-LOAN-ID OR                  DCOVN01P
040200                 :CCV1I-LOAN-ID = ' ')                            DCOVN01P
040300          ORDER BY CVB_ID                                         DCOVN01P
040400          FOR FETCH ONLY                                          DCOVN01P
040500     END-EXEC.                                                    DCOVN01P
040600     EXEC SQL                                                     DCOVN01P
040700          OPEN CVBL_CSR                                           DCOVN01P
040800     END-EXEC.                                                    DCOVN01P
040900     IF SQLCODE IS NOT EQUAL TO ZERO                              DCOVN01P
041000        MOVE 'Unable to open the breach queue' TO CCV1O-MSG       DCOVN01P
041100        GO TO LIST-BREACHES-EXIT                                  DCOVN01P
041200     END-IF.                                                      DCOVN01P
041300     MOVE 0 TO WS-SUB1.                                           DCOVN01P
041400 CVBL-LOOP.                                                       DCOVN01P
041500     IF WS-SUB1 IS NOT LESS THAN 3                                DCOVN01P
041600        GO TO CVBL-LOOP-EXIT                                      DCOVN01P
041700     END-IF.                                                      DCOVN01P
041800     EXEC SQL                                                     DCOVN01P
041900          FETCH CVBL_CSR                                          DCOVN01P
042000          INTO :DCL-CVB-ID,                                       DCOVN01P
042100               :DCL-CVB-LOAN-ID,                                  DCOVN01P
042200               :DCL-CVB-TYPE,                                     DCOVN01P
042300               :DCL-CVB-TEST-DATE,                                DCOVN01P
042400               :DCL-CVB-ACTUAL,                                   DCOVN01P
042500               :DCL-CVB-THRESHOLD                                 DCOVN01P
042600     END-EXEC.                                                    DCOVN01P
042700     IF SQLCODE IS EQUAL TO +100                                  DCOVN01P
042800        GO TO CVBL-LOOP-EXIT                                      DCOVN01P
042900     END-IF.                                                      DCOVN01P
043000     IF SQLCODE IS NOT EQUAL TO ZERO                              DCOVN01P
043100        MOVE 'Unable to read the breach queue' TO CCV1O-MSG       DCOVN01P
043200        GO TO CVBL-LOOP-EXIT                                      DCOVN01P
043300     END-IF.                                                      DCOVN01P
043400     ADD 1 TO WS-SUB1.                                            DCOVN01P
043500     MOVE DCL-CVB-ID TO CCV1O-LST-ID (WS-SUB1).                   DCOVN01P
043600     MOVE DCL-CVB-LOAN-ID TO CCV1O-LST-LOAN-ID (WS-SUB1).         DCOVN01P
043700     MOVE DCL-CVB-TYPE TO CCV1O-LST-TYPE (WS-SUB1).               DCOVN01P
043800     MOVE DCL-CVB-TEST-DATE TO CCV1O-LST-TEST-DATE (WS-SUB1).     DCOVN01P
043900     MOVE DCL-CVB-ACTUAL TO CCV1O-LST-ACTUAL (WS-SUB1).           DCOVN01P
044000     MOVE DCL-CVB-THRESHOLD TO CCV1O-LST-THRESHOLD (WS-SUB1).     DCOVN01P
044100     GO TO CVBL-LOOP.                                             DCOVN01P
044200 CVBL-LOOP-EXIT.                                                  DCOVN01P
044300     EXEC SQL                                                     DCOVN01P
044400          CLOSE CVBL_CSR                                          DCOVN01P
044500     END-EXEC.                                                    DCOVN01P
044600     IF CCV1O-MSG IS NOT EQUAL TO SPACES                          DCOVN01P
044700        GO TO LIST-BREACHES-EXIT                                  DCOVN01P
044800     END-IF.                                                      DCOVN01P
044900     SET CCV1O-REQUEST-OK TO TRUE.                                DCOVN01P
045000     IF WS-SUB1 IS EQUAL TO ZERO                                  DCOVN01P
045100        MOVE 'No breach is waiting for review' TO CCV1O-MSG       DCOVN01P
045200     ELSE                                                         DCOVN01P
045300        MOVE 'Breaches awaiting review listed' TO CCV1O-MSG       DCOVN01P
045400     END-IF.                                                      DCOVN01P
045500 LIST-BREACHES-EXIT.                                              DCOVN01P
045600     EXIT.                                                        DCOVN01P
045700                                                                  DCOVN01P
045800***************************************************************** DCOVN01P
045900* Confirm or waive an open breach. Only a confirmed breach      * DCOVN01P
046000* counts against the customer                                   * DCOVN01P
046100***************************************************************** DCOVN01P
046200 REVIEW-BREACH.                                                   DCOVN01P
046300     MOVE CCV1I-BREACH-ID TO DCL-CVB-ID.                          DCOVN01P
046400     EXEC SQL                                                     DCOVN01P
046500          UPDATE BNKCOVB                                          DCOVN01P
046600          SET CVB_STATUS = :DCL-CVB-STATUS,                       DCOVN01P
046700              CVB_REVIEWED_BY = :CCV1I-USERID,                    DCOVN01P
046800              CVB_REVIEW_DATE = :WS-BUSINESS-DATE,                DCOVN01P
046900              CVB_NOTE = :CCV1I-NOTE                              DCOVN01P
047000          WHERE CVB_ID = :DCL-CVB-ID AND                          DCOVN01P
047100                CVB_STATUS = 'O'                                  DCOVN01P
047200     END-EXEC.                                                    DCOVN01P
047300     IF SQLCODE IS EQUAL TO +100                                  DCOVN01P
047400        SET CCV1O-NOT-FOUND TO TRUE                               DCOVN01P
047500        MOVE 'No open breach under that number' TO CCV1O-MSG      DCOVN01P
047600        GO TO REVIEW-BREACH-EXIT                                  DCOVN01P
047700     END-IF.                                                      DCOVN01P
047800     IF SQLCODE IS NOT EQUAL TO ZERO                              DCOVN01P
047900        MOVE 'Unable to record the review' TO CCV1O-MSG           DCOVN01P
048000        GO TO REVIEW-BREACH-EXIT                                  DCOVN01P
048100     END-IF.                                                      DCOVN01P
048200     SET CCV1O-REQUEST-OK TO TRUE.                                DCOVN01P
048300     IF CCV1I-CONFIRM-BREACH                                      DCOVN01P
048400        MOVE 'Covenant breach confirmed' TO CCV1O-MSG             DCOVN01P
048500     ELSE                                                         DCOVN01P
048600        MOVE 'Covenant breach waived' TO CCV1O-MSG                DCOVN01P
048700     END-IF.                                                      DCOVN01P
048800 REVIEW-BREACH-EXIT.                                              DCOVN01P
048900     EXIT.                                                        DCOVN01P
049000                                                                  DCOVN01P
049100***************************************************************** DCOVN01P
049200* The nightly test pass - every live covenant on a live loan    * DCOVN01P
049300* whose test date has been reached is tested over the period    * DCOVN01P
049400* just ended, each breach is queued for review and reported to  * DCOVN01P
049500* credit, and the covenant moves on to its next test date       * DCOVN01P
049600***************************************************************** DCOVN01P
049700 NIGHTLY-RUN.                                                     DCOVN01P
049800     MOVE 'COVID,LOANID,PID,TYPE,TESTDATE,ACTUAL,THRESHOLD'       DCOVN01P
049900       TO WS-CSV-LINE.                                            DCOVN01P
050000     PERFORM QUEUE-REPORT-LINE THRU                               DCOVN01P
050100             QUEUE-REPORT-LINE-EXIT.                              DCOVN01P
050200     EXEC SQL                                                     DCOVN01P
050300          DECLARE COVT_CSR CURSOR FOR                             DCOVN01P
050400          SELECT COV.COV_ID,                                      DCOVN01P
050500                 COV.COV_LOAN_ID,                                 DCOVN01P
050600                 COV.COV_TYPE,                                    DCOVN01P
050700                 COV.COV_ACCNO,                                   DCOVN01P
050800                 COV.COV_THRESHOLD,                               DCOVN01P
050900                 COV.COV_FREQ,                                    DCOVN01P
051000                 COV.COV_NEXT_TEST,                               DCOVN01P
051100                 COV.COV_DOC_RECVD,                               DCOVN01P
051200                 LON.LON_PID                                      DCOVN01P
051300          FROM BNKCOVN COV,                                       DCOVN01P
051400               BNKLOAN LON                                        DCOVN01P
051500          WHERE COV.COV_STATUS = 'A' AND                          DCOVN01P
051600                COV.COV_NEXT_TEST <= :WS-BUSINESS-DATE AND        DCOVN01P
051700                LON.LON_ID = COV.COV_LOAN_ID AND                  DCOVN01P
051800                LON.LON_STATUS = 'A'                              DCOVN01P
051900          ORDER BY COV.COV_ID                                     DCOVN01P
052000          FOR FETCH ONLY                                          DCOVN01P
052100     END-EXEC.                                                    DCOVN01P
052200     EXEC SQL                                                     DCOVN01P
052300          OPEN COVT_CSR                                           DCOVN01P
052400     END-EXEC.                                                    DCOVN01P
052500     IF SQLCODE IS NOT EQUAL TO ZERO                              DCOVN01P
052600        MOVE 'Unable to open the covenant cursor' TO CCV1O-MSG    DCOVN01P
052700        GO TO NIGHTLY-RUN-EXIT                                    DCOVN01P
052800     END-IF.                                                      DCOVN01P
052900 COVT-LOOP.                                                       DCOVN01P
053000     EXEC SQL                                                     DCOVN01P
053100          FETCH COVT_CSR                                          DCOVN01P
053200          INTO :DCL-COV-ID,                                       DCOVN01P
053300               :DCL-COV-LOAN-ID,                                  DCOVN01P
053400               :DCL-COV-TYPE,                                     DCOVN01P
053500               :DCL-COV-ACCNO,                                    DCOVN01P
053600               :DCL-COV-THRESHOLD,                                DCOVN01P
053700               :DCL-COV-FREQ,                                     DCOVN01P
053800               :DCL-COV-NEXT-TEST,                                DCOVN01P
053900               :DCL-COV-DOC-RECVD,                                DCOVN01P
054000               :DCL-LON-PID                                       DCOVN01P
054100     END-EXEC.                                                    DCOVN01P
054200     IF SQLCODE IS EQUAL TO +100                                  DCOVN01P
054300        GO TO COVT-LOOP-EXIT                                      DCOVN01P
054400     END-IF.                                                      DCOVN01P
054500     IF SQLCODE IS NOT EQUAL TO ZERO                              DCOVN01P
054600        MOVE 'Unable to read the covenant cursor' TO CCV1O-MSG    DCOVN01P
054700        GO TO COVT-LOOP-EXIT                                      DCOVN01P
054800     END-IF.                                                      DCOVN01P
054900     PERFORM TEST-COVENANT THRU                                   DCOVN01P
055000             TEST-COVENANT-EXIT.                                  DCOVN01P
055100     IF CCV1O-MSG IS NOT EQUAL TO SPACES                          DCOVN01P
055200        GO TO COVT-LOOP-EXIT                                      DCOVN01P
055300     END-IF.                                                      DCOVN01P
055400     GO TO COVT-LOOP.                                             DCOVN01P
055500 COVT-LOOP-EXIT.                                                  DCOVN01P
055600     EXEC SQL                                                     DCOVN01P
055700          CLOSE COVT_CSR                                          DCOVN01P
055800     END-EXEC.                                                    DCOVN01P
055900     IF CCV1O-MSG IS NOT EQUAL TO SPACES                          DCOVN01P
056000        GO TO NIGHTLY-RUN-EXIT                                    DCOVN01P
056100     END-IF.                                                      DCOVN01P
056200                                                                  DCOVN01P
056300     MOVE CCV1O-COVENANTS-BREACHED TO WS-COUNT-DISP.              DCOVN01P
056400     MOVE SPACES TO WS-CSV-LINE.                                  DCOVN01P
056500     STRING 'TOTAL,' WS-COUNT-DISP ',,,,,'                        DCOVN01P
056600            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DCOVN01P
056700     PERFORM QUEUE-REPORT-LINE THRU                               DCOVN01P
056800             QUEUE-REPORT-LINE-EXIT.                              DCOVN01P
056900     INITIALIZE CD96-DATA.                                        DCOVN01P
057000     SET CD96I-CAPTURE-REPORT TO TRUE.                            DCOVN01P
057100     MOVE WS-PROGRAM-ID TO CD96I-JOB.                             DCOVN01P
057200     MOVE 'COVENANT BREACHES' TO CD96I-REPORT-NAME.               DCOVN01P
057300     MOVE 'CSVQ' TO CD96I-QUEUE.                                  DCOVN01P
057400     MOVE 999 TO CD96I-RETAIN-DAYS.                               DCOVN01P
057500 COPY CBANKX96.                                                   DCOVN01P
057600     IF NOT CD96O-REQUEST-OK                                      DCOVN01P
057700        MOVE CD96O-MSG TO CCV1O-MSG                               DCOVN01P
057800        GO TO NIGHTLY-RUN-EXIT                                    DCOVN01P
057900     END-IF.                                                      DCOVN01P
058000     SET CCV1O-REQUEST-OK TO TRUE.                                DCOVN01P
058100     MOVE 'Covenant test run complete' TO CCV1O-MSG.              DCOVN01P
058200 NIGHTLY-RUN-EXIT.                                                DCOVN01P
058300     EXIT.                                                        DCOVN01P
058400                                                                  DCOVN01P
058500***************************************************************** DCOVN01P
058600* Test one covenant over the period ending on its test date     * DCOVN01P
058700***************************************************************** DCOVN01P
058800 TEST-COVENANT.                                                   DCOVN01P
058900     PERFORM SET-FREQ-MONTHS THRU                                 DCOVN01P
059000             SET-FREQ-MONTHS-EXIT.                                DCOVN01P
059100     IF CCV1O-MSG IS NOT EQUAL TO SPACES                          DCOVN01P
059200        GO TO TEST-COVENANT-EXIT                                  DCOVN01P
059300     END-IF.                                                      DCOVN01P
059400     EXEC SQL                                                     DCOVN01P
059500          SET :WS-PERIOD-START =                                  DCOVN01P
059600              DATE(:DCL-COV-NEXT-TEST) - :WS-FREQ-MONTHS MONTHS   DCOVN01P
059700     END-EXEC.                                                    DCOVN01P
059800     IF SQLCODE IS NOT EQUAL TO ZERO                              DCOVN01P
059900        MOVE 'Unable to date the covenant test period'            DCOVN01P
060000          TO CCV1O-MSG                                            DCOVN01P
060100        GO TO TEST-COVENANT-EXIT                                  DCOVN01P
060200     END-IF.                                                      DCOVN01P
060300     MOVE ZERO TO WS-ACTUAL.                                      DCOVN01P
060400     SET COVENANT-MET TO TRUE.                                    DCOVN01P
060500     EVALUATE DCL-COV-TYPE                                        DCOVN01P
060600       WHEN 'B'                                                   DCOVN01P
060700         PERFORM TEST-AVERAGE-BALANCE THRU                        DCOVN01P
060800                 TEST-AVERAGE-BALANCE-EXIT                        DCOVN01P
060900       WHEN 'O'                                                   DCOVN01P
061000         PERFORM TEST-OVERDRAFT-USAGE THRU                        DCOVN01P
061100                 TEST-OVERDRAFT-USAGE-EXIT                        DCOVN01P
061200       WHEN 'D'                                                   DCOVN01P
061300*        Delivered on or after the period start is in time        DCOVN01P
061400         IF DCL-COV-DOC-RECVD IS EQUAL TO SPACES OR               DCOVN01P
061500            DCL-COV-DOC-RECVD IS LESS THAN WS-PERIOD-START        DCOVN01P
061600            SET COVENANT-BREACHED TO TRUE                         DCOVN01P
061700         END-IF                                                   DCOVN01P
061800       WHEN OTHER                                                 DCOVN01P
061900         SET COVENANT-UNTESTED TO TRUE                            DCOVN01P
062000     END-EVALUATE.                                                DCOVN01P
062100     IF CCV1O-MSG IS NOT EQUAL TO SPACES                          DCOVN01P
062200        GO TO TEST-COVENANT-EXIT                                  DCOVN01P
062300     END-IF.                                                      DCOVN01P
062400     IF NOT COVENANT-UNTESTED                                     DCOVN01P
062500        ADD 1 TO CCV1O-COVENANTS-TESTED                           DCOVN01P
062600     END-IF.                                                      DCOVN01P
062700     IF COVENANT-BREACHED                                         DCOVN01P
062800        PERFORM QUEUE-BREACH THRU                                 DCOVN01P
062900                QUEUE-BREACH-EXIT                                 DCOVN01P
063000        IF CCV1O-MSG IS NOT EQUAL TO SPACES                       DCOVN01P
063100           GO TO TEST-COVENANT-EXIT                               DCOVN01P
063200        END-IF                                                    DCOVN01P
063300     END-IF.                                                      DCOVN01P
063400     PERFORM ADVANCE-TEST-DATE THRU                               DCOVN01P
063500             ADVANCE-TEST-DATE-EXIT.                              DCOVN01P
063600 TEST-COVENANT-EXIT.                                              DCOVN01P
063700     EXIT.                                                        DCOVN01P
063800                                                                  DCOVN01P
063900***************************************************************** DCOVN01P
064000* Average balance over the period off the snapshot history. An  * DCOVN01P
064100* account with no snapshots in the period cannot be tested      * DCOVN01P
064200***************************************************************** DCOVN01P
064300 TEST-AVERAGE-BALANCE.                                            DCOVN01P
064400     INITIALIZE CD77-DATA.                                        DCOVN01P
064500     SET CD77I-PERIOD-AVERAGE TO TRUE.                            DCOVN01P
064600     MOVE DCL-COV-ACCNO TO CD77I-ACC.                             DCOVN01P
064700     MOVE WS-PERIOD-START TO CD77I-FROM-DATE.                     DCOVN01P
064800     MOVE DCL-COV-NEXT-TEST TO CD77I-TO-DATE.                     DCOVN01P
064900 COPY CBANKX77.                                                   DCOVN01P
065000     IF CD77O-NO-HISTORY                                          DCOVN01P
065100        SET COVENANT-UNTESTED TO TRUE                             DCOVN01P
065200        GO TO TEST-AVERAGE-BALANCE-EXIT                           DCOVN01P
065300     END-IF.                                                      DCOVN01P
065400     IF NOT CD77O-REQUEST-OK                                      DCOVN01P
065500        MOVE CD77O-MSG TO CCV1O-MSG                               DCOVN01P
065600        GO TO TEST-AVERAGE-BALANCE-EXIT                           DCOVN01P
065700     END-IF.                                                      DCOVN01P
065800     MOVE CD77O-AVG-BALANCE TO WS-ACTUAL.                         DCOVN01P
065900     IF WS-ACTUAL IS LESS THAN DCL-COV-THRESHOLD                  DCOVN01P
066000        SET COVENANT-BREACHED TO TRUE                             DCOVN01P
066100     END-IF.                                                      DCOVN01P
066200 TEST-AVERAGE-BALANCE-EXIT.                                       DCOVN01P
066300     EXIT.                                                        DCOVN01P
066400                                                                  DCOVN01P
066500***************************************************************** DCOVN01P
066600* Overdraft usage tonight - the drawn balance as a percentage   * DCOVN01P
066700* of the line. An overdrawn account with no line is treated as  * DCOVN01P
066800* fully over it                                                 * DCOVN01P
066900***************************************************************** DCOVN01P
067000 TEST-OVERDRAFT-USAGE.                                            DCOVN01P
067100     EXEC SQL                                                     DCOVN01P
067200          SELECT BAC_BALANCE                                      DCOVN01P
067300          INTO :DCL-BAC-BALANCE                                   DCOVN01P
067400          FROM BNKACC                                             DCOVN01P
067500          WHERE BAC_ACCNO = :DCL-COV-ACCNO                        DCOVN01P
067600     END-EXEC.                                                    DCOVN01P
067700     IF SQLCODE IS EQUAL TO +100                                  DCOVN01P
067800        SET COVENANT-UNTESTED TO TRUE                             DCOVN01P
067900        GO TO TEST-OVERDRAFT-USAGE-EXIT                           DCOVN01P
068000     END-IF.                                                      DCOVN01P
068100     IF SQLCODE IS NOT EQUAL TO ZERO                              DCOVN01P
068200        MOVE 'Unable to read the account tested' TO CCV1O-MSG     DCOVN01P
068300        GO TO TEST-OVERDRAFT-USAGE-EXIT                           DCOVN01P
068400     END-IF.                                                      DCOVN01P
068500     MOVE ZERO TO DCL-ODF-LIMIT.                                  DCOVN01P
068600     EXEC SQL                                                     DCOVN01P
068700          SELECT ODF_LIMIT                                        DCOVN01P
068800          INTO :DCL-ODF-LIMIT                                     DCOVN01P
068900          FROM BNKODFA                                            DCOVN01P
069000          WHERE ODF_ACCNO = :DCL-COV-ACCNO                        DCOVN01P
069100     END-EXEC.                                                    DCOVN01P
069200     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DCOVN01P
069300        SQLCODE IS NOT EQUAL TO +100                              DCOVN01P
069400        MOVE 'Unable to read the overdraft line' TO CCV1O-MSG     DCOVN01P
069500        GO TO TEST-OVERDRAFT-USAGE-EXIT                           DCOVN01P
069600     END-IF.                                                      DCOVN01P
069700     IF DCL-BAC-BALANCE IS NOT LESS THAN ZERO                     DCOVN01P
069800        GO TO TEST-OVERDRAFT-USAGE-EXIT                           DCOVN01P
069900     END-IF.                                                      DCOVN01P
070000     IF DCL-ODF-LIMIT IS GREATER THAN ZERO                        DCOVN01P
070100        COMPUTE WS-ACTUAL ROUNDED =                               DCOVN01P
070200                (0 - DCL-BAC-BALANCE) * 100 / DCL-ODF-LIMIT       DCOVN01P
070300     ELSE                                                         DCOVN01P
070400        MOVE 999.99 TO WS-ACTUAL                                  DCOVN01P
070500     END-IF.                                                      DCOVN01P
070600     IF WS-ACTUAL IS GREATER THAN DCL-COV-THRESHOLD               DCOVN01P
070700        SET COVENANT-BREACHED TO TRUE                             DCOVN01P
070800     END-IF.                                                      DCOVN01P
070900 TEST-OVERDRAFT-USAGE-EXIT.                                       DCOVN01P
071000     EXIT.                                                        DCOVN01P
071100                                                                  DCOVN01P
071200***************************************************************** DCOVN01P
071300* Queue the breach for review and report it to credit           * DCOVN01P
071400***************************************************************** DCOVN01P
071500 QUEUE-BREACH.                                                    DCOVN01P
071600     EXEC SQL                                                     DCOVN01P
071700          SELECT VALUE(MAX(CVB_ID), 0) + 1                        DCOVN01P
071800          INTO :DCL-CVB-ID                                        DCOVN01P
071900          FROM BNKCOVB                                            DCOVN01P
072000     END-EXEC.                                                    DCOVN01P
072100     IF SQLCODE IS NOT EQUAL TO ZERO                              DCOVN01P
072200        MOVE 'Unable to number the breach' TO CCV1O-MSG           DCOVN01P
072300        GO TO QUEUE-BREACH-EXIT                                   DCOVN01P
072400     END-IF.                                                      DCOVN01P
072500     EXEC SQL                                                     DCOVN01P
072600          INSERT                                                  DCOVN01P
072700          INTO BNKCOVB (CVB_ID,                                   DCOVN01P
072800                        CVB_COV_ID,                               DCOVN01P
072900                        CVB_LOAN_ID,                              DCOVN01P
073000                        CVB_PID,                                  DCOVN01P
073100                        CVB_TEST_DATE,                            DCOVN01P
073200                        CVB_TYPE,                                 DCOVN01P
073300                        CVB_ACTUAL,                               DCOVN01P
073400                        CVB_THRESHOLD,                            DCOVN01P
073500                        CVB_STATUS,                               DCOVN01P
073600                        CVB_REVIEWED_BY,                          DCOVN01P
073700                        CVB_REVIEW_DATE,                          DCOVN01P
073800                        CVB_NOTE)                                 DCOVN01P
073900          VALUES (:DCL-CVB-ID,                                    DCOVN01P
074000                  :DCL-COV-ID,                                    DCOVN01P
074100                  :DCL-COV-LOAN-ID,                               DCOVN01P
074200                  :DCL-LON-PID,                                   DCOVN01P
074300                  :DCL-COV-NEXT-TEST,                             DCOVN01P
074400                  :DCL-COV-TYPE,                                  DCOVN01P
074500                  :WS-ACTUAL,                                     DCOVN01P
074600                  :DCL-COV-THRESHOLD,                             DCOVN01P
074700                  'O',                                            DCOVN01P
074800                  ' ',                                            DCOVN01P
074900                  ' ',                                            DCOVN01P
075000                  ' ')                                            DCOVN01P
075100     END-EXEC.                                                    DCOVN01P
075200     IF SQLCODE IS NOT EQUAL TO ZERO                              DCOVN01P
075300        MOVE 'Unable to queue the breach' TO CCV1O-MSG            DCOVN01P
075400        GO TO QUEUE-BREACH-EXIT                                   DCOVN01P
075500     END-IF.                                                      DCOVN01P
075600     ADD 1 TO CCV1O-COVENANTS-BREACHED.                           DCOVN01P
075700                                                                  DCOVN01P
075800     MOVE DCL-COV-ID TO WS-ID-DISP.                               DCOVN01P
075900     MOVE WS-ACTUAL TO WS-ACTUAL-DISP.                            DCOVN01P
076000     MOVE DCL-COV-THRESHOLD TO WS-THRESHOLD-DISP.                 DCOVN01P
076100     MOVE SPACES TO WS-CSV-LINE.                                  DCOVN01P
076200     STRING WS-ID-DISP ',' DCL-COV-LOAN-ID ',' DCL-LON-PID ','    DCOVN01P
076300            DCL-COV-TYPE ',' DCL-COV-NEXT-TEST ','                DCOVN01P
076400            WS-ACTUAL-DISP ',' WS-THRESHOLD-DISP                  DCOVN01P
076500            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DCOVN01P
076600     PERFORM QUEUE-REPORT-LINE THRU                               DCOVN01P
076700             QUEUE-REPORT-LINE-EXIT.                              DCOVN01P
076800 QUEUE-BREACH-EXIT.                                               DCOVN01P
076900     EXIT.                                                        DCOVN01P
077000                                                                  DCOVN01P
077100***************************************************************** DCOVN01P
077200* Move the covenant on to its first test date after today, so   * DCOVN01P
077300* a covenant that fell behind is tested once and not for every  * DCOVN01P
077400* period it missed                                              * DCOVN01P
077500***************************************************************** DCOVN01P
077600 ADVANCE-TEST-DATE.                                               DCOVN01P
077700     EXEC SQL                                                     DCOVN01P
077800          SET :DCL-COV-NEXT-TEST =                                DCOVN01P
077900              DATE(:DCL-COV-NEXT-TEST) + :WS-FREQ-MONTHS MONTHS   DCOVN01P
078000     END-EXEC.                                                    DCOVN01P
078100     IF SQLCODE IS NOT EQUAL TO ZERO                              DCOVN01P
078200        MOVE 'Unable to date the next covenant test' TO CCV1O-MSG DCOVN01P
078300        GO TO ADVANCE-TEST-DATE-EXIT                              DCOVN01P
078400     END-IF.                                                      DCOVN01P
078500     IF DCL-COV-NEXT-TEST IS NOT GREATER THAN WS-BUSINESS-DATE    DCOVN01P
078600        GO TO ADVANCE-TEST-DATE                                   DCOVN01P
078700     END-IF.                                                      DCOVN01P
078800     IF DCL-COV-TYPE IS EQUAL TO 'D'                              DCOVN01P
078900        PERFORM ROLL-TO-WORKING-DAY THRU                          DCOVN01P
079000                ROLL-TO-WORKING-DAY-EXIT                          DCOVN01P
079100        IF CCV1O-MSG IS NOT EQUAL TO SPACES                       DCOVN01P
079200           GO TO ADVANCE-TEST-DATE-EXIT                           DCOVN01P
079300        END-IF                                                    DCOVN01P
079400     END-IF.                                                      DCOVN01P
079500     EXEC SQL                                                     DCOVN01P
079600          UPDATE BNKCOVN                                          DCOVN01P
079700          SET COV_NEXT_TEST = :DCL-COV-NEXT-TEST                  DCOVN01P
079800          WHERE COV_ID = :DCL-COV-ID                              DCOVN01P
079900     END-EXEC.                                                    DCOVN01P
080000     IF SQLCODE IS NOT EQUAL TO ZERO                              DCOVN01P
080100        MOVE 'Unable to move the covenant test date' TO CCV1O-MSG DCOVN01P
080200     END-IF.                                                      DCOVN01P
080300 ADVANCE-TEST-DATE-EXIT.                                          DCOVN01P
080400     EXIT.                                                        DCOVN01P
080500                                                                  DCOVN01P
080600***************************************************************** DCOVN01P
080700* Queue one line of the covenant breach report                  * DCOVN01P
080800***************************************************************** DCOVN01P
080900 QUEUE-REPORT-LINE.                                               DCOVN01P
081000 COPY CCSVWRQ.                                                    DCOVN01P
081100 QUEUE-REPORT-LINE-EXIT.                                          DCOVN01P
081200     EXIT.                                                        DCOVN01P
