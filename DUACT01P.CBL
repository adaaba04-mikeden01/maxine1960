000100***************************************************************** DUACT01P
000200*                                                               * DUACT01P
000300*  Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.    * DUACT01P
000400*  This demonstration program is provided for use by users      * DUACT01P
000500*  of Micro Focus products and may be used, modified and        * DUACT01P
000600*  distributed as part of your application provided that        * DUACT01P
000700*  you properly acknowledge the copyright of Micro Focus        * DUACT01P
000800*  in this material.                                            * DUACT01P
000900*                                                               * DUACT01P
001000***************************************************************** DUACT01P
001100                                                                  DUACT01P
001200***************************************************************** DUACT01P
001300* Program:     DUACT01P.CBL                                     * DUACT01P
001400* Function:    User activity reconstruction - for an auditor,   * DUACT01P
001500*              one chronological timeline of a user's actions   * DUACT01P
001600*              across the journals that carry an acting user:   * DUACT01P
001700*              lifecycle events and counter cash on BNKTXN,     * DUACT01P
001800*              items keyed and worked on BNKPAUTH, disputes     * DUACT01P
001900*              worked, view-as sessions, contact changes,       * DUACT01P
002000*              screen samples and logged errors. The timeline   * DUACT01P
002100*              is filed in the report repository and every      * DUACT01P
002200*              request is logged on BNKUARQ                     * DUACT01P
002300*              SQL version                                      * DUACT01P
002400***************************************************************** DUACT01P
002500                                                                  DUACT01P
002600 IDENTIFICATION DIVISION.                                         DUACT01P
002700 PROGRAM-ID.                                                      DUACT01P
002800     DUACT01P.                                                    DUACT01P
002900 DATE-WRITTEN.                                                    DUACT01P
003000     October 2026.                                                DUACT01P
003100 DATE-COMPILED.                                                   DUACT01P
003200     Today.                                                       DUACT01P
003300                                                                  DUACT01P
003400 ENVIRONMENT DIVISION.                                            DUACT01P
003500                                                                  DUACT01P
003600 DATA DIVISION.                                                   DUACT01P
003700                                                                  DUACT01P
003800 WORKING-STORAGE SECTION.                                         DUACT01P
003900 01  WS-MISC-STORAGE.                                             DUACT01P
004000   05  WS-PROGRAM-ID                         PIC X(8)             DUACT01P
004100       VALUE 'DUACT01P'.                                          DUACT01P
004200   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DUACT01P
004300   05  WS-SUB1                               PIC S9(4) COMP.      DUACT01P
004400   05  WS-AMOUNT-DISP                        PIC -(7)9.99.        DUACT01P
004500   05  WS-ENTRIES-DISP                       PIC Z(4)9.           DUACT01P
004600*        A timeline longer than this is cut short and says so     DUACT01P
004700   05  WS-MAX-ENTRIES                        PIC 9(5)             DUACT01P
004800       VALUE 9000.                                                DUACT01P
004900   05  WS-REPORT-NAME.                                            DUACT01P
005000     10  FILLER                              PIC X(14)            DUACT01P
005100         VALUE 'USER ACTIVITY '.                                  DUACT01P
005200     10  WS-REPORT-USER                      PIC X(5).            DUACT01P
005300     10  FILLER                              PIC X(1)             DUACT01P
005400         VALUE SPACES.                                            DUACT01P
005500                                                                  DUACT01P
005600 01  WS-CSV-DATA.                                                 DUACT01P
005700 COPY CCSVD.                                                      DUACT01P
005800 01  WS-96-COMMAREA.                                              DUACT01P
005900 COPY CBANKD96.                                                   DUACT01P
006000                                                                  DUACT01P
006100   EXEC SQL                                                       DUACT01P
006200        BEGIN DECLARE SECTION                                     DUACT01P
006300   END-EXEC.                                                      DUACT01P
006400 01  WS-COMMAREA.                                                 DUACT01P
006500     EXEC SQL                                                     DUACT01P
006600          INCLUDE CUACTD01                                        DUACT01P
006700     END-EXEC.                                                    DUACT01P
006800 01  DCL-ACTIVITY-AREAS.                                          DUACT01P
006900   05  DCL-BCS-ROLE                          PIC X(1).            DUACT01P
007000*        One timeline entry, whichever journal it came from       DUACT01P
007100   05  DCL-ACT-TS                            PIC X(26).           DUACT01P
007200   05  DCL-ACT-SOURCE                        PIC X(8).            DUACT01P
007300   05  DCL-ACT-SCREEN                        PIC X(8).            DUACT01P
007400   05  DCL-ACT-ACTION                        PIC X(30).           DUACT01P
007500   05  DCL-ACT-PID                           PIC X(5).            DUACT01P
007600   05  DCL-ACT-ACC                           PIC X(9).            DUACT01P
007700   05  DCL-ACT-AMOUNT                        PIC S9(7)V99 COMP-3. DUACT01P
007800*        A request as logged on BNKUARQ                           DUACT01P
007900   05  DCL-UAR-ID                            PIC S9(7) COMP-3.    DUACT01P
008000   05  DCL-UAR-REQUESTED-BY                  PIC X(5).            DUACT01P
008100   05  DCL-UAR-TARGET                        PIC X(5).            DUACT01P
008200   05  DCL-UAR-FROM-TS                       PIC X(26).           DUACT01P
008300   05  DCL-UAR-TO-TS                         PIC X(26).           DUACT01P
008400   05  DCL-UAR-REQUESTED-TS                  PIC X(26).           DUACT01P
008500   05  DCL-UAR-STATUS                        PIC X(1).            DUACT01P
008600   05  DCL-UAR-REPORT-ID                     PIC S9(7) COMP-3.    DUACT01P
008700   05  DCL-UAR-ENTRIES                       PIC S9(5) COMP-3.    DUACT01P
008800                                                                  DUACT01P
008900     EXEC SQL                                                     DUACT01P
009000          INCLUDE SQLCA                                           DUACT01P
009100     END-EXEC.                                                    DUACT01P
009200                                                                  DUACT01P
009300 COPY CABENDD.                                                    DUACT01P
009400   EXEC SQL                                                       DUACT01P
009500        END DECLARE SECTION                                       DUACT01P
009600   END-EXEC.                                                      DUACT01P
009700                                                                  DUACT01P
009800 LINKAGE SECTION.                                                 DUACT01P
009900 01  DFHCOMMAREA.                                                 DUACT01P
010000   05  LK-COMMAREA                           PIC X(1)             DUACT01P
010100       OCCURS 1 TO 6144 TIMES                                     DUACT01P
010200         DEPENDING ON WS-COMMAREA-LENGTH.                         DUACT01P
010300                                                                  DUACT01P
010400 COPY CENTRY.                                                     DUACT01P
010500***************************************************************** DUACT01P
010600* Move the passed area to our area                              * DUACT01P
010700***************************************************************** DUACT01P
010800     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DUACT01P
010900     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DUACT01P
011000                                                                  DUACT01P
011100***************************************************************** DUACT01P
011200* Initialize our output area                                    * DUACT01P
011300***************************************************************** DUACT01P
011400     INITIALIZE CUA1O-DATA.                                       DUACT01P
011500     SET CUA1O-REQUEST-FAIL TO TRUE.                              DUACT01P
011600                                                                  DUACT01P
011700***************************************************************** DUACT01P
011800* Both functions are for auditors only, whatever screen asks    * DUACT01P
011900***************************************************************** DUACT01P
012000     EXEC SQL                                                     DUACT01P
012100          SELECT BCS_ROLE                                         DUACT01P
012200          INTO :DCL-BCS-ROLE                                      DUACT01P
012300          FROM BNKCUST                                            DUACT01P
012400          WHERE BCS_PID = :CUA1I-USERID                           DUACT01P
012500     END-EXEC.                                                    DUACT01P
012600     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DUACT01P
012700        SQLCODE IS NOT EQUAL TO +100                              DUACT01P
012800        MOVE 'Unable to read the requesting user' TO CUA1O-MSG    DUACT01P
012900        GO TO DUACT01P-EXIT                                       DUACT01P
013000     END-IF.                                                      DUACT01P
013100     IF SQLCODE IS EQUAL TO +100 OR                               DUACT01P
013200        DCL-BCS-ROLE IS NOT EQUAL TO 'A'                          DUACT01P
013300        SET CUA1O-NOT-AUTHORIZED TO TRUE                          DUACT01P
013400        MOVE 'Activity timelines are for auditors only'           DUACT01P
013500          TO CUA1O-MSG                                            DUACT01P
013600        GO TO DUACT01P-EXIT                                       DUACT01P
013700     END-IF.                                                      DUACT01P
013800                                                                  DUACT01P
013900     EVALUATE TRUE                                                DUACT01P
014000       WHEN CUA1I-BUILD-TIMELINE                                  DUACT01P
014100         PERFORM BUILD-TIMELINE THRU                              DUACT01P
014200                 BUILD-TIMELINE-EXIT                              DUACT01P
014300       WHEN CUA1I-LIST-REQUESTS                                   DUACT01P
014400         PERFORM LIST-REQUESTS THRU                               DUACT01P
014500                 LIST-REQUESTS-EXIT                               DUACT01P
014600       WHEN OTHER                                                 DUACT01P
014700         MOVE 'Unknown activity function requested' TO CUA1O-MSG  DUACT01P
014800     END-EVALUATE.                                                DUACT01P
014900                                                                  DUACT01P
015000 DUACT01P-EXIT.                                                   DUACT01P
015100***************************************************************** DUACT01P
015200* Move the result back to the callers area                      * DUACT01P
015300***************************************************************** DUACT01P
015400     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DUACT01P
015500                                                                  DUACT01P
015600***************************************************************** DUACT01P
015700* Return to our caller                                          * DUACT01P
015800***************************************************************** DUACT01P
015900 COPY CRETURN.                                                    DUACT01P
016000                                                                  DUACT01P
016100***************************************************************** DUACT01P
016200* The request is logged before any work is done, so an asked    * DUACT01P
016300* for timeline is on record even when it could not be built     * DUACT01P
016400***************************************************************** DUACT01P
016500 BUILD-TIMELINE.                                                  DUACT01P
016600     IF CUA1I-TARGET IS EQUAL TO SPACES                           DUACT01P
016700        MOVE 'Key the user whose activity is wanted' TO CUA1O-MSG DUACT01P
016800        GO TO BUILD-TIMELINE-EXIT                                 DUACT01P
016900     END-IF.                                                      DUACT01P
017000     IF CUA1I-FROM-TS IS GREATER THAN CUA1I-TO-TS                 DUACT01P
017100        MOVE 'The range must end after it starts' TO CUA1O-MSG    DUACT01P
017200        GO TO BUILD-TIMELINE-EXIT                                 DUACT01P
017300     END-IF.                                                      DUACT01P
017400     EXEC SQL                                                     DUACT01P
017500          SELECT BCS_ROLE                                         DUACT01P
017600          INTO :DCL-BCS-ROLE                                      DUACT01P
017700          FROM BNKCUST                                            DUACT01P
017800          WHERE BCS_PID = :CUA1I-TARGET                           DUACT01P
017900     END-EXEC.                                                    DUACT01P
018000     IF SQLCODE IS EQUAL TO +100                                  DUACT01P
018100        MOVE 'No user is held under that id' TO CUA1O-MSG         DUACT01P
018200        GO TO BUILD-TIMELINE-EXIT                                 DUACT01P
018300     END-IF.                                                      DUACT01P
018400     IF SQLCODE IS NOT EQUAL TO ZERO                              DUACT01P
018500        MOVE 'Unable to read the user' TO CUA1O-MSG               DUACT01P
018600        GO TO BUILD-TIMELINE-EXIT                                 DUACT01P
018700     END-IF.                                                      DUACT01P
018800     EXEC SQL                                                     DUACT01P
018900          SELECT VALUE(MAX(UAR_ID), 0) + 1                        DUACT01P
019000          INTO :DCL-UAR-ID                                        DUACT01P
019100          FROM BNKUARQ                                            DUACT01P
019200     END-EXEC.                                                    DUACT01P
019300     IF SQLCODE IS NOT EQUAL TO ZERO                              DUACT01P
019400        MOVE 'Unable to number the request' TO CUA1O-MSG          DUACT01P
019500        GO TO BUILD-TIMELINE-EXIT                                 DUACT01P
019600     END-IF.                                                      DUACT01P
019700     EXEC SQL                                                     DUACT01P
019800          INSERT                                                  DUACT01P
019900          INTO BNKUARQ (UAR_ID,                                   DUACT01P
020000                        UAR_REQUESTED_BY,                         DUACT01P
020100                        UAR_TARGET,                               DUACT01P
020200                        UAR_FROM_TS,                              DUACT01P
020300                        UAR_TO_TS,                                DUACT01P
020400                        UAR_REQUESTED_TS,                         DUACT01P
020500                        UAR_STATUS,                               DUACT01P
020600                        UAR_REPORT_ID,                            DUACT01P
020700                        UAR_ENTRIES)                              DUACT01P
020800          VALUES (:DCL-UAR-ID,                                    DUACT01P
020900                  :CUA1I-USERID,                                  DUACT01P
021000                  :CUA1I-TARGET,                                  DUACT01P
021100                  :CUA1I-FROM-TS,                                 DUACT01P
021200                  :CUA1I-TO-TS,                                   DUACT01P
021300                  CURRENT TIMESTAMP,                              DUACT01P
021400                  'R',                                            DUACT01P
021500                  0,                                              DUACT01P
021600                  0)                                              DUACT01P
021700     END-EXEC.                                                    DUACT01P
021800     IF SQLCODE IS NOT EQUAL TO ZERO                              DUACT01P
021900        MOVE 'Unable to log the request' TO CUA1O-MSG             DUACT01P
022000        GO TO BUILD-TIMELINE-EXIT                                 DUACT01P
022100     END-IF.                                                      DUACT01P
022200     MOVE DCL-UAR-ID TO CUA1O-REQUEST-ID.                         DUACT01P
022300     PERFORM WRITE-TIMELINE THRU                                  DUACT01P
022400             WRITE-TIMELINE-EXIT.                                 DUACT01P
022500     IF CUA1O-MSG IS EQUAL TO SPACES                              DUACT01P
022600        MOVE 'C' TO DCL-UAR-STATUS                                DUACT01P
022700     ELSE                                                         DUACT01P
022800        MOVE 'F' TO DCL-UAR-STATUS                                DUACT01P
022900     END-IF.                                                      DUACT01P
023000     MOVE CUA1O-REPORT-ID TO DCL-UAR-REPORT-ID.                   DUACT01P
023100     MOVE CUA1O-ENTRIES TO DCL-UAR-ENTRIES.                       DUACT01P
023200     EXEC SQL                                                     DUACT01P
023300          UPDATE BNKUARQ                                          DUACT01P
023400          SET UAR_STATUS = :DCL-UAR-STATUS,                       DUACT01P
023500              UAR_REPORT_ID = :DCL-UAR-REPORT-ID,                 DUACT01P
023600              UAR_ENTRIES = :DCL-UAR-ENTRIES                      DUACT01P
023700          WHERE UAR_ID = :DCL-UAR-ID                              DUACT01P
023800     END-EXEC.                                                    DUACT01P
023900     IF CUA1O-MSG IS NOT EQUAL TO SPACES                          DUACT01P
024000        GO TO BUILD-TIMELINE-EXIT                                 DUACT01P
024100     END-IF.                                                      DUACT01P
024200     IF SQLCODE IS NOT EQUAL TO ZERO                              DUACT01P
024300        MOVE 'Unable to complete the request log' TO CUA1O-MSG    DUACT01P
024400        GO TO BUILD-TIMELINE-EXIT                                 DUACT01P
024500     END-IF.                                                      DUACT01P
024600     SET CUA1O-REQUEST-OK TO TRUE.                                DUACT01P
024700     MOVE CUA1O-ENTRIES TO WS-ENTRIES-DISP.                       DUACT01P
024800     STRING 'Timeline filed as report ' CUA1O-REPORT-ID ' - '     DUACT01P
024900            WS-ENTRIES-DISP ' entries'                            DUACT01P
025000            DELIMITED BY SIZE INTO CUA1O-MSG.                     DUACT01P
025100 BUILD-TIMELINE-EXIT.                                             DUACT01P
025200     EXIT.                                                        DUACT01P
025300                                                                  DUACT01P
025400***************************************************************** DUACT01P
025500* Every journal that carries an acting user, merged into one    * DUACT01P
025600* list in time order. The screen is the business program        * DUACT01P
025700* where the journal records one                                 * DUACT01P
025800***************************************************************** DUACT01P
025900 WRITE-TIMELINE.                                                  DUACT01P
026000     MOVE SPACES TO WS-CSV-LINE.                                  DUACT01P
026100     STRING 'USER ACTIVITY TIMELINE,' CUA1I-TARGET ','            DUACT01P
026200            CUA1I-FROM-TS (1:16) ',' CUA1I-TO-TS (1:16)           DUACT01P
026300            ',REQUESTED BY ' CUA1I-USERID                         DUACT01P
026400            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DUACT01P
026500     PERFORM QUEUE-REPORT-LINE THRU                               DUACT01P
026600             QUEUE-REPORT-LINE-EXIT.                              DUACT01P
026700     MOVE SPACES TO WS-CSV-LINE.                                  DUACT01P
026800     STRING 'TIMESTAMP,SOURCE,SCREEN,ACTION,PID,ACCOUNT,AMOUNT'   DUACT01P
026900            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DUACT01P
027000     PERFORM QUEUE-REPORT-LINE THRU                               DUACT01P
027100             QUEUE-REPORT-LINE-EXIT.                              DUACT01P
027200     EXEC SQL                                                     DUACT01P
027300          DECLARE ACT_CSR CURSOR FOR                              DUACT01P
027400          SELECT CHAR(BTX_TIMESTAMP),                             DUACT01P
027500                 'LIFECYCL',                                      DUACT01P
027600                 ' ',                                             DUACT01P
027700                 SUBSTR(BTX_DATA_OLD, 1, 30),                     DUACT01P
027800                 BTX_PID,                                         DUACT01P
027900                 BTX_ACCNO,                                       DUACT01P
028000                 BTX_AMOUNT                                       DUACT01P
028100          FROM BNKTXN                                             DUACT01P
028200          WHERE BTX_TYPE = 'L' AND                                DUACT01P
028300                SUBSTR(BTX_DATA_OLD, 51, 5) = :CUA1I-TARGET AND   DUACT01P
028400                BTX_TIMESTAMP BETWEEN :CUA1I-FROM-TS AND          DUACT01P
028500                                      :CUA1I-TO-TS                DUACT01P
028600          UNION ALL                                               DUACT01P
028700          SELECT CHAR(BTX_TIMESTAMP),                             DUACT01P
028800                 'TELLER',                                        DUACT01P
028900                 ' ',                                             DUACT01P
029000                 SUBSTR(BTX_DATA_OLD, 1, 30),                     DUACT01P
029100                 BTX_PID,                                         DUACT01P
029200                 BTX_ACCNO,                                       DUACT01P
029300                 BTX_AMOUNT                                       DUACT01P
029400          FROM BNKTXN                                             DUACT01P
029500          WHERE BTX_TYPE = '3' AND                                DUACT01P
029600                SUBSTR(BTX_DATA_OLD, 31, 5) = :CUA1I-TARGET AND   DUACT01P
029700                BTX_TIMESTAMP BETWEEN :CUA1I-FROM-TS AND          DUACT01P
029800                                      :CUA1I-TO-TS                DUACT01P
029900          UNION ALL                                               DUACT01P
030000          SELECT CHAR(PAU_RAISED_TS),                             DUACT01P
030100                 'MAKER',                                         DUACT01P
030200                 ' ',                                             DUACT01P
030300                 'Keyed authorization item ' || PAU_TYPE,         DUACT01P
030400                 PAU_PID,                                         DUACT01P
030500                 PAU_FROM_ACC,                                    DUACT01P
030600                 PAU_AMOUNT                                       DUACT01P
030700          FROM BNKPAUTH                                           DUACT01P
030800          WHERE PAU_MAKER = :CUA1I-TARGET AND                     DUACT01P
030900                PAU_RAISED_TS BETWEEN :CUA1I-FROM-TS AND          DUACT01P
031000                                      :CUA1I-TO-TS                DUACT01P
031100          UNION ALL                                               DUACT01P
031200          SELECT CHAR(PAU_WORKED_TS),                             DUACT01P
031300                 'CHECKER',                                       DUACT01P
031400                 ' ',                                             DUACT01P
031500                 'Worked authorization item ' || PAU_STATUS,      DUACT01P
031600                 PAU_PID,                                         DUACT01P
031700                 PAU_FROM_ACC,                                    DUACT01P
031800                 PAU_AMOUNT                                       DUACT01P
031900          FROM BNKPAUTH                                           DUACT01P
032000          WHERE PAU_CHECKER = :CUA1I-TARGET AND                   DUACT01P
032100                PAU_WORKED_TS BETWEEN :CUA1I-FROM-TS AND          DUACT01P
032200                                      :CUA1I-TO-TS                DUACT01P
032300          UNION ALL                                               DUACT01P
032400          SELECT CHAR(DSP_RESOLVED_TS),                           DUACT01P
032500                 'DISPUTE',                                       DUACT01P
032600                 ' ',                                             DUACT01P
032700                 'Resolved dispute ' || DSP_STATUS,               DUACT01P
032800                 DSP_PID,                                         DUACT01P
032900                 DSP_ACCNO,                                       DUACT01P
033000                 DSP_AMOUNT                                       DUACT01P
033100          FROM BNKDISP                                            DUACT01P
033200          WHERE DSP_WORKED_BY = :CUA1I-TARGET AND                 DUACT01P
033300                DSP_RESOLVED_TS BETWEEN :CUA1I-FROM-TS AND        DUACT01P
033400                                        :CUA1I-TO-TS              DUACT01P
033500          UNION ALL                                               DUACT01P
033600          SELECT CHAR(VAS_TS),                                    DUACT01P
033700                 'VIEWAS',                                        DUACT01P
033800                 VAS_SCREEN,                                      DUACT01P
033900                 'View-as event ' || VAS_EVENT,                   DUACT01P
034000                 VAS_PID,                                         DUACT01P
034100                 ' ',                                             DUACT01P
034200                 0                                                DUACT01P
034300          FROM BNKVASL                                            DUACT01P
034400          WHERE VAS_STAFF = :CUA1I-TARGET AND                     DUACT01P
034500                VAS_TS BETWEEN :CUA1I-FROM-TS AND                 DUACT01P
034600                               :CUA1I-TO-TS                       DUACT01P
034700          UNION ALL                                               DUACT01P
034800          SELECT CHAR(TXD.TXD_TIMESTAMP),                         DUACT01P
034900                 'CONTACT',                                       DUACT01P
035000                 ' ',                                             DUACT01P
035100                 TXD.TXD_DESC,                                    DUACT01P
035200                 TXN.BTX_PID,                                     DUACT01P
035300                 ' ',                                             DUACT01P
035400                 0                                                DUACT01P
035500          FROM BNKTXND TXD,                                       DUACT01P
035600               BNKTXN TXN                                         DUACT01P
035700          WHERE TXD.TXD_TYPE = '2' AND                            DUACT01P
035800                TXD.TXD_TELLER = :CUA1I-TARGET AND                DUACT01P
035900                TXD.TXD_TIMESTAMP BETWEEN :CUA1I-FROM-TS AND      DUACT01P
036000                                          :CUA1I-TO-TS AND        DUACT01P
036100                TXN.BTX_TIMESTAMP = TXD.TXD_TIMESTAMP AND         DUACT01P
036200                TXN.BTX_TYPE = '2'                                DUACT01P
036300          UNION ALL                                               DUACT01P
036400          SELECT CHAR(RTS_TS),                                    DUACT01P
036500                 'SCREEN',                                        DUACT01P
036600                 RTS_SCREEN,                                      DUACT01P
036700                 'Screen used',                                   DUACT01P
036800                 ' ',                                             DUACT01P
036900                 ' ',                                             DUACT01P
037000                 0                                                DUACT01P
037100          FROM BNKRTST                                            DUACT01P
037200          WHERE RTS_USERID = :CUA1I-TARGET AND                    DUACT01P
037300                RTS_TS BETWEEN :CUA1I-FROM-TS AND                 DUACT01P
037400                               :CUA1I-TO-TS                       DUACT01P
037500          UNION ALL                                               DUACT01P
037600          SELECT CHAR(BEX_TIMESTAMP),                             DUACT01P
037700                 'ERROR',                                         DUACT01P
037800                 BEX_PROGRAM,                                     DUACT01P
037900                 SUBSTR(BEX_MESSAGE, 1, 30),                      DUACT01P
038000                 ' ',                                             DUACT01P
038100                 ' ',                                             DUACT01P
038200                 0                                                DUACT01P
038300          FROM BNKEXCP                                            DUACT01P
038400          WHERE BEX_PID = :CUA1I-TARGET AND                       DUACT01P
038500                BEX_TIMESTAMP BETWEEN :CUA1I-FROM-TS AND          DUACT01P
038600                                      :CUA1I-TO-TS                DUACT01P
038700          ORDER BY 1, 2                                           DUACT01P
038800          FOR FETCH ONLY                                          DUACT01P
038900     END-EXEC.                                                    DUACT01P
039000     EXEC SQL                                                     DUACT01P
039100          OPEN ACT_CSR                                            DUACT01P
039200     END-EXEC.                                                    DUACT01P
039300     IF SQLCODE IS NOT EQUAL TO ZERO                              DUACT01P
039400        MOVE 'Unable to open the user''s activity' TO CUA1O-MSG   DUACT01P
039500        GO TO WRITE-TIMELINE-EXIT                                 DUACT01P
039600     END-IF.                                                      DUACT01P
039700 ACT-LOOP.                                                        DUACT01P
039800     EXEC SQL                                                     DUACT01P
039900          FETCH ACT_CSR                                           DUACT01P
040000          INTO :DCL-ACT-TS,                                       DUACT01P
040100               :DCL-ACT-SOURCE,                                   DUACT01P
040200               :DCL-ACT-SCREEN,                                   DUACT01P
040300               :DCL-ACT-ACTION,                                   DUACT01P
040400               :DCL-ACT-PID,                                      DUACT01P
040500               :DCL-ACT-ACC,                                      DUACT01P
040600               :DCL-ACT-AMOUNT                                    DUACT01P
040700     END-EXEC.                                                    DUACT01P
040800     IF SQLCODE IS EQUAL TO +100                                  DUACT01P
040900        GO TO ACT-LOOP-EXIT                                       DUACT01P
041000     END-IF.                                                      DUACT01P
041100     IF SQLCODE IS NOT EQUAL TO ZERO                              DUACT01P
041200        MOVE 'Unable to read the user''s activity' TO CUA1O-MSG   DUACT01P
041300        GO TO ACT-LOOP-EXIT                                       DUACT01P
041400     END-IF.                                                      DUACT01P
041500     IF CUA1O-ENTRIES IS EQUAL TO WS-MAX-ENTRIES                  DUACT01P
041600        MOVE SPACES TO WS-CSV-LINE                                DUACT01P
041700        STRING 'TIMELINE CUT SHORT - NARROW THE RANGE'            DUACT01P
041800               DELIMITED BY SIZE INTO WS-CSV-LINE                 DUACT01P
041900        PERFORM QUEUE-REPORT-LINE THRU                            DUACT01P
042000                QUEUE-REPORT-LINE-EXIT                            DUACT01P
042100        GO TO ACT-LOOP-EXIT                                       DUACT01P
042200     END-IF.                                                      DUACT01P
042300     ADD 1 TO CUA1O-ENTRIES.                                      DUACT01P
042400     MOVE DCL-ACT-AMOUNT TO WS-AMOUNT-DISP.                       DUACT01P
042500     MOVE SPACES TO WS-CSV-LINE.                                  DUACT01P
042600     STRING DCL-ACT-TS (1:19) ',' DCL-ACT-SOURCE ','              DUACT01P
042700            DCL-ACT-SCREEN ',' DCL-ACT-ACTION ','                 DUACT01P
042800            DCL-ACT-PID ',' DCL-ACT-ACC ',' WS-AMOUNT-DISP        DUACT01P
042900            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DUACT01P
043000     PERFORM QUEUE-REPORT-LINE THRU                               DUACT01P
043100             QUEUE-REPORT-LINE-EXIT.                              DUACT01P
043200     GO TO ACT-LOOP.                                              DUACT01P
043300 ACT-LOOP-EXIT.                                                   DUACT01P
043400     EXEC SQL                                                     DUACT01P
043500          CLOSE ACT_CSR                                           DUACT01P
043600     END-EXEC.                                                    DUACT01P
043700     IF CUA1O-MSG IS NOT EQUAL TO SPACES                          DUACT01P
043800        GO TO WRITE-TIMELINE-EXIT                                 DUACT01P
043900     END-IF.                                                      DUACT01P
044000     INITIALIZE CD96-DATA.                                        DUACT01P
044100     SET CD96I-CAPTURE-REPORT TO TRUE.                            DUACT01P
044200     MOVE WS-PROGRAM-ID TO CD96I-JOB.                             DUACT01P
044300     MOVE CUA1I-TARGET TO WS-REPORT-USER.                         DUACT01P
044400     MOVE WS-REPORT-NAME TO CD96I-REPORT-NAME.                    DUACT01P
044500     MOVE 'CSVQ' TO CD96I-QUEUE.                                  DUACT01P
044600     MOVE 999 TO CD96I-RETAIN-DAYS.                               DUACT01P
044700 COPY CBANKX96.                                                   DUACT01P
044800     IF NOT CD96O-REQUEST-OK                                      DUACT01P
044900        MOVE CD96O-MSG TO CUA1O-MSG                               DUACT01P
045000        GO TO WRITE-TIMELINE-EXIT                                 DUACT01P
045100     END-IF.                                                      DUACT01P
045200     MOVE CD96O-REPORT-ID TO CUA1O-REPORT-ID.                     DUACT01P
045300 WRITE-TIMELINE-EXIT.                                             DUACT01P
045400     EXIT.                                                        DUACT01P
045500                                                                  DUACT01P
045600***************************************************************** DUACT01P
045700* The most recent requests first - who asked for whose          * DUACT01P
045800* timeline, over what range, and where it was filed             * DUACT01P
045900***************************************************************** DUACT01P
046000 LIST-REQUESTS.                                                   DUACT01P
046100     EXEC SQL                                                     DUACT01P
046200          DECLARE UAR_CSR CURSOR FOR                              DUACT01P
046300          SELECT UAR_ID,                                          DUACT01P
046400                 UAR_REQUESTED_BY,                                DUACT01P
046500                 UAR_TARGET,                                      DUACT01P
046600                 UAR_FROM_TS,                                     DUACT01P
046700                 UAR_TO_TS,                                       DUACT01P
046800                 UAR_REQUESTED_TS,                                DUACT01P
046900                 UAR_STATUS,                                      DUACT01P
047000                 UAR_REPORT_ID,                                   DUACT01P
047100                 UAR_ENTRIES                                      DUACT01P
047200          FROM BNKUARQ                                            DUACT01P
047300          ORDER BY UAR_ID DESC                                    DUACT01P
047400          FOR FETCH ONLY                                          DUACT01P
047500     END-EXEC.                                                    DUACT01P
047600     EXEC SQL                                                     DUACT01P
047700          OPEN UAR_CSR                                            DUACT01P
047800     END-EXEC.                                                    DUACT01P
047900     IF SQLCODE IS NOT EQUAL TO ZERO                              DUACT01P
048000        MOVE 'Unable to open the request log' TO CUA1O-MSG        DUACT01P
048100        GO TO LIST-REQUESTS-EXIT                                  DUACT01P
048200     END-IF.                                                      DUACT01P
048300     MOVE 0 TO WS-SUB1.                                           DUACT01P
048400 UAR-LOOP.                                                        DUACT01P
048500     IF WS-SUB1 IS EQUAL TO 10                                    DUACT01P
048600        GO TO UAR-LOOP-EXIT                                       DUACT01P
048700     END-IF.                                                      DUACT01P
048800     EXEC SQL                                                     DUACT01P
048900          FETCH UAR_CSR                                           DUACT01P
049000          INTO :DCL-UAR-ID,                                       DUACT01P
049100               :DCL-UAR-REQUESTED-BY,                             DUACT01P
049200               :DCL-UAR-TARGET,                                   DUACT01P
049300               :DCL-UAR-FROM-TS,                                  DUACT01P
049400               :DCL-UAR-TO-TS,                                    DUACT01P
049500               :DCL-UAR-REQUESTED-TS,                             DUACT01P
049600               :DCL-UAR-STATUS,                                   DUACT01P
049700               :DCL-UAR-REPORT-ID,                                DUACT01P
049800               :DCL-UAR-ENTRIES                                   DUACT01P
049900     END-EXEC.                                                    DUACT01P
050000     IF SQLCODE IS NOT EQUAL TO ZERO                              DUACT01P
050100        GO TO UAR-LOOP-EXIT                                       DUACT01P
050200     END-IF.                                                      DUACT01P
050300     ADD 1 TO WS-SUB1.                                            DUACT01P
050400     MOVE DCL-UAR-ID TO CUA1O-LST-REQUEST-ID (WS-SUB1).           DUACT01P
050500     MOVE DCL-UAR-REQUESTED-BY TO CUA1O-LST-BY (WS-SUB1).         DUACT01P
050600     MOVE DCL-UAR-TARGET TO CUA1O-LST-TARGET (WS-SUB1).           DUACT01P
050700     MOVE DCL-UAR-FROM-TS (1:16) TO CUA1O-LST-FROM (WS-SUB1).     DUACT01P
050800     MOVE DCL-UAR-TO-TS (1:16) TO CUA1O-LST-TO (WS-SUB1).         DUACT01P
050900     MOVE DCL-UAR-REQUESTED-TS (1:16)                             DUACT01P
051000       TO CUA1O-LST-ASKED (WS-SUB1).                              DUACT01P
051100     MOVE DCL-UAR-STATUS TO CUA1O-LST-STATUS (WS-SUB1).           DUACT01P
051200     MOVE DCL-UAR-REPORT-ID TO CUA1O-LST-REPORT-ID (WS-SUB1).     DUACT01P
051300     MOVE DCL-UAR-ENTRIES TO CUA1O-LST-ENTRIES (WS-SUB1).         DUACT01P
051400     GO TO UAR-LOOP.                                              DUACT01P
051500 UAR-LOOP-EXIT.                                                   DUACT01P
051600     EXEC SQL                                                     DUACT01P
051700          CLOSE UAR_CSR                                           DUACT01P
051800     END-EXEC.                                                    DUACT01P
051900     MOVE WS-SUB1 TO CUA1O-LIST-COUNT.                            DUACT01P
052000     SET CUA1O-REQUEST-OK TO TRUE.                                DUACT01P
052100     IF WS-SUB1 IS EQUAL TO ZERO                                  DUACT01P
052200        MOVE 'No timelines have been requested' TO CUA1O-MSG      DUACT01P
052300     END-IF.                                                      DUACT01P
052400 LIST-REQUESTS-EXIT.                                              DUACT01P
052500     EXIT.                                                        DUACT01P
052600                                                                  DUACT01P
052700***************************************************************** DUACT01P
052800* Queue one line of the report                                  * DUACT01P
052900***************************************************************** DUACT01P
053000 QUEUE-REPORT-LINE.                                               DUACT01P
053100 COPY CCSVWRQ.                                                    DUACT01P
053200 QUEUE-REPORT-LINE-EXIT.                                          DUACT01P
053300     EXIT.                                                        DUACT01P
