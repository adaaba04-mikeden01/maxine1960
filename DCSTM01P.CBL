000100***************************************************************** DCSTM01P
000200*                                                               * DCSTM01P
000300* Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.     * DCSTM01P
000400* This demonstration program is provided for use by users       * DCSTM01P
000500* of Micro Focus products and may be used, modified and         * DCSTM01P
000600* distributed as part of your application provided that         * DCSTM01P
000700* you properly acknowledge the copyright of Micro Focus         * DCSTM01P
000800* in this material.                                             * DCSTM01P
000900*                                                               * DCSTM01P
001000***************************************************************** DCSTM01P
001100                                                                  DCSTM01P
001200***************************************************************** DCSTM01P
001300* Program:     DCSTM01P.CBL                                     * DCSTM01P
001400* Function:    Corporate statement file - subscribe a corporate * DCSTM01P
001500*              customer's account on BNKCSTM, and each night    * DCSTM01P
001600*              send every subscribed account an MT940-style     * DCSTM01P
001700*              statement of its postings with the opening,      * DCSTM01P
001800*              closing and available balances, framed through   * DCSTM01P
001900*              DBANK91P onto the outbound queue. Accounts that  * DCSTM01P
002000*              take interim reports can be sent the postings    * DCSTM01P
002100*              since the last delivery during the day. Every    * DCSTM01P
002200*              delivery is kept on BNKCSTH                      * DCSTM01P
002300*              SQL version                                      * DCSTM01P
002400***************************************************************** DCSTM01P
002500                                                                  DCSTM01P
002600 IDENTIFICATION DIVISION.                                         DCSTM01P
002700 PROGRAM-ID.                                                      DCSTM01P
002800     DCSTM01P.                                                    DCSTM01P
002900 DATE-WRITTEN.                                                    DCSTM01P
003000     October 2026.                                                DCSTM01P
003100 DATE-COMPILED.                                                   DCSTM01P
003200     Today.                                                       DCSTM01P
003300                                                                  DCSTM01P
003400 ENVIRONMENT DIVISION.                                            DCSTM01P
003500                                                                  DCSTM01P
003600 DATA DIVISION.                                                   DCSTM01P
003700                                                                  DCSTM01P
003800 WORKING-STORAGE SECTION.                                         DCSTM01P
003900 01  WS-MISC-STORAGE.                                             DCSTM01P
004000   05  WS-PROGRAM-ID                         PIC X(8)             DCSTM01P
004100       VALUE 'DCSTM01P'.                                          DCSTM01P
004200   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DCSTM01P
004300   05  WS-RESP                               PIC S9(8) COMP.      DCSTM01P
004400   05  WS-BASE-CURRENCY                      PIC X(3)             DCSTM01P
004500       VALUE 'USD'.                                               DCSTM01P
004600   05  WS-FILE-QUEUE                         PIC X(4).            DCSTM01P
004700   05  WS-FRAME-QUEUE                        PIC X(4).            DCSTM01P
004800   05  WS-STMT-NO-DISP                       PIC 9(5).            DCSTM01P
004900   05  WS-COUNT-DISP                         PIC 9(5).            DCSTM01P
005000   05  WS-CLOSE-DISP                         PIC -(9)9.99.        DCSTM01P
005100   05  WS-LINES-DISP                         PIC Z(3)9.           DCSTM01P
005200   05  WS-HASH-WORK                          PIC S9(13) COMP-3.   DCSTM01P
005300                                                                  DCSTM01P
005400***************************************************************** DCSTM01P
005500* An amount as the statement layout wants it - no sign, comma   * DCSTM01P
005600* for the decimal point and no leading zeros, with C or D       * DCSTM01P
005700* ahead of it for a balance                                     * DCSTM01P
005800***************************************************************** DCSTM01P
005900 01  WS-FORMAT-AREAS.                                             DCSTM01P
006000   05  WS-FMT-AMOUNT                         PIC S9(11)V99 COMP-3.DCSTM01P
006100   05  WS-FMT-MARK                           PIC X(1).            DCSTM01P
006200   05  WS-FMT-EDIT                           PIC Z(10)9.99.       DCSTM01P
006300   05  WS-FMT-LEAD                           PIC S9(4) COMP.      DCSTM01P
006400   05  WS-FMT-TEXT                           PIC X(15).           DCSTM01P
006500   05  WS-ISO-DATE                           PIC X(10).           DCSTM01P
006600   05  FILLER REDEFINES WS-ISO-DATE.                              DCSTM01P
006700     10  FILLER                              PIC X(2).            DCSTM01P
006800     10  WS-ISO-YY                           PIC X(2).            DCSTM01P
006900     10  FILLER                              PIC X(1).            DCSTM01P
007000     10  WS-ISO-MM                           PIC X(2).            DCSTM01P
007100     10  FILLER                              PIC X(1).            DCSTM01P
007200     10  WS-ISO-DD                           PIC X(2).            DCSTM01P
007300   05  WS-YYMMDD                             PIC X(6).            DCSTM01P
007400   05  WS-ISO-TIME                           PIC X(8).            DCSTM01P
007500   05  FILLER REDEFINES WS-ISO-TIME.                              DCSTM01P
007600     10  WS-ISO-HH                           PIC X(2).            DCSTM01P
007700     10  FILLER                              PIC X(1).            DCSTM01P
007800     10  WS-ISO-MI                           PIC X(2).            DCSTM01P
007900     10  FILLER                              PIC X(3).            DCSTM01P
008000                                                                  DCSTM01P
008100***************************************************************** DCSTM01P
008200* One record of the statement file - a tag and its content      * DCSTM01P
008300***************************************************************** DCSTM01P
008400 01  WS-STMT-RECORD                          PIC X(80).           DCSTM01P
008500                                                                  DCSTM01P
008600***************************************************************** DCSTM01P
008700* What one delivery has sent so far                             * DCSTM01P
008800***************************************************************** DCSTM01P
008900 01  WS-DELIVERY-AREAS.                                           DCSTM01P
009000   05  WS-CURRENCY                           PIC X(3).            DCSTM01P
009100   05  WS-STMT-NO                            PIC 9(5).            DCSTM01P
009200   05  WS-LINE-COUNT                         PIC 9(5).            DCSTM01P
009300   05  WS-DEBIT-COUNT                        PIC 9(5).            DCSTM01P
009400   05  WS-CREDIT-COUNT                       PIC 9(5).            DCSTM01P
009500   05  WS-DEBIT-TOTAL                        PIC S9(11)V99 COMP-3.DCSTM01P
009600   05  WS-CREDIT-TOTAL                       PIC S9(11)V99 COMP-3.DCSTM01P
009700                                                                  DCSTM01P
009800 01  WS-HOLD-DATA.                                                DCSTM01P
009900 COPY CHOLDD01.                                                   DCSTM01P
010000                                                                  DCSTM01P
010100 01  WS-91-COMMAREA.                                              DCSTM01P
010200 COPY CBANKD91.                                                   DCSTM01P
010300                                                                  DCSTM01P
010400   EXEC SQL                                                       DCSTM01P
010500        BEGIN DECLARE SECTION                                     DCSTM01P
010600   END-EXEC.                                                      DCSTM01P
010700 01  WS-COMMAREA.                                                 DCSTM01P
010800     EXEC SQL                                                     DCSTM01P
010900          INCLUDE CCSTMD01                                        DCSTM01P
011000     END-EXEC.                                                    DCSTM01P
011100 01  WS-98-COMMAREA.                                              DCSTM01P
011200     EXEC SQL                                                     DCSTM01P
011300          INCLUDE CBANKD98                                        DCSTM01P
011400     END-EXEC.                                                    DCSTM01P
011500 01  DCL-CSM-AREAS.                                               DCSTM01P
011600   05  DCL-CSM-ACCNO                         PIC X(9).            DCSTM01P
011700   05  DCL-CSM-CORP-PID                      PIC X(5).            DCSTM01P
011800   05  DCL-CSM-STATUS                        PIC X(1).            DCSTM01P
011900   05  DCL-CSM-INTERIM                       PIC X(1).            DCSTM01P
012000   05  DCL-CSM-STMT-NO                       PIC S9(5) COMP-3.    DCSTM01P
012100   05  DCL-CSM-LAST-TS                       PIC X(26).           DCSTM01P
012200   05  DCL-CSM-LAST-EOD-TS                   PIC X(26).           DCSTM01P
012300   05  DCL-CSM-LAST-CLOSE-BAL                PIC S9(9)V99 COMP-3. DCSTM01P
012400   05  DCL-CRP-PID                           PIC X(5).            DCSTM01P
012500   05  DCL-BAC-PID                           PIC X(5).            DCSTM01P
012600   05  DCL-BAC-STATUS                        PIC X(1).            DCSTM01P
012700   05  DCL-BAC-BALANCE                       PIC S9(7)V99 COMP-3. DCSTM01P
012800   05  DCL-BAC-CURRENCY                      PIC X(3).            DCSTM01P
012900   05  DCL-BTX-TIMESTAMP                     PIC X(26).           DCSTM01P
013000   05  DCL-BTX-REF                           PIC X(12).           DCSTM01P
013100   05  DCL-BTX-AMOUNT                        PIC S9(7)V99 COMP-3. DCSTM01P
013200   05  DCL-BTX-MARK                          PIC X(1).            DCSTM01P
013300   05  DCL-BTX-DESC                          PIC X(30).           DCSTM01P
013400   05  DCL-CSH-STMT-NO                       PIC S9(5) COMP-3.    DCSTM01P
013500   05  DCL-CSH-KIND                          PIC X(1).            DCSTM01P
013600   05  DCL-CSH-TS                            PIC X(26).           DCSTM01P
013700   05  DCL-CSH-LINES                         PIC S9(5) COMP-3.    DCSTM01P
013800   05  DCL-CSH-CLOSE-BAL                     PIC S9(9)V99 COMP-3. DCSTM01P
013900 01  WS-STATEMENT-AREAS.                                          DCSTM01P
014000   05  WS-BUSINESS-DATE                      PIC X(10).           DCSTM01P
014100   05  WS-RUN-KIND                           PIC X(1).            DCSTM01P
014200     88  WS-RUN-STATEMENT                    VALUE 'S'.           DCSTM01P
014300     88  WS-RUN-INTERIM                      VALUE 'I'.           DCSTM01P
014400   05  WS-RUN-TS                             PIC X(26).           DCSTM01P
014500   05  WS-FROM-TS                            PIC X(26).           DCSTM01P
014600   05  WS-ACC-FROM                           PIC X(9).            DCSTM01P
014700   05  WS-ACC-TO                             PIC X(9).            DCSTM01P
014800   05  WS-CORP-FROM                          PIC X(5).            DCSTM01P
014900   05  WS-CORP-TO                            PIC X(5).            DCSTM01P
015000   05  WS-INTERIM-FROM                       PIC X(1).            DCSTM01P
015100   05  WS-INTERIM-TO                         PIC X(1).            DCSTM01P
015200   05  WS-NEW-STMT-NO                        PIC S9(5) COMP-3.    DCSTM01P
015300   05  WS-LINES                              PIC S9(5) COMP-3.    DCSTM01P
015400   05  WS-CLOSE-BAL                          PIC S9(9)V99 COMP-3. DCSTM01P
015500   05  WS-AVAIL-BAL                          PIC S9(9)V99 COMP-3. DCSTM01P
015600                                                                  DCSTM01P
015700     EXEC SQL                                                     DCSTM01P
015800          INCLUDE SQLCA                                           DCSTM01P
015900     END-EXEC.                                                    DCSTM01P
016000                                                                  DCSTM01P
016100 COPY CABENDD.                                                    DCSTM01P
016200   EXEC SQL                                                       DCSTM01P
016300        END DECLARE SECTION                                       DCSTM01P
016400   END-EXEC.                                                      DCSTM01P
016500                                                                  DCSTM01P
016600 LINKAGE SECTION.                                                 DCSTM01P
016700 01  DFHCOMMAREA.                                                 DCSTM01P
016800   05  LK-COMMAREA                           PIC X(1)             DCSTM01P
016900       OCCURS 1 TO 6144 TIMES                                     DCSTM01P
017000         DEPENDING ON WS-COMMAREA-LENGTH.                         DCSTM01P
017100                                                                  DCSTM01P
017200 COPY CENTRY.                                                     DCSTM01P
017300***************************************************************** DCSTM01P
017400* Move the passed area to our area                              * DCSTM01P
017500***************************************************************** DCSTM01P
017600     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DCSTM01P
017700     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DCSTM01P
017800                                                                  DCSTM01P
017900***************************************************************** DCSTM01P
018000* Initialize our output area                                    * DCSTM01P
018100***************************************************************** DCSTM01P
018200     INITIALIZE CCS1O-DATA.                                       DCSTM01P
018300     SET CCS1O-REQUEST-FAIL TO TRUE.                              DCSTM01P
018400                                                                  DCSTM01P
018500     INITIALIZE CD98-DATA.                                        DCSTM01P
018600     SET CD98I-READ-BUSINESS-DATE TO TRUE.                        DCSTM01P
018700 COPY CBANKX98.                                                   DCSTM01P
018800     IF NOT CD98O-REQUEST-OK                                      DCSTM01P
018900        MOVE CD98O-MSG TO CCS1O-MSG                               DCSTM01P
019000        GO TO DCSTM01P-EXIT                                       DCSTM01P
019100     END-IF.                                                      DCSTM01P
019200     MOVE CD98O-DATE TO WS-BUSINESS-DATE.                         DCSTM01P
019300                                                                  DCSTM01P
019400     EVALUATE TRUE                                                DCSTM01P
019500       WHEN CCS1I-SUBSCRIBE                                       DCSTM01P
019600         PERFORM SUBSCRIBE-ACCOUNT THRU                           DCSTM01P
019700                 SUBSCRIBE-ACCOUNT-EXIT                           DCSTM01P
019800       WHEN CCS1I-UNSUBSCRIBE                                     DCSTM01P
019900         PERFORM UNSUBSCRIBE-ACCOUNT THRU                         DCSTM01P
020000                 UNSUBSCRIBE-ACCOUNT-EXIT                         DCSTM01P
020100       WHEN CCS1I-HISTORY                                         DCSTM01P
020200         PERFORM SHOW-HISTORY THRU                                DCSTM01P
020300                 SHOW-HISTORY-EXIT                                DCSTM01P
020400       WHEN CCS1I-INTERIM-RUN                                     DCSTM01P
020500         SET WS-RUN-INTERIM TO TRUE                               DCSTM01P
020600         PERFORM DELIVERY-RUN THRU                                DCSTM01P
020700                 DELIVERY-RUN-EXIT                                DCSTM01P
020800       WHEN CCS1I-NIGHTLY-RUN                                     DCSTM01P
020900         SET WS-RUN-STATEMENT TO TRUE                             DCSTM01P
021000         PERFORM DELIVERY-RUN THRU                                DCSTM01P
021100                 DELIVERY-RUN-EXIT                                DCSTM01P
021200       WHEN OTHER                                                 DCSTM01P
021300         MOVE 'Unknown statement file function requested'         DCSTM01P
021400           TO CCS1O-MSG                                           DCSTM01P
021500     END-EVALUATE.                                                DCSTM01P
021600                                                                  DCSTM01P
021700 DCSTM01P-EXIT.                                                   DCSTM01P
021800***************************************************************** DCSTM01P
021900* Move the result back to the callers area                      * DCSTM01P
022000***************************************************************** DCSTM01P
022100     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DCSTM01P
022200                                                                  DCSTM01P
022300***************************************************************** DCSTM01P
022400* Return to our caller                                          * DCSTM01P
022500***************************************************************** DCSTM01P
022600 COPY CRETURN.                                                    DCSTM01P
022700                                                                  DCSTM01P
022800***************************************************************** DCSTM01P
022900* Subscribe an account the corporate holds. The first statement * DCSTM01P
023000* opens at the balance the account has now; subscribing again   * DCSTM01P
023100* after a cancel starts afresh but keeps the statement numbers  * DCSTM01P
023200* running. An account already subscribed just takes the new     * DCSTM01P
023300* interim choice                                                * DCSTM01P
023400***************************************************************** DCSTM01P
023500 SUBSCRIBE-ACCOUNT.                                               DCSTM01P
023600     IF CCS1I-INTERIM IS EQUAL TO SPACES OR                       DCSTM01P
023700        CCS1I-INTERIM IS EQUAL TO LOW-VALUES                      DCSTM01P
023800        MOVE 'N' TO CCS1I-INTERIM                                 DCSTM01P
023900     END-IF.                                                      DCSTM01P
024000     IF CCS1I-INTERIM IS NOT EQUAL TO 'Y' AND                     DCSTM01P
024100        CCS1I-INTERIM IS NOT EQUAL TO 'N'                         DCSTM01P
024200        MOVE 'Interim reports must be Y or N' TO CCS1O-MSG        DCSTM01P
024300        GO TO SUBSCRIBE-ACCOUNT-EXIT                              DCSTM01P
024400     END-IF.                                                      DCSTM01P
024500     PERFORM CHECK-CORPORATE-ACCOUNT THRU                         DCSTM01P
024600             CHECK-CORPORATE-ACCOUNT-EXIT.                        DCSTM01P
024700     IF CCS1O-MSG IS NOT EQUAL TO SPACES                          DCSTM01P
024800        GO TO SUBSCRIBE-ACCOUNT-EXIT                              DCSTM01P
024900     END-IF.                                                      DCSTM01P
025000     EXEC SQL                                                     DCSTM01P
025100          SET :WS-RUN-TS = CURRENT TIMESTAMP                      DCSTM01P
025200     END-EXEC.                                                    DCSTM01P
025300     EXEC SQL                                                     DCSTM01P
025400          SELECT CSM_STATUS,                                      DCSTM01P
025500                 CSM_STMT_NO                                      DCSTM01P
025600          INTO :DCL-CSM-STATUS,                                   DCSTM01P
025700               :DCL-CSM-STMT-NO                                   DCSTM01P
025800          FROM BNKCSTM                                            DCSTM01P
025900          WHERE CSM_ACCNO = :CCS1I-ACCNO                          DCSTM01P
026000     END-EXEC.                                                    DCSTM01P
026100     IF SQLCODE IS EQUAL TO +100                                  DCSTM01P
026200        GO TO SUBSCRIBE-NEW                                       DCSTM01P
026300     END-IF.                                                      DCSTM01P
026400     IF SQLCODE IS NOT EQUAL TO ZERO                              DCSTM01P
026500        MOVE 'Unable to read the statement subscriptions'         DCSTM01P
026600          TO CCS1O-MSG                                            DCSTM01P
026700        GO TO SUBSCRIBE-ACCOUNT-EXIT                              DCSTM01P
026800     END-IF.                                                      DCSTM01P
026900     IF DCL-CSM-STATUS IS EQUAL TO 'A'                            DCSTM01P
027000        EXEC SQL                                                  DCSTM01P
027100             UPDATE BNKCSTM                                       DCSTM01P
027200             SET CSM_INTERIM = :CCS1I-INTERIM,                    DCSTM01P
027300                 CSM_USERID = :CCS1I-USERID,                      DCSTM01P
027400                 CSM_UPDATED_TS = :WS-RUN-TS                      DCSTM01P
027500             WHERE CSM_ACCNO = :CCS1I-ACCNO                       DCSTM01P
027600        END-EXEC                                                  DCSTM01P
027700        MOVE 'Subscription already held - interim choice saved'   DCSTM01P
027800          TO CCS1O-MSG                                            DCSTM01P
027900     ELSE                                                         DCSTM01P
028000        EXEC SQL                                                  DCSTM01P
028100             UPDATE BNKCSTM                                       DCSTM01P
028200             SET CSM_CORP_PID = :CCS1I-CORP-PID,                  DCSTM01P
028300                 CSM_STATUS = 'A',                                DCSTM01P
028400                 CSM_INTERIM = :CCS1I-INTERIM,                    DCSTM01P
028500                 CSM_LAST_TS = :WS-RUN-TS,                        DCSTM01P
028600                 CSM_LAST_EOD_TS = :WS-RUN-TS,                    DCSTM01P
028700                 CSM_LAST_CLOSE_BAL = :DCL-BAC-BALANCE,           DCSTM01P
028800                 CSM_USERID = :CCS1I-USERID,                      DCSTM01P
028900                 CSM_UPDATED_TS = :WS-RUN-TS                      DCSTM01P
029000             WHERE CSM_ACCNO = :CCS1I-ACCNO                       DCSTM01P
029100        END-EXEC                                                  DCSTM01P
029200        MOVE 'Statement file subscription restarted'              DCSTM01P
029300          TO CCS1O-MSG                                            DCSTM01P
029400     END-IF.                                                      DCSTM01P
029500     IF SQLCODE IS NOT EQUAL TO ZERO                              DCSTM01P
029600        MOVE 'Unable to update the statement subscription'        DCSTM01P
029700          TO CCS1O-MSG                                            DCSTM01P
029800        GO TO SUBSCRIBE-ACCOUNT-EXIT                              DCSTM01P
029900     END-IF.                                                      DCSTM01P
030000     GO TO SUBSCRIBE-DONE.                                        DCSTM01P
030100 SUBSCRIBE-NEW.                                                   DCSTM01P
030200     EXEC SQL                                                     DCSTM01P
030300          INSERT                                                  DCSTM01P
030400          INTO BNKCSTM (CSM_ACCNO,                                DCSTM01P
030500                        CSM_CORP_PID,                             DCSTM01P
030600                        CSM_STATUS,                               DCSTM01P
030700                        CSM_INTERIM,                              DCSTM01P
030800                        CSM_STMT_NO,                              DCSTM01P
030900                        CSM_LAST_TS,                              DCSTM01P
031000                        CSM_LAST_EOD_TS,                          DCSTM01P
031100                        CSM_LAST_CLOSE_BAL,                       DCSTM01P
031200                        CSM_USERID,                               DCSTM01P
031300                        CSM_UPDATED_TS)                           DCSTM01P
031400          VALUES (:CCS1I-ACCNO,                                   DCSTM01P
031500                  :CCS1I-CORP-PID,                                DCSTM01P
031600                  'A',                                            DCSTM01P
031700                  :CCS1I-INTERIM,                                 DCSTM01P
031800                  0,                                              DCSTM01P
031900                  :WS-RUN-TS,                                     DCSTM01P
032000                  :WS-RUN-TS,                                     DCSTM01P
032100                  :DCL-BAC-BALANCE,                               DCSTM01P
032200                  :CCS1I-USERID,                                  DCSTM01P
032300                  :WS-RUN-TS)                                     DCSTM01P
032400     END-EXEC.                                                    DCSTM01P
032500     IF SQLCODE IS NOT EQUAL TO ZERO                              DCSTM01P
032600        MOVE 'Unable to add the statement subscription'           DCSTM01P
032700          TO CCS1O-MSG                                            DCSTM01P
032800        GO TO SUBSCRIBE-ACCOUNT-EXIT                              DCSTM01P
032900     END-IF.                                                      DCSTM01P
033000     MOVE 'Account subscribed - statements start tonight'         DCSTM01P
033100       TO CCS1O-MSG.                                              DCSTM01P
033200 SUBSCRIBE-DONE.                                                  DCSTM01P
033300     MOVE 'A' TO CCS1O-STATUS.                                    DCSTM01P
033400     MOVE CCS1I-INTERIM TO CCS1O-INTERIM.                         DCSTM01P
033500     SET CCS1O-REQUEST-OK TO TRUE.                                DCSTM01P
033600 SUBSCRIBE-ACCOUNT-EXIT.                                          DCSTM01P
033700     EXIT.                                                        DCSTM01P
033800                                                                  DCSTM01P
033900***************************************************************** DCSTM01P
034000* The account must be open and held by a registered corporate   * DCSTM01P
034100***************************************************************** DCSTM01P
034200 CHECK-CORPORATE-ACCOUNT.                                         DCSTM01P
034300     IF CCS1I-CORP-PID IS EQUAL TO SPACES OR                      DCSTM01P
034400        CCS1I-ACCNO IS EQUAL TO SPACES                            DCSTM01P
034500        MOVE 'Corporate and account are both needed' TO CCS1O-MSG DCSTM01P
034600        GO TO CHECK-CORPORATE-ACCOUNT-EXIT                        DCSTM01P
034700     END-IF.                                                      DCSTM01P
034800     EXEC SQL                                                     DCSTM01P
034900          SELECT CRP_PID                                          DCSTM01P
035000          INTO :DCL-CRP-PID                                       DCSTM01P
035100          FROM BNKCORP                                            DCSTM01P
035200          WHERE CRP_PID = :CCS1I-CORP-PID                         DCSTM01P
035300     END-EXEC.                                                    DCSTM01P
035400     IF SQLCODE IS EQUAL TO +100                                  DCSTM01P
035500        SET CCS1O-NOT-FOUND TO TRUE                               DCSTM01P
035600        MOVE 'Customer is not a registered corporate' TO CCS1O-MSGDCSTM01P
035700        GO TO CHECK-CORPORATE-ACCOUNT-EXIT                        DCSTM01P
035800     END-IF.                                                      DCSTM01P
035900     IF SQLCODE IS NOT EQUAL TO ZERO                              DCSTM01P
036000        MOVE 'Unable to read the corporate register' TO CCS1O-MSG DCSTM01P
036100        GO TO CHECK-CORPORATE-ACCOUNT-EXIT                        DCSTM01P
036200     END-IF.                                                      DCSTM01P
036300     EXEC SQL                                                     DCSTM01P
036400          SELECT BAC_PID,                                         DCSTM01P
036500                 BAC_STATUS,                                      DCSTM01P
036600                 BAC_BALANCE                                      DCSTM01P
036700          INTO :DCL-BAC-PID,                                      DCSTM01P
036800               :DCL-BAC-STATUS,                                   DCSTM01P
036900               :DCL-BAC-BALANCE                                   DCSTM01P
037000          FROM BNKACC                                             DCSTM01P
037100          WHERE BAC_ACCNO = :CCS1I-ACCNO                          DCSTM01P
037200     END-EXEC.                                                    DCSTM01P
037300     IF SQLCODE IS EQUAL TO +100                                  DCSTM01P
037400        SET CCS1O-NOT-FOUND TO TRUE                               DCSTM01P
037500        MOVE 'Account not found' TO CCS1O-MSG                     DCSTM01P
037600        GO TO CHECK-CORPORATE-ACCOUNT-EXIT                        DCSTM01P
037700     END-IF.                                                      DCSTM01P
037800     IF SQLCODE IS NOT EQUAL TO ZERO                              DCSTM01P
037900        MOVE 'Unable to read the account' TO CCS1O-MSG            DCSTM01P
038000        GO TO CHECK-CORPORATE-ACCOUNT-EXIT                        DCSTM01P
038100     END-IF.                                                      DCSTM01P
038200     IF DCL-BAC-PID IS NOT EQUAL TO CCS1I-CORP-PID                DCSTM01P
038300        MOVE 'Account is not held by this corporate' TO CCS1O-MSG DCSTM01P
038400        GO TO CHECK-CORPORATE-ACCOUNT-EXIT                        DCSTM01P
038500     END-IF.                                                      DCSTM01P
038600     IF DCL-BAC-STATUS IS EQUAL TO 'C'                            DCSTM01P
038700        MOVE 'Account is closed' TO CCS1O-MSG                     DCSTM01P
038800        GO TO CHECK-CORPORATE-ACCOUNT-EXIT                        DCSTM01P
038900     END-IF.                                                      DCSTM01P
039000 CHECK-CORPORATE-ACCOUNT-EXIT.                                    DCSTM01P
039100     EXIT.                                                        DCSTM01P
039200                                                                  DCSTM01P
039300***************************************************************** DCSTM01P
039400* Stop the statements for an account. The history is kept       * DCSTM01P
039500***************************************************************** DCSTM01P
039600 UNSUBSCRIBE-ACCOUNT.                                             DCSTM01P
039700     EXEC SQL                                                     DCSTM01P
039800          UPDATE BNKCSTM                                          DCSTM01P
039900          SET CSM_STATUS = 'C',                                   DCSTM01P
040000              CSM_USERID = :CCS1I-USERID,                         DCSTM01P
040100              CSM_UPDATED_TS = CURRENT TIMESTAMP                  DCSTM01P
040200          WHERE CSM_ACCNO = :CCS1I-ACCNO AND                      DCSTM01P
040300                CSM_CORP_PID = :CCS1I-CORP-PID AND                DCSTM01P
040400                CSM_STATUS = 'A'                                  DCSTM01P
040500     END-EXEC.                                                    DCSTM01P
040600     IF SQLCODE IS EQUAL TO +100                                  DCSTM01P
040700        SET CCS1O-NOT-FOUND TO TRUE                               DCSTM01P
040800        MOVE 'No statement subscription held for this account'    DCSTM01P
040900          TO CCS1O-MSG                                            DCSTM01P
041000        GO TO UNSUBSCRIBE-ACCOUNT-EXIT                            DCSTM01P
041100     END-IF.                                                      DCSTM01P
041200     IF SQLCODE IS NOT EQUAL TO ZERO                              DCSTM01P
041300        MOVE 'Unable to cancel the statement subscription'        DCSTM01P
041400          TO CCS1O-MSG                                            DCSTM01P
041500        GO TO UNSUBSCRIBE-ACCOUNT-EXIT                            DCSTM01P
041600     END-IF.                                                      DCSTM01P
041700     MOVE 'C' TO CCS1O-STATUS.                                    DCSTM01P
041800     SET CCS1O-REQUEST-OK TO TRUE.                                DCSTM01P
041900     MOVE 'Statement file subscription cancelled' TO CCS1O-MSG.   DCSTM01P
042000 UNSUBSCRIBE-ACCOUNT-EXIT.                                        DCSTM01P
042100     EXIT.                                                        DCSTM01P
042200                                                                  DCSTM01P
042300***************************************************************** DCSTM01P
042400* The subscription and its latest deliveries, newest first      * DCSTM01P
042500***************************************************************** DCSTM01P
042600 SHOW-HISTORY.                                                    DCSTM01P
042700     EXEC SQL                                                     DCSTM01P
042800          SELECT CSM_STATUS,                                      DCSTM01P
042900                 CSM_INTERIM,                                     DCSTM01P
043000                 CSM_STMT_NO                                      DCSTM01P
043100          INTO :DCL-CSM-STATUS,                                   DCSTM01P
043200               :DCL-CSM-INTERIM,                                  DCSTM01P
043300               :DCL-CSM-STMT-NO                                   DCSTM01P
043400          FROM BNKCSTM                                            DCSTM01P
043500          WHERE CSM_ACCNO = :CCS1I-ACCNO AND                      DCSTM01P
043600                CSM_CORP_PID = :CCS1I-CORP-PID                    DCSTM01P
043700     END-EXEC.                                                    DCSTM01P
043800     IF SQLCODE IS EQUAL TO +100                                  DCSTM01P
043900        SET CCS1O-NOT-FOUND TO TRUE                               DCSTM01P
044000        MOVE 'Account has never been subscribed' TO CCS1O-MSG     DCSTM01P
044100        GO TO SHOW-HISTORY-EXIT                                   DCSTM01P
044200     END-IF.                                                      DCSTM01P
044300     IF SQLCODE IS NOT EQUAL TO ZERO                              DCSTM01P
044400        MOVE 'Unable to read the statement subscriptions'         DCSTM01P
044500          TO CCS1O-MSG                                            DCSTM01P
044600        GO TO SHOW-HISTORY-EXIT                                   DCSTM01P
044700     END-IF.                                                      DCSTM01P
044800     MOVE DCL-CSM-STATUS TO CCS1O-STATUS.                         DCSTM01P
044900     MOVE DCL-CSM-INTERIM TO CCS1O-INTERIM.                       DCSTM01P
045000     MOVE DCL-CSM-STMT-NO TO CCS1O-STMT-NO.                       DCSTM01P
045100     EXEC SQL                                                     DCSTM01P
045200          DECLARE HIST_CSR CURSOR FOR                             DCSTM01P
045300          SELECT CSH_STMT_NO,                                     DCSTM01P
045400                 CSH_KIND,                                        DCSTM01P
045500                 CHAR(CSH_DELIVERED_TS),                          DCSTM01P
045600                 CSH_LINES,                                       DCSTM01P
045700                 CSH_CLOSE_BAL                                    DCSTM01P
045800          FROM BNKCSTH                                            DCSTM01P
045900          WHERE CSH_ACCNO = :CCS1I-ACCNO                          DCSTM01P
046000          ORDER BY CSH_DELIVERED_TS DESC                          DCSTM01P
046100          FOR FETCH ONLY                                          DCSTM01P
046200     END-EXEC.                                                    DCSTM01P
046300     EXEC SQL                                                     DCSTM01P
046400          OPEN HIST_CSR                                           DCSTM01P
046500     END-EXEC.                                                    DCSTM01P
046600     IF SQLCODE IS NOT EQUAL TO ZERO                              DCSTM01P
046700        MOVE 'Unable to read the delivery history' TO CCS1O-MSG   DCSTM01P
046800        GO TO SHOW-HISTORY-EXIT                                   DCSTM01P
046900     END-IF.                                                      DCSTM01P
047000 HIST-LOOP.                                                       DCSTM01P
047100     IF CCS1O-HIST-COUNT IS EQUAL TO 3                            DCSTM01P
047200        GO TO HIST-LOOP-EXIT                                      DCSTM01P
047300     END-IF.                                                      DCSTM01P
047400     EXEC SQL                                                     DCSTM01P
047500          FETCH HIST_CSR                                          DCSTM01P
047600          INTO :DCL-CSH-STMT-NO,                                  DCSTM01P
047700               :DCL-CSH-KIND,                                     DCSTM01P
047800               :DCL-CSH-TS,                                       DCSTM01P
047900               :DCL-CSH-LINES,                                    DCSTM01P
048000               :DCL-CSH-CLOSE-BAL                                 DCSTM01P
048100     END-EXEC.                                                    DCSTM01P
048200     IF SQLCODE IS EQUAL TO +100                                  DCSTM01P
048300        GO TO HIST-LOOP-EXIT                                      DCSTM01P
048400     END-IF.                                                      DCSTM01P
048500     IF SQLCODE IS NOT EQUAL TO ZERO                              DCSTM01P
048600        MOVE 'Unable to read the delivery history' TO CCS1O-MSG   DCSTM01P
048700        GO TO HIST-LOOP-EXIT                                      DCSTM01P
048800     END-IF.                                                      DCSTM01P
048900     ADD 1 TO CCS1O-HIST-COUNT.                                   DCSTM01P
049000     MOVE DCL-CSH-STMT-NO TO                                      DCSTM01P
049100          CCS1O-HST-STMT-NO (CCS1O-HIST-COUNT).                   DCSTM01P
049200     MOVE DCL-CSH-KIND TO CCS1O-HST-KIND (CCS1O-HIST-COUNT).      DCSTM01P
049300     MOVE DCL-CSH-TS TO CCS1O-HST-TS (CCS1O-HIST-COUNT).          DCSTM01P
049400     MOVE DCL-CSH-LINES TO CCS1O-HST-LINES (CCS1O-HIST-COUNT).    DCSTM01P
049500     MOVE DCL-CSH-CLOSE-BAL TO                                    DCSTM01P
049600          CCS1O-HST-CLOSE-BAL (CCS1O-HIST-COUNT).                 DCSTM01P
049700     GO TO HIST-LOOP.                                             DCSTM01P
049800 HIST-LOOP-EXIT.                                                  DCSTM01P
049900     EXEC SQL                                                     DCSTM01P
050000          CLOSE HIST_CSR                                          DCSTM01P
050100     END-EXEC.                                                    DCSTM01P
050200     IF CCS1O-MSG IS NOT EQUAL TO SPACES                          DCSTM01P
050300        GO TO SHOW-HISTORY-EXIT                                   DCSTM01P
050400     END-IF.                                                      DCSTM01P
050500     SET CCS1O-REQUEST-OK TO TRUE.                                DCSTM01P
050600     IF CCS1O-HIST-COUNT IS EQUAL TO ZERO                         DCSTM01P
050700        MOVE 'Nothing has been delivered yet' TO CCS1O-MSG        DCSTM01P
050800     ELSE                                                         DCSTM01P
050900        MOVE 'Latest deliveries shown' TO CCS1O-MSG               DCSTM01P
051000     END-IF.                                                      DCSTM01P
051100 SHOW-HISTORY-EXIT.                                               DCSTM01P
051200     EXIT.                                                        DCSTM01P
051300                                                                  DCSTM01P
051400***************************************************************** DCSTM01P
051500* Deliver to each subscription the run covers. The nightly run  * DCSTM01P
051600* sends every active subscription its statement; an interim run * DCSTM01P
051700* covers one account, or a corporate's accounts, or all of them,* DCSTM01P
051800* but only those that take interim reports                      * DCSTM01P
051900***************************************************************** DCSTM01P
052000 DELIVERY-RUN.                                                    DCSTM01P
052100     MOVE LOW-VALUES TO WS-ACC-FROM.                              DCSTM01P
052200     MOVE HIGH-VALUES TO WS-ACC-TO.                               DCSTM01P
052300     MOVE LOW-VALUES TO WS-CORP-FROM.                             DCSTM01P
052400     MOVE HIGH-VALUES TO WS-CORP-TO.                              DCSTM01P
052500     MOVE LOW-VALUES TO WS-INTERIM-FROM.                          DCSTM01P
052600     MOVE HIGH-VALUES TO WS-INTERIM-TO.                           DCSTM01P
052700     IF WS-RUN-INTERIM                                            DCSTM01P
052800        MOVE 'Y' TO WS-INTERIM-FROM                               DCSTM01P
052900        MOVE 'Y' TO WS-INTERIM-TO                                 DCSTM01P
053000        IF CCS1I-ACCNO IS NOT EQUAL TO SPACES                     DCSTM01P
053100           MOVE CCS1I-ACCNO TO WS-ACC-FROM                        DCSTM01P
053200           MOVE CCS1I-ACCNO TO WS-ACC-TO                          DCSTM01P
053300        END-IF                                                    DCSTM01P
053400        IF CCS1I-CORP-PID IS NOT EQUAL TO SPACES                  DCSTM01P
053500           MOVE CCS1I-CORP-PID TO WS-CORP-FROM                    DCSTM01P
053600           MOVE CCS1I-CORP-PID TO WS-CORP-TO                      DCSTM01P
053700        END-IF                                                    DCSTM01P
053800     END-IF.                                                      DCSTM01P
053900     EXEC SQL                                                     DCSTM01P
054000          SET :WS-RUN-TS = CURRENT TIMESTAMP                      DCSTM01P
054100     END-EXEC.                                                    DCSTM01P
054200     EXEC SQL                                                     DCSTM01P
054300          DECLARE SUBS_CSR CURSOR FOR                             DCSTM01P
054400          SELECT CSM_ACCNO                                        DCSTM01P
054500          FROM BNKCSTM                                            DCSTM01P
054600          WHERE CSM_STATUS = 'A' AND                              DCSTM01P
054700                CSM_ACCNO BETWEEN :WS-ACC-FROM AND :WS-ACC-TO AND DCSTM01P
054800                CSM_CORP_PID BETWEEN :WS-CORP-FROM AND            DCSTM01P
054900                                     :WS-CORP-TO AND              DCSTM01P
055000                CSM_INTERIM BETWEEN :WS-INTERIM-FROM AND          DCSTM01P
055100                                    :WS-INTERIM-TO                DCSTM01P
055200          ORDER BY CSM_ACCNO                                      DCSTM01P
055300          FOR FETCH ONLY                                          DCSTM01P
055400     END-EXEC.                                                    DCSTM01P
055500     EXEC SQL                                                     DCSTM01P
055600          OPEN SUBS_CSR                                           DCSTM01P
055700     END-EXEC.                                                    DCSTM01P
055800     IF SQLCODE IS NOT EQUAL TO ZERO                              DCSTM01P
055900        MOVE 'Unable to read the statement subscriptions'         DCSTM01P
056000          TO CCS1O-MSG                                            DCSTM01P
056100        GO TO DELIVERY-RUN-EXIT                                   DCSTM01P
056200     END-IF.                                                      DCSTM01P
056300 SUBS-LOOP.                                                       DCSTM01P
056400     EXEC SQL                                                     DCSTM01P
056500          FETCH SUBS_CSR                                          DCSTM01P
056600          INTO :DCL-CSM-ACCNO                                     DCSTM01P
056700     END-EXEC.                                                    DCSTM01P
056800     IF SQLCODE IS EQUAL TO +100                                  DCSTM01P
056900        GO TO SUBS-LOOP-EXIT                                      DCSTM01P
057000     END-IF.                                                      DCSTM01P
057100     IF SQLCODE IS NOT EQUAL TO ZERO                              DCSTM01P
057200        MOVE 'Unable to read the statement subscriptions'         DCSTM01P
057300          TO CCS1O-MSG                                            DCSTM01P
057400        GO TO SUBS-LOOP-EXIT                                      DCSTM01P
057500     END-IF.                                                      DCSTM01P
057600     PERFORM DELIVER-ACCOUNT THRU                                 DCSTM01P
057700             DELIVER-ACCOUNT-EXIT.                                DCSTM01P
057800     IF CCS1O-MSG IS NOT EQUAL TO SPACES                          DCSTM01P
057900        GO TO SUBS-LOOP-EXIT                                      DCSTM01P
058000     END-IF.                                                      DCSTM01P
058100     GO TO SUBS-LOOP.                                             DCSTM01P
058200 SUBS-LOOP-EXIT.                                                  DCSTM01P
058300     EXEC SQL                                                     DCSTM01P
058400          CLOSE SUBS_CSR                                          DCSTM01P
058500     END-EXEC.                                                    DCSTM01P
058600     IF CCS1O-MSG IS NOT EQUAL TO SPACES                          DCSTM01P
058700        GO TO DELIVERY-RUN-EXIT                                   DCSTM01P
058800     END-IF.                                                      DCSTM01P
058900     IF WS-RUN-INTERIM AND                                        DCSTM01P
059000        CCS1I-ACCNO IS NOT EQUAL TO SPACES AND                    DCSTM01P
059100        CCS1O-ACCOUNTS IS EQUAL TO ZERO                           DCSTM01P
059200        SET CCS1O-NOT-FOUND TO TRUE                               DCSTM01P
059300        MOVE 'Account is not subscribed for interim reports'      DCSTM01P
059400          TO CCS1O-MSG                                            DCSTM01P
059500        GO TO DELIVERY-RUN-EXIT                                   DCSTM01P
059600     END-IF.                                                      DCSTM01P
059700     SET CCS1O-REQUEST-OK TO TRUE.                                DCSTM01P
059800     MOVE CCS1O-ACCOUNTS TO WS-COUNT-DISP.                        DCSTM01P
059900     IF WS-RUN-STATEMENT                                          DCSTM01P
060000        STRING 'Statement files delivered for '                   DCSTM01P
060100               WS-COUNT-DISP ' accounts'                          DCSTM01P
060200               DELIMITED BY SIZE INTO CCS1O-MSG                   DCSTM01P
060300     ELSE                                                         DCSTM01P
060400        STRING 'Interim reports delivered for '                   DCSTM01P
060500               WS-COUNT-DISP ' accounts'                          DCSTM01P
060600               DELIMITED BY SIZE INTO CCS1O-MSG                   DCSTM01P
060700     END-IF.                                                      DCSTM01P
060800 DELIVERY-RUN-EXIT.                                               DCSTM01P
060900     EXIT.                                                        DCSTM01P
061000                                                                  DCSTM01P
061100***************************************************************** DCSTM01P
061200* One account's delivery. A statement covers everything booked  * DCSTM01P
061300* since the last statement, interim reports or not; an interim  * DCSTM01P
061400* report covers what was booked since the last delivery of      * DCSTM01P
061500* either kind. The run's timestamp closes both, so a posting    * DCSTM01P
061600* booked while the run is going waits for the next delivery     * DCSTM01P
061700***************************************************************** DCSTM01P
061800 DELIVER-ACCOUNT.                                                 DCSTM01P
061900     EXEC SQL                                                     DCSTM01P
062000          SELECT CSM_CORP_PID,                                    DCSTM01P
062100                 CSM_STMT_NO,                                     DCSTM01P
062200                 CSM_LAST_TS,                                     DCSTM01P
062300                 CSM_LAST_EOD_TS,                                 DCSTM01P
062400                 CSM_LAST_CLOSE_BAL,                              DCSTM01P
062500                 BAC_BALANCE,                                     DCSTM01P
062600                 BAC_CURRENCY                                     DCSTM01P
062700          INTO :DCL-CSM-CORP-PID,                                 DCSTM01P
062800               :DCL-CSM-STMT-NO,                                  DCSTM01P
062900               :DCL-CSM-LAST-TS,                                  DCSTM01P
063000               :DCL-CSM-LAST-EOD-TS,                              DCSTM01P
063100               :DCL-CSM-LAST-CLOSE-BAL,                           DCSTM01P
063200               :DCL-BAC-BALANCE,                                  DCSTM01P
063300               :DCL-BAC-CURRENCY                                  DCSTM01P
063400          FROM BNKCSTM,                                           DCSTM01P
063500               BNKACC                                             DCSTM01P
063600          WHERE CSM_ACCNO = :DCL-CSM-ACCNO AND                    DCSTM01P
063700                BAC_ACCNO = CSM_ACCNO                             DCSTM01P
063800     END-EXEC.                                                    DCSTM01P
063900     IF SQLCODE IS NOT EQUAL TO ZERO                              DCSTM01P
064000        MOVE 'Unable to read a subscribed account' TO CCS1O-MSG   DCSTM01P
064100        GO TO DELIVER-ACCOUNT-EXIT                                DCSTM01P
064200     END-IF.                                                      DCSTM01P
064300     IF DCL-BAC-CURRENCY IS EQUAL TO SPACES                       DCSTM01P
064400        MOVE WS-BASE-CURRENCY TO WS-CURRENCY                      DCSTM01P
064500     ELSE                                                         DCSTM01P
064600        MOVE DCL-BAC-CURRENCY TO WS-CURRENCY                      DCSTM01P
064700     END-IF.                                                      DCSTM01P
064800     IF WS-RUN-STATEMENT                                          DCSTM01P
064900        MOVE DCL-CSM-LAST-EOD-TS TO WS-FROM-TS                    DCSTM01P
065000        MOVE 'CSTO' TO WS-FILE-QUEUE                              DCSTM01P
065100        MOVE 'CSTX' TO WS-FRAME-QUEUE                             DCSTM01P
065200     ELSE                                                         DCSTM01P
065300        MOVE DCL-CSM-LAST-TS TO WS-FROM-TS                        DCSTM01P
065400        MOVE 'CSIO' TO WS-FILE-QUEUE                              DCSTM01P
065500        MOVE 'CSIX' TO WS-FRAME-QUEUE                             DCSTM01P
065600     END-IF.                                                      DCSTM01P
065700     COMPUTE WS-STMT-NO = DCL-CSM-STMT-NO + 1.                    DCSTM01P
065800     MOVE ZEROES TO WS-LINE-COUNT.                                DCSTM01P
065900     MOVE ZEROES TO WS-DEBIT-COUNT.                               DCSTM01P
066000     MOVE ZEROES TO WS-CREDIT-COUNT.                              DCSTM01P
066100     MOVE ZEROES TO WS-DEBIT-TOTAL.                               DCSTM01P
066200     MOVE ZEROES TO WS-CREDIT-TOTAL.                              DCSTM01P
066300*    The available balance nets the live holds off the ledger     DCSTM01P
066400*    balance                                                      DCSTM01P
066500     MOVE SPACES TO CDH1-DATA.                                    DCSTM01P
066600     SET CDH1I-TOTAL-HELD TO TRUE.                                DCSTM01P
066700     MOVE DCL-CSM-ACCNO TO CDH1I-ACC.                             DCSTM01P
066800 COPY CHOLDX01.                                                   DCSTM01P
066900     IF CDH1O-REQUEST-OK                                          DCSTM01P
067000        COMPUTE WS-AVAIL-BAL =                                    DCSTM01P
067100                DCL-BAC-BALANCE - CDH1O-TOTAL-HELD                DCSTM01P
067200     ELSE                                                         DCSTM01P
067300        MOVE DCL-BAC-BALANCE TO WS-AVAIL-BAL                      DCSTM01P
067400     END-IF.                                                      DCSTM01P
067500     PERFORM WRITE-HEADER THRU                                    DCSTM01P
067600             WRITE-HEADER-EXIT.                                   DCSTM01P
067700     IF CCS1O-MSG IS NOT EQUAL TO SPACES                          DCSTM01P
067800        GO TO DELIVER-ACCOUNT-EXIT                                DCSTM01P
067900     END-IF.                                                      DCSTM01P
068000     PERFORM WRITE-POSTINGS THRU                                  DCSTM01P
068100             WRITE-POSTINGS-EXIT.                                 DCSTM01P
068200     IF CCS1O-MSG IS NOT EQUAL TO SPACES                          DCSTM01P
068300        GO TO DELIVER-ACCOUNT-EXIT                                DCSTM01P
068400     END-IF.                                                      DCSTM01P
068500     PERFORM WRITE-TRAILER THRU                                   DCSTM01P
068600             WRITE-TRAILER-EXIT.                                  DCSTM01P
068700     IF CCS1O-MSG IS NOT EQUAL TO SPACES                          DCSTM01P
068800        GO TO DELIVER-ACCOUNT-EXIT                                DCSTM01P
068900     END-IF.                                                      DCSTM01P
069000     PERFORM RECORD-DELIVERY THRU                                 DCSTM01P
069100             RECORD-DELIVERY-EXIT.                                DCSTM01P
069200     IF CCS1O-MSG IS NOT EQUAL TO SPACES                          DCSTM01P
069300        GO TO DELIVER-ACCOUNT-EXIT                                DCSTM01P
069400     END-IF.                                                      DCSTM01P
069500     INITIALIZE CD91-DATA.                                        DCSTM01P
069600     SET CD91I-FRAME-FILE TO TRUE.                                DCSTM01P
069700     MOVE WS-PROGRAM-ID TO CD91I-SOURCE-JOB.                      DCSTM01P
069800     MOVE WS-FILE-QUEUE TO CD91I-IN-QUEUE.                        DCSTM01P
069900     MOVE WS-FRAME-QUEUE TO CD91I-OUT-QUEUE.                      DCSTM01P
070000     MOVE WS-BUSINESS-DATE TO CD91I-BUSINESS-DATE.                DCSTM01P
070100 COPY CBANKX91.                                                   DCSTM01P
070200     IF NOT CD91O-REQUEST-OK                                      DCSTM01P
070300        MOVE CD91O-MSG TO CCS1O-MSG                               DCSTM01P
070400        GO TO DELIVER-ACCOUNT-EXIT                                DCSTM01P
070500     END-IF.                                                      DCSTM01P
070600     ADD 1 TO CCS1O-ACCOUNTS.                                     DCSTM01P
070700     ADD WS-LINE-COUNT TO CCS1O-LINES.                            DCSTM01P
070800     ADD CD91O-RECORD-COUNT TO CCS1O-RECORD-COUNT.                DCSTM01P
070900     MOVE CCS1O-HASH-TOTAL TO WS-HASH-WORK.                       DCSTM01P
071000     ADD CD91O-HASH-TOTAL TO WS-HASH-WORK.                        DCSTM01P
071100     IF WS-HASH-WORK IS GREATER THAN 9999999999999                DCSTM01P
071200        SUBTRACT 10000000000000 FROM WS-HASH-WORK                 DCSTM01P
071300     END-IF.                                                      DCSTM01P
071400     MOVE WS-HASH-WORK TO CCS1O-HASH-TOTAL.                       DCSTM01P
071500     MOVE WS-STMT-NO TO CCS1O-STMT-NO.                            DCSTM01P
071600 DELIVER-ACCOUNT-EXIT.                                            DCSTM01P
071700     EXIT.                                                        DCSTM01P
071800                                                                  DCSTM01P
071900***************************************************************** DCSTM01P
072000* The statement's opening records - our reference, the account, * DCSTM01P
072100* the statement number, then the opening booked balance for a   * DCSTM01P
072200* statement or the time the report was taken for an interim     * DCSTM01P
072300***************************************************************** DCSTM01P
072400 WRITE-HEADER.                                                    DCSTM01P
072500     MOVE WS-BUSINESS-DATE TO WS-ISO-DATE.                        DCSTM01P
072600     PERFORM MAKE-YYMMDD THRU                                     DCSTM01P
072700             MAKE-YYMMDD-EXIT.                                    DCSTM01P
072800     MOVE SPACES TO WS-STMT-RECORD.                               DCSTM01P
072900     STRING ':20:' WS-RUN-KIND WS-YYMMDD DCL-CSM-ACCNO            DCSTM01P
073000            DELIMITED BY SIZE INTO WS-STMT-RECORD.                DCSTM01P
073100     PERFORM WRITE-RECORD THRU                                    DCSTM01P
073200             WRITE-RECORD-EXIT.                                   DCSTM01P
073300     MOVE SPACES TO WS-STMT-RECORD.                               DCSTM01P
073400     STRING ':25:' DCL-CSM-ACCNO                                  DCSTM01P
073500            DELIMITED BY SIZE INTO WS-STMT-RECORD.                DCSTM01P
073600     PERFORM WRITE-RECORD THRU                                    DCSTM01P
073700             WRITE-RECORD-EXIT.                                   DCSTM01P
073800     MOVE WS-STMT-NO TO WS-STMT-NO-DISP.                          DCSTM01P
073900     MOVE SPACES TO WS-STMT-RECORD.                               DCSTM01P
074000     STRING ':28C:' WS-STMT-NO-DISP '/1'                          DCSTM01P
074100            DELIMITED BY SIZE INTO WS-STMT-RECORD.                DCSTM01P
074200     PERFORM WRITE-RECORD THRU                                    DCSTM01P
074300             WRITE-RECORD-EXIT.                                   DCSTM01P
074400     IF WS-RUN-STATEMENT                                          DCSTM01P
074500        MOVE WS-FROM-TS (1:10) TO WS-ISO-DATE                     DCSTM01P
074600        PERFORM MAKE-YYMMDD THRU                                  DCSTM01P
074700                MAKE-YYMMDD-EXIT                                  DCSTM01P
074800        MOVE DCL-CSM-LAST-CLOSE-BAL TO WS-FMT-AMOUNT              DCSTM01P
074900        PERFORM FORMAT-AMOUNT THRU                                DCSTM01P
075000                FORMAT-AMOUNT-EXIT                                DCSTM01P
075100        MOVE SPACES TO WS-STMT-RECORD                             DCSTM01P
075200        STRING ':60F:' WS-FMT-MARK WS-YYMMDD WS-CURRENCY          DCSTM01P
075300               WS-FMT-TEXT DELIMITED BY SPACE                     DCSTM01P
075400               INTO WS-STMT-RECORD                                DCSTM01P
075500     ELSE                                                         DCSTM01P
075600        MOVE WS-RUN-TS (1:10) TO WS-ISO-DATE                      DCSTM01P
075700        PERFORM MAKE-YYMMDD THRU                                  DCSTM01P
075800                MAKE-YYMMDD-EXIT                                  DCSTM01P
075900        MOVE WS-RUN-TS (12:8) TO WS-ISO-TIME                      DCSTM01P
076000        MOVE SPACES TO WS-STMT-RECORD                             DCSTM01P
076100        STRING ':13D:' WS-YYMMDD WS-ISO-HH WS-ISO-MI              DCSTM01P
076200               DELIMITED BY SIZE INTO WS-STMT-RECORD              DCSTM01P
076300     END-IF.                                                      DCSTM01P
076400     PERFORM WRITE-RECORD THRU                                    DCSTM01P
076500             WRITE-RECORD-EXIT.                                   DCSTM01P
076600 WRITE-HEADER-EXIT.                                               DCSTM01P
076700     EXIT.                                                        DCSTM01P
076800                                                                  DCSTM01P
076900***************************************************************** DCSTM01P
077000* One statement line and its narrative for each posting in the  * DCSTM01P
077100* period. Status changes, contingent memos and ledger-only      * DCSTM01P
077200* settlements move no money on the account and are left out.    * DCSTM01P
077300* Postings carry no separate value date, so the date booked is  * DCSTM01P
077400* the value date                                                * DCSTM01P
077500***************************************************************** DCSTM01P
077600 WRITE-POSTINGS.                                                  DCSTM01P
077700     EXEC SQL                                                     DCSTM01P
077800          DECLARE POST_CSR CURSOR FOR                             DCSTM01P
077900          SELECT BTX_TIMESTAMP,                                   DCSTM01P
078000                 BTX_REF,                                         DCSTM01P
078100                 BTX_AMOUNT,                                      DCSTM01P
078200                 CASE                                             DCSTM01P
078300                   WHEN BTX_TYPE = '1' AND                        DCSTM01P
078400                        BTX_SUB_TYPE IN ('2', '4', '6', '7')      DCSTM01P
078500                     THEN 'C'                                     DCSTM01P
078600                   WHEN BTX_TYPE = '3' AND                        DCSTM01P
078650                        BTX_SUB_TYPE IN ('5', '9')                DCSTM01P
078700                     THEN 'C'                                     DCSTM01P
078800                   WHEN BTX_TYPE IN ('5', '6', '8') AND           DCSTM01P
078900                        BTX_SUB_TYPE = '1'                        DCSTM01P
079000                     THEN 'C'                                     DCSTM01P
079100                   WHEN BTX_TYPE = 'X' AND BTX_SUB_TYPE = 'B'     DCSTM01P
079200                     THEN 'C'                                     DCSTM01P
079300                   ELSE 'D'                                       DCSTM01P
079400                 END,                                             DCSTM01P
079500                 SUBSTR(BTX_DATA_OLD, 1, 30)                      DCSTM01P
079600          FROM BNKTXN                                             DCSTM01P
079700          WHERE BTX_ACCNO = :DCL-CSM-ACCNO AND                    DCSTM01P
079800                BTX_TIMESTAMP > :WS-FROM-TS AND                   DCSTM01P
079900                BTX_TIMESTAMP <= :WS-RUN-TS AND                   DCSTM01P
080000                BTX_TYPE NOT IN ('2', 'L', 'C', 'G', 'M')         DCSTM01P
080100          ORDER BY BTX_TIMESTAMP                                  DCSTM01P
080200          FOR FETCH ONLY                                          DCSTM01P
080300     END-EXEC.                                                    DCSTM01P
080400     EXEC SQL                                                     DCSTM01P
080500          OPEN POST_CSR                                           DCSTM01P
080600     END-EXEC.                                                    DCSTM01P
080700     IF SQLCODE IS NOT EQUAL TO ZERO                              DCSTM01P
080800        MOVE 'Unable to read the account postings' TO CCS1O-MSG   DCSTM01P
080900        GO TO WRITE-POSTINGS-EXIT                                 DCSTM01P
081000     END-IF.                                                      DCSTM01P
081100 POST-LOOP.                                                       DCSTM01P
081200     EXEC SQL                                                     DCSTM01P
081300          FETCH POST_CSR                                          DCSTM01P
081400          INTO :DCL-BTX-TIMESTAMP,                                DCSTM01P
081500               :DCL-BTX-REF,                                      DCSTM01P
081600               :DCL-BTX-AMOUNT,                                   DCSTM01P
081700               :DCL-BTX-MARK,                                     DCSTM01P
081800               :DCL-BTX-DESC                                      DCSTM01P
081900     END-EXEC.                                                    DCSTM01P
082000     IF SQLCODE IS EQUAL TO +100                                  DCSTM01P
082100        GO TO POST-LOOP-EXIT                                      DCSTM01P
082200     END-IF.                                                      DCSTM01P
082300     IF SQLCODE IS NOT EQUAL TO ZERO                              DCSTM01P
082400        MOVE 'Unable to read the account postings' TO CCS1O-MSG   DCSTM01P
082500        GO TO POST-LOOP-EXIT                                      DCSTM01P
082600     END-IF.                                                      DCSTM01P
082700     PERFORM WRITE-ONE-POSTING THRU                               DCSTM01P
082800             WRITE-ONE-POSTING-EXIT.                              DCSTM01P
082900     IF CCS1O-MSG IS NOT EQUAL TO SPACES                          DCSTM01P
083000        GO TO POST-LOOP-EXIT                                      DCSTM01P
083100     END-IF.                                                      DCSTM01P
083200     GO TO POST-LOOP.                                             DCSTM01P
083300 POST-LOOP-EXIT.                                                  DCSTM01P
083400     EXEC SQL                                                     DCSTM01P
083500          CLOSE POST_CSR                                          DCSTM01P
083600     END-EXEC.                                                    DCSTM01P
083700 WRITE-POSTINGS-EXIT.                                             DCSTM01P
083800     EXIT.                                                        DCSTM01P
083900                                                                  DCSTM01P
084000 WRITE-ONE-POSTING.                                               DCSTM01P
084100     ADD 1 TO WS-LINE-COUNT.                                      DCSTM01P
084200     IF DCL-BTX-MARK IS EQUAL TO 'C'                              DCSTM01P
084300        ADD 1 TO WS-CREDIT-COUNT                                  DCSTM01P
084400        ADD DCL-BTX-AMOUNT TO WS-CREDIT-TOTAL                     DCSTM01P
084500     ELSE                                                         DCSTM01P
084600        ADD 1 TO WS-DEBIT-COUNT                                   DCSTM01P
084700        ADD DCL-BTX-AMOUNT TO WS-DEBIT-TOTAL                      DCSTM01P
084800     END-IF.                                                      DCSTM01P
084900     IF DCL-BTX-REF IS EQUAL TO SPACES                            DCSTM01P
085000        MOVE 'NONREF' TO DCL-BTX-REF                              DCSTM01P
085100     END-IF.                                                      DCSTM01P
085200     MOVE DCL-BTX-TIMESTAMP (1:10) TO WS-ISO-DATE.                DCSTM01P
085300     PERFORM MAKE-YYMMDD THRU                                     DCSTM01P
085400             MAKE-YYMMDD-EXIT.                                    DCSTM01P
085500     MOVE DCL-BTX-AMOUNT TO WS-FMT-AMOUNT.                        DCSTM01P
085600     PERFORM FORMAT-AMOUNT THRU                                   DCSTM01P
085700             FORMAT-AMOUNT-EXIT.                                  DCSTM01P
085800     MOVE SPACES TO WS-STMT-RECORD.                               DCSTM01P
085900     STRING ':61:' WS-YYMMDD WS-ISO-MM WS-ISO-DD DCL-BTX-MARK     DCSTM01P
086000            DELIMITED BY SIZE                                     DCSTM01P
086100            WS-FMT-TEXT DELIMITED BY SPACE                        DCSTM01P
086200            'NTRF' DCL-BTX-REF DELIMITED BY SIZE                  DCSTM01P
086300            INTO WS-STMT-RECORD.                                  DCSTM01P
086400     PERFORM WRITE-RECORD THRU                                    DCSTM01P
086500             WRITE-RECORD-EXIT.                                   DCSTM01P
086600     MOVE SPACES TO WS-STMT-RECORD.                               DCSTM01P
086700     STRING ':86:' DCL-BTX-DESC                                   DCSTM01P
086800            DELIMITED BY SIZE INTO WS-STMT-RECORD.                DCSTM01P
086900     PERFORM WRITE-RECORD THRU                                    DCSTM01P
087000             WRITE-RECORD-EXIT.                                   DCSTM01P
087100 WRITE-ONE-POSTING-EXIT.                                          DCSTM01P
087200     EXIT.                                                        DCSTM01P
087300                                                                  DCSTM01P
087400***************************************************************** DCSTM01P
087500* The statement's closing records - the closing booked balance  * DCSTM01P
087600* and the available balance after holds, or for an interim the  * DCSTM01P
087700* number and total of the debits and credits it listed - then   * DCSTM01P
087800* the end-of-message marker                                     * DCSTM01P
087900***************************************************************** DCSTM01P
088000 WRITE-TRAILER.                                                   DCSTM01P
088100     MOVE WS-BUSINESS-DATE TO WS-ISO-DATE.                        DCSTM01P
088200     PERFORM MAKE-YYMMDD THRU                                     DCSTM01P
088300             MAKE-YYMMDD-EXIT.                                    DCSTM01P
088400     IF WS-RUN-STATEMENT                                          DCSTM01P
088500        MOVE DCL-BAC-BALANCE TO WS-FMT-AMOUNT                     DCSTM01P
088600        PERFORM FORMAT-AMOUNT THRU                                DCSTM01P
088700                FORMAT-AMOUNT-EXIT                                DCSTM01P
088800        MOVE SPACES TO WS-STMT-RECORD                             DCSTM01P
088900        STRING ':62F:' WS-FMT-MARK WS-YYMMDD WS-CURRENCY          DCSTM01P
089000               WS-FMT-TEXT DELIMITED BY SPACE                     DCSTM01P
089100               INTO WS-STMT-RECORD                                DCSTM01P
089200        PERFORM WRITE-RECORD THRU                                 DCSTM01P
089300                WRITE-RECORD-EXIT                                 DCSTM01P
089400        MOVE WS-AVAIL-BAL TO WS-FMT-AMOUNT                        DCSTM01P
089500        PERFORM FORMAT-AMOUNT THRU                                DCSTM01P
089600                FORMAT-AMOUNT-EXIT                                DCSTM01P
089700        MOVE SPACES TO WS-STMT-RECORD                             DCSTM01P
089800        STRING ':64:' WS-FMT-MARK WS-YYMMDD WS-CURRENCY           DCSTM01P
089900               WS-FMT-TEXT DELIMITED BY SPACE                     DCSTM01P
090000               INTO WS-STMT-RECORD                                DCSTM01P
090100        PERFORM WRITE-RECORD THRU                                 DCSTM01P
090200                WRITE-RECORD-EXIT                                 DCSTM01P
090300     ELSE                                                         DCSTM01P
090400        MOVE WS-DEBIT-TOTAL TO WS-FMT-AMOUNT                      DCSTM01P
090500        PERFORM FORMAT-AMOUNT THRU                                DCSTM01P
090600                FORMAT-AMOUNT-EXIT                                DCSTM01P
090700        MOVE WS-DEBIT-COUNT TO WS-COUNT-DISP                      DCSTM01P
090800        MOVE SPACES TO WS-STMT-RECORD                             DCSTM01P
090900        STRING ':90D:' WS-COUNT-DISP WS-CURRENCY                  DCSTM01P
091000               WS-FMT-TEXT DELIMITED BY SPACE                     DCSTM01P
091100               INTO WS-STMT-RECORD                                DCSTM01P
091200        PERFORM WRITE-RECORD THRU                                 DCSTM01P
091300                WRITE-RECORD-EXIT                                 DCSTM01P
091400        MOVE WS-CREDIT-TOTAL TO WS-FMT-AMOUNT                     DCSTM01P
091500        PERFORM FORMAT-AMOUNT THRU                                DCSTM01P
091600                FORMAT-AMOUNT-EXIT                                DCSTM01P
091700        MOVE WS-CREDIT-COUNT TO WS-COUNT-DISP                     DCSTM01P
091800        MOVE SPACES TO WS-STMT-RECORD                             DCSTM01P
091900        STRING ':90C:' WS-COUNT-DISP WS-CURRENCY                  DCSTM01P
092000               WS-FMT-TEXT DELIMITED BY SPACE                     DCSTM01P
092100               INTO WS-STMT-RECORD                                DCSTM01P
092200        PERFORM WRITE-RECORD THRU                                 DCSTM01P
092300                WRITE-RECORD-EXIT                                 DCSTM01P
092400     END-IF.                                                      DCSTM01P
092500     MOVE '-' TO WS-STMT-RECORD.                                  DCSTM01P
092600     PERFORM WRITE-RECORD THRU                                    DCSTM01P
092700             WRITE-RECORD-EXIT.                                   DCSTM01P
092800 WRITE-TRAILER-EXIT.                                              DCSTM01P
092900     EXIT.                                                        DCSTM01P
093000                                                                  DCSTM01P
093100***************************************************************** DCSTM01P
093200* Keep the delivery on the history and move the subscription on * DCSTM01P
093300* - a statement takes the next number and becomes the opening   * DCSTM01P
093400* point of the next; either kind resets the interim point       * DCSTM01P
093500***************************************************************** DCSTM01P
093600 RECORD-DELIVERY.                                                 DCSTM01P
093700     MOVE WS-STMT-NO TO WS-NEW-STMT-NO.                           DCSTM01P
093800     MOVE WS-LINE-COUNT TO WS-LINES.                              DCSTM01P
093900     MOVE DCL-BAC-BALANCE TO WS-CLOSE-BAL.                        DCSTM01P
094000     EXEC SQL                                                     DCSTM01P
094100          INSERT                                                  DCSTM01P
094200          INTO BNKCSTH (CSH_ACCNO,                                DCSTM01P
094300                        CSH_STMT_NO,                              DCSTM01P
094400                        CSH_KIND,                                 DCSTM01P
094500                        CSH_DELIVERED_TS,                         DCSTM01P
094600                        CSH_FROM_TS,                              DCSTM01P
094700                        CSH_LINES,                                DCSTM01P
094800                        CSH_OPEN_BAL,                             DCSTM01P
094900                        CSH_CLOSE_BAL,                            DCSTM01P
095000                        CSH_AVAIL_BAL,                            DCSTM01P
095100                        CSH_BUSINESS_DATE)                        DCSTM01P
095200          VALUES (:DCL-CSM-ACCNO,                                 DCSTM01P
095300                  :WS-NEW-STMT-NO,                                DCSTM01P
095400                  :WS-RUN-KIND,                                   DCSTM01P
095500                  :WS-RUN-TS,                                     DCSTM01P
095600                  :WS-FROM-TS,                                    DCSTM01P
095700                  :WS-LINES,                                      DCSTM01P
095800                  :DCL-CSM-LAST-CLOSE-BAL,                        DCSTM01P
095900                  :WS-CLOSE-BAL,                                  DCSTM01P
096000                  :WS-AVAIL-BAL,                                  DCSTM01P
096100                  :WS-BUSINESS-DATE)                              DCSTM01P
096200     END-EXEC.                                                    DCSTM01P
096300     IF SQLCODE IS NOT EQUAL TO ZERO                              DCSTM01P
096400        MOVE 'Unable to record the delivery' TO CCS1O-MSG         DCSTM01P
096500        GO TO RECORD-DELIVERY-EXIT                                DCSTM01P
096600     END-IF.                                                      DCSTM01P
096700     IF WS-RUN-STATEMENT                                          DCSTM01P
096800        EXEC SQL                                                  DCSTM01P
096900             UPDATE BNKCSTM                                       DCSTM01P
097000             SET CSM_STMT_NO = :WS-NEW-STMT-NO,                   DCSTM01P
097100                 CSM_LAST_TS = :WS-RUN-TS,                        DCSTM01P
097200                 CSM_LAST_EOD_TS = :WS-RUN-TS,                    DCSTM01P
097300                 CSM_LAST_CLOSE_BAL = :WS-CLOSE-BAL               DCSTM01P
097400             WHERE CSM_ACCNO = :DCL-CSM-ACCNO                     DCSTM01P
097500        END-EXEC                                                  DCSTM01P
097600     ELSE                                                         DCSTM01P
097700        EXEC SQL                                                  DCSTM01P
097800             UPDATE BNKCSTM                                       DCSTM01P
097900             SET CSM_LAST_TS = :WS-RUN-TS                         DCSTM01P
098000             WHERE CSM_ACCNO = :DCL-CSM-ACCNO                     DCSTM01P
098100        END-EXEC                                                  DCSTM01P
098200     END-IF.                                                      DCSTM01P
098300     IF SQLCODE IS NOT EQUAL TO ZERO                              DCSTM01P
098400        MOVE 'Unable to update the statement subscription'        DCSTM01P
098500          TO CCS1O-MSG                                            DCSTM01P
098600        GO TO RECORD-DELIVERY-EXIT                                DCSTM01P
098700     END-IF.                                                      DCSTM01P
098800 RECORD-DELIVERY-EXIT.                                            DCSTM01P
098900     EXIT.                                                        DCSTM01P
099000                                                                  DCSTM01P
099100***************************************************************** DCSTM01P
099200* Hand one record to the file's queue                           * DCSTM01P
099300***************************************************************** DCSTM01P
099400 WRITE-RECORD.                                                    DCSTM01P
099500     EXEC CICS WRITEQ TD                                          DCSTM01P
099600               QUEUE(WS-FILE-QUEUE)                               DCSTM01P
099700               FROM(WS-STMT-RECORD)                               DCSTM01P
099800               LENGTH(LENGTH OF WS-STMT-RECORD)                   DCSTM01P
099900               RESP(WS-RESP)                                      DCSTM01P
100000     END-EXEC.                                                    DCSTM01P
100100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DCSTM01P
100200        MOVE 'Unable to write the statement queue' TO CCS1O-MSG   DCSTM01P
100300     END-IF.                                                      DCSTM01P
100400 WRITE-RECORD-EXIT.                                               DCSTM01P
100500     EXIT.                                                        DCSTM01P
100600                                                                  DCSTM01P
100700***************************************************************** DCSTM01P
100800* Turn a YYYY-MM-DD date into the YYMMDD the layout carries     * DCSTM01P
100900***************************************************************** DCSTM01P
101000 MAKE-YYMMDD.                                                     DCSTM01P
101100     MOVE SPACES TO WS-YYMMDD.                                    DCSTM01P
101200     STRING WS-ISO-YY WS-ISO-MM WS-ISO-DD                         DCSTM01P
101300            DELIMITED BY SIZE INTO WS-YYMMDD.                     DCSTM01P
101400 MAKE-YYMMDD-EXIT.                                                DCSTM01P
101500     EXIT.                                                        DCSTM01P
101600                                                                  DCSTM01P
101700***************************************************************** DCSTM01P
101800* Mark a balance C or D and lay out the amount without its sign * DCSTM01P
101900***************************************************************** DCSTM01P
102000 FORMAT-AMOUNT.                                                   DCSTM01P
102100     IF WS-FMT-AMOUNT IS LESS THAN ZERO                           DCSTM01P
102200        MOVE 'D' TO WS-FMT-MARK                                   DCSTM01P
102300        COMPUTE WS-FMT-AMOUNT = ZERO - WS-FMT-AMOUNT              DCSTM01P
102400     ELSE                                                         DCSTM01P
102500        MOVE 'C' TO WS-FMT-MARK                                   DCSTM01P
102600     END-IF.                                                      DCSTM01P
102700     MOVE WS-FMT-AMOUNT TO WS-FMT-EDIT.                           DCSTM01P
102800     INSPECT WS-FMT-EDIT REPLACING ALL '.' BY ','.                DCSTM01P
102900     MOVE ZERO TO WS-FMT-LEAD.                                    DCSTM01P
103000     INSPECT WS-FMT-EDIT TALLYING WS-FMT-LEAD FOR LEADING SPACES. DCSTM01P
103100     MOVE SPACES TO WS-FMT-TEXT.                                  DCSTM01P
103200     MOVE WS-FMT-EDIT (WS-FMT-LEAD + 1:) TO WS-FMT-TEXT.          DCSTM01P
103300 FORMAT-AMOUNT-EXIT.                                              DCSTM01P
103400     EXIT.                                                        DCSTM01P
