000100***************************************************************** DNOTC01P
000200*                                                               * DNOTC01P
000300*  Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.    * DNOTC01P
000400*  This demonstration program is provided for use by users      * DNOTC01P
000500*  of Micro Focus products and may be used, modified and        * DNOTC01P
000600*  distributed as part of your application provided that        * DNOTC01P
000700*  you properly acknowledge the copyright of Micro Focus        * DNOTC01P
000800*  in this material.                                            * DNOTC01P
000900*                                                               * DNOTC01P
001000***************************************************************** DNOTC01P
001100                                                                  DNOTC01P
001200***************************************************************** DNOTC01P
001300* Program:     DNOTC01P.CBL                                     * DNOTC01P
001400* Function:    Notice savings accounts - keep the BNKNOTC       * DNOTC01P
001500*              register of withdrawal notices a customer gives  * DNOTC01P
001600*              against an account whose BNKATYPE product        * DNOTC01P
001700*              carries a notice period, check every debit off   * DNOTC01P
001800*              such an account against the matured notices      * DNOTC01P
001900*              before it posts, draw the notices down after it  * DNOTC01P
002000*              has posted, and price and post the loss-of-      * DNOTC01P
002100*              interest penalty where the product lets a debit  * DNOTC01P
002200*              through without notice                           * DNOTC01P
002300*              SQL version                                      * DNOTC01P
002400***************************************************************** DNOTC01P
002500                                                                  DNOTC01P
002600 IDENTIFICATION DIVISION.                                         DNOTC01P
002700 PROGRAM-ID.                                                      DNOTC01P
002800     DNOTC01P.                                                    DNOTC01P
002900 DATE-WRITTEN.                                                    DNOTC01P
003000     October 2026.                                                DNOTC01P
003100 DATE-COMPILED.                                                   DNOTC01P
003200     Today.                                                       DNOTC01P
003300                                                                  DNOTC01P
003400 ENVIRONMENT DIVISION.                                            DNOTC01P
003500                                                                  DNOTC01P
003600 DATA DIVISION.                                                   DNOTC01P
003700                                                                  DNOTC01P
003800 WORKING-STORAGE SECTION.                                         DNOTC01P
003900 01  WS-MISC-STORAGE.                                             DNOTC01P
004000   05  WS-PROGRAM-ID                         PIC X(8)             DNOTC01P
004100       VALUE 'DNOTC01P'.                                          DNOTC01P
004200   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DNOTC01P
004300   05  WS-SUB1                               PIC S9(4) COMP.      DNOTC01P
004400                                                                  DNOTC01P
004500***************************************************************** DNOTC01P
004600* Notice default, used when no BNKCTLV override is held -       * DNOTC01P
004700* NTCWINDW the days a matured notice may still be drawn on      * DNOTC01P
004800* before it lapses and the customer has to give notice again    * DNOTC01P
004900***************************************************************** DNOTC01P
005000 01  WS-NOTICE-DEFAULTS.                                          DNOTC01P
005100   05  WS-DFT-WINDOW-DAYS                    PIC S9(3) COMP-3     DNOTC01P
005200       VALUE +14.                                                 DNOTC01P
005300                                                                  DNOTC01P
005400   EXEC SQL                                                       DNOTC01P
005500        BEGIN DECLARE SECTION                                     DNOTC01P
005600   END-EXEC.                                                      DNOTC01P
005700 01  WS-COMMAREA.                                                 DNOTC01P
005800     EXEC SQL                                                     DNOTC01P
005900          INCLUDE CNOTCD01                                        DNOTC01P
006000     END-EXEC.                                                    DNOTC01P
006100 01  WS-98-COMMAREA.                                              DNOTC01P
006200     EXEC SQL                                                     DNOTC01P
006300          INCLUDE CBANKD98                                        DNOTC01P
006400     END-EXEC.                                                    DNOTC01P
006500 01  WS-72-COMMAREA.                                              DNOTC01P
006600     EXEC SQL                                                     DNOTC01P
006700          INCLUDE CBANKD72                                        DNOTC01P
006800     END-EXEC.                                                    DNOTC01P
006900 01  DCL-NTC-AREAS.                                               DNOTC01P
007000   05  DCL-NTC-ID                            PIC S9(7) COMP-3.    DNOTC01P
007100   05  DCL-NTC-AMOUNT                        PIC S9(7)V99 COMP-3. DNOTC01P
007200   05  DCL-NTC-DRAWN                         PIC S9(7)V99 COMP-3. DNOTC01P
007300   05  DCL-NTC-LEFT                          PIC S9(7)V99 COMP-3. DNOTC01P
007400   05  DCL-NTC-DUE-DATE                      PIC X(10).           DNOTC01P
007500   05  DCL-NTC-STATUS                        PIC X(1).            DNOTC01P
007600   05  DCL-NTC-TOTAL                         PIC S9(9)V99 COMP-3. DNOTC01P
007700   05  DCL-BAC-PID                           PIC X(5).            DNOTC01P
007800   05  DCL-BAC-BALANCE                       PIC S9(7)V99 COMP-3. DNOTC01P
007900   05  DCL-BAC-STATUS                        PIC X(1).            DNOTC01P
008000   05  DCL-BAC-ACCTYPE                       PIC X(2).            DNOTC01P
008100   05  DCL-BAT-NOTICE-DAYS                   PIC S9(3) COMP-3.    DNOTC01P
008200   05  DCL-BAT-NOTICE-BREAK                  PIC X(1).            DNOTC01P
008300     88  DCL-BAT-BREAK-ALLOWED               VALUE 'Y'.           DNOTC01P
008400 01  WS-NOTICE-AREAS.                                             DNOTC01P
008500   05  WS-BUSINESS-DATE                      PIC X(10).           DNOTC01P
008600   05  WS-WINDOW-DAYS                        PIC S9(3) COMP-3.    DNOTC01P
008700   05  WS-WINDOW-START                       PIC X(10).           DNOTC01P
008800   05  WS-EARLIEST-DUE                       PIC X(10).           DNOTC01P
008900   05  WS-LEFT                               PIC S9(7)V99 COMP-3. DNOTC01P
009000   05  WS-TAKE                               PIC S9(7)V99 COMP-3. DNOTC01P
009100   05  WS-UNCOVERED                          PIC S9(7)V99 COMP-3. DNOTC01P
009200   05  WS-PENALTY                            PIC S9(7)V99 COMP-3. DNOTC01P
009300   05  WS-NEW-BALANCE                        PIC S9(7)V99 COMP-3. DNOTC01P
009400   05  WS-POST-TIMESTAMP                     PIC X(26).           DNOTC01P
009500     EXEC SQL                                                     DNOTC01P
009600          INCLUDE CBANKTXD                                        DNOTC01P
009700     END-EXEC.                                                    DNOTC01P
009800 01  WS-REF-DATA.                                                 DNOTC01P
009900 COPY CTXNREFD.                                                   DNOTC01P
010000                                                                  DNOTC01P
010100     EXEC SQL                                                     DNOTC01P
010200          INCLUDE SQLCA                                           DNOTC01P
010300     END-EXEC.                                                    DNOTC01P
010400                                                                  DNOTC01P
010500 COPY CABENDD.                                                    DNOTC01P
010600   EXEC SQL                                                       DNOTC01P
010700        END DECLARE SECTION                                       DNOTC01P
010800   END-EXEC.                                                      DNOTC01P
010900                                                                  DNOTC01P
011000 LINKAGE SECTION.                                                 DNOTC01P
011100 01  DFHCOMMAREA.                                                 DNOTC01P
011200   05  LK-COMMAREA                           PIC X(1)             DNOTC01P
011300       OCCURS 1 TO 6144 TIMES                                     DNOTC01P
011400         DEPENDING ON WS-COMMAREA-LENGTH.                         DNOTC01P
011500                                                                  DNOTC01P
011600 COPY CENTRY.                                                     DNOTC01P
011700***************************************************************** DNOTC01P
011800* Move the passed area to our area                              * DNOTC01P
011900***************************************************************** DNOTC01P
012000     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DNOTC01P
012100     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DNOTC01P
012200                                                                  DNOTC01P
012300***************************************************************** DNOTC01P
012400* Initialize our output area                                    * DNOTC01P
012500***************************************************************** DNOTC01P
012600     INITIALIZE CNT1O-DATA.                                       DNOTC01P
012700     SET CNT1O-REQUEST-FAIL TO TRUE.                              DNOTC01P
012800                                                                  DNOTC01P
012900     INITIALIZE CD98-DATA.                                        DNOTC01P
013000     SET CD98I-READ-BUSINESS-DATE TO TRUE.                        DNOTC01P
013100 COPY CBANKX98.                                                   DNOTC01P
013200     IF NOT CD98O-REQUEST-OK                                      DNOTC01P
013300        MOVE CD98O-MSG TO CNT1O-MSG                               DNOTC01P
013400        GO TO DNOTC01P-EXIT                                       DNOTC01P
013500     END-IF.                                                      DNOTC01P
013600     MOVE CD98O-DATE TO WS-BUSINESS-DATE.                         DNOTC01P
013700     PERFORM READ-NOTICE-CONTROLS THRU                            DNOTC01P
013800             READ-NOTICE-CONTROLS-EXIT.                           DNOTC01P
013900     IF CNT1O-MSG IS NOT EQUAL TO SPACES                          DNOTC01P
014000        GO TO DNOTC01P-EXIT                                       DNOTC01P
014100     END-IF.                                                      DNOTC01P
014200                                                                  DNOTC01P
014300     EVALUATE TRUE                                                DNOTC01P
014400       WHEN CNT1I-GIVE-NOTICE                                     DNOTC01P
014500         PERFORM GIVE-NOTICE THRU                                 DNOTC01P
014600                 GIVE-NOTICE-EXIT                                 DNOTC01P
014700       WHEN CNT1I-CANCEL-NOTICE                                   DNOTC01P
014800         PERFORM CANCEL-NOTICE THRU                               DNOTC01P
014900                 CANCEL-NOTICE-EXIT                               DNOTC01P
015000       WHEN CNT1I-LIST-NOTICES                                    DNOTC01P
015100         PERFORM LIST-NOTICES THRU                                DNOTC01P
015200                 LIST-NOTICES-EXIT                                DNOTC01P
015300       WHEN CNT1I-CHECK-DEBIT                                     DNOTC01P
015400         PERFORM CHECK-DEBIT THRU                                 DNOTC01P
015500                 CHECK-DEBIT-EXIT                                 DNOTC01P
015600       WHEN CNT1I-DRAW-DEBIT                                      DNOTC01P
015700         PERFORM DRAW-DEBIT THRU                                  DNOTC01P
015800                 DRAW-DEBIT-EXIT                                  DNOTC01P
015900       WHEN OTHER                                                 DNOTC01P
016000         MOVE 'Unknown notice function requested' TO CNT1O-MSG    DNOTC01P
016100     END-EVALUATE.                                                DNOTC01P
016200                                                                  DNOTC01P
016300 DNOTC01P-EXIT.                                                   DNOTC01P
016400***************************************************************** DNOTC01P
016500* Move the result back to the callers area                      * DNOTC01P
016600***************************************************************** DNOTC01P
016700     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DNOTC01P
016800                                                                  DNOTC01P
016900***************************************************************** DNOTC01P
017000* Return to our caller                                          * DNOTC01P
017100***************************************************************** DNOTC01P
017200 COPY CRETURN.                                                    DNOTC01P
017300                                                                  DNOTC01P
017400***************************************************************** DNOTC01P
017500* Give notice of a withdrawal. The notice must run the product's* DNOTC01P
017600* full period from today, and the notices open on the account   * DNOTC01P
017700* may not between them promise more than the balance            * DNOTC01P
017800***************************************************************** DNOTC01P
017900 GIVE-NOTICE.                                                     DNOTC01P
018000     IF CNT1I-AMOUNT IS NOT GREATER THAN ZERO                     DNOTC01P
018100        MOVE 'The notice amount must be greater than zero'        DNOTC01P
018200          TO CNT1O-MSG                                            DNOTC01P
018300        GO TO GIVE-NOTICE-EXIT                                    DNOTC01P
018400     END-IF.                                                      DNOTC01P
018500     PERFORM READ-ACCOUNT THRU                                    DNOTC01P
018600             READ-ACCOUNT-EXIT.                                   DNOTC01P
018700     IF CNT1O-MSG IS NOT EQUAL TO SPACES                          DNOTC01P
018800        GO TO GIVE-NOTICE-EXIT                                    DNOTC01P
018900     END-IF.                                                      DNOTC01P
019000     IF DCL-BAC-STATUS IS NOT EQUAL TO ' '                        DNOTC01P
019100        MOVE 'The account is not open' TO CNT1O-MSG               DNOTC01P
019200        GO TO GIVE-NOTICE-EXIT                                    DNOTC01P
019300     END-IF.                                                      DNOTC01P
019400     IF DCL-BAT-NOTICE-DAYS IS NOT GREATER THAN ZERO              DNOTC01P
019500        MOVE 'This account can be drawn without notice'           DNOTC01P
019600          TO CNT1O-MSG                                            DNOTC01P
019700        GO TO GIVE-NOTICE-EXIT                                    DNOTC01P
019800     END-IF.                                                      DNOTC01P
019900     PERFORM LAPSE-NOTICES THRU                                   DNOTC01P
020000             LAPSE-NOTICES-EXIT.                                  DNOTC01P
020100     IF CNT1O-MSG IS NOT EQUAL TO SPACES                          DNOTC01P
020200        GO TO GIVE-NOTICE-EXIT                                    DNOTC01P
020300     END-IF.                                                      DNOTC01P
020400     EXEC SQL                                                     DNOTC01P
020500          SET :WS-EARLIEST-DUE =                                  DNOTC01P
020600              CHAR(DATE(:WS-BUSINESS-DATE) +                      DNOTC01P
020700                   :DCL-BAT-NOTICE-DAYS DAYS, ISO)                DNOTC01P
020800     END-EXEC.                                                    DNOTC01P
020900     IF SQLCODE IS NOT EQUAL TO ZERO                              DNOTC01P
021000        MOVE 'Unable to date the notice period' TO CNT1O-MSG      DNOTC01P
021100        GO TO GIVE-NOTICE-EXIT                                    DNOTC01P
021200     END-IF.                                                      DNOTC01P
021300     IF CNT1I-DUE-DATE IS EQUAL TO SPACES OR                      DNOTC01P
021400        CNT1I-DUE-DATE IS EQUAL TO LOW-VALUES                     DNOTC01P
021500        MOVE WS-EARLIEST-DUE TO DCL-NTC-DUE-DATE                  DNOTC01P
021600     ELSE                                                         DNOTC01P
021700        EXEC SQL                                                  DNOTC01P
021800             SET :DCL-NTC-DUE-DATE =                              DNOTC01P
021900                 CHAR(DATE(:CNT1I-DUE-DATE), ISO)                 DNOTC01P
022000        END-EXEC                                                  DNOTC01P
022100        IF SQLCODE IS NOT EQUAL TO ZERO                           DNOTC01P
022200           MOVE 'The due date is not a valid date' TO CNT1O-MSG   DNOTC01P
022300           GO TO GIVE-NOTICE-EXIT                                 DNOTC01P
022400        END-IF                                                    DNOTC01P
022500     END-IF.                                                      DNOTC01P
022600     IF DCL-NTC-DUE-DATE IS LESS THAN WS-EARLIEST-DUE             DNOTC01P
022700        MOVE WS-EARLIEST-DUE TO CNT1O-DUE-DATE                    DNOTC01P
022800        STRING 'The notice period runs to ' WS-EARLIEST-DUE       DNOTC01P
022900               ' at the earliest'                                 DNOTC01P
023000               DELIMITED BY SIZE INTO CNT1O-MSG                   DNOTC01P
023100        GO TO GIVE-NOTICE-EXIT                                    DNOTC01P
023200     END-IF.                                                      DNOTC01P
023300     MOVE ZERO TO DCL-NTC-TOTAL.                                  DNOTC01P
023400     EXEC SQL                                                     DNOTC01P
023500          SELECT VALUE(SUM(NTC_AMOUNT - NTC_DRAWN), 0)            DNOTC01P
023600          INTO :DCL-NTC-TOTAL                                     DNOTC01P
023700          FROM BNKNOTC                                            DNOTC01P
023800          WHERE NTC_ACCNO = :CNT1I-ACC                            DNOTC01P
023900          AND NTC_STATUS = 'O'                                    DNOTC01P
024000     END-EXEC.                                                    DNOTC01P
024100     IF SQLCODE IS NOT EQUAL TO ZERO                              DNOTC01P
024200        MOVE 'Unable to total the open notices' TO CNT1O-MSG      DNOTC01P
024300        GO TO GIVE-NOTICE-EXIT                                    DNOTC01P
024400     END-IF.                                                      DNOTC01P
024500     ADD CNT1I-AMOUNT TO DCL-NTC-TOTAL.                           DNOTC01P
024600     IF DCL-NTC-TOTAL IS GREATER THAN DCL-BAC-BALANCE             DNOTC01P
024700        MOVE 'Notices given would exceed the balance' TO CNT1O-MSGDNOTC01P
024800        GO TO GIVE-NOTICE-EXIT                                    DNOTC01P
024900     END-IF.                                                      DNOTC01P
025000     EXEC SQL                                                     DNOTC01P
025100          SELECT VALUE(MAX(NTC_ID), 0) + 1                        DNOTC01P
025200          INTO :DCL-NTC-ID                                        DNOTC01P
025300          FROM BNKNOTC                                            DNOTC01P
025400     END-EXEC.                                                    DNOTC01P
025500     IF SQLCODE IS NOT EQUAL TO ZERO                              DNOTC01P
025600        MOVE 'Unable to number the notice' TO CNT1O-MSG           DNOTC01P
025700        GO TO GIVE-NOTICE-EXIT                                    DNOTC01P
025800     END-IF.                                                      DNOTC01P
025900     EXEC SQL                                                     DNOTC01P
026000          INSERT                                                  DNOTC01P
026100          INTO BNKNOTC (NTC_ID,                                   DNOTC01P
026200                        NTC_ACCNO,                                DNOTC01P
026300                        NTC_PID,                                  DNOTC01P
026400                        NTC_AMOUNT,                               DNOTC01P
026500                        NTC_DRAWN,                                DNOTC01P
026600                        NTC_GIVEN_DATE,                           DNOTC01P
026700                        NTC_DUE_DATE,                             DNOTC01P
026800                        NTC_STATUS,                               DNOTC01P
026900                        NTC_USERID,                               DNOTC01P
027000                        NTC_UPDATED_TS)                           DNOTC01P
027100          VALUES (:DCL-NTC-ID,                                    DNOTC01P
027200                  :CNT1I-ACC,                                     DNOTC01P
027300                  :DCL-BAC-PID,                                   DNOTC01P
027400                  :CNT1I-AMOUNT,                                  DNOTC01P
027500                  0,                                              DNOTC01P
027600                  :WS-BUSINESS-DATE,                              DNOTC01P
027700                  :DCL-NTC-DUE-DATE,                              DNOTC01P
027800                  'O',                                            DNOTC01P
027900                  :CNT1I-USERID,                                  DNOTC01P
028000                  CURRENT TIMESTAMP)                              DNOTC01P
028100     END-EXEC.                                                    DNOTC01P
028200     IF SQLCODE IS NOT EQUAL TO ZERO                              DNOTC01P
028300        MOVE 'Unable to record the notice' TO CNT1O-MSG           DNOTC01P
028400        GO TO GIVE-NOTICE-EXIT                                    DNOTC01P
028500     END-IF.                                                      DNOTC01P
028600     MOVE DCL-NTC-ID TO CNT1O-NOTICE-ID.                          DNOTC01P
028700     MOVE DCL-NTC-DUE-DATE TO CNT1O-DUE-DATE.                     DNOTC01P
028800     SET CNT1O-REQUEST-OK TO TRUE.                                DNOTC01P
028900     MOVE 'Notice given - money may be drawn from the due date'   DNOTC01P
029000       TO CNT1O-MSG.                                              DNOTC01P
029100 GIVE-NOTICE-EXIT.                                                DNOTC01P
029200     EXIT.                                                        DNOTC01P
029300                                                                  DNOTC01P
029400***************************************************************** DNOTC01P
029500* Withdraw a notice the customer no longer needs - only one     * DNOTC01P
029600* still open can be cancelled                                   * DNOTC01P
029700***************************************************************** DNOTC01P
029800 CANCEL-NOTICE.                                                   DNOTC01P
029900     PERFORM READ-ACCOUNT THRU                                    DNOTC01P
030000             READ-ACCOUNT-EXIT.                                   DNOTC01P
030100     IF CNT1O-MSG IS NOT EQUAL TO SPACES                          DNOTC01P
030200        GO TO CANCEL-NOTICE-EXIT                                  DNOTC01P
030300     END-IF.                                                      DNOTC01P
030400     MOVE CNT1I-NOTICE-ID TO DCL-NTC-ID.                          DNOTC01P
030500     EXEC SQL                                                     DNOTC01P
030600          UPDATE BNKNOTC                                          DNOTC01P
030700          SET NTC_STATUS = 'X',                                   DNOTC01P
030800              NTC_USERID = :CNT1I-USERID,                         DNOTC01P
030900              NTC_UPDATED_TS = CURRENT TIMESTAMP                  DNOTC01P
031000          WHERE NTC_ID = :DCL-NTC-ID                              DNOTC01P
031100          AND NTC_ACCNO = :CNT1I-ACC                              DNOTC01P
031200          AND NTC_STATUS = 'O'                                    DNOTC01P
031300     END-EXEC.                                                    DNOTC01P
031400     IF SQLCODE IS EQUAL TO +100                                  DNOTC01P
031500        SET CNT1O-NOT-FOUND TO TRUE                               DNOTC01P
031600        MOVE 'No open notice under that number' TO CNT1O-MSG      DNOTC01P
031700        GO TO CANCEL-NOTICE-EXIT                                  DNOTC01P
031800     END-IF.                                                      DNOTC01P
031900     IF SQLCODE IS NOT EQUAL TO ZERO                              DNOTC01P
032000        MOVE 'Unable to cancel the notice' TO CNT1O-MSG           DNOTC01P
032100        GO TO CANCEL-NOTICE-EXIT                                  DNOTC01P
032200     END-IF.                                                      DNOTC01P
032300     MOVE DCL-NTC-ID TO CNT1O-NOTICE-ID.                          DNOTC01P
032400     SET CNT1O-REQUEST-OK TO TRUE.                                DNOTC01P
032500     MOVE 'Notice cancelled' TO CNT1O-MSG.                        DNOTC01P
032600 CANCEL-NOTICE-EXIT.                                              DNOTC01P
032700     EXIT.                                                        DNOTC01P
032800                                                                  DNOTC01P
032900***************************************************************** DNOTC01P
033000* The first page of the account's open notices, earliest due    * DNOTC01P
033100* first - status M once a notice has matured and may be drawn,  * DNOTC01P
033200* O while it is still running                                   * DNOTC01P
033300***************************************************************** DNOTC01P
033400 LIST-NOTICES.                                                    DNOTC01P
033500     PERFORM READ-ACCOUNT THRU                                    DNOTC01P
033600             READ-ACCOUNT-EXIT.                                   DNOTC01P
033700     IF CNT1O-MSG IS NOT EQUAL TO SPACES                          DNOTC01P
033800        GO TO LIST-NOTICES-EXIT                                   DNOTC01P
033900     END-IF.                                                      DNOTC01P
034000     PERFORM LAPSE-NOTICES THRU                                   DNOTC01P
034100             LAPSE-NOTICES-EXIT.                                  DNOTC01P
034200     IF CNT1O-MSG IS NOT EQUAL TO SPACES                          DNOTC01P
034300        GO TO LIST-NOTICES-EXIT                                   DNOTC01P
034400     END-IF.                                                      DNOTC01P
034500     EXEC SQL                                                     DNOTC01P
034600          DECLARE LIST_CSR CURSOR FOR                             DNOTC01P
034700          SELECT NTC_ID,                                          DNOTC01P
034800                 NTC_AMOUNT - NTC_DRAWN,                          DNOTC01P
034900                 NTC_DUE_DATE                                     DNOTC01P
035000          FROM BNKNOTC                                            DNOTC01P
035100          WHERE NTC_ACCNO = :CNT1I-ACC                            DNOTC01P
035200          AND NTC_STATUS = 'O'                                    DNOTC01P
035300          ORDER BY NTC_DUE_DATE, NTC_ID                           DNOTC01P
035400          FOR FETCH ONLY                                          DNOTC01P
035500     END-EXEC.                                                    DNOTC01P
035600     EXEC SQL                                                     DNOTC01P
035700          OPEN LIST_CSR                                           DNOTC01P
035800     END-EXEC.                                                    DNOTC01P
035900     IF SQLCODE IS NOT EQUAL TO ZERO                              DNOTC01P
036000        MOVE 'Unable to open the notice register' TO CNT1O-MSG    DNOTC01P
036100        GO TO LIST-NOTICES-EXIT                                   DNOTC01P
036200     END-IF.                                                      DNOTC01P
036300     MOVE 0 TO WS-SUB1.                                           DNOTC01P
036400 LIST-LOOP.                                                       DNOTC01P
036500     IF WS-SUB1 IS NOT LESS THAN 3                                DNOTC01P
036600        GO TO LIST-LOOP-EXIT                                      DNOTC01P
036700     END-IF.                                                      DNOTC01P
036800     EXEC SQL                                                     DNOTC01P
036900          FETCH LIST_CSR                                          DNOTC01P
037000          INTO :DCL-NTC-ID,                                       DNOTC01P
037100               :DCL-NTC-LEFT,                                     DNOTC01P
037200               :DCL-NTC-DUE-DATE                                  DNOTC01P
037300     END-EXEC.                                                    DNOTC01P
037400     IF SQLCODE IS EQUAL TO +100                                  DNOTC01P
037500        GO TO LIST-LOOP-EXIT                                      DNOTC01P
037600     END-IF.                                                      DNOTC01P
037700     IF SQLCODE IS NOT EQUAL TO ZERO                              DNOTC01P
037800        MOVE 'Unable to read the notice register' TO CNT1O-MSG    DNOTC01P
037900        GO TO LIST-LOOP-EXIT                                      DNOTC01P
038000     END-IF.                                                      DNOTC01P
038100     ADD 1 TO WS-SUB1.                                            DNOTC01P
038200     MOVE DCL-NTC-ID TO CNT1O-LST-ID (WS-SUB1).                   DNOTC01P
038300     MOVE DCL-NTC-LEFT TO CNT1O-LST-AMOUNT (WS-SUB1).             DNOTC01P
038400     MOVE DCL-NTC-DUE-DATE TO CNT1O-LST-DUE (WS-SUB1).            DNOTC01P
038500     IF DCL-NTC-DUE-DATE IS GREATER THAN WS-BUSINESS-DATE         DNOTC01P
038600        MOVE 'O' TO CNT1O-LST-STATUS (WS-SUB1)                    DNOTC01P
038700     ELSE                                                         DNOTC01P
038800        MOVE 'M' TO CNT1O-LST-STATUS (WS-SUB1)                    DNOTC01P
038900     END-IF.                                                      DNOTC01P
039000     GO TO LIST-LOOP.                                             DNOTC01P
039100 LIST-LOOP-EXIT.                                                  DNOTC01P
039200     EXEC SQL                                                     DNOTC01P
039300          CLOSE LIST_CSR                                          DNOTC01P
039400     END-EXEC.                                                    DNOTC01P
039500     IF CNT1O-MSG IS NOT EQUAL TO SPACES                          DNOTC01P
039600        GO TO LIST-NOTICES-EXIT                                   DNOTC01P
039700     END-IF.                                                      DNOTC01P
039800     SET CNT1O-REQUEST-OK TO TRUE.                                DNOTC01P
039900     IF WS-SUB1 IS EQUAL TO ZERO                                  DNOTC01P
040000        MOVE 'No notices are open on this account' TO CNT1O-MSG   DNOTC01P
040100     ELSE                                                         DNOTC01P
040200        MOVE 'Open notices are shown earliest due first'          DNOTC01P
040300          TO CNT1O-MSG                                            DNOTC01P
040400     END-IF.                                                      DNOTC01P
040500 LIST-NOTICES-EXIT.                                               DNOTC01P
040600     EXIT.                                                        DNOTC01P
040700                                                                  DNOTC01P
040800***************************************************************** DNOTC01P
040900* Would this debit be allowed? On demand accounts always pass.  * DNOTC01P
041000* Otherwise the matured notices must cover it; what they do not * DNOTC01P
041100* cover is refused unless the product lets it through at a      * DNOTC01P
041200* loss-of-interest penalty, and then only when the balance the  * DNOTC01P
041300* debit leaves can bear the penalty too                         * DNOTC01P
041400***************************************************************** DNOTC01P
041500 CHECK-DEBIT.                                                     DNOTC01P
041600     PERFORM READ-ACCOUNT THRU                                    DNOTC01P
041700             READ-ACCOUNT-EXIT.                                   DNOTC01P
041800     IF CNT1O-MSG IS NOT EQUAL TO SPACES                          DNOTC01P
041900        GO TO CHECK-DEBIT-EXIT                                    DNOTC01P
042000     END-IF.                                                      DNOTC01P
042100     IF DCL-BAT-NOTICE-DAYS IS NOT GREATER THAN ZERO              DNOTC01P
042200        MOVE CNT1I-AMOUNT TO CNT1O-COVERED                        DNOTC01P
042300        SET CNT1O-REQUEST-OK TO TRUE                              DNOTC01P
042400        GO TO CHECK-DEBIT-EXIT                                    DNOTC01P
042500     END-IF.                                                      DNOTC01P
042600     PERFORM LAPSE-NOTICES THRU                                   DNOTC01P
042700             LAPSE-NOTICES-EXIT.                                  DNOTC01P
042800     IF CNT1O-MSG IS NOT EQUAL TO SPACES                          DNOTC01P
042900        GO TO CHECK-DEBIT-EXIT                                    DNOTC01P
043000     END-IF.                                                      DNOTC01P
043100     MOVE ZERO TO DCL-NTC-TOTAL.                                  DNOTC01P
043200     EXEC SQL                                                     DNOTC01P
043300          SELECT VALUE(SUM(NTC_AMOUNT - NTC_DRAWN), 0)            DNOTC01P
043400          INTO :DCL-NTC-TOTAL                                     DNOTC01P
043500          FROM BNKNOTC                                            DNOTC01P
043600          WHERE NTC_ACCNO = :CNT1I-ACC                            DNOTC01P
043700          AND NTC_STATUS = 'O'                                    DNOTC01P
043800          AND NTC_DUE_DATE <= :WS-BUSINESS-DATE                   DNOTC01P
043900     END-EXEC.                                                    DNOTC01P
044000     IF SQLCODE IS NOT EQUAL TO ZERO                              DNOTC01P
044100        MOVE 'Unable to total the matured notices' TO CNT1O-MSG   DNOTC01P
044200        GO TO CHECK-DEBIT-EXIT                                    DNOTC01P
044300     END-IF.                                                      DNOTC01P
044400     IF DCL-NTC-TOTAL IS NOT LESS THAN CNT1I-AMOUNT               DNOTC01P
044500        MOVE CNT1I-AMOUNT TO CNT1O-COVERED                        DNOTC01P
044600        SET CNT1O-REQUEST-OK TO TRUE                              DNOTC01P
044700        GO TO CHECK-DEBIT-EXIT                                    DNOTC01P
044800     END-IF.                                                      DNOTC01P
044900     MOVE DCL-NTC-TOTAL TO CNT1O-COVERED.                         DNOTC01P
045000     COMPUTE WS-UNCOVERED = CNT1I-AMOUNT - DCL-NTC-TOTAL.         DNOTC01P
045100     IF NOT DCL-BAT-BREAK-ALLOWED                                 DNOTC01P
045200        SET CNT1O-NOTICE-REQUIRED TO TRUE                         DNOTC01P
045300        MOVE 'Notice is needed - no matured notice covers this'   DNOTC01P
045400          TO CNT1O-MSG                                            DNOTC01P
045500        GO TO CHECK-DEBIT-EXIT                                    DNOTC01P
045600     END-IF.                                                      DNOTC01P
045700     PERFORM PRICE-PENALTY THRU                                   DNOTC01P
045800             PRICE-PENALTY-EXIT.                                  DNOTC01P
045900     IF CNT1O-MSG IS NOT EQUAL TO SPACES                          DNOTC01P
046000        GO TO CHECK-DEBIT-EXIT                                    DNOTC01P
046100     END-IF.                                                      DNOTC01P
046200     IF CNT1I-NEW-BALANCE IS LESS THAN WS-PENALTY                 DNOTC01P
046300        SET CNT1O-NOTICE-REQUIRED TO TRUE                         DNOTC01P
046400        MOVE 'The balance left cannot cover the notice penalty'   DNOTC01P
046500          TO CNT1O-MSG                                            DNOTC01P
046600        GO TO CHECK-DEBIT-EXIT                                    DNOTC01P
046700     END-IF.                                                      DNOTC01P
046800     MOVE WS-PENALTY TO CNT1O-PENALTY.                            DNOTC01P
046900     SET CNT1O-REQUEST-OK TO TRUE.                                DNOTC01P
047000     IF WS-PENALTY IS GREATER THAN ZERO                           DNOTC01P
047100        MOVE 'Early withdrawal - an interest penalty applies'     DNOTC01P
047200          TO CNT1O-MSG                                            DNOTC01P
047300     END-IF.                                                      DNOTC01P
047400 CHECK-DEBIT-EXIT.                                                DNOTC01P
047500     EXIT.                                                        DNOTC01P
047600                                                                  DNOTC01P
047700***************************************************************** DNOTC01P
047800* A debit has posted - draw it against the matured notices,     * DNOTC01P
047900* oldest due first, and charge the penalty on whatever they     * DNOTC01P
048000* did not cover                                                 * DNOTC01P
048100***************************************************************** DNOTC01P
048200 DRAW-DEBIT.                                                      DNOTC01P
048300     PERFORM READ-ACCOUNT THRU                                    DNOTC01P
048400             READ-ACCOUNT-EXIT.                                   DNOTC01P
048500     IF CNT1O-MSG IS NOT EQUAL TO SPACES                          DNOTC01P
048600        GO TO DRAW-DEBIT-EXIT                                     DNOTC01P
048700     END-IF.                                                      DNOTC01P
048800     IF DCL-BAT-NOTICE-DAYS IS NOT GREATER THAN ZERO              DNOTC01P
048900        MOVE CNT1I-AMOUNT TO CNT1O-COVERED                        DNOTC01P
049000        SET CNT1O-REQUEST-OK TO TRUE                              DNOTC01P
049100        GO TO DRAW-DEBIT-EXIT                                     DNOTC01P
049200     END-IF.                                                      DNOTC01P
049300     PERFORM LAPSE-NOTICES THRU                                   DNOTC01P
049400             LAPSE-NOTICES-EXIT.                                  DNOTC01P
049500     IF CNT1O-MSG IS NOT EQUAL TO SPACES                          DNOTC01P
049600        GO TO DRAW-DEBIT-EXIT                                     DNOTC01P
049700     END-IF.                                                      DNOTC01P
049800     MOVE CNT1I-AMOUNT TO WS-LEFT.                                DNOTC01P
049900     EXEC SQL                                                     DNOTC01P
050000          DECLARE DRAW_CSR CURSOR FOR                             DNOTC01P
050100          SELECT NTC_ID,                                          DNOTC01P
050200                 NTC_AMOUNT,                                      DNOTC01P
050300                 NTC_DRAWN                                        DNOTC01P
050400          FROM BNKNOTC                                            DNOTC01P
050500          WHERE NTC_ACCNO = :CNT1I-ACC                            DNOTC01P
050600          AND NTC_STATUS = 'O'                                    DNOTC01P
050700          AND NTC_DUE_DATE <= :WS-BUSINESS-DATE                   DNOTC01P
050800          ORDER BY NTC_DUE_DATE, NTC_ID                           DNOTC01P
050900          FOR FETCH ONLY                                          DNOTC01P
051000     END-EXEC.                                                    DNOTC01P
051100     EXEC SQL                                                     DNOTC01P
051200          OPEN DRAW_CSR                                           DNOTC01P
051300     END-EXEC.                                                    DNOTC01P
051400     IF SQLCODE IS NOT EQUAL TO ZERO                              DNOTC01P
051500        MOVE 'Unable to open the notice register' TO CNT1O-MSG    DNOTC01P
051600        GO TO DRAW-DEBIT-EXIT                                     DNOTC01P
051700     END-IF.                                                      DNOTC01P
051800 DRAW-LOOP.                                                       DNOTC01P
051900     IF WS-LEFT IS NOT GREATER THAN ZERO                          DNOTC01P
052000        GO TO DRAW-LOOP-EXIT                                      DNOTC01P
052100     END-IF.                                                      DNOTC01P
052200     EXEC SQL                                                     DNOTC01P
052300          FETCH DRAW_CSR                                          DNOTC01P
052400          INTO :DCL-NTC-ID,                                       DNOTC01P
052500               :DCL-NTC-AMOUNT,                                   DNOTC01P
052600               :DCL-NTC-DRAWN                                     DNOTC01P
052700     END-EXEC.                                                    DNOTC01P
052800     IF SQLCODE IS EQUAL TO +100                                  DNOTC01P
052900        GO TO DRAW-LOOP-EXIT                                      DNOTC01P
053000     END-IF.                                                      DNOTC01P
053100     IF SQLCODE IS NOT EQUAL TO ZERO                              DNOTC01P
053200        MOVE 'Unable to read the notice register' TO CNT1O-MSG    DNOTC01P
053300        GO TO DRAW-LOOP-EXIT                                      DNOTC01P
053400     END-IF.                                                      DNOTC01P
053500     COMPUTE WS-TAKE = DCL-NTC-AMOUNT - DCL-NTC-DRAWN.            DNOTC01P
053600     IF WS-TAKE IS GREATER THAN WS-LEFT                           DNOTC01P
053700        MOVE WS-LEFT TO WS-TAKE                                   DNOTC01P
053800     END-IF.                                                      DNOTC01P
053900     ADD WS-TAKE TO DCL-NTC-DRAWN.                                DNOTC01P
054000     IF DCL-NTC-DRAWN IS LESS THAN DCL-NTC-AMOUNT                 DNOTC01P
054100        MOVE 'O' TO DCL-NTC-STATUS                                DNOTC01P
054200     ELSE                                                         DNOTC01P
054300        MOVE 'D' TO DCL-NTC-STATUS                                DNOTC01P
054400     END-IF.                                                      DNOTC01P
054500     EXEC SQL                                                     DNOTC01P
054600          UPDATE BNKNOTC                                          DNOTC01P
054700          SET NTC_DRAWN = :DCL-NTC-DRAWN,                         DNOTC01P
054800              NTC_STATUS = :DCL-NTC-STATUS,                       DNOTC01P
054900              NTC_UPDATED_TS = CURRENT TIMESTAMP                  DNOTC01P
055000          WHERE NTC_ID = :DCL-NTC-ID                              DNOTC01P
055100     END-EXEC.                                                    DNOTC01P
055200     IF SQLCODE IS NOT EQUAL TO ZERO                              DNOTC01P
055300        MOVE 'Unable to draw on the notice' TO CNT1O-MSG          DNOTC01P
055400        GO TO DRAW-LOOP-EXIT                                      DNOTC01P
055500     END-IF.                                                      DNOTC01P
055600     SUBTRACT WS-TAKE FROM WS-LEFT.                               DNOTC01P
055700     ADD WS-TAKE TO CNT1O-COVERED.                                DNOTC01P
055800     GO TO DRAW-LOOP.                                             DNOTC01P
055900 DRAW-LOOP-EXIT.                                                  DNOTC01P
056000     EXEC SQL                                                     DNOTC01P
056100          CLOSE DRAW_CSR                                          DNOTC01P
056200     END-EXEC.                                                    DNOTC01P
056300     IF CNT1O-MSG IS NOT EQUAL TO SPACES                          DNOTC01P
056400        GO TO DRAW-DEBIT-EXIT                                     DNOTC01P
056500     END-IF.                                                      DNOTC01P
056600     IF WS-LEFT IS NOT GREATER THAN ZERO                          DNOTC01P
056700        SET CNT1O-REQUEST-OK TO TRUE                              DNOTC01P
056800        GO TO DRAW-DEBIT-EXIT                                     DNOTC01P
056900     END-IF.                                                      DNOTC01P
057000     IF NOT DCL-BAT-BREAK-ALLOWED                                 DNOTC01P
057100        SET CNT1O-NOTICE-REQUIRED TO TRUE                         DNOTC01P
057200        MOVE 'Notice is needed - no matured notice covers this'   DNOTC01P
057300          TO CNT1O-MSG                                            DNOTC01P
057400        GO TO DRAW-DEBIT-EXIT                                     DNOTC01P
057500     END-IF.                                                      DNOTC01P
057600     MOVE WS-LEFT TO WS-UNCOVERED.                                DNOTC01P
057700     PERFORM PRICE-PENALTY THRU                                   DNOTC01P
057800             PRICE-PENALTY-EXIT.                                  DNOTC01P
057900     IF CNT1O-MSG IS NOT EQUAL TO SPACES                          DNOTC01P
058000        GO TO DRAW-DEBIT-EXIT                                     DNOTC01P
058100     END-IF.                                                      DNOTC01P
058200     IF WS-PENALTY IS GREATER THAN ZERO                           DNOTC01P
058300        PERFORM POST-PENALTY THRU                                 DNOTC01P
058400                POST-PENALTY-EXIT                                 DNOTC01P
058500        IF CNT1O-MSG IS NOT EQUAL TO SPACES                       DNOTC01P
058600           GO TO DRAW-DEBIT-EXIT                                  DNOTC01P
058700        END-IF                                                    DNOTC01P
058800     END-IF.                                                      DNOTC01P
058900     SET CNT1O-REQUEST-OK TO TRUE.                                DNOTC01P
059000 DRAW-DEBIT-EXIT.                                                 DNOTC01P
059100     EXIT.                                                        DNOTC01P
059200                                                                  DNOTC01P
059300***************************************************************** DNOTC01P
059400* The interest the uncovered money gives up - a full notice     * DNOTC01P
059500* period at the product's credit interest rate on BNKRATE. No   * DNOTC01P
059600* rate held means the account earns nothing and loses nothing   * DNOTC01P
059700***************************************************************** DNOTC01P
059800 PRICE-PENALTY.                                                   DNOTC01P
059900     MOVE ZERO TO WS-PENALTY.                                     DNOTC01P
060000     MOVE SPACES TO CD72-DATA.                                    DNOTC01P
060100     SET CD72I-READ-RATE TO TRUE.                                 DNOTC01P
060200     MOVE DCL-BAC-ACCTYPE TO CD72I-ACC-TYPE.                      DNOTC01P
060300     SET CD72I-KIND-INTEREST TO TRUE.                             DNOTC01P
060400     MOVE DCL-BAC-BALANCE TO CD72I-BALANCE.                       DNOTC01P
060500     MOVE WS-BUSINESS-DATE TO CD72I-ASOF-DATE.                    DNOTC01P
060600 COPY CBANKX72.                                                   DNOTC01P
060700     IF CD72O-NO-RATE-FOUND                                       DNOTC01P
060800        GO TO PRICE-PENALTY-EXIT                                  DNOTC01P
060900     END-IF.                                                      DNOTC01P
061000     IF NOT CD72O-REQUEST-OK                                      DNOTC01P
061100        MOVE CD72O-MSG TO CNT1O-MSG                               DNOTC01P
061200        GO TO PRICE-PENALTY-EXIT                                  DNOTC01P
061300     END-IF.                                                      DNOTC01P
061400     COMPUTE WS-PENALTY ROUNDED =                                 DNOTC01P
061500             WS-UNCOVERED * CD72O-RATE *                          DNOTC01P
061600             DCL-BAT-NOTICE-DAYS / 365.                           DNOTC01P
061700 PRICE-PENALTY-EXIT.                                              DNOTC01P
061800     EXIT.                                                        DNOTC01P
061900                                                                  DNOTC01P
062000***************************************************************** DNOTC01P
062100* Take the penalty off the account as a fee row the ledger      * DNOTC01P
062200* sweep carries to fee income                                   * DNOTC01P
062300***************************************************************** DNOTC01P
062400 POST-PENALTY.                                                    DNOTC01P
062500     COMPUTE WS-NEW-BALANCE = DCL-BAC-BALANCE - WS-PENALTY.       DNOTC01P
062600     EXEC SQL                                                     DNOTC01P
062700          UPDATE BNKACC                                           DNOTC01P
062800          SET BAC_BALANCE = :WS-NEW-BALANCE,                      DNOTC01P
062900              BAC_UPDATED_TS = CURRENT TIMESTAMP                  DNOTC01P
063000          WHERE (BAC_ACCNO = :CNT1I-ACC AND                       DNOTC01P
063100                 BAC_BALANCE = :DCL-BAC-BALANCE)                  DNOTC01P
063200     END-EXEC.                                                    DNOTC01P
063300     IF SQLCODE IS NOT EQUAL TO ZERO                              DNOTC01P
063400        MOVE 'Unable to charge the notice penalty' TO CNT1O-MSG   DNOTC01P
063500        GO TO POST-PENALTY-EXIT                                   DNOTC01P
063600     END-IF.                                                      DNOTC01P
063700     EXEC SQL                                                     DNOTC01P
063800          SET :WS-POST-TIMESTAMP = CURRENT TIMESTAMP              DNOTC01P
063900     END-EXEC.                                                    DNOTC01P
064000     MOVE SPACES TO TXN-DATA-OLD.                                 DNOTC01P
064100     MOVE 'Notice-break interest penalty' TO TXN-T1-OLD-DESC.     DNOTC01P
064200     MOVE 'NP' TO TR-PREFIX.                                      DNOTC01P
064300     MOVE WS-POST-TIMESTAMP TO TR-TIMESTAMP.                      DNOTC01P
064400     CALL 'DBANK30P' USING WS-REF-DATA.                           DNOTC01P
064500     EXEC SQL                                                     DNOTC01P
064600          INSERT                                                  DNOTC01P
064700          INTO BNKTXN (BTX_PID,                                   DNOTC01P
064800                       BTX_TYPE,                                  DNOTC01P
064900                       BTX_SUB_TYPE,                              DNOTC01P
065000                       BTX_ACCNO,                                 DNOTC01P
065100                       BTX_TIMESTAMP,                             DNOTC01P
065200                       BTX_AMOUNT,                                DNOTC01P
065300                       BTX_DATA_OLD,                              DNOTC01P
065400                       BTX_REF)                                   DNOTC01P
065500          VALUES (:DCL-BAC-PID,                                   DNOTC01P
065600                  '3',                                            DNOTC01P
065700                  '8',                                            DNOTC01P
065800                  :CNT1I-ACC,                                     DNOTC01P
065900                  :WS-POST-TIMESTAMP,                             DNOTC01P
066000                  :WS-PENALTY,                                    DNOTC01P
066100                  :TXN-DATA-OLD,                                  DNOTC01P
066200                  :TR-REF)                                        DNOTC01P
066300     END-EXEC.                                                    DNOTC01P
066400     IF SQLCODE IS NOT EQUAL TO ZERO                              DNOTC01P
066500        MOVE 'Unable to journal the notice penalty' TO CNT1O-MSG  DNOTC01P
066600        GO TO POST-PENALTY-EXIT                                   DNOTC01P
066700     END-IF.                                                      DNOTC01P
066800     MOVE WS-PENALTY TO CNT1O-PENALTY.                            DNOTC01P
066900     MOVE 'Early withdrawal - an interest penalty was charged'    DNOTC01P
067000       TO CNT1O-MSG.                                              DNOTC01P
067100 POST-PENALTY-EXIT.                                               DNOTC01P
067200     EXIT.                                                        DNOTC01P
067300                                                                  DNOTC01P
067400***************************************************************** DNOTC01P
067500* The account with its product's notice terms. On a customer    * DNOTC01P
067600* signon the account must be the customer's own                 * DNOTC01P
067700***************************************************************** DNOTC01P
067800 READ-ACCOUNT.                                                    DNOTC01P
067900     EXEC SQL                                                     DNOTC01P
068000          SELECT BAC.BAC_PID,                                     DNOTC01P
068100                 BAC.BAC_BALANCE,                                 DNOTC01P
068200                 BAC.BAC_STATUS,                                  DNOTC01P
068300                 BAC.BAC_ACCTYPE,                                 DNOTC01P
068400                 BAT.BAT_NOTICE_DAYS,                             DNOTC01P
068500                 BAT.BAT_NOTICE_BREAK                             DNOTC01P
068600          INTO :DCL-BAC-PID,                                      DNOTC01P
068700               :DCL-BAC-BALANCE,                                  DNOTC01P
068800               :DCL-BAC-STATUS,                                   DNOTC01P
068900               :DCL-BAC-ACCTYPE,                                  DNOTC01P
069000               :DCL-BAT-NOTICE-DAYS,                              DNOTC01P
069100               :DCL-BAT-NOTICE-BREAK                              DNOTC01P
069200          FROM BNKACC BAC,                                        DNOTC01P
069300               BNKATYPE BAT                                       DNOTC01P
069400          WHERE BAC.BAC_ACCNO = :CNT1I-ACC                        DNOTC01P
069500          AND BAT.BAT_TYPE = BAC.BAC_ACCTYPE                      DNOTC01P
069600     END-EXEC.                                                    DNOTC01P
069700     IF SQLCODE IS EQUAL TO +100                                  DNOTC01P
069800        SET CNT1O-NOT-FOUND TO TRUE                               DNOTC01P
069900        MOVE 'No account held under that number' TO CNT1O-MSG     DNOTC01P
070000        GO TO READ-ACCOUNT-EXIT                                   DNOTC01P
070100     END-IF.                                                      DNOTC01P
070200     IF SQLCODE IS NOT EQUAL TO ZERO                              DNOTC01P
070300        MOVE 'Unable to read the account' TO CNT1O-MSG            DNOTC01P
070400        GO TO READ-ACCOUNT-EXIT                                   DNOTC01P
070500     END-IF.                                                      DNOTC01P
070600     IF CNT1I-OWNER-PID IS NOT EQUAL TO SPACES AND                DNOTC01P
070700        CNT1I-OWNER-PID IS NOT EQUAL TO LOW-VALUES AND            DNOTC01P
070800        DCL-BAC-PID IS NOT EQUAL TO CNT1I-OWNER-PID               DNOTC01P
070900        SET CNT1O-NOT-FOUND TO TRUE                               DNOTC01P
071000        MOVE 'That is not one of your accounts' TO CNT1O-MSG      DNOTC01P
071100        GO TO READ-ACCOUNT-EXIT                                   DNOTC01P
071200     END-IF.                                                      DNOTC01P
071300     MOVE DCL-BAT-NOTICE-DAYS TO CNT1O-NOTICE-DAYS.               DNOTC01P
071400 READ-ACCOUNT-EXIT.                                               DNOTC01P
071500     EXIT.                                                        DNOTC01P
071600                                                                  DNOTC01P
071700***************************************************************** DNOTC01P
071800* A notice left undrawn past its window has lapsed - the money  * DNOTC01P
071900* needs fresh notice                                            * DNOTC01P
072000***************************************************************** DNOTC01P
072100 LAPSE-NOTICES.                                                   DNOTC01P
072200     EXEC SQL                                                     DNOTC01P
072300          UPDATE BNKNOTC                                          DNOTC01P
072400          SET NTC_STATUS = 'L',                                   DNOTC01P
072500              NTC_UPDATED_TS = CURRENT TIMESTAMP                  DNOTC01P
072600          WHERE NTC_ACCNO = :CNT1I-ACC                            DNOTC01P
072700          AND NTC_STATUS = 'O'                                    DNOTC01P
072800          AND NTC_DUE_DATE < :WS-WINDOW-START                     DNOTC01P
072900     END-EXEC.                                                    DNOTC01P
073000     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DNOTC01P
073100        SQLCODE IS NOT EQUAL TO +100                              DNOTC01P
073200        MOVE 'Unable to lapse the stale notices' TO CNT1O-MSG     DNOTC01P
073300     END-IF.                                                      DNOTC01P
073400 LAPSE-NOTICES-EXIT.                                              DNOTC01P
073500     EXIT.                                                        DNOTC01P
073600                                                                  DNOTC01P
073700***************************************************************** DNOTC01P
073800* The drawing window - default first, then any override held    * DNOTC01P
073900* on BNKCTLV (+100 just means no override)                      * DNOTC01P
074000***************************************************************** DNOTC01P
074100 READ-NOTICE-CONTROLS.                                            DNOTC01P
074200     MOVE WS-DFT-WINDOW-DAYS TO WS-WINDOW-DAYS.                   DNOTC01P
074300     EXEC SQL                                                     DNOTC01P
074400          SELECT CTL_VALUE                                        DNOTC01P
074500          INTO :WS-WINDOW-DAYS                                    DNOTC01P
074600          FROM BNKCTLV                                            DNOTC01P
074700          WHERE CTL_ID = 'NTCWINDW'                               DNOTC01P
074800     END-EXEC.                                                    DNOTC01P
074900     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DNOTC01P
075000        SQLCODE IS NOT EQUAL TO +100                              DNOTC01P
075100        GO TO READ-NOTICE-CONTROLS-FAIL                           DNOTC01P
075200     END-IF.                                                      DNOTC01P
075300     IF WS-WINDOW-DAYS IS LESS THAN ZERO                          DNOTC01P
075400        MOVE WS-DFT-WINDOW-DAYS TO WS-WINDOW-DAYS                 DNOTC01P
075500     END-IF.                                                      DNOTC01P
075600     EXEC SQL                                                     DNOTC01P
075700          SET :WS-WINDOW-START =                                  DNOTC01P
075800              CHAR(DATE(:WS-BUSINESS-DATE) -                      DNOTC01P
075900                   :WS-WINDOW-DAYS DAYS, ISO)                     DNOTC01P
076000     END-EXEC.                                                    DNOTC01P
076100     IF SQLCODE IS NOT EQUAL TO ZERO                              DNOTC01P
076200        GO TO READ-NOTICE-CONTROLS-FAIL                           DNOTC01P
076300     END-IF.                                                      DNOTC01P
076400     GO TO READ-NOTICE-CONTROLS-EXIT.                             DNOTC01P
076500 READ-NOTICE-CONTROLS-FAIL.                                       DNOTC01P
076600     MOVE 'Unable to read the notice controls' TO CNT1O-MSG.      DNOTC01P
076700 READ-NOTICE-CONTROLS-EXIT.                                       DNOTC01P
076800     EXIT.                                                        DNOTC01P
