000100***************************************************************** DVACC01P
000200*                                                               * DVACC01P
000300*  Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.    * DVACC01P
000400*  This demonstration program is provided for use by users      * DVACC01P
000500*  of Micro Focus products and may be used, modified and        * DVACC01P
000600*  distributed as part of your application provided that        * DVACC01P
000700*  you properly acknowledge the copyright of Micro Focus        * DVACC01P
000800*  in this material.                                            * DVACC01P
000900*                                                               * DVACC01P
001000***************************************************************** DVACC01P
001100                                                                  DVACC01P
001200***************************************************************** DVACC01P
001300* Program:     DVACC01P.CBL                                     * DVACC01P
001400* Function:    Virtual account numbers for corporate            * DVACC01P
001500*              receivables - issue a corporate a block of       * DVACC01P
001600*              virtual numbers on BNKVACC, each with its own    * DVACC01P
001700*              check digit and IBAN and all settling to one     * DVACC01P
001800*              real account; close and list them; resolve a     * DVACC01P
001900*              number for the posting paths and record each     * DVACC01P
002000*              credit taken on BNKVAPT; and each night report   * DVACC01P
002100*              every corporate's credits grouped by virtual     * DVACC01P
002200*              number and send them as a receivables file       * DVACC01P
002300*              framed through DBANK91P                          * DVACC01P
002400*              SQL version                                      * DVACC01P
002500***************************************************************** DVACC01P
002600                                                                  DVACC01P
002700 IDENTIFICATION DIVISION.                                         DVACC01P
002800 PROGRAM-ID.                                                      DVACC01P
002900     DVACC01P.                                                    DVACC01P
003000 DATE-WRITTEN.                                                    DVACC01P
003100     October 2026.                                                DVACC01P
003200 DATE-COMPILED.                                                   DVACC01P
003300     Today.                                                       DVACC01P
003400                                                                  DVACC01P
003500 ENVIRONMENT DIVISION.                                            DVACC01P
003600                                                                  DVACC01P
003700 DATA DIVISION.                                                   DVACC01P
003800                                                                  DVACC01P
003900 WORKING-STORAGE SECTION.                                         DVACC01P
004000 01  WS-MISC-STORAGE.                                             DVACC01P
004100   05  WS-PROGRAM-ID                         PIC X(8)             DVACC01P
004200       VALUE 'DVACC01P'.                                          DVACC01P
004300   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DVACC01P
004400   05  WS-RESP                               PIC S9(8) COMP.      DVACC01P
004500   05  WS-DYNAMIC-PGM                        PIC X(8)             DVACC01P
004600       VALUE 'UNKNOWN'.                                           DVACC01P
004700   05  WS-MAX-BLOCK                          PIC 9(3)             DVACC01P
004800       VALUE 250.                                                 DVACC01P
004900   05  WS-COUNT-DISP                         PIC Z(4)9.           DVACC01P
005000   05  WS-AMOUNT-DISP                        PIC -(9)9.99.        DVACC01P
005100   05  WS-ISSUED-DISP                        PIC ZZ9.             DVACC01P
005200   05  WS-HASH-WORK                          PIC S9(13) COMP-3.   DVACC01P
005300   05  WS-REPORT-NAME.                                            DVACC01P
005400     10  FILLER                              PIC X(15)            DVACC01P
005500         VALUE 'VA RECEIVABLES '.                                 DVACC01P
005600     10  WS-REPORT-CORP                      PIC X(5).            DVACC01P
005700                                                                  DVACC01P
005800***************************************************************** DVACC01P
005900* A virtual number - a leading 9, a running sequence across     * DVACC01P
006000* the whole register and the UCHKDGT check digit                * DVACC01P
006100***************************************************************** DVACC01P
006200 01  WS-VACC-BUILD.                                               DVACC01P
006300   05  WS-VB-PREFIX                          PIC X(1)             DVACC01P
006400       VALUE '9'.                                                 DVACC01P
006500   05  WS-VB-SEQ                             PIC 9(7).            DVACC01P
006600   05  WS-VB-CHECK                           PIC X(1).            DVACC01P
006700                                                                  DVACC01P
006800***************************************************************** DVACC01P
006900* One record of the receivables file - a corporate header, a    * DVACC01P
007000* group header for each virtual number, its credits and the     * DVACC01P
007100* group total, and the corporate's total to close               * DVACC01P
007200***************************************************************** DVACC01P
007300 01  WS-RCV-RECORD.                                               DVACC01P
007400   05  RCV-TYPE                              PIC X(1).            DVACC01P
007500     88  RCV-TYPE-HEADER                     VALUE 'H'.           DVACC01P
007600     88  RCV-TYPE-GROUP                      VALUE 'G'.           DVACC01P
007700     88  RCV-TYPE-DETAIL                     VALUE 'D'.           DVACC01P
007800     88  RCV-TYPE-GROUP-TOTAL                VALUE 'T'.           DVACC01P
007900     88  RCV-TYPE-CORP-TOTAL                 VALUE 'Z'.           DVACC01P
008000   05  RCV-BODY                              PIC X(79).           DVACC01P
008100   05  RCV-HEADER REDEFINES RCV-BODY.                             DVACC01P
008200     10  RCV-H-CORP-PID                      PIC X(5).            DVACC01P
008300     10  RCV-H-BUSINESS-DATE                 PIC X(10).           DVACC01P
008400     10  FILLER                              PIC X(64).           DVACC01P
008500   05  RCV-GROUP REDEFINES RCV-BODY.                              DVACC01P
008600     10  RCV-G-VACC                          PIC X(9).            DVACC01P
008700     10  RCV-G-IBAN                          PIC X(17).           DVACC01P
008800     10  RCV-G-REAL-ACC                      PIC X(9).            DVACC01P
008900     10  FILLER                              PIC X(44).           DVACC01P
009000   05  RCV-DETAIL REDEFINES RCV-BODY.                             DVACC01P
009100     10  RCV-D-VACC                          PIC X(9).            DVACC01P
009200     10  RCV-D-TXN-REF                       PIC X(12).           DVACC01P
009300     10  RCV-D-POSTED                        PIC X(26).           DVACC01P
009400     10  RCV-D-SOURCE                        PIC X(1).            DVACC01P
009500     10  RCV-D-ORIGINATOR                    PIC X(20).           DVACC01P
009600     10  RCV-D-AMOUNT                        PIC 9(9)V99.         DVACC01P
009700   05  RCV-GROUP-TOTAL REDEFINES RCV-BODY.                        DVACC01P
009800     10  RCV-T-VACC                          PIC X(9).            DVACC01P
009900     10  RCV-T-COUNT                         PIC 9(5).            DVACC01P
010000     10  RCV-T-AMOUNT                        PIC 9(11)V99.        DVACC01P
010100     10  FILLER                              PIC X(52).           DVACC01P
010200   05  RCV-CORP-TOTAL REDEFINES RCV-BODY.                         DVACC01P
010300     10  RCV-Z-CORP-PID                      PIC X(5).            DVACC01P
010400     10  RCV-Z-COUNT                         PIC 9(7).            DVACC01P
010500     10  RCV-Z-AMOUNT                        PIC 9(11)V99.        DVACC01P
010600     10  FILLER                              PIC X(54).           DVACC01P
010700                                                                  DVACC01P
010800 COPY CCHKDGTD.                                                   DVACC01P
010900                                                                  DVACC01P
011000 COPY CIBANCHD.                                                   DVACC01P
011100                                                                  DVACC01P
011200 01  WS-CSV-DATA.                                                 DVACC01P
011300 COPY CCSVD.                                                      DVACC01P
011400                                                                  DVACC01P
011500 01  WS-96-COMMAREA.                                              DVACC01P
011600 COPY CBANKD96.                                                   DVACC01P
011700                                                                  DVACC01P
011800 01  WS-91-COMMAREA.                                              DVACC01P
011900 COPY CBANKD91.                                                   DVACC01P
012000                                                                  DVACC01P
012100   EXEC SQL                                                       DVACC01P
012200        BEGIN DECLARE SECTION                                     DVACC01P
012300   END-EXEC.                                                      DVACC01P
012400 01  WS-COMMAREA.                                                 DVACC01P
012500     EXEC SQL                                                     DVACC01P
012600          INCLUDE CVACCD01                                        DVACC01P
012700     END-EXEC.                                                    DVACC01P
012800 01  WS-98-COMMAREA.                                              DVACC01P
012900     EXEC SQL                                                     DVACC01P
013000          INCLUDE CBANKD98                                        DVACC01P
013100     END-EXEC.                                                    DVACC01P
013200 01  DCL-VAC-AREAS.                                               DVACC01P
013300   05  DCL-VAC-VACC                          PIC X(9).            DVACC01P
013400   05  DCL-VAC-SEQ                           PIC S9(7) COMP-3.    DVACC01P
013500   05  DCL-VAC-CORP-PID                      PIC X(5).            DVACC01P
013600   05  DCL-VAC-ACCNO                         PIC X(9).            DVACC01P
013700   05  DCL-VAC-IBAN                          PIC X(17).           DVACC01P
013800   05  DCL-VAC-STATUS                        PIC X(1).            DVACC01P
013900   05  DCL-VAP-VACC                          PIC X(9).            DVACC01P
014000   05  DCL-VAP-ACCNO                         PIC X(9).            DVACC01P
014100   05  DCL-VAP-TXN-REF                       PIC X(12).           DVACC01P
014200   05  DCL-VAP-TS                            PIC X(26).           DVACC01P
014300   05  DCL-VAP-AMOUNT                        PIC S9(7)V99 COMP-3. DVACC01P
014400   05  DCL-VAP-SOURCE                        PIC X(1).            DVACC01P
014500   05  DCL-VAP-ORIGINATOR                    PIC X(20).           DVACC01P
014600   05  DCL-CRP-PID                           PIC X(5).            DVACC01P
014700   05  DCL-BAC-PID                           PIC X(5).            DVACC01P
014800   05  DCL-BAC-STATUS                        PIC X(1).            DVACC01P
014900   05  DCL-BAC-BRANCH                        PIC X(4).            DVACC01P
015000   05  DCL-COUNT                             PIC S9(5) COMP-3.    DVACC01P
015100 01  WS-VIRTUAL-AREAS.                                            DVACC01P
015200   05  WS-BUSINESS-DATE                      PIC X(10).           DVACC01P
015300   05  WS-RUN-TS                             PIC X(26).           DVACC01P
015400   05  WS-START-VACC                         PIC X(9).            DVACC01P
015500   05  WS-LAST-CORP                          PIC X(5).            DVACC01P
015600   05  WS-LAST-VACC                          PIC X(9).            DVACC01P
015700   05  WS-GROUP-COUNT                        PIC S9(5) COMP-3.    DVACC01P
015800   05  WS-GROUP-TOTAL                        PIC S9(11)V99 COMP-3.DVACC01P
015900   05  WS-CORP-COUNT                         PIC S9(7) COMP-3.    DVACC01P
016000   05  WS-CORP-TOTAL                         PIC S9(11)V99 COMP-3.DVACC01P
016100                                                                  DVACC01P
016200     EXEC SQL                                                     DVACC01P
016300          INCLUDE SQLCA                                           DVACC01P
016400     END-EXEC.                                                    DVACC01P
016500                                                                  DVACC01P
016600 COPY CABENDD.                                                    DVACC01P
016700   EXEC SQL                                                       DVACC01P
016800        END DECLARE SECTION                                       DVACC01P
016900   END-EXEC.                                                      DVACC01P
017000                                                                  DVACC01P
017100 LINKAGE SECTION.                                                 DVACC01P
017200 01  DFHCOMMAREA.                                                 DVACC01P
017300   05  LK-COMMAREA                           PIC X(1)             DVACC01P
017400       OCCURS 1 TO 6144 TIMES                                     DVACC01P
017500         DEPENDING ON WS-COMMAREA-LENGTH.                         DVACC01P
017600                                                                  DVACC01P
017700 COPY CENTRY.                                                     DVACC01P
017800***************************************************************** DVACC01P
017900* Move the passed area to our area                              * DVACC01P
018000***************************************************************** DVACC01P
018100     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DVACC01P
018200     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DVACC01P
018300                                                                  DVACC01P
018400***************************************************************** DVACC01P
018500* Initialize our output area                                    * DVACC01P
018600***************************************************************** DVACC01P
018700     INITIALIZE CVA1O-DATA.                                       DVACC01P
018800     SET CVA1O-REQUEST-FAIL TO TRUE.                              DVACC01P
018900                                                                  DVACC01P
019000     INITIALIZE CD98-DATA.                                        DVACC01P
019100     SET CD98I-READ-BUSINESS-DATE TO TRUE.                        DVACC01P
019200 COPY CBANKX98.                                                   DVACC01P
019300     IF NOT CD98O-REQUEST-OK                                      DVACC01P
019400        MOVE CD98O-MSG TO CVA1O-MSG                               DVACC01P
019500        GO TO DVACC01P-EXIT                                       DVACC01P
019600     END-IF.                                                      DVACC01P
019700     MOVE CD98O-DATE TO WS-BUSINESS-DATE.                         DVACC01P
019800                                                                  DVACC01P
019900     EVALUATE TRUE                                                DVACC01P
020000       WHEN CVA1I-ISSUE-BLOCK                                     DVACC01P
020100         PERFORM ISSUE-BLOCK THRU                                 DVACC01P
020200                 ISSUE-BLOCK-EXIT                                 DVACC01P
020300       WHEN CVA1I-CLOSE-VIRTUAL                                   DVACC01P
020400         PERFORM CLOSE-VIRTUAL THRU                               DVACC01P
020500                 CLOSE-VIRTUAL-EXIT                               DVACC01P
020600       WHEN CVA1I-LIST-VIRTUAL                                    DVACC01P
020700         PERFORM LIST-VIRTUAL THRU                                DVACC01P
020800                 LIST-VIRTUAL-EXIT                                DVACC01P
020900       WHEN CVA1I-RESOLVE-ACC                                     DVACC01P
021000         PERFORM RESOLVE-ACC THRU                                 DVACC01P
021100                 RESOLVE-ACC-EXIT                                 DVACC01P
021200       WHEN CVA1I-RECORD-CREDIT                                   DVACC01P
021300         PERFORM RECORD-CREDIT THRU                               DVACC01P
021400                 RECORD-CREDIT-EXIT                               DVACC01P
021500       WHEN CVA1I-NIGHTLY-RUN                                     DVACC01P
021600         PERFORM NIGHTLY-RUN THRU                                 DVACC01P
021700                 NIGHTLY-RUN-EXIT                                 DVACC01P
021800       WHEN OTHER                                                 DVACC01P
021900         MOVE 'Unknown virtual account function requested'        DVACC01P
022000           TO CVA1O-MSG                                           DVACC01P
022100     END-EVALUATE.                                                DVACC01P
022200                                                                  DVACC01P
022300 DVACC01P-EXIT.                                                   DVACC01P
022400***************************************************************** DVACC01P
022500* Move the result back to the callers area                      * DVACC01P
022600***************************************************************** DVACC01P
022700     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DVACC01P
022800                                                                  DVACC01P
022900***************************************************************** DVACC01P
023000* Return to our caller                                          * DVACC01P
023100***************************************************************** DVACC01P
023200 COPY CRETURN.                                                    DVACC01P
023300                                                                  DVACC01P
023400***************************************************************** DVACC01P
023500* Issue a block of virtual numbers against an account the       * DVACC01P
023600* corporate holds. Each number is the next in the register's    * DVACC01P
023700* sequence with its check digit, skipping any that a real       * DVACC01P
023800* account already answers to, and takes an IBAN built on the    * DVACC01P
023900* settlement account's branch                                   * DVACC01P
024000***************************************************************** DVACC01P
024100 ISSUE-BLOCK.                                                     DVACC01P
024200     IF CVA1I-COUNT IS NOT NUMERIC OR                             DVACC01P
024300        CVA1I-COUNT IS EQUAL TO ZERO                              DVACC01P
024400        MOVE 'How many virtual numbers are wanted' TO CVA1O-MSG   DVACC01P
024500        GO TO ISSUE-BLOCK-EXIT                                    DVACC01P
024600     END-IF.                                                      DVACC01P
024700     IF CVA1I-COUNT IS GREATER THAN WS-MAX-BLOCK                  DVACC01P
024800        MOVE WS-MAX-BLOCK TO WS-ISSUED-DISP                       DVACC01P
024900        MOVE SPACES TO CVA1O-MSG                                  DVACC01P
025000        STRING 'No more than ' WS-ISSUED-DISP                     DVACC01P
025100               ' numbers may be issued at once'                   DVACC01P
025200               DELIMITED BY SIZE INTO CVA1O-MSG                   DVACC01P
025300        GO TO ISSUE-BLOCK-EXIT                                    DVACC01P
025400     END-IF.                                                      DVACC01P
025500     PERFORM CHECK-CORPORATE-ACCOUNT THRU                         DVACC01P
025600             CHECK-CORPORATE-ACCOUNT-EXIT.                        DVACC01P
025700     IF CVA1O-MSG IS NOT EQUAL TO SPACES                          DVACC01P
025800        GO TO ISSUE-BLOCK-EXIT                                    DVACC01P
025900     END-IF.                                                      DVACC01P
026000     IF DCL-BAC-BRANCH IS EQUAL TO SPACES                         DVACC01P
026100        MOVE 'Settlement account has no branch for an IBAN'       DVACC01P
026200          TO CVA1O-MSG                                            DVACC01P
026300        GO TO ISSUE-BLOCK-EXIT                                    DVACC01P
026400     END-IF.                                                      DVACC01P
026500     EXEC SQL                                                     DVACC01P
026600          SET :WS-RUN-TS = CURRENT TIMESTAMP                      DVACC01P
026700     END-EXEC.                                                    DVACC01P
026800     EXEC SQL                                                     DVACC01P
026900          SELECT VALUE(MAX(VAC_SEQ), 0)                           DVACC01P
027000          INTO :DCL-VAC-SEQ                                       DVACC01P
027100          FROM BNKVACC                                            DVACC01P
027200     END-EXEC.                                                    DVACC01P
027300     IF SQLCODE IS NOT EQUAL TO ZERO                              DVACC01P
027400        MOVE 'Unable to number the virtual accounts' TO CVA1O-MSG DVACC01P
027500        GO TO ISSUE-BLOCK-EXIT                                    DVACC01P
027600     END-IF.                                                      DVACC01P
027700 ISSUE-LOOP.                                                      DVACC01P
027800     IF CVA1O-ISSUED IS EQUAL TO CVA1I-COUNT                      DVACC01P
027900        GO TO ISSUE-LOOP-EXIT                                     DVACC01P
028000     END-IF.                                                      DVACC01P
028100     PERFORM ISSUE-ONE THRU                                       DVACC01P
028200             ISSUE-ONE-EXIT.                                      DVACC01P
028300     IF CVA1O-MSG IS NOT EQUAL TO SPACES                          DVACC01P
028400        GO TO ISSUE-BLOCK-EXIT                                    DVACC01P
028500     END-IF.                                                      DVACC01P
028600     GO TO ISSUE-LOOP.                                            DVACC01P
028700 ISSUE-LOOP-EXIT.                                                 DVACC01P
028800     MOVE DCL-VAC-ACCNO TO CVA1O-REAL-ACC.                        DVACC01P
028900     MOVE CVA1O-ISSUED TO WS-ISSUED-DISP.                         DVACC01P
029000     SET CVA1O-REQUEST-OK TO TRUE.                                DVACC01P
029100     STRING WS-ISSUED-DISP ' virtual numbers issued from '        DVACC01P
029200            CVA1O-FIRST-VACC                                      DVACC01P
029300            DELIMITED BY SIZE INTO CVA1O-MSG.                     DVACC01P
029400 ISSUE-BLOCK-EXIT.                                                DVACC01P
029500     EXIT.                                                        DVACC01P
029600                                                                  DVACC01P
029700 ISSUE-ONE.                                                       DVACC01P
029800     ADD 1 TO DCL-VAC-SEQ.                                        DVACC01P
029900     MOVE DCL-VAC-SEQ TO WS-VB-SEQ.                               DVACC01P
030000     MOVE SPACE TO WS-VB-CHECK.                                   DVACC01P
030100     SET CK-GENERATE TO TRUE.                                     DVACC01P
030200     MOVE WS-VACC-BUILD TO CK-ACCNO.                              DVACC01P
030300     MOVE 'UCHKDGT' TO WS-DYNAMIC-PGM.                            DVACC01P
030400     CALL WS-DYNAMIC-PGM USING CHECK-DIGIT-DATA.                  DVACC01P
030500     MOVE CK-ACCNO TO DCL-VAC-VACC.                               DVACC01P
030600     MOVE ZERO TO DCL-COUNT.                                      DVACC01P
030700     EXEC SQL                                                     DVACC01P
030800          SELECT COUNT(*)                                         DVACC01P
030900          INTO :DCL-COUNT                                         DVACC01P
031000          FROM BNKACC                                             DVACC01P
031100          WHERE BAC_ACCNO = :DCL-VAC-VACC                         DVACC01P
031200     END-EXEC.                                                    DVACC01P
031300     IF SQLCODE IS NOT EQUAL TO ZERO                              DVACC01P
031400        MOVE 'Unable to check the number against the accounts'    DVACC01P
031500          TO CVA1O-MSG                                            DVACC01P
031600        GO TO ISSUE-ONE-EXIT                                      DVACC01P
031700     END-IF.                                                      DVACC01P
031800     IF DCL-COUNT IS GREATER THAN ZERO                            DVACC01P
031900        GO TO ISSUE-ONE-EXIT                                      DVACC01P
032000     END-IF.                                                      DVACC01P
032100     MOVE SPACES TO IBAN-CHECK-DATA.                              DVACC01P
032200     SET IB-GENERATE TO TRUE.                                     DVACC01P
032300     MOVE DCL-BAC-BRANCH TO IB-BRANCH.                            DVACC01P
032400     MOVE DCL-VAC-VACC TO IB-ACCNO.                               DVACC01P
032500     MOVE 'UIBANCHK' TO WS-DYNAMIC-PGM.                           DVACC01P
032600     CALL WS-DYNAMIC-PGM USING IBAN-CHECK-DATA.                   DVACC01P
032700     MOVE IB-IBAN TO DCL-VAC-IBAN.                                DVACC01P
032800     EXEC SQL                                                     DVACC01P
032900          INSERT                                                  DVACC01P
033000          INTO BNKVACC (VAC_VACC,                                 DVACC01P
033100                        VAC_SEQ,                                  DVACC01P
033200                        VAC_CORP_PID,                             DVACC01P
033300                        VAC_ACCNO,                                DVACC01P
033400                        VAC_IBAN,                                 DVACC01P
033500                        VAC_STATUS,                               DVACC01P
033600                        VAC_ISSUED_DATE,                          DVACC01P
033700                        VAC_USERID,                               DVACC01P
033800                        VAC_UPDATED_TS)                           DVACC01P
033900          VALUES (:DCL-VAC-VACC,                                  DVACC01P
034000                  :DCL-VAC-SEQ,                                   DVACC01P
034100                  :CVA1I-CORP-PID,                                DVACC01P
034200                  :DCL-VAC-ACCNO,                                 DVACC01P
034300                  :DCL-VAC-IBAN,                                  DVACC01P
034400                  'A',                                            DVACC01P
034500                  :WS-BUSINESS-DATE,                              DVACC01P
034600                  :CVA1I-USERID,                                  DVACC01P
034700                  :WS-RUN-TS)                                     DVACC01P
034800     END-EXEC.                                                    DVACC01P
034900     IF SQLCODE IS NOT EQUAL TO ZERO                              DVACC01P
035000        MOVE 'Unable to add a virtual account' TO CVA1O-MSG       DVACC01P
035100        GO TO ISSUE-ONE-EXIT                                      DVACC01P
035200     END-IF.                                                      DVACC01P
035300     IF CVA1O-ISSUED IS EQUAL TO ZERO                             DVACC01P
035400        MOVE DCL-VAC-VACC TO CVA1O-FIRST-VACC                     DVACC01P
035500        MOVE DCL-VAC-IBAN TO CVA1O-IBAN                           DVACC01P
035600     END-IF.                                                      DVACC01P
035700     MOVE DCL-VAC-VACC TO CVA1O-LAST-VACC.                        DVACC01P
035800     ADD 1 TO CVA1O-ISSUED.                                       DVACC01P
035900 ISSUE-ONE-EXIT.                                                  DVACC01P
036000     EXIT.                                                        DVACC01P
036100                                                                  DVACC01P
036200***************************************************************** DVACC01P
036300* The settlement account must be open and held by a registered  * DVACC01P
036400* corporate                                                     * DVACC01P
036500***************************************************************** DVACC01P
036600 CHECK-CORPORATE-ACCOUNT.                                         DVACC01P
036700     IF CVA1I-CORP-PID IS EQUAL TO SPACES OR                      DVACC01P
036800        CVA1I-ACCNO IS EQUAL TO SPACES                            DVACC01P
036900        MOVE 'Corporate and settlement account are both needed'   DVACC01P
037000          TO CVA1O-MSG                                            DVACC01P
037100        GO TO CHECK-CORPORATE-ACCOUNT-EXIT                        DVACC01P
037200     END-IF.                                                      DVACC01P
037300     EXEC SQL                                                     DVACC01P
037400          SELECT CRP_PID                                          DVACC01P
037500          INTO :DCL-CRP-PID                                       DVACC01P
037600          FROM BNKCORP                                            DVACC01P
037700          WHERE CRP_PID = :CVA1I-CORP-PID                         DVACC01P
037800     END-EXEC.                                                    DVACC01P
037900     IF SQLCODE IS EQUAL TO +100                                  DVACC01P
038000        SET CVA1O-NOT-FOUND TO TRUE                               DVACC01P
038100        MOVE 'Customer is not a registered corporate' TO CVA1O-MSGDVACC01P
038200        GO TO CHECK-CORPORATE-ACCOUNT-EXIT                        DVACC01P
038300     END-IF.                                                      DVACC01P
038400     IF SQLCODE IS NOT EQUAL TO ZERO                              DVACC01P
038500        MOVE 'Unable to read the corporate register' TO CVA1O-MSG DVACC01P
038600        GO TO CHECK-CORPORATE-ACCOUNT-EXIT                        DVACC01P
038700     END-IF.                                                      DVACC01P
038800     MOVE CVA1I-ACCNO TO DCL-VAC-ACCNO.                           DVACC01P
038900     EXEC SQL                                                     DVACC01P
039000          SELECT BAC_PID,                                         DVACC01P
039100                 BAC_STATUS,                                      DVACC01P
039200                 VALUE(BAC_BRANCH, ' ')                           DVACC01P
039300          INTO :DCL-BAC-PID,                                      DVACC01P
039400               :DCL-BAC-STATUS,                                   DVACC01P
039500               :DCL-BAC-BRANCH                                    DVACC01P
039600          FROM BNKACC                                             DVACC01P
039700          WHERE BAC_ACCNO = :DCL-VAC-ACCNO                        DVACC01P
039800     END-EXEC.                                                    DVACC01P
039900     IF SQLCODE IS EQUAL TO +100                                  DVACC01P
040000        SET CVA1O-NOT-FOUND TO TRUE                               DVACC01P
040100        MOVE 'Settlement account not found' TO CVA1O-MSG          DVACC01P
040200        GO TO CHECK-CORPORATE-ACCOUNT-EXIT                        DVACC01P
040300     END-IF.                                                      DVACC01P
040400     IF SQLCODE IS NOT EQUAL TO ZERO                              DVACC01P
040500        MOVE 'Unable to read the settlement account' TO CVA1O-MSG DVACC01P
040600        GO TO CHECK-CORPORATE-ACCOUNT-EXIT                        DVACC01P
040700     END-IF.                                                      DVACC01P
040800     IF DCL-BAC-PID IS NOT EQUAL TO CVA1I-CORP-PID                DVACC01P
040900        MOVE 'Account is not held by this corporate' TO CVA1O-MSG DVACC01P
041000        GO TO CHECK-CORPORATE-ACCOUNT-EXIT                        DVACC01P
041100     END-IF.                                                      DVACC01P
041200     IF DCL-BAC-STATUS IS EQUAL TO 'C'                            DVACC01P
041300        MOVE 'Settlement account is closed' TO CVA1O-MSG          DVACC01P
041400        GO TO CHECK-CORPORATE-ACCOUNT-EXIT                        DVACC01P
041500     END-IF.                                                      DVACC01P
041600 CHECK-CORPORATE-ACCOUNT-EXIT.                                    DVACC01P
041700     EXIT.                                                        DVACC01P
041800                                                                  DVACC01P
041900***************************************************************** DVACC01P
042000* Close one of the corporate's virtual numbers. It stays on the * DVACC01P
042100* register so a credit still addressed to it is returned        * DVACC01P
042200***************************************************************** DVACC01P
042300 CLOSE-VIRTUAL.                                                   DVACC01P
042400     EXEC SQL                                                     DVACC01P
042500          UPDATE BNKVACC                                          DVACC01P
042600          SET VAC_STATUS = 'C',                                   DVACC01P
042700              VAC_USERID = :CVA1I-USERID,                         DVACC01P
042800              VAC_UPDATED_TS = CURRENT TIMESTAMP                  DVACC01P
042900          WHERE VAC_VACC = :CVA1I-ACCNO AND                       DVACC01P
043000                VAC_CORP_PID = :CVA1I-CORP-PID AND                DVACC01P
043100                VAC_STATUS = 'A'                                  DVACC01P
043200     END-EXEC.                                                    DVACC01P
043300     IF SQLCODE IS EQUAL TO +100                                  DVACC01P
043400        SET CVA1O-NOT-FOUND TO TRUE                               DVACC01P
043500        MOVE 'Corporate has no open virtual number of that name'  DVACC01P
043600          TO CVA1O-MSG                                            DVACC01P
043700        GO TO CLOSE-VIRTUAL-EXIT                                  DVACC01P
043800     END-IF.                                                      DVACC01P
043900     IF SQLCODE IS NOT EQUAL TO ZERO                              DVACC01P
044000        MOVE 'Unable to close the virtual account' TO CVA1O-MSG   DVACC01P
044100        GO TO CLOSE-VIRTUAL-EXIT                                  DVACC01P
044200     END-IF.                                                      DVACC01P
044300     MOVE 'C' TO CVA1O-STATUS.                                    DVACC01P
044400     SET CVA1O-REQUEST-OK TO TRUE.                                DVACC01P
044500     MOVE 'Virtual account closed - its credits will be returned' DVACC01P
044600       TO CVA1O-MSG.                                              DVACC01P
044700 CLOSE-VIRTUAL-EXIT.                                              DVACC01P
044800     EXIT.                                                        DVACC01P
044900                                                                  DVACC01P
045000***************************************************************** DVACC01P
045100* A page of the corporate's virtual numbers, after the one given* DVACC01P
045200***************************************************************** DVACC01P
045300 LIST-VIRTUAL.                                                    DVACC01P
045400     MOVE CVA1I-ACCNO TO WS-START-VACC.                           DVACC01P
045500     IF WS-START-VACC IS EQUAL TO SPACES                          DVACC01P
045600        MOVE LOW-VALUES TO WS-START-VACC                          DVACC01P
045700     END-IF.                                                      DVACC01P
045800     EXEC SQL                                                     DVACC01P
045900          DECLARE VLST_CSR CURSOR FOR                             DVACC01P
046000          SELECT VAC_VACC,                                        DVACC01P
046100                 VAC_IBAN,                                        DVACC01P
046200                 VAC_STATUS,                                      DVACC01P
046300                 VAC_ACCNO                                        DVACC01P
046400          FROM BNKVACC                                            DVACC01P
046500          WHERE VAC_CORP_PID = :CVA1I-CORP-PID AND                DVACC01P
046600                VAC_VACC > :WS-START-VACC                         DVACC01P
046700          ORDER BY VAC_VACC                                       DVACC01P
046800          FOR FETCH ONLY                                          DVACC01P
046900     END-EXEC.                                                    DVACC01P
047000     EXEC SQL                                                     DVACC01P
047100          OPEN VLST_CSR                                           DVACC01P
047200     END-EXEC.                                                    DVACC01P
047300     IF SQLCODE IS NOT EQUAL TO ZERO                              DVACC01P
047400        MOVE 'Unable to read the virtual accounts' TO CVA1O-MSG   DVACC01P
047500        GO TO LIST-VIRTUAL-EXIT                                   DVACC01P
047600     END-IF.                                                      DVACC01P
047700 LIST-LOOP.                                                       DVACC01P
047800     IF CVA1O-LIST-COUNT IS EQUAL TO 3                            DVACC01P
047900        GO TO LIST-LOOP-EXIT                                      DVACC01P
048000     END-IF.                                                      DVACC01P
048100     EXEC SQL                                                     DVACC01P
048200          FETCH VLST_CSR                                          DVACC01P
048300          INTO :DCL-VAC-VACC,                                     DVACC01P
048400               :DCL-VAC-IBAN,                                     DVACC01P
048500               :DCL-VAC-STATUS,                                   DVACC01P
048600               :DCL-VAC-ACCNO                                     DVACC01P
048700     END-EXEC.                                                    DVACC01P
048800     IF SQLCODE IS EQUAL TO +100                                  DVACC01P
048900        GO TO LIST-LOOP-EXIT                                      DVACC01P
049000     END-IF.                                                      DVACC01P
049100     IF SQLCODE IS NOT EQUAL TO ZERO                              DVACC01P
049200        MOVE 'Unable to read the virtual accounts' TO CVA1O-MSG   DVACC01P
049300        GO TO LIST-LOOP-EXIT                                      DVACC01P
049400     END-IF.                                                      DVACC01P
049500     ADD 1 TO CVA1O-LIST-COUNT.                                   DVACC01P
049600     MOVE DCL-VAC-VACC TO CVA1O-LST-VACC (CVA1O-LIST-COUNT).      DVACC01P
049700     MOVE DCL-VAC-IBAN TO CVA1O-LST-IBAN (CVA1O-LIST-COUNT).      DVACC01P
049800     MOVE DCL-VAC-STATUS TO CVA1O-LST-STATUS (CVA1O-LIST-COUNT).  DVACC01P
049900     MOVE DCL-VAC-ACCNO TO                                        DVACC01P
050000          CVA1O-LST-REAL-ACC (CVA1O-LIST-COUNT).                  DVACC01P
050100     GO TO LIST-LOOP.                                             DVACC01P
050200 LIST-LOOP-EXIT.                                                  DVACC01P
050300     EXEC SQL                                                     DVACC01P
050400          CLOSE VLST_CSR                                          DVACC01P
050500     END-EXEC.                                                    DVACC01P
050600     IF CVA1O-MSG IS NOT EQUAL TO SPACES                          DVACC01P
050700        GO TO LIST-VIRTUAL-EXIT                                   DVACC01P
050800     END-IF.                                                      DVACC01P
050900     SET CVA1O-REQUEST-OK TO TRUE.                                DVACC01P
051000     IF CVA1O-LIST-COUNT IS EQUAL TO ZERO                         DVACC01P
051100        MOVE 'No more virtual numbers held' TO CVA1O-MSG          DVACC01P
051200     ELSE                                                         DVACC01P
051300        MOVE 'Virtual numbers shown' TO CVA1O-MSG                 DVACC01P
051400     END-IF.                                                      DVACC01P
051500 LIST-VIRTUAL-EXIT.                                               DVACC01P
051600     EXIT.                                                        DVACC01P
051700                                                                  DVACC01P
051800***************************************************************** DVACC01P
051900* Resolve the account a credit is addressed to. A number that   * DVACC01P
052000* is not on the register is an ordinary account - the caller    * DVACC01P
052100* posts as before; a virtual number gives its settlement        * DVACC01P
052200* account and whether it is still open                          * DVACC01P
052300***************************************************************** DVACC01P
052400 RESOLVE-ACC.                                                     DVACC01P
052500     MOVE 'N' TO CVA1O-VIRTUAL.                                   DVACC01P
052600     EXEC SQL                                                     DVACC01P
052700          SELECT VAC_STATUS,                                      DVACC01P
052800                 VAC_ACCNO,                                       DVACC01P
052900                 VAC_CORP_PID,                                    DVACC01P
053000                 VAC_IBAN                                         DVACC01P
053100          INTO :DCL-VAC-STATUS,                                   DVACC01P
053200               :DCL-VAC-ACCNO,                                    DVACC01P
053300               :DCL-VAC-CORP-PID,                                 DVACC01P
053400               :DCL-VAC-IBAN                                      DVACC01P
053500          FROM BNKVACC                                            DVACC01P
053600          WHERE VAC_VACC = :CVA1I-ACCNO                           DVACC01P
053700     END-EXEC.                                                    DVACC01P
053800     IF SQLCODE IS EQUAL TO +100                                  DVACC01P
053900        SET CVA1O-REQUEST-OK TO TRUE                              DVACC01P
054000        GO TO RESOLVE-ACC-EXIT                                    DVACC01P
054100     END-IF.                                                      DVACC01P
054200     IF SQLCODE IS NOT EQUAL TO ZERO                              DVACC01P
054300        MOVE 'Unable to read the virtual accounts' TO CVA1O-MSG   DVACC01P
054400        GO TO RESOLVE-ACC-EXIT                                    DVACC01P
054500     END-IF.                                                      DVACC01P
054600     SET CVA1O-IS-VIRTUAL TO TRUE.                                DVACC01P
054700     MOVE DCL-VAC-STATUS TO CVA1O-STATUS.                         DVACC01P
054800     MOVE DCL-VAC-ACCNO TO CVA1O-REAL-ACC.                        DVACC01P
054900     MOVE DCL-VAC-CORP-PID TO CVA1O-CORP-PID.                     DVACC01P
055000     MOVE DCL-VAC-IBAN TO CVA1O-IBAN.                             DVACC01P
055100     SET CVA1O-REQUEST-OK TO TRUE.                                DVACC01P
055200     IF CVA1O-VIRTUAL-CLOSED                                      DVACC01P
055300        MOVE 'Virtual account is closed - the credit is returned' DVACC01P
055400          TO CVA1O-MSG                                            DVACC01P
055500     END-IF.                                                      DVACC01P
055600 RESOLVE-ACC-EXIT.                                                DVACC01P
055700     EXIT.                                                        DVACC01P
055800                                                                  DVACC01P
055900***************************************************************** DVACC01P
056000* Record a credit taken through a virtual number against the    * DVACC01P
056100* posting it made on the settlement account                     * DVACC01P
056200***************************************************************** DVACC01P
056300 RECORD-CREDIT.                                                   DVACC01P
056400     EXEC SQL                                                     DVACC01P
056500          INSERT                                                  DVACC01P
056600          INTO BNKVAPT (VAP_VACC,                                 DVACC01P
056700                        VAP_ACCNO,                                DVACC01P
056800                        VAP_TS,                                   DVACC01P
056900                        VAP_TXN_REF,                              DVACC01P
057000                        VAP_AMOUNT,                               DVACC01P
057100                        VAP_SOURCE,                               DVACC01P
057200                        VAP_ORIGINATOR,                           DVACC01P
057300                        VAP_BUSINESS_DATE,                        DVACC01P
057400                        VAP_REPORTED)                             DVACC01P
057500          VALUES (:CVA1I-ACCNO,                                   DVACC01P
057600                  :CVA1I-REAL-ACC,                                DVACC01P
057700                  :CVA1I-POST-TS,                                 DVACC01P
057800                  :CVA1I-TXN-REF,                                 DVACC01P
057900                  :CVA1I-AMOUNT,                                  DVACC01P
058000                  :CVA1I-SOURCE,                                  DVACC01P
058100                  :CVA1I-ORIGINATOR,                              DVACC01P
058200                  :WS-BUSINESS-DATE,                              DVACC01P
058300                  'N')                                            DVACC01P
058400     END-EXEC.                                                    DVACC01P
058500     IF SQLCODE IS NOT EQUAL TO ZERO                              DVACC01P
058600        MOVE 'Unable to record the virtual account credit'        DVACC01P
058700          TO CVA1O-MSG                                            DVACC01P
058800        GO TO RECORD-CREDIT-EXIT                                  DVACC01P
058900     END-IF.                                                      DVACC01P
059000     SET CVA1O-REQUEST-OK TO TRUE.                                DVACC01P
059100 RECORD-CREDIT-EXIT.                                              DVACC01P
059200     EXIT.                                                        DVACC01P
059300                                                                  DVACC01P
059400***************************************************************** DVACC01P
059500* Nightly receivables - every credit not yet reported, taken    * DVACC01P
059600* corporate by corporate and grouped by virtual number. Each    * DVACC01P
059700* corporate's lines are captured into the report repository     * DVACC01P
059800* and its file framed onto the outbound queue, then the         * DVACC01P
059900* credits reported are marked so a rerun does not send them     * DVACC01P
060000* again                                                         * DVACC01P
060100***************************************************************** DVACC01P
060200 NIGHTLY-RUN.                                                     DVACC01P
060300     EXEC SQL                                                     DVACC01P
060400          SET :WS-RUN-TS = CURRENT TIMESTAMP                      DVACC01P
060500     END-EXEC.                                                    DVACC01P
060600     MOVE SPACES TO WS-LAST-CORP.                                 DVACC01P
060700     MOVE SPACES TO WS-LAST-VACC.                                 DVACC01P
060800     EXEC SQL                                                     DVACC01P
060900          DECLARE RCV_CSR CURSOR FOR                              DVACC01P
061000          SELECT VAC.VAC_CORP_PID,                                DVACC01P
061100                 VAP.VAP_VACC,                                    DVACC01P
061200                 VAC.VAC_IBAN,                                    DVACC01P
061300                 VAP.VAP_ACCNO,                                   DVACC01P
061400                 VAP.VAP_TXN_REF,                                 DVACC01P
061500                 CHAR(VAP.VAP_TS),                                DVACC01P
061600                 VAP.VAP_AMOUNT,                                  DVACC01P
061700                 VAP.VAP_SOURCE,                                  DVACC01P
061800                 VAP.VAP_ORIGINATOR                               DVACC01P
061900          FROM BNKVAPT VAP,                                       DVACC01P
062000               BNKVACC VAC                                        DVACC01P
062100          WHERE VAC.VAC_VACC = VAP.VAP_VACC AND                   DVACC01P
062200                VAP.VAP_REPORTED = 'N' AND                        DVACC01P
062300                VAP.VAP_TS <= :WS-RUN-TS                          DVACC01P
062400          ORDER BY VAC.VAC_CORP_PID,                              DVACC01P
062500                   VAP.VAP_VACC,                                  DVACC01P
062600                   VAP.VAP_TS                                     DVACC01P
062700          FOR FETCH ONLY                                          DVACC01P
062800     END-EXEC.                                                    DVACC01P
062900     EXEC SQL                                                     DVACC01P
063000          OPEN RCV_CSR                                            DVACC01P
063100     END-EXEC.                                                    DVACC01P
063200     IF SQLCODE IS NOT EQUAL TO ZERO                              DVACC01P
063300        MOVE 'Unable to read the virtual account credits'         DVACC01P
063400          TO CVA1O-MSG                                            DVACC01P
063500        GO TO NIGHTLY-RUN-EXIT                                    DVACC01P
063600     END-IF.                                                      DVACC01P
063700 RCV-LOOP.                                                        DVACC01P
063800     EXEC SQL                                                     DVACC01P
063900          FETCH RCV_CSR                                           DVACC01P
064000          INTO :DCL-VAC-CORP-PID,                                 DVACC01P
064100               :DCL-VAP-VACC,                                     DVACC01P
064200               :DCL-VAC-IBAN,                                     DVACC01P
064300               :DCL-VAP-ACCNO,                                    DVACC01P
064400               :DCL-VAP-TXN-REF,                                  DVACC01P
064500               :DCL-VAP-TS,                                       DVACC01P
064600               :DCL-VAP-AMOUNT,                                   DVACC01P
064700               :DCL-VAP-SOURCE,                                   DVACC01P
064800               :DCL-VAP-ORIGINATOR                                DVACC01P
064900     END-EXEC.                                                    DVACC01P
065000     IF SQLCODE IS EQUAL TO +100                                  DVACC01P
065100        GO TO RCV-LOOP-EXIT                                       DVACC01P
065200     END-IF.                                                      DVACC01P
065300     IF SQLCODE IS NOT EQUAL TO ZERO                              DVACC01P
065400        MOVE 'Unable to read the virtual account credits'         DVACC01P
065500          TO CVA1O-MSG                                            DVACC01P
065600        GO TO RCV-LOOP-EXIT                                       DVACC01P
065700     END-IF.                                                      DVACC01P
065800     PERFORM ONE-CREDIT THRU                                      DVACC01P
065900             ONE-CREDIT-EXIT.                                     DVACC01P
066000     IF CVA1O-MSG IS NOT EQUAL TO SPACES                          DVACC01P
066100        GO TO RCV-LOOP-EXIT                                       DVACC01P
066200     END-IF.                                                      DVACC01P
066300     GO TO RCV-LOOP.                                              DVACC01P
066400 RCV-LOOP-EXIT.                                                   DVACC01P
066500     EXEC SQL                                                     DVACC01P
066600          CLOSE RCV_CSR                                           DVACC01P
066700     END-EXEC.                                                    DVACC01P
066800     IF CVA1O-MSG IS NOT EQUAL TO SPACES                          DVACC01P
066900        GO TO NIGHTLY-RUN-EXIT                                    DVACC01P
067000     END-IF.                                                      DVACC01P
067100     IF WS-LAST-CORP IS NOT EQUAL TO SPACES                       DVACC01P
067200        PERFORM FINISH-GROUP THRU                                 DVACC01P
067300                FINISH-GROUP-EXIT                                 DVACC01P
067400        PERFORM FINISH-CORPORATE THRU                             DVACC01P
067500                FINISH-CORPORATE-EXIT                             DVACC01P
067600        IF CVA1O-MSG IS NOT EQUAL TO SPACES                       DVACC01P
067700           GO TO NIGHTLY-RUN-EXIT                                 DVACC01P
067800        END-IF                                                    DVACC01P
067900     END-IF.                                                      DVACC01P
068000     EXEC SQL                                                     DVACC01P
068100          UPDATE BNKVAPT                                          DVACC01P
068200          SET VAP_REPORTED = 'Y'                                  DVACC01P
068300          WHERE VAP_REPORTED = 'N' AND                            DVACC01P
068400                VAP_TS <= :WS-RUN-TS                              DVACC01P
068500     END-EXEC.                                                    DVACC01P
068600     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DVACC01P
068700        SQLCODE IS NOT EQUAL TO +100                              DVACC01P
068800        MOVE 'Unable to mark the virtual account credits reported'DVACC01P
068900          TO CVA1O-MSG                                            DVACC01P
069000        GO TO NIGHTLY-RUN-EXIT                                    DVACC01P
069100     END-IF.                                                      DVACC01P
069200     SET CVA1O-REQUEST-OK TO TRUE.                                DVACC01P
069300     IF CVA1O-CORPORATES IS EQUAL TO ZERO                         DVACC01P
069400        MOVE 'No virtual account credits to report' TO CVA1O-MSG  DVACC01P
069500     ELSE                                                         DVACC01P
069600        MOVE 'Receivables reported for every corporate'           DVACC01P
069700          TO CVA1O-MSG                                            DVACC01P
069800     END-IF.                                                      DVACC01P
069900 NIGHTLY-RUN-EXIT.                                                DVACC01P
070000     EXIT.                                                        DVACC01P
070100                                                                  DVACC01P
070200***************************************************************** DVACC01P
070300* One credit - close off the previous virtual number, or the    * DVACC01P
070400* previous corporate altogether, as the key changes             * DVACC01P
070500***************************************************************** DVACC01P
070600 ONE-CREDIT.                                                      DVACC01P
070700     IF DCL-VAC-CORP-PID IS NOT EQUAL TO WS-LAST-CORP             DVACC01P
070800        IF WS-LAST-CORP IS NOT EQUAL TO SPACES                    DVACC01P
070900           PERFORM FINISH-GROUP THRU                              DVACC01P
071000                   FINISH-GROUP-EXIT                              DVACC01P
071100           PERFORM FINISH-CORPORATE THRU                          DVACC01P
071200                   FINISH-CORPORATE-EXIT                          DVACC01P
071300           IF CVA1O-MSG IS NOT EQUAL TO SPACES                    DVACC01P
071400              GO TO ONE-CREDIT-EXIT                               DVACC01P
071500           END-IF                                                 DVACC01P
071600        END-IF                                                    DVACC01P
071700        PERFORM START-CORPORATE THRU                              DVACC01P
071800                START-CORPORATE-EXIT                              DVACC01P
071900     ELSE                                                         DVACC01P
072000        IF DCL-VAP-VACC IS NOT EQUAL TO WS-LAST-VACC              DVACC01P
072100           PERFORM FINISH-GROUP THRU                              DVACC01P
072200                   FINISH-GROUP-EXIT                              DVACC01P
072300        END-IF                                                    DVACC01P
072400     END-IF.                                                      DVACC01P
072500     IF CVA1O-MSG IS NOT EQUAL TO SPACES                          DVACC01P
072600        GO TO ONE-CREDIT-EXIT                                     DVACC01P
072700     END-IF.                                                      DVACC01P
072800     IF DCL-VAP-VACC IS NOT EQUAL TO WS-LAST-VACC                 DVACC01P
072900        PERFORM START-GROUP THRU                                  DVACC01P
073000                START-GROUP-EXIT                                  DVACC01P
073100        IF CVA1O-MSG IS NOT EQUAL TO SPACES                       DVACC01P
073200           GO TO ONE-CREDIT-EXIT                                  DVACC01P
073300        END-IF                                                    DVACC01P
073400     END-IF.                                                      DVACC01P
073500     ADD 1 TO WS-GROUP-COUNT.                                     DVACC01P
073600     ADD DCL-VAP-AMOUNT TO WS-GROUP-TOTAL.                        DVACC01P
073700     ADD 1 TO WS-CORP-COUNT.                                      DVACC01P
073800     ADD DCL-VAP-AMOUNT TO WS-CORP-TOTAL.                         DVACC01P
073900     ADD 1 TO CVA1O-CREDITS.                                      DVACC01P
074000     MOVE DCL-VAP-AMOUNT TO WS-AMOUNT-DISP.                       DVACC01P
074100     MOVE SPACES TO WS-CSV-LINE.                                  DVACC01P
074200     STRING DCL-VAC-CORP-PID ',' DCL-VAP-VACC ',' DCL-VAP-ACCNO   DVACC01P
074300            ',' DCL-VAP-TXN-REF ',' DCL-VAP-TS (1:19)             DVACC01P
074400            ',' DCL-VAP-SOURCE ',' DCL-VAP-ORIGINATOR             DVACC01P
074500            ',' WS-AMOUNT-DISP                                    DVACC01P
074600            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DVACC01P
074700     PERFORM QUEUE-REPORT-LINE THRU                               DVACC01P
074800             QUEUE-REPORT-LINE-EXIT.                              DVACC01P
074900     MOVE SPACES TO WS-RCV-RECORD.                                DVACC01P
075000     SET RCV-TYPE-DETAIL TO TRUE.                                 DVACC01P
075100     MOVE DCL-VAP-VACC TO RCV-D-VACC.                             DVACC01P
075200     MOVE DCL-VAP-TXN-REF TO RCV-D-TXN-REF.                       DVACC01P
075300     MOVE DCL-VAP-TS TO RCV-D-POSTED.                             DVACC01P
075400     MOVE DCL-VAP-SOURCE TO RCV-D-SOURCE.                         DVACC01P
075500     MOVE DCL-VAP-ORIGINATOR TO RCV-D-ORIGINATOR.                 DVACC01P
075600     MOVE DCL-VAP-AMOUNT TO RCV-D-AMOUNT.                         DVACC01P
075700     PERFORM WRITE-RECORD THRU                                    DVACC01P
075800             WRITE-RECORD-EXIT.                                   DVACC01P
075900 ONE-CREDIT-EXIT.                                                 DVACC01P
076000     EXIT.                                                        DVACC01P
076100                                                                  DVACC01P
076200***************************************************************** DVACC01P
076300* Open a corporate - the report's heading line and the file's   * DVACC01P
076400* header record                                                 * DVACC01P
076500***************************************************************** DVACC01P
076600 START-CORPORATE.                                                 DVACC01P
076700     MOVE DCL-VAC-CORP-PID TO WS-LAST-CORP.                       DVACC01P
076800     MOVE SPACES TO WS-LAST-VACC.                                 DVACC01P
076900     MOVE ZERO TO WS-CORP-COUNT.                                  DVACC01P
077000     MOVE ZERO TO WS-CORP-TOTAL.                                  DVACC01P
077100     ADD 1 TO CVA1O-CORPORATES.                                   DVACC01P
077200     MOVE SPACES TO WS-CSV-LINE.                                  DVACC01P
077300     STRING 'CORPORATE,VIRTUAL ACCOUNT,SETTLEMENT,REFERENCE,'     DVACC01P
077400            'POSTED,SOURCE,ORIGINATOR,AMOUNT'                     DVACC01P
077500            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DVACC01P
077600     PERFORM QUEUE-REPORT-LINE THRU                               DVACC01P
077700             QUEUE-REPORT-LINE-EXIT.                              DVACC01P
077800     MOVE SPACES TO WS-RCV-RECORD.                                DVACC01P
077900     SET RCV-TYPE-HEADER TO TRUE.                                 DVACC01P
078000     MOVE DCL-VAC-CORP-PID TO RCV-H-CORP-PID.                     DVACC01P
078100     MOVE WS-BUSINESS-DATE TO RCV-H-BUSINESS-DATE.                DVACC01P
078200     PERFORM WRITE-RECORD THRU                                    DVACC01P
078300             WRITE-RECORD-EXIT.                                   DVACC01P
078400 START-CORPORATE-EXIT.                                            DVACC01P
078500     EXIT.                                                        DVACC01P
078600                                                                  DVACC01P
078700***************************************************************** DVACC01P
078800* Open a virtual number's group on the file                     * DVACC01P
078900***************************************************************** DVACC01P
079000 START-GROUP.                                                     DVACC01P
079100     MOVE DCL-VAP-VACC TO WS-LAST-VACC.                           DVACC01P
079200     MOVE ZERO TO WS-GROUP-COUNT.                                 DVACC01P
079300     MOVE ZERO TO WS-GROUP-TOTAL.                                 DVACC01P
079400     MOVE SPACES TO WS-RCV-RECORD.                                DVACC01P
079500     SET RCV-TYPE-GROUP TO TRUE.                                  DVACC01P
079600     MOVE DCL-VAP-VACC TO RCV-G-VACC.                             DVACC01P
079700     MOVE DCL-VAC-IBAN TO RCV-G-IBAN.                             DVACC01P
079800     MOVE DCL-VAP-ACCNO TO RCV-G-REAL-ACC.                        DVACC01P
079900     PERFORM WRITE-RECORD THRU                                    DVACC01P
080000             WRITE-RECORD-EXIT.                                   DVACC01P
080100 START-GROUP-EXIT.                                                DVACC01P
080200     EXIT.                                                        DVACC01P
080300                                                                  DVACC01P
080400***************************************************************** DVACC01P
080500* Close a virtual number's group - its subtotal on the report   * DVACC01P
080600* and its group total on the file                               * DVACC01P
080700***************************************************************** DVACC01P
080800 FINISH-GROUP.                                                    DVACC01P
080900     MOVE WS-GROUP-COUNT TO WS-COUNT-DISP.                        DVACC01P
081000     MOVE WS-GROUP-TOTAL TO WS-AMOUNT-DISP.                       DVACC01P
081100     MOVE SPACES TO WS-CSV-LINE.                                  DVACC01P
081200     STRING WS-LAST-CORP ',' WS-LAST-VACC ',,SUBTOTAL,,,'         DVACC01P
081300            WS-COUNT-DISP ',' WS-AMOUNT-DISP                      DVACC01P
081400            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DVACC01P
081500     PERFORM QUEUE-REPORT-LINE THRU                               DVACC01P
081600             QUEUE-REPORT-LINE-EXIT.                              DVACC01P
081700     MOVE SPACES TO WS-RCV-RECORD.                                DVACC01P
081800     SET RCV-TYPE-GROUP-TOTAL TO TRUE.                            DVACC01P
081900     MOVE WS-LAST-VACC TO RCV-T-VACC.                             DVACC01P
082000     MOVE WS-GROUP-COUNT TO RCV-T-COUNT.                          DVACC01P
082100     MOVE WS-GROUP-TOTAL TO RCV-T-AMOUNT.                         DVACC01P
082200     PERFORM WRITE-RECORD THRU                                    DVACC01P
082300             WRITE-RECORD-EXIT.                                   DVACC01P
082400 FINISH-GROUP-EXIT.                                               DVACC01P
082500     EXIT.                                                        DVACC01P
082600                                                                  DVACC01P
082700***************************************************************** DVACC01P
082800* Close a corporate - its total, the report captured under the  * DVACC01P
082900* corporate's name and the file framed onto the outbound queue  * DVACC01P
083000***************************************************************** DVACC01P
083100 FINISH-CORPORATE.                                                DVACC01P
083200     IF CVA1O-MSG IS NOT EQUAL TO SPACES                          DVACC01P
083300        GO TO FINISH-CORPORATE-EXIT                               DVACC01P
083400     END-IF.                                                      DVACC01P
083500     MOVE WS-CORP-COUNT TO WS-COUNT-DISP.                         DVACC01P
083600     MOVE WS-CORP-TOTAL TO WS-AMOUNT-DISP.                        DVACC01P
083700     MOVE SPACES TO WS-CSV-LINE.                                  DVACC01P
083800     STRING WS-LAST-CORP ',,,TOTAL,,,'                            DVACC01P
083900            WS-COUNT-DISP ',' WS-AMOUNT-DISP                      DVACC01P
084000            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DVACC01P
084100     PERFORM QUEUE-REPORT-LINE THRU                               DVACC01P
084200             QUEUE-REPORT-LINE-EXIT.                              DVACC01P
084300     MOVE SPACES TO WS-RCV-RECORD.                                DVACC01P
084400     SET RCV-TYPE-CORP-TOTAL TO TRUE.                             DVACC01P
084500     MOVE WS-LAST-CORP TO RCV-Z-CORP-PID.                         DVACC01P
084600     MOVE WS-CORP-COUNT TO RCV-Z-COUNT.                           DVACC01P
084700     MOVE WS-CORP-TOTAL TO RCV-Z-AMOUNT.                          DVACC01P
084800     PERFORM WRITE-RECORD THRU                                    DVACC01P
084900             WRITE-RECORD-EXIT.                                   DVACC01P
085000     IF CVA1O-MSG IS NOT EQUAL TO SPACES                          DVACC01P
085100        GO TO FINISH-CORPORATE-EXIT                               DVACC01P
085200     END-IF.                                                      DVACC01P
085300     INITIALIZE CD96-DATA.                                        DVACC01P
085400     SET CD96I-CAPTURE-REPORT TO TRUE.                            DVACC01P
085500     MOVE WS-PROGRAM-ID TO CD96I-JOB.                             DVACC01P
085600     MOVE WS-LAST-CORP TO WS-REPORT-CORP.                         DVACC01P
085700     MOVE WS-REPORT-NAME TO CD96I-REPORT-NAME.                    DVACC01P
085800     MOVE 'CSVQ' TO CD96I-QUEUE.                                  DVACC01P
085900     MOVE 90 TO CD96I-RETAIN-DAYS.                                DVACC01P
086000 COPY CBANKX96.                                                   DVACC01P
086100     IF NOT CD96O-REQUEST-OK                                      DVACC01P
086200        MOVE CD96O-MSG TO CVA1O-MSG                               DVACC01P
086300        GO TO FINISH-CORPORATE-EXIT                               DVACC01P
086400     END-IF.                                                      DVACC01P
086500     INITIALIZE CD91-DATA.                                        DVACC01P
086600     SET CD91I-FRAME-FILE TO TRUE.                                DVACC01P
086700     MOVE WS-PROGRAM-ID TO CD91I-SOURCE-JOB.                      DVACC01P
086800     MOVE 'VRCO' TO CD91I-IN-QUEUE.                               DVACC01P
086900     MOVE 'VRCX' TO CD91I-OUT-QUEUE.                              DVACC01P
087000     MOVE WS-BUSINESS-DATE TO CD91I-BUSINESS-DATE.                DVACC01P
087100 COPY CBANKX91.                                                   DVACC01P
087200     IF NOT CD91O-REQUEST-OK                                      DVACC01P
087300        MOVE CD91O-MSG TO CVA1O-MSG                               DVACC01P
087400        GO TO FINISH-CORPORATE-EXIT                               DVACC01P
087500     END-IF.                                                      DVACC01P
087600     ADD CD91O-RECORD-COUNT TO CVA1O-RECORD-COUNT.                DVACC01P
087700     MOVE CVA1O-HASH-TOTAL TO WS-HASH-WORK.                       DVACC01P
087800     ADD CD91O-HASH-TOTAL TO WS-HASH-WORK.                        DVACC01P
087900     IF WS-HASH-WORK IS GREATER THAN 9999999999999                DVACC01P
088000        SUBTRACT 10000000000000 FROM WS-HASH-WORK                 DVACC01P
088100     END-IF.                                                      DVACC01P
088200     MOVE WS-HASH-WORK TO CVA1O-HASH-TOTAL.                       DVACC01P
088300 FINISH-CORPORATE-EXIT.                                           DVACC01P
088400     EXIT.                                                        DVACC01P
088500                                                                  DVACC01P
088600***************************************************************** DVACC01P
088700* Hand one record to the receivables file's queue               * DVACC01P
088800***************************************************************** DVACC01P
088900 WRITE-RECORD.                                                    DVACC01P
089000     EXEC CICS WRITEQ TD                                          DVACC01P
089100               QUEUE('VRCO')                                      DVACC01P
089200               FROM(WS-RCV-RECORD)                                DVACC01P
089300               LENGTH(LENGTH OF WS-RCV-RECORD)                    DVACC01P
089400               RESP(WS-RESP)                                      DVACC01P
089500     END-EXEC.                                                    DVACC01P
089600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DVACC01P
089700        MOVE 'Unable to write the receivables queue' TO CVA1O-MSG DVACC01P
089800     END-IF.                                                      DVACC01P
089900 WRITE-RECORD-EXIT.                                               DVACC01P
090000     EXIT.                                                        DVACC01P
090100                                                                  DVACC01P
090200***************************************************************** DVACC01P
090300* Hand the built line to the extract queue                      * DVACC01P
090400***************************************************************** DVACC01P
090500 QUEUE-REPORT-LINE.                                               DVACC01P
090600 COPY CCSVWRQ.                                                    DVACC01P
090700 QUEUE-REPORT-LINE-EXIT.                                          DVACC01P
090800     EXIT.                                                        DVACC01P
