000100***************************************************************** DMAND01P
000200*                                                               * DMAND01P
000300*  Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.    * DMAND01P
000400*  This demonstration program is provided for use by users      * DMAND01P
000500*  of Micro Focus products and may be used, modified and        * DMAND01P
000600*  distributed as part of your application provided that        * DMAND01P
000700*  you properly acknowledge the copyright of Micro Focus        * DMAND01P
000800*  in this material.                                            * DMAND01P
000900*                                                               * DMAND01P
001000***************************************************************** DMAND01P
001100                                                                  DMAND01P
001200***************************************************************** DMAND01P
001300* Program:     DMAND01P.CBL                                     * DMAND01P
001400* Function:    Direct-debit mandate register - records the      * DMAND01P
001500*              mandates originators set up or cancel on the     * DMAND01P
001600*              inbound file and those learnt from a first       * DMAND01P
001700*              collection, decides whether a collection may be  * DMAND01P
001800*              posted, and lets customers list and cancel       * DMAND01P
001900*              their mandates and block an originator           * DMAND01P
002000*              SQL version                                      * DMAND01P
002100***************************************************************** DMAND01P
002200                                                                  DMAND01P
002300 IDENTIFICATION DIVISION.                                         DMAND01P
002400 PROGRAM-ID.                                                      DMAND01P
002500     DMAND01P.                                                    DMAND01P
002600 DATE-WRITTEN.                                                    DMAND01P
002700     October 2026.                                                DMAND01P
002800 DATE-COMPILED.                                                   DMAND01P
002900     Today.                                                       DMAND01P
003000                                                                  DMAND01P
003100 ENVIRONMENT DIVISION.                                            DMAND01P
003200                                                                  DMAND01P
003300 DATA DIVISION.                                                   DMAND01P
003400                                                                  DMAND01P
003500 WORKING-STORAGE SECTION.                                         DMAND01P
003600 01  WS-MISC-STORAGE.                                             DMAND01P
003700   05  WS-PROGRAM-ID                         PIC X(8)             DMAND01P
003800       VALUE 'DMAND01P'.                                          DMAND01P
003900   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DMAND01P
004000   05  WS-SUB1                               PIC S9(4) COMP.      DMAND01P
004100   05  WS-SUB2                               PIC S9(4) COMP.      DMAND01P
004200   05  WS-PAGE-SIZE                          PIC S9(4) COMP.      DMAND01P
004300   05  WS-TURNS                              PIC S9(4) COMP.      DMAND01P
004400   05  WS-HOLD-ENTRY                         PIC X(68).           DMAND01P
004500                                                                  DMAND01P
004600   EXEC SQL                                                       DMAND01P
004700        BEGIN DECLARE SECTION                                     DMAND01P
004800   END-EXEC.                                                      DMAND01P
004900 01  WS-COMMAREA.                                                 DMAND01P
005000     EXEC SQL                                                     DMAND01P
005100          INCLUDE CMANDD01                                        DMAND01P
005200     END-EXEC.                                                    DMAND01P
005300 01  DCL-MANDATE-AREAS.                                           DMAND01P
005400*        The account the mandate is held against                  DMAND01P
005500   05  DCL-ACC-PID                           PIC X(5).            DMAND01P
005600*        A mandate as kept on BNKDDMN                             DMAND01P
005700   05  DCL-DDM-ID                            PIC S9(7) COMP-3.    DMAND01P
005800   05  DCL-DDM-ACCNO                         PIC X(9).            DMAND01P
005900   05  DCL-DDM-PID                           PIC X(5).            DMAND01P
006000   05  DCL-DDM-ORIGINATOR                    PIC X(20).           DMAND01P
006100   05  DCL-DDM-REF                           PIC X(18).           DMAND01P
006200   05  DCL-DDM-STATUS                        PIC X(1).            DMAND01P
006300   05  DCL-DDM-SOURCE                        PIC X(1).            DMAND01P
006400   05  DCL-DDM-BLOCKED                       PIC X(1).            DMAND01P
006500   05  DCL-DDM-LAST-DATE                     PIC X(10).           DMAND01P
006600   05  DCL-DDM-LAST-AMOUNT                   PIC S9(7)V99 COMP-3. DMAND01P
006700   05  DCL-DDM-COUNT                         PIC S9(7) COMP-3.    DMAND01P
006800   05  DCL-DDB-COUNT                         PIC S9(7) COMP-3.    DMAND01P
006900   05  DCL-CTL-VALUE                         PIC S9(9)V9(6)       DMAND01P
007000                                             COMP-3.              DMAND01P
007100 01  WS-MANDATE-AREAS.                                            DMAND01P
007200   05  WS-RUN-TS                             PIC X(26).           DMAND01P
007300   05  WS-KEY-ID                             PIC S9(7) COMP-3.    DMAND01P
007400*        1 while a first collection may add its mandate - BNKCTLV DMAND01P
007500*        DDMLEARN at 0 stops it once the register is complete     DMAND01P
007600   05  WS-LEARN                              PIC S9(9)V9(6)       DMAND01P
007700                                             COMP-3.              DMAND01P
007800                                                                  DMAND01P
007900     EXEC SQL                                                     DMAND01P
008000          INCLUDE SQLCA                                           DMAND01P
008100     END-EXEC.                                                    DMAND01P
008200                                                                  DMAND01P
008300 COPY CABENDD.                                                    DMAND01P
008400   EXEC SQL                                                       DMAND01P
008500        END DECLARE SECTION                                       DMAND01P
008600   END-EXEC.                                                      DMAND01P
008700                                                                  DMAND01P
008800 LINKAGE SECTION.                                                 DMAND01P
008900 01  DFHCOMMAREA.                                                 DMAND01P
009000   05  LK-COMMAREA                           PIC X(1)             DMAND01P
009100       OCCURS 1 TO 6144 TIMES                                     DMAND01P
009200         DEPENDING ON WS-COMMAREA-LENGTH.                         DMAND01P
009300                                                                  DMAND01P
009400 COPY CENTRY.                                                     DMAND01P
009500***************************************************************** DMAND01P
009600* Move the passed area to our area                              * DMAND01P
009700***************************************************************** DMAND01P
009800     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DMAND01P
009900     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DMAND01P
010000                                                                  DMAND01P
010100***************************************************************** DMAND01P
010200* Initialize our output area                                    * DMAND01P
010300***************************************************************** DMAND01P
010400     INITIALIZE CMD1O-DATA.                                       DMAND01P
010500     SET CMD1O-REQUEST-FAIL TO TRUE.                              DMAND01P
010600     MOVE 'N' TO CMD1O-REGISTERED.                                DMAND01P
010700     EXEC SQL                                                     DMAND01P
010800          SET :WS-RUN-TS = CURRENT TIMESTAMP                      DMAND01P
010900     END-EXEC.                                                    DMAND01P
011000                                                                  DMAND01P
011100     EVALUATE TRUE                                                DMAND01P
011200       WHEN CMD1I-SETUP                                           DMAND01P
011300         PERFORM CHECK-ACCOUNT THRU                               DMAND01P
011400                 CHECK-ACCOUNT-EXIT                               DMAND01P
011500         IF CMD1O-MSG IS EQUAL TO SPACES                          DMAND01P
011600            PERFORM SETUP-MANDATE THRU                            DMAND01P
011700                    SETUP-MANDATE-EXIT                            DMAND01P
011800         END-IF                                                   DMAND01P
011900       WHEN CMD1I-ORIG-CANCEL                                     DMAND01P
012000         PERFORM CHECK-ACCOUNT THRU                               DMAND01P
012100                 CHECK-ACCOUNT-EXIT                               DMAND01P
012200         IF CMD1O-MSG IS EQUAL TO SPACES                          DMAND01P
012300            PERFORM ORIGINATOR-CANCEL THRU                        DMAND01P
012400                    ORIGINATOR-CANCEL-EXIT                        DMAND01P
012500         END-IF                                                   DMAND01P
012600       WHEN CMD1I-CHECK-COLLECTION                                DMAND01P
012700         PERFORM CHECK-ACCOUNT THRU                               DMAND01P
012800                 CHECK-ACCOUNT-EXIT                               DMAND01P
012900         IF CMD1O-MSG IS EQUAL TO SPACES                          DMAND01P
013000            PERFORM CHECK-COLLECTION THRU                         DMAND01P
013100                    CHECK-COLLECTION-EXIT                         DMAND01P
013200         END-IF                                                   DMAND01P
013300       WHEN CMD1I-RECORD-COLLECTION                               DMAND01P
013400         PERFORM RECORD-COLLECTION THRU                           DMAND01P
013500                 RECORD-COLLECTION-EXIT                           DMAND01P
013600       WHEN CMD1I-LIST                                            DMAND01P
013700         PERFORM CHECK-ACCOUNT THRU                               DMAND01P
013800                 CHECK-ACCOUNT-EXIT                               DMAND01P
013900         IF CMD1O-MSG IS EQUAL TO SPACES                          DMAND01P
014000            PERFORM LIST-MANDATES THRU                            DMAND01P
014100                    LIST-MANDATES-EXIT                            DMAND01P
014200         END-IF                                                   DMAND01P
014300       WHEN CMD1I-CANCEL                                          DMAND01P
014400         PERFORM CHECK-ACCOUNT THRU                               DMAND01P
014500                 CHECK-ACCOUNT-EXIT                               DMAND01P
014600         IF CMD1O-MSG IS EQUAL TO SPACES                          DMAND01P
014700            PERFORM READ-MANDATE THRU                             DMAND01P
014800                    READ-MANDATE-EXIT                             DMAND01P
014900         END-IF                                                   DMAND01P
015000         IF CMD1O-MSG IS EQUAL TO SPACES                          DMAND01P
015100            PERFORM CUSTOMER-CANCEL THRU                          DMAND01P
015200                    CUSTOMER-CANCEL-EXIT                          DMAND01P
015300         END-IF                                                   DMAND01P
015400       WHEN CMD1I-BLOCK                                           DMAND01P
015500         PERFORM CHECK-ACCOUNT THRU                               DMAND01P
015600                 CHECK-ACCOUNT-EXIT                               DMAND01P
015700         IF CMD1O-MSG IS EQUAL TO SPACES                          DMAND01P
015800            PERFORM READ-MANDATE THRU                             DMAND01P
015900                    READ-MANDATE-EXIT                             DMAND01P
016000         END-IF                                                   DMAND01P
016100         IF CMD1O-MSG IS EQUAL TO SPACES                          DMAND01P
016200            PERFORM BLOCK-ORIGINATOR THRU                         DMAND01P
016300                    BLOCK-ORIGINATOR-EXIT                         DMAND01P
016400         END-IF                                                   DMAND01P
016500       WHEN CMD1I-UNBLOCK                                         DMAND01P
016600         PERFORM CHECK-ACCOUNT THRU                               DMAND01P
016700                 CHECK-ACCOUNT-EXIT                               DMAND01P
016800         IF CMD1O-MSG IS EQUAL TO SPACES                          DMAND01P
016900            PERFORM READ-MANDATE THRU                             DMAND01P
017000                    READ-MANDATE-EXIT                             DMAND01P
017100         END-IF                                                   DMAND01P
017200         IF CMD1O-MSG IS EQUAL TO SPACES                          DMAND01P
017300            PERFORM UNBLOCK-ORIGINATOR THRU                       DMAND01P
017400                    UNBLOCK-ORIGINATOR-EXIT                       DMAND01P
017500         END-IF                                                   DMAND01P
017600       WHEN OTHER                                                 DMAND01P
017700         MOVE 'Unknown mandate register function requested'       DMAND01P
017800           TO CMD1O-MSG                                           DMAND01P
017900     END-EVALUATE.                                                DMAND01P
018000                                                                  DMAND01P
018100 DMAND01P-EXIT.                                                   DMAND01P
018200***************************************************************** DMAND01P
018300* Move the result back to the callers area                      * DMAND01P
018400***************************************************************** DMAND01P
018500     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DMAND01P
018600                                                                  DMAND01P
018700***************************************************************** DMAND01P
018800* Return to our caller                                          * DMAND01P
018900***************************************************************** DMAND01P
019000 COPY CRETURN.                                                    DMAND01P
019100                                                                  DMAND01P
019200***************************************************************** DMAND01P
019300* The account must exist and, when a customer asks, be theirs   * DMAND01P
019400***************************************************************** DMAND01P
019500 CHECK-ACCOUNT.                                                   DMAND01P
019600     IF CMD1I-ACC IS EQUAL TO SPACES                              DMAND01P
019700        MOVE 'Key the account number' TO CMD1O-MSG                DMAND01P
019800        GO TO CHECK-ACCOUNT-EXIT                                  DMAND01P
019900     END-IF.                                                      DMAND01P
020000     EXEC SQL                                                     DMAND01P
020100          SELECT BAC_PID                                          DMAND01P
020200          INTO :DCL-ACC-PID                                       DMAND01P
020300          FROM BNKACC                                             DMAND01P
020400          WHERE BAC_ACCNO = :CMD1I-ACC                            DMAND01P
020500     END-EXEC.                                                    DMAND01P
020600     IF SQLCODE IS EQUAL TO +100                                  DMAND01P
020700        SET CMD1O-NOT-FOUND TO TRUE                               DMAND01P
020800        MOVE 'Account not found' TO CMD1O-MSG                     DMAND01P
020900        GO TO CHECK-ACCOUNT-EXIT                                  DMAND01P
021000     END-IF.                                                      DMAND01P
021100     IF SQLCODE IS NOT EQUAL TO ZERO                              DMAND01P
021200        MOVE 'Unable to read the account' TO CMD1O-MSG            DMAND01P
021300        GO TO CHECK-ACCOUNT-EXIT                                  DMAND01P
021400     END-IF.                                                      DMAND01P
021500     IF CMD1I-PERSON-PID IS NOT EQUAL TO SPACES AND               DMAND01P
021600        CMD1I-PERSON-PID IS NOT EQUAL TO DCL-ACC-PID              DMAND01P
021700        SET CMD1O-NOT-FOUND TO TRUE                               DMAND01P
021800        MOVE 'Account not found' TO CMD1O-MSG                     DMAND01P
021900     END-IF.                                                      DMAND01P
022000 CHECK-ACCOUNT-EXIT.                                              DMAND01P
022100     EXIT.                                                        DMAND01P
022200                                                                  DMAND01P
022300***************************************************************** DMAND01P
022400* Has the account holder blocked this originator - a block      * DMAND01P
022500* covers every account the customer holds                       * DMAND01P
022600***************************************************************** DMAND01P
022700 CHECK-BLOCKED.                                                   DMAND01P
022800     MOVE ZERO TO DCL-DDB-COUNT.                                  DMAND01P
022900     EXEC SQL                                                     DMAND01P
023000          SELECT COUNT(*)                                         DMAND01P
023100          INTO :DCL-DDB-COUNT                                     DMAND01P
023200          FROM BNKDDBK                                            DMAND01P
023300          WHERE DDB_PID = :DCL-ACC-PID AND                        DMAND01P
023400                DDB_ORIGINATOR = :CMD1I-ORIGINATOR                DMAND01P
023500     END-EXEC.                                                    DMAND01P
023600     IF SQLCODE IS NOT EQUAL TO ZERO                              DMAND01P
023700        MOVE 'Unable to read the originator blocks' TO CMD1O-MSG  DMAND01P
023800     END-IF.                                                      DMAND01P
023900 CHECK-BLOCKED-EXIT.                                              DMAND01P
024000     EXIT.                                                        DMAND01P
024100                                                                  DMAND01P
024200***************************************************************** DMAND01P
024300* An originator's setup instruction. One from an originator the * DMAND01P
024400* customer has blocked is refused; one the register already     * DMAND01P
024500* holds live is taken as a repeat, and one for a mandate        * DMAND01P
024600* cancelled earlier sets it up again                            * DMAND01P
024700***************************************************************** DMAND01P
024800 SETUP-MANDATE.                                                   DMAND01P
024900     IF CMD1I-ORIGINATOR IS EQUAL TO SPACES                       DMAND01P
025000        MOVE 'The originator is needed' TO CMD1O-MSG              DMAND01P
025100        GO TO SETUP-MANDATE-EXIT                                  DMAND01P
025200     END-IF.                                                      DMAND01P
025300     PERFORM CHECK-BLOCKED THRU                                   DMAND01P
025400             CHECK-BLOCKED-EXIT.                                  DMAND01P
025500     IF CMD1O-MSG IS NOT EQUAL TO SPACES                          DMAND01P
025600        GO TO SETUP-MANDATE-EXIT                                  DMAND01P
025700     END-IF.                                                      DMAND01P
025800     IF DCL-DDB-COUNT IS GREATER THAN ZERO                        DMAND01P
025900        SET CMD1O-REFUSED TO TRUE                                 DMAND01P
026000        SET CMD1O-ORIG-BLOCKED TO TRUE                            DMAND01P
026100        MOVE 'The customer has blocked this originator'           DMAND01P
026200          TO CMD1O-MSG                                            DMAND01P
026300        GO TO SETUP-MANDATE-EXIT                                  DMAND01P
026400     END-IF.                                                      DMAND01P
026500     EXEC SQL                                                     DMAND01P
026600          SELECT DDM_ID,                                          DMAND01P
026700                 DDM_STATUS                                       DMAND01P
026800          INTO :DCL-DDM-ID,                                       DMAND01P
026900               :DCL-DDM-STATUS                                    DMAND01P
027000          FROM BNKDDMN                                            DMAND01P
027100          WHERE DDM_ACCNO = :CMD1I-ACC AND                        DMAND01P
027200                DDM_ORIGINATOR = :CMD1I-ORIGINATOR AND            DMAND01P
027300                DDM_REF = :CMD1I-REF                              DMAND01P
027400     END-EXEC.                                                    DMAND01P
027500     IF SQLCODE IS EQUAL TO ZERO                                  DMAND01P
027600        MOVE DCL-DDM-ID TO CMD1O-MANDATE-ID                       DMAND01P
027700        IF DCL-DDM-STATUS IS EQUAL TO 'A'                         DMAND01P
027800           SET CMD1O-REQUEST-OK TO TRUE                           DMAND01P
027900           MOVE 'The mandate is already held' TO CMD1O-MSG        DMAND01P
028000           GO TO SETUP-MANDATE-EXIT                               DMAND01P
028100        END-IF                                                    DMAND01P
028200        EXEC SQL                                                  DMAND01P
028300             UPDATE BNKDDMN                                       DMAND01P
028400             SET DDM_STATUS = 'A',                                DMAND01P
028500                 DDM_SOURCE = 'I',                                DMAND01P
028600                 DDM_CREATED_TS = :WS-RUN-TS,                     DMAND01P
028700                 DDM_CANCEL_SOURCE = ' ',                         DMAND01P
028800                 DDM_CANCELLED_BY = ' ',                          DMAND01P
028900                 DDM_CANCELLED_TS = NULL                          DMAND01P
029000             WHERE DDM_ID = :DCL-DDM-ID                           DMAND01P
029100        END-EXEC                                                  DMAND01P
029200        IF SQLCODE IS NOT EQUAL TO ZERO                           DMAND01P
029300           MOVE 'Unable to set the mandate up again' TO CMD1O-MSG DMAND01P
029400           GO TO SETUP-MANDATE-EXIT                               DMAND01P
029500        END-IF                                                    DMAND01P
029600        SET CMD1O-REQUEST-OK TO TRUE                              DMAND01P
029700        MOVE 'Mandate set up again' TO CMD1O-MSG                  DMAND01P
029800        GO TO SETUP-MANDATE-EXIT                                  DMAND01P
029900     END-IF.                                                      DMAND01P
030000     IF SQLCODE IS NOT EQUAL TO +100                              DMAND01P
030100        MOVE 'Unable to read the mandate register' TO CMD1O-MSG   DMAND01P
030200        GO TO SETUP-MANDATE-EXIT                                  DMAND01P
030300     END-IF.                                                      DMAND01P
030400     MOVE 'I' TO DCL-DDM-SOURCE.                                  DMAND01P
030500     PERFORM ADD-MANDATE THRU                                     DMAND01P
030600             ADD-MANDATE-EXIT.                                    DMAND01P
030700     IF CMD1O-MSG IS EQUAL TO SPACES                              DMAND01P
030800        SET CMD1O-REQUEST-OK TO TRUE                              DMAND01P
030900        MOVE 'Mandate set up' TO CMD1O-MSG                        DMAND01P
031000     END-IF.                                                      DMAND01P
031100 SETUP-MANDATE-EXIT.                                              DMAND01P
031200     EXIT.                                                        DMAND01P
031300                                                                  DMAND01P
031400***************************************************************** DMAND01P
031500* Add a live mandate under the next id - from a setup           * DMAND01P
031600* instruction (I) or a first collection (F)                     * DMAND01P
031700***************************************************************** DMAND01P
031800 ADD-MANDATE.                                                     DMAND01P
031900     EXEC SQL                                                     DMAND01P
032000          SELECT VALUE(MAX(DDM_ID), 0) + 1                        DMAND01P
032100          INTO :DCL-DDM-ID                                        DMAND01P
032200          FROM BNKDDMN                                            DMAND01P
032300     END-EXEC.                                                    DMAND01P
032400     IF SQLCODE IS NOT EQUAL TO ZERO                              DMAND01P
032500        MOVE 'Unable to number the mandate' TO CMD1O-MSG          DMAND01P
032600        GO TO ADD-MANDATE-EXIT                                    DMAND01P
032700     END-IF.                                                      DMAND01P
032800     EXEC SQL                                                     DMAND01P
032900          INSERT                                                  DMAND01P
033000          INTO BNKDDMN (DDM_ID,                                   DMAND01P
033100                        DDM_ACCNO,                                DMAND01P
033200                        DDM_PID,                                  DMAND01P
033300                        DDM_ORIGINATOR,                           DMAND01P
033400                        DDM_REF,                                  DMAND01P
033500                        DDM_STATUS,                               DMAND01P
033600                        DDM_SOURCE,                               DMAND01P
033700                        DDM_CREATED_TS,                           DMAND01P
033800                        DDM_CANCEL_SOURCE,                        DMAND01P
033900                        DDM_CANCELLED_BY,                         DMAND01P
034000                        DDM_LAST_AMOUNT)                          DMAND01P
034100          VALUES (:DCL-DDM-ID,                                    DMAND01P
034200                  :CMD1I-ACC,                                     DMAND01P
034300                  :DCL-ACC-PID,                                   DMAND01P
034400                  :CMD1I-ORIGINATOR,                              DMAND01P
034500                  :CMD1I-REF,                                     DMAND01P
034600                  'A',                                            DMAND01P
034700                  :DCL-DDM-SOURCE,                                DMAND01P
034800                  :WS-RUN-TS,                                     DMAND01P
034900                  ' ',                                            DMAND01P
035000                  ' ',                                            DMAND01P
035100                  0)                                              DMAND01P
035200     END-EXEC.                                                    DMAND01P
035300     IF SQLCODE IS NOT EQUAL TO ZERO                              DMAND01P
035400        MOVE 'Unable to add the mandate' TO CMD1O-MSG             DMAND01P
035500        GO TO ADD-MANDATE-EXIT                                    DMAND01P
035600     END-IF.                                                      DMAND01P
035700     MOVE DCL-DDM-ID TO CMD1O-MANDATE-ID.                         DMAND01P
035800 ADD-MANDATE-EXIT.                                                DMAND01P
035900     EXIT.                                                        DMAND01P
036000                                                                  DMAND01P
036100***************************************************************** DMAND01P
036200* The originator's own cancellation of a mandate it holds       * DMAND01P
036300***************************************************************** DMAND01P
036400 ORIGINATOR-CANCEL.                                               DMAND01P
036500     EXEC SQL                                                     DMAND01P
036600          UPDATE BNKDDMN                                          DMAND01P
036700          SET DDM_STATUS = 'C',                                   DMAND01P
036800              DDM_CANCEL_SOURCE = 'O',                            DMAND01P
036900              DDM_CANCELLED_BY = ' ',                             DMAND01P
037000              DDM_CANCELLED_TS = :WS-RUN-TS                       DMAND01P
037100          WHERE DDM_ACCNO = :CMD1I-ACC AND                        DMAND01P
037200                DDM_ORIGINATOR = :CMD1I-ORIGINATOR AND            DMAND01P
037300                DDM_REF = :CMD1I-REF AND                          DMAND01P
037400                DDM_STATUS = 'A'                                  DMAND01P
037500     END-EXEC.                                                    DMAND01P
037600     IF SQLCODE IS EQUAL TO +100                                  DMAND01P
037700        SET CMD1O-NOT-FOUND TO TRUE                               DMAND01P
037800        MOVE 'No live mandate matches the cancellation'           DMAND01P
037900          TO CMD1O-MSG                                            DMAND01P
038000        GO TO ORIGINATOR-CANCEL-EXIT                              DMAND01P
038100     END-IF.                                                      DMAND01P
038200     IF SQLCODE IS NOT EQUAL TO ZERO                              DMAND01P
038300        MOVE 'Unable to cancel the mandate' TO CMD1O-MSG          DMAND01P
038400        GO TO ORIGINATOR-CANCEL-EXIT                              DMAND01P
038500     END-IF.                                                      DMAND01P
038600     SET CMD1O-REQUEST-OK TO TRUE.                                DMAND01P
038700     MOVE 'Mandate cancelled by the originator' TO CMD1O-MSG.     DMAND01P
038800 ORIGINATOR-CANCEL-EXIT.                                          DMAND01P
038900     EXIT.                                                        DMAND01P
039000                                                                  DMAND01P
039100***************************************************************** DMAND01P
039200* May this collection be posted? Not from an originator the     * DMAND01P
039300* customer has blocked, and only under a live mandate - one     * DMAND01P
039400* with no reference matches any the originator holds. An        * DMAND01P
039500* originator presenting its first collection on the account,    * DMAND01P
039600* with no mandate there at all, has it added to the register    * DMAND01P
039700* while DDMLEARN allows, so mandates older than the register    * DMAND01P
039800* carry on being paid                                           * DMAND01P
039900***************************************************************** DMAND01P
040000 CHECK-COLLECTION.                                                DMAND01P
040100     PERFORM CHECK-BLOCKED THRU                                   DMAND01P
040200             CHECK-BLOCKED-EXIT.                                  DMAND01P
040300     IF CMD1O-MSG IS NOT EQUAL TO SPACES                          DMAND01P
040400        GO TO CHECK-COLLECTION-EXIT                               DMAND01P
040500     END-IF.                                                      DMAND01P
040600     IF DCL-DDB-COUNT IS GREATER THAN ZERO                        DMAND01P
040700        SET CMD1O-REFUSED TO TRUE                                 DMAND01P
040800        SET CMD1O-ORIG-BLOCKED TO TRUE                            DMAND01P
040900        MOVE 'The customer has blocked this originator'           DMAND01P
041000          TO CMD1O-MSG                                            DMAND01P
041100        GO TO CHECK-COLLECTION-EXIT                               DMAND01P
041200     END-IF.                                                      DMAND01P
041300     IF CMD1I-REF IS EQUAL TO SPACES                              DMAND01P
041400        EXEC SQL                                                  DMAND01P
041500             SELECT VALUE(MIN(DDM_ID), 0)                         DMAND01P
041600             INTO :DCL-DDM-ID                                     DMAND01P
041700             FROM BNKDDMN                                         DMAND01P
041800             WHERE DDM_ACCNO = :CMD1I-ACC AND                     DMAND01P
041900                   DDM_ORIGINATOR = :CMD1I-ORIGINATOR AND         DMAND01P
042000                   DDM_STATUS = 'A'                               DMAND01P
042100        END-EXEC                                                  DMAND01P
042200     ELSE                                                         DMAND01P
042300        EXEC SQL                                                  DMAND01P
042400             SELECT VALUE(MIN(DDM_ID), 0)                         DMAND01P
042500             INTO :DCL-DDM-ID                                     DMAND01P
042600             FROM BNKDDMN                                         DMAND01P
042700             WHERE DDM_ACCNO = :CMD1I-ACC AND                     DMAND01P
042800                   DDM_ORIGINATOR = :CMD1I-ORIGINATOR AND         DMAND01P
042900                   DDM_REF = :CMD1I-REF AND                       DMAND01P
043000                   DDM_STATUS = 'A'                               DMAND01P
043100        END-EXEC                                                  DMAND01P
043200     END-IF.                                                      DMAND01P
043300     IF SQLCODE IS NOT EQUAL TO ZERO                              DMAND01P
043400        MOVE 'Unable to read the mandate register' TO CMD1O-MSG   DMAND01P
043500        GO TO CHECK-COLLECTION-EXIT                               DMAND01P
043600     END-IF.                                                      DMAND01P
043700     IF DCL-DDM-ID IS GREATER THAN ZERO                           DMAND01P
043800        MOVE DCL-DDM-ID TO CMD1O-MANDATE-ID                       DMAND01P
043900        SET CMD1O-REQUEST-OK TO TRUE                              DMAND01P
044000        GO TO CHECK-COLLECTION-EXIT                               DMAND01P
044100     END-IF.                                                      DMAND01P
044200     MOVE ZERO TO DCL-DDM-COUNT.                                  DMAND01P
044300     EXEC SQL                                                     DMAND01P
044400          SELECT COUNT(*)                                         DMAND01P
044500          INTO :DCL-DDM-COUNT                                     DMAND01P
044600          FROM BNKDDMN                                            DMAND01P
044700          WHERE DDM_ACCNO = :CMD1I-ACC AND                        DMAND01P
044800                DDM_ORIGINATOR = :CMD1I-ORIGINATOR                DMAND01P
044900     END-EXEC.                                                    DMAND01P
045000     IF SQLCODE IS NOT EQUAL TO ZERO                              DMAND01P
045100        MOVE 'Unable to read the mandate register' TO CMD1O-MSG   DMAND01P
045200        GO TO CHECK-COLLECTION-EXIT                               DMAND01P
045300     END-IF.                                                      DMAND01P
045400     MOVE 1 TO WS-LEARN.                                          DMAND01P
045500     EXEC SQL                                                     DMAND01P
045600          SELECT CTL_VALUE                                        DMAND01P
045700          INTO :DCL-CTL-VALUE                                     DMAND01P
045800          FROM BNKCTLV                                            DMAND01P
045900          WHERE CTL_ID = 'DDMLEARN'                               DMAND01P
046000     END-EXEC.                                                    DMAND01P
046100     IF SQLCODE IS EQUAL TO ZERO                                  DMAND01P
046200        MOVE DCL-CTL-VALUE TO WS-LEARN                            DMAND01P
046300     END-IF.                                                      DMAND01P
046400     IF DCL-DDM-COUNT IS GREATER THAN ZERO OR                     DMAND01P
046500        WS-LEARN IS NOT EQUAL TO 1                                DMAND01P
046600        SET CMD1O-REFUSED TO TRUE                                 DMAND01P
046700        SET CMD1O-NO-MANDATE TO TRUE                              DMAND01P
046800        MOVE 'No live mandate covers this collection'             DMAND01P
046900          TO CMD1O-MSG                                            DMAND01P
047000        GO TO CHECK-COLLECTION-EXIT                               DMAND01P
047100     END-IF.                                                      DMAND01P
047200     MOVE 'F' TO DCL-DDM-SOURCE.                                  DMAND01P
047300     PERFORM ADD-MANDATE THRU                                     DMAND01P
047400             ADD-MANDATE-EXIT.                                    DMAND01P
047500     IF CMD1O-MSG IS EQUAL TO SPACES                              DMAND01P
047600        MOVE 'Y' TO CMD1O-REGISTERED                              DMAND01P
047700        SET CMD1O-REQUEST-OK TO TRUE                              DMAND01P
047800     END-IF.                                                      DMAND01P
047900 CHECK-COLLECTION-EXIT.                                           DMAND01P
048000     EXIT.                                                        DMAND01P
048100                                                                  DMAND01P
048200***************************************************************** DMAND01P
048300* A collection has posted under the mandate - keep its date and * DMAND01P
048400* amount for the customer to see                                * DMAND01P
048500***************************************************************** DMAND01P
048600 RECORD-COLLECTION.                                               DMAND01P
048700     MOVE CMD1I-MANDATE-ID TO DCL-DDM-ID.                         DMAND01P
048800     EXEC SQL                                                     DMAND01P
048900          UPDATE BNKDDMN                                          DMAND01P
049000          SET DDM_LAST_COLL_DATE = CURRENT DATE,                  DMAND01P
049100              DDM_LAST_AMOUNT = :CMD1I-AMOUNT                     DMAND01P
049200          WHERE DDM_ID = :DCL-DDM-ID                              DMAND01P
049300     END-EXEC.                                                    DMAND01P
049400     IF SQLCODE IS EQUAL TO +100                                  DMAND01P
049500        SET CMD1O-NOT-FOUND TO TRUE                               DMAND01P
049600        MOVE 'Mandate not found' TO CMD1O-MSG                     DMAND01P
049700        GO TO RECORD-COLLECTION-EXIT                              DMAND01P
049800     END-IF.                                                      DMAND01P
049900     IF SQLCODE IS NOT EQUAL TO ZERO                              DMAND01P
050000        MOVE 'Unable to record the collection on the mandate'     DMAND01P
050100          TO CMD1O-MSG                                            DMAND01P
050200        GO TO RECORD-COLLECTION-EXIT                              DMAND01P
050300     END-IF.                                                      DMAND01P
050400     SET CMD1O-REQUEST-OK TO TRUE.                                DMAND01P
050500 RECORD-COLLECTION-EXIT.                                          DMAND01P
050600     EXIT.                                                        DMAND01P
050700                                                                  DMAND01P
050800***************************************************************** DMAND01P
050900* The mandate a customer has picked, which must be held against * DMAND01P
051000* the account given                                             * DMAND01P
051100***************************************************************** DMAND01P
051200 READ-MANDATE.                                                    DMAND01P
051300     MOVE CMD1I-MANDATE-ID TO DCL-DDM-ID.                         DMAND01P
051400     EXEC SQL                                                     DMAND01P
051500          SELECT DDM_ORIGINATOR,                                  DMAND01P
051600                 DDM_REF,                                         DMAND01P
051700                 DDM_STATUS                                       DMAND01P
051800          INTO :DCL-DDM-ORIGINATOR,                               DMAND01P
051900               :DCL-DDM-REF,                                      DMAND01P
052000               :DCL-DDM-STATUS                                    DMAND01P
052100          FROM BNKDDMN                                            DMAND01P
052200          WHERE DDM_ID = :DCL-DDM-ID AND                          DMAND01P
052300                DDM_ACCNO = :CMD1I-ACC                            DMAND01P
052400     END-EXEC.                                                    DMAND01P
052500     IF SQLCODE IS EQUAL TO +100                                  DMAND01P
052600        SET CMD1O-NOT-FOUND TO TRUE                               DMAND01P
052700        MOVE 'Mandate not found' TO CMD1O-MSG                     DMAND01P
052800        GO TO READ-MANDATE-EXIT                                   DMAND01P
052900     END-IF.                                                      DMAND01P
053000     IF SQLCODE IS NOT EQUAL TO ZERO                              DMAND01P
053100        MOVE 'Unable to read the mandate register' TO CMD1O-MSG   DMAND01P
053200        GO TO READ-MANDATE-EXIT                                   DMAND01P
053300     END-IF.                                                      DMAND01P
053400     MOVE DCL-DDM-ID TO CMD1O-MANDATE-ID.                         DMAND01P
053500 READ-MANDATE-EXIT.                                               DMAND01P
053600     EXIT.                                                        DMAND01P
053700                                                                  DMAND01P
053800***************************************************************** DMAND01P
053900* The customer cancels a mandate - later collections under it   * DMAND01P
054000* go back to the originator unpaid                              * DMAND01P
054100***************************************************************** DMAND01P
054200 CUSTOMER-CANCEL.                                                 DMAND01P
054300     IF DCL-DDM-STATUS IS NOT EQUAL TO 'A'                        DMAND01P
054400        MOVE 'That mandate is already cancelled' TO CMD1O-MSG     DMAND01P
054500        GO TO CUSTOMER-CANCEL-EXIT                                DMAND01P
054600     END-IF.                                                      DMAND01P
054700     EXEC SQL                                                     DMAND01P
054800          UPDATE BNKDDMN                                          DMAND01P
054900          SET DDM_STATUS = 'C',                                   DMAND01P
055000              DDM_CANCEL_SOURCE = 'C',                            DMAND01P
055100              DDM_CANCELLED_BY = :CMD1I-USERID,                   DMAND01P
055200              DDM_CANCELLED_TS = :WS-RUN-TS                       DMAND01P
055300          WHERE DDM_ID = :DCL-DDM-ID AND                          DMAND01P
055400                DDM_STATUS = 'A'                                  DMAND01P
055500     END-EXEC.                                                    DMAND01P
055600     IF SQLCODE IS NOT EQUAL TO ZERO                              DMAND01P
055700        MOVE 'Unable to cancel the mandate' TO CMD1O-MSG          DMAND01P
055800        GO TO CUSTOMER-CANCEL-EXIT                                DMAND01P
055900     END-IF.                                                      DMAND01P
056000     SET CMD1O-REQUEST-OK TO TRUE.                                DMAND01P
056100     MOVE 'Mandate cancelled' TO CMD1O-MSG.                       DMAND01P
056200 CUSTOMER-CANCEL-EXIT.                                            DMAND01P
056300     EXIT.                                                        DMAND01P
056400                                                                  DMAND01P
056500***************************************************************** DMAND01P
056600* Block the originator of the mandate picked - nothing more is  * DMAND01P
056700* collected or set up by it on any of the customer's accounts   * DMAND01P
056800* until the block is lifted                                     * DMAND01P
056900***************************************************************** DMAND01P
057000 BLOCK-ORIGINATOR.                                                DMAND01P
057100     EXEC SQL                                                     DMAND01P
057200          INSERT                                                  DMAND01P
057300          INTO BNKDDBK (DDB_PID,                                  DMAND01P
057400                        DDB_ORIGINATOR,                           DMAND01P
057500                        DDB_BLOCKED_BY,                           DMAND01P
057600                        DDB_BLOCKED_TS)                           DMAND01P
057700          VALUES (:DCL-ACC-PID,                                   DMAND01P
057800                  :DCL-DDM-ORIGINATOR,                            DMAND01P
057900                  :CMD1I-USERID,                                  DMAND01P
058000                  :WS-RUN-TS)                                     DMAND01P
058100     END-EXEC.                                                    DMAND01P
058200     IF SQLCODE IS EQUAL TO -803                                  DMAND01P
058300        MOVE 'That originator is already blocked' TO CMD1O-MSG    DMAND01P
058400        GO TO BLOCK-ORIGINATOR-EXIT                               DMAND01P
058500     END-IF.                                                      DMAND01P
058600     IF SQLCODE IS NOT EQUAL TO ZERO                              DMAND01P
058700        MOVE 'Unable to block the originator' TO CMD1O-MSG        DMAND01P
058800        GO TO BLOCK-ORIGINATOR-EXIT                               DMAND01P
058900     END-IF.                                                      DMAND01P
059000     SET CMD1O-REQUEST-OK TO TRUE.                                DMAND01P
059100     MOVE 'Originator blocked on all your accounts' TO CMD1O-MSG. DMAND01P
059200 BLOCK-ORIGINATOR-EXIT.                                           DMAND01P
059300     EXIT.                                                        DMAND01P
059400                                                                  DMAND01P
059500 UNBLOCK-ORIGINATOR.                                              DMAND01P
059600     EXEC SQL                                                     DMAND01P
059700          DELETE                                                  DMAND01P
059800          FROM BNKDDBK                                            DMAND01P
059900          WHERE DDB_PID = :DCL-ACC-PID AND                        DMAND01P
060000                DDB_ORIGINATOR = :DCL-DDM-ORIGINATOR              DMAND01P
060100     END-EXEC.                                                    DMAND01P
060200     IF SQLCODE IS EQUAL TO +100                                  DMAND01P
060300        MOVE 'That originator is not blocked' TO CMD1O-MSG        DMAND01P
060400        GO TO UNBLOCK-ORIGINATOR-EXIT                             DMAND01P
060500     END-IF.                                                      DMAND01P
060600     IF SQLCODE IS NOT EQUAL TO ZERO                              DMAND01P
060700        MOVE 'Unable to lift the block' TO CMD1O-MSG              DMAND01P
060800        GO TO UNBLOCK-ORIGINATOR-EXIT                             DMAND01P
060900     END-IF.                                                      DMAND01P
061000     SET CMD1O-REQUEST-OK TO TRUE.                                DMAND01P
061100     MOVE 'Originator block lifted' TO CMD1O-MSG.                 DMAND01P
061200 UNBLOCK-ORIGINATOR-EXIT.                                         DMAND01P
061300     EXIT.                                                        DMAND01P
061400                                                                  DMAND01P
061500***************************************************************** DMAND01P
061600* Six mandates at a time in the order they were added. Paging   * DMAND01P
061700* forward gives those after the key, paging back the six        * DMAND01P
061800* before it, read newest first and turned round. A page with    * DMAND01P
061900* nothing on it leaves the caller where it was                  * DMAND01P
062000***************************************************************** DMAND01P
062100 LIST-MANDATES.                                                   DMAND01P
062200     MOVE 6 TO WS-PAGE-SIZE.                                      DMAND01P
062300     MOVE CMD1I-START-ID TO WS-KEY-ID.                            DMAND01P
062400     IF WS-KEY-ID IS EQUAL TO ZERO                                DMAND01P
062500        MOVE 'F' TO CMD1I-DIRECTION                               DMAND01P
062600     END-IF.                                                      DMAND01P
062700     MOVE 0 TO WS-SUB1.                                           DMAND01P
062800     IF CMD1I-PAGE-BACK                                           DMAND01P
062900        PERFORM LIST-EARLIER THRU                                 DMAND01P
063000                LIST-EARLIER-EXIT                                 DMAND01P
063100     ELSE                                                         DMAND01P
063200        PERFORM LIST-LATER THRU                                   DMAND01P
063300                LIST-LATER-EXIT                                   DMAND01P
063400     END-IF.                                                      DMAND01P
063500     IF CMD1O-MSG IS NOT EQUAL TO SPACES                          DMAND01P
063600        GO TO LIST-MANDATES-EXIT                                  DMAND01P
063700     END-IF.                                                      DMAND01P
063800     MOVE WS-SUB1 TO CMD1O-MAND-COUNT.                            DMAND01P
063900     IF WS-SUB1 IS EQUAL TO ZERO                                  DMAND01P
064000        IF WS-KEY-ID IS EQUAL TO ZERO                             DMAND01P
064100           SET CMD1O-REQUEST-OK TO TRUE                           DMAND01P
064200           MOVE 'No mandates are held on this account'            DMAND01P
064300             TO CMD1O-MSG                                         DMAND01P
064400        ELSE                                                      DMAND01P
064500           SET CMD1O-NOT-FOUND TO TRUE                            DMAND01P
064600           MOVE 'There are no more mandates that way'             DMAND01P
064700             TO CMD1O-MSG                                         DMAND01P
064800        END-IF                                                    DMAND01P
064900        GO TO LIST-MANDATES-EXIT                                  DMAND01P
065000     END-IF.                                                      DMAND01P
065100     IF CMD1I-PAGE-BACK                                           DMAND01P
065200        MOVE 0 TO WS-SUB1                                         DMAND01P
065300        COMPUTE WS-SUB2 = CMD1O-MAND-COUNT + 1                    DMAND01P
065400        COMPUTE WS-TURNS = CMD1O-MAND-COUNT / 2                   DMAND01P
065500        PERFORM TURN-MANDATE THRU                                 DMAND01P
065600                TURN-MANDATE-EXIT                                 DMAND01P
065700                WS-TURNS TIMES                                    DMAND01P
065800     END-IF.                                                      DMAND01P
065900     SET CMD1O-REQUEST-OK TO TRUE.                                DMAND01P
066000 LIST-MANDATES-EXIT.                                              DMAND01P
066100     EXIT.                                                        DMAND01P
066200                                                                  DMAND01P
066300 LIST-LATER.                                                      DMAND01P
066400     EXEC SQL                                                     DMAND01P
066500          DECLARE DDM_LATER_CSR CURSOR FOR                        DMAND01P
066600          SELECT DDM.DDM_ID,                                      DMAND01P
066700                 DDM.DDM_ORIGINATOR,                              DMAND01P
066800                 DDM.DDM_REF,                                     DMAND01P
066900                 DDM.DDM_STATUS,                                  DMAND01P
067000                 DDM.DDM_SOURCE,                                  DMAND01P
067100                 CASE WHEN EXISTS                                 DMAND01P
067200                        (SELECT 1                                 DMAND01P
067300                         FROM BNKDDBK DDB                         DMAND01P
067400                         WHERE DDB.DDB_PID = DDM.DDM_PID AND      DMAND01P
067500                               DDB.DDB_ORIGINATOR =               DMAND01P
067600                                 DDM.DDM_ORIGINATOR)              DMAND01P
067700                      THEN 'Y' ELSE 'N' END,                      DMAND01P
067800                 VALUE(CHAR(DDM.DDM_LAST_COLL_DATE, ISO), ' '),   DMAND01P
067900                 DDM.DDM_LAST_AMOUNT                              DMAND01P
068000          FROM BNKDDMN DDM                                        DMAND01P
068100          WHERE DDM.DDM_ACCNO = :CMD1I-ACC AND                    DMAND01P
068200                DDM.DDM_ID > :WS-KEY-ID                           DMAND01P
068300          ORDER BY DDM.DDM_ID                                     DMAND01P
068400          FOR FETCH ONLY                                          DMAND01P
068500     END-EXEC.                                                    DMAND01P
068600     EXEC SQL                                                     DMAND01P
068700          OPEN DDM_LATER_CSR                                      DMAND01P
068800     END-EXEC.                                                    DMAND01P
068900     IF SQLCODE IS NOT EQUAL TO ZERO                              DMAND01P
069000        MOVE 'Unable to open the mandate list' TO CMD1O-MSG       DMAND01P
069100        GO TO LIST-LATER-EXIT                                     DMAND01P
069200     END-IF.                                                      DMAND01P
069300 LIST-LATER-LOOP.                                                 DMAND01P
069400     IF WS-SUB1 IS EQUAL TO WS-PAGE-SIZE                          DMAND01P
069500        GO TO LIST-LATER-LOOP-EXIT                                DMAND01P
069600     END-IF.                                                      DMAND01P
069700     EXEC SQL                                                     DMAND01P
069800          FETCH DDM_LATER_CSR                                     DMAND01P
069900          INTO :DCL-DDM-ID,                                       DMAND01P
070000               :DCL-DDM-ORIGINATOR,                               DMAND01P
070100               :DCL-DDM-REF,                                      DMAND01P
070200               :DCL-DDM-STATUS,                                   DMAND01P
070300               :DCL-DDM-SOURCE,                                   DMAND01P
070400               :DCL-DDM-BLOCKED,                                  DMAND01P
070500               :DCL-DDM-LAST-DATE,                                DMAND01P
070600               :DCL-DDM-LAST-AMOUNT                               DMAND01P
070700     END-EXEC.                                                    DMAND01P
070800     IF SQLCODE IS EQUAL TO +100                                  DMAND01P
070900        GO TO LIST-LATER-LOOP-EXIT                                DMAND01P
071000     END-IF.                                                      DMAND01P
071100     IF SQLCODE IS NOT EQUAL TO ZERO                              DMAND01P
071200        MOVE 'Unable to read the mandate list' TO CMD1O-MSG       DMAND01P
071300        GO TO LIST-LATER-LOOP-EXIT                                DMAND01P
071400     END-IF.                                                      DMAND01P
071500     PERFORM SHOW-MANDATE THRU                                    DMAND01P
071600             SHOW-MANDATE-EXIT.                                   DMAND01P
071700     GO TO LIST-LATER-LOOP.                                       DMAND01P
071800 LIST-LATER-LOOP-EXIT.                                            DMAND01P
071900     EXEC SQL                                                     DMAND01P
072000          CLOSE DDM_LATER_CSR                                     DMAND01P
072100     END-EXEC.                                                    DMAND01P
072200 LIST-LATER-EXIT.                                                 DMAND01P
072300     EXIT.                                                        DMAND01P
072400                                                                  DMAND01P
072500 LIST-EARLIER.                                                    DMAND01P
072600     EXEC SQL                                                     DMAND01P
072700          DECLARE DDM_EARLIER_CSR CURSOR FOR                      DMAND01P
072800          SELECT DDM.DDM_ID,                                      DMAND01P
072900                 DDM.DDM_ORIGINATOR,                              DMAND01P
073000                 DDM.DDM_REF,                                     DMAND01P
073100                 DDM.DDM_STATUS,                                  DMAND01P
073200                 DDM.DDM_SOURCE,                                  DMAND01P
073300                 CASE WHEN EXISTS                                 DMAND01P
073400                        (SELECT 1                                 DMAND01P
073500                         FROM BNKDDBK DDB                         DMAND01P
073600                         WHERE DDB.DDB_PID = DDM.DDM_PID AND      DMAND01P
073700                               DDB.DDB_ORIGINATOR =               DMAND01P
073800                                 DDM.DDM_ORIGINATOR)              DMAND01P
073900                      THEN 'Y' ELSE 'N' END,                      DMAND01P
074000                 VALUE(CHAR(DDM.DDM_LAST_COLL_DATE, ISO), ' '),   DMAND01P
074100                 DDM.DDM_LAST_AMOUNT                              DMAND01P
074200          FROM BNKDDMN DDM                                        DMAND01P
074300          WHERE DDM.DDM_ACCNO = :CMD1I-ACC AND                    DMAND01P
074400                DDM.DDM_ID < :WS-KEY-ID                           DMAND01P
074500          ORDER BY DDM.DDM_ID DESC                                DMAND01P
074600          FOR FETCH ONLY                                          DMAND01P
074700     END-EXEC.                                                    DMAND01P
074800     EXEC SQL                                                     DMAND01P
074900          OPEN DDM_EARLIER_CSR                                    DMAND01P
075000     END-EXEC.                                                    DMAND01P
075100     IF SQLCODE IS NOT EQUAL TO ZERO                              DMAND01P
075200        MOVE 'Unable to open the mandate list' TO CMD1O-MSG       DMAND01P
075300        GO TO LIST-EARLIER-EXIT                                   DMAND01P
075400     END-IF.                                                      DMAND01P
075500 LIST-EARLIER-LOOP.                                               DMAND01P
075600     IF WS-SUB1 IS EQUAL TO WS-PAGE-SIZE                          DMAND01P
075700        GO TO LIST-EARLIER-LOOP-EXIT                              DMAND01P
075800     END-IF.                                                      DMAND01P
075900     EXEC SQL                                                     DMAND01P
076000          FETCH DDM_EARLIER_CSR                                   DMAND01P
076100          INTO :DCL-DDM-ID,                                       DMAND01P
076200               :DCL-DDM-ORIGINATOR,                               DMAND01P
076300               :DCL-DDM-REF,                                      DMAND01P
076400               :DCL-DDM-STATUS,                                   DMAND01P
076500               :DCL-DDM-SOURCE,                                   DMAND01P
076600               :DCL-DDM-BLOCKED,                                  DMAND01P
076700               :DCL-DDM-LAST-DATE,                                DMAND01P
076800               :DCL-DDM-LAST-AMOUNT                               DMAND01P
076900     END-EXEC.                                                    DMAND01P
077000     IF SQLCODE IS EQUAL TO +100                                  DMAND01P
077100        GO TO LIST-EARLIER-LOOP-EXIT                              DMAND01P
077200     END-IF.                                                      DMAND01P
077300     IF SQLCODE IS NOT EQUAL TO ZERO                              DMAND01P
077400        MOVE 'Unable to read the mandate list' TO CMD1O-MSG       DMAND01P
077500        GO TO LIST-EARLIER-LOOP-EXIT                              DMAND01P
077600     END-IF.                                                      DMAND01P
077700     PERFORM SHOW-MANDATE THRU                                    DMAND01P
077800             SHOW-MANDATE-EXIT.                                   DMAND01P
077900     GO TO LIST-EARLIER-LOOP.                                     DMAND01P
078000 LIST-EARLIER-LOOP-EXIT.                                          DMAND01P
078100     EXEC SQL                                                     DMAND01P
078200          CLOSE DDM_EARLIER_CSR                                   DMAND01P
078300     END-EXEC.                                                    DMAND01P
078400 LIST-EARLIER-EXIT.                                               DMAND01P
078500     EXIT.                                                        DMAND01P
078600                                                                  DMAND01P
078700 SHOW-MANDATE.                                                    DMAND01P
078800     ADD 1 TO WS-SUB1.                                            DMAND01P
078900     MOVE DCL-DDM-ID TO CMD1O-MND-ID (WS-SUB1).                   DMAND01P
079000     MOVE DCL-DDM-ORIGINATOR TO CMD1O-MND-ORIGINATOR (WS-SUB1).   DMAND01P
079100     MOVE DCL-DDM-REF TO CMD1O-MND-REF (WS-SUB1).                 DMAND01P
079200     MOVE DCL-DDM-STATUS TO CMD1O-MND-STATUS (WS-SUB1).           DMAND01P
079300     MOVE DCL-DDM-SOURCE TO CMD1O-MND-SOURCE (WS-SUB1).           DMAND01P
079400     MOVE DCL-DDM-BLOCKED TO CMD1O-MND-BLOCKED (WS-SUB1).         DMAND01P
079500     MOVE DCL-DDM-LAST-DATE TO CMD1O-MND-LAST-DATE (WS-SUB1).     DMAND01P
079600     MOVE DCL-DDM-LAST-AMOUNT TO CMD1O-MND-LAST-AMOUNT (WS-SUB1). DMAND01P
079700 SHOW-MANDATE-EXIT.                                               DMAND01P
079800     EXIT.                                                        DMAND01P
079900                                                                  DMAND01P
080000***************************************************************** DMAND01P
080100* Swap one pair of entries, outside in, so a page read          * DMAND01P
080200* backwards is shown the right way round                        * DMAND01P
080300***************************************************************** DMAND01P
080400 TURN-MANDATE.                                                    DMAND01P
080500     ADD 1 TO WS-SUB1.                                            DMAND01P
080600     SUBTRACT 1 FROM WS-SUB2.                                     DMAND01P
080700     MOVE CMD1O-MANDATE (WS-SUB1) TO WS-HOLD-ENTRY.               DMAND01P
080800     MOVE CMD1O-MANDATE (WS-SUB2) TO CMD1O-MANDATE (WS-SUB1).     DMAND01P
080900     MOVE WS-HOLD-ENTRY TO CMD1O-MANDATE (WS-SUB2).               DMAND01P
081000 TURN-MANDATE-EXIT.                                               DMAND01P
081100     EXIT.                                                        DMAND01P
