000100***************************************************************** DTPPC01P
000200*                                                               * DTPPC01P
000300*  Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.    * DTPPC01P
000400*  This demonstration program is provided for use by users      * DTPPC01P
000500*  of Micro Focus products and may be used, modified and        * DTPPC01P
000600*  distributed as part of your application provided that        * DTPPC01P
000700*  you properly acknowledge the copyright of Micro Focus        * DTPPC01P
000800*  in this material.                                            * DTPPC01P
000900*                                                               * DTPPC01P
001000***************************************************************** DTPPC01P
001100                                                                  DTPPC01P
001200***************************************************************** DTPPC01P
001300* Program:     DTPPC01P.CBL                                     * DTPPC01P
001400* Function:    Third-party provider consent registry - keeps    * DTPPC01P
001500*              the providers registered with us and the access  * DTPPC01P
001600*              customers grant them to chosen accounts, lets    * DTPPC01P
001700*              customers list, revoke and re-confirm it, decides* DTPPC01P
001800*              whether a provider call may be served and logs   * DTPPC01P
001900*              every call                                       * DTPPC01P
002000*              SQL version                                      * DTPPC01P
002100***************************************************************** DTPPC01P
002200                                                                  DTPPC01P
002300 IDENTIFICATION DIVISION.                                         DTPPC01P
002400 PROGRAM-ID.                                                      DTPPC01P
002500     DTPPC01P.                                                    DTPPC01P
002600 DATE-WRITTEN.                                                    DTPPC01P
002700     October 2026.                                                DTPPC01P
002800 DATE-COMPILED.                                                   DTPPC01P
002900     Today.                                                       DTPPC01P
003000                                                                  DTPPC01P
003100 ENVIRONMENT DIVISION.                                            DTPPC01P
003200                                                                  DTPPC01P
003300 DATA DIVISION.                                                   DTPPC01P
003400                                                                  DTPPC01P
003500 WORKING-STORAGE SECTION.                                         DTPPC01P
003600 01  WS-MISC-STORAGE.                                             DTPPC01P
003700   05  WS-PROGRAM-ID                         PIC X(8)             DTPPC01P
003800       VALUE 'DTPPC01P'.                                          DTPPC01P
003900   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DTPPC01P
004000   05  WS-SUB1                               PIC S9(4) COMP.      DTPPC01P
004100   05  WS-SUB2                               PIC S9(4) COMP.      DTPPC01P
004200   05  WS-PAGE-SIZE                          PIC S9(4) COMP.      DTPPC01P
004300   05  WS-TURNS                              PIC S9(4) COMP.      DTPPC01P
004400   05  WS-ACC-COUNT                          PIC S9(4) COMP.      DTPPC01P
004500   05  WS-HOLD-ENTRY                         PIC X(69).           DTPPC01P
004600   05  WS-ACC-FLAG                           PIC X(1).            DTPPC01P
004700     88  ACC-FOUND                           VALUE 'Y'.           DTPPC01P
004800     88  ACC-NOT-FOUND                       VALUE 'N'.           DTPPC01P
004900                                                                  DTPPC01P
005000   EXEC SQL                                                       DTPPC01P
005100        BEGIN DECLARE SECTION                                     DTPPC01P
005200   END-EXEC.                                                      DTPPC01P
005300 01  WS-COMMAREA.                                                 DTPPC01P
005400     EXEC SQL                                                     DTPPC01P
005500          INCLUDE CTPPCD01                                        DTPPC01P
005600     END-EXEC.                                                    DTPPC01P
005700 01  DCL-CONSENT-AREAS.                                           DTPPC01P
005800*        A provider as kept on BNKTPPR                            DTPPC01P
005900   05  DCL-TPR-STATUS                        PIC X(1).            DTPPC01P
006000*        A consent as kept on BNKTPPC                             DTPPC01P
006100   05  DCL-TPC-ID                            PIC S9(7) COMP-3.    DTPPC01P
006200   05  DCL-TPC-PID                           PIC X(5).            DTPPC01P
006300   05  DCL-TPC-TPP-ID                        PIC X(8).            DTPPC01P
006400   05  DCL-TPC-TPP-NAME                      PIC X(30).           DTPPC01P
006500   05  DCL-TPC-STATUS                        PIC X(1).            DTPPC01P
006600   05  DCL-TPC-SCOPE-BAL                     PIC X(1).            DTPPC01P
006700   05  DCL-TPC-SCOPE-TXN                     PIC X(1).            DTPPC01P
006800   05  DCL-TPC-EXPIRED                       PIC X(1).            DTPPC01P
006900   05  DCL-TPC-DUE                           PIC X(1).            DTPPC01P
007000   05  DCL-TPC-EXPIRY                        PIC X(10).           DTPPC01P
007100   05  DCL-TPC-CONFIRM-BY                    PIC X(10).           DTPPC01P
007200   05  DCL-TPC-ACC-COUNT                     PIC S9(7) COMP-3.    DTPPC01P
007300*        An account covered by the consent, from BNKTPPA          DTPPC01P
007400   05  DCL-TPA-ACCNO                         PIC X(9).            DTPPC01P
007500   05  DCL-ACC-PID                           PIC X(5).            DTPPC01P
007600   05  DCL-CTL-VALUE                         PIC S9(9)V9(6)       DTPPC01P
007700                                             COMP-3.              DTPPC01P
007800 01  WS-CONSENT-AREAS.                                            DTPPC01P
007900   05  WS-RUN-TS                             PIC X(26).           DTPPC01P
008000   05  WS-KEY-ID                             PIC S9(7) COMP-3.    DTPPC01P
008100   05  WS-GRANT-DAYS                         PIC S9(8) COMP-3.    DTPPC01P
008200*        Days a consent runs before the customer must confirm it  DTPPC01P
008300*        again - BNKCTLV TPPRECNF, 90 when not set                DTPPC01P
008400   05  WS-RECONFIRM-DAYS                     PIC S9(8) COMP-3.    DTPPC01P
008500                                                                  DTPPC01P
008600     EXEC SQL                                                     DTPPC01P
008700          INCLUDE SQLCA                                           DTPPC01P
008800     END-EXEC.                                                    DTPPC01P
008900                                                                  DTPPC01P
009000 COPY CABENDD.                                                    DTPPC01P
009100   EXEC SQL                                                       DTPPC01P
009200        END DECLARE SECTION                                       DTPPC01P
009300   END-EXEC.                                                      DTPPC01P
009400                                                                  DTPPC01P
009500 LINKAGE SECTION.                                                 DTPPC01P
009600 01  DFHCOMMAREA.                                                 DTPPC01P
009700   05  LK-COMMAREA                           PIC X(1)             DTPPC01P
009800       OCCURS 1 TO 6144 TIMES                                     DTPPC01P
009900         DEPENDING ON WS-COMMAREA-LENGTH.                         DTPPC01P
010000                                                                  DTPPC01P
010100 COPY CENTRY.                                                     DTPPC01P
010200***************************************************************** DTPPC01P
010300* Move the passed area to our area                              * DTPPC01P
010400***************************************************************** DTPPC01P
010500     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DTPPC01P
010600     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DTPPC01P
010700                                                                  DTPPC01P
010800***************************************************************** DTPPC01P
010900* Initialize our output area                                    * DTPPC01P
011000***************************************************************** DTPPC01P
011100     INITIALIZE CTP1O-DATA.                                       DTPPC01P
011200     SET CTP1O-REQUEST-FAIL TO TRUE.                              DTPPC01P
011300     EXEC SQL                                                     DTPPC01P
011400          SET :WS-RUN-TS = CURRENT TIMESTAMP                      DTPPC01P
011500     END-EXEC.                                                    DTPPC01P
011600     MOVE 90 TO WS-RECONFIRM-DAYS.                                DTPPC01P
011700     EXEC SQL                                                     DTPPC01P
011800          SELECT CTL_VALUE                                        DTPPC01P
011900          INTO :DCL-CTL-VALUE                                     DTPPC01P
012000          FROM BNKCTLV                                            DTPPC01P
012100          WHERE CTL_ID = 'TPPRECNF'                               DTPPC01P
012200     END-EXEC.                                                    DTPPC01P
012300     IF SQLCODE IS EQUAL TO ZERO AND                              DTPPC01P
012400        DCL-CTL-VALUE IS GREATER THAN ZERO                        DTPPC01P
012500        MOVE DCL-CTL-VALUE TO WS-RECONFIRM-DAYS                   DTPPC01P
012600     END-IF.                                                      DTPPC01P
012700                                                                  DTPPC01P
012800     EVALUATE TRUE                                                DTPPC01P
012900       WHEN CTP1I-GRANT                                           DTPPC01P
013000         PERFORM GRANT-CONSENT THRU                               DTPPC01P
013100                 GRANT-CONSENT-EXIT                               DTPPC01P
013200       WHEN CTP1I-LIST                                            DTPPC01P
013300         PERFORM LIST-CONSENTS THRU                               DTPPC01P
013400                 LIST-CONSENTS-EXIT                               DTPPC01P
013500       WHEN CTP1I-REVOKE                                          DTPPC01P
013600         PERFORM READ-CONSENT THRU                                DTPPC01P
013700                 READ-CONSENT-EXIT                                DTPPC01P
013800         IF CTP1O-MSG IS EQUAL TO SPACES                          DTPPC01P
013900            PERFORM REVOKE-CONSENT THRU                           DTPPC01P
014000                    REVOKE-CONSENT-EXIT                           DTPPC01P
014100         END-IF                                                   DTPPC01P
014200       WHEN CTP1I-CONFIRM                                         DTPPC01P
014300         PERFORM READ-CONSENT THRU                                DTPPC01P
014400                 READ-CONSENT-EXIT                                DTPPC01P
014500         IF CTP1O-MSG IS EQUAL TO SPACES                          DTPPC01P
014600            PERFORM CONFIRM-CONSENT THRU                          DTPPC01P
014700                    CONFIRM-CONSENT-EXIT                          DTPPC01P
014800         END-IF                                                   DTPPC01P
014900       WHEN CTP1I-CHECK-ACCESS                                    DTPPC01P
015000         PERFORM CHECK-ACCESS THRU                                DTPPC01P
015100                 CHECK-ACCESS-EXIT                                DTPPC01P
015200       WHEN CTP1I-LOG-ACCESS                                      DTPPC01P
015300         PERFORM LOG-ACCESS THRU                                  DTPPC01P
015400                 LOG-ACCESS-EXIT                                  DTPPC01P
015500       WHEN CTP1I-REGISTER-PROVIDER                               DTPPC01P
015600         PERFORM REGISTER-PROVIDER THRU                           DTPPC01P
015700                 REGISTER-PROVIDER-EXIT                           DTPPC01P
015800       WHEN CTP1I-SUSPEND-PROVIDER                                DTPPC01P
015900         PERFORM SUSPEND-PROVIDER THRU                            DTPPC01P
016000                 SUSPEND-PROVIDER-EXIT                            DTPPC01P
016100       WHEN OTHER                                                 DTPPC01P
016200         MOVE 'Unknown consent registry function requested'       DTPPC01P
016300           TO CTP1O-MSG                                           DTPPC01P
016400     END-EVALUATE.                                                DTPPC01P
016500                                                                  DTPPC01P
016600 DTPPC01P-EXIT.                                                   DTPPC01P
016700***************************************************************** DTPPC01P
016800* Move the result back to the callers area                      * DTPPC01P
016900***************************************************************** DTPPC01P
017000     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DTPPC01P
017100                                                                  DTPPC01P
017200***************************************************************** DTPPC01P
017300* Return to our caller                                          * DTPPC01P
017400***************************************************************** DTPPC01P
017500 COPY CRETURN.                                                    DTPPC01P
017600                                                                  DTPPC01P
017700***************************************************************** DTPPC01P
017800* The provider must be registered with us and not suspended     * DTPPC01P
017900***************************************************************** DTPPC01P
018000 READ-PROVIDER.                                                   DTPPC01P
018100     EXEC SQL                                                     DTPPC01P
018200          SELECT TPR_STATUS                                       DTPPC01P
018300          INTO :DCL-TPR-STATUS                                    DTPPC01P
018400          FROM BNKTPPR                                            DTPPC01P
018500          WHERE TPR_ID = :CTP1I-TPP-ID                            DTPPC01P
018600     END-EXEC.                                                    DTPPC01P
018700     IF SQLCODE IS EQUAL TO +100                                  DTPPC01P
018800        SET CTP1O-NOT-FOUND TO TRUE                               DTPPC01P
018900        MOVE 'That provider is not registered with us'            DTPPC01P
019000          TO CTP1O-MSG                                            DTPPC01P
019100        GO TO READ-PROVIDER-EXIT                                  DTPPC01P
019200     END-IF.                                                      DTPPC01P
019300     IF SQLCODE IS NOT EQUAL TO ZERO                              DTPPC01P
019400        MOVE 'Unable to read the provider register' TO CTP1O-MSG  DTPPC01P
019500        GO TO READ-PROVIDER-EXIT                                  DTPPC01P
019600     END-IF.                                                      DTPPC01P
019700     IF DCL-TPR-STATUS IS NOT EQUAL TO 'A'                        DTPPC01P
019800        MOVE 'That provider is suspended' TO CTP1O-MSG            DTPPC01P
019900     END-IF.                                                      DTPPC01P
020000 READ-PROVIDER-EXIT.                                              DTPPC01P
020100     EXIT.                                                        DTPPC01P
020200                                                                  DTPPC01P
020300***************************************************************** DTPPC01P
020400* A customer grants a provider access to some of their          * DTPPC01P
020500* accounts for a scope and a period. Each account must be the   * DTPPC01P
020600* customer's own; the consent starts confirmed today            * DTPPC01P
020700***************************************************************** DTPPC01P
020800 GRANT-CONSENT.                                                   DTPPC01P
020900     IF CTP1I-PERSON-PID IS EQUAL TO SPACES                       DTPPC01P
021000        MOVE 'The customer is needed' TO CTP1O-MSG                DTPPC01P
021100        GO TO GRANT-CONSENT-EXIT                                  DTPPC01P
021200     END-IF.                                                      DTPPC01P
021300     IF CTP1I-TPP-ID IS EQUAL TO SPACES                           DTPPC01P
021400        MOVE 'Key the provider to give access to' TO CTP1O-MSG    DTPPC01P
021500        GO TO GRANT-CONSENT-EXIT                                  DTPPC01P
021600     END-IF.                                                      DTPPC01P
021700     IF CTP1I-SCOPE-BAL IS NOT EQUAL TO 'Y'                       DTPPC01P
021800        MOVE 'N' TO CTP1I-SCOPE-BAL                               DTPPC01P
021900     END-IF.                                                      DTPPC01P
022000     IF CTP1I-SCOPE-TXN IS NOT EQUAL TO 'Y'                       DTPPC01P
022100        MOVE 'N' TO CTP1I-SCOPE-TXN                               DTPPC01P
022200     END-IF.                                                      DTPPC01P
022300     IF CTP1I-SCOPE-BAL IS EQUAL TO 'N' AND                       DTPPC01P
022400        CTP1I-SCOPE-TXN IS EQUAL TO 'N'                           DTPPC01P
022500        MOVE 'Choose balances, transactions or both'              DTPPC01P
022600          TO CTP1O-MSG                                            DTPPC01P
022700        GO TO GRANT-CONSENT-EXIT                                  DTPPC01P
022800     END-IF.                                                      DTPPC01P
022900     IF CTP1I-DAYS IS NOT NUMERIC OR                              DTPPC01P
023000        CTP1I-DAYS IS EQUAL TO ZERO                               DTPPC01P
023100        MOVE WS-RECONFIRM-DAYS TO WS-GRANT-DAYS                   DTPPC01P
023200     ELSE                                                         DTPPC01P
023300        MOVE CTP1I-DAYS TO WS-GRANT-DAYS                          DTPPC01P
023400     END-IF.                                                      DTPPC01P
023500     IF WS-GRANT-DAYS IS GREATER THAN 365                         DTPPC01P
023600        MOVE 'A consent can run for at most 365 days'             DTPPC01P
023700          TO CTP1O-MSG                                            DTPPC01P
023800        GO TO GRANT-CONSENT-EXIT                                  DTPPC01P
023900     END-IF.                                                      DTPPC01P
024000     PERFORM READ-PROVIDER THRU                                   DTPPC01P
024100             READ-PROVIDER-EXIT.                                  DTPPC01P
024200     IF CTP1O-MSG IS NOT EQUAL TO SPACES                          DTPPC01P
024300        GO TO GRANT-CONSENT-EXIT                                  DTPPC01P
024400     END-IF.                                                      DTPPC01P
024500     MOVE 0 TO WS-ACC-COUNT.                                      DTPPC01P
024600     MOVE 0 TO WS-SUB1.                                           DTPPC01P
024700     PERFORM CHECK-GRANT-ACC THRU                                 DTPPC01P
024800             CHECK-GRANT-ACC-EXIT 6 TIMES.                        DTPPC01P
024900     IF CTP1O-MSG IS NOT EQUAL TO SPACES                          DTPPC01P
025000        GO TO GRANT-CONSENT-EXIT                                  DTPPC01P
025100     END-IF.                                                      DTPPC01P
025200     IF WS-ACC-COUNT IS EQUAL TO ZERO                             DTPPC01P
025300        MOVE 'Key at least one account to share' TO CTP1O-MSG     DTPPC01P
025400        GO TO GRANT-CONSENT-EXIT                                  DTPPC01P
025500     END-IF.                                                      DTPPC01P
025600     EXEC SQL                                                     DTPPC01P
025700          SELECT VALUE(MAX(TPC_ID), 0) + 1                        DTPPC01P
025800          INTO :DCL-TPC-ID                                        DTPPC01P
025900          FROM BNKTPPC                                            DTPPC01P
026000     END-EXEC.                                                    DTPPC01P
026100     IF SQLCODE IS NOT EQUAL TO ZERO                              DTPPC01P
026200        MOVE 'Unable to number the consent' TO CTP1O-MSG          DTPPC01P
026300        GO TO GRANT-CONSENT-EXIT                                  DTPPC01P
026400     END-IF.                                                      DTPPC01P
026500     EXEC SQL                                                     DTPPC01P
026600          INSERT                                                  DTPPC01P
026700          INTO BNKTPPC (TPC_ID,                                   DTPPC01P
026800                        TPC_PID,                                  DTPPC01P
026900                        TPC_TPP_ID,                               DTPPC01P
027000                        TPC_SCOPE_BAL,                            DTPPC01P
027100                        TPC_SCOPE_TXN,                            DTPPC01P
027200                        TPC_STATUS,                               DTPPC01P
027300                        TPC_GRANTED_BY,                           DTPPC01P
027400                        TPC_GRANTED_TS,                           DTPPC01P
027500                        TPC_EXPIRY_DATE,                          DTPPC01P
027600                        TPC_CONFIRMED_DATE,                       DTPPC01P
027700                        TPC_REVOKED_BY,                           DTPPC01P
027800                        TPC_REVOKED_TS)                           DTPPC01P
027900          VALUES (:DCL-TPC-ID,                                    DTPPC01P
028000                  :CTP1I-PERSON-PID,                              DTPPC01P
028100                  :CTP1I-TPP-ID,                                  DTPPC01P
028200                  :CTP1I-SCOPE-BAL,                               DTPPC01P
028300                  :CTP1I-SCOPE-TXN,                               DTPPC01P
028400                  'A',                                            DTPPC01P
028500                  :CTP1I-USERID,                                  DTPPC01P
028600                  :WS-RUN-TS,                                     DTPPC01P
028700                  DATE(:WS-RUN-TS) + :WS-GRANT-DAYS DAYS,         DTPPC01P
028800                  DATE(:WS-RUN-TS),                               DTPPC01P
028900                  ' ',                                            DTPPC01P
029000                  NULL)                                           DTPPC01P
029100     END-EXEC.                                                    DTPPC01P
029200     IF SQLCODE IS NOT EQUAL TO ZERO                              DTPPC01P
029300        MOVE 'Unable to record the consent' TO CTP1O-MSG          DTPPC01P
029400        GO TO GRANT-CONSENT-EXIT                                  DTPPC01P
029500     END-IF.                                                      DTPPC01P
029600     MOVE 0 TO WS-SUB1.                                           DTPPC01P
029700     PERFORM ADD-GRANT-ACC THRU                                   DTPPC01P
029800             ADD-GRANT-ACC-EXIT 6 TIMES.                          DTPPC01P
029900     IF CTP1O-MSG IS NOT EQUAL TO SPACES                          DTPPC01P
030000        GO TO GRANT-CONSENT-EXIT                                  DTPPC01P
030100     END-IF.                                                      DTPPC01P
030200     MOVE DCL-TPC-ID TO CTP1O-CONSENT-ID.                         DTPPC01P
030300     SET CTP1O-REQUEST-OK TO TRUE.                                DTPPC01P
030400     MOVE 'Access granted to the provider' TO CTP1O-MSG.          DTPPC01P
030500 GRANT-CONSENT-EXIT.                                              DTPPC01P
030600     EXIT.                                                        DTPPC01P
030700                                                                  DTPPC01P
030800***************************************************************** DTPPC01P
030900* Each account keyed for a grant must be held by the customer   * DTPPC01P
031000***************************************************************** DTPPC01P
031100 CHECK-GRANT-ACC.                                                 DTPPC01P
031200     ADD 1 TO WS-SUB1.                                            DTPPC01P
031300     IF CTP1O-MSG IS NOT EQUAL TO SPACES OR                       DTPPC01P
031400        CTP1I-GRANT-ACC (WS-SUB1) IS EQUAL TO SPACES OR           DTPPC01P
031500        CTP1I-GRANT-ACC (WS-SUB1) IS EQUAL TO LOW-VALUES          DTPPC01P
031600        GO TO CHECK-GRANT-ACC-EXIT                                DTPPC01P
031700     END-IF.                                                      DTPPC01P
031800     EXEC SQL                                                     DTPPC01P
031900          SELECT BAC_PID                                          DTPPC01P
032000          INTO :DCL-ACC-PID                                       DTPPC01P
032100          FROM BNKACC                                             DTPPC01P
032200          WHERE BAC_ACCNO = :CTP1I-GRANT-ACC (WS-SUB1)            DTPPC01P
032300     END-EXEC.                                                    DTPPC01P
032400     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DTPPC01P
032500        SQLCODE IS NOT EQUAL TO +100                              DTPPC01P
032600        MOVE 'Unable to read the account' TO CTP1O-MSG            DTPPC01P
032700        GO TO CHECK-GRANT-ACC-EXIT                                DTPPC01P
032800     END-IF.                                                      DTPPC01P
032900     IF SQLCODE IS EQUAL TO +100 OR                               DTPPC01P
033000        DCL-ACC-PID IS NOT EQUAL TO CTP1I-PERSON-PID              DTPPC01P
033100        SET CTP1O-NOT-FOUND TO TRUE                               DTPPC01P
033200        STRING 'Account ' DELIMITED BY SIZE                       DTPPC01P
033300               CTP1I-GRANT-ACC (WS-SUB1) DELIMITED BY SIZE        DTPPC01P
033400               ' is not one of yours' DELIMITED BY SIZE           DTPPC01P
033500          INTO CTP1O-MSG                                          DTPPC01P
033600        GO TO CHECK-GRANT-ACC-EXIT                                DTPPC01P
033700     END-IF.                                                      DTPPC01P
033800     ADD 1 TO WS-ACC-COUNT.                                       DTPPC01P
033900 CHECK-GRANT-ACC-EXIT.                                            DTPPC01P
034000     EXIT.                                                        DTPPC01P
034100                                                                  DTPPC01P
034200***************************************************************** DTPPC01P
034300* Put one granted account under the consent - an account keyed  * DTPPC01P
034400* twice is only held once                                       * DTPPC01P
034500***************************************************************** DTPPC01P
034600 ADD-GRANT-ACC.                                                   DTPPC01P
034700     ADD 1 TO WS-SUB1.                                            DTPPC01P
034800     IF CTP1O-MSG IS NOT EQUAL TO SPACES OR                       DTPPC01P
034900        CTP1I-GRANT-ACC (WS-SUB1) IS EQUAL TO SPACES OR           DTPPC01P
035000        CTP1I-GRANT-ACC (WS-SUB1) IS EQUAL TO LOW-VALUES          DTPPC01P
035100        GO TO ADD-GRANT-ACC-EXIT                                  DTPPC01P
035200     END-IF.                                                      DTPPC01P
035300     EXEC SQL                                                     DTPPC01P
035400          INSERT                                                  DTPPC01P
035500          INTO BNKTPPA (TPA_CONSENT_ID,                           DTPPC01P
035600                        TPA_ACCNO)                                DTPPC01P
035700          VALUES (:DCL-TPC-ID,                                    DTPPC01P
035800                  :CTP1I-GRANT-ACC (WS-SUB1))                     DTPPC01P
035900     END-EXEC.                                                    DTPPC01P
036000     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DTPPC01P
036100        SQLCODE IS NOT EQUAL TO -803                              DTPPC01P
036200        MOVE 'Unable to record the consent accounts' TO CTP1O-MSG DTPPC01P
036300     END-IF.                                                      DTPPC01P
036400 ADD-GRANT-ACC-EXIT.                                              DTPPC01P
036500     EXIT.                                                        DTPPC01P
036600                                                                  DTPPC01P
036700***************************************************************** DTPPC01P
036800* Read a consent a customer wants to change - it must be theirs * DTPPC01P
036900***************************************************************** DTPPC01P
037000 READ-CONSENT.                                                    DTPPC01P
037100     EXEC SQL                                                     DTPPC01P
037200          SELECT TPC_PID,                                         DTPPC01P
037300                 TPC_TPP_ID,                                      DTPPC01P
037400                 TPC_STATUS,                                      DTPPC01P
037500                 CASE WHEN TPC_EXPIRY_DATE < CURRENT DATE         DTPPC01P
037600                      THEN 'Y' ELSE 'N' END                       DTPPC01P
037700          INTO :DCL-TPC-PID,                                      DTPPC01P
037800               :DCL-TPC-TPP-ID,                                   DTPPC01P
037900               :DCL-TPC-STATUS,                                   DTPPC01P
038000               :DCL-TPC-EXPIRED                                   DTPPC01P
038100          FROM BNKTPPC                                            DTPPC01P
038200          WHERE TPC_ID = :CTP1I-CONSENT-ID                        DTPPC01P
038300     END-EXEC.                                                    DTPPC01P
038400     IF SQLCODE IS EQUAL TO +100                                  DTPPC01P
038500        SET CTP1O-NOT-FOUND TO TRUE                               DTPPC01P
038600        MOVE 'Consent not found' TO CTP1O-MSG                     DTPPC01P
038700        GO TO READ-CONSENT-EXIT                                   DTPPC01P
038800     END-IF.                                                      DTPPC01P
038900     IF SQLCODE IS NOT EQUAL TO ZERO                              DTPPC01P
039000        MOVE 'Unable to read the consent' TO CTP1O-MSG            DTPPC01P
039100        GO TO READ-CONSENT-EXIT                                   DTPPC01P
039200     END-IF.                                                      DTPPC01P
039300     IF CTP1I-PERSON-PID IS NOT EQUAL TO SPACES AND               DTPPC01P
039400        CTP1I-PERSON-PID IS NOT EQUAL TO DCL-TPC-PID              DTPPC01P
039500        SET CTP1O-NOT-FOUND TO TRUE                               DTPPC01P
039600        MOVE 'Consent not found' TO CTP1O-MSG                     DTPPC01P
039700        GO TO READ-CONSENT-EXIT                                   DTPPC01P
039800     END-IF.                                                      DTPPC01P
039900     MOVE CTP1I-CONSENT-ID TO CTP1O-CONSENT-ID.                   DTPPC01P
040000 READ-CONSENT-EXIT.                                               DTPPC01P
040100     EXIT.                                                        DTPPC01P
040200                                                                  DTPPC01P
040300***************************************************************** DTPPC01P
040400* The customer withdraws the provider's access at once          * DTPPC01P
040500***************************************************************** DTPPC01P
040600 REVOKE-CONSENT.                                                  DTPPC01P
040700     IF DCL-TPC-STATUS IS EQUAL TO 'R'                            DTPPC01P
040800        MOVE 'That consent is already revoked' TO CTP1O-MSG       DTPPC01P
040900        GO TO REVOKE-CONSENT-EXIT                                 DTPPC01P
041000     END-IF.                                                      DTPPC01P
041100     EXEC SQL                                                     DTPPC01P
041200          UPDATE BNKTPPC                                          DTPPC01P
041300          SET TPC_STATUS = 'R',                                   DTPPC01P
041400              TPC_REVOKED_BY = :CTP1I-USERID,                     DTPPC01P
041500              TPC_REVOKED_TS = :WS-RUN-TS                         DTPPC01P
041600          WHERE TPC_ID = :CTP1I-CONSENT-ID                        DTPPC01P
041700     END-EXEC.                                                    DTPPC01P
041800     IF SQLCODE IS NOT EQUAL TO ZERO                              DTPPC01P
041900        MOVE 'Unable to revoke the consent' TO CTP1O-MSG          DTPPC01P
042000        GO TO REVOKE-CONSENT-EXIT                                 DTPPC01P
042100     END-IF.                                                      DTPPC01P
042200     SET CTP1O-REQUEST-OK TO TRUE.                                DTPPC01P
042300     MOVE 'Consent revoked - the provider can no longer read'     DTPPC01P
042400       TO CTP1O-MSG.                                              DTPPC01P
042500 REVOKE-CONSENT-EXIT.                                             DTPPC01P
042600     EXIT.                                                        DTPPC01P
042700                                                                  DTPPC01P
042800***************************************************************** DTPPC01P
042900* The customer, signed on, confirms the provider's access again * DTPPC01P
043000* - the re-confirmation period runs afresh from today. Neither  * DTPPC01P
043100* a revoked nor an expired consent can be brought back          * DTPPC01P
043200***************************************************************** DTPPC01P
043300 CONFIRM-CONSENT.                                                 DTPPC01P
043400     IF DCL-TPC-STATUS IS EQUAL TO 'R'                            DTPPC01P
043500        MOVE 'A revoked consent cannot be confirmed' TO CTP1O-MSG DTPPC01P
043600        GO TO CONFIRM-CONSENT-EXIT                                DTPPC01P
043700     END-IF.                                                      DTPPC01P
043800     IF DCL-TPC-EXPIRED IS EQUAL TO 'Y'                           DTPPC01P
043900        MOVE 'That consent has expired - grant a new one'         DTPPC01P
044000          TO CTP1O-MSG                                            DTPPC01P
044100        GO TO CONFIRM-CONSENT-EXIT                                DTPPC01P
044200     END-IF.                                                      DTPPC01P
044300     EXEC SQL                                                     DTPPC01P
044400          UPDATE BNKTPPC                                          DTPPC01P
044500          SET TPC_CONFIRMED_DATE = DATE(:WS-RUN-TS)               DTPPC01P
044600          WHERE TPC_ID = :CTP1I-CONSENT-ID                        DTPPC01P
044700     END-EXEC.                                                    DTPPC01P
044800     IF SQLCODE IS NOT EQUAL TO ZERO                              DTPPC01P
044900        MOVE 'Unable to confirm the consent' TO CTP1O-MSG         DTPPC01P
045000        GO TO CONFIRM-CONSENT-EXIT                                DTPPC01P
045100     END-IF.                                                      DTPPC01P
045200     SET CTP1O-REQUEST-OK TO TRUE.                                DTPPC01P
045300     MOVE 'Consent confirmed' TO CTP1O-MSG.                       DTPPC01P
045400 CONFIRM-CONSENT-EXIT.                                            DTPPC01P
045500     EXIT.                                                        DTPPC01P
045600                                                                  DTPPC01P
045700***************************************************************** DTPPC01P
045800* May this provider call be served? The provider must be live   * DTPPC01P
045900* and the consent its own, unrevoked, unexpired and confirmed   * DTPPC01P
046000* within the re-confirmation period, with the scope asked for.  * DTPPC01P
046100* A transactions call must name an account the consent covers.  * DTPPC01P
046200* An allowed call gets back the customer and their accounts     * DTPPC01P
046300***************************************************************** DTPPC01P
046400 CHECK-ACCESS.                                                    DTPPC01P
046500     MOVE CTP1I-CONSENT-ID TO CTP1O-CONSENT-ID.                   DTPPC01P
046600     SET CTP1O-REFUSED TO TRUE.                                   DTPPC01P
046700     IF CTP1I-TPP-ID IS EQUAL TO SPACES OR                        DTPPC01P
046800        CTP1I-CONSENT-ID IS NOT NUMERIC OR                        DTPPC01P
046900        CTP1I-CONSENT-ID IS EQUAL TO ZERO                         DTPPC01P
047000        SET CTP1O-NO-CONSENT TO TRUE                              DTPPC01P
047100        MOVE 'The provider and consent are needed' TO CTP1O-MSG   DTPPC01P
047200        GO TO CHECK-ACCESS-EXIT                                   DTPPC01P
047300     END-IF.                                                      DTPPC01P
047400     MOVE 'A' TO DCL-TPR-STATUS.                                  DTPPC01P
047500     PERFORM READ-PROVIDER THRU                                   DTPPC01P
047600             READ-PROVIDER-EXIT.                                  DTPPC01P
047700     IF CTP1O-MSG IS NOT EQUAL TO SPACES                          DTPPC01P
047800        IF CTP1O-NOT-FOUND OR                                     DTPPC01P
047900           DCL-TPR-STATUS IS NOT EQUAL TO 'A'                     DTPPC01P
048000           SET CTP1O-REFUSED TO TRUE                              DTPPC01P
048100           SET CTP1O-PROVIDER-NOT-LIVE TO TRUE                    DTPPC01P
048200        ELSE                                                      DTPPC01P
048300           SET CTP1O-REQUEST-FAIL TO TRUE                         DTPPC01P
048400        END-IF                                                    DTPPC01P
048500        GO TO CHECK-ACCESS-EXIT                                   DTPPC01P
048600     END-IF.                                                      DTPPC01P
048700     MOVE CTP1I-CONSENT-ID TO DCL-TPC-ID.                         DTPPC01P
048800     EXEC SQL                                                     DTPPC01P
048900          SELECT TPC_PID,                                         DTPPC01P
049000                 TPC_STATUS,                                      DTPPC01P
049100                 TPC_SCOPE_BAL,                                   DTPPC01P
049200                 TPC_SCOPE_TXN,                                   DTPPC01P
049300                 CASE WHEN TPC_EXPIRY_DATE < CURRENT DATE         DTPPC01P
049400                      THEN 'Y' ELSE 'N' END,                      DTPPC01P
049500                 CASE WHEN TPC_CONFIRMED_DATE +                   DTPPC01P
049600                             :WS-RECONFIRM-DAYS DAYS              DTPPC01P
049700                             <= CURRENT DATE                      DTPPC01P
049800                      THEN 'Y' ELSE 'N' END                       DTPPC01P
049900          INTO :DCL-TPC-PID,                                      DTPPC01P
050000               :DCL-TPC-STATUS,                                   DTPPC01P
050100               :DCL-TPC-SCOPE-BAL,                                DTPPC01P
050200               :DCL-TPC-SCOPE-TXN,                                DTPPC01P
050300               :DCL-TPC-EXPIRED,                                  DTPPC01P
050400               :DCL-TPC-DUE                                       DTPPC01P
050500          FROM BNKTPPC                                            DTPPC01P
050600          WHERE TPC_ID = :DCL-TPC-ID AND                          DTPPC01P
050700                TPC_TPP_ID = :CTP1I-TPP-ID                        DTPPC01P
050800     END-EXEC.                                                    DTPPC01P
050900     IF SQLCODE IS EQUAL TO +100                                  DTPPC01P
051000        SET CTP1O-NO-CONSENT TO TRUE                              DTPPC01P
051100        MOVE 'No consent is held for this provider' TO CTP1O-MSG  DTPPC01P
051200        GO TO CHECK-ACCESS-EXIT                                   DTPPC01P
051300     END-IF.                                                      DTPPC01P
051400     IF SQLCODE IS NOT EQUAL TO ZERO                              DTPPC01P
051500        SET CTP1O-REQUEST-FAIL TO TRUE                            DTPPC01P
051600        MOVE 'Unable to read the consent' TO CTP1O-MSG            DTPPC01P
051700        GO TO CHECK-ACCESS-EXIT                                   DTPPC01P
051800     END-IF.                                                      DTPPC01P
051900     MOVE DCL-TPC-PID TO CTP1O-PERSON-PID.                        DTPPC01P
052000     IF DCL-TPC-STATUS IS EQUAL TO 'R'                            DTPPC01P
052100        SET CTP1O-CONSENT-REVOKED TO TRUE                         DTPPC01P
052200        MOVE 'The customer has revoked this consent' TO CTP1O-MSG DTPPC01P
052300        GO TO CHECK-ACCESS-EXIT                                   DTPPC01P
052400     END-IF.                                                      DTPPC01P
052500     IF DCL-TPC-EXPIRED IS EQUAL TO 'Y'                           DTPPC01P
052600        SET CTP1O-CONSENT-EXPIRED TO TRUE                         DTPPC01P
052700        MOVE 'This consent has expired' TO CTP1O-MSG              DTPPC01P
052800        GO TO CHECK-ACCESS-EXIT                                   DTPPC01P
052900     END-IF.                                                      DTPPC01P
053000     IF DCL-TPC-DUE IS EQUAL TO 'Y'                               DTPPC01P
053100        SET CTP1O-CONFIRM-DUE TO TRUE                             DTPPC01P
053200        MOVE 'The customer must confirm this consent again'       DTPPC01P
053300          TO CTP1O-MSG                                            DTPPC01P
053400        GO TO CHECK-ACCESS-EXIT                                   DTPPC01P
053500     END-IF.                                                      DTPPC01P
053600     IF (CTP1I-CALL-BALANCES AND                                  DTPPC01P
053700         DCL-TPC-SCOPE-BAL IS NOT EQUAL TO 'Y') OR                DTPPC01P
053800        (CTP1I-CALL-TXNS AND                                      DTPPC01P
053900         DCL-TPC-SCOPE-TXN IS NOT EQUAL TO 'Y') OR                DTPPC01P
054000        (NOT CTP1I-CALL-BALANCES AND                              DTPPC01P
054100         NOT CTP1I-CALL-TXNS)                                     DTPPC01P
054200        SET CTP1O-OUT-OF-SCOPE TO TRUE                            DTPPC01P
054300        MOVE 'This consent does not cover that inquiry'           DTPPC01P
054400          TO CTP1O-MSG                                            DTPPC01P
054500        GO TO CHECK-ACCESS-EXIT                                   DTPPC01P
054600     END-IF.                                                      DTPPC01P
054700     PERFORM LOAD-CONSENT-ACCS THRU                               DTPPC01P
054800             LOAD-CONSENT-ACCS-EXIT.                              DTPPC01P
054900     IF CTP1O-REQUEST-FAIL                                        DTPPC01P
055000        GO TO CHECK-ACCESS-EXIT                                   DTPPC01P
055100     END-IF.                                                      DTPPC01P
055200     IF CTP1I-CALL-TXNS OR                                        DTPPC01P
055300        CTP1I-ACC IS NOT EQUAL TO SPACES                          DTPPC01P
055400        SET ACC-NOT-FOUND TO TRUE                                 DTPPC01P
055500        MOVE 0 TO WS-SUB1                                         DTPPC01P
055600        PERFORM MATCH-CONSENT-ACC THRU                            DTPPC01P
055700                MATCH-CONSENT-ACC-EXIT 6 TIMES                    DTPPC01P
055800        IF ACC-NOT-FOUND                                          DTPPC01P
055900           SET CTP1O-ACC-NOT-COVERED TO TRUE                      DTPPC01P
056000           MOVE 'This consent does not cover that account'        DTPPC01P
056100             TO CTP1O-MSG                                         DTPPC01P
056200           GO TO CHECK-ACCESS-EXIT                                DTPPC01P
056300        END-IF                                                    DTPPC01P
056400     END-IF.                                                      DTPPC01P
056500     SET CTP1O-REQUEST-OK TO TRUE.                                DTPPC01P
056600     MOVE 'Access allowed' TO CTP1O-MSG.                          DTPPC01P
056700 CHECK-ACCESS-EXIT.                                               DTPPC01P
056800     EXIT.                                                        DTPPC01P
056900                                                                  DTPPC01P
057000***************************************************************** DTPPC01P
057100* The accounts the consent covers                               * DTPPC01P
057200***************************************************************** DTPPC01P
057300 LOAD-CONSENT-ACCS.                                               DTPPC01P
057400     EXEC SQL                                                     DTPPC01P
057500          DECLARE TPA_CSR CURSOR FOR                              DTPPC01P
057600          SELECT TPA_ACCNO                                        DTPPC01P
057700          FROM BNKTPPA                                            DTPPC01P
057800          WHERE TPA_CONSENT_ID = :DCL-TPC-ID                      DTPPC01P
057900          ORDER BY TPA_ACCNO                                      DTPPC01P
058000          FOR FETCH ONLY                                          DTPPC01P
058100     END-EXEC.                                                    DTPPC01P
058200     EXEC SQL                                                     DTPPC01P
058300          OPEN TPA_CSR                                            DTPPC01P
058400     END-EXEC.                                                    DTPPC01P
058500     IF SQLCODE IS NOT EQUAL TO ZERO                              DTPPC01P
058600        SET CTP1O-REQUEST-FAIL TO TRUE                            DTPPC01P
058700        MOVE 'Unable to open the consent accounts' TO CTP1O-MSG   DTPPC01P
058800        GO TO LOAD-CONSENT-ACCS-EXIT                              DTPPC01P
058900     END-IF.                                                      DTPPC01P
059000     MOVE 0 TO WS-SUB1.                                           DTPPC01P
059100 LOAD-CONSENT-ACCS-LOOP.                                          DTPPC01P
059200     IF WS-SUB1 IS EQUAL TO 6                                     DTPPC01P
059300        GO TO LOAD-CONSENT-ACCS-LOOP-EXIT                         DTPPC01P
059400     END-IF.                                                      DTPPC01P
059500     EXEC SQL                                                     DTPPC01P
059600          FETCH TPA_CSR                                           DTPPC01P
059700          INTO :DCL-TPA-ACCNO                                     DTPPC01P
059800     END-EXEC.                                                    DTPPC01P
059900     IF SQLCODE IS EQUAL TO +100                                  DTPPC01P
060000        GO TO LOAD-CONSENT-ACCS-LOOP-EXIT                         DTPPC01P
060100     END-IF.                                                      DTPPC01P
060200     IF SQLCODE IS NOT EQUAL TO ZERO                              DTPPC01P
060300        SET CTP1O-REQUEST-FAIL TO TRUE                            DTPPC01P
060400        MOVE 'Unable to read the consent accounts' TO CTP1O-MSG   DTPPC01P
060500        GO TO LOAD-CONSENT-ACCS-LOOP-EXIT                         DTPPC01P
060600     END-IF.                                                      DTPPC01P
060700     ADD 1 TO WS-SUB1.                                            DTPPC01P
060800     MOVE DCL-TPA-ACCNO TO CTP1O-ACC (WS-SUB1).                   DTPPC01P
060900     GO TO LOAD-CONSENT-ACCS-LOOP.                                DTPPC01P
061000 LOAD-CONSENT-ACCS-LOOP-EXIT.                                     DTPPC01P
061100     EXEC SQL                                                     DTPPC01P
061200          CLOSE TPA_CSR                                           DTPPC01P
061300     END-EXEC.                                                    DTPPC01P
061400 LOAD-CONSENT-ACCS-EXIT.                                          DTPPC01P
061500     EXIT.                                                        DTPPC01P
061600                                                                  DTPPC01P
061700 MATCH-CONSENT-ACC.                                               DTPPC01P
061800     ADD 1 TO WS-SUB1.                                            DTPPC01P
061900     IF CTP1O-ACC (WS-SUB1) IS NOT EQUAL TO SPACES AND            DTPPC01P
062000        CTP1O-ACC (WS-SUB1) IS EQUAL TO CTP1I-ACC                 DTPPC01P
062100        SET ACC-FOUND TO TRUE                                     DTPPC01P
062200     END-IF.                                                      DTPPC01P
062300 MATCH-CONSENT-ACC-EXIT.                                          DTPPC01P
062400     EXIT.                                                        DTPPC01P
062500                                                                  DTPPC01P
062600***************************************************************** DTPPC01P
062700* Keep one provider call on the access log - served or not,     * DTPPC01P
062800* with the reason it was refused and how long it took           * DTPPC01P
062900***************************************************************** DTPPC01P
063000 LOG-ACCESS.                                                      DTPPC01P
063100     EXEC SQL                                                     DTPPC01P
063200          INSERT                                                  DTPPC01P
063300          INTO BNKTPPL (TPL_TS,                                   DTPPC01P
063400                        TPL_TPP_ID,                               DTPPC01P
063500                        TPL_CONSENT_ID,                           DTPPC01P
063600                        TPL_PID,                                  DTPPC01P
063700                        TPL_FUNCTION,                             DTPPC01P
063800                        TPL_ACCNO,                                DTPPC01P
063900                        TPL_RESULT,                               DTPPC01P
064000                        TPL_REASON,                               DTPPC01P
064100                        TPL_ELAPSED)                              DTPPC01P
064200          VALUES (:WS-RUN-TS,                                     DTPPC01P
064300                  :CTP1I-TPP-ID,                                  DTPPC01P
064400                  :CTP1I-CONSENT-ID,                              DTPPC01P
064500                  :CTP1I-PERSON-PID,                              DTPPC01P
064600                  :CTP1I-CALL-FUNCTION,                           DTPPC01P
064700                  :CTP1I-ACC,                                     DTPPC01P
064800                  :CTP1I-CALL-RESULT,                             DTPPC01P
064900                  :CTP1I-CALL-REASON,                             DTPPC01P
065000                  :CTP1I-ELAPSED)                                 DTPPC01P
065100     END-EXEC.                                                    DTPPC01P
065200     IF SQLCODE IS NOT EQUAL TO ZERO                              DTPPC01P
065300        MOVE 'Unable to write the provider access log'            DTPPC01P
065400          TO CTP1O-MSG                                            DTPPC01P
065500        GO TO LOG-ACCESS-EXIT                                     DTPPC01P
065600     END-IF.                                                      DTPPC01P
065700     SET CTP1O-REQUEST-OK TO TRUE.                                DTPPC01P
065800 LOG-ACCESS-EXIT.                                                 DTPPC01P
065900     EXIT.                                                        DTPPC01P
066000                                                                  DTPPC01P
066100***************************************************************** DTPPC01P
066200* Register a provider, or bring a suspended one back, under the * DTPPC01P
066300* name it trades as                                             * DTPPC01P
066400***************************************************************** DTPPC01P
066500 REGISTER-PROVIDER.                                               DTPPC01P
066600     IF CTP1I-TPP-ID IS EQUAL TO SPACES OR                        DTPPC01P
066700        CTP1I-TPP-NAME IS EQUAL TO SPACES                         DTPPC01P
066800        MOVE 'The provider id and name are needed' TO CTP1O-MSG   DTPPC01P
066900        GO TO REGISTER-PROVIDER-EXIT                              DTPPC01P
067000     END-IF.                                                      DTPPC01P
067100     EXEC SQL                                                     DTPPC01P
067200          UPDATE BNKTPPR                                          DTPPC01P
067300          SET TPR_NAME = :CTP1I-TPP-NAME,                         DTPPC01P
067400              TPR_STATUS = 'A'                                    DTPPC01P
067500          WHERE TPR_ID = :CTP1I-TPP-ID                            DTPPC01P
067600     END-EXEC.                                                    DTPPC01P
067700     IF SQLCODE IS EQUAL TO +100                                  DTPPC01P
067800        EXEC SQL                                                  DTPPC01P
067900             INSERT                                               DTPPC01P
068000             INTO BNKTPPR (TPR_ID,                                DTPPC01P
068100                           TPR_NAME,                              DTPPC01P
068200                           TPR_STATUS,                            DTPPC01P
068300                           TPR_ADDED_BY,                          DTPPC01P
068400                           TPR_ADDED_TS)                          DTPPC01P
068500             VALUES (:CTP1I-TPP-ID,                               DTPPC01P
068600                     :CTP1I-TPP-NAME,                             DTPPC01P
068700                     'A',                                         DTPPC01P
068800                     :CTP1I-USERID,                               DTPPC01P
068900                     :WS-RUN-TS)                                  DTPPC01P
069000        END-EXEC                                                  DTPPC01P
069100     END-IF.                                                      DTPPC01P
069200     IF SQLCODE IS NOT EQUAL TO ZERO                              DTPPC01P
069300        MOVE 'Unable to register the provider' TO CTP1O-MSG       DTPPC01P
069400        GO TO REGISTER-PROVIDER-EXIT                              DTPPC01P
069500     END-IF.                                                      DTPPC01P
069600     SET CTP1O-REQUEST-OK TO TRUE.                                DTPPC01P
069700     MOVE 'Provider registered' TO CTP1O-MSG.                     DTPPC01P
069800 REGISTER-PROVIDER-EXIT.                                          DTPPC01P
069900     EXIT.                                                        DTPPC01P
070000                                                                  DTPPC01P
070100***************************************************************** DTPPC01P
070200* Suspend a provider - every call it makes is refused until it  * DTPPC01P
070300* is registered again, whatever its customers have consented to * DTPPC01P
070400***************************************************************** DTPPC01P
070500 SUSPEND-PROVIDER.                                                DTPPC01P
070600     EXEC SQL                                                     DTPPC01P
070700          UPDATE BNKTPPR                                          DTPPC01P
070800          SET TPR_STATUS = 'S'                                    DTPPC01P
070900          WHERE TPR_ID = :CTP1I-TPP-ID                            DTPPC01P
071000     END-EXEC.                                                    DTPPC01P
071100     IF SQLCODE IS EQUAL TO +100                                  DTPPC01P
071200        SET CTP1O-NOT-FOUND TO TRUE                               DTPPC01P
071300        MOVE 'That provider is not registered with us'            DTPPC01P
071400          TO CTP1O-MSG                                            DTPPC01P
071500        GO TO SUSPEND-PROVIDER-EXIT                               DTPPC01P
071600     END-IF.                                                      DTPPC01P
071700     IF SQLCODE IS NOT EQUAL TO ZERO                              DTPPC01P
071800        MOVE 'Unable to suspend the provider' TO CTP1O-MSG        DTPPC01P
071900        GO TO SUSPEND-PROVIDER-EXIT                               DTPPC01P
072000     END-IF.                                                      DTPPC01P
072100     SET CTP1O-REQUEST-OK TO TRUE.                                DTPPC01P
072200     MOVE 'Provider suspended' TO CTP1O-MSG.                      DTPPC01P
072300 SUSPEND-PROVIDER-EXIT.                                           DTPPC01P
072400     EXIT.                                                        DTPPC01P
072500                                                                  DTPPC01P
072600***************************************************************** DTPPC01P
072700* A page of the customer's consents, six at a time, with the    * DTPPC01P
072800* state each is in today                                        * DTPPC01P
072900***************************************************************** DTPPC01P
073000 LIST-CONSENTS.                                                   DTPPC01P
073100     IF CTP1I-PERSON-PID IS EQUAL TO SPACES                       DTPPC01P
073200        MOVE 'The customer is needed' TO CTP1O-MSG                DTPPC01P
073300        GO TO LIST-CONSENTS-EXIT                                  DTPPC01P
073400     END-IF.                                                      DTPPC01P
073500     MOVE 6 TO WS-PAGE-SIZE.                                      DTPPC01P
073600     MOVE CTP1I-START-ID TO WS-KEY-ID.                            DTPPC01P
073700     IF WS-KEY-ID IS EQUAL TO ZERO                                DTPPC01P
073800        MOVE 'F' TO CTP1I-DIRECTION                               DTPPC01P
073900     END-IF.                                                      DTPPC01P
074000     MOVE 0 TO WS-SUB1.                                           DTPPC01P
074100     IF CTP1I-PAGE-BACK                                           DTPPC01P
074200        PERFORM LIST-EARLIER THRU                                 DTPPC01P
074300                LIST-EARLIER-EXIT                                 DTPPC01P
074400     ELSE                                                         DTPPC01P
074500        PERFORM LIST-LATER THRU                                   DTPPC01P
074600                LIST-LATER-EXIT                                   DTPPC01P
074700     END-IF.                                                      DTPPC01P
074800     IF CTP1O-MSG IS NOT EQUAL TO SPACES                          DTPPC01P
074900        GO TO LIST-CONSENTS-EXIT                                  DTPPC01P
075000     END-IF.                                                      DTPPC01P
075100     MOVE WS-SUB1 TO CTP1O-CONS-COUNT.                            DTPPC01P
075200     IF WS-SUB1 IS EQUAL TO ZERO                                  DTPPC01P
075300        IF WS-KEY-ID IS EQUAL TO ZERO                             DTPPC01P
075400           SET CTP1O-REQUEST-OK TO TRUE                           DTPPC01P
075500           MOVE 'You have not given any provider access'          DTPPC01P
075600             TO CTP1O-MSG                                         DTPPC01P
075700        ELSE                                                      DTPPC01P
075800           SET CTP1O-NOT-FOUND TO TRUE                            DTPPC01P
075900           MOVE 'There are no more consents that way'             DTPPC01P
076000             TO CTP1O-MSG                                         DTPPC01P
076100        END-IF                                                    DTPPC01P
076200        GO TO LIST-CONSENTS-EXIT                                  DTPPC01P
076300     END-IF.                                                      DTPPC01P
076400     IF CTP1I-PAGE-BACK                                           DTPPC01P
076500        MOVE 0 TO WS-SUB1                                         DTPPC01P
076600        COMPUTE WS-SUB2 = CTP1O-CONS-COUNT + 1                    DTPPC01P
076700        COMPUTE WS-TURNS = CTP1O-CONS-COUNT / 2                   DTPPC01P
076800        PERFORM TURN-CONSENT THRU                                 DTPPC01P
076900                TURN-CONSENT-EXIT                                 DTPPC01P
077000                WS-TURNS TIMES                                    DTPPC01P
077100     END-IF.                                                      DTPPC01P
077200     SET CTP1O-REQUEST-OK TO TRUE.                                DTPPC01P
077300 LIST-CONSENTS-EXIT.                                              DTPPC01P
077400     EXIT.                                                        DTPPC01P
077500                                                                  DTPPC01P
077600 LIST-LATER.                                                      DTPPC01P
077700     EXEC SQL                                                     DTPPC01P
077800          DECLARE TPC_LATER_CSR CURSOR FOR                        DTPPC01P
077900          SELECT TPC.TPC_ID,                                      DTPPC01P
078000                 TPC.TPC_TPP_ID,                                  DTPPC01P
078100                 VALUE(TPR.TPR_NAME, ' '),                        DTPPC01P
078200                 TPC.TPC_SCOPE_BAL,                               DTPPC01P
078300                 TPC.TPC_SCOPE_TXN,                               DTPPC01P
078400                 (SELECT COUNT(*)                                 DTPPC01P
078500                  FROM BNKTPPA TPA                                DTPPC01P
078600                  WHERE TPA.TPA_CONSENT_ID = TPC.TPC_ID),         DTPPC01P
078700                 CHAR(TPC.TPC_EXPIRY_DATE, ISO),                  DTPPC01P
078800                 CHAR(TPC.TPC_CONFIRMED_DATE +                    DTPPC01P
078900                        :WS-RECONFIRM-DAYS DAYS, ISO),            DTPPC01P
079000                 CASE WHEN TPC.TPC_STATUS = 'R'                   DTPPC01P
079100                      THEN 'R'                                    DTPPC01P
079200                      WHEN TPC.TPC_EXPIRY_DATE < CURRENT DATE     DTPPC01P
079300                      THEN 'E'                                    DTPPC01P
079400                      WHEN TPC.TPC_CONFIRMED_DATE +               DTPPC01P
079500                             :WS-RECONFIRM-DAYS DAYS              DTPPC01P
079600                             <= CURRENT DATE                      DTPPC01P
079700                      THEN 'D'                                    DTPPC01P
079800                      ELSE 'A' END                                DTPPC01P
079900          FROM BNKTPPC TPC                                        DTPPC01P
080000               LEFT OUTER JOIN BNKTPPR TPR                        DTPPC01P
080100               ON TPR.TPR_ID = TPC.TPC_TPP_ID                     DTPPC01P
080200          WHERE TPC.TPC_PID = :CTP1I-PERSON-PID AND               DTPPC01P
080300                TPC.TPC_ID > :WS-KEY-ID                           DTPPC01P
080400          ORDER BY TPC.TPC_ID                                     DTPPC01P
080500          FOR FETCH ONLY                                          DTPPC01P
080600     END-EXEC.                                                    DTPPC01P
080700     EXEC SQL                                                     DTPPC01P
080800          OPEN TPC_LATER_CSR                                      DTPPC01P
080900     END-EXEC.                                                    DTPPC01P
081000     IF SQLCODE IS NOT EQUAL TO ZERO                              DTPPC01P
081100        MOVE 'Unable to open the consent list' TO CTP1O-MSG       DTPPC01P
081200        GO TO LIST-LATER-EXIT                                     DTPPC01P
081300     END-IF.                                                      DTPPC01P
081400 LIST-LATER-LOOP.                                                 DTPPC01P
081500     IF WS-SUB1 IS EQUAL TO WS-PAGE-SIZE                          DTPPC01P
081600        GO TO LIST-LATER-LOOP-EXIT                                DTPPC01P
081700     END-IF.                                                      DTPPC01P
081800     EXEC SQL                                                     DTPPC01P
081900          FETCH TPC_LATER_CSR                                     DTPPC01P
082000          INTO :DCL-TPC-ID,                                       DTPPC01P
082100               :DCL-TPC-TPP-ID,                                   DTPPC01P
082200               :DCL-TPC-TPP-NAME,                                 DTPPC01P
082300               :DCL-TPC-SCOPE-BAL,                                DTPPC01P
082400               :DCL-TPC-SCOPE-TXN,                                DTPPC01P
082500               :DCL-TPC-ACC-COUNT,                                DTPPC01P
082600               :DCL-TPC-EXPIRY,                                   DTPPC01P
082700               :DCL-TPC-CONFIRM-BY,                               DTPPC01P
082800               :DCL-TPC-STATUS                                    DTPPC01P
082900     END-EXEC.                                                    DTPPC01P
083000     IF SQLCODE IS EQUAL TO +100                                  DTPPC01P
083100        GO TO LIST-LATER-LOOP-EXIT                                DTPPC01P
083200     END-IF.                                                      DTPPC01P
083300     IF SQLCODE IS NOT EQUAL TO ZERO                              DTPPC01P
083400        MOVE 'Unable to read the consent list' TO CTP1O-MSG       DTPPC01P
083500        GO TO LIST-LATER-LOOP-EXIT                                DTPPC01P
083600     END-IF.                                                      DTPPC01P
083700     PERFORM SHOW-CONSENT THRU                                    DTPPC01P
083800             SHOW-CONSENT-EXIT.                                   DTPPC01P
083900     GO TO LIST-LATER-LOOP.                                       DTPPC01P
084000 LIST-LATER-LOOP-EXIT.                                            DTPPC01P
084100     EXEC SQL                                                     DTPPC01P
084200          CLOSE TPC_LATER_CSR                                     DTPPC01P
084300     END-EXEC.                                                    DTPPC01P
084400 LIST-LATER-EXIT.                                                 DTPPC01P
084500     EXIT.                                                        DTPPC01P
084600                                                                  DTPPC01P
084700 LIST-EARLIER.                                                    DTPPC01P
084800     EXEC SQL                                                     DTPPC01P
084900          DECLARE TPC_EARLIER_CSR CURSOR FOR                      DTPPC01P
085000          SELECT TPC.TPC_ID,                                      DTPPC01P
085100                 TPC.TPC_TPP_ID,                                  DTPPC01P
085200                 VALUE(TPR.TPR_NAME, ' '),                        DTPPC01P
085300                 TPC.TPC_SCOPE_BAL,                               DTPPC01P
085400                 TPC.TPC_SCOPE_TXN,                               DTPPC01P
085500                 (SELECT COUNT(*)                                 DTPPC01P
085600                  FROM BNKTPPA TPA                                DTPPC01P
085700                  WHERE TPA.TPA_CONSENT_ID = TPC.TPC_ID),         DTPPC01P
085800                 CHAR(TPC.TPC_EXPIRY_DATE, ISO),                  DTPPC01P
085900                 CHAR(TPC.TPC_CONFIRMED_DATE +                    DTPPC01P
086000                        :WS-RECONFIRM-DAYS DAYS, ISO),            DTPPC01P
086100                 CASE WHEN TPC.TPC_STATUS = 'R'                   DTPPC01P
086200                      THEN 'R'                                    DTPPC01P
086300                      WHEN TPC.TPC_EXPIRY_DATE < CURRENT DATE     DTPPC01P
086400                      THEN 'E'                                    DTPPC01P
086500                      WHEN TPC.TPC_CONFIRMED_DATE +               DTPPC01P
086600                             :WS-RECONFIRM-DAYS DAYS              DTPPC01P
086700                             <= CURRENT DATE                      DTPPC01P
086800                      THEN 'D'                                    DTPPC01P
086900                      ELSE 'A' END                                DTPPC01P
087000          FROM BNKTPPC TPC                                        DTPPC01P
087100               LEFT OUTER JOIN BNKTPPR TPR                        DTPPC01P
087200               ON TPR.TPR_ID = TPC.TPC_TPP_ID                     DTPPC01P
087300          WHERE TPC.TPC_PID = :CTP1I-PERSON-PID AND               DTPPC01P
087400                TPC.TPC_ID < :WS-KEY-ID                           DTPPC01P
087500          ORDER BY TPC.TPC_ID DESC                                DTPPC01P
087600          FOR FETCH ONLY                                          DTPPC01P
087700     END-EXEC.                                                    DTPPC01P
087800     EXEC SQL                                                     DTPPC01P
087900          OPEN TPC_EARLIER_CSR                                    DTPPC01P
088000     END-EXEC.                                                    DTPPC01P
088100     IF SQLCODE IS NOT EQUAL TO ZERO                              DTPPC01P
088200        MOVE 'Unable to open the consent list' TO CTP1O-MSG       DTPPC01P
088300        GO TO LIST-EARLIER-EXIT                                   DTPPC01P
088400     END-IF.                                                      DTPPC01P
088500 LIST-EARLIER-LOOP.                                               DTPPC01P
088600     IF WS-SUB1 IS EQUAL TO WS-PAGE-SIZE                          DTPPC01P
088700        GO TO LIST-EARLIER-LOOP-EXIT                              DTPPC01P
088800     END-IF.                                                      DTPPC01P
088900     EXEC SQL                                                     DTPPC01P
089000          FETCH TPC_EARLIER_CSR                                   DTPPC01P
089100          INTO :DCL-TPC-ID,                                       DTPPC01P
089200               :DCL-TPC-TPP-ID,                                   DTPPC01P
089300               :DCL-TPC-TPP-NAME,                                 DTPPC01P
089400               :DCL-TPC-SCOPE-BAL,                                DTPPC01P
089500               :DCL-TPC-SCOPE-TXN,                                DTPPC01P
089600               :DCL-TPC-ACC-COUNT,                                DTPPC01P
089700               :DCL-TPC-EXPIRY,                                   DTPPC01P
089800               :DCL-TPC-CONFIRM-BY,                               DTPPC01P
089900               :DCL-TPC-STATUS                                    DTPPC01P
090000     END-EXEC.                                                    DTPPC01P
090100     IF SQLCODE IS EQUAL TO +100                                  DTPPC01P
090200        GO TO LIST-EARLIER-LOOP-EXIT                              DTPPC01P
090300     END-IF.                                                      DTPPC01P
090400     IF SQLCODE IS NOT EQUAL TO ZERO                              DTPPC01P
090500        MOVE 'Unable to read the consent list' TO CTP1O-MSG       DTPPC01P
090600        GO TO LIST-EARLIER-LOOP-EXIT                              DTPPC01P
090700     END-IF.                                                      DTPPC01P
090800     PERFORM SHOW-CONSENT THRU                                    DTPPC01P
090900             SHOW-CONSENT-EXIT.                                   DTPPC01P
091000     GO TO LIST-EARLIER-LOOP.                                     DTPPC01P
091100 LIST-EARLIER-LOOP-EXIT.                                          DTPPC01P
091200     EXEC SQL                                                     DTPPC01P
091300          CLOSE TPC_EARLIER_CSR                                   DTPPC01P
091400     END-EXEC.                                                    DTPPC01P
091500 LIST-EARLIER-EXIT.                                               DTPPC01P
091600     EXIT.                                                        DTPPC01P
091700                                                                  DTPPC01P
091800 SHOW-CONSENT.                                                    DTPPC01P
091900     ADD 1 TO WS-SUB1.                                            DTPPC01P
092000     MOVE DCL-TPC-ID TO CTP1O-CNS-ID (WS-SUB1).                   DTPPC01P
092100     MOVE DCL-TPC-TPP-ID TO CTP1O-CNS-TPP-ID (WS-SUB1).           DTPPC01P
092200     MOVE DCL-TPC-TPP-NAME TO CTP1O-CNS-TPP-NAME (WS-SUB1).       DTPPC01P
092300     MOVE DCL-TPC-SCOPE-BAL TO CTP1O-CNS-SCOPE-BAL (WS-SUB1).     DTPPC01P
092400     MOVE DCL-TPC-SCOPE-TXN TO CTP1O-CNS-SCOPE-TXN (WS-SUB1).     DTPPC01P
092500     MOVE DCL-TPC-ACC-COUNT TO CTP1O-CNS-ACC-COUNT (WS-SUB1).     DTPPC01P
092600     MOVE DCL-TPC-EXPIRY TO CTP1O-CNS-EXPIRY (WS-SUB1).           DTPPC01P
092700     MOVE DCL-TPC-CONFIRM-BY TO CTP1O-CNS-CONFIRM-BY (WS-SUB1).   DTPPC01P
092800     MOVE DCL-TPC-STATUS TO CTP1O-CNS-STATUS (WS-SUB1).           DTPPC01P
092900 SHOW-CONSENT-EXIT.                                               DTPPC01P
093000     EXIT.                                                        DTPPC01P
093100                                                                  DTPPC01P
093200***************************************************************** DTPPC01P
093300* Swap one pair of entries, outside in, so a page read          * DTPPC01P
093400* backwards is shown the right way round                        * DTPPC01P
093500***************************************************************** DTPPC01P
093600 TURN-CONSENT.                                                    DTPPC01P
093700     ADD 1 TO WS-SUB1.                                            DTPPC01P
093800     SUBTRACT 1 FROM WS-SUB2.                                     DTPPC01P
093900     MOVE CTP1O-CONSENT (WS-SUB1) TO WS-HOLD-ENTRY.               DTPPC01P
094000     MOVE CTP1O-CONSENT (WS-SUB2) TO CTP1O-CONSENT (WS-SUB1).     DTPPC01P
094100     MOVE WS-HOLD-ENTRY TO CTP1O-CONSENT (WS-SUB2).               DTPPC01P
094200 TURN-CONSENT-EXIT.                                               DTPPC01P
094300     EXIT.                                                        DTPPC01P
