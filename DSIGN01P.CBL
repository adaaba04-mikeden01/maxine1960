000100***************************************************************** DSIGN01P
000200*                                                               * DSIGN01P
000300*  Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.    * DSIGN01P
000400*  This demonstration program is provided for use by users      * DSIGN01P
000500*  of Micro Focus products and may be used, modified and        * DSIGN01P
000600*  distributed as part of your application provided that        * DSIGN01P
000700*  you properly acknowledge the copyright of Micro Focus        * DSIGN01P
000800*  in this material.                                            * DSIGN01P
000900*                                                               * DSIGN01P
001000***************************************************************** DSIGN01P
001100                                                                  DSIGN01P
001200***************************************************************** DSIGN01P
001300* Program:     DSIGN01P.CBL                                     * DSIGN01P
001400* Function:    Sign-on history and session service - records    * DSIGN01P
001500*              every sign-on attempt on every channel with its  * DSIGN01P
001600*              terminal or address and result, holds one active * DSIGN01P
001700*              session per user (a second is refused or ends    * DSIGN01P
001800*              the first, as BNKCTLV SESSMODE says), gives the  * DSIGN01P
001900*              last good and failed sign-on for the menu, the   * DSIGN01P
002000*              history for a fraud analyst, and each night      * DSIGN01P
002100*              reports new channels, night-time sign-ons and    * DSIGN01P
002200*              terminals shared by many user ids                * DSIGN01P
002300*              SQL version                                      * DSIGN01P
002400***************************************************************** DSIGN01P
002500                                                                  DSIGN01P
002600 IDENTIFICATION DIVISION.                                         DSIGN01P
002700 PROGRAM-ID.                                                      DSIGN01P
002800     DSIGN01P.                                                    DSIGN01P
002900 DATE-WRITTEN.                                                    DSIGN01P
003000     October 2026.                                                DSIGN01P
003100 DATE-COMPILED.                                                   DSIGN01P
003200     Today.                                                       DSIGN01P
003300                                                                  DSIGN01P
003400 ENVIRONMENT DIVISION.                                            DSIGN01P
003500                                                                  DSIGN01P
003600 DATA DIVISION.                                                   DSIGN01P
003700                                                                  DSIGN01P
003800 WORKING-STORAGE SECTION.                                         DSIGN01P
003900 01  WS-MISC-STORAGE.                                             DSIGN01P
004000   05  WS-PROGRAM-ID                         PIC X(8)             DSIGN01P
004100       VALUE 'DSIGN01P'.                                          DSIGN01P
004200   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DSIGN01P
004300   05  WS-SUB1                               PIC S9(4) COMP.      DSIGN01P
004400   05  WS-COUNT-DISP                         PIC Z(4)9.           DSIGN01P
004500*        Idle allowance used when the caller has none             DSIGN01P
004600   05  WS-DEFAULT-IDLE                       PIC 9(3)             DSIGN01P
004700       VALUE 060.                                                 DSIGN01P
004800*        A sign-on before this hour of the day is night-time      DSIGN01P
004900   05  WS-NIGHT-END-HOUR                     PIC S9(4) COMP       DSIGN01P
005000       VALUE +6.                                                  DSIGN01P
005100*        This many user ids on one terminal in a day is flagged   DSIGN01P
005200   05  WS-SHARED-LIMIT                       PIC S9(4) COMP       DSIGN01P
005300       VALUE +5.                                                  DSIGN01P
005400*        How far back a channel counts as one the user has used   DSIGN01P
005500   05  WS-CHANNEL-DAYS                       PIC S9(4) COMP       DSIGN01P
005600       VALUE +90.                                                 DSIGN01P
005700   05  WS-REPORT-NAME.                                            DSIGN01P
005800     10  FILLER                              PIC X(8)             DSIGN01P
005900         VALUE 'SIGNONS '.                                        DSIGN01P
006000     10  WS-REPORT-DATE                      PIC X(10).           DSIGN01P
006100     10  FILLER                              PIC X(2)             DSIGN01P
006200         VALUE SPACES.                                            DSIGN01P
006300                                                                  DSIGN01P
006400 01  WS-CSV-DATA.                                                 DSIGN01P
006500 COPY CCSVD.                                                      DSIGN01P
006600 01  WS-96-COMMAREA.                                              DSIGN01P
006700 COPY CBANKD96.                                                   DSIGN01P
006800 01  WS-98-COMMAREA.                                              DSIGN01P
006900 COPY CBANKD98.                                                   DSIGN01P
007000                                                                  DSIGN01P
007100   EXEC SQL                                                       DSIGN01P
007200        BEGIN DECLARE SECTION                                     DSIGN01P
007300   END-EXEC.                                                      DSIGN01P
007400 01  WS-COMMAREA.                                                 DSIGN01P
007500     EXEC SQL                                                     DSIGN01P
007600          INCLUDE CSIGND01                                        DSIGN01P
007700     END-EXEC.                                                    DSIGN01P
007800 01  DCL-SIGNON-AREAS.                                            DSIGN01P
007900   05  DCL-BCS-ROLE                          PIC X(1).            DSIGN01P
008000   05  DCL-CTL-VALUE                         PIC S9(9)V9(6)       DSIGN01P
008100                                             COMP-3.              DSIGN01P
008200   05  DCL-NOW                               PIC X(26).           DSIGN01P
008300   05  DCL-SES-ID                            PIC S9(9) COMP-3.    DSIGN01P
008400   05  DCL-SES-CHANNEL                       PIC X(4).            DSIGN01P
008500   05  DCL-SES-TERMINAL                      PIC X(15).           DSIGN01P
008600*        One attempt as held on BNKSGNH                           DSIGN01P
008700   05  DCL-SGH-TS                            PIC X(26).           DSIGN01P
008800   05  DCL-SGH-CHANNEL                       PIC X(4).            DSIGN01P
008900   05  DCL-SGH-TERMINAL                      PIC X(15).           DSIGN01P
009000   05  DCL-SGH-RESULT                        PIC X(1).            DSIGN01P
009100*        One line of the nightly report                           DSIGN01P
009200   05  DCL-FLG-FLAG                          PIC X(8).            DSIGN01P
009300   05  DCL-FLG-USERID                        PIC X(5).            DSIGN01P
009400   05  DCL-FLG-TS                            PIC X(26).           DSIGN01P
009500   05  DCL-FLG-CHANNEL                       PIC X(4).            DSIGN01P
009600   05  DCL-FLG-TERMINAL                      PIC X(15).           DSIGN01P
009700   05  DCL-FLG-COUNT                         PIC S9(9) COMP.      DSIGN01P
009800 01  WS-SIGNON-AREAS.                                             DSIGN01P
009900   05  WS-BUS-DATE                           PIC X(10).           DSIGN01P
010000   05  WS-COUNT                              PIC S9(9) COMP.      DSIGN01P
010100   05  WS-IDLE-MINS                          PIC S9(4) COMP.      DSIGN01P
010200   05  WS-SESSION-MODE                       PIC X(1).            DSIGN01P
010300     88  WS-REFUSE-SECOND                    VALUE '0'.           DSIGN01P
010400     88  WS-END-FIRST                        VALUE '1'.           DSIGN01P
010500                                                                  DSIGN01P
010600     EXEC SQL                                                     DSIGN01P
010700          INCLUDE SQLCA                                           DSIGN01P
010800     END-EXEC.                                                    DSIGN01P
010900                                                                  DSIGN01P
011000 COPY CABENDD.                                                    DSIGN01P
011100   EXEC SQL                                                       DSIGN01P
011200        END DECLARE SECTION                                       DSIGN01P
011300   END-EXEC.                                                      DSIGN01P
011400                                                                  DSIGN01P
011500 LINKAGE SECTION.                                                 DSIGN01P
011600 01  DFHCOMMAREA.                                                 DSIGN01P
011700   05  LK-COMMAREA                           PIC X(1)             DSIGN01P
011800       OCCURS 1 TO 6144 TIMES                                     DSIGN01P
011900         DEPENDING ON WS-COMMAREA-LENGTH.                         DSIGN01P
012000                                                                  DSIGN01P
012100 COPY CENTRY.                                                     DSIGN01P
012200***************************************************************** DSIGN01P
012300* Move the passed area to our area                              * DSIGN01P
012400***************************************************************** DSIGN01P
012500     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DSIGN01P
012600     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DSIGN01P
012700                                                                  DSIGN01P
012800***************************************************************** DSIGN01P
012900* Initialize our output area                                    * DSIGN01P
013000***************************************************************** DSIGN01P
013100     INITIALIZE CSG1O-DATA.                                       DSIGN01P
013200     SET CSG1O-REQUEST-FAIL TO TRUE.                              DSIGN01P
013300                                                                  DSIGN01P
013400     EVALUATE TRUE                                                DSIGN01P
013500       WHEN CSG1I-RECORD-ATTEMPT                                  DSIGN01P
013600         PERFORM RECORD-ATTEMPT THRU                              DSIGN01P
013700                 RECORD-ATTEMPT-EXIT                              DSIGN01P
013800       WHEN CSG1I-TOUCH-SESSION                                   DSIGN01P
013900         PERFORM TOUCH-SESSION THRU                               DSIGN01P
014000                 TOUCH-SESSION-EXIT                               DSIGN01P
014100       WHEN CSG1I-END-SESSION                                     DSIGN01P
014200         PERFORM END-SESSION THRU                                 DSIGN01P
014300                 END-SESSION-EXIT                                 DSIGN01P
014400       WHEN CSG1I-LAST-SIGNONS                                    DSIGN01P
014500         PERFORM LAST-SIGNONS THRU                                DSIGN01P
014600                 LAST-SIGNONS-EXIT                                DSIGN01P
014700       WHEN CSG1I-HISTORY                                         DSIGN01P
014800         PERFORM HISTORY THRU                                     DSIGN01P
014900                 HISTORY-EXIT                                     DSIGN01P
015000       WHEN CSG1I-NIGHTLY-REPORT                                  DSIGN01P
015100         PERFORM NIGHTLY-REPORT THRU                              DSIGN01P
015200                 NIGHTLY-REPORT-EXIT                              DSIGN01P
015300       WHEN OTHER                                                 DSIGN01P
015400         MOVE 'Unknown sign-on function requested' TO CSG1O-MSG   DSIGN01P
015500     END-EVALUATE.                                                DSIGN01P
015600                                                                  DSIGN01P
015700 DSIGN01P-EXIT.                                                   DSIGN01P
015800***************************************************************** DSIGN01P
015900* Move the result back to the callers area                      * DSIGN01P
016000***************************************************************** DSIGN01P
016100     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DSIGN01P
016200                                                                  DSIGN01P
016300***************************************************************** DSIGN01P
016400* Return to our caller                                          * DSIGN01P
016500***************************************************************** DSIGN01P
016600 COPY CRETURN.                                                    DSIGN01P
016700                                                                  DSIGN01P
016800***************************************************************** DSIGN01P
016900* Record one attempt. A good 3270 or INET sign-on also opens    * DSIGN01P
017000* a session: the user's sessions past their idle allowance      * DSIGN01P
017100* are closed, one still open at the same terminal is taken      * DSIGN01P
017200* as abandoned, and any other still open is either refused      * DSIGN01P
017300* or ended, as SESSMODE says (0 refuse, 1 end the first)        * DSIGN01P
017400***************************************************************** DSIGN01P
017500 RECORD-ATTEMPT.                                                  DSIGN01P
017600     IF CSG1I-USERID IS EQUAL TO SPACES                           DSIGN01P
017700        MOVE 'No user id to record' TO CSG1O-MSG                  DSIGN01P
017800        GO TO RECORD-ATTEMPT-EXIT                                 DSIGN01P
017900     END-IF.                                                      DSIGN01P
018000     IF CSG1I-TERMINAL IS EQUAL TO SPACES OR                      DSIGN01P
018100        CSG1I-TERMINAL IS EQUAL TO LOW-VALUES                     DSIGN01P
018200        MOVE 'UNKNOWN' TO CSG1I-TERMINAL                          DSIGN01P
018300     END-IF.                                                      DSIGN01P
018400     EXEC SQL                                                     DSIGN01P
018500          SELECT CHAR(CURRENT TIMESTAMP)                          DSIGN01P
018600          INTO :DCL-NOW                                           DSIGN01P
018700          FROM SYSIBM.SYSDUMMY1                                   DSIGN01P
018800     END-EXEC.                                                    DSIGN01P
018900     IF SQLCODE IS NOT EQUAL TO ZERO                              DSIGN01P
019000        MOVE 'Unable to read the time' TO CSG1O-MSG               DSIGN01P
019100        GO TO RECORD-ATTEMPT-EXIT                                 DSIGN01P
019200     END-IF.                                                      DSIGN01P
019300     MOVE CSG1I-ATTEMPT-RESULT TO DCL-SGH-RESULT.                 DSIGN01P
019400     MOVE ZERO TO DCL-SES-ID.                                     DSIGN01P
019500     IF CSG1I-ATTEMPT-RESULT IS NOT EQUAL TO 'S' OR               DSIGN01P
019600        CSG1I-CHANNEL-IVR                                         DSIGN01P
019700        GO TO RECORD-ATTEMPT-HISTORY                              DSIGN01P
019800     END-IF.                                                      DSIGN01P
019900     MOVE CSG1I-IDLE-MINS TO WS-IDLE-MINS.                        DSIGN01P
020000     IF WS-IDLE-MINS IS EQUAL TO ZERO                             DSIGN01P
020100        MOVE WS-DEFAULT-IDLE TO WS-IDLE-MINS                      DSIGN01P
020200     END-IF.                                                      DSIGN01P
020300     EXEC SQL                                                     DSIGN01P
020400          UPDATE BNKSESS                                          DSIGN01P
020500          SET SES_STATUS = 'T',                                   DSIGN01P
020600              SES_END_TS = :DCL-NOW                               DSIGN01P
020700          WHERE SES_USERID = :CSG1I-USERID AND                    DSIGN01P
020800                SES_STATUS = 'A' AND                              DSIGN01P
020900                SES_LAST_TS <= TIMESTAMP(:DCL-NOW) -              DSIGN01P
021000                               :WS-IDLE-MINS MINUTES              DSIGN01P
021100     END-EXEC.                                                    DSIGN01P
021200     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DSIGN01P
021300        SQLCODE IS NOT EQUAL TO +100                              DSIGN01P
021400        MOVE 'Unable to close idle sessions' TO CSG1O-MSG         DSIGN01P
021500        GO TO RECORD-ATTEMPT-EXIT                                 DSIGN01P
021600     END-IF.                                                      DSIGN01P
021700     EXEC SQL                                                     DSIGN01P
021800          UPDATE BNKSESS                                          DSIGN01P
021900          SET SES_STATUS = 'R',                                   DSIGN01P
022000              SES_END_TS = :DCL-NOW                               DSIGN01P
022100          WHERE SES_USERID = :CSG1I-USERID AND                    DSIGN01P
022200                SES_STATUS = 'A' AND                              DSIGN01P
022300                SES_CHANNEL = :CSG1I-CHANNEL AND                  DSIGN01P
022400                SES_TERMINAL = :CSG1I-TERMINAL                    DSIGN01P
022500     END-EXEC.                                                    DSIGN01P
022600     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DSIGN01P
022700        SQLCODE IS NOT EQUAL TO +100                              DSIGN01P
022800        MOVE 'Unable to close the abandoned session' TO CSG1O-MSG DSIGN01P
022900        GO TO RECORD-ATTEMPT-EXIT                                 DSIGN01P
023000     END-IF.                                                      DSIGN01P
023100     EXEC SQL                                                     DSIGN01P
023200          SELECT COUNT(*)                                         DSIGN01P
023300          INTO :WS-COUNT                                          DSIGN01P
023400          FROM BNKSESS                                            DSIGN01P
023500          WHERE SES_USERID = :CSG1I-USERID AND                    DSIGN01P
023600                SES_STATUS = 'A'                                  DSIGN01P
023700     END-EXEC.                                                    DSIGN01P
023800     IF SQLCODE IS NOT EQUAL TO ZERO                              DSIGN01P
023900        MOVE 'Unable to read the open sessions' TO CSG1O-MSG      DSIGN01P
024000        GO TO RECORD-ATTEMPT-EXIT                                 DSIGN01P
024100     END-IF.                                                      DSIGN01P
024200     IF WS-COUNT IS EQUAL TO ZERO                                 DSIGN01P
024300        GO TO RECORD-ATTEMPT-OPEN                                 DSIGN01P
024400     END-IF.                                                      DSIGN01P
024500     SET WS-REFUSE-SECOND TO TRUE.                                DSIGN01P
024600     EXEC SQL                                                     DSIGN01P
024700          SELECT CTL_VALUE                                        DSIGN01P
024800          INTO :DCL-CTL-VALUE                                     DSIGN01P
024900          FROM BNKCTLV                                            DSIGN01P
025000          WHERE CTL_ID = 'SESSMODE'                               DSIGN01P
025100     END-EXEC.                                                    DSIGN01P
025200     IF SQLCODE IS EQUAL TO ZERO AND                              DSIGN01P
025300        DCL-CTL-VALUE IS EQUAL TO 1                               DSIGN01P
025400        SET WS-END-FIRST TO TRUE                                  DSIGN01P
025500     END-IF.                                                      DSIGN01P
025600     IF WS-REFUSE-SECOND                                          DSIGN01P
025700        MOVE 'C' TO DCL-SGH-RESULT                                DSIGN01P
025800        GO TO RECORD-ATTEMPT-HISTORY                              DSIGN01P
025900     END-IF.                                                      DSIGN01P
026000     EXEC SQL                                                     DSIGN01P
026100          UPDATE BNKSESS                                          DSIGN01P
026200          SET SES_STATUS = 'E',                                   DSIGN01P
026300              SES_END_TS = :DCL-NOW                               DSIGN01P
026400          WHERE SES_USERID = :CSG1I-USERID AND                    DSIGN01P
026500                SES_STATUS = 'A'                                  DSIGN01P
026600     END-EXEC.                                                    DSIGN01P
026700     IF SQLCODE IS NOT EQUAL TO ZERO                              DSIGN01P
026800        MOVE 'Unable to end the earlier session' TO CSG1O-MSG     DSIGN01P
026900        GO TO RECORD-ATTEMPT-EXIT                                 DSIGN01P
027000     END-IF.                                                      DSIGN01P
027100 RECORD-ATTEMPT-OPEN.                                             DSIGN01P
027200     EXEC SQL                                                     DSIGN01P
027300          SELECT VALUE(MAX(SES_ID), 0) + 1                        DSIGN01P
027400          INTO :DCL-SES-ID                                        DSIGN01P
027500          FROM BNKSESS                                            DSIGN01P
027600     END-EXEC.                                                    DSIGN01P
027700     IF SQLCODE IS NOT EQUAL TO ZERO                              DSIGN01P
027800        MOVE 'Unable to number the session' TO CSG1O-MSG          DSIGN01P
027900        GO TO RECORD-ATTEMPT-EXIT                                 DSIGN01P
028000     END-IF.                                                      DSIGN01P
028100     EXEC SQL                                                     DSIGN01P
028200          INSERT                                                  DSIGN01P
028300          INTO BNKSESS (SES_ID,                                   DSIGN01P
028400                        SES_USERID,                               DSIGN01P
028500                        SES_CHANNEL,                              DSIGN01P
028600                        SES_TERMINAL,                             DSIGN01P
028700                        SES_START_TS,                             DSIGN01P
028800                        SES_LAST_TS,                              DSIGN01P
028900                        SES_STATUS)                               DSIGN01P
029000          VALUES (:DCL-SES-ID,                                    DSIGN01P
029100                  :CSG1I-USERID,                                  DSIGN01P
029200                  :CSG1I-CHANNEL,                                 DSIGN01P
029300                  :CSG1I-TERMINAL,                                DSIGN01P
029400                  :DCL-NOW,                                       DSIGN01P
029500                  :DCL-NOW,                                       DSIGN01P
029600                  'A')                                            DSIGN01P
029700     END-EXEC.                                                    DSIGN01P
029800     IF SQLCODE IS NOT EQUAL TO ZERO                              DSIGN01P
029900        MOVE 'Unable to open the session' TO CSG1O-MSG            DSIGN01P
030000        GO TO RECORD-ATTEMPT-EXIT                                 DSIGN01P
030100     END-IF.                                                      DSIGN01P
030200 RECORD-ATTEMPT-HISTORY.                                          DSIGN01P
030300     EXEC SQL                                                     DSIGN01P
030400          INSERT                                                  DSIGN01P
030500          INTO BNKSGNH (SGH_USERID,                               DSIGN01P
030600                        SGH_TS,                                   DSIGN01P
030700                        SGH_CHANNEL,                              DSIGN01P
030800                        SGH_TERMINAL,                             DSIGN01P
030900                        SGH_RESULT,                               DSIGN01P
031000                        SGH_SESSION_ID)                           DSIGN01P
031100          VALUES (:CSG1I-USERID,                                  DSIGN01P
031200                  :DCL-NOW,                                       DSIGN01P
031300                  :CSG1I-CHANNEL,                                 DSIGN01P
031400                  :CSG1I-TERMINAL,                                DSIGN01P
031500                  :DCL-SGH-RESULT,                                DSIGN01P
031600                  :DCL-SES-ID)                                    DSIGN01P
031700     END-EXEC.                                                    DSIGN01P
031800     IF SQLCODE IS NOT EQUAL TO ZERO                              DSIGN01P
031900        MOVE 'Unable to record the sign-on' TO CSG1O-MSG          DSIGN01P
032000        GO TO RECORD-ATTEMPT-EXIT                                 DSIGN01P
032100     END-IF.                                                      DSIGN01P
032200     IF DCL-SGH-RESULT IS EQUAL TO 'C'                            DSIGN01P
032300        SET CSG1O-SESSION-REFUSED TO TRUE                         DSIGN01P
032400        MOVE 'Already signed on elsewhere - sign off there first' DSIGN01P
032500          TO CSG1O-MSG                                            DSIGN01P
032600        GO TO RECORD-ATTEMPT-EXIT                                 DSIGN01P
032700     END-IF.                                                      DSIGN01P
032800     MOVE DCL-SES-ID TO CSG1O-SESSION-ID.                         DSIGN01P
032900     SET CSG1O-REQUEST-OK TO TRUE.                                DSIGN01P
033000 RECORD-ATTEMPT-EXIT.                                             DSIGN01P
033100     EXIT.                                                        DSIGN01P
033200                                                                  DSIGN01P
033300***************************************************************** DSIGN01P
033400* Every screen touches its session. One no longer open - it     * DSIGN01P
033500* timed out, or a later sign-on ended it - is reported ended    * DSIGN01P
033600***************************************************************** DSIGN01P
033700 TOUCH-SESSION.                                                   DSIGN01P
033800     EXEC SQL                                                     DSIGN01P
033900          UPDATE BNKSESS                                          DSIGN01P
034000          SET SES_LAST_TS = CURRENT TIMESTAMP                     DSIGN01P
034100          WHERE SES_ID = :CSG1I-SESSION-ID AND                    DSIGN01P
034200                SES_STATUS = 'A'                                  DSIGN01P
034300     END-EXEC.                                                    DSIGN01P
034400     IF SQLCODE IS EQUAL TO +100                                  DSIGN01P
034500        SET CSG1O-SESSION-ENDED TO TRUE                           DSIGN01P
034600        MOVE 'This session was ended by a sign-on elsewhere'      DSIGN01P
034700          TO CSG1O-MSG                                            DSIGN01P
034800        GO TO TOUCH-SESSION-EXIT                                  DSIGN01P
034900     END-IF.                                                      DSIGN01P
035000     IF SQLCODE IS NOT EQUAL TO ZERO                              DSIGN01P
035100        MOVE 'Unable to touch the session' TO CSG1O-MSG           DSIGN01P
035200        GO TO TOUCH-SESSION-EXIT                                  DSIGN01P
035300     END-IF.                                                      DSIGN01P
035400     SET CSG1O-REQUEST-OK TO TRUE.                                DSIGN01P
035500 TOUCH-SESSION-EXIT.                                              DSIGN01P
035600     EXIT.                                                        DSIGN01P
035700                                                                  DSIGN01P
035800***************************************************************** DSIGN01P
035900* Close a session that timed out or was signed off              * DSIGN01P
036000***************************************************************** DSIGN01P
036100 END-SESSION.                                                     DSIGN01P
036200     IF CSG1I-END-REASON IS NOT EQUAL TO 'T' AND                  DSIGN01P
036300        CSG1I-END-REASON IS NOT EQUAL TO 'O'                      DSIGN01P
036400        MOVE 'O' TO CSG1I-END-REASON                              DSIGN01P
036500     END-IF.                                                      DSIGN01P
036600     EXEC SQL                                                     DSIGN01P
036700          UPDATE BNKSESS                                          DSIGN01P
036800          SET SES_STATUS = :CSG1I-END-REASON,                     DSIGN01P
036900              SES_END_TS = CURRENT TIMESTAMP                      DSIGN01P
037000          WHERE SES_ID = :CSG1I-SESSION-ID AND                    DSIGN01P
037100                SES_STATUS = 'A'                                  DSIGN01P
037200     END-EXEC.                                                    DSIGN01P
037300     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DSIGN01P
037400        SQLCODE IS NOT EQUAL TO +100                              DSIGN01P
037500        MOVE 'Unable to end the session' TO CSG1O-MSG             DSIGN01P
037600        GO TO END-SESSION-EXIT                                    DSIGN01P
037700     END-IF.                                                      DSIGN01P
037800     SET CSG1O-REQUEST-OK TO TRUE.                                DSIGN01P
037900 END-SESSION-EXIT.                                                DSIGN01P
038000     EXIT.                                                        DSIGN01P
038100                                                                  DSIGN01P
038200***************************************************************** DSIGN01P
038300* The last good sign-on before this session and the last one    * DSIGN01P
038400* that failed, for the menu screen                              * DSIGN01P
038500***************************************************************** DSIGN01P
038600 LAST-SIGNONS.                                                    DSIGN01P
038700     EXEC SQL                                                     DSIGN01P
038800          SELECT CHAR(SGH_TS),                                    DSIGN01P
038900                 SGH_CHANNEL,                                     DSIGN01P
039000                 SGH_TERMINAL                                     DSIGN01P
039100          INTO :DCL-SGH-TS,                                       DSIGN01P
039200               :DCL-SGH-CHANNEL,                                  DSIGN01P
039300               :DCL-SGH-TERMINAL                                  DSIGN01P
039400          FROM BNKSGNH                                            DSIGN01P
039500          WHERE SGH_USERID = :CSG1I-USERID AND                    DSIGN01P
039600                SGH_RESULT = 'S' AND                              DSIGN01P
039700                SGH_SESSION_ID <> :CSG1I-SESSION-ID               DSIGN01P
039800          ORDER BY SGH_TS DESC                                    DSIGN01P
039900          FETCH FIRST 1 ROW ONLY                                  DSIGN01P
040000     END-EXEC.                                                    DSIGN01P
040100     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DSIGN01P
040200        SQLCODE IS NOT EQUAL TO +100                              DSIGN01P
040300        MOVE 'Unable to read the sign-on history' TO CSG1O-MSG    DSIGN01P
040400        GO TO LAST-SIGNONS-EXIT                                   DSIGN01P
040500     END-IF.                                                      DSIGN01P
040600     IF SQLCODE IS EQUAL TO ZERO                                  DSIGN01P
040700        MOVE DCL-SGH-TS (1:19) TO CSG1O-LAST-OK-TS                DSIGN01P
040800        MOVE DCL-SGH-CHANNEL TO CSG1O-LAST-OK-CHANNEL             DSIGN01P
040900        MOVE DCL-SGH-TERMINAL TO CSG1O-LAST-OK-TERMINAL           DSIGN01P
041000     END-IF.                                                      DSIGN01P
041100     EXEC SQL                                                     DSIGN01P
041200          SELECT CHAR(SGH_TS),                                    DSIGN01P
041300                 SGH_CHANNEL,                                     DSIGN01P
041400                 SGH_TERMINAL,                                    DSIGN01P
041500                 SGH_RESULT                                       DSIGN01P
041600          INTO :DCL-SGH-TS,                                       DSIGN01P
041700               :DCL-SGH-CHANNEL,                                  DSIGN01P
041800               :DCL-SGH-TERMINAL,                                 DSIGN01P
041900               :DCL-SGH-RESULT                                    DSIGN01P
042000          FROM BNKSGNH                                            DSIGN01P
042100          WHERE SGH_USERID = :CSG1I-USERID AND                    DSIGN01P
042200                SGH_RESULT <> 'S'                                 DSIGN01P
042300          ORDER BY SGH_TS DESC                                    DSIGN01P
042400          FETCH FIRST 1 ROW ONLY                                  DSIGN01P
042500     END-EXEC.                                                    DSIGN01P
042600     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DSIGN01P
042700        SQLCODE IS NOT EQUAL TO +100                              DSIGN01P
042800        MOVE 'Unable to read the sign-on history' TO CSG1O-MSG    DSIGN01P
042900        GO TO LAST-SIGNONS-EXIT                                   DSIGN01P
043000     END-IF.                                                      DSIGN01P
043100     IF SQLCODE IS EQUAL TO ZERO                                  DSIGN01P
043200        MOVE DCL-SGH-TS (1:19) TO CSG1O-LAST-FAIL-TS              DSIGN01P
043300        MOVE DCL-SGH-CHANNEL TO CSG1O-LAST-FAIL-CHANNEL           DSIGN01P
043400        MOVE DCL-SGH-TERMINAL TO CSG1O-LAST-FAIL-TERMINAL         DSIGN01P
043500        MOVE DCL-SGH-RESULT TO CSG1O-LAST-FAIL-RESULT             DSIGN01P
043600     END-IF.                                                      DSIGN01P
043700     SET CSG1O-REQUEST-OK TO TRUE.                                DSIGN01P
043800 LAST-SIGNONS-EXIT.                                               DSIGN01P
043900     EXIT.                                                        DSIGN01P
044000                                                                  DSIGN01P
044100***************************************************************** DSIGN01P
044200* A user's latest attempts and where they are signed on now,    * DSIGN01P
044300* for supervisors, back office and auditors                     * DSIGN01P
044400***************************************************************** DSIGN01P
044500 HISTORY.                                                         DSIGN01P
044600     EXEC SQL                                                     DSIGN01P
044700          SELECT BCS_ROLE                                         DSIGN01P
044800          INTO :DCL-BCS-ROLE                                      DSIGN01P
044900          FROM BNKCUST                                            DSIGN01P
045000          WHERE BCS_PID = :CSG1I-REQUESTER                        DSIGN01P
045100     END-EXEC.                                                    DSIGN01P
045200     IF SQLCODE IS NOT EQUAL TO ZERO OR                           DSIGN01P
045300        (DCL-BCS-ROLE IS NOT EQUAL TO 'S' AND                     DSIGN01P
045400         DCL-BCS-ROLE IS NOT EQUAL TO 'B' AND                     DSIGN01P
045500         DCL-BCS-ROLE IS NOT EQUAL TO 'A')                        DSIGN01P
045600        SET CSG1O-NOT-AUTHORIZED TO TRUE                          DSIGN01P
045700        MOVE 'Sign-on history is not open to this role'           DSIGN01P
045800          TO CSG1O-MSG                                            DSIGN01P
045900        GO TO HISTORY-EXIT                                        DSIGN01P
046000     END-IF.                                                      DSIGN01P
046100     EXEC SQL                                                     DSIGN01P
046200          SELECT SES_CHANNEL,                                     DSIGN01P
046300                 SES_TERMINAL                                     DSIGN01P
046400          INTO :DCL-SES-CHANNEL,                                  DSIGN01P
046500               :DCL-SES-TERMINAL                                  DSIGN01P
046600          FROM BNKSESS                                            DSIGN01P
046700          WHERE SES_USERID = :CSG1I-USERID AND                    DSIGN01P
046800                SES_STATUS = 'A'                                  DSIGN01P
046900          ORDER BY SES_LAST_TS DESC                               DSIGN01P
047000          FETCH FIRST 1 ROW ONLY                                  DSIGN01P
047100     END-EXEC.                                                    DSIGN01P
047200     IF SQLCODE IS EQUAL TO ZERO                                  DSIGN01P
047300        MOVE DCL-SES-CHANNEL TO CSG1O-ACTIVE-CHANNEL              DSIGN01P
047400        MOVE DCL-SES-TERMINAL TO CSG1O-ACTIVE-TERMINAL            DSIGN01P
047500     END-IF.                                                      DSIGN01P
047600     EXEC SQL                                                     DSIGN01P
047700          DECLARE SGH_CSR CURSOR FOR                              DSIGN01P
047800          SELECT CHAR(SGH_TS),                                    DSIGN01P
047900                 SGH_CHANNEL,                                     DSIGN01P
048000                 SGH_TERMINAL,                                    DSIGN01P
048100                 SGH_RESULT                                       DSIGN01P
048200          FROM BNKSGNH                                            DSIGN01P
048300          WHERE SGH_USERID = :CSG1I-USERID                        DSIGN01P
048400          ORDER BY SGH_TS DESC                                    DSIGN01P
048500          FOR FETCH ONLY                                          DSIGN01P
048600     END-EXEC.                                                    DSIGN01P
048700     EXEC SQL                                                     DSIGN01P
048800          OPEN SGH_CSR                                            DSIGN01P
048900     END-EXEC.                                                    DSIGN01P
049000     IF SQLCODE IS NOT EQUAL TO ZERO                              DSIGN01P
049100        MOVE 'Unable to open the sign-on history' TO CSG1O-MSG    DSIGN01P
049200        GO TO HISTORY-EXIT                                        DSIGN01P
049300     END-IF.                                                      DSIGN01P
049400     MOVE 0 TO WS-SUB1.                                           DSIGN01P
049500 SGH-LOOP.                                                        DSIGN01P
049600     IF WS-SUB1 IS EQUAL TO 10                                    DSIGN01P
049700        GO TO SGH-LOOP-EXIT                                       DSIGN01P
049800     END-IF.                                                      DSIGN01P
049900     EXEC SQL                                                     DSIGN01P
050000          FETCH SGH_CSR                                           DSIGN01P
050100          INTO :DCL-SGH-TS,                                       DSIGN01P
050200               :DCL-SGH-CHANNEL,                                  DSIGN01P
050300               :DCL-SGH-TERMINAL,                                 DSIGN01P
050400               :DCL-SGH-RESULT                                    DSIGN01P
050500     END-EXEC.                                                    DSIGN01P
050600     IF SQLCODE IS NOT EQUAL TO ZERO                              DSIGN01P
050700        GO TO SGH-LOOP-EXIT                                       DSIGN01P
050800     END-IF.                                                      DSIGN01P
050900     ADD 1 TO WS-SUB1.                                            DSIGN01P
051000     MOVE DCL-SGH-TS (1:19) TO CSG1O-LST-TS (WS-SUB1).            DSIGN01P
051100     MOVE DCL-SGH-CHANNEL TO CSG1O-LST-CHANNEL (WS-SUB1).         DSIGN01P
051200     MOVE DCL-SGH-TERMINAL TO CSG1O-LST-TERMINAL (WS-SUB1).       DSIGN01P
051300     MOVE DCL-SGH-RESULT TO CSG1O-LST-RESULT (WS-SUB1).           DSIGN01P
051400     GO TO SGH-LOOP.                                              DSIGN01P
051500 SGH-LOOP-EXIT.                                                   DSIGN01P
051600     EXEC SQL                                                     DSIGN01P
051700          CLOSE SGH_CSR                                           DSIGN01P
051800     END-EXEC.                                                    DSIGN01P
051900     MOVE WS-SUB1 TO CSG1O-LIST-COUNT.                            DSIGN01P
052000     SET CSG1O-REQUEST-OK TO TRUE.                                DSIGN01P
052100     IF WS-SUB1 IS EQUAL TO ZERO                                  DSIGN01P
052200        MOVE 'No sign-on attempts are held for that user'         DSIGN01P
052300          TO CSG1O-MSG                                            DSIGN01P
052400     END-IF.                                                      DSIGN01P
052500 HISTORY-EXIT.                                                    DSIGN01P
052600     EXIT.                                                        DSIGN01P
052700                                                                  DSIGN01P
052800***************************************************************** DSIGN01P
052900* The business day's unusual sign-ons - a good sign-on on a     * DSIGN01P
053000* channel the user has not used in the last WS-CHANNEL-DAYS     * DSIGN01P
053100* days, one in the small hours, and a terminal or address       * DSIGN01P
053200* that WS-SHARED-LIMIT or more user ids tried that day          * DSIGN01P
053300***************************************************************** DSIGN01P
053400 NIGHTLY-REPORT.                                                  DSIGN01P
053500     INITIALIZE CD98-DATA.                                        DSIGN01P
053600     SET CD98I-READ-BUSINESS-DATE TO TRUE.                        DSIGN01P
053700 COPY CBANKX98.                                                   DSIGN01P
053800     IF NOT CD98O-REQUEST-OK                                      DSIGN01P
053900        MOVE CD98O-MSG TO CSG1O-MSG                               DSIGN01P
054000        GO TO NIGHTLY-REPORT-EXIT                                 DSIGN01P
054100     END-IF.                                                      DSIGN01P
054200     MOVE CD98O-DATE TO WS-BUS-DATE.                              DSIGN01P
054300     MOVE SPACES TO WS-CSV-LINE.                                  DSIGN01P
054400     STRING 'UNUSUAL SIGN-ON ACTIVITY,' WS-BUS-DATE               DSIGN01P
054500            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DSIGN01P
054600     PERFORM QUEUE-REPORT-LINE THRU                               DSIGN01P
054700             QUEUE-REPORT-LINE-EXIT.                              DSIGN01P
054800     MOVE SPACES TO WS-CSV-LINE.                                  DSIGN01P
054900     STRING 'FLAG,USERID,TIMESTAMP,CHANNEL,TERMINAL,IDS'          DSIGN01P
055000            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DSIGN01P
055100     PERFORM QUEUE-REPORT-LINE THRU                               DSIGN01P
055200             QUEUE-REPORT-LINE-EXIT.                              DSIGN01P
055300     EXEC SQL                                                     DSIGN01P
055400          DECLARE FLG_CSR CURSOR FOR                              DSIGN01P
055500          SELECT 'NEWCHAN',                                       DSIGN01P
055600                 NEW.SGH_USERID,                                  DSIGN01P
055700                 CHAR(NEW.SGH_TS),                                DSIGN01P
055800                 NEW.SGH_CHANNEL,                                 DSIGN01P
055900                 NEW.SGH_TERMINAL,                                DSIGN01P
056000                 0                                                DSIGN01P
056100          FROM BNKSGNH NEW                                        DSIGN01P
056200          WHERE NEW.SGH_RESULT = 'S' AND                          DSIGN01P
056300                DATE(NEW.SGH_TS) = :WS-BUS-DATE AND               DSIGN01P
056400                EXISTS                                            DSIGN01P
056500                (SELECT 1                                         DSIGN01P
056600                 FROM BNKSGNH OLD                                 DSIGN01P
056700                 WHERE OLD.SGH_USERID = NEW.SGH_USERID AND        DSIGN01P
056800                       OLD.SGH_RESULT = 'S' AND                   DSIGN01P
056900                       OLD.SGH_TS < NEW.SGH_TS) AND               DSIGN01P
057000                NOT EXISTS                                        DSIGN01P
057100                (SELECT 1                                         DSIGN01P
057200                 FROM BNKSGNH OLD                                 DSIGN01P
057300                 WHERE OLD.SGH_USERID = NEW.SGH_USERID AND        DSIGN01P
057400                       OLD.SGH_RESULT = 'S' AND                   DSIGN01P
057500                       OLD.SGH_CHANNEL = NEW.SGH_CHANNEL AND      DSIGN01P
057600                       OLD.SGH_TS < NEW.SGH_TS AND                DSIGN01P
057700                       DATE(OLD.SGH_TS) >= DATE(:WS-BUS-DATE) -   DSIGN01P
057800                                           :WS-CHANNEL-DAYS DAYS) DSIGN01P
057900          UNION ALL                                               DSIGN01P
058000          SELECT 'NIGHT',                                         DSIGN01P
058100                 SGH_USERID,                                      DSIGN01P
058200                 CHAR(SGH_TS),                                    DSIGN01P
058300                 SGH_CHANNEL,                                     DSIGN01P
058400                 SGH_TERMINAL,                                    DSIGN01P
058500                 0                                                DSIGN01P
058600          FROM BNKSGNH                                            DSIGN01P
058700          WHERE SGH_RESULT = 'S' AND                              DSIGN01P
058800                DATE(SGH_TS) = :WS-BUS-DATE AND                   DSIGN01P
058900                HOUR(SGH_TS) < :WS-NIGHT-END-HOUR                 DSIGN01P
059000          UNION ALL                                               DSIGN01P
059100          SELECT 'SHARED',                                        DSIGN01P
059200                 ' ',                                             DSIGN01P
059300                 CHAR(MIN(SGH_TS)),                               DSIGN01P
059400                 ' ',                                             DSIGN01P
059500                 SGH_TERMINAL,                                    DSIGN01P
059600                 COUNT(DISTINCT SGH_USERID)                       DSIGN01P
059700          FROM BNKSGNH                                            DSIGN01P
059800          WHERE DATE(SGH_TS) = :WS-BUS-DATE AND                   DSIGN01P
059900                SGH_TERMINAL <> 'UNKNOWN'                         DSIGN01P
060000          GROUP BY SGH_TERMINAL                                   DSIGN01P
060100          HAVING COUNT(DISTINCT SGH_USERID) >= :WS-SHARED-LIMIT   DSIGN01P
060200          ORDER BY 1, 3                                           DSIGN01P
060300          FOR FETCH ONLY                                          DSIGN01P
060400     END-EXEC.                                                    DSIGN01P
060500     EXEC SQL                                                     DSIGN01P
060600          OPEN FLG_CSR                                            DSIGN01P
060700     END-EXEC.                                                    DSIGN01P
060800     IF SQLCODE IS NOT EQUAL TO ZERO                              DSIGN01P
060900        MOVE 'Unable to open the sign-on history' TO CSG1O-MSG    DSIGN01P
061000        GO TO NIGHTLY-REPORT-EXIT                                 DSIGN01P
061100     END-IF.                                                      DSIGN01P
061200 FLG-LOOP.                                                        DSIGN01P
061300     EXEC SQL                                                     DSIGN01P
061400          FETCH FLG_CSR                                           DSIGN01P
061500          INTO :DCL-FLG-FLAG,                                     DSIGN01P
061600               :DCL-FLG-USERID,                                   DSIGN01P
061700               :DCL-FLG-TS,                                       DSIGN01P
061800               :DCL-FLG-CHANNEL,                                  DSIGN01P
061900               :DCL-FLG-TERMINAL,                                 DSIGN01P
062000               :DCL-FLG-COUNT                                     DSIGN01P
062100     END-EXEC.                                                    DSIGN01P
062200     IF SQLCODE IS EQUAL TO +100                                  DSIGN01P
062300        GO TO FLG-LOOP-EXIT                                       DSIGN01P
062400     END-IF.                                                      DSIGN01P
062500     IF SQLCODE IS NOT EQUAL TO ZERO                              DSIGN01P
062600        MOVE 'Unable to read the sign-on history' TO CSG1O-MSG    DSIGN01P
062700        GO TO FLG-LOOP-EXIT                                       DSIGN01P
062800     END-IF.                                                      DSIGN01P
062900     ADD 1 TO CSG1O-FLAGGED.                                      DSIGN01P
063000     MOVE DCL-FLG-COUNT TO WS-COUNT-DISP.                         DSIGN01P
063100     MOVE SPACES TO WS-CSV-LINE.                                  DSIGN01P
063200     STRING DCL-FLG-FLAG ',' DCL-FLG-USERID ',' DCL-FLG-TS (1:19) DSIGN01P
063300            ',' DCL-FLG-CHANNEL ',' DCL-FLG-TERMINAL ','          DSIGN01P
063400            WS-COUNT-DISP                                         DSIGN01P
063500            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DSIGN01P
063600     PERFORM QUEUE-REPORT-LINE THRU                               DSIGN01P
063700             QUEUE-REPORT-LINE-EXIT.                              DSIGN01P
063800     GO TO FLG-LOOP.                                              DSIGN01P
063900 FLG-LOOP-EXIT.                                                   DSIGN01P
064000     EXEC SQL                                                     DSIGN01P
064100          CLOSE FLG_CSR                                           DSIGN01P
064200     END-EXEC.                                                    DSIGN01P
064300     IF CSG1O-MSG IS NOT EQUAL TO SPACES                          DSIGN01P
064400        GO TO NIGHTLY-REPORT-EXIT                                 DSIGN01P
064500     END-IF.                                                      DSIGN01P
064600     INITIALIZE CD96-DATA.                                        DSIGN01P
064700     SET CD96I-CAPTURE-REPORT TO TRUE.                            DSIGN01P
064800     MOVE WS-PROGRAM-ID TO CD96I-JOB.                             DSIGN01P
064900     MOVE WS-BUS-DATE TO WS-REPORT-DATE.                          DSIGN01P
065000     MOVE WS-REPORT-NAME TO CD96I-REPORT-NAME.                    DSIGN01P
065100     MOVE 'CSVQ' TO CD96I-QUEUE.                                  DSIGN01P
065200     MOVE 400 TO CD96I-RETAIN-DAYS.                               DSIGN01P
065300 COPY CBANKX96.                                                   DSIGN01P
065400     IF NOT CD96O-REQUEST-OK                                      DSIGN01P
065500        MOVE CD96O-MSG TO CSG1O-MSG                               DSIGN01P
065600        GO TO NIGHTLY-REPORT-EXIT                                 DSIGN01P
065700     END-IF.                                                      DSIGN01P
065800     SET CSG1O-REQUEST-OK TO TRUE.                                DSIGN01P
065900 NIGHTLY-REPORT-EXIT.                                             DSIGN01P
066000     EXIT.                                                        DSIGN01P
066100                                                                  DSIGN01P
066200***************************************************************** DSIGN01P
066300* Queue one line of the report                                  * DSIGN01P
066400***************************************************************** DSIGN01P
066500 QUEUE-REPORT-LINE.                                               DSIGN01P
066600 COPY CCSVWRQ.                                                    DSIGN01P
066700 QUEUE-REPORT-LINE-EXIT.                                          DSIGN01P
066800     EXIT.                                                        DSIGN01P
