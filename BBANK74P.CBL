000100***************************************************************** BBANK74P
000200*                                                               * BBANK74P
000300*   Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.   * BBANK74P
000400*   This demonstration program is provided for use by users     * BBANK74P
000500*   of Micro Focus products and may be used, modified and       * BBANK74P
000600*   distributed as part of your application provided that       * BBANK74P
000700*   you properly acknowledge the copyright of Micro Focus       * BBANK74P
000800*   in this material.                                           * BBANK74P
000900*                                                               * BBANK74P
001000***************************************************************** BBANK74P
001100                                                                  BBANK74P
001200***************************************************************** BBANK74P
001300* Program:     BBANK74P.CBL                                     * BBANK74P
001400* Layer:       Business logic                                   * BBANK74P
001500* Function:    Withdrawal notices - give notice of an amount    * BBANK74P
001600*              and a date against a notice savings account,     * BBANK74P
001700*              cancel a notice no longer needed and list the    * BBANK74P
001800*              open notices, all through DNOTC01P. Reached      * BBANK74P
001900*              from the balance screen with an 'N' against      * BBANK74P
002000*              the account                                      * BBANK74P
002100***************************************************************** BBANK74P
002200                                                                  BBANK74P
002300 IDENTIFICATION DIVISION.                                         BBANK74P
002400 PROGRAM-ID.                                                      BBANK74P
002500     BBANK74P.                                                    BBANK74P
002600 DATE-WRITTEN.                                                    BBANK74P
002700     October 2026.                                                BBANK74P
002800 DATE-COMPILED.                                                   BBANK74P
002900     Today.                                                       BBANK74P
003000                                                                  BBANK74P
003100 ENVIRONMENT DIVISION.                                            BBANK74P
003200                                                                  BBANK74P
003300 DATA DIVISION.                                                   BBANK74P
003400 WORKING-STORAGE SECTION.                                         BBANK74P
003500 01  WS-MISC-STORAGE.                                             BBANK74P
003600   05  WS-PROGRAM-ID                         PIC X(8)             BBANK74P
003700       VALUE 'BBANK74P'.                                          BBANK74P
003800   05  WS-INPUT-FLAG                         PIC X(1).            BBANK74P
003900     88  INPUT-OK                            VALUE '0'.           BBANK74P
004000     88  INPUT-ERROR                         VALUE '1'.           BBANK74P
004100   05  WS-RETURN-FLAG                        PIC X(1).            BBANK74P
004200     88  WS-RETURN-FLAG-OFF                  VALUE LOW-VALUES.    BBANK74P
004300     88  WS-RETURN-FLAG-ON                   VALUE '1'.           BBANK74P
004400   05  WS-PFK-FLAG                           PIC X(1).            BBANK74P
004500     88  PFK-VALID                           VALUE '0'.           BBANK74P
004600     88  PFK-INVALID                         VALUE '1'.           BBANK74P
004700   05  WS-IDLE-FLAG                          PIC X(1).            BBANK74P
004800     88  SESSION-NOT-TIMED-OUT               VALUE '0'.           BBANK74P
004900     88  WS-SESSION-TIMED-OUT                VALUE '1'.           BBANK74P
005000   05  WS-ERROR-MSG                          PIC X(75).           BBANK74P
005100   05  WS-ID-WORK                            PIC X(7).            BBANK74P
005200   05  WS-ID-WORK-N REDEFINES WS-ID-WORK                          BBANK74P
005300                                             PIC 9(7).            BBANK74P
005400   05  WS-HOLD-ACC                           PIC X(9).            BBANK74P
005500   05  WS-AMT-DISP                           PIC -(9)9.99.        BBANK74P
005600   05  WS-AMOUNT-WORK                        PIC X(9).            BBANK74P
005700   05  WS-AMOUNT-WORK-N REDEFINES WS-AMOUNT-WORK                  BBANK74P
005800                                             PIC 9(7)V99.         BBANK74P
005900   05  WS-SUB1                               PIC S9(4) COMP.      BBANK74P
006000                                                                  BBANK74P
006100 01  WS-BANK-DATA.                                                BBANK74P
006200 COPY CBANKDAT.                                                   BBANK74P
006300 COPY CTIMERD.                                                    BBANK74P
006320 01  WS-SESSION-DATA.                                             BBANK74P
006340 COPY CSIGND01.                                                   BBANK74P
006400 01  WS-EXCEPTION-DATA.                                           BBANK74P
006500 COPY CBANKD16.                                                   BBANK74P
006600                                                                  BBANK74P
006700 01  WS-NOTICE-DATA.                                              BBANK74P
006800 COPY CNOTCD01.                                                   BBANK74P
006900                                                                  BBANK74P
007000 COPY CABENDD.                                                    BBANK74P
007100                                                                  BBANK74P
007200 LINKAGE SECTION.                                                 BBANK74P
007300 01  DFHCOMMAREA.                                                 BBANK74P
007400   05  LK-COMMAREA                           PIC X(32654).        BBANK74P
007500                                                                  BBANK74P
007600 COPY CENTRY.                                                     BBANK74P
007700***************************************************************** BBANK74P
007800* Make ourselves re-entrant                                     * BBANK74P
007900***************************************************************** BBANK74P
008000     MOVE SPACES TO WS-ERROR-MSG.                                 BBANK74P
008100                                                                  BBANK74P
008200***************************************************************** BBANK74P
008300* Move the passed area to our area                              * BBANK74P
008400***************************************************************** BBANK74P
008500     MOVE DFHCOMMAREA (1:LENGTH OF WS-BANK-DATA) TO WS-BANK-DATA. BBANK74P
008600                                                                  BBANK74P
008700***************************************************************** BBANK74P
008800* Ensure error message is cleared                               * BBANK74P
008900***************************************************************** BBANK74P
009000     MOVE SPACES TO BANK-ERROR-MSG.                               BBANK74P
009100                                                                  BBANK74P
009200***************************************************************** BBANK74P
009300* Save the passed return flag and then turn it off              * BBANK74P
009400***************************************************************** BBANK74P
009500     MOVE BANK-RETURN-FLAG TO WS-RETURN-FLAG.                     BBANK74P
009600     SET BANK-RETURN-FLAG-OFF TO TRUE.                            BBANK74P
009700                                                                  BBANK74P
009800***************************************************************** BBANK74P
009900* Force a logoff if the session has been idle too long          * BBANK74P
010000***************************************************************** BBANK74P
010100     SET SESSION-NOT-TIMED-OUT TO TRUE.                           BBANK74P
010200     PERFORM CHECK-IDLE-TIMEOUT THRU                              BBANK74P
010300             CHECK-IDLE-TIMEOUT-EXIT.                             BBANK74P
010400     IF WS-SESSION-TIMED-OUT                                      BBANK74P
010500        MOVE 'BBANK74P' TO BANK-LAST-PROG                         BBANK74P
010600        MOVE 'BBANK99P' TO BANK-NEXT-PROG                         BBANK74P
010700        MOVE 'MBANK99' TO BANK-NEXT-MAPSET                        BBANK74P
010800        MOVE 'BANK99A' TO BANK-NEXT-MAP                           BBANK74P
010900        MOVE 'Session timed out due to inactivity' TO             BBANK74P
011000             BANK-ERROR-MSG                                       BBANK74P
011100        SET BANK-AID-ENTER TO TRUE                                BBANK74P
011200        GO TO COMMON-RETURN                                       BBANK74P
011300     END-IF.                                                      BBANK74P
011400                                                                  BBANK74P
011500***************************************************************** BBANK74P
011600* Check the AID to see if its valid at this point               * BBANK74P
011700***************************************************************** BBANK74P
011800     SET PFK-INVALID TO TRUE.                                     BBANK74P
011900     IF BANK-AID-ENTER OR                                         BBANK74P
012000        BANK-AID-PFK03 OR                                         BBANK74P
012100        BANK-AID-PFK04                                            BBANK74P
012200        SET PFK-VALID TO TRUE                                     BBANK74P
012300     END-IF.                                                      BBANK74P
012400     IF PFK-INVALID                                               BBANK74P
012500        SET BANK-AID-ENTER TO TRUE                                BBANK74P
012600     END-IF.                                                      BBANK74P
012700                                                                  BBANK74P
012800***************************************************************** BBANK74P
012900* Check the AID to see if we have to quit                       * BBANK74P
013000***************************************************************** BBANK74P
013100     IF BANK-AID-PFK03                                            BBANK74P
013200        MOVE 'BBANK74P' TO BANK-LAST-PROG                         BBANK74P
013300        MOVE 'BBANK99P' TO BANK-NEXT-PROG                         BBANK74P
013400        MOVE 'MBANK99' TO BANK-NEXT-MAPSET                        BBANK74P
013500        MOVE 'BANK99A' TO BANK-NEXT-MAP                           BBANK74P
013600        GO TO COMMON-RETURN                                       BBANK74P
013700     END-IF.                                                      BBANK74P
013800                                                                  BBANK74P
013900***************************************************************** BBANK74P
014000* Check the AID to see if we have to return to the services     * BBANK74P
014100* menu                                                          * BBANK74P
014200***************************************************************** BBANK74P
014300     IF BANK-AID-PFK04                                            BBANK74P
014400        MOVE 'BBANK74P' TO BANK-LAST-PROG                         BBANK74P
014500        MOVE 'BBANK21P' TO BANK-NEXT-PROG                         BBANK74P
014600        MOVE 'MBANK21' TO BANK-NEXT-MAPSET                        BBANK74P
014700        MOVE 'BANK21A' TO BANK-NEXT-MAP                           BBANK74P
014800        SET BANK-AID-ENTER TO TRUE                                BBANK74P
014900        GO TO COMMON-RETURN                                       BBANK74P
015000     END-IF.                                                      BBANK74P
015100                                                                  BBANK74P
015200* Check if we have set the screen up before or is this 1st time   BBANK74P
015300* - arriving from the balance screen the account is already       BBANK74P
015400* chosen, so its notices are shown straight away                  BBANK74P
015500     IF BANK-LAST-MAPSET IS NOT EQUAL TO 'MBANK74'                BBANK74P
015600        MOVE 'BBANK74P' TO BANK-LAST-PROG                         BBANK74P
015700        MOVE 'BBANK74P' TO BANK-NEXT-PROG                         BBANK74P
015800        MOVE 'MBANK74' TO BANK-LAST-MAPSET                        BBANK74P
015900        MOVE 'BANK74A' TO BANK-LAST-MAP                           BBANK74P
016000        MOVE 'MBANK74' TO BANK-NEXT-MAPSET                        BBANK74P
016100        MOVE 'BANK74A' TO BANK-NEXT-MAP                           BBANK74P
016200        MOVE BANK-SCR74-ACC TO WS-HOLD-ACC                        BBANK74P
016300        MOVE LOW-VALUES TO BANK-SCREEN74-DATA                     BBANK74P
016400        MOVE WS-HOLD-ACC TO BANK-SCR74-ACC                        BBANK74P
016500        IF BANK-SCR74-ACC IS NOT EQUAL TO SPACES AND              BBANK74P
016600           BANK-SCR74-ACC IS NOT EQUAL TO LOW-VALUES              BBANK74P
016700           MOVE 'L' TO BANK-SCR74-ACTION                          BBANK74P
016800           PERFORM WORK-NOTICES THRU                              BBANK74P
016900                   WORK-NOTICES-EXIT                              BBANK74P
017000        END-IF                                                    BBANK74P
017100        GO TO COMMON-RETURN                                       BBANK74P
017200     END-IF.                                                      BBANK74P
017300                                                                  BBANK74P
017400***************************************************************** BBANK74P
017500* The user pressed ENTER - validate and work the request        * BBANK74P
017600***************************************************************** BBANK74P
017700     MOVE 'BBANK74P' TO BANK-LAST-PROG.                           BBANK74P
017800     MOVE 'BBANK74P' TO BANK-NEXT-PROG.                           BBANK74P
017900     MOVE 'MBANK74' TO BANK-LAST-MAPSET.                          BBANK74P
018000     MOVE 'BANK74A' TO BANK-LAST-MAP.                             BBANK74P
018100     MOVE 'MBANK74' TO BANK-NEXT-MAPSET.                          BBANK74P
018200     MOVE 'BANK74A' TO BANK-NEXT-MAP.                             BBANK74P
018300                                                                  BBANK74P
018400     PERFORM VALIDATE-INPUT THRU                                  BBANK74P
018500             VALIDATE-INPUT-EXIT.                                 BBANK74P
018600     IF INPUT-ERROR                                               BBANK74P
018700        MOVE WS-ERROR-MSG TO BANK-SCR74-ERRMSG                    BBANK74P
018800        MOVE WS-ERROR-MSG TO BANK-ERROR-MSG                       BBANK74P
018900        GO TO COMMON-RETURN                                       BBANK74P
019000     END-IF.                                                      BBANK74P
019100                                                                  BBANK74P
019200     PERFORM WORK-NOTICES THRU                                    BBANK74P
019300             WORK-NOTICES-EXIT.                                   BBANK74P
019400     GO TO COMMON-RETURN.                                         BBANK74P
019500                                                                  BBANK74P
019600 COMMON-RETURN.                                                   BBANK74P
019700     IF BANK-ERROR-MSG NOT EQUAL TO SPACES                        BBANK74P
019800        MOVE SPACES TO CD16-DATA                                  BBANK74P
019900        MOVE BANK-USERID TO CD16I-PERSON-PID                      BBANK74P
020000        MOVE WS-PROGRAM-ID TO CD16I-PROGRAM                       BBANK74P
020100        MOVE BANK-ERROR-MSG TO CD16I-MESSAGE                      BBANK74P
020200     COPY CBANKX16.                                               BBANK74P
020300     END-IF.                                                      BBANK74P
020400     MOVE WS-BANK-DATA TO DFHCOMMAREA (1:LENGTH OF WS-BANK-DATA). BBANK74P
020500 COPY CRETURN.                                                    BBANK74P
020600                                                                  BBANK74P
020700***************************************************************** BBANK74P
020800* Validate what the user keyed                                  * BBANK74P
020900***************************************************************** BBANK74P
021000 VALIDATE-INPUT.                                                  BBANK74P
021100     SET INPUT-OK TO TRUE.                                        BBANK74P
021200     IF BANK-SCR74-ACTION IS NOT EQUAL TO 'G' AND                 BBANK74P
021300        BANK-SCR74-ACTION IS NOT EQUAL TO 'X' AND                 BBANK74P
021400        BANK-SCR74-ACTION IS NOT EQUAL TO 'L'                     BBANK74P
021500        MOVE 'Action must be G(ive), X (cancel) or L(ist)' TO     BBANK74P
021600             WS-ERROR-MSG                                         BBANK74P
021700        GO TO VALIDATE-INPUT-ERROR                                BBANK74P
021800     END-IF.                                                      BBANK74P
021900     IF BANK-SCR74-ACC IS EQUAL TO SPACES OR                      BBANK74P
022000        BANK-SCR74-ACC IS EQUAL TO LOW-VALUES                     BBANK74P
022100        MOVE 'Please input the account number' TO                 BBANK74P
022200             WS-ERROR-MSG                                         BBANK74P
022300        GO TO VALIDATE-INPUT-ERROR                                BBANK74P
022400     END-IF.                                                      BBANK74P
022500     IF BANK-SCR74-ACTION IS EQUAL TO 'G'                         BBANK74P
022600        MOVE BANK-SCR74-AMOUNT TO WS-AMOUNT-WORK                  BBANK74P
022700        IF WS-AMOUNT-WORK IS NOT NUMERIC                          BBANK74P
022800           MOVE 'The notice amount must be numeric' TO            BBANK74P
022900                WS-ERROR-MSG                                      BBANK74P
023000           GO TO VALIDATE-INPUT-ERROR                             BBANK74P
023100        END-IF                                                    BBANK74P
023200     END-IF.                                                      BBANK74P
023300     IF BANK-SCR74-ACTION IS EQUAL TO 'X'                         BBANK74P
023400        MOVE BANK-SCR74-ID TO WS-ID-WORK                          BBANK74P
023500        IF WS-ID-WORK IS NOT NUMERIC                              BBANK74P
023600           MOVE 'Key the number of the notice to cancel' TO       BBANK74P
023700                WS-ERROR-MSG                                      BBANK74P
023800           GO TO VALIDATE-INPUT-ERROR                             BBANK74P
023900        END-IF                                                    BBANK74P
024000     END-IF.                                                      BBANK74P
024100     GO TO VALIDATE-INPUT-EXIT.                                   BBANK74P
024200 VALIDATE-INPUT-ERROR.                                            BBANK74P
024300     SET INPUT-ERROR TO TRUE.                                     BBANK74P
024400 VALIDATE-INPUT-EXIT.                                             BBANK74P
024500     EXIT.                                                        BBANK74P
024600                                                                  BBANK74P
024700***************************************************************** BBANK74P
024800* Drive DNOTC01P and show the outcome. A customer signon may    * BBANK74P
024900* only work its own accounts - staff may work any. The list is  * BBANK74P
025000* refreshed after every change so the customer sees where the   * BBANK74P
025100* account stands                                                * BBANK74P
025200***************************************************************** BBANK74P
025300 WORK-NOTICES.                                                    BBANK74P
025400     MOVE SPACES TO CNT1-DATA.                                    BBANK74P
025500     MOVE BANK-SCR74-ACTION TO CNT1I-FUNCTION.                    BBANK74P
025600     MOVE BANK-SCR74-ACC TO CNT1I-ACC.                            BBANK74P
025700     MOVE ZEROES TO CNT1I-AMOUNT.                                 BBANK74P
025800     MOVE ZEROES TO CNT1I-NOTICE-ID.                              BBANK74P
025900     MOVE ZEROES TO CNT1I-NEW-BALANCE.                            BBANK74P
026000     IF BANK-SCR74-DUEDATE IS EQUAL TO LOW-VALUES                 BBANK74P
026100        MOVE SPACES TO CNT1I-DUE-DATE                             BBANK74P
026200     ELSE                                                         BBANK74P
026300        MOVE BANK-SCR74-DUEDATE TO CNT1I-DUE-DATE                 BBANK74P
026400     END-IF.                                                      BBANK74P
026500     IF BANK-SCR74-ACTION IS EQUAL TO 'G'                         BBANK74P
026600        MOVE BANK-SCR74-AMOUNT TO WS-AMOUNT-WORK                  BBANK74P
026700        MOVE WS-AMOUNT-WORK-N TO CNT1I-AMOUNT                     BBANK74P
026800     END-IF.                                                      BBANK74P
026900     IF BANK-SCR74-ACTION IS EQUAL TO 'X'                         BBANK74P
027000        MOVE BANK-SCR74-ID TO WS-ID-WORK                          BBANK74P
027100        MOVE WS-ID-WORK-N TO CNT1I-NOTICE-ID                      BBANK74P
027200     END-IF.                                                      BBANK74P
027300     IF BANK-ROLE-CUSTOMER                                        BBANK74P
027400        MOVE BANK-USERID TO CNT1I-OWNER-PID                       BBANK74P
027500     ELSE                                                         BBANK74P
027600        MOVE SPACES TO CNT1I-OWNER-PID                            BBANK74P
027700     END-IF.                                                      BBANK74P
027800     MOVE BANK-USERID TO CNT1I-USERID.                            BBANK74P
027900 COPY CNOTCX01.                                                   BBANK74P
028000     IF NOT CNT1O-REQUEST-OK                                      BBANK74P
028100        MOVE CNT1O-MSG TO BANK-SCR74-ERRMSG                       BBANK74P
028200        MOVE CNT1O-MSG TO BANK-ERROR-MSG                          BBANK74P
028300        GO TO WORK-NOTICES-EXIT                                   BBANK74P
028400     END-IF.                                                      BBANK74P
028500     MOVE CNT1O-MSG TO BANK-SCR74-ERRMSG.                         BBANK74P
028600     IF CNT1I-GIVE-NOTICE                                         BBANK74P
028700        MOVE CNT1O-NOTICE-ID TO WS-ID-WORK-N                      BBANK74P
028800        MOVE WS-ID-WORK TO BANK-SCR74-ID                          BBANK74P
028900        MOVE CNT1O-DUE-DATE TO BANK-SCR74-DUEDATE                 BBANK74P
029000     END-IF.                                                      BBANK74P
029100     IF NOT CNT1I-LIST-NOTICES                                    BBANK74P
029200        SET CNT1I-LIST-NOTICES TO TRUE                            BBANK74P
029300 COPY CNOTCX01.                                                   BBANK74P
029400     END-IF.                                                      BBANK74P
029500     MOVE SPACES TO BANK-SCR74-LIST (1).                          BBANK74P
029600     MOVE SPACES TO BANK-SCR74-LIST (2).                          BBANK74P
029700     MOVE SPACES TO BANK-SCR74-LIST (3).                          BBANK74P
029800     IF CNT1O-REQUEST-OK                                          BBANK74P
029900        PERFORM SHOW-NOTICE-PAGE THRU                             BBANK74P
030000                SHOW-NOTICE-PAGE-EXIT                             BBANK74P
030100     END-IF.                                                      BBANK74P
030200 WORK-NOTICES-EXIT.                                               BBANK74P
030300     EXIT.                                                        BBANK74P
030400                                                                  BBANK74P
030500***************************************************************** BBANK74P
030600* Show the first page of the account's open notices             * BBANK74P
030700***************************************************************** BBANK74P
030800 SHOW-NOTICE-PAGE.                                                BBANK74P
030900     MOVE 0 TO WS-SUB1.                                           BBANK74P
031000     PERFORM SHOW-NOTICE-ROW THRU                                 BBANK74P
031100             SHOW-NOTICE-ROW-EXIT 3 TIMES.                        BBANK74P
031200 SHOW-NOTICE-PAGE-EXIT.                                           BBANK74P
031300     EXIT.                                                        BBANK74P
031400                                                                  BBANK74P
031500 SHOW-NOTICE-ROW.                                                 BBANK74P
031600     ADD 1 TO WS-SUB1.                                            BBANK74P
031700     IF CNT1O-LST-ID (WS-SUB1) IS EQUAL TO ZERO                   BBANK74P
031800        GO TO SHOW-NOTICE-ROW-EXIT                                BBANK74P
031900     END-IF.                                                      BBANK74P
032000     MOVE CNT1O-LST-ID (WS-SUB1) TO WS-ID-WORK-N.                 BBANK74P
032100     MOVE WS-ID-WORK TO BANK-SCR74-LST-ID (WS-SUB1).              BBANK74P
032200     MOVE CNT1O-LST-AMOUNT (WS-SUB1) TO WS-AMT-DISP.              BBANK74P
032300     MOVE WS-AMT-DISP TO BANK-SCR74-LST-AMT (WS-SUB1).            BBANK74P
032400     MOVE CNT1O-LST-DUE (WS-SUB1) TO                              BBANK74P
032500          BANK-SCR74-LST-DUE (WS-SUB1).                           BBANK74P
032600     MOVE CNT1O-LST-STATUS (WS-SUB1) TO                           BBANK74P
032700          BANK-SCR74-LST-STA (WS-SUB1).                           BBANK74P
032800 SHOW-NOTICE-ROW-EXIT.                                            BBANK74P
032900     EXIT.                                                        BBANK74P
033000                                                                  BBANK74P
033100***************************************************************** BBANK74P
033200* Check for an idle session timeout                             * BBANK74P
033300***************************************************************** BBANK74P
033400 COPY CIDLECHK.                                                   BBANK74P
