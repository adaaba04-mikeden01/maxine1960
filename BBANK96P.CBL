000100***************************************************************** BBANK96P
000200*                                                               * BBANK96P
000300*  Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.    * BBANK96P
000400*  This demonstration program is provided for use by users      * BBANK96P
000500*  of Micro Focus products and may be used, modified and        * BBANK96P
000600*  distributed as part of your application provided that        * BBANK96P
000700*  you properly acknowledge the copyright of Micro Focus        * BBANK96P
000800*  in this material.                                            * BBANK96P
000900*                                                               * BBANK96P
001000***************************************************************** BBANK96P
001100                                                                  BBANK96P
001200***************************************************************** BBANK96P
001300* Program:     BBANK96P.CBL                                     * BBANK96P
001400* Layer:       Business logic                                   * BBANK96P
001500* Function:    Sign-on history - lets a supervisor, back office * BBANK96P
001600*              or audit user key a user id and see where that   * BBANK96P
001700*              user is signed on now and their last ten sign-on * BBANK96P
001800*              attempts, good and bad. All through DSIGN01P     * BBANK96P
001900***************************************************************** BBANK96P
002000                                                                  BBANK96P
002100 IDENTIFICATION DIVISION.                                         BBANK96P
002200 PROGRAM-ID.                                                      BBANK96P
002300     BBANK96P.                                                    BBANK96P
002400 DATE-WRITTEN.                                                    BBANK96P
002500     October 2026.                                                BBANK96P
002600 DATE-COMPILED.                                                   BBANK96P
002700     Today.                                                       BBANK96P
002800                                                                  BBANK96P
002900 ENVIRONMENT DIVISION.                                            BBANK96P
003000                                                                  BBANK96P
003100 DATA DIVISION.                                                   BBANK96P
003200 WORKING-STORAGE SECTION.                                         BBANK96P
003300 01  WS-MISC-STORAGE.                                             BBANK96P
003400   05  WS-PROGRAM-ID                         PIC X(8)             BBANK96P
003500       VALUE 'BBANK96P'.                                          BBANK96P
003600   05  WS-INPUT-FLAG                         PIC X(1).            BBANK96P
003700     88  INPUT-OK                            VALUE '0'.           BBANK96P
003800     88  INPUT-ERROR                         VALUE '1'.           BBANK96P
003900   05  WS-RETURN-FLAG                        PIC X(1).            BBANK96P
004000     88  WS-RETURN-FLAG-OFF                  VALUE LOW-VALUES.    BBANK96P
004100     88  WS-RETURN-FLAG-ON                   VALUE '1'.           BBANK96P
004200   05  WS-PFK-FLAG                           PIC X(1).            BBANK96P
004300     88  PFK-VALID                           VALUE '0'.           BBANK96P
004400     88  PFK-INVALID                         VALUE '1'.           BBANK96P
004500   05  WS-IDLE-FLAG                          PIC X(1).            BBANK96P
004600     88  SESSION-NOT-TIMED-OUT               VALUE '0'.           BBANK96P
004700     88  WS-SESSION-TIMED-OUT                VALUE '1'.           BBANK96P
004800   05  WS-ERROR-MSG                          PIC X(75).           BBANK96P
004900   05  WS-SUB1                               PIC S9(4) COMP.      BBANK96P
005000                                                                  BBANK96P
005100 01  WS-BANK-DATA.                                                BBANK96P
005200 COPY CBANKDAT.                                                   BBANK96P
005300 COPY CTIMERD.                                                    BBANK96P
005400 01  WS-SESSION-DATA.                                             BBANK96P
005500 COPY CSIGND01.                                                   BBANK96P
005600 01  WS-EXCEPTION-DATA.                                           BBANK96P
005700 COPY CBANKD16.                                                   BBANK96P
005800                                                                  BBANK96P
005900 COPY CABENDD.                                                    BBANK96P
006000                                                                  BBANK96P
006100 LINKAGE SECTION.                                                 BBANK96P
006200 01  DFHCOMMAREA.                                                 BBANK96P
006300   05  LK-COMMAREA                           PIC X(32654).        BBANK96P
006400                                                                  BBANK96P
006500 COPY CENTRY.                                                     BBANK96P
006600***************************************************************** BBANK96P
006700* Make ourselves re-entrant                                     * BBANK96P
006800***************************************************************** BBANK96P
006900     MOVE SPACES TO WS-ERROR-MSG.                                 BBANK96P
007000                                                                  BBANK96P
007100***************************************************************** BBANK96P
007200* Move the passed area to our area                              * BBANK96P
007300***************************************************************** BBANK96P
007400     MOVE DFHCOMMAREA (1:LENGTH OF WS-BANK-DATA) TO WS-BANK-DATA. BBANK96P
007500                                                                  BBANK96P
007600***************************************************************** BBANK96P
007700* Ensure error message is cleared                               * BBANK96P
007800***************************************************************** BBANK96P
007900     MOVE SPACES TO BANK-ERROR-MSG.                               BBANK96P
008000                                                                  BBANK96P
008100***************************************************************** BBANK96P
008200* Save the passed return flag and then turn it off              * BBANK96P
008300***************************************************************** BBANK96P
008400     MOVE BANK-RETURN-FLAG TO WS-RETURN-FLAG.                     BBANK96P
008500     SET BANK-RETURN-FLAG-OFF TO TRUE.                            BBANK96P
008600                                                                  BBANK96P
008700***************************************************************** BBANK96P
008800* Force a logoff if the session has been idle too long          * BBANK96P
008900***************************************************************** BBANK96P
009000     SET SESSION-NOT-TIMED-OUT TO TRUE.                           BBANK96P
009100     PERFORM CHECK-IDLE-TIMEOUT THRU                              BBANK96P
009200             CHECK-IDLE-TIMEOUT-EXIT.                             BBANK96P
009300     IF WS-SESSION-TIMED-OUT                                      BBANK96P
009400        MOVE 'BBANK96P' TO BANK-LAST-PROG                         BBANK96P
009500        MOVE 'BBANK99P' TO BANK-NEXT-PROG                         BBANK96P
009600        MOVE 'MBANK99' TO BANK-NEXT-MAPSET                        BBANK96P
009700        MOVE 'BANK99A' TO BANK-NEXT-MAP                           BBANK96P
009800        MOVE 'Session timed out due to inactivity' TO             BBANK96P
009900             BANK-ERROR-MSG                                       BBANK96P
010000        SET BANK-AID-ENTER TO TRUE                                BBANK96P
010100        GO TO COMMON-RETURN                                       BBANK96P
010200     END-IF.                                                      BBANK96P
010300                                                                  BBANK96P
010400***************************************************************** BBANK96P
010500* Check the AID to see if its valid at this point               * BBANK96P
010600***************************************************************** BBANK96P
010700     SET PFK-INVALID TO TRUE.                                     BBANK96P
010800     IF BANK-AID-ENTER OR                                         BBANK96P
010900        BANK-AID-PFK03 OR                                         BBANK96P
011000        BANK-AID-PFK04                                            BBANK96P
011100        SET PFK-VALID TO TRUE                                     BBANK96P
011200     END-IF.                                                      BBANK96P
011300     IF PFK-INVALID                                               BBANK96P
011400        SET BANK-AID-ENTER TO TRUE                                BBANK96P
011500     END-IF.                                                      BBANK96P
011600                                                                  BBANK96P
011700***************************************************************** BBANK96P
011800* Check the AID to see if we have to quit                       * BBANK96P
011900***************************************************************** BBANK96P
012000     IF BANK-AID-PFK03                                            BBANK96P
012100        MOVE 'BBANK96P' TO BANK-LAST-PROG                         BBANK96P
012200        MOVE 'BBANK99P' TO BANK-NEXT-PROG                         BBANK96P
012300        MOVE 'MBANK99' TO BANK-NEXT-MAPSET                        BBANK96P
012400        MOVE 'BANK99A' TO BANK-NEXT-MAP                           BBANK96P
012500        GO TO COMMON-RETURN                                       BBANK96P
012600     END-IF.                                                      BBANK96P
012700                                                                  BBANK96P
012800***************************************************************** BBANK96P
012900* Check the AID to see if we have to return to the services     * BBANK96P
013000* menu                                                          * BBANK96P
013100***************************************************************** BBANK96P
013200     IF BANK-AID-PFK04                                            BBANK96P
013300        MOVE 'BBANK96P' TO BANK-LAST-PROG                         BBANK96P
013400        MOVE 'BBANK21P' TO BANK-NEXT-PROG                         BBANK96P
013500        MOVE 'MBANK21' TO BANK-NEXT-MAPSET                        BBANK96P
013600        MOVE 'BANK21A' TO BANK-NEXT-MAP                           BBANK96P
013700        SET BANK-AID-ENTER TO TRUE                                BBANK96P
013800        GO TO COMMON-RETURN                                       BBANK96P
013900     END-IF.                                                      BBANK96P
014000                                                                  BBANK96P
014100* Check if we have set the screen up before or is this 1st time   BBANK96P
014200     IF BANK-LAST-MAPSET IS NOT EQUAL TO 'MBANK96'                BBANK96P
014300        MOVE 'BBANK96P' TO BANK-LAST-PROG                         BBANK96P
014400        MOVE 'BBANK96P' TO BANK-NEXT-PROG                         BBANK96P
014500        MOVE 'MBANK96' TO BANK-LAST-MAPSET                        BBANK96P
014600        MOVE 'BANK96A' TO BANK-LAST-MAP                           BBANK96P
014700        MOVE 'MBANK96' TO BANK-NEXT-MAPSET                        BBANK96P
014800        MOVE 'BANK96A' TO BANK-NEXT-MAP                           BBANK96P
014900        MOVE LOW-VALUES TO BANK-SCREEN96-DATA                     BBANK96P
015000        GO TO COMMON-RETURN                                       BBANK96P
015100     END-IF.                                                      BBANK96P
015200                                                                  BBANK96P
015300***************************************************************** BBANK96P
015400* The user pressed ENTER - validate and show the history        * BBANK96P
015500***************************************************************** BBANK96P
015600     MOVE 'BBANK96P' TO BANK-LAST-PROG.                           BBANK96P
015700     MOVE 'BBANK96P' TO BANK-NEXT-PROG.                           BBANK96P
015800     MOVE 'MBANK96' TO BANK-LAST-MAPSET.                          BBANK96P
015900     MOVE 'BANK96A' TO BANK-LAST-MAP.                             BBANK96P
016000     MOVE 'MBANK96' TO BANK-NEXT-MAPSET.                          BBANK96P
016100     MOVE 'BANK96A' TO BANK-NEXT-MAP.                             BBANK96P
016200                                                                  BBANK96P
016300     PERFORM VALIDATE-INPUT THRU                                  BBANK96P
016400             VALIDATE-INPUT-EXIT.                                 BBANK96P
016500     IF INPUT-ERROR                                               BBANK96P
016600        MOVE WS-ERROR-MSG TO BANK-SCR96-ERRMSG                    BBANK96P
016700        MOVE WS-ERROR-MSG TO BANK-ERROR-MSG                       BBANK96P
016800        GO TO COMMON-RETURN                                       BBANK96P
016900     END-IF.                                                      BBANK96P
017000                                                                  BBANK96P
017100     PERFORM SHOW-HISTORY THRU                                    BBANK96P
017200             SHOW-HISTORY-EXIT.                                   BBANK96P
017300     GO TO COMMON-RETURN.                                         BBANK96P
017400                                                                  BBANK96P
017500 COMMON-RETURN.                                                   BBANK96P
017600     IF BANK-ERROR-MSG NOT EQUAL TO SPACES                        BBANK96P
017700        MOVE SPACES TO CD16-DATA                                  BBANK96P
017800        MOVE BANK-USERID TO CD16I-PERSON-PID                      BBANK96P
017900        MOVE WS-PROGRAM-ID TO CD16I-PROGRAM                       BBANK96P
018000        MOVE BANK-ERROR-MSG TO CD16I-MESSAGE                      BBANK96P
018100     COPY CBANKX16.                                               BBANK96P
018200     END-IF.                                                      BBANK96P
018300     MOVE WS-BANK-DATA TO DFHCOMMAREA (1:LENGTH OF WS-BANK-DATA). BBANK96P
018400 COPY CRETURN.                                                    BBANK96P
018500***************************************************************** BBANK96P
018600* Validate what the user keyed                                  * BBANK96P
018700***************************************************************** BBANK96P
018800 VALIDATE-INPUT.                                                  BBANK96P
018900     SET INPUT-OK TO TRUE.                                        BBANK96P
019000     IF NOT BANK-ROLE-SUPERVISOR AND                              BBANK96P
019100        NOT BANK-ROLE-BACK-OFFICE AND                             BBANK96P
019200        NOT BANK-ROLE-AUDITOR                                     BBANK96P
019300        MOVE 'Sign-on history is not open to this role'           BBANK96P
019400          TO WS-ERROR-MSG                                         BBANK96P
019500        GO TO VALIDATE-INPUT-ERROR                                BBANK96P
019600     END-IF.                                                      BBANK96P
019700     IF BANK-SCR96-USERID IS EQUAL TO LOW-VALUES OR               BBANK96P
019800        BANK-SCR96-USERID IS EQUAL TO SPACES                      BBANK96P
019900        MOVE 'Key the user whose sign-ons are wanted'             BBANK96P
020000          TO WS-ERROR-MSG                                         BBANK96P
020100        GO TO VALIDATE-INPUT-ERROR                                BBANK96P
020200     END-IF.                                                      BBANK96P
020300     GO TO VALIDATE-INPUT-EXIT.                                   BBANK96P
020400 VALIDATE-INPUT-ERROR.                                            BBANK96P
020500     SET INPUT-ERROR TO TRUE.                                     BBANK96P
020600 VALIDATE-INPUT-EXIT.                                             BBANK96P
020700     EXIT.                                                        BBANK96P
020800                                                                  BBANK96P
020900***************************************************************** BBANK96P
021000* Drive DSIGN01P for the keyed user - the session they hold     * BBANK96P
021100* now, if any, then their latest attempts newest first          * BBANK96P
021200***************************************************************** BBANK96P
021300 SHOW-HISTORY.                                                    BBANK96P
021400     INITIALIZE CSG1-DATA.                                        BBANK96P
021500     SET CSG1I-HISTORY TO TRUE.                                   BBANK96P
021600     MOVE BANK-SCR96-USERID TO CSG1I-USERID.                      BBANK96P
021700     MOVE BANK-USERID TO CSG1I-REQUESTER.                         BBANK96P
021800 COPY CSIGNX01.                                                   BBANK96P
021900     MOVE CSG1O-MSG TO BANK-SCR96-ERRMSG.                         BBANK96P
022000     IF NOT CSG1O-REQUEST-OK                                      BBANK96P
022100        MOVE CSG1O-MSG TO BANK-ERROR-MSG                          BBANK96P
022200     END-IF.                                                      BBANK96P
022300     MOVE SPACES TO BANK-SCR96-ACTIVE.                            BBANK96P
022400     IF CSG1O-ACTIVE-CHANNEL IS EQUAL TO SPACES                   BBANK96P
022500        MOVE 'No active session' TO BANK-SCR96-ACTIVE             BBANK96P
022600     ELSE                                                         BBANK96P
022700        STRING 'Active via ' DELIMITED BY SIZE                    BBANK96P
022800               CSG1O-ACTIVE-CHANNEL DELIMITED BY SPACE            BBANK96P
022900               ' at ' DELIMITED BY SIZE                           BBANK96P
023000               CSG1O-ACTIVE-TERMINAL DELIMITED BY SIZE            BBANK96P
023100          INTO BANK-SCR96-ACTIVE                                  BBANK96P
023200     END-IF.                                                      BBANK96P
023300     MOVE 0 TO WS-SUB1.                                           BBANK96P
023400     PERFORM SHOW-ATTEMPT-ROW THRU                                BBANK96P
023500             SHOW-ATTEMPT-ROW-EXIT 10 TIMES.                      BBANK96P
023600 SHOW-HISTORY-EXIT.                                               BBANK96P
023700     EXIT.                                                        BBANK96P
023800                                                                  BBANK96P
023900***************************************************************** BBANK96P
024000* Show one sign-on attempt, or clear the row                    * BBANK96P
024100***************************************************************** BBANK96P
024200 SHOW-ATTEMPT-ROW.                                                BBANK96P
024300     ADD 1 TO WS-SUB1.                                            BBANK96P
024400     MOVE SPACES TO BANK-SCR96-ATT (WS-SUB1).                     BBANK96P
024500     IF WS-SUB1 IS GREATER THAN CSG1O-LIST-COUNT                  BBANK96P
024600        GO TO SHOW-ATTEMPT-ROW-EXIT                               BBANK96P
024700     END-IF.                                                      BBANK96P
024800     MOVE CSG1O-LST-TS (WS-SUB1)                                  BBANK96P
024900       TO BANK-SCR96-ATT-TS (WS-SUB1).                            BBANK96P
025000     MOVE CSG1O-LST-CHANNEL (WS-SUB1)                             BBANK96P
025100       TO BANK-SCR96-ATT-CHANNEL (WS-SUB1).                       BBANK96P
025200     MOVE CSG1O-LST-TERMINAL (WS-SUB1)                            BBANK96P
025300       TO BANK-SCR96-ATT-TERMINAL (WS-SUB1).                      BBANK96P
025400     EVALUATE CSG1O-LST-RESULT (WS-SUB1)                          BBANK96P
025500       WHEN 'S'                                                   BBANK96P
025600         MOVE 'Signed on' TO BANK-SCR96-ATT-RESULT (WS-SUB1)      BBANK96P
025700       WHEN 'P'                                                   BBANK96P
025800         MOVE 'Bad password' TO BANK-SCR96-ATT-RESULT (WS-SUB1)   BBANK96P
025900       WHEN 'L'                                                   BBANK96P
026000         MOVE 'Locked out' TO BANK-SCR96-ATT-RESULT (WS-SUB1)     BBANK96P
026100       WHEN 'U'                                                   BBANK96P
026200         MOVE 'Unknown user' TO BANK-SCR96-ATT-RESULT (WS-SUB1)   BBANK96P
026300       WHEN 'M'                                                   BBANK96P
026400         MOVE 'Maintenance' TO BANK-SCR96-ATT-RESULT (WS-SUB1)    BBANK96P
026500       WHEN 'C'                                                   BBANK96P
026600         MOVE 'Concurrent' TO BANK-SCR96-ATT-RESULT (WS-SUB1)     BBANK96P
026700       WHEN OTHER                                                 BBANK96P
026800         MOVE CSG1O-LST-RESULT (WS-SUB1)                          BBANK96P
026900           TO BANK-SCR96-ATT-RESULT (WS-SUB1)                     BBANK96P
027000     END-EVALUATE.                                                BBANK96P
027100 SHOW-ATTEMPT-ROW-EXIT.                                           BBANK96P
027200     EXIT.                                                        BBANK96P
027300                                                                  BBANK96P
027400***************************************************************** BBANK96P
027500* Check for an idle session timeout                             * BBANK96P
027600***************************************************************** BBANK96P
027700 COPY CIDLECHK.                                                   BBANK96P
