000100***************************************************************** BBANK88P
000200*                                                               * BBANK88P
000300*  Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.    * BBANK88P
000400*  This demonstration program is provided for use by users      * BBANK88P
000500*  of Micro Focus products and may be used, modified and        * BBANK88P
000600*  distributed as part of your application provided that        * BBANK88P
000700*  you properly acknowledge the copyright of Micro Focus        * BBANK88P
000800*  in this material.                                            * BBANK88P
000900*                                                               * BBANK88P
001000***************************************************************** BBANK88P
001100                                                                  BBANK88P
001200***************************************************************** BBANK88P
001300* Program:     BBANK88P.CBL                                     * BBANK88P
001400* Layer:       Business logic                                   * BBANK88P
001500* Function:    Inbound feed monitor - lists the feed register   * BBANK88P
001600*              with each feed's latest arrival for the business * BBANK88P
001700*              day, shows the arrivals logged for one feed,     * BBANK88P
001800*              runs a check of every feed on demand, and lets   * BBANK88P
001900*              a supervisor or back office maintain a feed's    * BBANK88P
002000*              owner, window and header layout. All through     * BBANK88P
002100*              DFEED01P                                         * BBANK88P
002200***************************************************************** BBANK88P
002300                                                                  BBANK88P
002400 IDENTIFICATION DIVISION.                                         BBANK88P
002500 PROGRAM-ID.                                                      BBANK88P
002600     BBANK88P.                                                    BBANK88P
002700 DATE-WRITTEN.                                                    BBANK88P
002800     October 2026.                                                BBANK88P
002900 DATE-COMPILED.                                                   BBANK88P
003000     Today.                                                       BBANK88P
003100                                                                  BBANK88P
003200 ENVIRONMENT DIVISION.                                            BBANK88P
003300                                                                  BBANK88P
003400 DATA DIVISION.                                                   BBANK88P
003500 WORKING-STORAGE SECTION.                                         BBANK88P
003600 01  WS-MISC-STORAGE.                                             BBANK88P
003700   05  WS-PROGRAM-ID                         PIC X(8)             BBANK88P
003800       VALUE 'BBANK88P'.                                          BBANK88P
003900   05  WS-INPUT-FLAG                         PIC X(1).            BBANK88P
004000     88  INPUT-OK                            VALUE '0'.           BBANK88P
004100     88  INPUT-ERROR                         VALUE '1'.           BBANK88P
004200   05  WS-RETURN-FLAG                        PIC X(1).            BBANK88P
004300     88  WS-RETURN-FLAG-OFF                  VALUE LOW-VALUES.    BBANK88P
004400     88  WS-RETURN-FLAG-ON                   VALUE '1'.           BBANK88P
004500   05  WS-PFK-FLAG                           PIC X(1).            BBANK88P
004600     88  PFK-VALID                           VALUE '0'.           BBANK88P
004700     88  PFK-INVALID                         VALUE '1'.           BBANK88P
004800   05  WS-IDLE-FLAG                          PIC X(1).            BBANK88P
004900     88  SESSION-NOT-TIMED-OUT               VALUE '0'.           BBANK88P
005000     88  WS-SESSION-TIMED-OUT                VALUE '1'.           BBANK88P
005100   05  WS-ERROR-MSG                          PIC X(75).           BBANK88P
005200   05  WS-SUB1                               PIC S9(4) COMP.      BBANK88P
005300                                                                  BBANK88P
005400 01  WS-BANK-DATA.                                                BBANK88P
005500 COPY CBANKDAT.                                                   BBANK88P
005600 COPY CTIMERD.                                                    BBANK88P
005620 01  WS-SESSION-DATA.                                             BBANK88P
005640 COPY CSIGND01.                                                   BBANK88P
005700 01  WS-EXCEPTION-DATA.                                           BBANK88P
005800 COPY CBANKD16.                                                   BBANK88P
005900                                                                  BBANK88P
006000 01  WS-FEED-DATA.                                                BBANK88P
006100 COPY CFEEDD01.                                                   BBANK88P
006200                                                                  BBANK88P
006300 COPY CABENDD.                                                    BBANK88P
006400                                                                  BBANK88P
006500 LINKAGE SECTION.                                                 BBANK88P
006600 01  DFHCOMMAREA.                                                 BBANK88P
006700   05  LK-COMMAREA                           PIC X(32654).        BBANK88P
006800                                                                  BBANK88P
006900 COPY CENTRY.                                                     BBANK88P
007000***************************************************************** BBANK88P
007100* Make ourselves re-entrant                                     * BBANK88P
007200***************************************************************** BBANK88P
007300     MOVE SPACES TO WS-ERROR-MSG.                                 BBANK88P
007400                                                                  BBANK88P
007500***************************************************************** BBANK88P
007600* Move the passed area to our area                              * BBANK88P
007700***************************************************************** BBANK88P
007800     MOVE DFHCOMMAREA (1:LENGTH OF WS-BANK-DATA) TO WS-BANK-DATA. BBANK88P
007900                                                                  BBANK88P
008000***************************************************************** BBANK88P
008100* Ensure error message is cleared                               * BBANK88P
008200***************************************************************** BBANK88P
008300     MOVE SPACES TO BANK-ERROR-MSG.                               BBANK88P
008400                                                                  BBANK88P
008500***************************************************************** BBANK88P
008600* Save the passed return flag and then turn it off              * BBANK88P
008700***************************************************************** BBANK88P
008800     MOVE BANK-RETURN-FLAG TO WS-RETURN-FLAG.                     BBANK88P
008900     SET BANK-RETURN-FLAG-OFF TO TRUE.                            BBANK88P
009000                                                                  BBANK88P
009100***************************************************************** BBANK88P
009200* Force a logoff if the session has been idle too long          * BBANK88P
009300***************************************************************** BBANK88P
009400     SET SESSION-NOT-TIMED-OUT TO TRUE.                           BBANK88P
009500     PERFORM CHECK-IDLE-TIMEOUT THRU                              BBANK88P
009600             CHECK-IDLE-TIMEOUT-EXIT.                             BBANK88P
009700     IF WS-SESSION-TIMED-OUT                                      BBANK88P
009800        MOVE 'BBANK88P' TO BANK-LAST-PROG                         BBANK88P
009900        MOVE 'BBANK99P' TO BANK-NEXT-PROG                         BBANK88P
010000        MOVE 'MBANK99' TO BANK-NEXT-MAPSET                        BBANK88P
010100        MOVE 'BANK99A' TO BANK-NEXT-MAP                           BBANK88P
010200        MOVE 'Session timed out due to inactivity' TO             BBANK88P
010300             BANK-ERROR-MSG                                       BBANK88P
010400        SET BANK-AID-ENTER TO TRUE                                BBANK88P
010500        GO TO COMMON-RETURN                                       BBANK88P
010600     END-IF.                                                      BBANK88P
010700                                                                  BBANK88P
010800***************************************************************** BBANK88P
010900* Check the AID to see if its valid at this point               * BBANK88P
011000***************************************************************** BBANK88P
011100     SET PFK-INVALID TO TRUE.                                     BBANK88P
011200     IF BANK-AID-ENTER OR                                         BBANK88P
011300        BANK-AID-PFK03 OR                                         BBANK88P
011400        BANK-AID-PFK04                                            BBANK88P
011500        SET PFK-VALID TO TRUE                                     BBANK88P
011600     END-IF.                                                      BBANK88P
011700     IF PFK-INVALID                                               BBANK88P
011800        SET BANK-AID-ENTER TO TRUE                                BBANK88P
011900     END-IF.                                                      BBANK88P
012000                                                                  BBANK88P
012100***************************************************************** BBANK88P
012200* Check the AID to see if we have to quit                       * BBANK88P
012300***************************************************************** BBANK88P
012400     IF BANK-AID-PFK03                                            BBANK88P
012500        MOVE 'BBANK88P' TO BANK-LAST-PROG                         BBANK88P
012600        MOVE 'BBANK99P' TO BANK-NEXT-PROG                         BBANK88P
012700        MOVE 'MBANK99' TO BANK-NEXT-MAPSET                        BBANK88P
012800        MOVE 'BANK99A' TO BANK-NEXT-MAP                           BBANK88P
012900        GO TO COMMON-RETURN                                       BBANK88P
013000     END-IF.                                                      BBANK88P
013100                                                                  BBANK88P
013200***************************************************************** BBANK88P
013300* Check the AID to see if we have to return to the services     * BBANK88P
013400* menu                                                          * BBANK88P
013500***************************************************************** BBANK88P
013600     IF BANK-AID-PFK04                                            BBANK88P
013700        MOVE 'BBANK88P' TO BANK-LAST-PROG                         BBANK88P
013800        MOVE 'BBANK21P' TO BANK-NEXT-PROG                         BBANK88P
013900        MOVE 'MBANK21' TO BANK-NEXT-MAPSET                        BBANK88P
014000        MOVE 'BANK21A' TO BANK-NEXT-MAP                           BBANK88P
014100        SET BANK-AID-ENTER TO TRUE                                BBANK88P
014200        GO TO COMMON-RETURN                                       BBANK88P
014300     END-IF.                                                      BBANK88P
014400                                                                  BBANK88P
014500* Check if we have set the screen up before or is this 1st time   BBANK88P
014600     IF BANK-LAST-MAPSET IS NOT EQUAL TO 'MBANK88'                BBANK88P
014700        MOVE 'BBANK88P' TO BANK-LAST-PROG                         BBANK88P
014800        MOVE 'BBANK88P' TO BANK-NEXT-PROG                         BBANK88P
014900        MOVE 'MBANK88' TO BANK-LAST-MAPSET                        BBANK88P
015000        MOVE 'BANK88A' TO BANK-LAST-MAP                           BBANK88P
015100        MOVE 'MBANK88' TO BANK-NEXT-MAPSET                        BBANK88P
015200        MOVE 'BANK88A' TO BANK-NEXT-MAP                           BBANK88P
015300        MOVE LOW-VALUES TO BANK-SCREEN88-DATA                     BBANK88P
015400        GO TO COMMON-RETURN                                       BBANK88P
015500     END-IF.                                                      BBANK88P
015600                                                                  BBANK88P
015700***************************************************************** BBANK88P
015800* The user pressed ENTER - validate and work the request        * BBANK88P
015900***************************************************************** BBANK88P
016000     MOVE 'BBANK88P' TO BANK-LAST-PROG.                           BBANK88P
016100     MOVE 'BBANK88P' TO BANK-NEXT-PROG.                           BBANK88P
016200     MOVE 'MBANK88' TO BANK-LAST-MAPSET.                          BBANK88P
016300     MOVE 'BANK88A' TO BANK-LAST-MAP.                             BBANK88P
016400     MOVE 'MBANK88' TO BANK-NEXT-MAPSET.                          BBANK88P
016500     MOVE 'BANK88A' TO BANK-NEXT-MAP.                             BBANK88P
016600                                                                  BBANK88P
016700     PERFORM VALIDATE-INPUT THRU                                  BBANK88P
016800             VALIDATE-INPUT-EXIT.                                 BBANK88P
016900     IF INPUT-ERROR                                               BBANK88P
017000        MOVE WS-ERROR-MSG TO BANK-SCR88-ERRMSG                    BBANK88P
017100        MOVE WS-ERROR-MSG TO BANK-ERROR-MSG                       BBANK88P
017200        GO TO COMMON-RETURN                                       BBANK88P
017300     END-IF.                                                      BBANK88P
017400                                                                  BBANK88P
017500     PERFORM WORK-FEEDS THRU                                      BBANK88P
017600             WORK-FEEDS-EXIT.                                     BBANK88P
017700     GO TO COMMON-RETURN.                                         BBANK88P
017800                                                                  BBANK88P
017900 COMMON-RETURN.                                                   BBANK88P
018000     IF BANK-ERROR-MSG NOT EQUAL TO SPACES                        BBANK88P
018100        MOVE SPACES TO CD16-DATA                                  BBANK88P
018200        MOVE BANK-USERID TO CD16I-PERSON-PID                      BBANK88P
018300        MOVE WS-PROGRAM-ID TO CD16I-PROGRAM                       BBANK88P
018400        MOVE BANK-ERROR-MSG TO CD16I-MESSAGE                      BBANK88P
018500     COPY CBANKX16.                                               BBANK88P
018600     END-IF.                                                      BBANK88P
018700     MOVE WS-BANK-DATA TO DFHCOMMAREA (1:LENGTH OF WS-BANK-DATA). BBANK88P
018800 COPY CRETURN.                                                    BBANK88P
018900***************************************************************** BBANK88P
019000* Validate what the user keyed                                  * BBANK88P
019100***************************************************************** BBANK88P
019200 VALIDATE-INPUT.                                                  BBANK88P
019300     SET INPUT-OK TO TRUE.                                        BBANK88P
019400     IF GUEST OR                                                  BBANK88P
019500        BANK-ROLE-CUSTOMER OR                                     BBANK88P
019600        BANK-ROLE-TELLER                                          BBANK88P
019700        MOVE 'The feed monitor is for operations staff only'      BBANK88P
019800          TO WS-ERROR-MSG                                         BBANK88P
019900        GO TO VALIDATE-INPUT-ERROR                                BBANK88P
020000     END-IF.                                                      BBANK88P
020100     IF BANK-SCR88-ACTION IS NOT EQUAL TO 'L' AND                 BBANK88P
020200        BANK-SCR88-ACTION IS NOT EQUAL TO 'A' AND                 BBANK88P
020300        BANK-SCR88-ACTION IS NOT EQUAL TO 'N' AND                 BBANK88P
020400        BANK-SCR88-ACTION IS NOT EQUAL TO 'U'                     BBANK88P
020500        MOVE 'Action must be L, A(arrivals), N(check now) or U'   BBANK88P
020600          TO WS-ERROR-MSG                                         BBANK88P
020700        GO TO VALIDATE-INPUT-ERROR                                BBANK88P
020800     END-IF.                                                      BBANK88P
020900     IF BANK-SCR88-QUEUE IS EQUAL TO LOW-VALUES                   BBANK88P
021000        MOVE SPACES TO BANK-SCR88-QUEUE                           BBANK88P
021100     END-IF.                                                      BBANK88P
021200     IF BANK-SCR88-OWNER IS EQUAL TO LOW-VALUES                   BBANK88P
021300        MOVE SPACES TO BANK-SCR88-OWNER                           BBANK88P
021400     END-IF.                                                      BBANK88P
021500     IF BANK-SCR88-LAYOUT IS EQUAL TO LOW-VALUES                  BBANK88P
021600        MOVE SPACES TO BANK-SCR88-LAYOUT                          BBANK88P
021700     END-IF.                                                      BBANK88P
021800     IF BANK-SCR88-HDR-POS IS EQUAL TO LOW-VALUES OR              BBANK88P
021900        BANK-SCR88-HDR-POS IS EQUAL TO SPACES                     BBANK88P
022000        MOVE '000' TO BANK-SCR88-HDR-POS                          BBANK88P
022100     END-IF.                                                      BBANK88P
022200     IF BANK-SCR88-HDR-LEN IS EQUAL TO LOW-VALUES OR              BBANK88P
022300        BANK-SCR88-HDR-LEN IS EQUAL TO SPACES                     BBANK88P
022400        MOVE '0' TO BANK-SCR88-HDR-LEN                            BBANK88P
022500     END-IF.                                                      BBANK88P
022600     IF BANK-SCR88-ACTION IS EQUAL TO 'L' OR                      BBANK88P
022700        BANK-SCR88-ACTION IS EQUAL TO 'N'                         BBANK88P
022800        GO TO VALIDATE-INPUT-EXIT                                 BBANK88P
022900     END-IF.                                                      BBANK88P
023000     IF BANK-SCR88-QUEUE IS EQUAL TO SPACES                       BBANK88P
023100        MOVE 'Key the queue name of the feed' TO WS-ERROR-MSG     BBANK88P
023200        GO TO VALIDATE-INPUT-ERROR                                BBANK88P
023300     END-IF.                                                      BBANK88P
023400     IF BANK-SCR88-ACTION IS EQUAL TO 'A'                         BBANK88P
023500        GO TO VALIDATE-INPUT-EXIT                                 BBANK88P
023600     END-IF.                                                      BBANK88P
023700     IF NOT BANK-ROLE-SUPERVISOR AND                              BBANK88P
023800        NOT BANK-ROLE-BACK-OFFICE                                 BBANK88P
023900        MOVE 'Only a supervisor or back office may change a feed' BBANK88P
024000          TO WS-ERROR-MSG                                         BBANK88P
024100        GO TO VALIDATE-INPUT-ERROR                                BBANK88P
024200     END-IF.                                                      BBANK88P
024300     IF BANK-SCR88-HDR-POS IS NOT NUMERIC OR                      BBANK88P
024400        BANK-SCR88-HDR-LEN IS NOT NUMERIC                         BBANK88P
024500        MOVE 'Header count position and length must be numeric'   BBANK88P
024600          TO WS-ERROR-MSG                                         BBANK88P
024700        GO TO VALIDATE-INPUT-ERROR                                BBANK88P
024800     END-IF.                                                      BBANK88P
024900     GO TO VALIDATE-INPUT-EXIT.                                   BBANK88P
025000 VALIDATE-INPUT-ERROR.                                            BBANK88P
025100     SET INPUT-ERROR TO TRUE.                                     BBANK88P
025200 VALIDATE-INPUT-EXIT.                                             BBANK88P
025300     EXIT.                                                        BBANK88P
025400                                                                  BBANK88P
025500***************************************************************** BBANK88P
025600* Drive DFEED01P and show the register or arrivals it returns.  * BBANK88P
025700* The window, days and monitored flag are checked there         * BBANK88P
025800***************************************************************** BBANK88P
025900 WORK-FEEDS.                                                      BBANK88P
026000     INITIALIZE CFD1-DATA.                                        BBANK88P
026100     MOVE BANK-SCR88-ACTION TO CFD1I-FUNCTION.                    BBANK88P
026200     MOVE BANK-USERID TO CFD1I-USERID.                            BBANK88P
026300     MOVE BANK-SCR88-QUEUE TO CFD1I-QUEUE.                        BBANK88P
026400     IF BANK-SCR88-ACTION IS EQUAL TO 'U'                         BBANK88P
026500        MOVE BANK-SCR88-OWNER TO CFD1I-OWNER                      BBANK88P
026600        MOVE BANK-SCR88-FROM TO CFD1I-WINDOW-FROM                 BBANK88P
026700        MOVE BANK-SCR88-TO TO CFD1I-WINDOW-TO                     BBANK88P
026800        MOVE BANK-SCR88-DAYS TO CFD1I-DAYS                        BBANK88P
026900        MOVE BANK-SCR88-ACTIVE TO CFD1I-ACTIVE                    BBANK88P
027000        MOVE BANK-SCR88-LAYOUT TO CFD1I-LAYOUT                    BBANK88P
027100        MOVE BANK-SCR88-HDR-POS TO CFD1I-HDR-POS                  BBANK88P
027200        MOVE BANK-SCR88-HDR-LEN TO CFD1I-HDR-LEN                  BBANK88P
027300     END-IF.                                                      BBANK88P
027400 COPY CFEEDX01.                                                   BBANK88P
027500     MOVE CFD1O-MSG TO BANK-SCR88-ERRMSG.                         BBANK88P
027600     IF CFD1O-REQUEST-FAIL                                        BBANK88P
027700        MOVE CFD1O-MSG TO BANK-ERROR-MSG                          BBANK88P
027800        GO TO WORK-FEEDS-EXIT                                     BBANK88P
027900     END-IF.                                                      BBANK88P
028000     IF BANK-SCR88-ACTION IS EQUAL TO 'U' OR                      BBANK88P
028100        BANK-SCR88-ACTION IS EQUAL TO 'N'                         BBANK88P
028200        INITIALIZE CFD1-DATA                                      BBANK88P
028300        SET CFD1I-LIST-REGISTER TO TRUE                           BBANK88P
028400 COPY CFEEDX01.                                                   BBANK88P
028500     END-IF.                                                      BBANK88P
028600     MOVE 0 TO WS-SUB1.                                           BBANK88P
028700     PERFORM SHOW-FEED-ROW THRU                                   BBANK88P
028800             SHOW-FEED-ROW-EXIT 12 TIMES.                         BBANK88P
028900 WORK-FEEDS-EXIT.                                                 BBANK88P
029000     EXIT.                                                        BBANK88P
029100                                                                  BBANK88P
029200***************************************************************** BBANK88P
029300* Show one register or arrival row, or clear the row            * BBANK88P
029400***************************************************************** BBANK88P
029500 SHOW-FEED-ROW.                                                   BBANK88P
029600     ADD 1 TO WS-SUB1.                                            BBANK88P
029700     MOVE SPACES TO BANK-SCR88-FED (WS-SUB1).                     BBANK88P
029800     IF WS-SUB1 IS GREATER THAN CFD1O-LIST-COUNT                  BBANK88P
029900        GO TO SHOW-FEED-ROW-EXIT                                  BBANK88P
030000     END-IF.                                                      BBANK88P
030100     MOVE CFD1O-LST-QUEUE (WS-SUB1)                               BBANK88P
030200       TO BANK-SCR88-LST-QUEUE (WS-SUB1).                         BBANK88P
030300     MOVE CFD1O-LST-DATE (WS-SUB1)                                BBANK88P
030400       TO BANK-SCR88-LST-DATE (WS-SUB1).                          BBANK88P
030500     MOVE CFD1O-LST-TIME (WS-SUB1)                                BBANK88P
030600       TO BANK-SCR88-LST-TIME (WS-SUB1).                          BBANK88P
030700     MOVE CFD1O-LST-STATUS (WS-SUB1)                              BBANK88P
030800       TO BANK-SCR88-LST-STATUS (WS-SUB1).                        BBANK88P
030900     MOVE CFD1O-LST-LATE (WS-SUB1)                                BBANK88P
031000       TO BANK-SCR88-LST-LATE (WS-SUB1).                          BBANK88P
031100     IF CFD1O-LST-STATUS (WS-SUB1) IS NOT EQUAL TO SPACES         BBANK88P
031200        MOVE CFD1O-LST-RECORDS (WS-SUB1)                          BBANK88P
031300          TO BANK-SCR88-LST-RECORDS (WS-SUB1)                     BBANK88P
031400     END-IF.                                                      BBANK88P
031500     MOVE CFD1O-LST-DIGEST (WS-SUB1)                              BBANK88P
031600       TO BANK-SCR88-LST-DIGEST (WS-SUB1).                        BBANK88P
031700     MOVE CFD1O-LST-OWNER (WS-SUB1)                               BBANK88P
031800       TO BANK-SCR88-LST-OWNER (WS-SUB1).                         BBANK88P
031900     MOVE CFD1O-LST-WINDOW (WS-SUB1)                              BBANK88P
032000       TO BANK-SCR88-LST-WINDOW (WS-SUB1).                        BBANK88P
032100 SHOW-FEED-ROW-EXIT.                                              BBANK88P
032200     EXIT.                                                        BBANK88P
032300                                                                  BBANK88P
032400***************************************************************** BBANK88P
032500* Check for an idle session timeout                             * BBANK88P
032600***************************************************************** BBANK88P
032700 COPY CIDLECHK.                                                   BBANK88P
