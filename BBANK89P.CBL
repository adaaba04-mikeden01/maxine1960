000100***************************************************************** BBANK89P
000200*                                                               * BBANK89P
000300*  Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.    * BBANK89P
000400*  This demonstration program is provided for use by users      * BBANK89P
000500*  of Micro Focus products and may be used, modified and        * BBANK89P
000600*  distributed as part of your application provided that        * BBANK89P
000700*  you properly acknowledge the copyright of Micro Focus        * BBANK89P
000800*  in this material.                                            * BBANK89P
000900*                                                               * BBANK89P
001000***************************************************************** BBANK89P
001100                                                                  BBANK89P
001200***************************************************************** BBANK89P
001300* Program:     BBANK89P.CBL                                     * BBANK89P
001400* Layer:       Business logic                                   * BBANK89P
001500* Function:    Staff connected parties - lists the customer     * BBANK89P
001600*              PIDs linked to a staff sign-on, lets staff       * BBANK89P
001700*              declare their own PIDs and connected parties,    * BBANK89P
001800*              and lets a supervisor or back office remove a    * BBANK89P
001900*              link. All through DSTFC01P                       * BBANK89P
002000***************************************************************** BBANK89P
002100                                                                  BBANK89P
002200 IDENTIFICATION DIVISION.                                         BBANK89P
002300 PROGRAM-ID.                                                      BBANK89P
002400     BBANK89P.                                                    BBANK89P
002500 DATE-WRITTEN.                                                    BBANK89P
002600     October 2026.                                                BBANK89P
002700 DATE-COMPILED.                                                   BBANK89P
002800     Today.                                                       BBANK89P
002900                                                                  BBANK89P
003000 ENVIRONMENT DIVISION.                                            BBANK89P
003100                                                                  BBANK89P
003200 DATA DIVISION.                                                   BBANK89P
003300 WORKING-STORAGE SECTION.                                         BBANK89P
003400 01  WS-MISC-STORAGE.                                             BBANK89P
003500   05  WS-PROGRAM-ID                         PIC X(8)             BBANK89P
003600       VALUE 'BBANK89P'.                                          BBANK89P
003700   05  WS-INPUT-FLAG                         PIC X(1).            BBANK89P
003800     88  INPUT-OK                            VALUE '0'.           BBANK89P
003900     88  INPUT-ERROR                         VALUE '1'.           BBANK89P
004000   05  WS-RETURN-FLAG                        PIC X(1).            BBANK89P
004100     88  WS-RETURN-FLAG-OFF                  VALUE LOW-VALUES.    BBANK89P
004200     88  WS-RETURN-FLAG-ON                   VALUE '1'.           BBANK89P
004300   05  WS-PFK-FLAG                           PIC X(1).            BBANK89P
004400     88  PFK-VALID                           VALUE '0'.           BBANK89P
004500     88  PFK-INVALID                         VALUE '1'.           BBANK89P
004600   05  WS-IDLE-FLAG                          PIC X(1).            BBANK89P
004700     88  SESSION-NOT-TIMED-OUT               VALUE '0'.           BBANK89P
004800     88  WS-SESSION-TIMED-OUT                VALUE '1'.           BBANK89P
004900   05  WS-ERROR-MSG                          PIC X(75).           BBANK89P
005000   05  WS-SUB1                               PIC S9(4) COMP.      BBANK89P
005100                                                                  BBANK89P
005200 01  WS-BANK-DATA.                                                BBANK89P
005300 COPY CBANKDAT.                                                   BBANK89P
005400 COPY CTIMERD.                                                    BBANK89P
005420 01  WS-SESSION-DATA.                                             BBANK89P
005440 COPY CSIGND01.                                                   BBANK89P
005500 01  WS-EXCEPTION-DATA.                                           BBANK89P
005600 COPY CBANKD16.                                                   BBANK89P
005700                                                                  BBANK89P
005800 01  WS-STAFF-CONN-DATA.                                          BBANK89P
005900 COPY CSTFCD01.                                                   BBANK89P
006000                                                                  BBANK89P
006100 COPY CABENDD.                                                    BBANK89P
006200                                                                  BBANK89P
006300 LINKAGE SECTION.                                                 BBANK89P
006400 01  DFHCOMMAREA.                                                 BBANK89P
006500   05  LK-COMMAREA                           PIC X(32654).        BBANK89P
006600                                                                  BBANK89P
006700 COPY CENTRY.                                                     BBANK89P
006800***************************************************************** BBANK89P
006900* Make ourselves re-entrant                                     * BBANK89P
007000***************************************************************** BBANK89P
007100     MOVE SPACES TO WS-ERROR-MSG.                                 BBANK89P
007200                                                                  BBANK89P
007300***************************************************************** BBANK89P
007400* Move the passed area to our area                              * BBANK89P
007500***************************************************************** BBANK89P
007600     MOVE DFHCOMMAREA (1:LENGTH OF WS-BANK-DATA) TO WS-BANK-DATA. BBANK89P
007700                                                                  BBANK89P
007800***************************************************************** BBANK89P
007900* Ensure error message is cleared                               * BBANK89P
008000***************************************************************** BBANK89P
008100     MOVE SPACES TO BANK-ERROR-MSG.                               BBANK89P
008200                                                                  BBANK89P
008300***************************************************************** BBANK89P
008400* Save the passed return flag and then turn it off              * BBANK89P
008500***************************************************************** BBANK89P
008600     MOVE BANK-RETURN-FLAG TO WS-RETURN-FLAG.                     BBANK89P
008700     SET BANK-RETURN-FLAG-OFF TO TRUE.                            BBANK89P
008800                                                                  BBANK89P
008900***************************************************************** BBANK89P
009000* Force a logoff if the session has been idle too long          * BBANK89P
009100***************************************************************** BBANK89P
009200     SET SESSION-NOT-TIMED-OUT TO TRUE.                           BBANK89P
009300     PERFORM CHECK-IDLE-TIMEOUT THRU                              BBANK89P
009400             CHECK-IDLE-TIMEOUT-EXIT.                             BBANK89P
009500     IF WS-SESSION-TIMED-OUT                                      BBANK89P
009600        MOVE 'BBANK89P' TO BANK-LAST-PROG                         BBANK89P
009700        MOVE 'BBANK99P' TO BANK-NEXT-PROG                         BBANK89P
009800        MOVE 'MBANK99' TO BANK-NEXT-MAPSET                        BBANK89P
009900        MOVE 'BANK99A' TO BANK-NEXT-MAP                           BBANK89P
010000        MOVE 'Session timed out due to inactivity' TO             BBANK89P
010100             BANK-ERROR-MSG                                       BBANK89P
010200        SET BANK-AID-ENTER TO TRUE                                BBANK89P
010300        GO TO COMMON-RETURN                                       BBANK89P
010400     END-IF.                                                      BBANK89P
010500                                                                  BBANK89P
010600***************************************************************** BBANK89P
010700* Check the AID to see if its valid at this point               * BBANK89P
010800***************************************************************** BBANK89P
010900     SET PFK-INVALID TO TRUE.                                     BBANK89P
011000     IF BANK-AID-ENTER OR                                         BBANK89P
011100        BANK-AID-PFK03 OR                                         BBANK89P
011200        BANK-AID-PFK04                                            BBANK89P
011300        SET PFK-VALID TO TRUE                                     BBANK89P
011400     END-IF.                                                      BBANK89P
011500     IF PFK-INVALID                                               BBANK89P
011600        SET BANK-AID-ENTER TO TRUE                                BBANK89P
011700     END-IF.                                                      BBANK89P
011800                                                                  BBANK89P
011900***************************************************************** BBANK89P
012000* Check the AID to see if we have to quit                       * BBANK89P
012100***************************************************************** BBANK89P
012200     IF BANK-AID-PFK03                                            BBANK89P
012300        MOVE 'BBANK89P' TO BANK-LAST-PROG                         BBANK89P
012400        MOVE 'BBANK99P' TO BANK-NEXT-PROG                         BBANK89P
012500        MOVE 'MBANK99' TO BANK-NEXT-MAPSET                        BBANK89P
012600        MOVE 'BANK99A' TO BANK-NEXT-MAP                           BBANK89P
012700        GO TO COMMON-RETURN                                       BBANK89P
012800     END-IF.                                                      BBANK89P
012900                                                                  BBANK89P
013000***************************************************************** BBANK89P
013100* Check the AID to see if we have to return to the services     * BBANK89P
013200* menu                                                          * BBANK89P
013300***************************************************************** BBANK89P
013400     IF BANK-AID-PFK04                                            BBANK89P
013500        MOVE 'BBANK89P' TO BANK-LAST-PROG                         BBANK89P
013600        MOVE 'BBANK21P' TO BANK-NEXT-PROG                         BBANK89P
013700        MOVE 'MBANK21' TO BANK-NEXT-MAPSET                        BBANK89P
013800        MOVE 'BANK21A' TO BANK-NEXT-MAP                           BBANK89P
013900        SET BANK-AID-ENTER TO TRUE                                BBANK89P
014000        GO TO COMMON-RETURN                                       BBANK89P
014100     END-IF.                                                      BBANK89P
014200                                                                  BBANK89P
014300* Check if we have set the screen up before or is this 1st time   BBANK89P
014400     IF BANK-LAST-MAPSET IS NOT EQUAL TO 'MBANK89'                BBANK89P
014500        MOVE 'BBANK89P' TO BANK-LAST-PROG                         BBANK89P
014600        MOVE 'BBANK89P' TO BANK-NEXT-PROG                         BBANK89P
014700        MOVE 'MBANK89' TO BANK-LAST-MAPSET                        BBANK89P
014800        MOVE 'BANK89A' TO BANK-LAST-MAP                           BBANK89P
014900        MOVE 'MBANK89' TO BANK-NEXT-MAPSET                        BBANK89P
015000        MOVE 'BANK89A' TO BANK-NEXT-MAP                           BBANK89P
015100        MOVE LOW-VALUES TO BANK-SCREEN89-DATA                     BBANK89P
015200        GO TO COMMON-RETURN                                       BBANK89P
015300     END-IF.                                                      BBANK89P
015400                                                                  BBANK89P
015500***************************************************************** BBANK89P
015600* The user pressed ENTER - validate and work the request        * BBANK89P
015700***************************************************************** BBANK89P
015800     MOVE 'BBANK89P' TO BANK-LAST-PROG.                           BBANK89P
015900     MOVE 'BBANK89P' TO BANK-NEXT-PROG.                           BBANK89P
016000     MOVE 'MBANK89' TO BANK-LAST-MAPSET.                          BBANK89P
016100     MOVE 'BANK89A' TO BANK-LAST-MAP.                             BBANK89P
016200     MOVE 'MBANK89' TO BANK-NEXT-MAPSET.                          BBANK89P
016300     MOVE 'BANK89A' TO BANK-NEXT-MAP.                             BBANK89P
016400                                                                  BBANK89P
016500     PERFORM VALIDATE-INPUT THRU                                  BBANK89P
016600             VALIDATE-INPUT-EXIT.                                 BBANK89P
016700     IF INPUT-ERROR                                               BBANK89P
016800        MOVE WS-ERROR-MSG TO BANK-SCR89-ERRMSG                    BBANK89P
016900        MOVE WS-ERROR-MSG TO BANK-ERROR-MSG                       BBANK89P
017000        GO TO COMMON-RETURN                                       BBANK89P
017100     END-IF.                                                      BBANK89P
017200                                                                  BBANK89P
017300     PERFORM WORK-LINKS THRU                                      BBANK89P
017400             WORK-LINKS-EXIT.                                     BBANK89P
017500     GO TO COMMON-RETURN.                                         BBANK89P
017600                                                                  BBANK89P
017700 COMMON-RETURN.                                                   BBANK89P
017800     IF BANK-ERROR-MSG NOT EQUAL TO SPACES                        BBANK89P
017900        MOVE SPACES TO CD16-DATA                                  BBANK89P
018000        MOVE BANK-USERID TO CD16I-PERSON-PID                      BBANK89P
018100        MOVE WS-PROGRAM-ID TO CD16I-PROGRAM                       BBANK89P
018200        MOVE BANK-ERROR-MSG TO CD16I-MESSAGE                      BBANK89P
018300     COPY CBANKX16.                                               BBANK89P
018400     END-IF.                                                      BBANK89P
018500     MOVE WS-BANK-DATA TO DFHCOMMAREA (1:LENGTH OF WS-BANK-DATA). BBANK89P
018600 COPY CRETURN.                                                    BBANK89P
018700***************************************************************** BBANK89P
018800* Validate what the user keyed                                  * BBANK89P
018900***************************************************************** BBANK89P
019000 VALIDATE-INPUT.                                                  BBANK89P
019100     SET INPUT-OK TO TRUE.                                        BBANK89P
019200     IF GUEST OR                                                  BBANK89P
019300        BANK-ROLE-CUSTOMER                                        BBANK89P
019400        MOVE 'Staff connected parties are for staff users only'   BBANK89P
019500          TO WS-ERROR-MSG                                         BBANK89P
019600        GO TO VALIDATE-INPUT-ERROR                                BBANK89P
019700     END-IF.                                                      BBANK89P
019800     IF BANK-SCR89-ACTION IS NOT EQUAL TO 'L' AND                 BBANK89P
019900        BANK-SCR89-ACTION IS NOT EQUAL TO 'D' AND                 BBANK89P
020000        BANK-SCR89-ACTION IS NOT EQUAL TO 'X'                     BBANK89P
020100        MOVE 'Action must be L(list), D(declare) or X(remove)'    BBANK89P
020200          TO WS-ERROR-MSG                                         BBANK89P
020300        GO TO VALIDATE-INPUT-ERROR                                BBANK89P
020400     END-IF.                                                      BBANK89P
020500     IF BANK-SCR89-STAFF IS EQUAL TO LOW-VALUES OR                BBANK89P
020600        BANK-SCR89-STAFF IS EQUAL TO SPACES                       BBANK89P
020700        MOVE BANK-USERID TO BANK-SCR89-STAFF                      BBANK89P
020800     END-IF.                                                      BBANK89P
020900     IF BANK-SCR89-LINK-PID IS EQUAL TO LOW-VALUES                BBANK89P
021000        MOVE SPACES TO BANK-SCR89-LINK-PID                        BBANK89P
021100     END-IF.                                                      BBANK89P
021200     IF BANK-SCR89-RELATION IS EQUAL TO LOW-VALUES                BBANK89P
021300        MOVE SPACES TO BANK-SCR89-RELATION                        BBANK89P
021400     END-IF.                                                      BBANK89P
021500     IF BANK-SCR89-DESC IS EQUAL TO LOW-VALUES                    BBANK89P
021600        MOVE SPACES TO BANK-SCR89-DESC                            BBANK89P
021700     END-IF.                                                      BBANK89P
021800     IF BANK-SCR89-ACTION IS EQUAL TO 'L'                         BBANK89P
021900        GO TO VALIDATE-INPUT-EXIT                                 BBANK89P
022000     END-IF.                                                      BBANK89P
022100     IF BANK-SCR89-LINK-PID IS EQUAL TO SPACES                    BBANK89P
022200        MOVE 'Key the PID of the linked party' TO WS-ERROR-MSG    BBANK89P
022300        GO TO VALIDATE-INPUT-ERROR                                BBANK89P
022400     END-IF.                                                      BBANK89P
022500     IF BANK-SCR89-ACTION IS EQUAL TO 'X' AND                     BBANK89P
022600        NOT BANK-ROLE-SUPERVISOR AND                              BBANK89P
022700        NOT BANK-ROLE-BACK-OFFICE                                 BBANK89P
022800        MOVE 'Only a supervisor or back office may remove a link' BBANK89P
022900          TO WS-ERROR-MSG                                         BBANK89P
023000        GO TO VALIDATE-INPUT-ERROR                                BBANK89P
023100     END-IF.                                                      BBANK89P
023200     IF BANK-SCR89-ACTION IS EQUAL TO 'D' AND                     BBANK89P
023300        BANK-SCR89-RELATION IS NOT EQUAL TO 'O' AND               BBANK89P
023400        BANK-SCR89-RELATION IS NOT EQUAL TO 'C'                   BBANK89P
023500        MOVE 'Relation must be O(own) or C(connected party)'      BBANK89P
023600          TO WS-ERROR-MSG                                         BBANK89P
023700        GO TO VALIDATE-INPUT-ERROR                                BBANK89P
023800     END-IF.                                                      BBANK89P
023900     GO TO VALIDATE-INPUT-EXIT.                                   BBANK89P
024000 VALIDATE-INPUT-ERROR.                                            BBANK89P
024100     SET INPUT-ERROR TO TRUE.                                     BBANK89P
024200 VALIDATE-INPUT-EXIT.                                             BBANK89P
024300     EXIT.                                                        BBANK89P
024400                                                                  BBANK89P
024500***************************************************************** BBANK89P
024600* Drive DSTFC01P and show the links it returns. Who may         * BBANK89P
024700* declare or remove a link for whom is checked there            * BBANK89P
024800***************************************************************** BBANK89P
024900 WORK-LINKS.                                                      BBANK89P
025000     INITIALIZE CSC1-DATA.                                        BBANK89P
025100     MOVE BANK-SCR89-ACTION TO CSC1I-FUNCTION.                    BBANK89P
025200     MOVE BANK-USERID TO CSC1I-USERID.                            BBANK89P
025300     MOVE BANK-SCR89-STAFF TO CSC1I-STAFF-PID.                    BBANK89P
025400     MOVE BANK-SCR89-LINK-PID TO CSC1I-LINK-PID.                  BBANK89P
025500     MOVE BANK-SCR89-RELATION TO CSC1I-RELATION.                  BBANK89P
025600     MOVE BANK-SCR89-DESC TO CSC1I-DESC.                          BBANK89P
025700 COPY CSTFCX01.                                                   BBANK89P
025800     MOVE CSC1O-MSG TO BANK-SCR89-ERRMSG.                         BBANK89P
025900     IF NOT CSC1O-REQUEST-OK                                      BBANK89P
026000        MOVE CSC1O-MSG TO BANK-ERROR-MSG                          BBANK89P
026100        GO TO WORK-LINKS-EXIT                                     BBANK89P
026200     END-IF.                                                      BBANK89P
026300     IF BANK-SCR89-ACTION IS NOT EQUAL TO 'L'                     BBANK89P
026400        INITIALIZE CSC1-DATA                                      BBANK89P
026500        SET CSC1I-LIST-LINKS TO TRUE                              BBANK89P
026600        MOVE BANK-SCR89-STAFF TO CSC1I-STAFF-PID                  BBANK89P
026700 COPY CSTFCX01.                                                   BBANK89P
026800     END-IF.                                                      BBANK89P
026900     MOVE 0 TO WS-SUB1.                                           BBANK89P
027000     PERFORM SHOW-LINK-ROW THRU                                   BBANK89P
027100             SHOW-LINK-ROW-EXIT 10 TIMES.                         BBANK89P
027200 WORK-LINKS-EXIT.                                                 BBANK89P
027300     EXIT.                                                        BBANK89P
027400                                                                  BBANK89P
027500***************************************************************** BBANK89P
027600* Show one link, or clear the row                               * BBANK89P
027700***************************************************************** BBANK89P
027800 SHOW-LINK-ROW.                                                   BBANK89P
027900     ADD 1 TO WS-SUB1.                                            BBANK89P
028000     MOVE SPACES TO BANK-SCR89-LNK (WS-SUB1).                     BBANK89P
028100     IF WS-SUB1 IS GREATER THAN CSC1O-LIST-COUNT                  BBANK89P
028200        GO TO SHOW-LINK-ROW-EXIT                                  BBANK89P
028300     END-IF.                                                      BBANK89P
028400     MOVE CSC1O-LST-LINK-PID (WS-SUB1)                            BBANK89P
028500       TO BANK-SCR89-LST-LINK-PID (WS-SUB1).                      BBANK89P
028600     MOVE CSC1O-LST-NAME (WS-SUB1)                                BBANK89P
028700       TO BANK-SCR89-LST-NAME (WS-SUB1).                          BBANK89P
028800     MOVE CSC1O-LST-RELATION (WS-SUB1)                            BBANK89P
028900       TO BANK-SCR89-LST-RELATION (WS-SUB1).                      BBANK89P
029000     MOVE CSC1O-LST-DESC (WS-SUB1)                                BBANK89P
029100       TO BANK-SCR89-LST-DESC (WS-SUB1).                          BBANK89P
029200     MOVE CSC1O-LST-DECLARED-BY (WS-SUB1)                         BBANK89P
029300       TO BANK-SCR89-LST-BY (WS-SUB1).                            BBANK89P
029400     MOVE CSC1O-LST-DATE (WS-SUB1)                                BBANK89P
029500       TO BANK-SCR89-LST-DATE (WS-SUB1).                          BBANK89P
029600 SHOW-LINK-ROW-EXIT.                                              BBANK89P
029700     EXIT.                                                        BBANK89P
029800                                                                  BBANK89P
029900***************************************************************** BBANK89P
030000* Check for an idle session timeout                             * BBANK89P
030100***************************************************************** BBANK89P
030200 COPY CIDLECHK.                                                   BBANK89P
