000100***************************************************************** BBANK87P
000200*                                                               * BBANK87P
000300*  Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.    * BBANK87P
000400*  This demonstration program is provided for use by users      * BBANK87P
000500*  of Micro Focus products and may be used, modified and        * BBANK87P
000600*  distributed as part of your application provided that        * BBANK87P
000700*  you properly acknowledge the copyright of Micro Focus        * BBANK87P
000800*  in this material.                                            * BBANK87P
000900*                                                               * BBANK87P
001000***************************************************************** BBANK87P
001100                                                                  BBANK87P
001200***************************************************************** BBANK87P
001300* Program:     BBANK87P.CBL                                     * BBANK87P
001400* Layer:       Business logic                                   * BBANK87P
001500* Function:    End-of-day close checklist - evaluates and       * BBANK87P
001600*              lists the day's readiness items, lets a          * BBANK87P
001700*              supervisor override a red item with a reason     * BBANK87P
001800*              and sign the day off so the business date may    * BBANK87P
001900*              roll, and shows earlier days for audit. All      * BBANK87P
002000*              through DEODC01P                                 * BBANK87P
002100***************************************************************** BBANK87P
002200                                                                  BBANK87P
002300 IDENTIFICATION DIVISION.                                         BBANK87P
002400 PROGRAM-ID.                                                      BBANK87P
002500     BBANK87P.                                                    BBANK87P
002600 DATE-WRITTEN.                                                    BBANK87P
002700     October 2026.                                                BBANK87P
002800 DATE-COMPILED.                                                   BBANK87P
002900     Today.                                                       BBANK87P
003000                                                                  BBANK87P
003100 ENVIRONMENT DIVISION.                                            BBANK87P
003200                                                                  BBANK87P
003300 DATA DIVISION.                                                   BBANK87P
003400 WORKING-STORAGE SECTION.                                         BBANK87P
003500 01  WS-MISC-STORAGE.                                             BBANK87P
003600   05  WS-PROGRAM-ID                         PIC X(8)             BBANK87P
003700       VALUE 'BBANK87P'.                                          BBANK87P
003800   05  WS-INPUT-FLAG                         PIC X(1).            BBANK87P
003900     88  INPUT-OK                            VALUE '0'.           BBANK87P
004000     88  INPUT-ERROR                         VALUE '1'.           BBANK87P
004100   05  WS-RETURN-FLAG                        PIC X(1).            BBANK87P
004200     88  WS-RETURN-FLAG-OFF                  VALUE LOW-VALUES.    BBANK87P
004300     88  WS-RETURN-FLAG-ON                   VALUE '1'.           BBANK87P
004400   05  WS-PFK-FLAG                           PIC X(1).            BBANK87P
004500     88  PFK-VALID                           VALUE '0'.           BBANK87P
004600     88  PFK-INVALID                         VALUE '1'.           BBANK87P
004700   05  WS-IDLE-FLAG                          PIC X(1).            BBANK87P
004800     88  SESSION-NOT-TIMED-OUT               VALUE '0'.           BBANK87P
004900     88  WS-SESSION-TIMED-OUT                VALUE '1'.           BBANK87P
005000   05  WS-ERROR-MSG                          PIC X(75).           BBANK87P
005100   05  WS-SUB1                               PIC S9(4) COMP.      BBANK87P
005200                                                                  BBANK87P
005300 01  WS-BANK-DATA.                                                BBANK87P
005400 COPY CBANKDAT.                                                   BBANK87P
005500 COPY CTIMERD.                                                    BBANK87P
005520 01  WS-SESSION-DATA.                                             BBANK87P
005540 COPY CSIGND01.                                                   BBANK87P
005600 01  WS-EXCEPTION-DATA.                                           BBANK87P
005700 COPY CBANKD16.                                                   BBANK87P
005800                                                                  BBANK87P
005900 01  WS-EODC-DATA.                                                BBANK87P
006000 COPY CEODCD01.                                                   BBANK87P
006100                                                                  BBANK87P
006200 COPY CABENDD.                                                    BBANK87P
006300                                                                  BBANK87P
006400 LINKAGE SECTION.                                                 BBANK87P
006500 01  DFHCOMMAREA.                                                 BBANK87P
006600   05  LK-COMMAREA                           PIC X(32654).        BBANK87P
006700                                                                  BBANK87P
006800 COPY CENTRY.                                                     BBANK87P
006900***************************************************************** BBANK87P
007000* Make ourselves re-entrant                                     * BBANK87P
007100***************************************************************** BBANK87P
007200     MOVE SPACES TO WS-ERROR-MSG.                                 BBANK87P
007300                                                                  BBANK87P
007400***************************************************************** BBANK87P
007500* Move the passed area to our area                              * BBANK87P
007600***************************************************************** BBANK87P
007700     MOVE DFHCOMMAREA (1:LENGTH OF WS-BANK-DATA) TO WS-BANK-DATA. BBANK87P
007800                                                                  BBANK87P
007900***************************************************************** BBANK87P
008000* Ensure error message is cleared                               * BBANK87P
008100***************************************************************** BBANK87P
008200     MOVE SPACES TO BANK-ERROR-MSG.                               BBANK87P
008300                                                                  BBANK87P
008400***************************************************************** BBANK87P
008500* Save the passed return flag and then turn it off              * BBANK87P
008600***************************************************************** BBANK87P
008700     MOVE BANK-RETURN-FLAG TO WS-RETURN-FLAG.                     BBANK87P
008800     SET BANK-RETURN-FLAG-OFF TO TRUE.                            BBANK87P
008900                                                                  BBANK87P
009000***************************************************************** BBANK87P
009100* Force a logoff if the session has been idle too long          * BBANK87P
009200***************************************************************** BBANK87P
009300     SET SESSION-NOT-TIMED-OUT TO TRUE.                           BBANK87P
009400     PERFORM CHECK-IDLE-TIMEOUT THRU                              BBANK87P
009500             CHECK-IDLE-TIMEOUT-EXIT.                             BBANK87P
009600     IF WS-SESSION-TIMED-OUT                                      BBANK87P
009700        MOVE 'BBANK87P' TO BANK-LAST-PROG                         BBANK87P
009800        MOVE 'BBANK99P' TO BANK-NEXT-PROG                         BBANK87P
009900        MOVE 'MBANK99' TO BANK-NEXT-MAPSET                        BBANK87P
010000        MOVE 'BANK99A' TO BANK-NEXT-MAP                           BBANK87P
010100        MOVE 'Session timed out due to inactivity' TO             BBANK87P
010200             BANK-ERROR-MSG                                       BBANK87P
010300        SET BANK-AID-ENTER TO TRUE                                BBANK87P
010400        GO TO COMMON-RETURN                                       BBANK87P
010500     END-IF.                                                      BBANK87P
010600                                                                  BBANK87P
010700***************************************************************** BBANK87P
010800* Check the AID to see if its valid at this point               * BBANK87P
010900***************************************************************** BBANK87P
011000     SET PFK-INVALID TO TRUE.                                     BBANK87P
011100     IF BANK-AID-ENTER OR                                         BBANK87P
011200        BANK-AID-PFK03 OR                                         BBANK87P
011300        BANK-AID-PFK04                                            BBANK87P
011400        SET PFK-VALID TO TRUE                                     BBANK87P
011500     END-IF.                                                      BBANK87P
011600     IF PFK-INVALID                                               BBANK87P
011700        SET BANK-AID-ENTER TO TRUE                                BBANK87P
011800     END-IF.                                                      BBANK87P
011900                                                                  BBANK87P
012000***************************************************************** BBANK87P
012100* Check the AID to see if we have to quit                       * BBANK87P
012200***************************************************************** BBANK87P
012300     IF BANK-AID-PFK03                                            BBANK87P
012400        MOVE 'BBANK87P' TO BANK-LAST-PROG                         BBANK87P
012500        MOVE 'BBANK99P' TO BANK-NEXT-PROG                         BBANK87P
012600        MOVE 'MBANK99' TO BANK-NEXT-MAPSET                        BBANK87P
012700        MOVE 'BANK99A' TO BANK-NEXT-MAP                           BBANK87P
012800        GO TO COMMON-RETURN                                       BBANK87P
012900     END-IF.                                                      BBANK87P
013000                                                                  BBANK87P
013100***************************************************************** BBANK87P
013200* Check the AID to see if we have to return to the services     * BBANK87P
013300* menu                                                          * BBANK87P
013400***************************************************************** BBANK87P
013500     IF BANK-AID-PFK04                                            BBANK87P
013600        MOVE 'BBANK87P' TO BANK-LAST-PROG                         BBANK87P
013700        MOVE 'BBANK21P' TO BANK-NEXT-PROG                         BBANK87P
013800        MOVE 'MBANK21' TO BANK-NEXT-MAPSET                        BBANK87P
013900        MOVE 'BANK21A' TO BANK-NEXT-MAP                           BBANK87P
014000        SET BANK-AID-ENTER TO TRUE                                BBANK87P
014100        GO TO COMMON-RETURN                                       BBANK87P
014200     END-IF.                                                      BBANK87P
014300                                                                  BBANK87P
014400* Check if we have set the screen up before or is this 1st time   BBANK87P
014500     IF BANK-LAST-MAPSET IS NOT EQUAL TO 'MBANK87'                BBANK87P
014600        MOVE 'BBANK87P' TO BANK-LAST-PROG                         BBANK87P
014700        MOVE 'BBANK87P' TO BANK-NEXT-PROG                         BBANK87P
014800        MOVE 'MBANK87' TO BANK-LAST-MAPSET                        BBANK87P
014900        MOVE 'BANK87A' TO BANK-LAST-MAP                           BBANK87P
015000        MOVE 'MBANK87' TO BANK-NEXT-MAPSET                        BBANK87P
015100        MOVE 'BANK87A' TO BANK-NEXT-MAP                           BBANK87P
015200        MOVE LOW-VALUES TO BANK-SCREEN87-DATA                     BBANK87P
015300        GO TO COMMON-RETURN                                       BBANK87P
015400     END-IF.                                                      BBANK87P
015500                                                                  BBANK87P
015600***************************************************************** BBANK87P
015700* The user pressed ENTER - validate and work the request        * BBANK87P
015800***************************************************************** BBANK87P
015900     MOVE 'BBANK87P' TO BANK-LAST-PROG.                           BBANK87P
016000     MOVE 'BBANK87P' TO BANK-NEXT-PROG.                           BBANK87P
016100     MOVE 'MBANK87' TO BANK-LAST-MAPSET.                          BBANK87P
016200     MOVE 'BANK87A' TO BANK-LAST-MAP.                             BBANK87P
016300     MOVE 'MBANK87' TO BANK-NEXT-MAPSET.                          BBANK87P
016400     MOVE 'BANK87A' TO BANK-NEXT-MAP.                             BBANK87P
016500                                                                  BBANK87P
016600     PERFORM VALIDATE-INPUT THRU                                  BBANK87P
016700             VALIDATE-INPUT-EXIT.                                 BBANK87P
016800     IF INPUT-ERROR                                               BBANK87P
016900        MOVE WS-ERROR-MSG TO BANK-SCR87-ERRMSG                    BBANK87P
017000        MOVE WS-ERROR-MSG TO BANK-ERROR-MSG                       BBANK87P
017100        GO TO COMMON-RETURN                                       BBANK87P
017200     END-IF.                                                      BBANK87P
017300                                                                  BBANK87P
017400     PERFORM WORK-CHECKLIST THRU                                  BBANK87P
017500             WORK-CHECKLIST-EXIT.                                 BBANK87P
017600     GO TO COMMON-RETURN.                                         BBANK87P
017700                                                                  BBANK87P
017800 COMMON-RETURN.                                                   BBANK87P
017900     IF BANK-ERROR-MSG NOT EQUAL TO SPACES                        BBANK87P
018000        MOVE SPACES TO CD16-DATA                                  BBANK87P
018100        MOVE BANK-USERID TO CD16I-PERSON-PID                      BBANK87P
018200        MOVE WS-PROGRAM-ID TO CD16I-PROGRAM                       BBANK87P
018300        MOVE BANK-ERROR-MSG TO CD16I-MESSAGE                      BBANK87P
018400     COPY CBANKX16.                                               BBANK87P
018500     END-IF.                                                      BBANK87P
018600     MOVE WS-BANK-DATA TO DFHCOMMAREA (1:LENGTH OF WS-BANK-DATA). BBANK87P
018700 COPY CRETURN.                                                    BBANK87P
018800***************************************************************** BBANK87P
018900* Validate what the user keyed                                  * BBANK87P
019000***************************************************************** BBANK87P
019100 VALIDATE-INPUT.                                                  BBANK87P
019200     SET INPUT-OK TO TRUE.                                        BBANK87P
019300     IF GUEST OR                                                  BBANK87P
019400        BANK-ROLE-CUSTOMER OR                                     BBANK87P
019500        BANK-ROLE-TELLER                                          BBANK87P
019600        MOVE 'The close checklist is worked by supervisors only'  BBANK87P
019700          TO WS-ERROR-MSG                                         BBANK87P
019800        GO TO VALIDATE-INPUT-ERROR                                BBANK87P
019900     END-IF.                                                      BBANK87P
020000     IF BANK-SCR87-ACTION IS NOT EQUAL TO 'E' AND                 BBANK87P
020100        BANK-SCR87-ACTION IS NOT EQUAL TO 'L' AND                 BBANK87P
020200        BANK-SCR87-ACTION IS NOT EQUAL TO 'O' AND                 BBANK87P
020300        BANK-SCR87-ACTION IS NOT EQUAL TO 'S'                     BBANK87P
020400        MOVE 'Action must be E, L, O(override) or S(sign off)'    BBANK87P
020500          TO WS-ERROR-MSG                                         BBANK87P
020600        GO TO VALIDATE-INPUT-ERROR                                BBANK87P
020700     END-IF.                                                      BBANK87P
020800     IF BANK-SCR87-DATE IS EQUAL TO LOW-VALUES                    BBANK87P
020900        MOVE SPACES TO BANK-SCR87-DATE                            BBANK87P
021000     END-IF.                                                      BBANK87P
021100     IF BANK-SCR87-ITEM IS EQUAL TO LOW-VALUES                    BBANK87P
021200        MOVE SPACES TO BANK-SCR87-ITEM                            BBANK87P
021300     END-IF.                                                      BBANK87P
021400     IF BANK-SCR87-REASON IS EQUAL TO LOW-VALUES                  BBANK87P
021500        MOVE SPACES TO BANK-SCR87-REASON                          BBANK87P
021600     END-IF.                                                      BBANK87P
021700     IF BANK-SCR87-ACTION IS NOT EQUAL TO 'L'                     BBANK87P
021800        MOVE SPACES TO BANK-SCR87-DATE                            BBANK87P
021900     END-IF.                                                      BBANK87P
022000     IF BANK-SCR87-DATE IS NOT EQUAL TO SPACES                    BBANK87P
022100        IF BANK-SCR87-DATE (1:4) IS NOT NUMERIC OR                BBANK87P
022200           BANK-SCR87-DATE (5:1) IS NOT EQUAL TO '-' OR           BBANK87P
022300           BANK-SCR87-DATE (6:2) IS NOT NUMERIC OR                BBANK87P
022400           BANK-SCR87-DATE (8:1) IS NOT EQUAL TO '-' OR           BBANK87P
022500           BANK-SCR87-DATE (9:2) IS NOT NUMERIC                   BBANK87P
022600           MOVE 'Dates must be keyed as yyyy-mm-dd'               BBANK87P
022700             TO WS-ERROR-MSG                                      BBANK87P
022800           GO TO VALIDATE-INPUT-ERROR                             BBANK87P
022900        END-IF                                                    BBANK87P
023000     END-IF.                                                      BBANK87P
023100     IF BANK-SCR87-ACTION IS EQUAL TO 'E' OR                      BBANK87P
023200        BANK-SCR87-ACTION IS EQUAL TO 'L'                         BBANK87P
023300        GO TO VALIDATE-INPUT-EXIT                                 BBANK87P
023400     END-IF.                                                      BBANK87P
023500     IF NOT BANK-ROLE-SUPERVISOR                                  BBANK87P
023600        MOVE 'Only a supervisor may override or sign off the day' BBANK87P
023700          TO WS-ERROR-MSG                                         BBANK87P
023800        GO TO VALIDATE-INPUT-ERROR                                BBANK87P
023900     END-IF.                                                      BBANK87P
024000     IF BANK-SCR87-ACTION IS EQUAL TO 'S'                         BBANK87P
024100        GO TO VALIDATE-INPUT-EXIT                                 BBANK87P
024200     END-IF.                                                      BBANK87P
024300     IF BANK-SCR87-ITEM IS EQUAL TO SPACES                        BBANK87P
024400        MOVE 'Key the checklist item to override' TO WS-ERROR-MSG BBANK87P
024500        GO TO VALIDATE-INPUT-ERROR                                BBANK87P
024600     END-IF.                                                      BBANK87P
024700     IF BANK-SCR87-REASON IS EQUAL TO SPACES                      BBANK87P
024800        MOVE 'Key the reason the item is being overridden'        BBANK87P
024900          TO WS-ERROR-MSG                                         BBANK87P
025000        GO TO VALIDATE-INPUT-ERROR                                BBANK87P
025100     END-IF.                                                      BBANK87P
025200     GO TO VALIDATE-INPUT-EXIT.                                   BBANK87P
025300 VALIDATE-INPUT-ERROR.                                            BBANK87P
025400     SET INPUT-ERROR TO TRUE.                                     BBANK87P
025500 VALIDATE-INPUT-EXIT.                                             BBANK87P
025600     EXIT.                                                        BBANK87P
025700                                                                  BBANK87P
025800***************************************************************** BBANK87P
025900* Drive DEODC01P and show the day's checklist it returns. Only  * BBANK87P
026000* a listing may look back at an earlier day; everything else    * BBANK87P
026100* works the current business date                               * BBANK87P
026200***************************************************************** BBANK87P
026300 WORK-CHECKLIST.                                                  BBANK87P
026400     INITIALIZE CEC1-DATA.                                        BBANK87P
026500     MOVE BANK-SCR87-ACTION TO CEC1I-FUNCTION.                    BBANK87P
026600     MOVE BANK-USERID TO CEC1I-USERID.                            BBANK87P
026700     MOVE BANK-SCR87-DATE TO CEC1I-DATE.                          BBANK87P
026800     MOVE BANK-SCR87-ITEM TO CEC1I-ITEM.                          BBANK87P
026900     MOVE BANK-SCR87-REASON TO CEC1I-REASON.                      BBANK87P
027000 COPY CEODCX01.                                                   BBANK87P
027100     MOVE CEC1O-MSG TO BANK-SCR87-ERRMSG.                         BBANK87P
027200     IF CEC1O-REQUEST-FAIL                                        BBANK87P
027300        MOVE CEC1O-MSG TO BANK-ERROR-MSG                          BBANK87P
027400     END-IF.                                                      BBANK87P
027500     MOVE CEC1O-DATE TO BANK-SCR87-DATE.                          BBANK87P
027600     MOVE CEC1O-SIGNED-BY TO BANK-SCR87-SIGNED.                   BBANK87P
027700     MOVE 0 TO WS-SUB1.                                           BBANK87P
027800     PERFORM SHOW-ITEM-ROW THRU                                   BBANK87P
027900             SHOW-ITEM-ROW-EXIT 6 TIMES.                          BBANK87P
028000 WORK-CHECKLIST-EXIT.                                             BBANK87P
028100     EXIT.                                                        BBANK87P
028200                                                                  BBANK87P
028300***************************************************************** BBANK87P
028400* Show one of the day's checklist items, or clear the row       * BBANK87P
028500***************************************************************** BBANK87P
028600 SHOW-ITEM-ROW.                                                   BBANK87P
028700     ADD 1 TO WS-SUB1.                                            BBANK87P
028800     MOVE SPACES TO BANK-SCR87-ITM (WS-SUB1).                     BBANK87P
028900     IF WS-SUB1 IS GREATER THAN CEC1O-LIST-COUNT                  BBANK87P
029000        GO TO SHOW-ITEM-ROW-EXIT                                  BBANK87P
029100     END-IF.                                                      BBANK87P
029200     MOVE CEC1O-LST-ITEM (WS-SUB1)                                BBANK87P
029300       TO BANK-SCR87-LST-ITEM (WS-SUB1).                          BBANK87P
029400     MOVE CEC1O-LST-STATUS (WS-SUB1)                              BBANK87P
029500       TO BANK-SCR87-LST-STATUS (WS-SUB1).                        BBANK87P
029600     MOVE CEC1O-LST-DETAIL (WS-SUB1)                              BBANK87P
029700       TO BANK-SCR87-LST-DETAIL (WS-SUB1).                        BBANK87P
029800     MOVE CEC1O-LST-OVR-BY (WS-SUB1)                              BBANK87P
029900       TO BANK-SCR87-LST-BY (WS-SUB1).                            BBANK87P
030000 SHOW-ITEM-ROW-EXIT.                                              BBANK87P
030100     EXIT.                                                        BBANK87P
030200                                                                  BBANK87P
030300***************************************************************** BBANK87P
030400* Check for an idle session timeout                             * BBANK87P
030500***************************************************************** BBANK87P
030600 COPY CIDLECHK.                                                   BBANK87P
