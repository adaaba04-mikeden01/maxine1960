000100***************************************************************** BBANK77P
000200*                                                               * BBANK77P
000300*   Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.   * BBANK77P
000400*   This demonstration program is provided for use by users     * BBANK77P
000500*   of Micro Focus products and may be used, modified and       * BBANK77P
000600*   distributed as part of your application provided that       * BBANK77P
000700*   you properly acknowledge the copyright of Micro Focus       * BBANK77P
000800*   in this material.                                           * BBANK77P
000900*                                                               * BBANK77P
001000***************************************************************** BBANK77P
001100                                                                  BBANK77P
001200***************************************************************** BBANK77P
001300* Program:     BBANK77P.CBL                                     * BBANK77P
001400* Layer:       Business logic                                   * BBANK77P
001500* Function:    Notional cash pooling - back office defines a    * BBANK77P
001600*              corporate group and its treasurer, builds the    * BBANK77P
001700*              hierarchy of entities under the top corporate,   * BBANK77P
001800*              adds and removes the accounts in the pool, and   * BBANK77P
001900*              views the accounts and the latest pool position; * BBANK77P
002000*              a supervisor sets the group's obligor limit. All * BBANK77P
002100*              through DPOOL01P, the limit through DBANK48P     * BBANK77P
002200***************************************************************** BBANK77P
002300                                                                  BBANK77P
002400 IDENTIFICATION DIVISION.                                         BBANK77P
002500 PROGRAM-ID.                                                      BBANK77P
002600     BBANK77P.                                                    BBANK77P
002700 DATE-WRITTEN.                                                    BBANK77P
002800     October 2026.                                                BBANK77P
002900 DATE-COMPILED.                                                   BBANK77P
003000     Today.                                                       BBANK77P
003100                                                                  BBANK77P
003200 ENVIRONMENT DIVISION.                                            BBANK77P
003300                                                                  BBANK77P
003400 DATA DIVISION.                                                   BBANK77P
003500 WORKING-STORAGE SECTION.                                         BBANK77P
003600 01  WS-MISC-STORAGE.                                             BBANK77P
003700   05  WS-PROGRAM-ID                         PIC X(8)             BBANK77P
003800       VALUE 'BBANK77P'.                                          BBANK77P
003900   05  WS-INPUT-FLAG                         PIC X(1).            BBANK77P
004000     88  INPUT-OK                            VALUE '0'.           BBANK77P
004100     88  INPUT-ERROR                         VALUE '1'.           BBANK77P
004200   05  WS-RETURN-FLAG                        PIC X(1).            BBANK77P
004300     88  WS-RETURN-FLAG-OFF                  VALUE LOW-VALUES.    BBANK77P
004400     88  WS-RETURN-FLAG-ON                   VALUE '1'.           BBANK77P
004500   05  WS-PFK-FLAG                           PIC X(1).            BBANK77P
004600     88  PFK-VALID                           VALUE '0'.           BBANK77P
004700     88  PFK-INVALID                         VALUE '1'.           BBANK77P
004800   05  WS-IDLE-FLAG                          PIC X(1).            BBANK77P
004900     88  SESSION-NOT-TIMED-OUT               VALUE '0'.           BBANK77P
005000     88  WS-SESSION-TIMED-OUT                VALUE '1'.           BBANK77P
005100   05  WS-ERROR-MSG                          PIC X(75).           BBANK77P
005200   05  WS-LIMIT-WORK                         PIC X(11).           BBANK77P
005300   05  WS-LIMIT-WORK-N REDEFINES WS-LIMIT-WORK                    BBANK77P
005400                                             PIC 9(9)V99.         BBANK77P
005500   05  WS-POOL-DISP                          PIC -(11)9.99.       BBANK77P
005600   05  WS-AMT-DISP                           PIC -(8)9.99.        BBANK77P
005700   05  WS-RATE-DISP                          PIC 9.9(6).          BBANK77P
005800   05  WS-SUB1                               PIC S9(4) COMP.      BBANK77P
005900                                                                  BBANK77P
006000 01  WS-BANK-DATA.                                                BBANK77P
006100 COPY CBANKDAT.                                                   BBANK77P
006200 COPY CTIMERD.                                                    BBANK77P
006220 01  WS-SESSION-DATA.                                             BBANK77P
006240 COPY CSIGND01.                                                   BBANK77P
006300 01  WS-EXCEPTION-DATA.                                           BBANK77P
006400 COPY CBANKD16.                                                   BBANK77P
006500                                                                  BBANK77P
006600 01  WS-POOL-DATA.                                                BBANK77P
006700 COPY CPOOLD01.                                                   BBANK77P
006800                                                                  BBANK77P
006900 01  WS-EXPOSURE-DATA.                                            BBANK77P
007000 COPY CBANKD48.                                                   BBANK77P
007100                                                                  BBANK77P
007200 COPY CABENDD.                                                    BBANK77P
007300                                                                  BBANK77P
007400 LINKAGE SECTION.                                                 BBANK77P
007500 01  DFHCOMMAREA.                                                 BBANK77P
007600   05  LK-COMMAREA                           PIC X(32654).        BBANK77P
007700                                                                  BBANK77P
007800 COPY CENTRY.                                                     BBANK77P
007900***************************************************************** BBANK77P
008000* Make ourselves re-entrant                                     * BBANK77P
008100***************************************************************** BBANK77P
008200     MOVE SPACES TO WS-ERROR-MSG.                                 BBANK77P
008300                                                                  BBANK77P
008400***************************************************************** BBANK77P
008500* Move the passed area to our area                              * BBANK77P
008600***************************************************************** BBANK77P
008700     MOVE DFHCOMMAREA (1:LENGTH OF WS-BANK-DATA) TO WS-BANK-DATA. BBANK77P
008800                                                                  BBANK77P
008900***************************************************************** BBANK77P
009000* Ensure error message is cleared                               * BBANK77P
009100***************************************************************** BBANK77P
009200     MOVE SPACES TO BANK-ERROR-MSG.                               BBANK77P
009300                                                                  BBANK77P
009400***************************************************************** BBANK77P
009500* Save the passed return flag and then turn it off              * BBANK77P
009600***************************************************************** BBANK77P
009700     MOVE BANK-RETURN-FLAG TO WS-RETURN-FLAG.                     BBANK77P
009800     SET BANK-RETURN-FLAG-OFF TO TRUE.                            BBANK77P
009900                                                                  BBANK77P
010000***************************************************************** BBANK77P
010100* Force a logoff if the session has been idle too long          * BBANK77P
010200***************************************************************** BBANK77P
010300     SET SESSION-NOT-TIMED-OUT TO TRUE.                           BBANK77P
010400     PERFORM CHECK-IDLE-TIMEOUT THRU                              BBANK77P
010500             CHECK-IDLE-TIMEOUT-EXIT.                             BBANK77P
010600     IF WS-SESSION-TIMED-OUT                                      BBANK77P
010700        MOVE 'BBANK77P' TO BANK-LAST-PROG                         BBANK77P
010800        MOVE 'BBANK99P' TO BANK-NEXT-PROG                         BBANK77P
010900        MOVE 'MBANK99' TO BANK-NEXT-MAPSET                        BBANK77P
011000        MOVE 'BANK99A' TO BANK-NEXT-MAP                           BBANK77P
011100        MOVE 'Session timed out due to inactivity' TO             BBANK77P
011200             BANK-ERROR-MSG                                       BBANK77P
011300        SET BANK-AID-ENTER TO TRUE                                BBANK77P
011400        GO TO COMMON-RETURN                                       BBANK77P
011500     END-IF.                                                      BBANK77P
011600                                                                  BBANK77P
011700***************************************************************** BBANK77P
011800* Check the AID to see if its valid at this point               * BBANK77P
011900***************************************************************** BBANK77P
012000     SET PFK-INVALID TO TRUE.                                     BBANK77P
012100     IF BANK-AID-ENTER OR                                         BBANK77P
012200        BANK-AID-PFK03 OR                                         BBANK77P
012300        BANK-AID-PFK04                                            BBANK77P
012400        SET PFK-VALID TO TRUE                                     BBANK77P
012500     END-IF.                                                      BBANK77P
012600     IF PFK-INVALID                                               BBANK77P
012700        SET BANK-AID-ENTER TO TRUE                                BBANK77P
012800     END-IF.                                                      BBANK77P
012900                                                                  BBANK77P
013000***************************************************************** BBANK77P
013100* Check the AID to see if we have to quit                       * BBANK77P
013200***************************************************************** BBANK77P
013300     IF BANK-AID-PFK03                                            BBANK77P
013400        MOVE 'BBANK77P' TO BANK-LAST-PROG                         BBANK77P
013500        MOVE 'BBANK99P' TO BANK-NEXT-PROG                         BBANK77P
013600        MOVE 'MBANK99' TO BANK-NEXT-MAPSET                        BBANK77P
013700        MOVE 'BANK99A' TO BANK-NEXT-MAP                           BBANK77P
013800        GO TO COMMON-RETURN                                       BBANK77P
013900     END-IF.                                                      BBANK77P
014000                                                                  BBANK77P
014100***************************************************************** BBANK77P
014200* Check the AID to see if we have to return to the services     * BBANK77P
014300* menu                                                          * BBANK77P
014400***************************************************************** BBANK77P
014500     IF BANK-AID-PFK04                                            BBANK77P
014600        MOVE 'BBANK77P' TO BANK-LAST-PROG                         BBANK77P
014700        MOVE 'BBANK21P' TO BANK-NEXT-PROG                         BBANK77P
014800        MOVE 'MBANK21' TO BANK-NEXT-MAPSET                        BBANK77P
014900        MOVE 'BANK21A' TO BANK-NEXT-MAP                           BBANK77P
015000        SET BANK-AID-ENTER TO TRUE                                BBANK77P
015100        GO TO COMMON-RETURN                                       BBANK77P
015200     END-IF.                                                      BBANK77P
015300                                                                  BBANK77P
015400* Check if we have set the screen up before or is this 1st time   BBANK77P
015500     IF BANK-LAST-MAPSET IS NOT EQUAL TO 'MBANK77'                BBANK77P
015600        MOVE 'BBANK77P' TO BANK-LAST-PROG                         BBANK77P
015700        MOVE 'BBANK77P' TO BANK-NEXT-PROG                         BBANK77P
015800        MOVE 'MBANK77' TO BANK-LAST-MAPSET                        BBANK77P
015900        MOVE 'BANK77A' TO BANK-LAST-MAP                           BBANK77P
016000        MOVE 'MBANK77' TO BANK-NEXT-MAPSET                        BBANK77P
016100        MOVE 'BANK77A' TO BANK-NEXT-MAP                           BBANK77P
016200        MOVE LOW-VALUES TO BANK-SCREEN77-DATA                     BBANK77P
016300        GO TO COMMON-RETURN                                       BBANK77P
016400     END-IF.                                                      BBANK77P
016500                                                                  BBANK77P
016600***************************************************************** BBANK77P
016700* The user pressed ENTER - validate and work the request        * BBANK77P
016800***************************************************************** BBANK77P
016900     MOVE 'BBANK77P' TO BANK-LAST-PROG.                           BBANK77P
017000     MOVE 'BBANK77P' TO BANK-NEXT-PROG.                           BBANK77P
017100     MOVE 'MBANK77' TO BANK-LAST-MAPSET.                          BBANK77P
017200     MOVE 'BANK77A' TO BANK-LAST-MAP.                             BBANK77P
017300     MOVE 'MBANK77' TO BANK-NEXT-MAPSET.                          BBANK77P
017400     MOVE 'BANK77A' TO BANK-NEXT-MAP.                             BBANK77P
017500                                                                  BBANK77P
017600     PERFORM VALIDATE-INPUT THRU                                  BBANK77P
017700             VALIDATE-INPUT-EXIT.                                 BBANK77P
017800     IF INPUT-ERROR                                               BBANK77P
017900        MOVE WS-ERROR-MSG TO BANK-SCR77-ERRMSG                    BBANK77P
018000        MOVE WS-ERROR-MSG TO BANK-ERROR-MSG                       BBANK77P
018100        GO TO COMMON-RETURN                                       BBANK77P
018200     END-IF.                                                      BBANK77P
018300                                                                  BBANK77P
018400     IF BANK-SCR77-ACTION IS EQUAL TO 'O'                         BBANK77P
018500        PERFORM WORK-LIMIT THRU                                   BBANK77P
018600                WORK-LIMIT-EXIT                                   BBANK77P
018700     ELSE                                                         BBANK77P
018800        PERFORM WORK-POOL THRU                                    BBANK77P
018900                WORK-POOL-EXIT                                    BBANK77P
019000     END-IF.                                                      BBANK77P
019100     GO TO COMMON-RETURN.                                         BBANK77P
019200                                                                  BBANK77P
019300 COMMON-RETURN.                                                   BBANK77P
019400     IF BANK-ERROR-MSG NOT EQUAL TO SPACES                        BBANK77P
019500        MOVE SPACES TO CD16-DATA                                  BBANK77P
019600        MOVE BANK-USERID TO CD16I-PERSON-PID                      BBANK77P
019700        MOVE WS-PROGRAM-ID TO CD16I-PROGRAM                       BBANK77P
019800        MOVE BANK-ERROR-MSG TO CD16I-MESSAGE                      BBANK77P
019900     COPY CBANKX16.                                               BBANK77P
020000     END-IF.                                                      BBANK77P
020100     MOVE WS-BANK-DATA TO DFHCOMMAREA (1:LENGTH OF WS-BANK-DATA). BBANK77P
020200 COPY CRETURN.                                                    BBANK77P
020300                                                                  BBANK77P
020400***************************************************************** BBANK77P
020500* Validate what the operator keyed                              * BBANK77P
020600***************************************************************** BBANK77P
020700 VALIDATE-INPUT.                                                  BBANK77P
020800     SET INPUT-OK TO TRUE.                                        BBANK77P
020900     IF NOT BANK-ROLE-BACK-OFFICE AND                             BBANK77P
021000        NOT BANK-ROLE-SUPERVISOR                                  BBANK77P
021100        MOVE 'Only back-office/supervisors maintain cash pools'   BBANK77P
021200          TO WS-ERROR-MSG                                         BBANK77P
021300        GO TO VALIDATE-INPUT-ERROR                                BBANK77P
021400     END-IF.                                                      BBANK77P
021500     IF BANK-SCR77-ACTION IS NOT EQUAL TO 'G' AND                 BBANK77P
021600        BANK-SCR77-ACTION IS NOT EQUAL TO 'M' AND                 BBANK77P
021700        BANK-SCR77-ACTION IS NOT EQUAL TO 'A' AND                 BBANK77P
021800        BANK-SCR77-ACTION IS NOT EQUAL TO 'X' AND                 BBANK77P
021900        BANK-SCR77-ACTION IS NOT EQUAL TO 'L' AND                 BBANK77P
022000        BANK-SCR77-ACTION IS NOT EQUAL TO 'P' AND                 BBANK77P
022100        BANK-SCR77-ACTION IS NOT EQUAL TO 'O'                     BBANK77P
022200        MOVE 'Action must be G, M, A, X, L, P or O(bligor limit)' BBANK77P
022300          TO WS-ERROR-MSG                                         BBANK77P
022400        GO TO VALIDATE-INPUT-ERROR                                BBANK77P
022500     END-IF.                                                      BBANK77P
022600     IF BANK-SCR77-GROUP IS EQUAL TO LOW-VALUES                   BBANK77P
022700        MOVE SPACES TO BANK-SCR77-GROUP                           BBANK77P
022800     END-IF.                                                      BBANK77P
022900     IF BANK-SCR77-NAME IS EQUAL TO LOW-VALUES                    BBANK77P
023000        MOVE SPACES TO BANK-SCR77-NAME                            BBANK77P
023100     END-IF.                                                      BBANK77P
023200     IF BANK-SCR77-TREASURER IS EQUAL TO LOW-VALUES               BBANK77P
023300        MOVE SPACES TO BANK-SCR77-TREASURER                       BBANK77P
023400     END-IF.                                                      BBANK77P
023500     IF BANK-SCR77-CCY IS EQUAL TO LOW-VALUES                     BBANK77P
023600        MOVE SPACES TO BANK-SCR77-CCY                             BBANK77P
023700     END-IF.                                                      BBANK77P
023800     IF BANK-SCR77-MEMBER IS EQUAL TO LOW-VALUES                  BBANK77P
023900        MOVE SPACES TO BANK-SCR77-MEMBER                          BBANK77P
024000     END-IF.                                                      BBANK77P
024100     IF BANK-SCR77-PARENT IS EQUAL TO LOW-VALUES                  BBANK77P
024200        MOVE SPACES TO BANK-SCR77-PARENT                          BBANK77P
024300     END-IF.                                                      BBANK77P
024400     IF BANK-SCR77-ACCNO IS EQUAL TO LOW-VALUES                   BBANK77P
024500        MOVE SPACES TO BANK-SCR77-ACCNO                           BBANK77P
024600     END-IF.                                                      BBANK77P
024700     IF BANK-SCR77-LIMIT IS EQUAL TO LOW-VALUES                   BBANK77P
024800        MOVE SPACES TO BANK-SCR77-LIMIT                           BBANK77P
024900     END-IF.                                                      BBANK77P
025000     IF BANK-SCR77-GROUP IS EQUAL TO SPACES                       BBANK77P
025100        MOVE 'Key the top corporate PID of the group' TO          BBANK77P
025200             WS-ERROR-MSG                                         BBANK77P
025300        GO TO VALIDATE-INPUT-ERROR                                BBANK77P
025400     END-IF.                                                      BBANK77P
025500     IF BANK-SCR77-ACTION IS EQUAL TO 'M' AND                     BBANK77P
025600        BANK-SCR77-MEMBER IS EQUAL TO SPACES                      BBANK77P
025700        MOVE 'Key the PID of the entity joining the group' TO     BBANK77P
025800             WS-ERROR-MSG                                         BBANK77P
025900        GO TO VALIDATE-INPUT-ERROR                                BBANK77P
026000     END-IF.                                                      BBANK77P
026100     IF (BANK-SCR77-ACTION IS EQUAL TO 'A' OR                     BBANK77P
026200         BANK-SCR77-ACTION IS EQUAL TO 'X') AND                   BBANK77P
026300        BANK-SCR77-ACCNO IS EQUAL TO SPACES                       BBANK77P
026400        MOVE 'Key the account to add to or remove from the pool'  BBANK77P
026500          TO WS-ERROR-MSG                                         BBANK77P
026600        GO TO VALIDATE-INPUT-ERROR                                BBANK77P
026700     END-IF.                                                      BBANK77P
026800     IF BANK-SCR77-ACTION IS EQUAL TO 'O'                         BBANK77P
026900        IF NOT BANK-ROLE-SUPERVISOR                               BBANK77P
027000           MOVE 'Only a supervisor sets a group obligor limit' TO BBANK77P
027100                WS-ERROR-MSG                                      BBANK77P
027200           GO TO VALIDATE-INPUT-ERROR                             BBANK77P
027300        END-IF                                                    BBANK77P
027400        MOVE BANK-SCR77-LIMIT TO WS-LIMIT-WORK                    BBANK77P
027500        IF WS-LIMIT-WORK IS NOT NUMERIC                           BBANK77P
027600           MOVE 'Limit must be numeric (nnnnnnnnnvv)' TO          BBANK77P
027700                WS-ERROR-MSG                                      BBANK77P
027800           GO TO VALIDATE-INPUT-ERROR                             BBANK77P
027900        END-IF                                                    BBANK77P
028000     END-IF.                                                      BBANK77P
028100     GO TO VALIDATE-INPUT-EXIT.                                   BBANK77P
028200 VALIDATE-INPUT-ERROR.                                            BBANK77P
028300     SET INPUT-ERROR TO TRUE.                                     BBANK77P
028400 VALIDATE-INPUT-EXIT.                                             BBANK77P
028500     EXIT.                                                        BBANK77P
028600                                                                  BBANK77P
028700***************************************************************** BBANK77P
028800* Drive DPOOL01P and show the outcome. A change to the group,   * BBANK77P
028900* its hierarchy or its accounts is followed by the list of the  * BBANK77P
029000* pool's accounts so the operator sees the pool as it now is    * BBANK77P
029100***************************************************************** BBANK77P
029200 WORK-POOL.                                                       BBANK77P
029300     INITIALIZE CPL1-DATA.                                        BBANK77P
029400     EVALUATE BANK-SCR77-ACTION                                   BBANK77P
029500       WHEN 'G'                                                   BBANK77P
029600         SET CPL1I-DEFINE-GROUP TO TRUE                           BBANK77P
029700       WHEN 'M'                                                   BBANK77P
029800         SET CPL1I-ADD-MEMBER TO TRUE                             BBANK77P
029900       WHEN 'A'                                                   BBANK77P
030000         SET CPL1I-ADD-ACCOUNT TO TRUE                            BBANK77P
030100       WHEN 'X'                                                   BBANK77P
030200         SET CPL1I-REMOVE-ACCOUNT TO TRUE                         BBANK77P
030300       WHEN 'P'                                                   BBANK77P
030400         SET CPL1I-SHOW-POSITION TO TRUE                          BBANK77P
030500       WHEN OTHER                                                 BBANK77P
030600         SET CPL1I-LIST-ACCOUNTS TO TRUE                          BBANK77P
030700     END-EVALUATE.                                                BBANK77P
030800     MOVE BANK-SCR77-GROUP TO CPL1I-GROUP-PID.                    BBANK77P
030900     MOVE BANK-SCR77-NAME TO CPL1I-GROUP-NAME.                    BBANK77P
031000     MOVE BANK-SCR77-TREASURER TO CPL1I-TREASURER-PID.            BBANK77P
031100     MOVE BANK-SCR77-CCY TO CPL1I-CURRENCY.                       BBANK77P
031200     MOVE BANK-SCR77-MEMBER TO CPL1I-MEMBER-PID.                  BBANK77P
031300     MOVE BANK-SCR77-PARENT TO CPL1I-PARENT-PID.                  BBANK77P
031400     MOVE BANK-SCR77-ACCNO TO CPL1I-ACCNO.                        BBANK77P
031500     MOVE BANK-USERID TO CPL1I-USERID.                            BBANK77P
031600 COPY CPOOLX01.                                                   BBANK77P
031700     IF NOT CPL1O-REQUEST-OK                                      BBANK77P
031800        MOVE CPL1O-MSG TO BANK-SCR77-ERRMSG                       BBANK77P
031900        MOVE CPL1O-MSG TO BANK-ERROR-MSG                          BBANK77P
032000        GO TO WORK-POOL-EXIT                                      BBANK77P
032100     END-IF.                                                      BBANK77P
032200     MOVE CPL1O-MSG TO BANK-SCR77-ERRMSG.                         BBANK77P
032300     IF BANK-SCR77-ACTION IS EQUAL TO 'P'                         BBANK77P
032400        PERFORM SHOW-POSITION THRU                                BBANK77P
032500                SHOW-POSITION-EXIT                                BBANK77P
032600        GO TO WORK-POOL-EXIT                                      BBANK77P
032700     END-IF.                                                      BBANK77P
032800     IF BANK-SCR77-ACTION IS NOT EQUAL TO 'L'                     BBANK77P
032900        MOVE SPACES TO BANK-SCR77-MEMBER                          BBANK77P
033000        MOVE SPACES TO BANK-SCR77-PARENT                          BBANK77P
033100        MOVE SPACES TO BANK-SCR77-ACCNO                           BBANK77P
033200        INITIALIZE CPL1-DATA                                      BBANK77P
033300        SET CPL1I-LIST-ACCOUNTS TO TRUE                           BBANK77P
033400        MOVE BANK-SCR77-GROUP TO CPL1I-GROUP-PID                  BBANK77P
033500        MOVE BANK-USERID TO CPL1I-USERID                          BBANK77P
033600 COPY CPOOLX01.                                                   BBANK77P
033700     END-IF.                                                      BBANK77P
033800     MOVE 0 TO WS-SUB1.                                           BBANK77P
033900     PERFORM SHOW-POOL-ROW THRU                                   BBANK77P
034000             SHOW-POOL-ROW-EXIT 4 TIMES.                          BBANK77P
034100 WORK-POOL-EXIT.                                                  BBANK77P
034200     EXIT.                                                        BBANK77P
034300                                                                  BBANK77P
034400***************************************************************** BBANK77P
034500* Show the latest pool position and the group's exposure        * BBANK77P
034600***************************************************************** BBANK77P
034700 SHOW-POSITION.                                                   BBANK77P
034800     MOVE CPL1O-POSITION-DATE TO BANK-SCR77-POSDATE.              BBANK77P
034900     MOVE CPL1O-CURRENCY TO BANK-SCR77-CCY.                       BBANK77P
035000     MOVE CPL1O-NET-POSITION TO WS-POOL-DISP.                     BBANK77P
035100     MOVE WS-POOL-DISP TO BANK-SCR77-NET.                         BBANK77P
035200     MOVE CPL1O-RATE TO WS-RATE-DISP.                             BBANK77P
035300     MOVE WS-RATE-DISP TO BANK-SCR77-RATE.                        BBANK77P
035400     MOVE CPL1O-INTEREST TO WS-AMT-DISP.                          BBANK77P
035500     MOVE WS-AMT-DISP TO BANK-SCR77-INTEREST.                     BBANK77P
035600     MOVE CPL1O-EXPOSURE TO WS-POOL-DISP.                         BBANK77P
035700     MOVE WS-POOL-DISP TO BANK-SCR77-EXPOSURE.                    BBANK77P
035800     MOVE CPL1O-GROUP-LIMIT TO WS-POOL-DISP.                      BBANK77P
035900     MOVE WS-POOL-DISP TO BANK-SCR77-GLIMIT.                      BBANK77P
036000     MOVE CPL1O-BREACH TO BANK-SCR77-BREACH.                      BBANK77P
036100 SHOW-POSITION-EXIT.                                              BBANK77P
036200     EXIT.                                                        BBANK77P
036300                                                                  BBANK77P
036400***************************************************************** BBANK77P
036500* Show one account in the pool, or clear the row                * BBANK77P
036600***************************************************************** BBANK77P
036700 SHOW-POOL-ROW.                                                   BBANK77P
036800     ADD 1 TO WS-SUB1.                                            BBANK77P
036900     MOVE SPACES TO BANK-SCR77-LIST (WS-SUB1).                    BBANK77P
037000     IF WS-SUB1 IS GREATER THAN CPL1O-LIST-COUNT                  BBANK77P
037100        GO TO SHOW-POOL-ROW-EXIT                                  BBANK77P
037200     END-IF.                                                      BBANK77P
037300     MOVE CPL1O-LST-ACCNO (WS-SUB1) TO                            BBANK77P
037400          BANK-SCR77-LST-ACC (WS-SUB1).                           BBANK77P
037500     MOVE CPL1O-LST-PID (WS-SUB1) TO                              BBANK77P
037600          BANK-SCR77-LST-PID (WS-SUB1).                           BBANK77P
037700     MOVE CPL1O-LST-CURRENCY (WS-SUB1) TO                         BBANK77P
037800          BANK-SCR77-LST-CCY (WS-SUB1).                           BBANK77P
037900     MOVE CPL1O-LST-STATUS (WS-SUB1) TO                           BBANK77P
038000          BANK-SCR77-LST-ST (WS-SUB1).                            BBANK77P
038100     MOVE CPL1O-LST-POOL-BALANCE (WS-SUB1) TO WS-POOL-DISP.       BBANK77P
038200     MOVE WS-POOL-DISP TO BANK-SCR77-LST-POOL (WS-SUB1).          BBANK77P
038300     MOVE CPL1O-LST-ALLOCATION (WS-SUB1) TO WS-AMT-DISP.          BBANK77P
038400     MOVE WS-AMT-DISP TO BANK-SCR77-LST-ALLOC (WS-SUB1).          BBANK77P
038500 SHOW-POOL-ROW-EXIT.                                              BBANK77P
038600     EXIT.                                                        BBANK77P
038700                                                                  BBANK77P
038800***************************************************************** BBANK77P
038900* Set the group's own obligor limit, held by DBANK48P under the * BBANK77P
039000* top corporate's PID, that the pool's exposure is checked to   * BBANK77P
039100***************************************************************** BBANK77P
039200 WORK-LIMIT.                                                      BBANK77P
039300     INITIALIZE CD48-DATA.                                        BBANK77P
039400     SET CD48I-SET-LIMIT TO TRUE.                                 BBANK77P
039500     SET CD48I-SCOPE-GROUP TO TRUE.                               BBANK77P
039600     MOVE BANK-SCR77-GROUP TO CD48I-PERSON-PID.                   BBANK77P
039700     MOVE WS-LIMIT-WORK-N TO CD48I-LIMIT.                         BBANK77P
039800     MOVE BANK-USERID TO CD48I-USERID.                            BBANK77P
039900 COPY CBANKX48.                                                   BBANK77P
040000     IF NOT CD48O-REQUEST-OK                                      BBANK77P
040100        MOVE CD48O-MSG TO BANK-SCR77-ERRMSG                       BBANK77P
040200        MOVE CD48O-MSG TO BANK-ERROR-MSG                          BBANK77P
040300        GO TO WORK-LIMIT-EXIT                                     BBANK77P
040400     END-IF.                                                      BBANK77P
040500     MOVE 'Group obligor limit recorded' TO BANK-SCR77-ERRMSG.    BBANK77P
040600     MOVE SPACES TO BANK-SCR77-LIMIT.                             BBANK77P
040700 WORK-LIMIT-EXIT.                                                 BBANK77P
040800     EXIT.                                                        BBANK77P
040900                                                                  BBANK77P
041000***************************************************************** BBANK77P
041100* Check for an idle session timeout                             * BBANK77P
041200***************************************************************** BBANK77P
041300 COPY CIDLECHK.                                                   BBANK77P
