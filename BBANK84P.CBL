000100***************************************************************** BBANK84P
000200*                                                               * BBANK84P
000300*  Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.    * BBANK84P
000400*  This demonstration program is provided for use by users      * BBANK84P
000500*  of Micro Focus products and may be used, modified and        * BBANK84P
000600*  distributed as part of your application provided that        * BBANK84P
000700*  you properly acknowledge the copyright of Micro Focus        * BBANK84P
000800*  in this material.                                            * BBANK84P
000900*                                                               * BBANK84P
001000***************************************************************** BBANK84P
001100                                                                  BBANK84P
001200***************************************************************** BBANK84P
001300* Program:     BBANK84P.CBL                                     * BBANK84P
001400* Layer:       Business logic                                   * BBANK84P
001500* Function:    Account product switch - quotes whether an       * BBANK84P
001600*              account may move onto another account type and  *  BBANK84P
001700*              at what fee, makes the switch under the same     * BBANK84P
001800*              account number, and shows the switches made on   * BBANK84P
001900*              the account. All through DPSWT01P                * BBANK84P
002000***************************************************************** BBANK84P
002100                                                                  BBANK84P
002200 IDENTIFICATION DIVISION.                                         BBANK84P
002300 PROGRAM-ID.                                                      BBANK84P
002400     BBANK84P.                                                    BBANK84P
002500 DATE-WRITTEN.                                                    BBANK84P
002600     October 2026.                                                BBANK84P
002700 DATE-COMPILED.                                                   BBANK84P
002800     Today.                                                       BBANK84P
002900                                                                  BBANK84P
003000 ENVIRONMENT DIVISION.                                            BBANK84P
003100                                                                  BBANK84P
003200 DATA DIVISION.                                                   BBANK84P
003300 WORKING-STORAGE SECTION.                                         BBANK84P
003400 01  WS-MISC-STORAGE.                                             BBANK84P
003500   05  WS-PROGRAM-ID                         PIC X(8)             BBANK84P
003600       VALUE 'BBANK84P'.                                          BBANK84P
003700   05  WS-INPUT-FLAG                         PIC X(1).            BBANK84P
003800     88  INPUT-OK                            VALUE '0'.           BBANK84P
003900     88  INPUT-ERROR                         VALUE '1'.           BBANK84P
004000   05  WS-RETURN-FLAG                        PIC X(1).            BBANK84P
004100     88  WS-RETURN-FLAG-OFF                  VALUE LOW-VALUES.    BBANK84P
004200     88  WS-RETURN-FLAG-ON                   VALUE '1'.           BBANK84P
004300   05  WS-PFK-FLAG                           PIC X(1).            BBANK84P
004400     88  PFK-VALID                           VALUE '0'.           BBANK84P
004500     88  PFK-INVALID                         VALUE '1'.           BBANK84P
004600   05  WS-IDLE-FLAG                          PIC X(1).            BBANK84P
004700     88  SESSION-NOT-TIMED-OUT               VALUE '0'.           BBANK84P
004800     88  WS-SESSION-TIMED-OUT                VALUE '1'.           BBANK84P
004900   05  WS-ERROR-MSG                          PIC X(75).           BBANK84P
005000   05  WS-SUB1                               PIC S9(4) COMP.      BBANK84P
005100                                                                  BBANK84P
005200 01  WS-BANK-DATA.                                                BBANK84P
005300 COPY CBANKDAT.                                                   BBANK84P
005400 COPY CTIMERD.                                                    BBANK84P
005420 01  WS-SESSION-DATA.                                             BBANK84P
005440 COPY CSIGND01.                                                   BBANK84P
005500 01  WS-EXCEPTION-DATA.                                           BBANK84P
005600 COPY CBANKD16.                                                   BBANK84P
005700                                                                  BBANK84P
005800 01  WS-PSWT-DATA.                                                BBANK84P
005900 COPY CPSWTD01.                                                   BBANK84P
006000                                                                  BBANK84P
006100 COPY CABENDD.                                                    BBANK84P
006200                                                                  BBANK84P
006300 LINKAGE SECTION.                                                 BBANK84P
006400 01  DFHCOMMAREA.                                                 BBANK84P
006500   05  LK-COMMAREA                           PIC X(32654).        BBANK84P
006600                                                                  BBANK84P
006700 COPY CENTRY.                                                     BBANK84P
006800***************************************************************** BBANK84P
006900* Make ourselves re-entrant                                     * BBANK84P
007000***************************************************************** BBANK84P
007100     MOVE SPACES TO WS-ERROR-MSG.                                 BBANK84P
007200                                                                  BBANK84P
007300***************************************************************** BBANK84P
007400* Move the passed area to our area                              * BBANK84P
007500***************************************************************** BBANK84P
007600     MOVE DFHCOMMAREA (1:LENGTH OF WS-BANK-DATA) TO WS-BANK-DATA. BBANK84P
007700                                                                  BBANK84P
007800***************************************************************** BBANK84P
007900* Ensure error message is cleared                               * BBANK84P
008000***************************************************************** BBANK84P
008100     MOVE SPACES TO BANK-ERROR-MSG.                               BBANK84P
008200                                                                  BBANK84P
008300***************************************************************** BBANK84P
008400* Save the passed return flag and then turn it off              * BBANK84P
008500***************************************************************** BBANK84P
008600     MOVE BANK-RETURN-FLAG TO WS-RETURN-FLAG.                     BBANK84P
008700     SET BANK-RETURN-FLAG-OFF TO TRUE.                            BBANK84P
008800                                                                  BBANK84P
008900***************************************************************** BBANK84P
009000* Force a logoff if the session has been idle too long          * BBANK84P
009100***************************************************************** BBANK84P
009200     SET SESSION-NOT-TIMED-OUT TO TRUE.                           BBANK84P
009300     PERFORM CHECK-IDLE-TIMEOUT THRU                              BBANK84P
009400             CHECK-IDLE-TIMEOUT-EXIT.                             BBANK84P
009500     IF WS-SESSION-TIMED-OUT                                      BBANK84P
009600        MOVE 'BBANK84P' TO BANK-LAST-PROG                         BBANK84P
009700        MOVE 'BBANK99P' TO BANK-NEXT-PROG                         BBANK84P
009800        MOVE 'MBANK99' TO BANK-NEXT-MAPSET                        BBANK84P
009900        MOVE 'BANK99A' TO BANK-NEXT-MAP                           BBANK84P
010000        MOVE 'Session timed out due to inactivity' TO             BBANK84P
010100             BANK-ERROR-MSG                                       BBANK84P
010200        SET BANK-AID-ENTER TO TRUE                                BBANK84P
010300        GO TO COMMON-RETURN                                       BBANK84P
010400     END-IF.                                                      BBANK84P
010500                                                                  BBANK84P
010600***************************************************************** BBANK84P
010700* Check the AID to see if its valid at this point               * BBANK84P
010800***************************************************************** BBANK84P
010900     SET PFK-INVALID TO TRUE.                                     BBANK84P
011000     IF BANK-AID-ENTER OR                                         BBANK84P
011100        BANK-AID-PFK03 OR                                         BBANK84P
011200        BANK-AID-PFK04                                            BBANK84P
011300        SET PFK-VALID TO TRUE                                     BBANK84P
011400     END-IF.                                                      BBANK84P
011500     IF PFK-INVALID                                               BBANK84P
011600        SET BANK-AID-ENTER TO TRUE                                BBANK84P
011700     END-IF.                                                      BBANK84P
011800                                                                  BBANK84P
011900***************************************************************** BBANK84P
012000* Check the AID to see if we have to quit                       * BBANK84P
012100***************************************************************** BBANK84P
012200     IF BANK-AID-PFK03                                            BBANK84P
012300        MOVE 'BBANK84P' TO BANK-LAST-PROG                         BBANK84P
012400        MOVE 'BBANK99P' TO BANK-NEXT-PROG                         BBANK84P
012500        MOVE 'MBANK99' TO BANK-NEXT-MAPSET                        BBANK84P
012600        MOVE 'BANK99A' TO BANK-NEXT-MAP                           BBANK84P
012700        GO TO COMMON-RETURN                                       BBANK84P
012800     END-IF.                                                      BBANK84P
012900                                                                  BBANK84P
013000***************************************************************** BBANK84P
013100* Check the AID to see if we have to return to the services     * BBANK84P
013200* menu                                                          * BBANK84P
013300***************************************************************** BBANK84P
013400     IF BANK-AID-PFK04                                            BBANK84P
013500        MOVE 'BBANK84P' TO BANK-LAST-PROG                         BBANK84P
013600        MOVE 'BBANK21P' TO BANK-NEXT-PROG                         BBANK84P
013700        MOVE 'MBANK21' TO BANK-NEXT-MAPSET                        BBANK84P
013800        MOVE 'BANK21A' TO BANK-NEXT-MAP                           BBANK84P
013900        SET BANK-AID-ENTER TO TRUE                                BBANK84P
014000        GO TO COMMON-RETURN                                       BBANK84P
014100     END-IF.                                                      BBANK84P
014200                                                                  BBANK84P
014300* Check if we have set the screen up before or is this 1st time   BBANK84P
014400     IF BANK-LAST-MAPSET IS NOT EQUAL TO 'MBANK84'                BBANK84P
014500        MOVE 'BBANK84P' TO BANK-LAST-PROG                         BBANK84P
014600        MOVE 'BBANK84P' TO BANK-NEXT-PROG                         BBANK84P
014700        MOVE 'MBANK84' TO BANK-LAST-MAPSET                        BBANK84P
014800        MOVE 'BANK84A' TO BANK-LAST-MAP                           BBANK84P
014900        MOVE 'MBANK84' TO BANK-NEXT-MAPSET                        BBANK84P
015000        MOVE 'BANK84A' TO BANK-NEXT-MAP                           BBANK84P
015100        MOVE LOW-VALUES TO BANK-SCREEN84-DATA                     BBANK84P
015200        GO TO COMMON-RETURN                                       BBANK84P
015300     END-IF.                                                      BBANK84P
015400                                                                  BBANK84P
015500***************************************************************** BBANK84P
015600* The user pressed ENTER - validate and work the request        * BBANK84P
015700***************************************************************** BBANK84P
015800     MOVE 'BBANK84P' TO BANK-LAST-PROG.                           BBANK84P
015900     MOVE 'BBANK84P' TO BANK-NEXT-PROG.                           BBANK84P
016000     MOVE 'MBANK84' TO BANK-LAST-MAPSET.                          BBANK84P
016100     MOVE 'BANK84A' TO BANK-LAST-MAP.                             BBANK84P
016200     MOVE 'MBANK84' TO BANK-NEXT-MAPSET.                          BBANK84P
016300     MOVE 'BANK84A' TO BANK-NEXT-MAP.                             BBANK84P
016400                                                                  BBANK84P
016500     PERFORM VALIDATE-INPUT THRU                                  BBANK84P
016600             VALIDATE-INPUT-EXIT.                                 BBANK84P
016700     IF INPUT-ERROR                                               BBANK84P
016800        MOVE WS-ERROR-MSG TO BANK-SCR84-ERRMSG                    BBANK84P
016900        MOVE WS-ERROR-MSG TO BANK-ERROR-MSG                       BBANK84P
017000        GO TO COMMON-RETURN                                       BBANK84P
017100     END-IF.                                                      BBANK84P
017200                                                                  BBANK84P
017300     PERFORM WORK-SWITCH THRU                                     BBANK84P
017400             WORK-SWITCH-EXIT.                                    BBANK84P
017500     GO TO COMMON-RETURN.                                         BBANK84P
017600                                                                  BBANK84P
017700 COMMON-RETURN.                                                   BBANK84P
017800     IF BANK-ERROR-MSG NOT EQUAL TO SPACES                        BBANK84P
017900        MOVE SPACES TO CD16-DATA                                  BBANK84P
018000        MOVE BANK-USERID TO CD16I-PERSON-PID                      BBANK84P
018100        MOVE WS-PROGRAM-ID TO CD16I-PROGRAM                       BBANK84P
018200        MOVE BANK-ERROR-MSG TO CD16I-MESSAGE                      BBANK84P
018300     COPY CBANKX16.                                               BBANK84P
018400     END-IF.                                                      BBANK84P
018500     MOVE WS-BANK-DATA TO DFHCOMMAREA (1:LENGTH OF WS-BANK-DATA). BBANK84P
018600 COPY CRETURN.                                                    BBANK84P
018700***************************************************************** BBANK84P
018800* Validate what the user keyed                                  * BBANK84P
018900***************************************************************** BBANK84P
019000 VALIDATE-INPUT.                                                  BBANK84P
019100     SET INPUT-OK TO TRUE.                                        BBANK84P
019200     IF GUEST                                                     BBANK84P
019300        MOVE 'Guest users cannot change an account product'       BBANK84P
019400          TO WS-ERROR-MSG                                         BBANK84P
019500        GO TO VALIDATE-INPUT-ERROR                                BBANK84P
019600     END-IF.                                                      BBANK84P
019700     IF BANK-SCR84-ACTION IS NOT EQUAL TO 'Q' AND                 BBANK84P
019800        BANK-SCR84-ACTION IS NOT EQUAL TO 'S' AND                 BBANK84P
019900        BANK-SCR84-ACTION IS NOT EQUAL TO 'H'                     BBANK84P
020000        MOVE 'Action must be Q(quote), S(switch) or H(history)'   BBANK84P
020100          TO WS-ERROR-MSG                                         BBANK84P
020200        GO TO VALIDATE-INPUT-ERROR                                BBANK84P
020300     END-IF.                                                      BBANK84P
020400     IF BANK-SCR84-ACTION IS EQUAL TO 'S' AND                     BBANK84P
020500        BANK-ROLE-AUDITOR                                         BBANK84P
020600        MOVE 'Auditors may quote and enquire but not switch'      BBANK84P
020700          TO WS-ERROR-MSG                                         BBANK84P
020800        GO TO VALIDATE-INPUT-ERROR                                BBANK84P
020900     END-IF.                                                      BBANK84P
021000     IF BANK-SCR84-ACC IS EQUAL TO LOW-VALUES                     BBANK84P
021100        MOVE SPACES TO BANK-SCR84-ACC                             BBANK84P
021200     END-IF.                                                      BBANK84P
021300     IF BANK-SCR84-NEWTYPE IS EQUAL TO LOW-VALUES                 BBANK84P
021400        MOVE SPACES TO BANK-SCR84-NEWTYPE                         BBANK84P
021500     END-IF.                                                      BBANK84P
021600     IF BANK-SCR84-REASON IS EQUAL TO LOW-VALUES                  BBANK84P
021700        MOVE SPACES TO BANK-SCR84-REASON                          BBANK84P
021800     END-IF.                                                      BBANK84P
021900     IF BANK-SCR84-ACC IS EQUAL TO SPACES                         BBANK84P
022000        MOVE 'Key the account number' TO WS-ERROR-MSG             BBANK84P
022100        GO TO VALIDATE-INPUT-ERROR                                BBANK84P
022200     END-IF.                                                      BBANK84P
022300     IF BANK-SCR84-ACTION IS EQUAL TO 'H'                         BBANK84P
022400        GO TO VALIDATE-INPUT-EXIT                                 BBANK84P
022500     END-IF.                                                      BBANK84P
022600     IF BANK-SCR84-NEWTYPE IS EQUAL TO SPACES                     BBANK84P
022700        MOVE 'Key the product type to switch to' TO WS-ERROR-MSG  BBANK84P
022800        GO TO VALIDATE-INPUT-ERROR                                BBANK84P
022900     END-IF.                                                      BBANK84P
023000     IF BANK-SCR84-ACTION IS EQUAL TO 'S' AND                     BBANK84P
023100        NOT BANK-ROLE-CUSTOMER AND                                BBANK84P
023200        BANK-SCR84-REASON IS EQUAL TO SPACES                      BBANK84P
023300        MOVE 'Key the reason the customer gave for the switch'    BBANK84P
023400          TO WS-ERROR-MSG                                         BBANK84P
023500        GO TO VALIDATE-INPUT-ERROR                                BBANK84P
023600     END-IF.                                                      BBANK84P
023700     GO TO VALIDATE-INPUT-EXIT.                                   BBANK84P
023800 VALIDATE-INPUT-ERROR.                                            BBANK84P
023900     SET INPUT-ERROR TO TRUE.                                     BBANK84P
024000 VALIDATE-INPUT-EXIT.                                             BBANK84P
024100     EXIT.                                                        BBANK84P
024200                                                                  BBANK84P
024300***************************************************************** BBANK84P
024400* Drive DPSWT01P and show the outcome. A customer may only      * BBANK84P
024500* work their own accounts, so their user id goes across as the  * BBANK84P
024600* owner; staff may work any account. After a switch the         * BBANK84P
024700* account's switch history is shown beneath it                  * BBANK84P
024800***************************************************************** BBANK84P
024900 WORK-SWITCH.                                                     BBANK84P
025000     INITIALIZE CPW1-DATA.                                        BBANK84P
025100     MOVE BANK-SCR84-ACTION TO CPW1I-FUNCTION.                    BBANK84P
025200     MOVE BANK-USERID TO CPW1I-USERID.                            BBANK84P
025300     IF BANK-ROLE-CUSTOMER                                        BBANK84P
025400        MOVE BANK-USERID TO CPW1I-PERSON-PID                      BBANK84P
025500     END-IF.                                                      BBANK84P
025600     MOVE BANK-SCR84-ACC TO CPW1I-ACC.                            BBANK84P
025700     MOVE BANK-SCR84-NEWTYPE TO CPW1I-NEW-TYPE.                   BBANK84P
025800     MOVE BANK-SCR84-REASON TO CPW1I-REASON.                      BBANK84P
025900     IF BANK-ROLE-CUSTOMER AND                                    BBANK84P
026000        CPW1I-REASON IS EQUAL TO SPACES                           BBANK84P
026100        MOVE 'CUSTOMER REQUEST' TO CPW1I-REASON                   BBANK84P
026200     END-IF.                                                      BBANK84P
026300 COPY CPSWTX01.                                                   BBANK84P
026400     MOVE SPACES TO BANK-SCR84-OLDTYPE.                           BBANK84P
026500     MOVE SPACES TO BANK-SCR84-FEE.                               BBANK84P
026600     MOVE SPACES TO BANK-SCR84-INTSET.                            BBANK84P
026700     MOVE SPACES TO BANK-SCR84-SWDATE.                            BBANK84P
026800     IF BANK-SCR84-ACTION IS NOT EQUAL TO 'H'                     BBANK84P
026900        MOVE CPW1O-OLD-TYPE TO BANK-SCR84-OLDTYPE                 BBANK84P
027000        MOVE CPW1O-FEE TO BANK-SCR84-FEE                          BBANK84P
027100        MOVE CPW1O-SWITCH-DATE TO BANK-SCR84-SWDATE               BBANK84P
027200     END-IF.                                                      BBANK84P
027300     IF BANK-SCR84-ACTION IS EQUAL TO 'S' AND                     BBANK84P
027400        CPW1O-REQUEST-OK                                          BBANK84P
027500        MOVE CPW1O-INT-SETTLED TO BANK-SCR84-INTSET               BBANK84P
027600     END-IF.                                                      BBANK84P
027700     MOVE CPW1O-MSG TO BANK-SCR84-ERRMSG.                         BBANK84P
027800     IF NOT CPW1O-REQUEST-OK                                      BBANK84P
027900        MOVE CPW1O-MSG TO BANK-ERROR-MSG                          BBANK84P
028000     END-IF.                                                      BBANK84P
028100     IF BANK-SCR84-ACTION IS EQUAL TO 'S' AND                     BBANK84P
028200        CPW1O-REQUEST-OK                                          BBANK84P
028300        INITIALIZE CPW1-DATA                                      BBANK84P
028400        SET CPW1I-HISTORY TO TRUE                                 BBANK84P
028500        MOVE BANK-USERID TO CPW1I-USERID                          BBANK84P
028600        MOVE BANK-SCR84-ACC TO CPW1I-ACC                          BBANK84P
028700 COPY CPSWTX01.                                                   BBANK84P
028800     END-IF.                                                      BBANK84P
028900     MOVE 0 TO WS-SUB1.                                           BBANK84P
029000     PERFORM SHOW-SWITCH-ROW THRU                                 BBANK84P
029100             SHOW-SWITCH-ROW-EXIT 5 TIMES.                        BBANK84P
029200 WORK-SWITCH-EXIT.                                                BBANK84P
029300     EXIT.                                                        BBANK84P
029400                                                                  BBANK84P
029500***************************************************************** BBANK84P
029600* Show one switch from the account's history, or clear the row  * BBANK84P
029700***************************************************************** BBANK84P
029800 SHOW-SWITCH-ROW.                                                 BBANK84P
029900     ADD 1 TO WS-SUB1.                                            BBANK84P
030000     MOVE SPACES TO BANK-SCR84-HIST (WS-SUB1).                    BBANK84P
030100     IF WS-SUB1 IS GREATER THAN CPW1O-HIST-COUNT                  BBANK84P
030200        GO TO SHOW-SWITCH-ROW-EXIT                                BBANK84P
030300     END-IF.                                                      BBANK84P
030400     MOVE CPW1O-HST-DATE (WS-SUB1)                                BBANK84P
030500       TO BANK-SCR84-HST-DATE (WS-SUB1).                          BBANK84P
030600     MOVE CPW1O-HST-OLD-TYPE (WS-SUB1)                            BBANK84P
030700       TO BANK-SCR84-HST-OLD (WS-SUB1).                           BBANK84P
030800     MOVE CPW1O-HST-NEW-TYPE (WS-SUB1)                            BBANK84P
030900       TO BANK-SCR84-HST-NEW (WS-SUB1).                           BBANK84P
031000     MOVE CPW1O-HST-FEE (WS-SUB1)                                 BBANK84P
031100       TO BANK-SCR84-HST-FEE (WS-SUB1).                           BBANK84P
031200     MOVE CPW1O-HST-BY (WS-SUB1)                                  BBANK84P
031300       TO BANK-SCR84-HST-BY (WS-SUB1).                            BBANK84P
031400 SHOW-SWITCH-ROW-EXIT.                                            BBANK84P
031500     EXIT.                                                        BBANK84P
031600                                                                  BBANK84P
031700***************************************************************** BBANK84P
031800* Check for an idle session timeout                             * BBANK84P
031900***************************************************************** BBANK84P
032000 COPY CIDLECHK.                                                   BBANK84P
