000100***************************************************************** BBANK75P
000200*                                                               * BBANK75P
000300*   Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.   * BBANK75P
000400*   This demonstration program is provided for use by users     * BBANK75P
000500*   of Micro Focus products and may be used, modified and       * BBANK75P
000600*   distributed as part of your application provided that       * BBANK75P
000700*   you properly acknowledge the copyright of Micro Focus       * BBANK75P
000800*   in this material.                                           * BBANK75P
000900*                                                               * BBANK75P
001000***************************************************************** BBANK75P
001100                                                                  BBANK75P
001200***************************************************************** BBANK75P
001300* Program:     BBANK75P.CBL                                     * BBANK75P
001400* Layer:       Business logic                                   * BBANK75P
001500* Function:    Teller journal enquiry - a supervisor finds the  * BBANK75P
001600*              counter entries for a receipt, or for an account * BBANK75P
001700*              or a drawer on a business date, and reprints a   * BBANK75P
001800*              customer receipt as a marked duplicate, all      * BBANK75P
001900*              through DEJRN01P                                 * BBANK75P
002000***************************************************************** BBANK75P
002100                                                                  BBANK75P
002200 IDENTIFICATION DIVISION.                                         BBANK75P
002300 PROGRAM-ID.                                                      BBANK75P
002400     BBANK75P.                                                    BBANK75P
002500 DATE-WRITTEN.                                                    BBANK75P
002600     October 2026.                                                BBANK75P
002700 DATE-COMPILED.                                                   BBANK75P
002800     Today.                                                       BBANK75P
002900                                                                  BBANK75P
003000 ENVIRONMENT DIVISION.                                            BBANK75P
003100                                                                  BBANK75P
003200 DATA DIVISION.                                                   BBANK75P
003300 WORKING-STORAGE SECTION.                                         BBANK75P
003400 01  WS-MISC-STORAGE.                                             BBANK75P
003500   05  WS-PROGRAM-ID                         PIC X(8)             BBANK75P
003600       VALUE 'BBANK75P'.                                          BBANK75P
003700   05  WS-INPUT-FLAG                         PIC X(1).            BBANK75P
003800     88  INPUT-OK                            VALUE '0'.           BBANK75P
003900     88  INPUT-ERROR                         VALUE '1'.           BBANK75P
004000   05  WS-RETURN-FLAG                        PIC X(1).            BBANK75P
004100     88  WS-RETURN-FLAG-OFF                  VALUE LOW-VALUES.    BBANK75P
004200     88  WS-RETURN-FLAG-ON                   VALUE '1'.           BBANK75P
004300   05  WS-PFK-FLAG                           PIC X(1).            BBANK75P
004400     88  PFK-VALID                           VALUE '0'.           BBANK75P
004500     88  PFK-INVALID                         VALUE '1'.           BBANK75P
004600   05  WS-IDLE-FLAG                          PIC X(1).            BBANK75P
004700     88  SESSION-NOT-TIMED-OUT               VALUE '0'.           BBANK75P
004800     88  WS-SESSION-TIMED-OUT                VALUE '1'.           BBANK75P
004900   05  WS-ERROR-MSG                          PIC X(75).           BBANK75P
005000   05  WS-AMT-DISP                           PIC -(9)9.99.        BBANK75P
005100   05  WS-SUB1                               PIC S9(4) COMP.      BBANK75P
005200                                                                  BBANK75P
005300 01  WS-BANK-DATA.                                                BBANK75P
005400 COPY CBANKDAT.                                                   BBANK75P
005500 COPY CTIMERD.                                                    BBANK75P
005520 01  WS-SESSION-DATA.                                             BBANK75P
005540 COPY CSIGND01.                                                   BBANK75P
005600 01  WS-EXCEPTION-DATA.                                           BBANK75P
005700 COPY CBANKD16.                                                   BBANK75P
005800                                                                  BBANK75P
005900 01  WS-JOURNAL-DATA.                                             BBANK75P
006000 COPY CEJRND01.                                                   BBANK75P
006100                                                                  BBANK75P
006200 COPY CABENDD.                                                    BBANK75P
006300                                                                  BBANK75P
006400 LINKAGE SECTION.                                                 BBANK75P
006500 01  DFHCOMMAREA.                                                 BBANK75P
006600   05  LK-COMMAREA                           PIC X(32654).        BBANK75P
006700                                                                  BBANK75P
006800 COPY CENTRY.                                                     BBANK75P
006900***************************************************************** BBANK75P
007000* Make ourselves re-entrant                                     * BBANK75P
007100***************************************************************** BBANK75P
007200     MOVE SPACES TO WS-ERROR-MSG.                                 BBANK75P
007300                                                                  BBANK75P
007400***************************************************************** BBANK75P
007500* Move the passed area to our area                              * BBANK75P
007600***************************************************************** BBANK75P
007700     MOVE DFHCOMMAREA (1:LENGTH OF WS-BANK-DATA) TO WS-BANK-DATA. BBANK75P
007800                                                                  BBANK75P
007900***************************************************************** BBANK75P
008000* Ensure error message is cleared                               * BBANK75P
008100***************************************************************** BBANK75P
008200     MOVE SPACES TO BANK-ERROR-MSG.                               BBANK75P
008300                                                                  BBANK75P
008400***************************************************************** BBANK75P
008500* Save the passed return flag and then turn it off              * BBANK75P
008600***************************************************************** BBANK75P
008700     MOVE BANK-RETURN-FLAG TO WS-RETURN-FLAG.                     BBANK75P
008800     SET BANK-RETURN-FLAG-OFF TO TRUE.                            BBANK75P
008900                                                                  BBANK75P
009000***************************************************************** BBANK75P
009100* Force a logoff if the session has been idle too long          * BBANK75P
009200***************************************************************** BBANK75P
009300     SET SESSION-NOT-TIMED-OUT TO TRUE.                           BBANK75P
009400     PERFORM CHECK-IDLE-TIMEOUT THRU                              BBANK75P
009500             CHECK-IDLE-TIMEOUT-EXIT.                             BBANK75P
009600     IF WS-SESSION-TIMED-OUT                                      BBANK75P
009700        MOVE 'BBANK75P' TO BANK-LAST-PROG                         BBANK75P
009800        MOVE 'BBANK99P' TO BANK-NEXT-PROG                         BBANK75P
009900        MOVE 'MBANK99' TO BANK-NEXT-MAPSET                        BBANK75P
010000        MOVE 'BANK99A' TO BANK-NEXT-MAP                           BBANK75P
010100        MOVE 'Session timed out due to inactivity' TO             BBANK75P
010200             BANK-ERROR-MSG                                       BBANK75P
010300        SET BANK-AID-ENTER TO TRUE                                BBANK75P
010400        GO TO COMMON-RETURN                                       BBANK75P
010500     END-IF.                                                      BBANK75P
010600                                                                  BBANK75P
010700***************************************************************** BBANK75P
010800* Check the AID to see if its valid at this point               * BBANK75P
010900***************************************************************** BBANK75P
011000     SET PFK-INVALID TO TRUE.                                     BBANK75P
011100     IF BANK-AID-ENTER OR                                         BBANK75P
011200        BANK-AID-PFK03 OR                                         BBANK75P
011300        BANK-AID-PFK04                                            BBANK75P
011400        SET PFK-VALID TO TRUE                                     BBANK75P
011500     END-IF.                                                      BBANK75P
011600     IF PFK-INVALID                                               BBANK75P
011700        SET BANK-AID-ENTER TO TRUE                                BBANK75P
011800     END-IF.                                                      BBANK75P
011900                                                                  BBANK75P
012000***************************************************************** BBANK75P
012100* Check the AID to see if we have to quit                       * BBANK75P
012200***************************************************************** BBANK75P
012300     IF BANK-AID-PFK03                                            BBANK75P
012400        MOVE 'BBANK75P' TO BANK-LAST-PROG                         BBANK75P
012500        MOVE 'BBANK99P' TO BANK-NEXT-PROG                         BBANK75P
012600        MOVE 'MBANK99' TO BANK-NEXT-MAPSET                        BBANK75P
012700        MOVE 'BANK99A' TO BANK-NEXT-MAP                           BBANK75P
012800        GO TO COMMON-RETURN                                       BBANK75P
012900     END-IF.                                                      BBANK75P
013000                                                                  BBANK75P
013100***************************************************************** BBANK75P
013200* Check the AID to see if we have to return to the services     * BBANK75P
013300* menu                                                          * BBANK75P
013400***************************************************************** BBANK75P
013500     IF BANK-AID-PFK04                                            BBANK75P
013600        MOVE 'BBANK75P' TO BANK-LAST-PROG                         BBANK75P
013700        MOVE 'BBANK21P' TO BANK-NEXT-PROG                         BBANK75P
013800        MOVE 'MBANK21' TO BANK-NEXT-MAPSET                        BBANK75P
013900        MOVE 'BANK21A' TO BANK-NEXT-MAP                           BBANK75P
014000        SET BANK-AID-ENTER TO TRUE                                BBANK75P
014100        GO TO COMMON-RETURN                                       BBANK75P
014200     END-IF.                                                      BBANK75P
014300                                                                  BBANK75P
014400* Check if we have set the screen up before or is this 1st time   BBANK75P
014500     IF BANK-LAST-MAPSET IS NOT EQUAL TO 'MBANK75'                BBANK75P
014600        MOVE 'BBANK75P' TO BANK-LAST-PROG                         BBANK75P
014700        MOVE 'BBANK75P' TO BANK-NEXT-PROG                         BBANK75P
014800        MOVE 'MBANK75' TO BANK-LAST-MAPSET                        BBANK75P
014900        MOVE 'BANK75A' TO BANK-LAST-MAP                           BBANK75P
015000        MOVE 'MBANK75' TO BANK-NEXT-MAPSET                        BBANK75P
015100        MOVE 'BANK75A' TO BANK-NEXT-MAP                           BBANK75P
015200        MOVE LOW-VALUES TO BANK-SCREEN75-DATA                     BBANK75P
015300        GO TO COMMON-RETURN                                       BBANK75P
015400     END-IF.                                                      BBANK75P
015500                                                                  BBANK75P
015600***************************************************************** BBANK75P
015700* The user pressed ENTER - validate and work the request        * BBANK75P
015800***************************************************************** BBANK75P
015900     MOVE 'BBANK75P' TO BANK-LAST-PROG.                           BBANK75P
016000     MOVE 'BBANK75P' TO BANK-NEXT-PROG.                           BBANK75P
016100     MOVE 'MBANK75' TO BANK-LAST-MAPSET.                          BBANK75P
016200     MOVE 'BANK75A' TO BANK-LAST-MAP.                             BBANK75P
016300     MOVE 'MBANK75' TO BANK-NEXT-MAPSET.                          BBANK75P
016400     MOVE 'BANK75A' TO BANK-NEXT-MAP.                             BBANK75P
016500                                                                  BBANK75P
016600     PERFORM VALIDATE-INPUT THRU                                  BBANK75P
016700             VALIDATE-INPUT-EXIT.                                 BBANK75P
016800     IF INPUT-ERROR                                               BBANK75P
016900        MOVE WS-ERROR-MSG TO BANK-SCR75-ERRMSG                    BBANK75P
017000        MOVE WS-ERROR-MSG TO BANK-ERROR-MSG                       BBANK75P
017100        GO TO COMMON-RETURN                                       BBANK75P
017200     END-IF.                                                      BBANK75P
017300                                                                  BBANK75P
017400     PERFORM WORK-JOURNAL THRU                                    BBANK75P
017500             WORK-JOURNAL-EXIT.                                   BBANK75P
017600     GO TO COMMON-RETURN.                                         BBANK75P
017700                                                                  BBANK75P
017800 COMMON-RETURN.                                                   BBANK75P
017900     IF BANK-ERROR-MSG NOT EQUAL TO SPACES                        BBANK75P
018000        MOVE SPACES TO CD16-DATA                                  BBANK75P
018100        MOVE BANK-USERID TO CD16I-PERSON-PID                      BBANK75P
018200        MOVE WS-PROGRAM-ID TO CD16I-PROGRAM                       BBANK75P
018300        MOVE BANK-ERROR-MSG TO CD16I-MESSAGE                      BBANK75P
018400     COPY CBANKX16.                                               BBANK75P
018500     END-IF.                                                      BBANK75P
018600     MOVE WS-BANK-DATA TO DFHCOMMAREA (1:LENGTH OF WS-BANK-DATA). BBANK75P
018700 COPY CRETURN.                                                    BBANK75P
018800                                                                  BBANK75P
018900***************************************************************** BBANK75P
019000* Validate what the supervisor keyed                            * BBANK75P
019100***************************************************************** BBANK75P
019200 VALIDATE-INPUT.                                                  BBANK75P
019300     SET INPUT-OK TO TRUE.                                        BBANK75P
019400     IF NOT BANK-ROLE-SUPERVISOR                                  BBANK75P
019500        MOVE 'Only a supervisor can search the teller journal' TO BBANK75P
019600             WS-ERROR-MSG                                         BBANK75P
019700        GO TO VALIDATE-INPUT-ERROR                                BBANK75P
019800     END-IF.                                                      BBANK75P
019900     IF BANK-SCR75-ACTION IS NOT EQUAL TO 'S' AND                 BBANK75P
020000        BANK-SCR75-ACTION IS NOT EQUAL TO 'P'                     BBANK75P
020100        MOVE 'Action must be S(earch) or P(rint a duplicate)' TO  BBANK75P
020200             WS-ERROR-MSG                                         BBANK75P
020300        GO TO VALIDATE-INPUT-ERROR                                BBANK75P
020400     END-IF.                                                      BBANK75P
020500     IF BANK-SCR75-RECEIPT IS EQUAL TO LOW-VALUES                 BBANK75P
020600        MOVE SPACES TO BANK-SCR75-RECEIPT                         BBANK75P
020700     END-IF.                                                      BBANK75P
020800     IF BANK-SCR75-ACC IS EQUAL TO LOW-VALUES                     BBANK75P
020900        MOVE SPACES TO BANK-SCR75-ACC                             BBANK75P
021000     END-IF.                                                      BBANK75P
021100     IF BANK-SCR75-BRANCH IS EQUAL TO LOW-VALUES                  BBANK75P
021200        MOVE SPACES TO BANK-SCR75-BRANCH                          BBANK75P
021300     END-IF.                                                      BBANK75P
021400     IF BANK-SCR75-DRAWER IS EQUAL TO LOW-VALUES                  BBANK75P
021500        MOVE SPACES TO BANK-SCR75-DRAWER                          BBANK75P
021600     END-IF.                                                      BBANK75P
021700     IF BANK-SCR75-DATE IS EQUAL TO LOW-VALUES                    BBANK75P
021800        MOVE SPACES TO BANK-SCR75-DATE                            BBANK75P
021900     END-IF.                                                      BBANK75P
022000     IF BANK-SCR75-ACTION IS EQUAL TO 'P' AND                     BBANK75P
022100        BANK-SCR75-RECEIPT IS EQUAL TO SPACES                     BBANK75P
022200        MOVE 'Key the number of the receipt to reprint' TO        BBANK75P
022300             WS-ERROR-MSG                                         BBANK75P
022400        GO TO VALIDATE-INPUT-ERROR                                BBANK75P
022500     END-IF.                                                      BBANK75P
022600     IF BANK-SCR75-RECEIPT IS EQUAL TO SPACES AND                 BBANK75P
022700        BANK-SCR75-ACC IS EQUAL TO SPACES AND                     BBANK75P
022800        BANK-SCR75-DRAWER IS EQUAL TO SPACES                      BBANK75P
022900        MOVE 'Key a receipt, an account or a drawer' TO           BBANK75P
023000             WS-ERROR-MSG                                         BBANK75P
023100        GO TO VALIDATE-INPUT-ERROR                                BBANK75P
023200     END-IF.                                                      BBANK75P
023300     GO TO VALIDATE-INPUT-EXIT.                                   BBANK75P
023400 VALIDATE-INPUT-ERROR.                                            BBANK75P
023500     SET INPUT-ERROR TO TRUE.                                     BBANK75P
023600 VALIDATE-INPUT-EXIT.                                             BBANK75P
023700     EXIT.                                                        BBANK75P
023800                                                                  BBANK75P
023900***************************************************************** BBANK75P
024000* Drive DEJRN01P and show the outcome. A search lists the most  * BBANK75P
024100* recent entries found and, for a single receipt, the receipt   * BBANK75P
024200* as printed; a reprint shows the duplicate just printed        * BBANK75P
024300***************************************************************** BBANK75P
024400 WORK-JOURNAL.                                                    BBANK75P
024500     INITIALIZE CEJ1-DATA.                                        BBANK75P
024600     IF BANK-SCR75-ACTION IS EQUAL TO 'P'                         BBANK75P
024700        SET CEJ1I-REPRINT TO TRUE                                 BBANK75P
024800     ELSE                                                         BBANK75P
024900        SET CEJ1I-SEARCH TO TRUE                                  BBANK75P
025000     END-IF.                                                      BBANK75P
025100     MOVE WS-PROGRAM-ID TO CEJ1I-PROGRAM.                         BBANK75P
025200     MOVE BANK-SCR75-RECEIPT TO CEJ1I-RECEIPT.                    BBANK75P
025300     MOVE BANK-SCR75-ACC TO CEJ1I-ACC.                            BBANK75P
025400     MOVE BANK-SCR75-BRANCH TO CEJ1I-BRANCH.                      BBANK75P
025500     MOVE BANK-SCR75-DRAWER TO CEJ1I-DRAWER.                      BBANK75P
025600     MOVE BANK-SCR75-DATE TO CEJ1I-DATE.                          BBANK75P
025700     MOVE BANK-USERID TO CEJ1I-SUPERVISOR.                        BBANK75P
025800     MOVE BANK-USERID TO CEJ1I-USERID.                            BBANK75P
025900 COPY CEJRNX01.                                                   BBANK75P
026000     MOVE 0 TO WS-SUB1.                                           BBANK75P
026100     PERFORM CLEAR-JOURNAL-ROW THRU                               BBANK75P
026200             CLEAR-JOURNAL-ROW-EXIT 6 TIMES.                      BBANK75P
026300     IF NOT CEJ1O-REQUEST-OK                                      BBANK75P
026400        MOVE CEJ1O-MSG TO BANK-SCR75-ERRMSG                       BBANK75P
026500        MOVE CEJ1O-MSG TO BANK-ERROR-MSG                          BBANK75P
026600        GO TO WORK-JOURNAL-EXIT                                   BBANK75P
026700     END-IF.                                                      BBANK75P
026800     MOVE CEJ1O-MSG TO BANK-SCR75-ERRMSG.                         BBANK75P
026900     MOVE 0 TO WS-SUB1.                                           BBANK75P
027000     PERFORM SHOW-JOURNAL-ROW THRU                                BBANK75P
027100             SHOW-JOURNAL-ROW-EXIT 5 TIMES.                       BBANK75P
027200     MOVE 0 TO WS-SUB1.                                           BBANK75P
027300     PERFORM SHOW-RECEIPT-LINE THRU                               BBANK75P
027400             SHOW-RECEIPT-LINE-EXIT 6 TIMES.                      BBANK75P
027500 WORK-JOURNAL-EXIT.                                               BBANK75P
027600     EXIT.                                                        BBANK75P
027700                                                                  BBANK75P
027800***************************************************************** BBANK75P
027900* Clear the list and receipt lines left from the last enquiry   * BBANK75P
028000***************************************************************** BBANK75P
028100 CLEAR-JOURNAL-ROW.                                               BBANK75P
028200     ADD 1 TO WS-SUB1.                                            BBANK75P
028300     IF WS-SUB1 IS NOT GREATER THAN 5                             BBANK75P
028400        MOVE SPACES TO BANK-SCR75-LIST (WS-SUB1)                  BBANK75P
028500     END-IF.                                                      BBANK75P
028600     MOVE SPACES TO BANK-SCR75-PRINT (WS-SUB1).                   BBANK75P
028700 CLEAR-JOURNAL-ROW-EXIT.                                          BBANK75P
028800     EXIT.                                                        BBANK75P
028900                                                                  BBANK75P
029000***************************************************************** BBANK75P
029100* Show one journal entry found                                  * BBANK75P
029200***************************************************************** BBANK75P
029300 SHOW-JOURNAL-ROW.                                                BBANK75P
029400     ADD 1 TO WS-SUB1.                                            BBANK75P
029500     IF CEJ1O-ENT-RECEIPT (WS-SUB1) IS EQUAL TO SPACES            BBANK75P
029600        GO TO SHOW-JOURNAL-ROW-EXIT                               BBANK75P
029700     END-IF.                                                      BBANK75P
029800     MOVE CEJ1O-ENT-RECEIPT (WS-SUB1) TO                          BBANK75P
029900          BANK-SCR75-LST-RCPT (WS-SUB1).                          BBANK75P
030000     MOVE CEJ1O-ENT-TIME (WS-SUB1) TO                             BBANK75P
030100          BANK-SCR75-LST-TIME (WS-SUB1).                          BBANK75P
030200     MOVE CEJ1O-ENT-ACTION (WS-SUB1) TO                           BBANK75P
030300          BANK-SCR75-LST-ACT (WS-SUB1).                           BBANK75P
030400     MOVE CEJ1O-ENT-ACC (WS-SUB1) TO                              BBANK75P
030500          BANK-SCR75-LST-ACC (WS-SUB1).                           BBANK75P
030600     MOVE CEJ1O-ENT-DRAWER (WS-SUB1) TO                           BBANK75P
030700          BANK-SCR75-LST-DRW (WS-SUB1).                           BBANK75P
030800     MOVE CEJ1O-ENT-TELLER (WS-SUB1) TO                           BBANK75P
030900          BANK-SCR75-LST-TLR (WS-SUB1).                           BBANK75P
031000     MOVE CEJ1O-ENT-AMOUNT (WS-SUB1) TO WS-AMT-DISP.              BBANK75P
031100     MOVE WS-AMT-DISP TO BANK-SCR75-LST-AMT (WS-SUB1).            BBANK75P
031200 SHOW-JOURNAL-ROW-EXIT.                                           BBANK75P
031300     EXIT.                                                        BBANK75P
031400                                                                  BBANK75P
031500***************************************************************** BBANK75P
031600* Show one line of the receipt                                  * BBANK75P
031700***************************************************************** BBANK75P
031800 SHOW-RECEIPT-LINE.                                               BBANK75P
031900     ADD 1 TO WS-SUB1.                                            BBANK75P
032000     MOVE CEJ1O-RECEIPT-LINE (WS-SUB1) TO                         BBANK75P
032100          BANK-SCR75-PRINT (WS-SUB1).                             BBANK75P
032200 SHOW-RECEIPT-LINE-EXIT.                                          BBANK75P
032300     EXIT.                                                        BBANK75P
032400                                                                  BBANK75P
032500***************************************************************** BBANK75P
032600* Check for an idle session timeout                             * BBANK75P
032700***************************************************************** BBANK75P
032800 COPY CIDLECHK.                                                   BBANK75P
