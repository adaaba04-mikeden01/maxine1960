000100***************************************************************** BBANK19P
000200*                                                               * BBANK19P
000300*   Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.   * BBANK19P
000400*   This demonstration program is provided for use by users     * BBANK19P
000500*   of Micro Focus products and may be used, modified and       * BBANK19P
000600*   distributed as part of your application provided that       * BBANK19P
000700*   you properly acknowledge the copyright of Micro Focus       * BBANK19P
000800*   in this material.                                           * BBANK19P
000900*                                                               * BBANK19P
001000***************************************************************** BBANK19P
001100                                                                  BBANK19P
001200***************************************************************** BBANK19P
001300* Program:     BBANK19P.CBL                                     * BBANK19P
001400* Layer:       Business logic                                   * BBANK19P
001500* Function:    Mortgage escrow screen - open the escrow         * BBANK19P
001600*              account for a secured loan, add or cancel the    * BBANK19P
001700*              tax and insurance bills paid from it, show the   * BBANK19P
001800*              escrow position and run the annual analysis      * BBANK19P
001900*              early, driving the escrow services in DESCR01P   * BBANK19P
002000***************************************************************** BBANK19P
002100                                                                  BBANK19P
002200 IDENTIFICATION DIVISION.                                         BBANK19P
002300 PROGRAM-ID.                                                      BBANK19P
002400     BBANK19P.                                                    BBANK19P
002500 DATE-WRITTEN.                                                    BBANK19P
002600     September 2026.                                              BBANK19P
002700 DATE-COMPILED.                                                   BBANK19P
002800     Today.                                                       BBANK19P
002900                                                                  BBANK19P
003000 ENVIRONMENT DIVISION.                                            BBANK19P
003100                                                                  BBANK19P
003200 DATA DIVISION.                                                   BBANK19P
003300 WORKING-STORAGE SECTION.                                         BBANK19P
003400 01  WS-MISC-STORAGE.                                             BBANK19P
003500   05  WS-PROGRAM-ID                         PIC X(8)             BBANK19P
003600       VALUE 'BBANK19P'.                                          BBANK19P
003700   05  WS-INPUT-FLAG                         PIC X(1).            BBANK19P
003800     88  INPUT-OK                            VALUE '0'.           BBANK19P
003900     88  INPUT-ERROR                         VALUE '1'.           BBANK19P
004000   05  WS-RETURN-FLAG                        PIC X(1).            BBANK19P
004100     88  WS-RETURN-FLAG-OFF                  VALUE LOW-VALUES.    BBANK19P
004200     88  WS-RETURN-FLAG-ON                   VALUE '1'.           BBANK19P
004300   05  WS-PFK-FLAG                           PIC X(1).            BBANK19P
004400     88  PFK-VALID                           VALUE '0'.           BBANK19P
004500     88  PFK-INVALID                         VALUE '1'.           BBANK19P
004600   05  WS-IDLE-FLAG                          PIC X(1).            BBANK19P
004700     88  SESSION-NOT-TIMED-OUT               VALUE '0'.           BBANK19P
004800     88  WS-SESSION-TIMED-OUT                VALUE '1'.           BBANK19P
004900   05  WS-ERROR-MSG                          PIC X(75).           BBANK19P
005000   05  WS-SEQ-WORK                           PIC X(3).            BBANK19P
005100   05  WS-SEQ-WORK-N REDEFINES WS-SEQ-WORK   PIC 9(3).            BBANK19P
005200   05  WS-AMOUNT-WORK                        PIC X(9).            BBANK19P
005300   05  WS-AMOUNT-WORK-N REDEFINES WS-AMOUNT-WORK                  BBANK19P
005400                                             PIC 9(7)V99.         BBANK19P
005500   05  WS-AMT-DISP                           PIC -(9)9.99.        BBANK19P
005600   05  WS-SUB1                               PIC S9(4) COMP.      BBANK19P
005700                                                                  BBANK19P
005800 01  WS-BANK-DATA.                                                BBANK19P
005900 COPY CBANKDAT.                                                   BBANK19P
006000 COPY CTIMERD.                                                    BBANK19P
006100 01  WS-SESSION-DATA.                                             BBANK19P
006200 COPY CSIGND01.                                                   BBANK19P
006300 01  WS-EXCEPTION-DATA.                                           BBANK19P
006400 COPY CBANKD16.                                                   BBANK19P
006500                                                                  BBANK19P
006600 01  WS-ESCROW-DATA.                                              BBANK19P
006700 COPY CESCRD01.                                                   BBANK19P
006800 COPY CABENDD.                                                    BBANK19P
006900                                                                  BBANK19P
007000 LINKAGE SECTION.                                                 BBANK19P
007100 01  DFHCOMMAREA.                                                 BBANK19P
007200   05  LK-COMMAREA                           PIC X(32654).        BBANK19P
007300                                                                  BBANK19P
007400 COPY CENTRY.                                                     BBANK19P
007500***************************************************************** BBANK19P
007600* Make ourselves re-entrant                                     * BBANK19P
007700***************************************************************** BBANK19P
007800     MOVE SPACES TO WS-ERROR-MSG.                                 BBANK19P
007900                                                                  BBANK19P
008000***************************************************************** BBANK19P
008100* Move the passed area to our area                              * BBANK19P
008200***************************************************************** BBANK19P
008300     MOVE DFHCOMMAREA (1:LENGTH OF WS-BANK-DATA) TO WS-BANK-DATA. BBANK19P
008400                                                                  BBANK19P
008500***************************************************************** BBANK19P
008600* Ensure error message is cleared                               * BBANK19P
008700***************************************************************** BBANK19P
008800     MOVE SPACES TO BANK-ERROR-MSG.                               BBANK19P
008900                                                                  BBANK19P
009000***************************************************************** BBANK19P
009100* Save the passed return flag and then turn it off              * BBANK19P
009200***************************************************************** BBANK19P
009300     MOVE BANK-RETURN-FLAG TO WS-RETURN-FLAG.                     BBANK19P
009400     SET BANK-RETURN-FLAG-OFF TO TRUE.                            BBANK19P
009500                                                                  BBANK19P
009600***************************************************************** BBANK19P
009700* Force a logoff if the session has been idle too long          * BBANK19P
009800***************************************************************** BBANK19P
009900     SET SESSION-NOT-TIMED-OUT TO TRUE.                           BBANK19P
010000     PERFORM CHECK-IDLE-TIMEOUT THRU                              BBANK19P
010100             CHECK-IDLE-TIMEOUT-EXIT.                             BBANK19P
010200     IF WS-SESSION-TIMED-OUT                                      BBANK19P
010300        MOVE 'BBANK19P' TO BANK-LAST-PROG                         BBANK19P
010400        MOVE 'BBANK99P' TO BANK-NEXT-PROG                         BBANK19P
010500        MOVE 'MBANK99' TO BANK-NEXT-MAPSET                        BBANK19P
010600        MOVE 'BANK99A' TO BANK-NEXT-MAP                           BBANK19P
010700        MOVE 'Session timed out due to inactivity' TO             BBANK19P
010800             BANK-ERROR-MSG                                       BBANK19P
010900        SET BANK-AID-ENTER TO TRUE                                BBANK19P
011000        GO TO COMMON-RETURN                                       BBANK19P
011100     END-IF.                                                      BBANK19P
011200                                                                  BBANK19P
011300***************************************************************** BBANK19P
011400* Escrow maintenance is a staff function                        * BBANK19P
011500***************************************************************** BBANK19P
011600     IF BANK-ROLE-CUSTOMER                                        BBANK19P
011700        MOVE 'BBANK19P' TO BANK-LAST-PROG                         BBANK19P
011800        MOVE 'BBANK20P' TO BANK-NEXT-PROG                         BBANK19P
011900        MOVE 'Mortgage escrow needs a staff signon' TO            BBANK19P
012000             BANK-ERROR-MSG                                       BBANK19P
012100        SET BANK-AID-ENTER TO TRUE                                BBANK19P
012200        GO TO COMMON-RETURN                                       BBANK19P
012300     END-IF.                                                      BBANK19P
012400                                                                  BBANK19P
012500***************************************************************** BBANK19P
012600* Check the AID to see if its valid at this point               * BBANK19P
012700***************************************************************** BBANK19P
012800     SET PFK-INVALID TO TRUE.                                     BBANK19P
012900     IF BANK-AID-ENTER OR                                         BBANK19P
013000        BANK-AID-PFK03 OR                                         BBANK19P
013100        BANK-AID-PFK04                                            BBANK19P
013200        SET PFK-VALID TO TRUE                                     BBANK19P
013300     END-IF.                                                      BBANK19P
013400     IF PFK-INVALID                                               BBANK19P
013500        SET BANK-AID-ENTER TO TRUE                                BBANK19P
013600     END-IF.                                                      BBANK19P
013700                                                                  BBANK19P
013800***************************************************************** BBANK19P
013900* Check the AID to see if we have to quit                       * BBANK19P
014000***************************************************************** BBANK19P
014100     IF BANK-AID-PFK03                                            BBANK19P
014200        MOVE 'BBANK19P' TO BANK-LAST-PROG                         BBANK19P
014300        MOVE 'BBANK99P' TO BANK-NEXT-PROG                         BBANK19P
014400        MOVE 'MBANK99' TO BANK-NEXT-MAPSET                        BBANK19P
014500        MOVE 'BANK99A' TO BANK-NEXT-MAP                           BBANK19P
014600        GO TO COMMON-RETURN                                       BBANK19P
014700     END-IF.                                                      BBANK19P
014800                                                                  BBANK19P
014900***************************************************************** BBANK19P
015000* Check the AID to see if we have to return to the services     * BBANK19P
015100* menu                                                          * BBANK19P
015200***************************************************************** BBANK19P
015300     IF BANK-AID-PFK04                                            BBANK19P
015400        MOVE 'BBANK19P' TO BANK-LAST-PROG                         BBANK19P
015500        MOVE 'BBANK21P' TO BANK-NEXT-PROG                         BBANK19P
015600        MOVE 'MBANK21' TO BANK-NEXT-MAPSET                        BBANK19P
015700        MOVE 'BANK21A' TO BANK-NEXT-MAP                           BBANK19P
015800        SET BANK-AID-ENTER TO TRUE                                BBANK19P
015900        GO TO COMMON-RETURN                                       BBANK19P
016000     END-IF.                                                      BBANK19P
016100                                                                  BBANK19P
016200* Check if we have set the screen up before or is this 1st time   BBANK19P
016300     IF BANK-LAST-MAPSET IS NOT EQUAL TO 'MBANK19'                BBANK19P
016400        MOVE 'BBANK19P' TO BANK-LAST-PROG                         BBANK19P
016500        MOVE 'BBANK19P' TO BANK-NEXT-PROG                         BBANK19P
016600        MOVE 'MBANK19' TO BANK-LAST-MAPSET                        BBANK19P
016700        MOVE 'BANK19A' TO BANK-LAST-MAP                           BBANK19P
016800        MOVE 'MBANK19' TO BANK-NEXT-MAPSET                        BBANK19P
016900        MOVE 'BANK19A' TO BANK-NEXT-MAP                           BBANK19P
017000        MOVE LOW-VALUES TO BANK-SCREEN19-DATA                     BBANK19P
017100        GO TO COMMON-RETURN                                       BBANK19P
017200     END-IF.                                                      BBANK19P
017300                                                                  BBANK19P
017400***************************************************************** BBANK19P
017500* The user pressed ENTER - validate and work the request        * BBANK19P
017600***************************************************************** BBANK19P
017700     MOVE 'BBANK19P' TO BANK-LAST-PROG.                           BBANK19P
017800     MOVE 'BBANK19P' TO BANK-NEXT-PROG.                           BBANK19P
017900     MOVE 'MBANK19' TO BANK-LAST-MAPSET.                          BBANK19P
018000     MOVE 'BANK19A' TO BANK-LAST-MAP.                             BBANK19P
018100     MOVE 'MBANK19' TO BANK-NEXT-MAPSET.                          BBANK19P
018200     MOVE 'BANK19A' TO BANK-NEXT-MAP.                             BBANK19P
018300                                                                  BBANK19P
018400     PERFORM VALIDATE-INPUT THRU                                  BBANK19P
018500             VALIDATE-INPUT-EXIT.                                 BBANK19P
018600     IF INPUT-ERROR                                               BBANK19P
018700        MOVE WS-ERROR-MSG TO BANK-SCR19-ERRMSG                    BBANK19P
018800        MOVE WS-ERROR-MSG TO BANK-ERROR-MSG                       BBANK19P
018900        GO TO COMMON-RETURN                                       BBANK19P
019000     END-IF.                                                      BBANK19P
019100                                                                  BBANK19P
019200     PERFORM WORK-ESCROW THRU                                     BBANK19P
019300             WORK-ESCROW-EXIT.                                    BBANK19P
019400     GO TO COMMON-RETURN.                                         BBANK19P
019500                                                                  BBANK19P
019600 COMMON-RETURN.                                                   BBANK19P
019700     IF BANK-ERROR-MSG NOT EQUAL TO SPACES                        BBANK19P
019800        MOVE SPACES TO CD16-DATA                                  BBANK19P
019900        MOVE BANK-USERID TO CD16I-PERSON-PID                      BBANK19P
020000        MOVE WS-PROGRAM-ID TO CD16I-PROGRAM                       BBANK19P
020100        MOVE BANK-ERROR-MSG TO CD16I-MESSAGE                      BBANK19P
020200     COPY CBANKX16.                                               BBANK19P
020300     END-IF.                                                      BBANK19P
020400     MOVE WS-BANK-DATA TO DFHCOMMAREA (1:LENGTH OF WS-BANK-DATA). BBANK19P
020500 COPY CRETURN.                                                    BBANK19P
020600                                                                  BBANK19P
020700***************************************************************** BBANK19P
020800* Validate what the operator keyed                              * BBANK19P
020900***************************************************************** BBANK19P
021000 VALIDATE-INPUT.                                                  BBANK19P
021100     SET INPUT-OK TO TRUE.                                        BBANK19P
021200     INSPECT BANK-SCREEN19-DATA                                   BBANK19P
021300             REPLACING ALL LOW-VALUES BY SPACES.                  BBANK19P
021400     IF BANK-SCR19-ACTION IS NOT EQUAL TO 'O' AND                 BBANK19P
021500        BANK-SCR19-ACTION IS NOT EQUAL TO 'B' AND                 BBANK19P
021600        BANK-SCR19-ACTION IS NOT EQUAL TO 'X' AND                 BBANK19P
021700        BANK-SCR19-ACTION IS NOT EQUAL TO 'E' AND                 BBANK19P
021800        BANK-SCR19-ACTION IS NOT EQUAL TO 'Y'                     BBANK19P
021900        MOVE 'Action must be O,B,X,E or Y' TO WS-ERROR-MSG        BBANK19P
022000        GO TO VALIDATE-INPUT-ERROR                                BBANK19P
022100     END-IF.                                                      BBANK19P
022200     IF BANK-SCR19-LOANID IS EQUAL TO SPACES                      BBANK19P
022300        MOVE 'Please input the loan number' TO WS-ERROR-MSG       BBANK19P
022400        GO TO VALIDATE-INPUT-ERROR                                BBANK19P
022500     END-IF.                                                      BBANK19P
022600     MOVE ZEROES TO WS-SEQ-WORK-N.                                BBANK19P
022700     MOVE ZEROES TO WS-AMOUNT-WORK-N.                             BBANK19P
022800     IF BANK-SCR19-ACTION IS EQUAL TO 'X'                         BBANK19P
022900        MOVE BANK-SCR19-BILLSEQ TO WS-SEQ-WORK                    BBANK19P
023000        IF WS-SEQ-WORK IS NOT NUMERIC                             BBANK19P
023100           MOVE 'Please input the bill number (nnn)'              BBANK19P
023200             TO WS-ERROR-MSG                                      BBANK19P
023300           GO TO VALIDATE-INPUT-ERROR                             BBANK19P
023400        END-IF                                                    BBANK19P
023500     END-IF.                                                      BBANK19P
023600     IF BANK-SCR19-ACTION IS NOT EQUAL TO 'B'                     BBANK19P
023700        GO TO VALIDATE-INPUT-EXIT                                 BBANK19P
023800     END-IF.                                                      BBANK19P
023900     IF BANK-SCR19-KIND IS NOT EQUAL TO 'T' AND                   BBANK19P
024000        BANK-SCR19-KIND IS NOT EQUAL TO 'I'                       BBANK19P
024100        MOVE 'Bill kind must be T (tax) or I (insurance)'         BBANK19P
024200          TO WS-ERROR-MSG                                         BBANK19P
024300        GO TO VALIDATE-INPUT-ERROR                                BBANK19P
024400     END-IF.                                                      BBANK19P
024500     IF BANK-SCR19-PAYEE IS EQUAL TO SPACES OR                    BBANK19P
024600        BANK-SCR19-ROUTING IS EQUAL TO SPACES OR                  BBANK19P
024700        BANK-SCR19-EXTACC IS EQUAL TO SPACES                      BBANK19P
024800        MOVE 'Please input the payee and where to pay it'         BBANK19P
024900          TO WS-ERROR-MSG                                         BBANK19P
025000        GO TO VALIDATE-INPUT-ERROR                                BBANK19P
025100     END-IF.                                                      BBANK19P
025200     MOVE BANK-SCR19-AMOUNT TO WS-AMOUNT-WORK.                    BBANK19P
025300     IF WS-AMOUNT-WORK IS NOT NUMERIC OR                          BBANK19P
025400        WS-AMOUNT-WORK-N IS NOT GREATER THAN ZERO                 BBANK19P
025500        MOVE 'Bill amount must be numeric (nnnnnnnvv)'            BBANK19P
025600          TO WS-ERROR-MSG                                         BBANK19P
025700        GO TO VALIDATE-INPUT-ERROR                                BBANK19P
025800     END-IF.                                                      BBANK19P
025900     IF BANK-SCR19-FREQ IS NOT EQUAL TO 'A' AND                   BBANK19P
026000        BANK-SCR19-FREQ IS NOT EQUAL TO 'H' AND                   BBANK19P
026100        BANK-SCR19-FREQ IS NOT EQUAL TO 'Q'                       BBANK19P
026200        MOVE 'Bill frequency must be A, H or Q' TO WS-ERROR-MSG   BBANK19P
026300        GO TO VALIDATE-INPUT-ERROR                                BBANK19P
026400     END-IF.                                                      BBANK19P
026500     IF BANK-SCR19-NEXTDUE IS EQUAL TO SPACES                     BBANK19P
026600        MOVE 'Please input the date the bill next falls due'      BBANK19P
026700          TO WS-ERROR-MSG                                         BBANK19P
026800        GO TO VALIDATE-INPUT-ERROR                                BBANK19P
026900     END-IF.                                                      BBANK19P
027000     GO TO VALIDATE-INPUT-EXIT.                                   BBANK19P
027100 VALIDATE-INPUT-ERROR.                                            BBANK19P
027200     SET INPUT-ERROR TO TRUE.                                     BBANK19P
027300 VALIDATE-INPUT-EXIT.                                             BBANK19P
027400     EXIT.                                                        BBANK19P
027500                                                                  BBANK19P
027600***************************************************************** BBANK19P
027700* Drive DESCR01P and show the outcome                           * BBANK19P
027800***************************************************************** BBANK19P
027900 WORK-ESCROW.                                                     BBANK19P
028000     INITIALIZE CES1-DATA.                                        BBANK19P
028100     MOVE BANK-SCR19-ACTION TO CES1I-FUNCTION.                    BBANK19P
028200     MOVE BANK-SCR19-LOANID TO CES1I-LOAN-ID.                     BBANK19P
028300     MOVE WS-SEQ-WORK-N TO CES1I-BILL-SEQ.                        BBANK19P
028400     MOVE BANK-SCR19-KIND TO CES1I-KIND.                          BBANK19P
028500     MOVE BANK-SCR19-PAYEE TO CES1I-PAYEE-NAME.                   BBANK19P
028600     MOVE BANK-SCR19-ROUTING TO CES1I-ROUTING.                    BBANK19P
028700     MOVE BANK-SCR19-EXTACC TO CES1I-EXT-ACC.                     BBANK19P
028800     MOVE WS-AMOUNT-WORK-N TO CES1I-AMOUNT.                       BBANK19P
028900     MOVE BANK-SCR19-FREQ TO CES1I-FREQ.                          BBANK19P
029000     MOVE BANK-SCR19-NEXTDUE TO CES1I-NEXT-DUE.                   BBANK19P
029100     MOVE BANK-USERID TO CES1I-USERID.                            BBANK19P
029200 COPY CESCRX01.                                                   BBANK19P
029300     IF CES1O-REQUEST-OK                                          BBANK19P
029400        PERFORM SHOW-ESCROW THRU                                  BBANK19P
029500                SHOW-ESCROW-EXIT                                  BBANK19P
029600        MOVE CES1O-MSG TO BANK-SCR19-ERRMSG                       BBANK19P
029700     ELSE                                                         BBANK19P
029800        MOVE CES1O-MSG TO BANK-SCR19-ERRMSG                       BBANK19P
029900        MOVE CES1O-MSG TO BANK-ERROR-MSG                          BBANK19P
030000     END-IF.                                                      BBANK19P
030100 WORK-ESCROW-EXIT.                                                BBANK19P
030200     EXIT.                                                        BBANK19P
030300                                                                  BBANK19P
030400***************************************************************** BBANK19P
030500* Show the escrow position and the bills it pays                * BBANK19P
030600***************************************************************** BBANK19P
030700 SHOW-ESCROW.                                                     BBANK19P
030800     IF CES1I-ADD-BILL                                            BBANK19P
030900        MOVE CES1O-BILL-SEQ TO WS-SEQ-WORK-N                      BBANK19P
031000        MOVE WS-SEQ-WORK TO BANK-SCR19-BILLSEQ                    BBANK19P
031100     END-IF.                                                      BBANK19P
031200     MOVE CES1O-ESC-ACC TO BANK-SCR19-ESCACC.                     BBANK19P
031300     MOVE CES1O-MONTHLY TO WS-AMT-DISP.                           BBANK19P
031400     MOVE WS-AMT-DISP TO BANK-SCR19-MONTHLY.                      BBANK19P
031500     MOVE CES1O-BALANCE TO WS-AMT-DISP.                           BBANK19P
031600     MOVE WS-AMT-DISP TO BANK-SCR19-BALANCE.                      BBANK19P
031700     MOVE CES1O-NEXT-ANALYSIS TO BANK-SCR19-NEXTANAL.             BBANK19P
031800     MOVE 0 TO WS-SUB1.                                           BBANK19P
031900     PERFORM SHOW-BILL-ENTRY THRU                                 BBANK19P
032000             SHOW-BILL-ENTRY-EXIT 3 TIMES.                        BBANK19P
032100 SHOW-ESCROW-EXIT.                                                BBANK19P
032200     EXIT.                                                        BBANK19P
032300                                                                  BBANK19P
032400 SHOW-BILL-ENTRY.                                                 BBANK19P
032500     ADD 1 TO WS-SUB1.                                            BBANK19P
032600     MOVE SPACES TO BANK-SCR19-LIST (WS-SUB1).                    BBANK19P
032700     IF CES1O-LST-SEQ (WS-SUB1) IS EQUAL TO ZERO                  BBANK19P
032800        GO TO SHOW-BILL-ENTRY-EXIT                                BBANK19P
032900     END-IF.                                                      BBANK19P
033000     MOVE CES1O-LST-SEQ (WS-SUB1) TO WS-SEQ-WORK-N.               BBANK19P
033100     MOVE WS-SEQ-WORK TO BANK-SCR19-LST-SEQ (WS-SUB1).            BBANK19P
033200     MOVE CES1O-LST-KIND (WS-SUB1)                                BBANK19P
033300       TO BANK-SCR19-LST-KND (WS-SUB1).                           BBANK19P
033400     MOVE CES1O-LST-PAYEE (WS-SUB1)                               BBANK19P
033500       TO BANK-SCR19-LST-PAYEE (WS-SUB1).                         BBANK19P
033600     MOVE CES1O-LST-AMOUNT (WS-SUB1) TO WS-AMT-DISP.              BBANK19P
033700     MOVE WS-AMT-DISP TO BANK-SCR19-LST-AMT (WS-SUB1).            BBANK19P
033800     MOVE CES1O-LST-FREQ (WS-SUB1)                                BBANK19P
033900       TO BANK-SCR19-LST-FRQ (WS-SUB1).                           BBANK19P
034000     MOVE CES1O-LST-NEXT-DUE (WS-SUB1)                            BBANK19P
034100       TO BANK-SCR19-LST-DUE (WS-SUB1).                           BBANK19P
034200 SHOW-BILL-ENTRY-EXIT.                                            BBANK19P
034300     EXIT.                                                        BBANK19P
034400                                                                  BBANK19P
034500***************************************************************** BBANK19P
034600* Check for an idle session timeout                             * BBANK19P
034700***************************************************************** BBANK19P
034800 COPY CIDLECHK.                                                   BBANK19P
