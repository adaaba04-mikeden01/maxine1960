000100***************************************************************** BBANK16P
000200*                                                               * BBANK16P
000300*   Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.   * BBANK16P
000400*   This demonstration program is provided for use by users     * BBANK16P
000500*   of Micro Focus products and may be used, modified and       * BBANK16P
000600*   distributed as part of your application provided that       * BBANK16P
000700*   you properly acknowledge the copyright of Micro Focus       * BBANK16P
000800*   in this material.                                           * BBANK16P
000900*                                                               * BBANK16P
001000***************************************************************** BBANK16P
001100                                                                  BBANK16P
001200***************************************************************** BBANK16P
001300* Program:     BBANK16P.CBL                                     * BBANK16P
001400* Layer:       Business logic                                   * BBANK16P
001500* Function:    Credit card account maintenance screen - open a  * BBANK16P
001600*              card account for a customer, change its limit,   * BBANK16P
001700*              set or stop the automatic payment, take a        * BBANK16P
001800*              payment from a deposit account and show the      * BBANK16P
001900*              account with its last statement, driving the     * BBANK16P
002000*              card account services in DCCRD01P                * BBANK16P
002100***************************************************************** BBANK16P
002200                                                                  BBANK16P
002300 IDENTIFICATION DIVISION.                                         BBANK16P
002400 PROGRAM-ID.                                                      BBANK16P
002500     BBANK16P.                                                    BBANK16P
002600 DATE-WRITTEN.                                                    BBANK16P
002700     September 2026.                                              BBANK16P
002800 DATE-COMPILED.                                                   BBANK16P
002900     Today.                                                       BBANK16P
003000                                                                  BBANK16P
003100 ENVIRONMENT DIVISION.                                            BBANK16P
003200                                                                  BBANK16P
003300 DATA DIVISION.                                                   BBANK16P
003400 WORKING-STORAGE SECTION.                                         BBANK16P
003500 01  WS-MISC-STORAGE.                                             BBANK16P
003600   05  WS-PROGRAM-ID                         PIC X(8)             BBANK16P
003700       VALUE 'BBANK16P'.                                          BBANK16P
003800   05  WS-INPUT-FLAG                         PIC X(1).            BBANK16P
003900     88  INPUT-OK                            VALUE '0'.           BBANK16P
004000     88  INPUT-ERROR                         VALUE '1'.           BBANK16P
004100   05  WS-RETURN-FLAG                        PIC X(1).            BBANK16P
004200     88  WS-RETURN-FLAG-OFF                  VALUE LOW-VALUES.    BBANK16P
004300     88  WS-RETURN-FLAG-ON                   VALUE '1'.           BBANK16P
004400   05  WS-PFK-FLAG                           PIC X(1).            BBANK16P
004500     88  PFK-VALID                           VALUE '0'.           BBANK16P
004600     88  PFK-INVALID                         VALUE '1'.           BBANK16P
004700   05  WS-IDLE-FLAG                          PIC X(1).            BBANK16P
004800     88  SESSION-NOT-TIMED-OUT               VALUE '0'.           BBANK16P
004900     88  WS-SESSION-TIMED-OUT                VALUE '1'.           BBANK16P
005000   05  WS-ERROR-MSG                          PIC X(75).           BBANK16P
005100   05  WS-AMOUNT-WORK                        PIC X(9).            BBANK16P
005200   05  WS-AMOUNT-WORK-N REDEFINES WS-AMOUNT-WORK                  BBANK16P
005300                                             PIC 9(7)V99.         BBANK16P
005400   05  WS-AMT-DISP                           PIC -(9)9.99.        BBANK16P
005500   05  WS-SUB1                               PIC S9(4) COMP.      BBANK16P
005600                                                                  BBANK16P
005700 01  WS-BANK-DATA.                                                BBANK16P
005800 COPY CBANKDAT.                                                   BBANK16P
005900 COPY CTIMERD.                                                    BBANK16P
006000 01  WS-SESSION-DATA.                                             BBANK16P
006100 COPY CSIGND01.                                                   BBANK16P
006200 01  WS-EXCEPTION-DATA.                                           BBANK16P
006300 COPY CBANKD16.                                                   BBANK16P
006400                                                                  BBANK16P
006500 01  WS-CARD-ACC-DATA.                                            BBANK16P
006600 COPY CCCRDD01.                                                   BBANK16P
006700 COPY CABENDD.                                                    BBANK16P
006800                                                                  BBANK16P
006900 LINKAGE SECTION.                                                 BBANK16P
007000 01  DFHCOMMAREA.                                                 BBANK16P
007100   05  LK-COMMAREA                           PIC X(32654).        BBANK16P
007200                                                                  BBANK16P
007300 COPY CENTRY.                                                     BBANK16P
007400***************************************************************** BBANK16P
007500* Make ourselves re-entrant                                     * BBANK16P
007600***************************************************************** BBANK16P
007700     MOVE SPACES TO WS-ERROR-MSG.                                 BBANK16P
007800                                                                  BBANK16P
007900***************************************************************** BBANK16P
008000* Move the passed area to our area                              * BBANK16P
008100***************************************************************** BBANK16P
008200     MOVE DFHCOMMAREA (1:LENGTH OF WS-BANK-DATA) TO WS-BANK-DATA. BBANK16P
008300                                                                  BBANK16P
008400***************************************************************** BBANK16P
008500* Ensure error message is cleared                               * BBANK16P
008600***************************************************************** BBANK16P
008700     MOVE SPACES TO BANK-ERROR-MSG.                               BBANK16P
008800                                                                  BBANK16P
008900***************************************************************** BBANK16P
009000* Save the passed return flag and then turn it off              * BBANK16P
009100***************************************************************** BBANK16P
009200     MOVE BANK-RETURN-FLAG TO WS-RETURN-FLAG.                     BBANK16P
009300     SET BANK-RETURN-FLAG-OFF TO TRUE.                            BBANK16P
009400                                                                  BBANK16P
009500***************************************************************** BBANK16P
009600* Force a logoff if the session has been idle too long          * BBANK16P
009700***************************************************************** BBANK16P
009800     SET SESSION-NOT-TIMED-OUT TO TRUE.                           BBANK16P
009900     PERFORM CHECK-IDLE-TIMEOUT THRU                              BBANK16P
010000             CHECK-IDLE-TIMEOUT-EXIT.                             BBANK16P
010100     IF WS-SESSION-TIMED-OUT                                      BBANK16P
010200        MOVE 'BBANK16P' TO BANK-LAST-PROG                         BBANK16P
010300        MOVE 'BBANK99P' TO BANK-NEXT-PROG                         BBANK16P
010400        MOVE 'MBANK99' TO BANK-NEXT-MAPSET                        BBANK16P
010500        MOVE 'BANK99A' TO BANK-NEXT-MAP                           BBANK16P
010600        MOVE 'Session timed out due to inactivity' TO             BBANK16P
010700             BANK-ERROR-MSG                                       BBANK16P
010800        SET BANK-AID-ENTER TO TRUE                                BBANK16P
010900        GO TO COMMON-RETURN                                       BBANK16P
011000     END-IF.                                                      BBANK16P
011100                                                                  BBANK16P
011200***************************************************************** BBANK16P
011300* Card account maintenance is a staff function                  * BBANK16P
011400***************************************************************** BBANK16P
011500     IF BANK-ROLE-CUSTOMER                                        BBANK16P
011600        MOVE 'BBANK16P' TO BANK-LAST-PROG                         BBANK16P
011700        MOVE 'BBANK20P' TO BANK-NEXT-PROG                         BBANK16P
011800        MOVE 'Card accounts need a staff signon' TO               BBANK16P
011900             BANK-ERROR-MSG                                       BBANK16P
012000        SET BANK-AID-ENTER TO TRUE                                BBANK16P
012100        GO TO COMMON-RETURN                                       BBANK16P
012200     END-IF.                                                      BBANK16P
012300                                                                  BBANK16P
012400***************************************************************** BBANK16P
012500* Check the AID to see if its valid at this point               * BBANK16P
012600***************************************************************** BBANK16P
012700     SET PFK-INVALID TO TRUE.                                     BBANK16P
012800     IF BANK-AID-ENTER OR                                         BBANK16P
012900        BANK-AID-PFK03 OR                                         BBANK16P
013000        BANK-AID-PFK04                                            BBANK16P
013100        SET PFK-VALID TO TRUE                                     BBANK16P
013200     END-IF.                                                      BBANK16P
013300     IF PFK-INVALID                                               BBANK16P
013400        SET BANK-AID-ENTER TO TRUE                                BBANK16P
013500     END-IF.                                                      BBANK16P
013600                                                                  BBANK16P
013700***************************************************************** BBANK16P
013800* Check the AID to see if we have to quit                       * BBANK16P
013900***************************************************************** BBANK16P
014000     IF BANK-AID-PFK03                                            BBANK16P
014100        MOVE 'BBANK16P' TO BANK-LAST-PROG                         BBANK16P
014200        MOVE 'BBANK99P' TO BANK-NEXT-PROG                         BBANK16P
014300        MOVE 'MBANK99' TO BANK-NEXT-MAPSET                        BBANK16P
014400        MOVE 'BANK99A' TO BANK-NEXT-MAP                           BBANK16P
014500        GO TO COMMON-RETURN                                       BBANK16P
014600     END-IF.                                                      BBANK16P
014700                                                                  BBANK16P
014800***************************************************************** BBANK16P
014900* Check the AID to see if we have to return to the services     * BBANK16P
015000* menu                                                          * BBANK16P
015100***************************************************************** BBANK16P
015200     IF BANK-AID-PFK04                                            BBANK16P
015300        MOVE 'BBANK16P' TO BANK-LAST-PROG                         BBANK16P
015400        MOVE 'BBANK21P' TO BANK-NEXT-PROG                         BBANK16P
015500        MOVE 'MBANK21' TO BANK-NEXT-MAPSET                        BBANK16P
015600        MOVE 'BANK21A' TO BANK-NEXT-MAP                           BBANK16P
015700        SET BANK-AID-ENTER TO TRUE                                BBANK16P
015800        GO TO COMMON-RETURN                                       BBANK16P
015900     END-IF.                                                      BBANK16P
016000                                                                  BBANK16P
016100* Check if we have set the screen up before or is this 1st time   BBANK16P
016200     IF BANK-LAST-MAPSET IS NOT EQUAL TO 'MBANK16'                BBANK16P
016300        MOVE 'BBANK16P' TO BANK-LAST-PROG                         BBANK16P
016400        MOVE 'BBANK16P' TO BANK-NEXT-PROG                         BBANK16P
016500        MOVE 'MBANK16' TO BANK-LAST-MAPSET                        BBANK16P
016600        MOVE 'BANK16A' TO BANK-LAST-MAP                           BBANK16P
016700        MOVE 'MBANK16' TO BANK-NEXT-MAPSET                        BBANK16P
016800        MOVE 'BANK16A' TO BANK-NEXT-MAP                           BBANK16P
016900        MOVE LOW-VALUES TO BANK-SCREEN16-DATA                     BBANK16P
017000        GO TO COMMON-RETURN                                       BBANK16P
017100     END-IF.                                                      BBANK16P
017200                                                                  BBANK16P
017300***************************************************************** BBANK16P
017400* The user pressed ENTER - validate and work the request        * BBANK16P
017500***************************************************************** BBANK16P
017600     MOVE 'BBANK16P' TO BANK-LAST-PROG.                           BBANK16P
017700     MOVE 'BBANK16P' TO BANK-NEXT-PROG.                           BBANK16P
017800     MOVE 'MBANK16' TO BANK-LAST-MAPSET.                          BBANK16P
017900     MOVE 'BANK16A' TO BANK-LAST-MAP.                             BBANK16P
018000     MOVE 'MBANK16' TO BANK-NEXT-MAPSET.                          BBANK16P
018100     MOVE 'BANK16A' TO BANK-NEXT-MAP.                             BBANK16P
018200                                                                  BBANK16P
018300     PERFORM VALIDATE-INPUT THRU                                  BBANK16P
018400             VALIDATE-INPUT-EXIT.                                 BBANK16P
018500     IF INPUT-ERROR                                               BBANK16P
018600        MOVE WS-ERROR-MSG TO BANK-SCR16-ERRMSG                    BBANK16P
018700        MOVE WS-ERROR-MSG TO BANK-ERROR-MSG                       BBANK16P
018800        GO TO COMMON-RETURN                                       BBANK16P
018900     END-IF.                                                      BBANK16P
019000                                                                  BBANK16P
019100     PERFORM WORK-CARD-ACCOUNT THRU                               BBANK16P
019200             WORK-CARD-ACCOUNT-EXIT.                              BBANK16P
019300     GO TO COMMON-RETURN.                                         BBANK16P
019400                                                                  BBANK16P
019500 COMMON-RETURN.                                                   BBANK16P
019600     IF BANK-ERROR-MSG NOT EQUAL TO SPACES                        BBANK16P
019700        MOVE SPACES TO CD16-DATA                                  BBANK16P
019800        MOVE BANK-USERID TO CD16I-PERSON-PID                      BBANK16P
019900        MOVE WS-PROGRAM-ID TO CD16I-PROGRAM                       BBANK16P
020000        MOVE BANK-ERROR-MSG TO CD16I-MESSAGE                      BBANK16P
020100     COPY CBANKX16.                                               BBANK16P
020200     END-IF.                                                      BBANK16P
020300     MOVE WS-BANK-DATA TO DFHCOMMAREA (1:LENGTH OF WS-BANK-DATA). BBANK16P
020400 COPY CRETURN.                                                    BBANK16P
020500                                                                  BBANK16P
020600***************************************************************** BBANK16P
020700* Validate what the operator keyed                              * BBANK16P
020800***************************************************************** BBANK16P
020900 VALIDATE-INPUT.                                                  BBANK16P
021000     SET INPUT-OK TO TRUE.                                        BBANK16P
021100     IF BANK-SCR16-ACTION IS NOT EQUAL TO 'O' AND                 BBANK16P
021200        BANK-SCR16-ACTION IS NOT EQUAL TO 'L' AND                 BBANK16P
021300        BANK-SCR16-ACTION IS NOT EQUAL TO 'A' AND                 BBANK16P
021400        BANK-SCR16-ACTION IS NOT EQUAL TO 'P' AND                 BBANK16P
021500        BANK-SCR16-ACTION IS NOT EQUAL TO 'E'                     BBANK16P
021600        MOVE 'Action must be O,L,A,P or E(nquire)'                BBANK16P
021700          TO WS-ERROR-MSG                                         BBANK16P
021800        GO TO VALIDATE-INPUT-ERROR                                BBANK16P
021900     END-IF.                                                      BBANK16P
022000     IF BANK-SCR16-ACTION IS EQUAL TO 'O'                         BBANK16P
022100        IF BANK-SCR16-PID IS EQUAL TO SPACES OR                   BBANK16P
022200           BANK-SCR16-PID IS EQUAL TO LOW-VALUES                  BBANK16P
022300           MOVE 'Please input the customer id' TO WS-ERROR-MSG    BBANK16P
022400           GO TO VALIDATE-INPUT-ERROR                             BBANK16P
022500        END-IF                                                    BBANK16P
022600     ELSE                                                         BBANK16P
022700        IF BANK-SCR16-ACC IS EQUAL TO SPACES OR                   BBANK16P
022800           BANK-SCR16-ACC IS EQUAL TO LOW-VALUES                  BBANK16P
022900           MOVE 'Please input the card account number'            BBANK16P
023000             TO WS-ERROR-MSG                                      BBANK16P
023100           GO TO VALIDATE-INPUT-ERROR                             BBANK16P
023200        END-IF                                                    BBANK16P
023300     END-IF.                                                      BBANK16P
023400     IF BANK-SCR16-ACTION IS EQUAL TO 'O' OR                      BBANK16P
023500        BANK-SCR16-ACTION IS EQUAL TO 'L'                         BBANK16P
023600        MOVE BANK-SCR16-LIMIT TO WS-AMOUNT-WORK                   BBANK16P
023700        IF WS-AMOUNT-WORK IS NOT NUMERIC                          BBANK16P
023800           MOVE 'Limit must be numeric (nnnnnnnvv)' TO            BBANK16P
023900                WS-ERROR-MSG                                      BBANK16P
024000           GO TO VALIDATE-INPUT-ERROR                             BBANK16P
024100        END-IF                                                    BBANK16P
024200     END-IF.                                                      BBANK16P
024300     IF BANK-SCR16-ACTION IS EQUAL TO 'A'                         BBANK16P
024400        IF BANK-SCR16-AUTOPAY IS NOT EQUAL TO 'N' AND             BBANK16P
024500           BANK-SCR16-AUTOPAY IS NOT EQUAL TO 'M' AND             BBANK16P
024600           BANK-SCR16-AUTOPAY IS NOT EQUAL TO 'S' AND             BBANK16P
024700           BANK-SCR16-AUTOPAY IS NOT EQUAL TO 'F'                 BBANK16P
024800           MOVE 'Automatic payment must be N, M, S or F'          BBANK16P
024900             TO WS-ERROR-MSG                                      BBANK16P
025000           GO TO VALIDATE-INPUT-ERROR                             BBANK16P
025100        END-IF                                                    BBANK16P
025200     END-IF.                                                      BBANK16P
025300     IF BANK-SCR16-ACTION IS EQUAL TO 'P' OR                      BBANK16P
025400        (BANK-SCR16-ACTION IS EQUAL TO 'A' AND                    BBANK16P
025500         BANK-SCR16-AUTOPAY IS NOT EQUAL TO 'N')                  BBANK16P
025600        IF BANK-SCR16-FROMACC IS EQUAL TO SPACES OR               BBANK16P
025700           BANK-SCR16-FROMACC IS EQUAL TO LOW-VALUES              BBANK16P
025800           MOVE 'Please input the paying account' TO WS-ERROR-MSG BBANK16P
025900           GO TO VALIDATE-INPUT-ERROR                             BBANK16P
026000        END-IF                                                    BBANK16P
026100     END-IF.                                                      BBANK16P
026200     IF BANK-SCR16-ACTION IS EQUAL TO 'P' OR                      BBANK16P
026300        (BANK-SCR16-ACTION IS EQUAL TO 'A' AND                    BBANK16P
026400         BANK-SCR16-AUTOPAY IS EQUAL TO 'F')                      BBANK16P
026500        MOVE BANK-SCR16-AMOUNT TO WS-AMOUNT-WORK                  BBANK16P
026600        IF WS-AMOUNT-WORK IS NOT NUMERIC                          BBANK16P
026700           MOVE 'Amount must be numeric (nnnnnnnvv)' TO           BBANK16P
026800                WS-ERROR-MSG                                      BBANK16P
026900           GO TO VALIDATE-INPUT-ERROR                             BBANK16P
027000        END-IF                                                    BBANK16P
027100        IF WS-AMOUNT-WORK-N IS EQUAL TO ZERO                      BBANK16P
027200           MOVE 'Amount must be greater than zero' TO             BBANK16P
027300                WS-ERROR-MSG                                      BBANK16P
027400           GO TO VALIDATE-INPUT-ERROR                             BBANK16P
027500        END-IF                                                    BBANK16P
027600     END-IF.                                                      BBANK16P
027700     GO TO VALIDATE-INPUT-EXIT.                                   BBANK16P
027800 VALIDATE-INPUT-ERROR.                                            BBANK16P
027900     SET INPUT-ERROR TO TRUE.                                     BBANK16P
028000 VALIDATE-INPUT-EXIT.                                             BBANK16P
028100     EXIT.                                                        BBANK16P
028200                                                                  BBANK16P
028300***************************************************************** BBANK16P
028400* Drive DCCRD01P and show the outcome                           * BBANK16P
028500***************************************************************** BBANK16P
028600 WORK-CARD-ACCOUNT.                                               BBANK16P
028700     INITIALIZE CCR1-DATA.                                        BBANK16P
028800     MOVE BANK-SCR16-ACTION TO CCR1I-FUNCTION.                    BBANK16P
028900     MOVE BANK-SCR16-ACC TO CCR1I-ACC.                            BBANK16P
029000     MOVE BANK-USERID TO CCR1I-USERID.                            BBANK16P
029100     IF CCR1I-OPEN-ACCOUNT                                        BBANK16P
029200        MOVE BANK-SCR16-PID TO CCR1I-PERSON-PID                   BBANK16P
029300     END-IF.                                                      BBANK16P
029400     IF CCR1I-OPEN-ACCOUNT OR                                     BBANK16P
029500        CCR1I-SET-LIMIT                                           BBANK16P
029600        MOVE BANK-SCR16-LIMIT TO WS-AMOUNT-WORK                   BBANK16P
029700        MOVE WS-AMOUNT-WORK-N TO CCR1I-LIMIT                      BBANK16P
029800     END-IF.                                                      BBANK16P
029900     IF CCR1I-SET-AUTOPAY                                         BBANK16P
030000        MOVE BANK-SCR16-AUTOPAY TO CCR1I-AUTOPAY                  BBANK16P
030100     END-IF.                                                      BBANK16P
030200     IF CCR1I-PAY OR                                              BBANK16P
030300        (CCR1I-SET-AUTOPAY AND                                    BBANK16P
030400         NOT CCR1I-AUTOPAY-NONE)                                  BBANK16P
030500        MOVE BANK-SCR16-FROMACC TO CCR1I-FROM-ACC                 BBANK16P
030600     END-IF.                                                      BBANK16P
030700     IF CCR1I-PAY OR                                              BBANK16P
030800        (CCR1I-SET-AUTOPAY AND                                    BBANK16P
030900         CCR1I-AUTOPAY-FIXED)                                     BBANK16P
031000        MOVE BANK-SCR16-AMOUNT TO WS-AMOUNT-WORK                  BBANK16P
031100        MOVE WS-AMOUNT-WORK-N TO CCR1I-AMOUNT                     BBANK16P
031200     END-IF.                                                      BBANK16P
031300 COPY CCCRDX01.                                                   BBANK16P
031400     IF CCR1O-REQUEST-OK                                          BBANK16P
031500        MOVE CCR1O-ACC TO BANK-SCR16-ACC                          BBANK16P
031600        IF CCR1I-ENQUIRE                                          BBANK16P
031700           PERFORM SHOW-CARD-ACCOUNT THRU                         BBANK16P
031800                   SHOW-CARD-ACCOUNT-EXIT                         BBANK16P
031900        END-IF                                                    BBANK16P
032000        MOVE CCR1O-MSG TO BANK-SCR16-ERRMSG                       BBANK16P
032100     ELSE                                                         BBANK16P
032200        MOVE CCR1O-MSG TO BANK-SCR16-ERRMSG                       BBANK16P
032300        MOVE CCR1O-MSG TO BANK-ERROR-MSG                          BBANK16P
032400     END-IF.                                                      BBANK16P
032500 WORK-CARD-ACCOUNT-EXIT.                                          BBANK16P
032600     EXIT.                                                        BBANK16P
032700                                                                  BBANK16P
032800***************************************************************** BBANK16P
032900* Show the card account, its last statement and what has been   * BBANK16P
033000* paid against it since                                         * BBANK16P
033100***************************************************************** BBANK16P
033200 SHOW-CARD-ACCOUNT.                                               BBANK16P
033300     MOVE CCR1O-LIMIT TO WS-AMOUNT-WORK-N.                        BBANK16P
033400     MOVE WS-AMOUNT-WORK TO BANK-SCR16-LIMIT.                     BBANK16P
033500     MOVE CCR1O-AUTOPAY TO BANK-SCR16-AUTOPAY.                    BBANK16P
033600     MOVE CCR1O-AUTOPAY-ACC TO BANK-SCR16-FROMACC.                BBANK16P
033700     MOVE CCR1O-AUTOPAY-AMOUNT TO WS-AMOUNT-WORK-N.               BBANK16P
033800     MOVE WS-AMOUNT-WORK TO BANK-SCR16-AMOUNT.                    BBANK16P
033900     MOVE CCR1O-OWED TO WS-AMT-DISP.                              BBANK16P
034000     MOVE WS-AMT-DISP TO BANK-SCR16-OWED.                         BBANK16P
034100     MOVE CCR1O-AVAILABLE TO WS-AMT-DISP.                         BBANK16P
034200     MOVE WS-AMT-DISP TO BANK-SCR16-AVAIL.                        BBANK16P
034300     MOVE CCR1O-STMT-DATE TO BANK-SCR16-STMTDATE.                 BBANK16P
034400     MOVE CCR1O-STMT-BAL TO WS-AMT-DISP.                          BBANK16P
034500     MOVE WS-AMT-DISP TO BANK-SCR16-STMTBAL.                      BBANK16P
034600     MOVE CCR1O-MIN-DUE TO WS-AMT-DISP.                           BBANK16P
034700     MOVE WS-AMT-DISP TO BANK-SCR16-MINDUE.                       BBANK16P
034800     MOVE CCR1O-DUE-DATE TO BANK-SCR16-DUEDATE.                   BBANK16P
034900     MOVE CCR1O-PAID-SINCE TO WS-AMT-DISP.                        BBANK16P
035000     MOVE WS-AMT-DISP TO BANK-SCR16-PAIDSINCE.                    BBANK16P
035100     MOVE CCR1O-PAST-DUE TO WS-AMT-DISP.                          BBANK16P
035200     MOVE WS-AMT-DISP TO BANK-SCR16-PASTDUE.                      BBANK16P
035300 SHOW-CARD-ACCOUNT-EXIT.                                          BBANK16P
035400     EXIT.                                                        BBANK16P
035500                                                                  BBANK16P
035600***************************************************************** BBANK16P
035700* Check for an idle session timeout                             * BBANK16P
035800***************************************************************** BBANK16P
035900 COPY CIDLECHK.                                                   BBANK16P
