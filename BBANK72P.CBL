000100***************************************************************** BBANK72P
000200*                                                               * BBANK72P
000300*   Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.   * BBANK72P
000400*   This demonstration program is provided for use by users     * BBANK72P
000500*   of Micro Focus products and may be used, modified and       * BBANK72P
000600*   distributed as part of your application provided that       * BBANK72P
000700*   you properly acknowledge the copyright of Micro Focus       * BBANK72P
000800*   in this material.                                           * BBANK72P
000900*                                                               * BBANK72P
001000***************************************************************** BBANK72P
001100                                                                  BBANK72P
001200***************************************************************** BBANK72P
001300* Program:     BBANK72P.CBL                                     * BBANK72P
001400* Layer:       Business logic                                   * BBANK72P
001500* Function:    Insolvency and bankruptcy cases - open a case    * BBANK72P
001600*              from the notice (lines withdrawn, standing       * BBANK72P
001700*              orders parked, accounts frozen, statement of     * BBANK72P
001800*              balances written), capture the trustee's         * BBANK72P
001900*              instructions, re-run the statement and           * BBANK72P
002000*              discharge the case, all through DINSV01P         * BBANK72P
002100***************************************************************** BBANK72P
002200                                                                  BBANK72P
002300 IDENTIFICATION DIVISION.                                         BBANK72P
002400 PROGRAM-ID.                                                      BBANK72P
002500     BBANK72P.                                                    BBANK72P
002600 DATE-WRITTEN.                                                    BBANK72P
002700     October 2026.                                                BBANK72P
002800 DATE-COMPILED.                                                   BBANK72P
002900     Today.                                                       BBANK72P
003000                                                                  BBANK72P
003100 ENVIRONMENT DIVISION.                                            BBANK72P
003200                                                                  BBANK72P
003300 DATA DIVISION.                                                   BBANK72P
003400 WORKING-STORAGE SECTION.                                         BBANK72P
003500 01  WS-MISC-STORAGE.                                             BBANK72P
003600   05  WS-PROGRAM-ID                         PIC X(8)             BBANK72P
003700       VALUE 'BBANK72P'.                                          BBANK72P
003800   05  WS-INPUT-FLAG                         PIC X(1).            BBANK72P
003900     88  INPUT-OK                            VALUE '0'.           BBANK72P
004000     88  INPUT-ERROR                         VALUE '1'.           BBANK72P
004100   05  WS-RETURN-FLAG                        PIC X(1).            BBANK72P
004200     88  WS-RETURN-FLAG-OFF                  VALUE LOW-VALUES.    BBANK72P
004300     88  WS-RETURN-FLAG-ON                   VALUE '1'.           BBANK72P
004400   05  WS-PFK-FLAG                           PIC X(1).            BBANK72P
004500     88  PFK-VALID                           VALUE '0'.           BBANK72P
004600     88  PFK-INVALID                         VALUE '1'.           BBANK72P
004700   05  WS-IDLE-FLAG                          PIC X(1).            BBANK72P
004800     88  SESSION-NOT-TIMED-OUT               VALUE '0'.           BBANK72P
004900     88  WS-SESSION-TIMED-OUT                VALUE '1'.           BBANK72P
005000   05  WS-ERROR-MSG                          PIC X(75).           BBANK72P
005100   05  WS-CASE-DISP                          PIC 9(7).            BBANK72P
005200                                                                  BBANK72P
005300 01  WS-BANK-DATA.                                                BBANK72P
005400 COPY CBANKDAT.                                                   BBANK72P
005500 COPY CTIMERD.                                                    BBANK72P
005520 01  WS-SESSION-DATA.                                             BBANK72P
005540 COPY CSIGND01.                                                   BBANK72P
005600 01  WS-EXCEPTION-DATA.                                           BBANK72P
005700 COPY CBANKD16.                                                   BBANK72P
005800                                                                  BBANK72P
005900 01  WS-INSOLVENCY-DATA.                                          BBANK72P
006000 COPY CINSVD01.                                                   BBANK72P
006100                                                                  BBANK72P
006200 COPY CABENDD.                                                    BBANK72P
006300                                                                  BBANK72P
006400 LINKAGE SECTION.                                                 BBANK72P
006500 01  DFHCOMMAREA.                                                 BBANK72P
006600   05  LK-COMMAREA                           PIC X(32654).        BBANK72P
006700                                                                  BBANK72P
006800 COPY CENTRY.                                                     BBANK72P
006900***************************************************************** BBANK72P
007000* Make ourselves re-entrant                                     * BBANK72P
007100***************************************************************** BBANK72P
007200     MOVE SPACES TO WS-ERROR-MSG.                                 BBANK72P
007300                                                                  BBANK72P
007400***************************************************************** BBANK72P
007500* Move the passed area to our area                              * BBANK72P
007600***************************************************************** BBANK72P
007700     MOVE DFHCOMMAREA (1:LENGTH OF WS-BANK-DATA) TO WS-BANK-DATA. BBANK72P
007800                                                                  BBANK72P
007900***************************************************************** BBANK72P
008000* Ensure error message is cleared                               * BBANK72P
008100***************************************************************** BBANK72P
008200     MOVE SPACES TO BANK-ERROR-MSG.                               BBANK72P
008300                                                                  BBANK72P
008400***************************************************************** BBANK72P
008500* Save the passed return flag and then turn it off              * BBANK72P
008600***************************************************************** BBANK72P
008700     MOVE BANK-RETURN-FLAG TO WS-RETURN-FLAG.                     BBANK72P
008800     SET BANK-RETURN-FLAG-OFF TO TRUE.                            BBANK72P
008900                                                                  BBANK72P
009000***************************************************************** BBANK72P
009100* Force a logoff if the session has been idle too long          * BBANK72P
009200***************************************************************** BBANK72P
009300     SET SESSION-NOT-TIMED-OUT TO TRUE.                           BBANK72P
009400     PERFORM CHECK-IDLE-TIMEOUT THRU                              BBANK72P
009500             CHECK-IDLE-TIMEOUT-EXIT.                             BBANK72P
009600     IF WS-SESSION-TIMED-OUT                                      BBANK72P
009700        MOVE 'BBANK72P' TO BANK-LAST-PROG                         BBANK72P
009800        MOVE 'BBANK99P' TO BANK-NEXT-PROG                         BBANK72P
009900        MOVE 'MBANK99' TO BANK-NEXT-MAPSET                        BBANK72P
010000        MOVE 'BANK99A' TO BANK-NEXT-MAP                           BBANK72P
010100        MOVE 'Session timed out due to inactivity' TO             BBANK72P
010200             BANK-ERROR-MSG                                       BBANK72P
010300        SET BANK-AID-ENTER TO TRUE                                BBANK72P
010400        GO TO COMMON-RETURN                                       BBANK72P
010500     END-IF.                                                      BBANK72P
010600                                                                  BBANK72P
010700***************************************************************** BBANK72P
010800* Insolvency cases are a staff function                         * BBANK72P
010900***************************************************************** BBANK72P
011000     IF BANK-ROLE-CUSTOMER                                        BBANK72P
011100        MOVE 'BBANK72P' TO BANK-LAST-PROG                         BBANK72P
011200        MOVE 'BBANK20P' TO BANK-NEXT-PROG                         BBANK72P
011300        MOVE 'Insolvency work needs a staff signon' TO            BBANK72P
011400             BANK-ERROR-MSG                                       BBANK72P
011500        SET BANK-AID-ENTER TO TRUE                                BBANK72P
011600        GO TO COMMON-RETURN                                       BBANK72P
011700     END-IF.                                                      BBANK72P
011800                                                                  BBANK72P
011900***************************************************************** BBANK72P
012000* Check the AID to see if its valid at this point               * BBANK72P
012100***************************************************************** BBANK72P
012200     SET PFK-INVALID TO TRUE.                                     BBANK72P
012300     IF BANK-AID-ENTER OR                                         BBANK72P
012400        BANK-AID-PFK03 OR                                         BBANK72P
012500        BANK-AID-PFK04                                            BBANK72P
012600        SET PFK-VALID TO TRUE                                     BBANK72P
012700     END-IF.                                                      BBANK72P
012800     IF PFK-INVALID                                               BBANK72P
012900        SET BANK-AID-ENTER TO TRUE                                BBANK72P
013000     END-IF.                                                      BBANK72P
013100                                                                  BBANK72P
013200***************************************************************** BBANK72P
013300* Check the AID to see if we have to quit                       * BBANK72P
013400***************************************************************** BBANK72P
013500     IF BANK-AID-PFK03                                            BBANK72P
013600        MOVE 'BBANK72P' TO BANK-LAST-PROG                         BBANK72P
013700        MOVE 'BBANK99P' TO BANK-NEXT-PROG                         BBANK72P
013800        MOVE 'MBANK99' TO BANK-NEXT-MAPSET                        BBANK72P
013900        MOVE 'BANK99A' TO BANK-NEXT-MAP                           BBANK72P
014000        GO TO COMMON-RETURN                                       BBANK72P
014100     END-IF.                                                      BBANK72P
014200                                                                  BBANK72P
014300***************************************************************** BBANK72P
014400* Check the AID to see if we have to return to the services     * BBANK72P
014500* menu                                                          * BBANK72P
014600***************************************************************** BBANK72P
014700     IF BANK-AID-PFK04                                            BBANK72P
014800        MOVE 'BBANK72P' TO BANK-LAST-PROG                         BBANK72P
014900        MOVE 'BBANK21P' TO BANK-NEXT-PROG                         BBANK72P
015000        MOVE 'MBANK21' TO BANK-NEXT-MAPSET                        BBANK72P
015100        MOVE 'BANK21A' TO BANK-NEXT-MAP                           BBANK72P
015200        SET BANK-AID-ENTER TO TRUE                                BBANK72P
015300        GO TO COMMON-RETURN                                       BBANK72P
015400     END-IF.                                                      BBANK72P
015500                                                                  BBANK72P
015600* Check if we have set the screen up before or is this 1st time   BBANK72P
015700     IF BANK-LAST-MAPSET IS NOT EQUAL TO 'MBANK72'                BBANK72P
015800        MOVE 'BBANK72P' TO BANK-LAST-PROG                         BBANK72P
015900        MOVE 'BBANK72P' TO BANK-NEXT-PROG                         BBANK72P
016000        MOVE 'MBANK72' TO BANK-LAST-MAPSET                        BBANK72P
016100        MOVE 'BANK72A' TO BANK-LAST-MAP                           BBANK72P
016200        MOVE 'MBANK72' TO BANK-NEXT-MAPSET                        BBANK72P
016300        MOVE 'BANK72A' TO BANK-NEXT-MAP                           BBANK72P
016400        MOVE LOW-VALUES TO BANK-SCREEN72-DATA                     BBANK72P
016500        GO TO COMMON-RETURN                                       BBANK72P
016600     END-IF.                                                      BBANK72P
016700                                                                  BBANK72P
016800***************************************************************** BBANK72P
016900* The user pressed ENTER - validate and work the request        * BBANK72P
017000***************************************************************** BBANK72P
017100     MOVE 'BBANK72P' TO BANK-LAST-PROG.                           BBANK72P
017200     MOVE 'BBANK72P' TO BANK-NEXT-PROG.                           BBANK72P
017300     MOVE 'MBANK72' TO BANK-LAST-MAPSET.                          BBANK72P
017400     MOVE 'BANK72A' TO BANK-LAST-MAP.                             BBANK72P
017500     MOVE 'MBANK72' TO BANK-NEXT-MAPSET.                          BBANK72P
017600     MOVE 'BANK72A' TO BANK-NEXT-MAP.                             BBANK72P
017700                                                                  BBANK72P
017800     PERFORM VALIDATE-INPUT THRU                                  BBANK72P
017900             VALIDATE-INPUT-EXIT.                                 BBANK72P
018000     IF INPUT-ERROR                                               BBANK72P
018100        MOVE WS-ERROR-MSG TO BANK-SCR72-ERRMSG                    BBANK72P
018200        MOVE WS-ERROR-MSG TO BANK-ERROR-MSG                       BBANK72P
018300        GO TO COMMON-RETURN                                       BBANK72P
018400     END-IF.                                                      BBANK72P
018500                                                                  BBANK72P
018600     PERFORM WORK-CASE THRU                                       BBANK72P
018700             WORK-CASE-EXIT.                                      BBANK72P
018800     GO TO COMMON-RETURN.                                         BBANK72P
018900                                                                  BBANK72P
019000 COMMON-RETURN.                                                   BBANK72P
019100     IF BANK-ERROR-MSG NOT EQUAL TO SPACES                        BBANK72P
019200        MOVE SPACES TO CD16-DATA                                  BBANK72P
019300        MOVE BANK-USERID TO CD16I-PERSON-PID                      BBANK72P
019400        MOVE WS-PROGRAM-ID TO CD16I-PROGRAM                       BBANK72P
019500        MOVE BANK-ERROR-MSG TO CD16I-MESSAGE                      BBANK72P
019600     COPY CBANKX16.                                               BBANK72P
019700     END-IF.                                                      BBANK72P
019800     MOVE WS-BANK-DATA TO DFHCOMMAREA (1:LENGTH OF WS-BANK-DATA). BBANK72P
019900 COPY CRETURN.                                                    BBANK72P
020000                                                                  BBANK72P
020100***************************************************************** BBANK72P
020200* Validate what the operator keyed                              * BBANK72P
020300***************************************************************** BBANK72P
020400 VALIDATE-INPUT.                                                  BBANK72P
020500     SET INPUT-OK TO TRUE.                                        BBANK72P
020600     IF BANK-SCR72-ACTION IS NOT EQUAL TO 'O' AND                 BBANK72P
020700        BANK-SCR72-ACTION IS NOT EQUAL TO 'T' AND                 BBANK72P
020800        BANK-SCR72-ACTION IS NOT EQUAL TO 'S' AND                 BBANK72P
020900        BANK-SCR72-ACTION IS NOT EQUAL TO 'D'                     BBANK72P
021000        MOVE 'Action must be O,T,S or D' TO WS-ERROR-MSG          BBANK72P
021100        GO TO VALIDATE-INPUT-ERROR                                BBANK72P
021200     END-IF.                                                      BBANK72P
021300     IF BANK-SCR72-PID IS EQUAL TO SPACES OR                      BBANK72P
021400        BANK-SCR72-PID IS EQUAL TO LOW-VALUES                     BBANK72P
021500        MOVE 'Please input the customer PID' TO WS-ERROR-MSG      BBANK72P
021600        GO TO VALIDATE-INPUT-ERROR                                BBANK72P
021700     END-IF.                                                      BBANK72P
021800     IF BANK-SCR72-ACTION IS EQUAL TO 'O'                         BBANK72P
021900        IF BANK-SCR72-NOTICE IS EQUAL TO SPACES OR                BBANK72P
022000           BANK-SCR72-NOTICE IS EQUAL TO LOW-VALUES               BBANK72P
022100           MOVE 'The notice date is needed (yyyy-mm-dd)'          BBANK72P
022200             TO WS-ERROR-MSG                                      BBANK72P
022300           GO TO VALIDATE-INPUT-ERROR                             BBANK72P
022400        END-IF                                                    BBANK72P
022500        IF BANK-SCR72-TYPE IS NOT EQUAL TO 'B' AND                BBANK72P
022600           BANK-SCR72-TYPE IS NOT EQUAL TO 'V' AND                BBANK72P
022700           BANK-SCR72-TYPE IS NOT EQUAL TO 'L' AND                BBANK72P
022800           BANK-SCR72-TYPE IS NOT EQUAL TO 'A'                    BBANK72P
022900           MOVE 'Case type must be B,V,L or A' TO WS-ERROR-MSG    BBANK72P
023000           GO TO VALIDATE-INPUT-ERROR                             BBANK72P
023100        END-IF                                                    BBANK72P
023200        IF BANK-SCR72-COURTREF IS EQUAL TO SPACES OR              BBANK72P
023300           BANK-SCR72-COURTREF IS EQUAL TO LOW-VALUES OR          BBANK72P
023400           BANK-SCR72-TRUSTEE IS EQUAL TO SPACES OR               BBANK72P
023500           BANK-SCR72-TRUSTEE IS EQUAL TO LOW-VALUES              BBANK72P
023600           MOVE 'Court reference and trustee are needed'          BBANK72P
023700             TO WS-ERROR-MSG                                      BBANK72P
023800           GO TO VALIDATE-INPUT-ERROR                             BBANK72P
023900        END-IF                                                    BBANK72P
024000     END-IF.                                                      BBANK72P
024100     IF BANK-SCR72-ACTION IS EQUAL TO 'T'                         BBANK72P
024200        IF BANK-SCR72-INSTR IS NOT EQUAL TO 'R' AND               BBANK72P
024300           BANK-SCR72-INSTR IS NOT EQUAL TO 'K'                   BBANK72P
024400           MOVE 'Instruction must be R (release) or K (keep)'     BBANK72P
024500             TO WS-ERROR-MSG                                      BBANK72P
024600           GO TO VALIDATE-INPUT-ERROR                             BBANK72P
024700        END-IF                                                    BBANK72P
024800     END-IF.                                                      BBANK72P
024900     GO TO VALIDATE-INPUT-EXIT.                                   BBANK72P
025000 VALIDATE-INPUT-ERROR.                                            BBANK72P
025100     SET INPUT-ERROR TO TRUE.                                     BBANK72P
025200 VALIDATE-INPUT-EXIT.                                             BBANK72P
025300     EXIT.                                                        BBANK72P
025400                                                                  BBANK72P
025500***************************************************************** BBANK72P
025600* Drive DINSV01P and show the outcome                           * BBANK72P
025700***************************************************************** BBANK72P
025800 WORK-CASE.                                                       BBANK72P
025900     MOVE SPACES TO CIN1-DATA.                                    BBANK72P
026000     MOVE BANK-SCR72-ACTION TO CIN1I-FUNCTION.                    BBANK72P
026100     MOVE BANK-SCR72-PID TO CIN1I-PERSON-PID.                     BBANK72P
026200     MOVE BANK-SCR72-NOTICE TO CIN1I-NOTICE-DATE.                 BBANK72P
026300     MOVE BANK-SCR72-TYPE TO CIN1I-CASE-TYPE.                     BBANK72P
026400     MOVE BANK-SCR72-COURTREF TO CIN1I-COURT-REF.                 BBANK72P
026500     MOVE BANK-SCR72-TRUSTEE TO CIN1I-TRUSTEE.                    BBANK72P
026600     MOVE BANK-SCR72-INSTR TO CIN1I-INSTRUCTION.                  BBANK72P
026700     MOVE BANK-SCR72-INSTRTXT TO CIN1I-INSTR-TEXT.                BBANK72P
026800     MOVE BANK-USERID TO CIN1I-USERID.                            BBANK72P
026900 COPY CINSVX01.                                                   BBANK72P
027000     IF CIN1O-REQUEST-OK                                          BBANK72P
027100        MOVE CIN1O-CASE-ID TO WS-CASE-DISP                        BBANK72P
027200        MOVE WS-CASE-DISP TO BANK-SCR72-CASEID                    BBANK72P
027300        MOVE CIN1O-MSG TO BANK-SCR72-ERRMSG                       BBANK72P
027400     ELSE                                                         BBANK72P
027500        MOVE CIN1O-MSG TO BANK-SCR72-ERRMSG                       BBANK72P
027600        MOVE CIN1O-MSG TO BANK-ERROR-MSG                          BBANK72P
027700     END-IF.                                                      BBANK72P
027800 WORK-CASE-EXIT.                                                  BBANK72P
027900     EXIT.                                                        BBANK72P
028000                                                                  BBANK72P
028100***************************************************************** BBANK72P
028200* Check for an idle session timeout                             * BBANK72P
028300***************************************************************** BBANK72P
028400 COPY CIDLECHK.                                                   BBANK72P
