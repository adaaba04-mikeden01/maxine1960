000100***************************************************************** BBANK86P
000200*                                                               * BBANK86P
000300*  Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.    * BBANK86P
000400*  This demonstration program is provided for use by users      * BBANK86P
000500*  of Micro Focus products and may be used, modified and        * BBANK86P
000600*  distributed as part of your application provided that        * BBANK86P
000700*  you properly acknowledge the copyright of Micro Focus        * BBANK86P
000800*  in this material.                                            * BBANK86P
000900*                                                               * BBANK86P
001000***************************************************************** BBANK86P
001100                                                                  BBANK86P
001200***************************************************************** BBANK86P
001300* Program:     BBANK86P.CBL                                     * BBANK86P
001400* Layer:       Business logic                                   * BBANK86P
001500* Function:    Posting proofs - lists the proofs the billing    * BBANK86P
001600*              and interest jobs have run, and lets a           * BBANK86P
001700*              supervisor release a proof so the batch rerun    * BBANK86P
001800*              posts it live, or discard one that shows a       * BBANK86P
001900*              fault. All through DPROF01P                      * BBANK86P
002000***************************************************************** BBANK86P
002100                                                                  BBANK86P
002200 IDENTIFICATION DIVISION.                                         BBANK86P
002300 PROGRAM-ID.                                                      BBANK86P
002400     BBANK86P.                                                    BBANK86P
002500 DATE-WRITTEN.                                                    BBANK86P
002600     October 2026.                                                BBANK86P
002700 DATE-COMPILED.                                                   BBANK86P
002800     Today.                                                       BBANK86P
002900                                                                  BBANK86P
003000 ENVIRONMENT DIVISION.                                            BBANK86P
003100                                                                  BBANK86P
003200 DATA DIVISION.                                                   BBANK86P
003300 WORKING-STORAGE SECTION.                                         BBANK86P
003400 01  WS-MISC-STORAGE.                                             BBANK86P
003500   05  WS-PROGRAM-ID                         PIC X(8)             BBANK86P
003600       VALUE 'BBANK86P'.                                          BBANK86P
003700   05  WS-INPUT-FLAG                         PIC X(1).            BBANK86P
003800     88  INPUT-OK                            VALUE '0'.           BBANK86P
003900     88  INPUT-ERROR                         VALUE '1'.           BBANK86P
004000   05  WS-RETURN-FLAG                        PIC X(1).            BBANK86P
004100     88  WS-RETURN-FLAG-OFF                  VALUE LOW-VALUES.    BBANK86P
004200     88  WS-RETURN-FLAG-ON                   VALUE '1'.           BBANK86P
004300   05  WS-PFK-FLAG                           PIC X(1).            BBANK86P
004400     88  PFK-VALID                           VALUE '0'.           BBANK86P
004500     88  PFK-INVALID                         VALUE '1'.           BBANK86P
004600   05  WS-IDLE-FLAG                          PIC X(1).            BBANK86P
004700     88  SESSION-NOT-TIMED-OUT               VALUE '0'.           BBANK86P
004800     88  WS-SESSION-TIMED-OUT                VALUE '1'.           BBANK86P
004900   05  WS-ERROR-MSG                          PIC X(75).           BBANK86P
005000   05  WS-SUB1                               PIC S9(4) COMP.      BBANK86P
005100                                                                  BBANK86P
005200 01  WS-BANK-DATA.                                                BBANK86P
005300 COPY CBANKDAT.                                                   BBANK86P
005400 COPY CTIMERD.                                                    BBANK86P
005420 01  WS-SESSION-DATA.                                             BBANK86P
005440 COPY CSIGND01.                                                   BBANK86P
005500 01  WS-EXCEPTION-DATA.                                           BBANK86P
005600 COPY CBANKD16.                                                   BBANK86P
005700                                                                  BBANK86P
005800 01  WS-PROF-DATA.                                                BBANK86P
005900 COPY CPROFD01.                                                   BBANK86P
006000                                                                  BBANK86P
006100 COPY CABENDD.                                                    BBANK86P
006200                                                                  BBANK86P
006300 LINKAGE SECTION.                                                 BBANK86P
006400 01  DFHCOMMAREA.                                                 BBANK86P
006500   05  LK-COMMAREA                           PIC X(32654).        BBANK86P
006600                                                                  BBANK86P
006700 COPY CENTRY.                                                     BBANK86P
006800***************************************************************** BBANK86P
006900* Make ourselves re-entrant                                     * BBANK86P
007000***************************************************************** BBANK86P
007100     MOVE SPACES TO WS-ERROR-MSG.                                 BBANK86P
007200                                                                  BBANK86P
007300***************************************************************** BBANK86P
007400* Move the passed area to our area                              * BBANK86P
007500***************************************************************** BBANK86P
007600     MOVE DFHCOMMAREA (1:LENGTH OF WS-BANK-DATA) TO WS-BANK-DATA. BBANK86P
007700                                                                  BBANK86P
007800***************************************************************** BBANK86P
007900* Ensure error message is cleared                               * BBANK86P
008000***************************************************************** BBANK86P
008100     MOVE SPACES TO BANK-ERROR-MSG.                               BBANK86P
008200                                                                  BBANK86P
008300***************************************************************** BBANK86P
008400* Save the passed return flag and then turn it off              * BBANK86P
008500***************************************************************** BBANK86P
008600     MOVE BANK-RETURN-FLAG TO WS-RETURN-FLAG.                     BBANK86P
008700     SET BANK-RETURN-FLAG-OFF TO TRUE.                            BBANK86P
008800                                                                  BBANK86P
008900***************************************************************** BBANK86P
009000* Force a logoff if the session has been idle too long          * BBANK86P
009100***************************************************************** BBANK86P
009200     SET SESSION-NOT-TIMED-OUT TO TRUE.                           BBANK86P
009300     PERFORM CHECK-IDLE-TIMEOUT THRU                              BBANK86P
009400             CHECK-IDLE-TIMEOUT-EXIT.                             BBANK86P
009500     IF WS-SESSION-TIMED-OUT                                      BBANK86P
009600        MOVE 'BBANK86P' TO BANK-LAST-PROG                         BBANK86P
009700        MOVE 'BBANK99P' TO BANK-NEXT-PROG                         BBANK86P
009800        MOVE 'MBANK99' TO BANK-NEXT-MAPSET                        BBANK86P
009900        MOVE 'BANK99A' TO BANK-NEXT-MAP                           BBANK86P
010000        MOVE 'Session timed out due to inactivity' TO             BBANK86P
010100             BANK-ERROR-MSG                                       BBANK86P
010200        SET BANK-AID-ENTER TO TRUE                                BBANK86P
010300        GO TO COMMON-RETURN                                       BBANK86P
010400     END-IF.                                                      BBANK86P
010500                                                                  BBANK86P
010600***************************************************************** BBANK86P
010700* Check the AID to see if its valid at this point               * BBANK86P
010800***************************************************************** BBANK86P
010900     SET PFK-INVALID TO TRUE.                                     BBANK86P
011000     IF BANK-AID-ENTER OR                                         BBANK86P
011100        BANK-AID-PFK03 OR                                         BBANK86P
011200        BANK-AID-PFK04                                            BBANK86P
011300        SET PFK-VALID TO TRUE                                     BBANK86P
011400     END-IF.                                                      BBANK86P
011500     IF PFK-INVALID                                               BBANK86P
011600        SET BANK-AID-ENTER TO TRUE                                BBANK86P
011700     END-IF.                                                      BBANK86P
011800                                                                  BBANK86P
011900***************************************************************** BBANK86P
012000* Check the AID to see if we have to quit                       * BBANK86P
012100***************************************************************** BBANK86P
012200     IF BANK-AID-PFK03                                            BBANK86P
012300        MOVE 'BBANK86P' TO BANK-LAST-PROG                         BBANK86P
012400        MOVE 'BBANK99P' TO BANK-NEXT-PROG                         BBANK86P
012500        MOVE 'MBANK99' TO BANK-NEXT-MAPSET                        BBANK86P
012600        MOVE 'BANK99A' TO BANK-NEXT-MAP                           BBANK86P
012700        GO TO COMMON-RETURN                                       BBANK86P
012800     END-IF.                                                      BBANK86P
012900                                                                  BBANK86P
013000***************************************************************** BBANK86P
013100* Check the AID to see if we have to return to the services     * BBANK86P
013200* menu                                                          * BBANK86P
013300***************************************************************** BBANK86P
013400     IF BANK-AID-PFK04                                            BBANK86P
013500        MOVE 'BBANK86P' TO BANK-LAST-PROG                         BBANK86P
013600        MOVE 'BBANK21P' TO BANK-NEXT-PROG                         BBANK86P
013700        MOVE 'MBANK21' TO BANK-NEXT-MAPSET                        BBANK86P
013800        MOVE 'BANK21A' TO BANK-NEXT-MAP                           BBANK86P
013900        SET BANK-AID-ENTER TO TRUE                                BBANK86P
014000        GO TO COMMON-RETURN                                       BBANK86P
014100     END-IF.                                                      BBANK86P
014200                                                                  BBANK86P
014300* Check if we have set the screen up before or is this 1st time   BBANK86P
014400     IF BANK-LAST-MAPSET IS NOT EQUAL TO 'MBANK86'                BBANK86P
014500        MOVE 'BBANK86P' TO BANK-LAST-PROG                         BBANK86P
014600        MOVE 'BBANK86P' TO BANK-NEXT-PROG                         BBANK86P
014700        MOVE 'MBANK86' TO BANK-LAST-MAPSET                        BBANK86P
014800        MOVE 'BANK86A' TO BANK-LAST-MAP                           BBANK86P
014900        MOVE 'MBANK86' TO BANK-NEXT-MAPSET                        BBANK86P
015000        MOVE 'BANK86A' TO BANK-NEXT-MAP                           BBANK86P
015100        MOVE LOW-VALUES TO BANK-SCREEN86-DATA                     BBANK86P
015200        GO TO COMMON-RETURN                                       BBANK86P
015300     END-IF.                                                      BBANK86P
015400                                                                  BBANK86P
015500***************************************************************** BBANK86P
015600* The user pressed ENTER - validate and work the request        * BBANK86P
015700***************************************************************** BBANK86P
015800     MOVE 'BBANK86P' TO BANK-LAST-PROG.                           BBANK86P
015900     MOVE 'BBANK86P' TO BANK-NEXT-PROG.                           BBANK86P
016000     MOVE 'MBANK86' TO BANK-LAST-MAPSET.                          BBANK86P
016100     MOVE 'BANK86A' TO BANK-LAST-MAP.                             BBANK86P
016200     MOVE 'MBANK86' TO BANK-NEXT-MAPSET.                          BBANK86P
016300     MOVE 'BANK86A' TO BANK-NEXT-MAP.                             BBANK86P
016400                                                                  BBANK86P
016500     PERFORM VALIDATE-INPUT THRU                                  BBANK86P
016600             VALIDATE-INPUT-EXIT.                                 BBANK86P
016700     IF INPUT-ERROR                                               BBANK86P
016800        MOVE WS-ERROR-MSG TO BANK-SCR86-ERRMSG                    BBANK86P
016900        MOVE WS-ERROR-MSG TO BANK-ERROR-MSG                       BBANK86P
017000        GO TO COMMON-RETURN                                       BBANK86P
017100     END-IF.                                                      BBANK86P
017200                                                                  BBANK86P
017300     PERFORM WORK-PROOFS THRU                                     BBANK86P
017400             WORK-PROOFS-EXIT.                                    BBANK86P
017500     GO TO COMMON-RETURN.                                         BBANK86P
017600                                                                  BBANK86P
017700 COMMON-RETURN.                                                   BBANK86P
017800     IF BANK-ERROR-MSG NOT EQUAL TO SPACES                        BBANK86P
017900        MOVE SPACES TO CD16-DATA                                  BBANK86P
018000        MOVE BANK-USERID TO CD16I-PERSON-PID                      BBANK86P
018100        MOVE WS-PROGRAM-ID TO CD16I-PROGRAM                       BBANK86P
018200        MOVE BANK-ERROR-MSG TO CD16I-MESSAGE                      BBANK86P
018300     COPY CBANKX16.                                               BBANK86P
018400     END-IF.                                                      BBANK86P
018500     MOVE WS-BANK-DATA TO DFHCOMMAREA (1:LENGTH OF WS-BANK-DATA). BBANK86P
018600 COPY CRETURN.                                                    BBANK86P
018700***************************************************************** BBANK86P
018800* Validate what the user keyed                                  * BBANK86P
018900***************************************************************** BBANK86P
019000 VALIDATE-INPUT.                                                  BBANK86P
019100     SET INPUT-OK TO TRUE.                                        BBANK86P
019200     IF GUEST OR                                                  BBANK86P
019300        BANK-ROLE-CUSTOMER OR                                     BBANK86P
019400        BANK-ROLE-TELLER                                          BBANK86P
019500        MOVE 'Posting proofs are handled by supervisors only'     BBANK86P
019600          TO WS-ERROR-MSG                                         BBANK86P
019700        GO TO VALIDATE-INPUT-ERROR                                BBANK86P
019800     END-IF.                                                      BBANK86P
019900     IF BANK-SCR86-ACTION IS NOT EQUAL TO 'L' AND                 BBANK86P
020000        BANK-SCR86-ACTION IS NOT EQUAL TO 'R' AND                 BBANK86P
020100        BANK-SCR86-ACTION IS NOT EQUAL TO 'X'                     BBANK86P
020200        MOVE 'Action must be L(list), R(release) or X(discard)'   BBANK86P
020300          TO WS-ERROR-MSG                                         BBANK86P
020400        GO TO VALIDATE-INPUT-ERROR                                BBANK86P
020500     END-IF.                                                      BBANK86P
020600     IF BANK-SCR86-ACTION IS EQUAL TO 'L'                         BBANK86P
020700        GO TO VALIDATE-INPUT-EXIT                                 BBANK86P
020800     END-IF.                                                      BBANK86P
020900     IF NOT BANK-ROLE-SUPERVISOR                                  BBANK86P
021000        MOVE 'Only a supervisor may release or discard a proof'   BBANK86P
021100          TO WS-ERROR-MSG                                         BBANK86P
021200        GO TO VALIDATE-INPUT-ERROR                                BBANK86P
021300     END-IF.                                                      BBANK86P
021400     IF BANK-SCR86-JOB IS EQUAL TO LOW-VALUES                     BBANK86P
021500        MOVE SPACES TO BANK-SCR86-JOB                             BBANK86P
021600     END-IF.                                                      BBANK86P
021700     IF BANK-SCR86-DATE IS EQUAL TO LOW-VALUES                    BBANK86P
021800        MOVE SPACES TO BANK-SCR86-DATE                            BBANK86P
021900     END-IF.                                                      BBANK86P
022000     IF BANK-SCR86-JOB IS NOT EQUAL TO 'DBANK53P' AND             BBANK86P
022100        BANK-SCR86-JOB IS NOT EQUAL TO 'DBANK61P'                 BBANK86P
022200        MOVE 'Job must be DBANK53P(billing) or DBANK61P(interest)'BBANK86P
022300          TO WS-ERROR-MSG                                         BBANK86P
022400        GO TO VALIDATE-INPUT-ERROR                                BBANK86P
022500     END-IF.                                                      BBANK86P
022600     IF BANK-SCR86-DATE IS EQUAL TO SPACES                        BBANK86P
022700        GO TO VALIDATE-INPUT-EXIT                                 BBANK86P
022800     END-IF.                                                      BBANK86P
022900     IF BANK-SCR86-DATE (1:4) IS NOT NUMERIC OR                   BBANK86P
023000        BANK-SCR86-DATE (5:1) IS NOT EQUAL TO '-' OR              BBANK86P
023100        BANK-SCR86-DATE (6:2) IS NOT NUMERIC OR                   BBANK86P
023200        BANK-SCR86-DATE (8:1) IS NOT EQUAL TO '-' OR              BBANK86P
023300        BANK-SCR86-DATE (9:2) IS NOT NUMERIC                      BBANK86P
023400        MOVE 'Dates must be keyed as yyyy-mm-dd' TO WS-ERROR-MSG  BBANK86P
023500        GO TO VALIDATE-INPUT-ERROR                                BBANK86P
023600     END-IF.                                                      BBANK86P
023700     GO TO VALIDATE-INPUT-EXIT.                                   BBANK86P
023800 VALIDATE-INPUT-ERROR.                                            BBANK86P
023900     SET INPUT-ERROR TO TRUE.                                     BBANK86P
024000 VALIDATE-INPUT-EXIT.                                             BBANK86P
024100     EXIT.                                                        BBANK86P
024200                                                                  BBANK86P
024300***************************************************************** BBANK86P
024400* Drive DPROF01P and show the outcome. A blank date releases or * BBANK86P
024500* discards the proof run for the current business date. The     * BBANK86P
024600* latest proofs are always listed afterwards so the supervisor  * BBANK86P
024700* sees where each one stands                                    * BBANK86P
024800***************************************************************** BBANK86P
024900 WORK-PROOFS.                                                     BBANK86P
025000     MOVE SPACES TO BANK-SCR86-ERRMSG.                            BBANK86P
025100     IF BANK-SCR86-ACTION IS NOT EQUAL TO 'L'                     BBANK86P
025200        INITIALIZE CPR1-DATA                                      BBANK86P
025300        MOVE BANK-SCR86-ACTION TO CPR1I-FUNCTION                  BBANK86P
025400        MOVE BANK-USERID TO CPR1I-USERID                          BBANK86P
025500        MOVE BANK-SCR86-JOB TO CPR1I-JOB                          BBANK86P
025600        MOVE BANK-SCR86-DATE TO CPR1I-PROOF-DATE                  BBANK86P
025700 COPY CPROFX01.                                                   BBANK86P
025800        MOVE CPR1O-MSG TO BANK-SCR86-ERRMSG                       BBANK86P
025900        IF NOT CPR1O-REQUEST-OK                                   BBANK86P
026000           MOVE CPR1O-MSG TO BANK-ERROR-MSG                       BBANK86P
026100        END-IF                                                    BBANK86P
026200     END-IF.                                                      BBANK86P
026300     INITIALIZE CPR1-DATA.                                        BBANK86P
026400     SET CPR1I-LIST TO TRUE.                                      BBANK86P
026500     MOVE BANK-USERID TO CPR1I-USERID.                            BBANK86P
026600 COPY CPROFX01.                                                   BBANK86P
026700     IF NOT CPR1O-REQUEST-OK                                      BBANK86P
026800        MOVE CPR1O-MSG TO BANK-SCR86-ERRMSG                       BBANK86P
026900        MOVE CPR1O-MSG TO BANK-ERROR-MSG                          BBANK86P
027000     END-IF.                                                      BBANK86P
027100     MOVE 0 TO WS-SUB1.                                           BBANK86P
027200     PERFORM SHOW-PROOF-ROW THRU                                  BBANK86P
027300             SHOW-PROOF-ROW-EXIT 5 TIMES.                         BBANK86P
027400 WORK-PROOFS-EXIT.                                                BBANK86P
027500     EXIT.                                                        BBANK86P
027600                                                                  BBANK86P
027700***************************************************************** BBANK86P
027800* Show one of the latest proofs, or clear the row               * BBANK86P
027900***************************************************************** BBANK86P
028000 SHOW-PROOF-ROW.                                                  BBANK86P
028100     ADD 1 TO WS-SUB1.                                            BBANK86P
028200     MOVE SPACES TO BANK-SCR86-PRF (WS-SUB1).                     BBANK86P
028300     IF WS-SUB1 IS GREATER THAN CPR1O-LIST-COUNT                  BBANK86P
028400        GO TO SHOW-PROOF-ROW-EXIT                                 BBANK86P
028500     END-IF.                                                      BBANK86P
028600     MOVE CPR1O-LST-JOB (WS-SUB1)                                 BBANK86P
028700       TO BANK-SCR86-LST-JOB (WS-SUB1).                           BBANK86P
028800     MOVE CPR1O-LST-DATE (WS-SUB1)                                BBANK86P
028900       TO BANK-SCR86-LST-DATE (WS-SUB1).                          BBANK86P
029000     MOVE CPR1O-LST-STATUS (WS-SUB1)                              BBANK86P
029100       TO BANK-SCR86-LST-STATUS (WS-SUB1).                        BBANK86P
029200     MOVE CPR1O-LST-COUNT (WS-SUB1)                               BBANK86P
029300       TO BANK-SCR86-LST-COUNT (WS-SUB1).                         BBANK86P
029400     MOVE CPR1O-LST-AMOUNT (WS-SUB1)                              BBANK86P
029500       TO BANK-SCR86-LST-AMOUNT (WS-SUB1).                        BBANK86P
029600     MOVE CPR1O-LST-BY (WS-SUB1)                                  BBANK86P
029700       TO BANK-SCR86-LST-BY (WS-SUB1).                            BBANK86P
029800 SHOW-PROOF-ROW-EXIT.                                             BBANK86P
029900     EXIT.                                                        BBANK86P
030000                                                                  BBANK86P
030100***************************************************************** BBANK86P
030200* Check for an idle session timeout                             * BBANK86P
030300***************************************************************** BBANK86P
030400 COPY CIDLECHK.                                                   BBANK86P
