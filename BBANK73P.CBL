000100***************************************************************** BBANK73P
000200*                                                               * BBANK73P
000300*   Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.   * BBANK73P
000400*   This demonstration program is provided for use by users     * BBANK73P
000500*   of Micro Focus products and may be used, modified and       * BBANK73P
000600*   distributed as part of your application provided that       * BBANK73P
000700*   you properly acknowledge the copyright of Micro Focus       * BBANK73P
000800*   in this material.                                           * BBANK73P
000900*                                                               * BBANK73P
001000***************************************************************** BBANK73P
001100                                                                  BBANK73P
001200***************************************************************** BBANK73P
001300* Program:     BBANK73P.CBL                                     * BBANK73P
001400* Layer:       Business logic                                   * BBANK73P
001500* Function:    Business loan covenants - record a covenant      * BBANK73P
001600*              against a loan, take delivery of a covenant      * BBANK73P
001700*              document, and work the breach review queue -     * BBANK73P
001800*              list the open breaches and confirm or waive      * BBANK73P
001900*              each one, all through DCOVN01P                   * BBANK73P
002000***************************************************************** BBANK73P
002100                                                                  BBANK73P
002200 IDENTIFICATION DIVISION.                                         BBANK73P
002300 PROGRAM-ID.                                                      BBANK73P
002400     BBANK73P.                                                    BBANK73P
002500 DATE-WRITTEN.                                                    BBANK73P
002600     October 2026.                                                BBANK73P
002700 DATE-COMPILED.                                                   BBANK73P
002800     Today.                                                       BBANK73P
002900                                                                  BBANK73P
003000 ENVIRONMENT DIVISION.                                            BBANK73P
003100                                                                  BBANK73P
003200 DATA DIVISION.                                                   BBANK73P
003300 WORKING-STORAGE SECTION.                                         BBANK73P
003400 01  WS-MISC-STORAGE.                                             BBANK73P
003500   05  WS-PROGRAM-ID                         PIC X(8)             BBANK73P
003600       VALUE 'BBANK73P'.                                          BBANK73P
003700   05  WS-INPUT-FLAG                         PIC X(1).            BBANK73P
003800     88  INPUT-OK                            VALUE '0'.           BBANK73P
003900     88  INPUT-ERROR                         VALUE '1'.           BBANK73P
004000   05  WS-RETURN-FLAG                        PIC X(1).            BBANK73P
004100     88  WS-RETURN-FLAG-OFF                  VALUE LOW-VALUES.    BBANK73P
004200     88  WS-RETURN-FLAG-ON                   VALUE '1'.           BBANK73P
004300   05  WS-PFK-FLAG                           PIC X(1).            BBANK73P
004400     88  PFK-VALID                           VALUE '0'.           BBANK73P
004500     88  PFK-INVALID                         VALUE '1'.           BBANK73P
004600   05  WS-IDLE-FLAG                          PIC X(1).            BBANK73P
004700     88  SESSION-NOT-TIMED-OUT               VALUE '0'.           BBANK73P
004800     88  WS-SESSION-TIMED-OUT                VALUE '1'.           BBANK73P
004900   05  WS-ERROR-MSG                          PIC X(75).           BBANK73P
005000   05  WS-ID-WORK                            PIC X(7).            BBANK73P
005100   05  WS-ID-WORK-N REDEFINES WS-ID-WORK                          BBANK73P
005200                                             PIC 9(7).            BBANK73P
005300   05  WS-AMOUNT-WORK                        PIC X(11).           BBANK73P
005400   05  WS-AMOUNT-WORK-N REDEFINES WS-AMOUNT-WORK                  BBANK73P
005500                                             PIC 9(9)V99.         BBANK73P
005600   05  WS-AMT-DISP                           PIC -(9)9.99.        BBANK73P
005700   05  WS-SUB1                               PIC S9(4) COMP.      BBANK73P
005800                                                                  BBANK73P
005900 01  WS-BANK-DATA.                                                BBANK73P
006000 COPY CBANKDAT.                                                   BBANK73P
006100 COPY CTIMERD.                                                    BBANK73P
006120 01  WS-SESSION-DATA.                                             BBANK73P
006140 COPY CSIGND01.                                                   BBANK73P
006200 01  WS-EXCEPTION-DATA.                                           BBANK73P
006300 COPY CBANKD16.                                                   BBANK73P
006400                                                                  BBANK73P
006500 01  WS-COVENANT-DATA.                                            BBANK73P
006600 COPY CCOVND01.                                                   BBANK73P
006700                                                                  BBANK73P
006800 COPY CABENDD.                                                    BBANK73P
006900                                                                  BBANK73P
007000 LINKAGE SECTION.                                                 BBANK73P
007100 01  DFHCOMMAREA.                                                 BBANK73P
007200   05  LK-COMMAREA                           PIC X(32654).        BBANK73P
007300                                                                  BBANK73P
007400 COPY CENTRY.                                                     BBANK73P
007500***************************************************************** BBANK73P
007600* Make ourselves re-entrant                                     * BBANK73P
007700***************************************************************** BBANK73P
007800     MOVE SPACES TO WS-ERROR-MSG.                                 BBANK73P
007900                                                                  BBANK73P
008000***************************************************************** BBANK73P
008100* Move the passed area to our area                              * BBANK73P
008200***************************************************************** BBANK73P
008300     MOVE DFHCOMMAREA (1:LENGTH OF WS-BANK-DATA) TO WS-BANK-DATA. BBANK73P
008400                                                                  BBANK73P
008500***************************************************************** BBANK73P
008600* Ensure error message is cleared                               * BBANK73P
008700***************************************************************** BBANK73P
008800     MOVE SPACES TO BANK-ERROR-MSG.                               BBANK73P
008900                                                                  BBANK73P
009000***************************************************************** BBANK73P
009100* Save the passed return flag and then turn it off              * BBANK73P
009200***************************************************************** BBANK73P
009300     MOVE BANK-RETURN-FLAG TO WS-RETURN-FLAG.                     BBANK73P
009400     SET BANK-RETURN-FLAG-OFF TO TRUE.                            BBANK73P
009500                                                                  BBANK73P
009600***************************************************************** BBANK73P
009700* Force a logoff if the session has been idle too long          * BBANK73P
009800***************************************************************** BBANK73P
009900     SET SESSION-NOT-TIMED-OUT TO TRUE.                           BBANK73P
010000     PERFORM CHECK-IDLE-TIMEOUT THRU                              BBANK73P
010100             CHECK-IDLE-TIMEOUT-EXIT.                             BBANK73P
010200     IF WS-SESSION-TIMED-OUT                                      BBANK73P
010300        MOVE 'BBANK73P' TO BANK-LAST-PROG                         BBANK73P
010400        MOVE 'BBANK99P' TO BANK-NEXT-PROG                         BBANK73P
010500        MOVE 'MBANK99' TO BANK-NEXT-MAPSET                        BBANK73P
010600        MOVE 'BANK99A' TO BANK-NEXT-MAP                           BBANK73P
010700        MOVE 'Session timed out due to inactivity' TO             BBANK73P
010800             BANK-ERROR-MSG                                       BBANK73P
010900        SET BANK-AID-ENTER TO TRUE                                BBANK73P
011000        GO TO COMMON-RETURN                                       BBANK73P
011100     END-IF.                                                      BBANK73P
011200                                                                  BBANK73P
011300***************************************************************** BBANK73P
011400* Covenant work is a staff function                             * BBANK73P
011500***************************************************************** BBANK73P
011600     IF BANK-ROLE-CUSTOMER                                        BBANK73P
011700        MOVE 'BBANK73P' TO BANK-LAST-PROG                         BBANK73P
011800        MOVE 'BBANK20P' TO BANK-NEXT-PROG                         BBANK73P
011900        MOVE 'Covenant work needs a staff signon' TO              BBANK73P
012000             BANK-ERROR-MSG                                       BBANK73P
012100        SET BANK-AID-ENTER TO TRUE                                BBANK73P
012200        GO TO COMMON-RETURN                                       BBANK73P
012300     END-IF.                                                      BBANK73P
012400                                                                  BBANK73P
012500***************************************************************** BBANK73P
012600* Check the AID to see if its valid at this point               * BBANK73P
012700***************************************************************** BBANK73P
012800     SET PFK-INVALID TO TRUE.                                     BBANK73P
012900     IF BANK-AID-ENTER OR                                         BBANK73P
013000        BANK-AID-PFK03 OR                                         BBANK73P
013100        BANK-AID-PFK04                                            BBANK73P
013200        SET PFK-VALID TO TRUE                                     BBANK73P
013300     END-IF.                                                      BBANK73P
013400     IF PFK-INVALID                                               BBANK73P
013500        SET BANK-AID-ENTER TO TRUE                                BBANK73P
013600     END-IF.                                                      BBANK73P
013700                                                                  BBANK73P
013800***************************************************************** BBANK73P
013900* Check the AID to see if we have to quit                       * BBANK73P
014000***************************************************************** BBANK73P
014100     IF BANK-AID-PFK03                                            BBANK73P
014200        MOVE 'BBANK73P' TO BANK-LAST-PROG                         BBANK73P
014300        MOVE 'BBANK99P' TO BANK-NEXT-PROG                         BBANK73P
014400        MOVE 'MBANK99' TO BANK-NEXT-MAPSET                        BBANK73P
014500        MOVE 'BANK99A' TO BANK-NEXT-MAP                           BBANK73P
014600        GO TO COMMON-RETURN                                       BBANK73P
014700     END-IF.                                                      BBANK73P
014800                                                                  BBANK73P
014900***************************************************************** BBANK73P
015000* Check the AID to see if we have to return to the services     * BBANK73P
015100* menu                                                          * BBANK73P
015200***************************************************************** BBANK73P
015300     IF BANK-AID-PFK04                                            BBANK73P
015400        MOVE 'BBANK73P' TO BANK-LAST-PROG                         BBANK73P
015500        MOVE 'BBANK21P' TO BANK-NEXT-PROG                         BBANK73P
015600        MOVE 'MBANK21' TO BANK-NEXT-MAPSET                        BBANK73P
015700        MOVE 'BANK21A' TO BANK-NEXT-MAP                           BBANK73P
015800        SET BANK-AID-ENTER TO TRUE                                BBANK73P
015900        GO TO COMMON-RETURN                                       BBANK73P
016000     END-IF.                                                      BBANK73P
016100                                                                  BBANK73P
016200* Check if we have set the screen up before or is this 1st time   BBANK73P
016300     IF BANK-LAST-MAPSET IS NOT EQUAL TO 'MBANK73'                BBANK73P
016400        MOVE 'BBANK73P' TO BANK-LAST-PROG                         BBANK73P
016500        MOVE 'BBANK73P' TO BANK-NEXT-PROG                         BBANK73P
016600        MOVE 'MBANK73' TO BANK-LAST-MAPSET                        BBANK73P
016700        MOVE 'BANK73A' TO BANK-LAST-MAP                           BBANK73P
016800        MOVE 'MBANK73' TO BANK-NEXT-MAPSET                        BBANK73P
016900        MOVE 'BANK73A' TO BANK-NEXT-MAP                           BBANK73P
017000        MOVE LOW-VALUES TO BANK-SCREEN73-DATA                     BBANK73P
017100        GO TO COMMON-RETURN                                       BBANK73P
017200     END-IF.                                                      BBANK73P
017300                                                                  BBANK73P
017400***************************************************************** BBANK73P
017500* The user pressed ENTER - validate and work the request        * BBANK73P
017600***************************************************************** BBANK73P
017700     MOVE 'BBANK73P' TO BANK-LAST-PROG.                           BBANK73P
017800     MOVE 'BBANK73P' TO BANK-NEXT-PROG.                           BBANK73P
017900     MOVE 'MBANK73' TO BANK-LAST-MAPSET.                          BBANK73P
018000     MOVE 'BANK73A' TO BANK-LAST-MAP.                             BBANK73P
018100     MOVE 'MBANK73' TO BANK-NEXT-MAPSET.                          BBANK73P
018200     MOVE 'BANK73A' TO BANK-NEXT-MAP.                             BBANK73P
018300                                                                  BBANK73P
018400     PERFORM VALIDATE-INPUT THRU                                  BBANK73P
018500             VALIDATE-INPUT-EXIT.                                 BBANK73P
018600     IF INPUT-ERROR                                               BBANK73P
018700        MOVE WS-ERROR-MSG TO BANK-SCR73-ERRMSG                    BBANK73P
018800        MOVE WS-ERROR-MSG TO BANK-ERROR-MSG                       BBANK73P
018900        GO TO COMMON-RETURN                                       BBANK73P
019000     END-IF.                                                      BBANK73P
019100                                                                  BBANK73P
019200     PERFORM WORK-COVENANTS THRU                                  BBANK73P
019300             WORK-COVENANTS-EXIT.                                 BBANK73P
019400     GO TO COMMON-RETURN.                                         BBANK73P
019500                                                                  BBANK73P
019600 COMMON-RETURN.                                                   BBANK73P
019700     IF BANK-ERROR-MSG NOT EQUAL TO SPACES                        BBANK73P
019800        MOVE SPACES TO CD16-DATA                                  BBANK73P
019900        MOVE BANK-USERID TO CD16I-PERSON-PID                      BBANK73P
020000        MOVE WS-PROGRAM-ID TO CD16I-PROGRAM                       BBANK73P
020100        MOVE BANK-ERROR-MSG TO CD16I-MESSAGE                      BBANK73P
020200     COPY CBANKX16.                                               BBANK73P
020300     END-IF.                                                      BBANK73P
020400     MOVE WS-BANK-DATA TO DFHCOMMAREA (1:LENGTH OF WS-BANK-DATA). BBANK73P
020500 COPY CRETURN.                                                    BBANK73P
020600                                                                  BBANK73P
020700***************************************************************** BBANK73P
020800* Validate what the operator keyed                              * BBANK73P
020900***************************************************************** BBANK73P
021000 VALIDATE-INPUT.                                                  BBANK73P
021100     SET INPUT-OK TO TRUE.                                        BBANK73P
021200     IF BANK-SCR73-ACTION IS NOT EQUAL TO 'A' AND                 BBANK73P
021300        BANK-SCR73-ACTION IS NOT EQUAL TO 'R' AND                 BBANK73P
021400        BANK-SCR73-ACTION IS NOT EQUAL TO 'L' AND                 BBANK73P
021500        BANK-SCR73-ACTION IS NOT EQUAL TO 'C' AND                 BBANK73P
021600        BANK-SCR73-ACTION IS NOT EQUAL TO 'W'                     BBANK73P
021700        MOVE 'Action must be A,R,L(ist),C(onfirm) or W(aive)'     BBANK73P
021800          TO WS-ERROR-MSG                                         BBANK73P
021900        GO TO VALIDATE-INPUT-ERROR                                BBANK73P
022000     END-IF.                                                      BBANK73P
022100     IF BANK-SCR73-ACTION IS EQUAL TO 'A'                         BBANK73P
022200        IF BANK-SCR73-LOANID IS EQUAL TO SPACES OR                BBANK73P
022300           BANK-SCR73-LOANID IS EQUAL TO LOW-VALUES               BBANK73P
022400           MOVE 'Please input the loan number' TO WS-ERROR-MSG    BBANK73P
022500           GO TO VALIDATE-INPUT-ERROR                             BBANK73P
022600        END-IF                                                    BBANK73P
022700        IF BANK-SCR73-TYPE IS NOT EQUAL TO 'B' AND                BBANK73P
022800           BANK-SCR73-TYPE IS NOT EQUAL TO 'D' AND                BBANK73P
022900           BANK-SCR73-TYPE IS NOT EQUAL TO 'O'                    BBANK73P
023000           MOVE 'Covenant type must be B, D or O'                 BBANK73P
023100             TO WS-ERROR-MSG                                      BBANK73P
023200           GO TO VALIDATE-INPUT-ERROR                             BBANK73P
023300        END-IF                                                    BBANK73P
023400        IF BANK-SCR73-FREQ IS NOT EQUAL TO 'M' AND                BBANK73P
023500           BANK-SCR73-FREQ IS NOT EQUAL TO 'Q' AND                BBANK73P
023600           BANK-SCR73-FREQ IS NOT EQUAL TO 'A'                    BBANK73P
023700           MOVE 'Test frequency must be M, Q or A' TO WS-ERROR-MSGBBANK73P
023800           GO TO VALIDATE-INPUT-ERROR                             BBANK73P
023900        END-IF                                                    BBANK73P
024000        IF BANK-SCR73-TYPE IS NOT EQUAL TO 'D'                    BBANK73P
024100           MOVE BANK-SCR73-THRESH TO WS-AMOUNT-WORK               BBANK73P
024200           IF WS-AMOUNT-WORK IS NOT NUMERIC                       BBANK73P
024300              MOVE 'A numeric threshold is needed' TO WS-ERROR-MSGBBANK73P
024400              GO TO VALIDATE-INPUT-ERROR                          BBANK73P
024500           END-IF                                                 BBANK73P
024600        END-IF                                                    BBANK73P
024700     END-IF.                                                      BBANK73P
024800     IF BANK-SCR73-ACTION IS EQUAL TO 'R' OR                      BBANK73P
024900        BANK-SCR73-ACTION IS EQUAL TO 'C' OR                      BBANK73P
025000        BANK-SCR73-ACTION IS EQUAL TO 'W'                         BBANK73P
025100        MOVE BANK-SCR73-ID TO WS-ID-WORK                          BBANK73P
025200        IF WS-ID-WORK IS NOT NUMERIC                              BBANK73P
025300           MOVE 'Please input the covenant or breach number' TO   BBANK73P
025400                WS-ERROR-MSG                                      BBANK73P
025500           GO TO VALIDATE-INPUT-ERROR                             BBANK73P
025600        END-IF                                                    BBANK73P
025700     END-IF.                                                      BBANK73P
025800     GO TO VALIDATE-INPUT-EXIT.                                   BBANK73P
025900 VALIDATE-INPUT-ERROR.                                            BBANK73P
026000     SET INPUT-ERROR TO TRUE.                                     BBANK73P
026100 VALIDATE-INPUT-EXIT.                                             BBANK73P
026200     EXIT.                                                        BBANK73P
026300                                                                  BBANK73P
026400***************************************************************** BBANK73P
026500* Drive DCOVN01P and show the outcome                           * BBANK73P
026600***************************************************************** BBANK73P
026700 WORK-COVENANTS.                                                  BBANK73P
026800     MOVE SPACES TO CCV1-DATA.                                    BBANK73P
026900     MOVE BANK-SCR73-ACTION TO CCV1I-FUNCTION.                    BBANK73P
027000     IF BANK-SCR73-LOANID IS NOT EQUAL TO LOW-VALUES              BBANK73P
027100        MOVE BANK-SCR73-LOANID TO CCV1I-LOAN-ID                   BBANK73P
027200     END-IF.                                                      BBANK73P
027300     IF BANK-SCR73-TYPE IS NOT EQUAL TO LOW-VALUES                BBANK73P
027400        MOVE BANK-SCR73-TYPE TO CCV1I-COV-TYPE                    BBANK73P
027500     END-IF.                                                      BBANK73P
027600     IF BANK-SCR73-ACC IS NOT EQUAL TO LOW-VALUES                 BBANK73P
027700        MOVE BANK-SCR73-ACC TO CCV1I-ACC                          BBANK73P
027800     END-IF.                                                      BBANK73P
027900     IF BANK-SCR73-NEXTDT IS NOT EQUAL TO LOW-VALUES              BBANK73P
028000        MOVE BANK-SCR73-NEXTDT TO CCV1I-NEXT-TEST                 BBANK73P
028100     END-IF.                                                      BBANK73P
028200     IF BANK-SCR73-DOCDESC IS NOT EQUAL TO LOW-VALUES             BBANK73P
028300        MOVE BANK-SCR73-DOCDESC TO CCV1I-DOC-DESC                 BBANK73P
028400     END-IF.                                                      BBANK73P
028500     IF BANK-SCR73-NOTE IS NOT EQUAL TO LOW-VALUES                BBANK73P
028600        MOVE BANK-SCR73-NOTE TO CCV1I-NOTE                        BBANK73P
028700     END-IF.                                                      BBANK73P
028800     MOVE BANK-SCR73-FREQ TO CCV1I-FREQ.                          BBANK73P
028900     MOVE ZEROES TO CCV1I-THRESHOLD.                              BBANK73P
029000     MOVE ZEROES TO CCV1I-COV-ID.                                 BBANK73P
029100     MOVE ZEROES TO CCV1I-BREACH-ID.                              BBANK73P
029200     IF BANK-SCR73-ACTION IS EQUAL TO 'A' AND                     BBANK73P
029300        BANK-SCR73-TYPE IS NOT EQUAL TO 'D'                       BBANK73P
029400        MOVE BANK-SCR73-THRESH TO WS-AMOUNT-WORK                  BBANK73P
029500        MOVE WS-AMOUNT-WORK-N TO CCV1I-THRESHOLD                  BBANK73P
029600     END-IF.                                                      BBANK73P
029700     IF BANK-SCR73-ACTION IS EQUAL TO 'R'                         BBANK73P
029800        MOVE BANK-SCR73-ID TO WS-ID-WORK                          BBANK73P
029900        MOVE WS-ID-WORK-N TO CCV1I-COV-ID                         BBANK73P
030000     END-IF.                                                      BBANK73P
030100     IF BANK-SCR73-ACTION IS EQUAL TO 'C' OR                      BBANK73P
030200        BANK-SCR73-ACTION IS EQUAL TO 'W'                         BBANK73P
030300        MOVE BANK-SCR73-ID TO WS-ID-WORK                          BBANK73P
030400        MOVE WS-ID-WORK-N TO CCV1I-BREACH-ID                      BBANK73P
030500     END-IF.                                                      BBANK73P
030600     MOVE BANK-USERID TO CCV1I-USERID.                            BBANK73P
030700 COPY CCOVNX01.                                                   BBANK73P
030800     IF CCV1O-REQUEST-OK                                          BBANK73P
030900        IF CCV1I-ADD-COVENANT                                     BBANK73P
031000           MOVE CCV1O-COV-ID TO WS-ID-WORK-N                      BBANK73P
031100           MOVE WS-ID-WORK TO BANK-SCR73-ID                       BBANK73P
031200           MOVE CCV1O-NEXT-TEST TO BANK-SCR73-NEXTDT              BBANK73P
031300        END-IF                                                    BBANK73P
031400        IF CCV1I-LIST-BREACHES                                    BBANK73P
031500           PERFORM SHOW-BREACH-PAGE THRU                          BBANK73P
031600                   SHOW-BREACH-PAGE-EXIT                          BBANK73P
031700        END-IF                                                    BBANK73P
031800        MOVE CCV1O-MSG TO BANK-SCR73-ERRMSG                       BBANK73P
031900     ELSE                                                         BBANK73P
032000        MOVE CCV1O-MSG TO BANK-SCR73-ERRMSG                       BBANK73P
032100        MOVE CCV1O-MSG TO BANK-ERROR-MSG                          BBANK73P
032200     END-IF.                                                      BBANK73P
032300 WORK-COVENANTS-EXIT.                                             BBANK73P
032400     EXIT.                                                        BBANK73P
032500                                                                  BBANK73P
032600***************************************************************** BBANK73P
032700* Show the first page of the breach review queue                * BBANK73P
032800***************************************************************** BBANK73P
032900 SHOW-BREACH-PAGE.                                                BBANK73P
033000     MOVE 0 TO WS-SUB1.                                           BBANK73P
033100     PERFORM SHOW-BREACH-ROW THRU                                 BBANK73P
033200             SHOW-BREACH-ROW-EXIT 3 TIMES.                        BBANK73P
033300 SHOW-BREACH-PAGE-EXIT.                                           BBANK73P
033400     EXIT.                                                        BBANK73P
033500                                                                  BBANK73P
033600 SHOW-BREACH-ROW.                                                 BBANK73P
033700     ADD 1 TO WS-SUB1.                                            BBANK73P
033800     IF CCV1O-LST-ID (WS-SUB1) IS EQUAL TO ZERO                   BBANK73P
033900        MOVE SPACES TO BANK-SCR73-LIST (WS-SUB1)                  BBANK73P
034000        GO TO SHOW-BREACH-ROW-EXIT                                BBANK73P
034100     END-IF.                                                      BBANK73P
034200     MOVE CCV1O-LST-ID (WS-SUB1) TO WS-ID-WORK-N.                 BBANK73P
034300     MOVE WS-ID-WORK TO BANK-SCR73-LST-ID (WS-SUB1).              BBANK73P
034400     MOVE CCV1O-LST-LOAN-ID (WS-SUB1) TO                          BBANK73P
034500          BANK-SCR73-LST-LOAN (WS-SUB1).                          BBANK73P
034600     MOVE CCV1O-LST-TYPE (WS-SUB1) TO                             BBANK73P
034700          BANK-SCR73-LST-TYPE (WS-SUB1).                          BBANK73P
034800     MOVE CCV1O-LST-TEST-DATE (WS-SUB1) TO                        BBANK73P
034900          BANK-SCR73-LST-DATE (WS-SUB1).                          BBANK73P
035000     MOVE CCV1O-LST-ACTUAL (WS-SUB1) TO WS-AMT-DISP.              BBANK73P
035100     MOVE WS-AMT-DISP TO BANK-SCR73-LST-ACTUAL (WS-SUB1).         BBANK73P
035200     MOVE CCV1O-LST-THRESHOLD (WS-SUB1) TO WS-AMT-DISP.           BBANK73P
035300     MOVE WS-AMT-DISP TO BANK-SCR73-LST-THRESH (WS-SUB1).         BBANK73P
035400 SHOW-BREACH-ROW-EXIT.                                            BBANK73P
035500     EXIT.                                                        BBANK73P
035600                                                                  BBANK73P
035700***************************************************************** BBANK73P
035800* Check for an idle session timeout                             * BBANK73P
035900***************************************************************** BBANK73P
036000 COPY CIDLECHK.                                                   BBANK73P
