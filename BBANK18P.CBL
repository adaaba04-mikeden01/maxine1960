000100***************************************************************** BBANK18P
000200*                                                               * BBANK18P
000300*   Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.   * BBANK18P
000400*   This demonstration program is provided for use by users     * BBANK18P
000500*   of Micro Focus products and may be used, modified and       * BBANK18P
000600*   distributed as part of your application provided that       * BBANK18P
000700*   you properly acknowledge the copyright of Micro Focus       * BBANK18P
000800*   in this material.                                           * BBANK18P
000900*                                                               * BBANK18P
001000***************************************************************** BBANK18P
001100                                                                  BBANK18P
001200***************************************************************** BBANK18P
001300* Program:     BBANK18P.CBL                                     * BBANK18P
001400* Layer:       Business logic                                   * BBANK18P
001500* Function:    Safe-deposit box screen - add a box to a         * BBANK18P
001600*              branch's inventory, let it to up to three        * BBANK18P
001700*              renters, log a visit to the vault, take the rent * BBANK18P
001800*              in arrears, take the keys back on surrender,     * BBANK18P
001900*              drill an abandoned box before a witness and      * BBANK18P
002000*              release what it held, driving the box services   * BBANK18P
002100*              in DSDBX01P                                      * BBANK18P
002200***************************************************************** BBANK18P
002300                                                                  BBANK18P
002400 IDENTIFICATION DIVISION.                                         BBANK18P
002500 PROGRAM-ID.                                                      BBANK18P
002600     BBANK18P.                                                    BBANK18P
002700 DATE-WRITTEN.                                                    BBANK18P
002800     September 2026.                                              BBANK18P
002900 DATE-COMPILED.                                                   BBANK18P
003000     Today.                                                       BBANK18P
003100                                                                  BBANK18P
003200 ENVIRONMENT DIVISION.                                            BBANK18P
003300                                                                  BBANK18P
003400 DATA DIVISION.                                                   BBANK18P
003500 WORKING-STORAGE SECTION.                                         BBANK18P
003600 01  WS-MISC-STORAGE.                                             BBANK18P
003700   05  WS-PROGRAM-ID                         PIC X(8)             BBANK18P
003800       VALUE 'BBANK18P'.                                          BBANK18P
003900   05  WS-INPUT-FLAG                         PIC X(1).            BBANK18P
004000     88  INPUT-OK                            VALUE '0'.           BBANK18P
004100     88  INPUT-ERROR                         VALUE '1'.           BBANK18P
004200   05  WS-RETURN-FLAG                        PIC X(1).            BBANK18P
004300     88  WS-RETURN-FLAG-OFF                  VALUE LOW-VALUES.    BBANK18P
004400     88  WS-RETURN-FLAG-ON                   VALUE '1'.           BBANK18P
004500   05  WS-PFK-FLAG                           PIC X(1).            BBANK18P
004600     88  PFK-VALID                           VALUE '0'.           BBANK18P
004700     88  PFK-INVALID                         VALUE '1'.           BBANK18P
004800   05  WS-IDLE-FLAG                          PIC X(1).            BBANK18P
004900     88  SESSION-NOT-TIMED-OUT               VALUE '0'.           BBANK18P
005000     88  WS-SESSION-TIMED-OUT                VALUE '1'.           BBANK18P
005100   05  WS-ERROR-MSG                          PIC X(75).           BBANK18P
005200   05  WS-RENTAL-WORK                        PIC X(7).            BBANK18P
005300   05  WS-RENTAL-WORK-N REDEFINES WS-RENTAL-WORK                  BBANK18P
005400                                             PIC 9(7).            BBANK18P
005500   05  WS-KEYS-WORK                          PIC X(1).            BBANK18P
005600   05  WS-KEYS-WORK-N REDEFINES WS-KEYS-WORK PIC 9(1).            BBANK18P
005700   05  WS-AMOUNT-WORK                        PIC X(9).            BBANK18P
005800   05  WS-AMOUNT-WORK-N REDEFINES WS-AMOUNT-WORK                  BBANK18P
005900                                             PIC 9(7)V99.         BBANK18P
006000   05  WS-AMT-DISP                           PIC -(9)9.99.        BBANK18P
006100   05  WS-SUB1                               PIC S9(4) COMP.      BBANK18P
006200                                                                  BBANK18P
006300 01  WS-BANK-DATA.                                                BBANK18P
006400 COPY CBANKDAT.                                                   BBANK18P
006500 COPY CTIMERD.                                                    BBANK18P
006600 01  WS-SESSION-DATA.                                             BBANK18P
006700 COPY CSIGND01.                                                   BBANK18P
006800 01  WS-EXCEPTION-DATA.                                           BBANK18P
006900 COPY CBANKD16.                                                   BBANK18P
007000                                                                  BBANK18P
007100 01  WS-BOX-DATA.                                                 BBANK18P
007200 COPY CSDBXD01.                                                   BBANK18P
007300 COPY CABENDD.                                                    BBANK18P
007400                                                                  BBANK18P
007500 LINKAGE SECTION.                                                 BBANK18P
007600 01  DFHCOMMAREA.                                                 BBANK18P
007700   05  LK-COMMAREA                           PIC X(32654).        BBANK18P
007800                                                                  BBANK18P
007900 COPY CENTRY.                                                     BBANK18P
008000***************************************************************** BBANK18P
008100* Make ourselves re-entrant                                     * BBANK18P
008200***************************************************************** BBANK18P
008300     MOVE SPACES TO WS-ERROR-MSG.                                 BBANK18P
008400                                                                  BBANK18P
008500***************************************************************** BBANK18P
008600* Move the passed area to our area                              * BBANK18P
008700***************************************************************** BBANK18P
008800     MOVE DFHCOMMAREA (1:LENGTH OF WS-BANK-DATA) TO WS-BANK-DATA. BBANK18P
008900                                                                  BBANK18P
009000***************************************************************** BBANK18P
009100* Ensure error message is cleared                               * BBANK18P
009200***************************************************************** BBANK18P
009300     MOVE SPACES TO BANK-ERROR-MSG.                               BBANK18P
009400                                                                  BBANK18P
009500***************************************************************** BBANK18P
009600* Save the passed return flag and then turn it off              * BBANK18P
009700***************************************************************** BBANK18P
009800     MOVE BANK-RETURN-FLAG TO WS-RETURN-FLAG.                     BBANK18P
009900     SET BANK-RETURN-FLAG-OFF TO TRUE.                            BBANK18P
010000                                                                  BBANK18P
010100***************************************************************** BBANK18P
010200* Force a logoff if the session has been idle too long          * BBANK18P
010300***************************************************************** BBANK18P
010400     SET SESSION-NOT-TIMED-OUT TO TRUE.                           BBANK18P
010500     PERFORM CHECK-IDLE-TIMEOUT THRU                              BBANK18P
010600             CHECK-IDLE-TIMEOUT-EXIT.                             BBANK18P
010700     IF WS-SESSION-TIMED-OUT                                      BBANK18P
010800        MOVE 'BBANK18P' TO BANK-LAST-PROG                         BBANK18P
010900        MOVE 'BBANK99P' TO BANK-NEXT-PROG                         BBANK18P
011000        MOVE 'MBANK99' TO BANK-NEXT-MAPSET                        BBANK18P
011100        MOVE 'BANK99A' TO BANK-NEXT-MAP                           BBANK18P
011200        MOVE 'Session timed out due to inactivity' TO             BBANK18P
011300             BANK-ERROR-MSG                                       BBANK18P
011400        SET BANK-AID-ENTER TO TRUE                                BBANK18P
011500        GO TO COMMON-RETURN                                       BBANK18P
011600     END-IF.                                                      BBANK18P
011700                                                                  BBANK18P
011800***************************************************************** BBANK18P
011900* Safe-deposit box work is a staff function                     * BBANK18P
012000***************************************************************** BBANK18P
012100     IF BANK-ROLE-CUSTOMER                                        BBANK18P
012200        MOVE 'BBANK18P' TO BANK-LAST-PROG                         BBANK18P
012300        MOVE 'BBANK20P' TO BANK-NEXT-PROG                         BBANK18P
012400        MOVE 'Safe-deposit boxes need a staff signon' TO          BBANK18P
012500             BANK-ERROR-MSG                                       BBANK18P
012600        SET BANK-AID-ENTER TO TRUE                                BBANK18P
012700        GO TO COMMON-RETURN                                       BBANK18P
012800     END-IF.                                                      BBANK18P
012900                                                                  BBANK18P
013000***************************************************************** BBANK18P
013100* Check the AID to see if its valid at this point               * BBANK18P
013200***************************************************************** BBANK18P
013300     SET PFK-INVALID TO TRUE.                                     BBANK18P
013400     IF BANK-AID-ENTER OR                                         BBANK18P
013500        BANK-AID-PFK03 OR                                         BBANK18P
013600        BANK-AID-PFK04                                            BBANK18P
013700        SET PFK-VALID TO TRUE                                     BBANK18P
013800     END-IF.                                                      BBANK18P
013900     IF PFK-INVALID                                               BBANK18P
014000        SET BANK-AID-ENTER TO TRUE                                BBANK18P
014100     END-IF.                                                      BBANK18P
014200                                                                  BBANK18P
014300***************************************************************** BBANK18P
014400* Check the AID to see if we have to quit                       * BBANK18P
014500***************************************************************** BBANK18P
014600     IF BANK-AID-PFK03                                            BBANK18P
014700        MOVE 'BBANK18P' TO BANK-LAST-PROG                         BBANK18P
014800        MOVE 'BBANK99P' TO BANK-NEXT-PROG                         BBANK18P
014900        MOVE 'MBANK99' TO BANK-NEXT-MAPSET                        BBANK18P
015000        MOVE 'BANK99A' TO BANK-NEXT-MAP                           BBANK18P
015100        GO TO COMMON-RETURN                                       BBANK18P
015200     END-IF.                                                      BBANK18P
015300                                                                  BBANK18P
015400***************************************************************** BBANK18P
015500* Check the AID to see if we have to return to the services     * BBANK18P
015600* menu                                                          * BBANK18P
015700***************************************************************** BBANK18P
015800     IF BANK-AID-PFK04                                            BBANK18P
015900        MOVE 'BBANK18P' TO BANK-LAST-PROG                         BBANK18P
016000        MOVE 'BBANK21P' TO BANK-NEXT-PROG                         BBANK18P
016100        MOVE 'MBANK21' TO BANK-NEXT-MAPSET                        BBANK18P
016200        MOVE 'BANK21A' TO BANK-NEXT-MAP                           BBANK18P
016300        SET BANK-AID-ENTER TO TRUE                                BBANK18P
016400        GO TO COMMON-RETURN                                       BBANK18P
016500     END-IF.                                                      BBANK18P
016600                                                                  BBANK18P
016700* Check if we have set the screen up before or is this 1st time   BBANK18P
016800     IF BANK-LAST-MAPSET IS NOT EQUAL TO 'MBANK18'                BBANK18P
016900        MOVE 'BBANK18P' TO BANK-LAST-PROG                         BBANK18P
017000        MOVE 'BBANK18P' TO BANK-NEXT-PROG                         BBANK18P
017100        MOVE 'MBANK18' TO BANK-LAST-MAPSET                        BBANK18P
017200        MOVE 'BANK18A' TO BANK-LAST-MAP                           BBANK18P
017300        MOVE 'MBANK18' TO BANK-NEXT-MAPSET                        BBANK18P
017400        MOVE 'BANK18A' TO BANK-NEXT-MAP                           BBANK18P
017500        MOVE LOW-VALUES TO BANK-SCREEN18-DATA                     BBANK18P
017600        GO TO COMMON-RETURN                                       BBANK18P
017700     END-IF.                                                      BBANK18P
017800                                                                  BBANK18P
017900***************************************************************** BBANK18P
018000* The user pressed ENTER - validate and work the request        * BBANK18P
018100***************************************************************** BBANK18P
018200     MOVE 'BBANK18P' TO BANK-LAST-PROG.                           BBANK18P
018300     MOVE 'BBANK18P' TO BANK-NEXT-PROG.                           BBANK18P
018400     MOVE 'MBANK18' TO BANK-LAST-MAPSET.                          BBANK18P
018500     MOVE 'BANK18A' TO BANK-LAST-MAP.                             BBANK18P
018600     MOVE 'MBANK18' TO BANK-NEXT-MAPSET.                          BBANK18P
018700     MOVE 'BANK18A' TO BANK-NEXT-MAP.                             BBANK18P
018800                                                                  BBANK18P
018900     PERFORM VALIDATE-INPUT THRU                                  BBANK18P
019000             VALIDATE-INPUT-EXIT.                                 BBANK18P
019100     IF INPUT-ERROR                                               BBANK18P
019200        MOVE WS-ERROR-MSG TO BANK-SCR18-ERRMSG                    BBANK18P
019300        MOVE WS-ERROR-MSG TO BANK-ERROR-MSG                       BBANK18P
019400        GO TO COMMON-RETURN                                       BBANK18P
019500     END-IF.                                                      BBANK18P
019600                                                                  BBANK18P
019700     PERFORM WORK-BOX THRU                                        BBANK18P
019800             WORK-BOX-EXIT.                                       BBANK18P
019900     GO TO COMMON-RETURN.                                         BBANK18P
020000                                                                  BBANK18P
020100 COMMON-RETURN.                                                   BBANK18P
020200     IF BANK-ERROR-MSG NOT EQUAL TO SPACES                        BBANK18P
020300        MOVE SPACES TO CD16-DATA                                  BBANK18P
020400        MOVE BANK-USERID TO CD16I-PERSON-PID                      BBANK18P
020500        MOVE WS-PROGRAM-ID TO CD16I-PROGRAM                       BBANK18P
020600        MOVE BANK-ERROR-MSG TO CD16I-MESSAGE                      BBANK18P
020700     COPY CBANKX16.                                               BBANK18P
020800     END-IF.                                                      BBANK18P
020900     MOVE WS-BANK-DATA TO DFHCOMMAREA (1:LENGTH OF WS-BANK-DATA). BBANK18P
021000 COPY CRETURN.                                                    BBANK18P
021100                                                                  BBANK18P
021200***************************************************************** BBANK18P
021300* Validate what the operator keyed                              * BBANK18P
021400***************************************************************** BBANK18P
021500 VALIDATE-INPUT.                                                  BBANK18P
021600     SET INPUT-OK TO TRUE.                                        BBANK18P
021700     INSPECT BANK-SCREEN18-DATA                                   BBANK18P
021800             REPLACING ALL LOW-VALUES BY SPACES.                  BBANK18P
021900     IF BANK-SCR18-ACTION IS NOT EQUAL TO 'B' AND                 BBANK18P
022000        BANK-SCR18-ACTION IS NOT EQUAL TO 'O' AND                 BBANK18P
022100        BANK-SCR18-ACTION IS NOT EQUAL TO 'A' AND                 BBANK18P
022200        BANK-SCR18-ACTION IS NOT EQUAL TO 'P' AND                 BBANK18P
022300        BANK-SCR18-ACTION IS NOT EQUAL TO 'C' AND                 BBANK18P
022400        BANK-SCR18-ACTION IS NOT EQUAL TO 'D' AND                 BBANK18P
022500        BANK-SCR18-ACTION IS NOT EQUAL TO 'R'                     BBANK18P
022600        MOVE 'Action must be B,O,A,P,C,D or R' TO WS-ERROR-MSG    BBANK18P
022700        GO TO VALIDATE-INPUT-ERROR                                BBANK18P
022800     END-IF.                                                      BBANK18P
022900     IF BANK-SCR18-ACTION IS EQUAL TO 'B' OR                      BBANK18P
023000        BANK-SCR18-ACTION IS EQUAL TO 'O'                         BBANK18P
023100        IF BANK-SCR18-BRANCH IS EQUAL TO SPACES OR                BBANK18P
023200           BANK-SCR18-BOXNO IS EQUAL TO SPACES                    BBANK18P
023300           MOVE 'Please input the branch and box number'          BBANK18P
023400             TO WS-ERROR-MSG                                      BBANK18P
023500           GO TO VALIDATE-INPUT-ERROR                             BBANK18P
023600        END-IF                                                    BBANK18P
023700        MOVE ZEROES TO WS-RENTAL-WORK-N                           BBANK18P
023800     ELSE                                                         BBANK18P
023900        MOVE BANK-SCR18-RENTAL TO WS-RENTAL-WORK                  BBANK18P
024000        IF WS-RENTAL-WORK IS NOT NUMERIC                          BBANK18P
024100           MOVE 'Please input the rental number' TO WS-ERROR-MSG  BBANK18P
024200           GO TO VALIDATE-INPUT-ERROR                             BBANK18P
024300        END-IF                                                    BBANK18P
024400     END-IF.                                                      BBANK18P
024500     IF BANK-SCR18-ACTION IS EQUAL TO 'O' OR                      BBANK18P
024600        BANK-SCR18-ACTION IS EQUAL TO 'C'                         BBANK18P
024700        MOVE BANK-SCR18-KEYS TO WS-KEYS-WORK                      BBANK18P
024800        IF WS-KEYS-WORK IS NOT NUMERIC                            BBANK18P
024900           MOVE 'Please input the number of keys' TO WS-ERROR-MSG BBANK18P
025000           GO TO VALIDATE-INPUT-ERROR                             BBANK18P
025100        END-IF                                                    BBANK18P
025200     ELSE                                                         BBANK18P
025300        MOVE ZERO TO WS-KEYS-WORK-N                               BBANK18P
025400     END-IF.                                                      BBANK18P
025500     IF BANK-SCR18-ACTION IS EQUAL TO 'A' AND                     BBANK18P
025600        BANK-SCR18-PID IS EQUAL TO SPACES                         BBANK18P
025700        MOVE 'Please input the renter at the vault door'          BBANK18P
025800          TO WS-ERROR-MSG                                         BBANK18P
025900        GO TO VALIDATE-INPUT-ERROR                                BBANK18P
026000     END-IF.                                                      BBANK18P
026100     IF BANK-SCR18-ACTION IS EQUAL TO 'D'                         BBANK18P
026200        MOVE 0 TO WS-SUB1                                         BBANK18P
026300        PERFORM CHECK-INV-ENTRY THRU                              BBANK18P
026400                CHECK-INV-ENTRY-EXIT 5 TIMES                      BBANK18P
026500        IF WS-ERROR-MSG IS NOT EQUAL TO SPACES                    BBANK18P
026600           GO TO VALIDATE-INPUT-ERROR                             BBANK18P
026700        END-IF                                                    BBANK18P
026800     END-IF.                                                      BBANK18P
026900     GO TO VALIDATE-INPUT-EXIT.                                   BBANK18P
027000 VALIDATE-INPUT-ERROR.                                            BBANK18P
027100     SET INPUT-ERROR TO TRUE.                                     BBANK18P
027200 VALIDATE-INPUT-EXIT.                                             BBANK18P
027300     EXIT.                                                        BBANK18P
027400                                                                  BBANK18P
027500 CHECK-INV-ENTRY.                                                 BBANK18P
027600     ADD 1 TO WS-SUB1.                                            BBANK18P
027700     IF BANK-SCR18-INVCASH (WS-SUB1) IS NOT EQUAL TO SPACES AND   BBANK18P
027800        BANK-SCR18-INVCASH (WS-SUB1) IS NOT NUMERIC               BBANK18P
027900        MOVE 'Cash found must be numeric (nnnnnnnvv)'             BBANK18P
028000          TO WS-ERROR-MSG                                         BBANK18P
028100     END-IF.                                                      BBANK18P
028200 CHECK-INV-ENTRY-EXIT.                                            BBANK18P
028300     EXIT.                                                        BBANK18P
028400                                                                  BBANK18P
028500***************************************************************** BBANK18P
028600* Drive DSDBX01P and show the outcome                           * BBANK18P
028700***************************************************************** BBANK18P
028800 WORK-BOX.                                                        BBANK18P
028900     INITIALIZE CSB1-DATA.                                        BBANK18P
029000     MOVE BANK-SCR18-ACTION TO CSB1I-FUNCTION.                    BBANK18P
029100     MOVE BANK-SCR18-BRANCH TO CSB1I-BRANCH.                      BBANK18P
029200     MOVE BANK-SCR18-BOXNO TO CSB1I-BOX-NO.                       BBANK18P
029300     MOVE BANK-SCR18-SIZE TO CSB1I-BOX-SIZE.                      BBANK18P
029400     MOVE WS-RENTAL-WORK-N TO CSB1I-RENTAL-ID.                    BBANK18P
029500     MOVE BANK-SCR18-HOLDER (1) TO CSB1I-HOLDER-PID (1).          BBANK18P
029600     MOVE BANK-SCR18-HOLDER (2) TO CSB1I-HOLDER-PID (2).          BBANK18P
029700     MOVE BANK-SCR18-HOLDER (3) TO CSB1I-HOLDER-PID (3).          BBANK18P
029800     MOVE BANK-SCR18-PID TO CSB1I-PID.                            BBANK18P
029900     MOVE BANK-SCR18-ACC TO CSB1I-ACC.                            BBANK18P
030000     MOVE WS-KEYS-WORK-N TO CSB1I-KEYS.                           BBANK18P
030100     MOVE BANK-SCR18-SIGNED TO CSB1I-SIGNED.                      BBANK18P
030200     MOVE BANK-SCR18-WITNESS TO CSB1I-WITNESS.                    BBANK18P
030300     MOVE BANK-USERID TO CSB1I-USERID.                            BBANK18P
030400     IF CSB1I-DRILL-BOX                                           BBANK18P
030500        MOVE 0 TO WS-SUB1                                         BBANK18P
030600        PERFORM MOVE-INV-ENTRY THRU                               BBANK18P
030700                MOVE-INV-ENTRY-EXIT 5 TIMES                       BBANK18P
030800     END-IF.                                                      BBANK18P
030900 COPY CSDBXX01.                                                   BBANK18P
031000     IF CSB1O-REQUEST-OK                                          BBANK18P
031100        PERFORM SHOW-RENTAL THRU                                  BBANK18P
031200                SHOW-RENTAL-EXIT                                  BBANK18P
031300        MOVE CSB1O-MSG TO BANK-SCR18-ERRMSG                       BBANK18P
031400     ELSE                                                         BBANK18P
031500        MOVE CSB1O-MSG TO BANK-SCR18-ERRMSG                       BBANK18P
031600        MOVE CSB1O-MSG TO BANK-ERROR-MSG                          BBANK18P
031700     END-IF.                                                      BBANK18P
031800 WORK-BOX-EXIT.                                                   BBANK18P
031900     EXIT.                                                        BBANK18P
032000                                                                  BBANK18P
032100 MOVE-INV-ENTRY.                                                  BBANK18P
032200     ADD 1 TO WS-SUB1.                                            BBANK18P
032300     MOVE BANK-SCR18-INVDESC (WS-SUB1)                            BBANK18P
032400       TO CSB1I-INV-DESC (WS-SUB1).                               BBANK18P
032500     IF BANK-SCR18-INVCASH (WS-SUB1) IS EQUAL TO SPACES           BBANK18P
032600        MOVE ZERO TO CSB1I-INV-CASH (WS-SUB1)                     BBANK18P
032700     ELSE                                                         BBANK18P
032800        MOVE BANK-SCR18-INVCASH (WS-SUB1) TO WS-AMOUNT-WORK       BBANK18P
032900        MOVE WS-AMOUNT-WORK-N TO CSB1I-INV-CASH (WS-SUB1)         BBANK18P
033000     END-IF.                                                      BBANK18P
033100 MOVE-INV-ENTRY-EXIT.                                             BBANK18P
033200     EXIT.                                                        BBANK18P
033300                                                                  BBANK18P
033400***************************************************************** BBANK18P
033500* Show the rental the service worked on                         * BBANK18P
033600***************************************************************** BBANK18P
033700 SHOW-RENTAL.                                                     BBANK18P
033800     IF CSB1O-RENTAL-ID IS GREATER THAN ZERO                      BBANK18P
033900        MOVE CSB1O-RENTAL-ID TO WS-RENTAL-WORK-N                  BBANK18P
034000        MOVE WS-RENTAL-WORK TO BANK-SCR18-RENTAL                  BBANK18P
034100     END-IF.                                                      BBANK18P
034200     IF CSB1O-BRANCH IS NOT EQUAL TO SPACES                       BBANK18P
034300        MOVE CSB1O-BRANCH TO BANK-SCR18-BRANCH                    BBANK18P
034400        MOVE CSB1O-BOX-NO TO BANK-SCR18-BOXNO                     BBANK18P
034500     END-IF.                                                      BBANK18P
034600     MOVE CSB1O-ANNUAL-RENT TO WS-AMT-DISP.                       BBANK18P
034700     MOVE WS-AMT-DISP TO BANK-SCR18-RENT.                         BBANK18P
034800     MOVE CSB1O-PAID-TO TO BANK-SCR18-PAIDTO.                     BBANK18P
034900     MOVE CSB1O-ARREARS TO WS-AMT-DISP.                           BBANK18P
035000     MOVE WS-AMT-DISP TO BANK-SCR18-ARREARS.                      BBANK18P
035100     IF CSB1O-ESC-ID IS GREATER THAN ZERO                         BBANK18P
035200        MOVE CSB1O-ESC-ID TO WS-RENTAL-WORK-N                     BBANK18P
035300        MOVE WS-RENTAL-WORK TO BANK-SCR18-ESCID                   BBANK18P
035400     END-IF.                                                      BBANK18P
035500 SHOW-RENTAL-EXIT.                                                BBANK18P
035600     EXIT.                                                        BBANK18P
035700                                                                  BBANK18P
035800***************************************************************** BBANK18P
035900* Check for an idle session timeout                             * BBANK18P
036000***************************************************************** BBANK18P
036100 COPY CIDLECHK.                                                   BBANK18P
