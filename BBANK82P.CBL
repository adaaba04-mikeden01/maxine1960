000100***************************************************************** BBANK82P
000200*                                                               * BBANK82P
000300*  Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.    * BBANK82P
000400*  This demonstration program is provided for use by users      * BBANK82P
000500*  of Micro Focus products and may be used, modified and        * BBANK82P
000600*  distributed as part of your application provided that        * BBANK82P
000700*  you properly acknowledge the copyright of Micro Focus        * BBANK82P
000800*  in this material.                                            * BBANK82P
000900*                                                               * BBANK82P
001000***************************************************************** BBANK82P
001100                                                                  BBANK82P
001200***************************************************************** BBANK82P
001300* Program:     BBANK82P.CBL                                     * BBANK82P
001400* Layer:       Business logic                                   * BBANK82P
001500* Function:    System parameter maintenance - lists the         * BBANK82P
001600*              controls held on BNKCTLV with their type,        * BBANK82P
001700*              permitted range and any change outstanding, and  * BBANK82P
001800*              takes a change proposed, approved or rejected    * BBANK82P
001900*              under maker and checker. All through DSYSP01P    * BBANK82P
002000***************************************************************** BBANK82P
002100                                                                  BBANK82P
002200 IDENTIFICATION DIVISION.                                         BBANK82P
002300 PROGRAM-ID.                                                      BBANK82P
002400     BBANK82P.                                                    BBANK82P
002500 DATE-WRITTEN.                                                    BBANK82P
002600     October 2026.                                                BBANK82P
002700 DATE-COMPILED.                                                   BBANK82P
002800     Today.                                                       BBANK82P
002900                                                                  BBANK82P
003000 ENVIRONMENT DIVISION.                                            BBANK82P
003100                                                                  BBANK82P
003200 DATA DIVISION.                                                   BBANK82P
003300 WORKING-STORAGE SECTION.                                         BBANK82P
003400 01  WS-MISC-STORAGE.                                             BBANK82P
003500   05  WS-PROGRAM-ID                         PIC X(8)             BBANK82P
003600       VALUE 'BBANK82P'.                                          BBANK82P
003700   05  WS-INPUT-FLAG                         PIC X(1).            BBANK82P
003800     88  INPUT-OK                            VALUE '0'.           BBANK82P
003900     88  INPUT-ERROR                         VALUE '1'.           BBANK82P
004000   05  WS-RETURN-FLAG                        PIC X(1).            BBANK82P
004100     88  WS-RETURN-FLAG-OFF                  VALUE LOW-VALUES.    BBANK82P
004200     88  WS-RETURN-FLAG-ON                   VALUE '1'.           BBANK82P
004300   05  WS-PFK-FLAG                           PIC X(1).            BBANK82P
004400     88  PFK-VALID                           VALUE '0'.           BBANK82P
004500     88  PFK-INVALID                         VALUE '1'.           BBANK82P
004600   05  WS-IDLE-FLAG                          PIC X(1).            BBANK82P
004700     88  SESSION-NOT-TIMED-OUT               VALUE '0'.           BBANK82P
004800     88  WS-SESSION-TIMED-OUT                VALUE '1'.           BBANK82P
004900   05  WS-ERROR-MSG                          PIC X(75).           BBANK82P
005000   05  WS-SUB1                               PIC S9(4) COMP.      BBANK82P
005100*        The value keyed, taken apart at the decimal point        BBANK82P
005200   05  WS-VALUE-WHOLE-X                      PIC X(16).           BBANK82P
005300   05  WS-VALUE-FRACT-X                      PIC X(16).           BBANK82P
005400   05  WS-VALUE-REST-X                       PIC X(16).           BBANK82P
005500   05  WS-WHOLE-LEN                          PIC S9(4) COMP.      BBANK82P
005600   05  WS-FRACT-LEN                          PIC S9(4) COMP.      BBANK82P
005700   05  WS-VALUE-NUM                          PIC 9(9)V9(6).       BBANK82P
005800   05  FILLER REDEFINES WS-VALUE-NUM.                             BBANK82P
005900     10  WS-VALUE-WHOLE                      PIC 9(9).            BBANK82P
006000     10  WS-VALUE-FRACT                      PIC 9(6).            BBANK82P
006100   05  WS-VALUE-FRACT-6                      PIC X(6).            BBANK82P
006200                                                                  BBANK82P
006300 01  WS-BANK-DATA.                                                BBANK82P
006400 COPY CBANKDAT.                                                   BBANK82P
006500 COPY CTIMERD.                                                    BBANK82P
006520 01  WS-SESSION-DATA.                                             BBANK82P
006540 COPY CSIGND01.                                                   BBANK82P
006600 01  WS-EXCEPTION-DATA.                                           BBANK82P
006700 COPY CBANKD16.                                                   BBANK82P
006800                                                                  BBANK82P
006900 01  WS-SYSP-DATA.                                                BBANK82P
007000 COPY CSYSPD01.                                                   BBANK82P
007100                                                                  BBANK82P
007200 COPY CABENDD.                                                    BBANK82P
007300                                                                  BBANK82P
007400 LINKAGE SECTION.                                                 BBANK82P
007500 01  DFHCOMMAREA.                                                 BBANK82P
007600   05  LK-COMMAREA                           PIC X(32654).        BBANK82P
007700                                                                  BBANK82P
007800 COPY CENTRY.                                                     BBANK82P
007900***************************************************************** BBANK82P
008000* Make ourselves re-entrant                                     * BBANK82P
008100***************************************************************** BBANK82P
008200     MOVE SPACES TO WS-ERROR-MSG.                                 BBANK82P
008300                                                                  BBANK82P
008400***************************************************************** BBANK82P
008500* Move the passed area to our area                              * BBANK82P
008600***************************************************************** BBANK82P
008700     MOVE DFHCOMMAREA (1:LENGTH OF WS-BANK-DATA) TO WS-BANK-DATA. BBANK82P
008800                                                                  BBANK82P
008900***************************************************************** BBANK82P
009000* Ensure error message is cleared                               * BBANK82P
009100***************************************************************** BBANK82P
009200     MOVE SPACES TO BANK-ERROR-MSG.                               BBANK82P
009300                                                                  BBANK82P
009400***************************************************************** BBANK82P
009500* Save the passed return flag and then turn it off              * BBANK82P
009600***************************************************************** BBANK82P
009700     MOVE BANK-RETURN-FLAG TO WS-RETURN-FLAG.                     BBANK82P
009800     SET BANK-RETURN-FLAG-OFF TO TRUE.                            BBANK82P
009900                                                                  BBANK82P
010000***************************************************************** BBANK82P
010100* Force a logoff if the session has been idle too long          * BBANK82P
010200***************************************************************** BBANK82P
010300     SET SESSION-NOT-TIMED-OUT TO TRUE.                           BBANK82P
010400     PERFORM CHECK-IDLE-TIMEOUT THRU                              BBANK82P
010500             CHECK-IDLE-TIMEOUT-EXIT.                             BBANK82P
010600     IF WS-SESSION-TIMED-OUT                                      BBANK82P
010700        MOVE 'BBANK82P' TO BANK-LAST-PROG                         BBANK82P
010800        MOVE 'BBANK99P' TO BANK-NEXT-PROG                         BBANK82P
010900        MOVE 'MBANK99' TO BANK-NEXT-MAPSET                        BBANK82P
011000        MOVE 'BANK99A' TO BANK-NEXT-MAP                           BBANK82P
011100        MOVE 'Session timed out due to inactivity' TO             BBANK82P
011200             BANK-ERROR-MSG                                       BBANK82P
011300        SET BANK-AID-ENTER TO TRUE                                BBANK82P
011400        GO TO COMMON-RETURN                                       BBANK82P
011500     END-IF.                                                      BBANK82P
011600                                                                  BBANK82P
011700***************************************************************** BBANK82P
011800* Check the AID to see if its valid at this point               * BBANK82P
011900***************************************************************** BBANK82P
012000     SET PFK-INVALID TO TRUE.                                     BBANK82P
012100     IF BANK-AID-ENTER OR                                         BBANK82P
012200        BANK-AID-PFK03 OR                                         BBANK82P
012300        BANK-AID-PFK04                                            BBANK82P
012400        SET PFK-VALID TO TRUE                                     BBANK82P
012500     END-IF.                                                      BBANK82P
012600     IF PFK-INVALID                                               BBANK82P
012700        SET BANK-AID-ENTER TO TRUE                                BBANK82P
012800     END-IF.                                                      BBANK82P
012900                                                                  BBANK82P
013000***************************************************************** BBANK82P
013100* Check the AID to see if we have to quit                       * BBANK82P
013200***************************************************************** BBANK82P
013300     IF BANK-AID-PFK03                                            BBANK82P
013400        MOVE 'BBANK82P' TO BANK-LAST-PROG                         BBANK82P
013500        MOVE 'BBANK99P' TO BANK-NEXT-PROG                         BBANK82P
013600        MOVE 'MBANK99' TO BANK-NEXT-MAPSET                        BBANK82P
013700        MOVE 'BANK99A' TO BANK-NEXT-MAP                           BBANK82P
013800        GO TO COMMON-RETURN                                       BBANK82P
013900     END-IF.                                                      BBANK82P
014000                                                                  BBANK82P
014100***************************************************************** BBANK82P
014200* Check the AID to see if we have to return to the services     * BBANK82P
014300* menu                                                          * BBANK82P
014400***************************************************************** BBANK82P
014500     IF BANK-AID-PFK04                                            BBANK82P
014600        MOVE 'BBANK82P' TO BANK-LAST-PROG                         BBANK82P
014700        MOVE 'BBANK21P' TO BANK-NEXT-PROG                         BBANK82P
014800        MOVE 'MBANK21' TO BANK-NEXT-MAPSET                        BBANK82P
014900        MOVE 'BANK21A' TO BANK-NEXT-MAP                           BBANK82P
015000        SET BANK-AID-ENTER TO TRUE                                BBANK82P
015100        GO TO COMMON-RETURN                                       BBANK82P
015200     END-IF.                                                      BBANK82P
015300                                                                  BBANK82P
015400* Check if we have set the screen up before or is this 1st time   BBANK82P
015500     IF BANK-LAST-MAPSET IS NOT EQUAL TO 'MBANK82'                BBANK82P
015600        MOVE 'BBANK82P' TO BANK-LAST-PROG                         BBANK82P
015700        MOVE 'BBANK82P' TO BANK-NEXT-PROG                         BBANK82P
015800        MOVE 'MBANK82' TO BANK-LAST-MAPSET                        BBANK82P
015900        MOVE 'BANK82A' TO BANK-LAST-MAP                           BBANK82P
016000        MOVE 'MBANK82' TO BANK-NEXT-MAPSET                        BBANK82P
016100        MOVE 'BANK82A' TO BANK-NEXT-MAP                           BBANK82P
016200        MOVE LOW-VALUES TO BANK-SCREEN82-DATA                     BBANK82P
016300        GO TO COMMON-RETURN                                       BBANK82P
016400     END-IF.                                                      BBANK82P
016500                                                                  BBANK82P
016600***************************************************************** BBANK82P
016700* The user pressed ENTER - validate and work the request        * BBANK82P
016800***************************************************************** BBANK82P
016900     MOVE 'BBANK82P' TO BANK-LAST-PROG.                           BBANK82P
017000     MOVE 'BBANK82P' TO BANK-NEXT-PROG.                           BBANK82P
017100     MOVE 'MBANK82' TO BANK-LAST-MAPSET.                          BBANK82P
017200     MOVE 'BANK82A' TO BANK-LAST-MAP.                             BBANK82P
017300     MOVE 'MBANK82' TO BANK-NEXT-MAPSET.                          BBANK82P
017400     MOVE 'BANK82A' TO BANK-NEXT-MAP.                             BBANK82P
017500                                                                  BBANK82P
017600     PERFORM VALIDATE-INPUT THRU                                  BBANK82P
017700             VALIDATE-INPUT-EXIT.                                 BBANK82P
017800     IF INPUT-ERROR                                               BBANK82P
017900        MOVE WS-ERROR-MSG TO BANK-SCR82-ERRMSG                    BBANK82P
018000        MOVE WS-ERROR-MSG TO BANK-ERROR-MSG                       BBANK82P
018100        GO TO COMMON-RETURN                                       BBANK82P
018200     END-IF.                                                      BBANK82P
018300                                                                  BBANK82P
018400     PERFORM WORK-PARAMETERS THRU                                 BBANK82P
018500             WORK-PARAMETERS-EXIT.                                BBANK82P
018600     GO TO COMMON-RETURN.                                         BBANK82P
018700                                                                  BBANK82P
018800 COMMON-RETURN.                                                   BBANK82P
018900     IF BANK-ERROR-MSG NOT EQUAL TO SPACES                        BBANK82P
019000        MOVE SPACES TO CD16-DATA                                  BBANK82P
019100        MOVE BANK-USERID TO CD16I-PERSON-PID                      BBANK82P
019200        MOVE WS-PROGRAM-ID TO CD16I-PROGRAM                       BBANK82P
019300        MOVE BANK-ERROR-MSG TO CD16I-MESSAGE                      BBANK82P
019400     COPY CBANKX16.                                               BBANK82P
019500     END-IF.                                                      BBANK82P
019600     MOVE WS-BANK-DATA TO DFHCOMMAREA (1:LENGTH OF WS-BANK-DATA). BBANK82P
019700 COPY CRETURN.                                                    BBANK82P
019800***************************************************************** BBANK82P
019900* Validate what the operator keyed                              * BBANK82P
020000***************************************************************** BBANK82P
020100 VALIDATE-INPUT.                                                  BBANK82P
020200     SET INPUT-OK TO TRUE.                                        BBANK82P
020300     IF NOT BANK-ROLE-SUPERVISOR AND                              BBANK82P
020400        NOT BANK-ROLE-BACK-OFFICE                                 BBANK82P
020500        MOVE 'Only supervisors can maintain system parameters'    BBANK82P
020600          TO WS-ERROR-MSG                                         BBANK82P
020700        GO TO VALIDATE-INPUT-ERROR                                BBANK82P
020800     END-IF.                                                      BBANK82P
020900     IF GUEST                                                     BBANK82P
021000        MOVE 'Guest users cannot maintain system parameters'      BBANK82P
021100          TO WS-ERROR-MSG                                         BBANK82P
021200        GO TO VALIDATE-INPUT-ERROR                                BBANK82P
021300     END-IF.                                                      BBANK82P
021400     IF BANK-SCR82-ACTION IS NOT EQUAL TO 'L' AND                 BBANK82P
021500        BANK-SCR82-ACTION IS NOT EQUAL TO 'P' AND                 BBANK82P
021600        BANK-SCR82-ACTION IS NOT EQUAL TO 'V' AND                 BBANK82P
021700        BANK-SCR82-ACTION IS NOT EQUAL TO 'R'                     BBANK82P
021800        MOVE 'Action must be L, P, V(approve) or R(eject)'        BBANK82P
021900          TO WS-ERROR-MSG                                         BBANK82P
022000        GO TO VALIDATE-INPUT-ERROR                                BBANK82P
022100     END-IF.                                                      BBANK82P
022200     IF BANK-SCR82-ID IS EQUAL TO LOW-VALUES                      BBANK82P
022300        MOVE SPACES TO BANK-SCR82-ID                              BBANK82P
022400     END-IF.                                                      BBANK82P
022500     IF BANK-SCR82-VALUE IS EQUAL TO LOW-VALUES                   BBANK82P
022600        MOVE SPACES TO BANK-SCR82-VALUE                           BBANK82P
022700     END-IF.                                                      BBANK82P
022800     IF BANK-SCR82-EFFDT IS EQUAL TO LOW-VALUES                   BBANK82P
022900        MOVE SPACES TO BANK-SCR82-EFFDT                           BBANK82P
023000     END-IF.                                                      BBANK82P
023100     IF BANK-SCR82-ACTION IS EQUAL TO 'L'                         BBANK82P
023200        GO TO VALIDATE-INPUT-EXIT                                 BBANK82P
023300     END-IF.                                                      BBANK82P
023400     IF BANK-SCR82-ID IS EQUAL TO SPACES                          BBANK82P
023500        MOVE 'Key the id of the parameter' TO WS-ERROR-MSG        BBANK82P
023600        GO TO VALIDATE-INPUT-ERROR                                BBANK82P
023700     END-IF.                                                      BBANK82P
023800     IF BANK-SCR82-ACTION IS NOT EQUAL TO 'P'                     BBANK82P
023900        GO TO VALIDATE-INPUT-EXIT                                 BBANK82P
024000     END-IF.                                                      BBANK82P
024100     PERFORM VALIDATE-VALUE THRU                                  BBANK82P
024200             VALIDATE-VALUE-EXIT.                                 BBANK82P
024300     IF INPUT-ERROR                                               BBANK82P
024400        GO TO VALIDATE-INPUT-EXIT                                 BBANK82P
024500     END-IF.                                                      BBANK82P
024600     IF BANK-SCR82-EFFDT IS NOT EQUAL TO SPACES                   BBANK82P
024700        IF BANK-SCR82-EFFDT (1:4) IS NOT NUMERIC OR               BBANK82P
024800           BANK-SCR82-EFFDT (5:1) IS NOT EQUAL TO '-' OR          BBANK82P
024900           BANK-SCR82-EFFDT (6:2) IS NOT NUMERIC OR               BBANK82P
025000           BANK-SCR82-EFFDT (8:1) IS NOT EQUAL TO '-' OR          BBANK82P
025100           BANK-SCR82-EFFDT (9:2) IS NOT NUMERIC                  BBANK82P
025200           MOVE 'Effective date must be yyyy-mm-dd or left blank' BBANK82P
025300             TO WS-ERROR-MSG                                      BBANK82P
025400           GO TO VALIDATE-INPUT-ERROR                             BBANK82P
025500        END-IF                                                    BBANK82P
025600     END-IF.                                                      BBANK82P
025700     GO TO VALIDATE-INPUT-EXIT.                                   BBANK82P
025800 VALIDATE-INPUT-ERROR.                                            BBANK82P
025900     SET INPUT-ERROR TO TRUE.                                     BBANK82P
026000 VALIDATE-INPUT-EXIT.                                             BBANK82P
026100     EXIT.                                                        BBANK82P
026200                                                                  BBANK82P
026300***************************************************************** BBANK82P
026400* The new value is keyed as digits with an optional decimal     * BBANK82P
026500* point - up to nine whole digits and six decimal places        * BBANK82P
026600***************************************************************** BBANK82P
026700 VALIDATE-VALUE.                                                  BBANK82P
026800     MOVE SPACES TO WS-VALUE-WHOLE-X.                             BBANK82P
026900     MOVE SPACES TO WS-VALUE-FRACT-X.                             BBANK82P
027000     MOVE SPACES TO WS-VALUE-REST-X.                              BBANK82P
027100     MOVE 0 TO WS-WHOLE-LEN.                                      BBANK82P
027200     MOVE 0 TO WS-FRACT-LEN.                                      BBANK82P
027300     UNSTRING BANK-SCR82-VALUE DELIMITED BY '.' OR ALL SPACES     BBANK82P
027400         INTO WS-VALUE-WHOLE-X COUNT IN WS-WHOLE-LEN              BBANK82P
027500              WS-VALUE-FRACT-X COUNT IN WS-FRACT-LEN              BBANK82P
027600              WS-VALUE-REST-X.                                    BBANK82P
027700     IF WS-WHOLE-LEN IS EQUAL TO ZERO OR                          BBANK82P
027800        WS-WHOLE-LEN IS GREATER THAN 9 OR                         BBANK82P
027900        WS-FRACT-LEN IS GREATER THAN 6 OR                         BBANK82P
028000        WS-VALUE-REST-X IS NOT EQUAL TO SPACES                    BBANK82P
028100        MOVE 'Key the value as digits, up to 6 decimal places'    BBANK82P
028200          TO WS-ERROR-MSG                                         BBANK82P
028300        GO TO VALIDATE-VALUE-ERROR                                BBANK82P
028400     END-IF.                                                      BBANK82P
028500     IF WS-VALUE-WHOLE-X (1:WS-WHOLE-LEN) IS NOT NUMERIC          BBANK82P
028600        MOVE 'Key the value as digits, up to 6 decimal places'    BBANK82P
028700          TO WS-ERROR-MSG                                         BBANK82P
028800        GO TO VALIDATE-VALUE-ERROR                                BBANK82P
028900     END-IF.                                                      BBANK82P
029000     MOVE WS-VALUE-FRACT-X TO WS-VALUE-FRACT-6.                   BBANK82P
029100     INSPECT WS-VALUE-FRACT-6 REPLACING ALL SPACES BY ZEROS.      BBANK82P
029200     IF WS-VALUE-FRACT-6 IS NOT NUMERIC                           BBANK82P
029300        MOVE 'Key the value as digits, up to 6 decimal places'    BBANK82P
029400          TO WS-ERROR-MSG                                         BBANK82P
029500        GO TO VALIDATE-VALUE-ERROR                                BBANK82P
029600     END-IF.                                                      BBANK82P
029700     MOVE WS-VALUE-WHOLE-X (1:WS-WHOLE-LEN) TO WS-VALUE-WHOLE.    BBANK82P
029800     MOVE WS-VALUE-FRACT-6 TO WS-VALUE-FRACT.                     BBANK82P
029900     GO TO VALIDATE-VALUE-EXIT.                                   BBANK82P
030000 VALIDATE-VALUE-ERROR.                                            BBANK82P
030100     SET INPUT-ERROR TO TRUE.                                     BBANK82P
030200 VALIDATE-VALUE-EXIT.                                             BBANK82P
030300     EXIT.                                                        BBANK82P
030400                                                                  BBANK82P
030500***************************************************************** BBANK82P
030600* Drive DSYSP01P and show the outcome. A change proposed,       * BBANK82P
030700* approved or rejected is followed by the list from its id so   * BBANK82P
030800* the operator sees where it stands                             * BBANK82P
030900***************************************************************** BBANK82P
031000 WORK-PARAMETERS.                                                 BBANK82P
031100     INITIALIZE CSY1-DATA.                                        BBANK82P
031200     MOVE BANK-SCR82-ACTION TO CSY1I-FUNCTION.                    BBANK82P
031300     MOVE BANK-USERID TO CSY1I-USERID.                            BBANK82P
031400     MOVE BANK-SCR82-ID TO CSY1I-ID.                              BBANK82P
031500     IF BANK-SCR82-ACTION IS EQUAL TO 'P'                         BBANK82P
031600        MOVE WS-VALUE-NUM TO CSY1I-VALUE                          BBANK82P
031700        MOVE BANK-SCR82-EFFDT TO CSY1I-EFF-DATE                   BBANK82P
031800     END-IF.                                                      BBANK82P
031900 COPY CSYSPX01.                                                   BBANK82P
032000     IF NOT CSY1O-REQUEST-OK                                      BBANK82P
032100        MOVE CSY1O-MSG TO BANK-SCR82-ERRMSG                       BBANK82P
032200        MOVE CSY1O-MSG TO BANK-ERROR-MSG                          BBANK82P
032300        GO TO WORK-PARAMETERS-EXIT                                BBANK82P
032400     END-IF.                                                      BBANK82P
032500     MOVE CSY1O-MSG TO BANK-SCR82-ERRMSG.                         BBANK82P
032600     IF BANK-SCR82-ACTION IS NOT EQUAL TO 'L'                     BBANK82P
032700        MOVE 'L' TO BANK-SCR82-ACTION                             BBANK82P
032800        MOVE SPACES TO BANK-SCR82-VALUE                           BBANK82P
032900        MOVE SPACES TO BANK-SCR82-EFFDT                           BBANK82P
033000        INITIALIZE CSY1-DATA                                      BBANK82P
033100        SET CSY1I-LIST TO TRUE                                    BBANK82P
033200        MOVE BANK-USERID TO CSY1I-USERID                          BBANK82P
033300        MOVE BANK-SCR82-ID TO CSY1I-ID                            BBANK82P
033400 COPY CSYSPX01.                                                   BBANK82P
033500     END-IF.                                                      BBANK82P
033600     MOVE 0 TO WS-SUB1.                                           BBANK82P
033700     PERFORM SHOW-PARAMETER-ROW THRU                              BBANK82P
033800             SHOW-PARAMETER-ROW-EXIT 6 TIMES.                     BBANK82P
033900 WORK-PARAMETERS-EXIT.                                            BBANK82P
034000     EXIT.                                                        BBANK82P
034100                                                                  BBANK82P
034200***************************************************************** BBANK82P
034300* Show one parameter with any change outstanding on it, or      * BBANK82P
034400* clear the row                                                 * BBANK82P
034500***************************************************************** BBANK82P
034600 SHOW-PARAMETER-ROW.                                              BBANK82P
034700     ADD 1 TO WS-SUB1.                                            BBANK82P
034800     MOVE SPACES TO BANK-SCR82-PARM (WS-SUB1).                    BBANK82P
034900     IF WS-SUB1 IS GREATER THAN CSY1O-PARM-COUNT                  BBANK82P
035000        GO TO SHOW-PARAMETER-ROW-EXIT                             BBANK82P
035100     END-IF.                                                      BBANK82P
035200     MOVE CSY1O-PARM-ID (WS-SUB1) TO BANK-SCR82-LST-ID (WS-SUB1). BBANK82P
035300     MOVE CSY1O-PARM-DESC (WS-SUB1)                               BBANK82P
035400       TO BANK-SCR82-LST-DESC (WS-SUB1).                          BBANK82P
035500     MOVE CSY1O-PARM-TYPE (WS-SUB1)                               BBANK82P
035600       TO BANK-SCR82-LST-TYPE (WS-SUB1).                          BBANK82P
035700     MOVE CSY1O-PARM-MIN (WS-SUB1)                                BBANK82P
035800       TO BANK-SCR82-LST-MIN (WS-SUB1).                           BBANK82P
035900     MOVE CSY1O-PARM-MAX (WS-SUB1)                                BBANK82P
036000       TO BANK-SCR82-LST-MAX (WS-SUB1).                           BBANK82P
036100     MOVE CSY1O-PARM-VALUE (WS-SUB1)                              BBANK82P
036200       TO BANK-SCR82-LST-VALUE (WS-SUB1).                         BBANK82P
036300     IF CSY1O-PARM-PEND-BY (WS-SUB1) IS NOT EQUAL TO SPACES       BBANK82P
036400        MOVE CSY1O-PARM-PEND-VALUE (WS-SUB1)                      BBANK82P
036500          TO BANK-SCR82-LST-PEND (WS-SUB1)                        BBANK82P
036600        MOVE CSY1O-PARM-PEND-EFF (WS-SUB1)                        BBANK82P
036700          TO BANK-SCR82-LST-PEFF (WS-SUB1)                        BBANK82P
036800        MOVE CSY1O-PARM-PEND-BY (WS-SUB1)                         BBANK82P
036900          TO BANK-SCR82-LST-PBY (WS-SUB1)                         BBANK82P
037000     END-IF.                                                      BBANK82P
037100 SHOW-PARAMETER-ROW-EXIT.                                         BBANK82P
037200     EXIT.                                                        BBANK82P
037300                                                                  BBANK82P
037400***************************************************************** BBANK82P
037500* Check for an idle session timeout                             * BBANK82P
037600***************************************************************** BBANK82P
037700 COPY CIDLECHK.                                                   BBANK82P
