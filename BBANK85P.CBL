000100***************************************************************** BBANK85P
000200*                                                               * BBANK85P
000300*  Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.    * BBANK85P
000400*  This demonstration program is provided for use by users      * BBANK85P
000500*  of Micro Focus products and may be used, modified and        * BBANK85P
000600*  distributed as part of your application provided that        * BBANK85P
000700*  you properly acknowledge the copyright of Micro Focus        * BBANK85P
000800*  in this material.                                            * BBANK85P
000900*                                                               * BBANK85P
001000***************************************************************** BBANK85P
001100                                                                  BBANK85P
001200***************************************************************** BBANK85P
001300* Program:     BBANK85P.CBL                                     * BBANK85P
001400* Layer:       Business logic                                   * BBANK85P
001500* Function:    Negotiated account rates - proposes a credit or  * BBANK85P
001600*              overdraft rate, or a margin over the rate        * BBANK85P
001700*              master, agreed with the customer for a period,   * BBANK85P
001800*              for a second user's approval, and lists the      * BBANK85P
001900*              rates agreed on an account. All through DROVR01P * BBANK85P
002000***************************************************************** BBANK85P
002100                                                                  BBANK85P
002200 IDENTIFICATION DIVISION.                                         BBANK85P
002300 PROGRAM-ID.                                                      BBANK85P
002400     BBANK85P.                                                    BBANK85P
002500 DATE-WRITTEN.                                                    BBANK85P
002600     October 2026.                                                BBANK85P
002700 DATE-COMPILED.                                                   BBANK85P
002800     Today.                                                       BBANK85P
002900                                                                  BBANK85P
003000 ENVIRONMENT DIVISION.                                            BBANK85P
003100                                                                  BBANK85P
003200 DATA DIVISION.                                                   BBANK85P
003300 WORKING-STORAGE SECTION.                                         BBANK85P
003400 01  WS-MISC-STORAGE.                                             BBANK85P
003500   05  WS-PROGRAM-ID                         PIC X(8)             BBANK85P
003600       VALUE 'BBANK85P'.                                          BBANK85P
003700   05  WS-INPUT-FLAG                         PIC X(1).            BBANK85P
003800     88  INPUT-OK                            VALUE '0'.           BBANK85P
003900     88  INPUT-ERROR                         VALUE '1'.           BBANK85P
004000   05  WS-RETURN-FLAG                        PIC X(1).            BBANK85P
004100     88  WS-RETURN-FLAG-OFF                  VALUE LOW-VALUES.    BBANK85P
004200     88  WS-RETURN-FLAG-ON                   VALUE '1'.           BBANK85P
004300   05  WS-PFK-FLAG                           PIC X(1).            BBANK85P
004400     88  PFK-VALID                           VALUE '0'.           BBANK85P
004500     88  PFK-INVALID                         VALUE '1'.           BBANK85P
004600   05  WS-IDLE-FLAG                          PIC X(1).            BBANK85P
004700     88  SESSION-NOT-TIMED-OUT               VALUE '0'.           BBANK85P
004800     88  WS-SESSION-TIMED-OUT                VALUE '1'.           BBANK85P
004900   05  WS-ERROR-MSG                          PIC X(75).           BBANK85P
005000   05  WS-SUB1                               PIC S9(4) COMP.      BBANK85P
005100   05  WS-VALUE-WORK                         PIC X(7).            BBANK85P
005200   05  WS-VALUE-WORK-N REDEFINES                                  BBANK85P
005300       WS-VALUE-WORK                         PIC 9V9(6).          BBANK85P
005400   05  WS-DATE-X                             PIC X(10).           BBANK85P
005500   05  WS-VALUE-DISP                         PIC -9.9(6).         BBANK85P
005600                                                                  BBANK85P
005700 01  WS-BANK-DATA.                                                BBANK85P
005800 COPY CBANKDAT.                                                   BBANK85P
005900 COPY CTIMERD.                                                    BBANK85P
005920 01  WS-SESSION-DATA.                                             BBANK85P
005940 COPY CSIGND01.                                                   BBANK85P
006000 01  WS-EXCEPTION-DATA.                                           BBANK85P
006100 COPY CBANKD16.                                                   BBANK85P
006200                                                                  BBANK85P
006300 01  WS-ROVR-DATA.                                                BBANK85P
006400 COPY CROVRD01.                                                   BBANK85P
006500                                                                  BBANK85P
006600 COPY CABENDD.                                                    BBANK85P
006700                                                                  BBANK85P
006800 LINKAGE SECTION.                                                 BBANK85P
006900 01  DFHCOMMAREA.                                                 BBANK85P
007000   05  LK-COMMAREA                           PIC X(32654).        BBANK85P
007100                                                                  BBANK85P
007200 COPY CENTRY.                                                     BBANK85P
007300***************************************************************** BBANK85P
007400* Make ourselves re-entrant                                     * BBANK85P
007500***************************************************************** BBANK85P
007600     MOVE SPACES TO WS-ERROR-MSG.                                 BBANK85P
007700                                                                  BBANK85P
007800***************************************************************** BBANK85P
007900* Move the passed area to our area                              * BBANK85P
008000***************************************************************** BBANK85P
008100     MOVE DFHCOMMAREA (1:LENGTH OF WS-BANK-DATA) TO WS-BANK-DATA. BBANK85P
008200                                                                  BBANK85P
008300***************************************************************** BBANK85P
008400* Ensure error message is cleared                               * BBANK85P
008500***************************************************************** BBANK85P
008600     MOVE SPACES TO BANK-ERROR-MSG.                               BBANK85P
008700                                                                  BBANK85P
008800***************************************************************** BBANK85P
008900* Save the passed return flag and then turn it off              * BBANK85P
009000***************************************************************** BBANK85P
009100     MOVE BANK-RETURN-FLAG TO WS-RETURN-FLAG.                     BBANK85P
009200     SET BANK-RETURN-FLAG-OFF TO TRUE.                            BBANK85P
009300                                                                  BBANK85P
009400***************************************************************** BBANK85P
009500* Force a logoff if the session has been idle too long          * BBANK85P
009600***************************************************************** BBANK85P
009700     SET SESSION-NOT-TIMED-OUT TO TRUE.                           BBANK85P
009800     PERFORM CHECK-IDLE-TIMEOUT THRU                              BBANK85P
009900             CHECK-IDLE-TIMEOUT-EXIT.                             BBANK85P
010000     IF WS-SESSION-TIMED-OUT                                      BBANK85P
010100        MOVE 'BBANK85P' TO BANK-LAST-PROG                         BBANK85P
010200        MOVE 'BBANK99P' TO BANK-NEXT-PROG                         BBANK85P
010300        MOVE 'MBANK99' TO BANK-NEXT-MAPSET                        BBANK85P
010400        MOVE 'BANK99A' TO BANK-NEXT-MAP                           BBANK85P
010500        MOVE 'Session timed out due to inactivity' TO             BBANK85P
010600             BANK-ERROR-MSG                                       BBANK85P
010700        SET BANK-AID-ENTER TO TRUE                                BBANK85P
010800        GO TO COMMON-RETURN                                       BBANK85P
010900     END-IF.                                                      BBANK85P
011000                                                                  BBANK85P
011100***************************************************************** BBANK85P
011200* Check the AID to see if its valid at this point               * BBANK85P
011300***************************************************************** BBANK85P
011400     SET PFK-INVALID TO TRUE.                                     BBANK85P
011500     IF BANK-AID-ENTER OR                                         BBANK85P
011600        BANK-AID-PFK03 OR                                         BBANK85P
011700        BANK-AID-PFK04                                            BBANK85P
011800        SET PFK-VALID TO TRUE                                     BBANK85P
011900     END-IF.                                                      BBANK85P
012000     IF PFK-INVALID                                               BBANK85P
012100        SET BANK-AID-ENTER TO TRUE                                BBANK85P
012200     END-IF.                                                      BBANK85P
012300                                                                  BBANK85P
012400***************************************************************** BBANK85P
012500* Check the AID to see if we have to quit                       * BBANK85P
012600***************************************************************** BBANK85P
012700     IF BANK-AID-PFK03                                            BBANK85P
012800        MOVE 'BBANK85P' TO BANK-LAST-PROG                         BBANK85P
012900        MOVE 'BBANK99P' TO BANK-NEXT-PROG                         BBANK85P
013000        MOVE 'MBANK99' TO BANK-NEXT-MAPSET                        BBANK85P
013100        MOVE 'BANK99A' TO BANK-NEXT-MAP                           BBANK85P
013200        GO TO COMMON-RETURN                                       BBANK85P
013300     END-IF.                                                      BBANK85P
013400                                                                  BBANK85P
013500***************************************************************** BBANK85P
013600* Check the AID to see if we have to return to the services     * BBANK85P
013700* menu                                                          * BBANK85P
013800***************************************************************** BBANK85P
013900     IF BANK-AID-PFK04                                            BBANK85P
014000        MOVE 'BBANK85P' TO BANK-LAST-PROG                         BBANK85P
014100        MOVE 'BBANK21P' TO BANK-NEXT-PROG                         BBANK85P
014200        MOVE 'MBANK21' TO BANK-NEXT-MAPSET                        BBANK85P
014300        MOVE 'BANK21A' TO BANK-NEXT-MAP                           BBANK85P
014400        SET BANK-AID-ENTER TO TRUE                                BBANK85P
014500        GO TO COMMON-RETURN                                       BBANK85P
014600     END-IF.                                                      BBANK85P
014700                                                                  BBANK85P
014800* Check if we have set the screen up before or is this 1st time   BBANK85P
014900     IF BANK-LAST-MAPSET IS NOT EQUAL TO 'MBANK85'                BBANK85P
015000        MOVE 'BBANK85P' TO BANK-LAST-PROG                         BBANK85P
015100        MOVE 'BBANK85P' TO BANK-NEXT-PROG                         BBANK85P
015200        MOVE 'MBANK85' TO BANK-LAST-MAPSET                        BBANK85P
015300        MOVE 'BANK85A' TO BANK-LAST-MAP                           BBANK85P
015400        MOVE 'MBANK85' TO BANK-NEXT-MAPSET                        BBANK85P
015500        MOVE 'BANK85A' TO BANK-NEXT-MAP                           BBANK85P
015600        MOVE LOW-VALUES TO BANK-SCREEN85-DATA                     BBANK85P
015700        GO TO COMMON-RETURN                                       BBANK85P
015800     END-IF.                                                      BBANK85P
015900                                                                  BBANK85P
016000***************************************************************** BBANK85P
016100* The user pressed ENTER - validate and work the request        * BBANK85P
016200***************************************************************** BBANK85P
016300     MOVE 'BBANK85P' TO BANK-LAST-PROG.                           BBANK85P
016400     MOVE 'BBANK85P' TO BANK-NEXT-PROG.                           BBANK85P
016500     MOVE 'MBANK85' TO BANK-LAST-MAPSET.                          BBANK85P
016600     MOVE 'BANK85A' TO BANK-LAST-MAP.                             BBANK85P
016700     MOVE 'MBANK85' TO BANK-NEXT-MAPSET.                          BBANK85P
016800     MOVE 'BANK85A' TO BANK-NEXT-MAP.                             BBANK85P
016900                                                                  BBANK85P
017000     PERFORM VALIDATE-INPUT THRU                                  BBANK85P
017100             VALIDATE-INPUT-EXIT.                                 BBANK85P
017200     IF INPUT-ERROR                                               BBANK85P
017300        MOVE WS-ERROR-MSG TO BANK-SCR85-ERRMSG                    BBANK85P
017400        MOVE WS-ERROR-MSG TO BANK-ERROR-MSG                       BBANK85P
017500        GO TO COMMON-RETURN                                       BBANK85P
017600     END-IF.                                                      BBANK85P
017700                                                                  BBANK85P
017800     PERFORM WORK-OVERRIDES THRU                                  BBANK85P
017900             WORK-OVERRIDES-EXIT.                                 BBANK85P
018000     GO TO COMMON-RETURN.                                         BBANK85P
018100                                                                  BBANK85P
018200 COMMON-RETURN.                                                   BBANK85P
018300     IF BANK-ERROR-MSG NOT EQUAL TO SPACES                        BBANK85P
018400        MOVE SPACES TO CD16-DATA                                  BBANK85P
018500        MOVE BANK-USERID TO CD16I-PERSON-PID                      BBANK85P
018600        MOVE WS-PROGRAM-ID TO CD16I-PROGRAM                       BBANK85P
018700        MOVE BANK-ERROR-MSG TO CD16I-MESSAGE                      BBANK85P
018800     COPY CBANKX16.                                               BBANK85P
018900     END-IF.                                                      BBANK85P
019000     MOVE WS-BANK-DATA TO DFHCOMMAREA (1:LENGTH OF WS-BANK-DATA). BBANK85P
019100 COPY CRETURN.                                                    BBANK85P
019200***************************************************************** BBANK85P
019300* Validate what the user keyed                                  * BBANK85P
019400***************************************************************** BBANK85P
019500 VALIDATE-INPUT.                                                  BBANK85P
019600     SET INPUT-OK TO TRUE.                                        BBANK85P
019700     IF GUEST OR                                                  BBANK85P
019800        BANK-ROLE-CUSTOMER                                        BBANK85P
019900        MOVE 'Negotiated rates are arranged by bank staff only'   BBANK85P
020000          TO WS-ERROR-MSG                                         BBANK85P
020100        GO TO VALIDATE-INPUT-ERROR                                BBANK85P
020200     END-IF.                                                      BBANK85P
020300     IF BANK-SCR85-ACTION IS NOT EQUAL TO 'P' AND                 BBANK85P
020400        BANK-SCR85-ACTION IS NOT EQUAL TO 'L'                     BBANK85P
020500        MOVE 'Action must be P(propose) or L(list)'               BBANK85P
020600          TO WS-ERROR-MSG                                         BBANK85P
020700        GO TO VALIDATE-INPUT-ERROR                                BBANK85P
020800     END-IF.                                                      BBANK85P
020900     IF BANK-SCR85-ACTION IS EQUAL TO 'P' AND                     BBANK85P
021000        BANK-ROLE-AUDITOR                                         BBANK85P
021100        MOVE 'Auditors may list negotiated rates but not propose' BBANK85P
021200          TO WS-ERROR-MSG                                         BBANK85P
021300        GO TO VALIDATE-INPUT-ERROR                                BBANK85P
021400     END-IF.                                                      BBANK85P
021500     IF BANK-SCR85-ACC IS EQUAL TO LOW-VALUES                     BBANK85P
021600        MOVE SPACES TO BANK-SCR85-ACC                             BBANK85P
021700     END-IF.                                                      BBANK85P
021800     IF BANK-SCR85-KIND IS EQUAL TO LOW-VALUES                    BBANK85P
021900        MOVE SPACES TO BANK-SCR85-KIND                            BBANK85P
022000     END-IF.                                                      BBANK85P
022100     IF BANK-SCR85-BASIS IS EQUAL TO LOW-VALUES                   BBANK85P
022200        MOVE SPACES TO BANK-SCR85-BASIS                           BBANK85P
022300     END-IF.                                                      BBANK85P
022400     IF BANK-SCR85-SIGN IS EQUAL TO LOW-VALUES                    BBANK85P
022500        MOVE SPACES TO BANK-SCR85-SIGN                            BBANK85P
022600     END-IF.                                                      BBANK85P
022700     IF BANK-SCR85-START IS EQUAL TO LOW-VALUES                   BBANK85P
022800        MOVE SPACES TO BANK-SCR85-START                           BBANK85P
022900     END-IF.                                                      BBANK85P
023000     IF BANK-SCR85-EXPIRY IS EQUAL TO LOW-VALUES                  BBANK85P
023100        MOVE SPACES TO BANK-SCR85-EXPIRY                          BBANK85P
023200     END-IF.                                                      BBANK85P
023300     IF BANK-SCR85-NOTE IS EQUAL TO LOW-VALUES                    BBANK85P
023400        MOVE SPACES TO BANK-SCR85-NOTE                            BBANK85P
023500     END-IF.                                                      BBANK85P
023600     IF BANK-SCR85-ACC IS EQUAL TO SPACES                         BBANK85P
023700        MOVE 'Key the account number' TO WS-ERROR-MSG             BBANK85P
023800        GO TO VALIDATE-INPUT-ERROR                                BBANK85P
023900     END-IF.                                                      BBANK85P
024000     IF BANK-SCR85-ACTION IS EQUAL TO 'L'                         BBANK85P
024100        GO TO VALIDATE-INPUT-EXIT                                 BBANK85P
024200     END-IF.                                                      BBANK85P
024300     IF BANK-SCR85-KIND IS NOT EQUAL TO 'C' AND                   BBANK85P
024400        BANK-SCR85-KIND IS NOT EQUAL TO 'D'                       BBANK85P
024500        MOVE 'Kind must be C(credit) or D(overdraft)'             BBANK85P
024600          TO WS-ERROR-MSG                                         BBANK85P
024700        GO TO VALIDATE-INPUT-ERROR                                BBANK85P
024800     END-IF.                                                      BBANK85P
024900     IF BANK-SCR85-BASIS IS NOT EQUAL TO 'R' AND                  BBANK85P
025000        BANK-SCR85-BASIS IS NOT EQUAL TO 'M'                      BBANK85P
025100        MOVE 'Basis must be R(rate) or M(margin)' TO WS-ERROR-MSG BBANK85P
025200        GO TO VALIDATE-INPUT-ERROR                                BBANK85P
025300     END-IF.                                                      BBANK85P
025400     IF BANK-SCR85-SIGN IS NOT EQUAL TO SPACE AND                 BBANK85P
025500        BANK-SCR85-SIGN IS NOT EQUAL TO '+' AND                   BBANK85P
025600        BANK-SCR85-SIGN IS NOT EQUAL TO '-'                       BBANK85P
025700        MOVE 'Sign must be + or - or left blank' TO WS-ERROR-MSG  BBANK85P
025800        GO TO VALIDATE-INPUT-ERROR                                BBANK85P
025900     END-IF.                                                      BBANK85P
026000     IF BANK-SCR85-SIGN IS EQUAL TO '-' AND                       BBANK85P
026100        BANK-SCR85-BASIS IS EQUAL TO 'R'                          BBANK85P
026200        MOVE 'Only a margin can be negative' TO WS-ERROR-MSG      BBANK85P
026300        GO TO VALIDATE-INPUT-ERROR                                BBANK85P
026400     END-IF.                                                      BBANK85P
026500     MOVE BANK-SCR85-VALUE TO WS-VALUE-WORK.                      BBANK85P
026600     IF WS-VALUE-WORK IS NOT NUMERIC                              BBANK85P
026700        MOVE 'Key the rate or margin as 7 digits, e.g. 0045000'   BBANK85P
026800          TO WS-ERROR-MSG                                         BBANK85P
026900        GO TO VALIDATE-INPUT-ERROR                                BBANK85P
027000     END-IF.                                                      BBANK85P
027100     MOVE BANK-SCR85-START TO WS-DATE-X.                          BBANK85P
027200     PERFORM VALIDATE-DATE THRU                                   BBANK85P
027300             VALIDATE-DATE-EXIT.                                  BBANK85P
027400     IF INPUT-ERROR                                               BBANK85P
027500        GO TO VALIDATE-INPUT-EXIT                                 BBANK85P
027600     END-IF.                                                      BBANK85P
027700     IF BANK-SCR85-EXPIRY IS EQUAL TO SPACES                      BBANK85P
027800        MOVE 'Key the date the negotiated rate expires'           BBANK85P
027900          TO WS-ERROR-MSG                                         BBANK85P
028000        GO TO VALIDATE-INPUT-ERROR                                BBANK85P
028100     END-IF.                                                      BBANK85P
028200     MOVE BANK-SCR85-EXPIRY TO WS-DATE-X.                         BBANK85P
028300     PERFORM VALIDATE-DATE THRU                                   BBANK85P
028400             VALIDATE-DATE-EXIT.                                  BBANK85P
028500     IF INPUT-ERROR                                               BBANK85P
028600        GO TO VALIDATE-INPUT-EXIT                                 BBANK85P
028700     END-IF.                                                      BBANK85P
028800     IF BANK-SCR85-NOTE IS EQUAL TO SPACES                        BBANK85P
028900        MOVE 'Key a note of what was agreed with the customer'    BBANK85P
029000          TO WS-ERROR-MSG                                         BBANK85P
029100        GO TO VALIDATE-INPUT-ERROR                                BBANK85P
029200     END-IF.                                                      BBANK85P
029300     GO TO VALIDATE-INPUT-EXIT.                                   BBANK85P
029400 VALIDATE-INPUT-ERROR.                                            BBANK85P
029500     SET INPUT-ERROR TO TRUE.                                     BBANK85P
029600 VALIDATE-INPUT-EXIT.                                             BBANK85P
029700     EXIT.                                                        BBANK85P
029800                                                                  BBANK85P
029900***************************************************************** BBANK85P
030000* A start or expiry date is keyed as yyyy-mm-dd - a blank start * BBANK85P
030100* means the rate applies from the day it is approved            * BBANK85P
030200***************************************************************** BBANK85P
030300 VALIDATE-DATE.                                                   BBANK85P
030400     IF WS-DATE-X IS EQUAL TO SPACES                              BBANK85P
030500        GO TO VALIDATE-DATE-EXIT                                  BBANK85P
030600     END-IF.                                                      BBANK85P
030700     IF WS-DATE-X (1:4) IS NOT NUMERIC OR                         BBANK85P
030800        WS-DATE-X (5:1) IS NOT EQUAL TO '-' OR                    BBANK85P
030900        WS-DATE-X (6:2) IS NOT NUMERIC OR                         BBANK85P
031000        WS-DATE-X (8:1) IS NOT EQUAL TO '-' OR                    BBANK85P
031100        WS-DATE-X (9:2) IS NOT NUMERIC                            BBANK85P
031200        MOVE 'Dates must be keyed as yyyy-mm-dd' TO WS-ERROR-MSG  BBANK85P
031300        SET INPUT-ERROR TO TRUE                                   BBANK85P
031400     END-IF.                                                      BBANK85P
031500 VALIDATE-DATE-EXIT.                                              BBANK85P
031600     EXIT.                                                        BBANK85P
031700                                                                  BBANK85P
031800***************************************************************** BBANK85P
031900* Drive DROVR01P and show the outcome. The rate or margin is    * BBANK85P
032000* keyed as 7 digits with six decimal places, the same way the   * BBANK85P
032100* loan calculator takes a rate, with a separate sign for a      * BBANK85P
032200* margin below the rate master. A proposal is followed by the   * BBANK85P
032300* account's list so the operator sees it waiting on approval    * BBANK85P
032400***************************************************************** BBANK85P
032500 WORK-OVERRIDES.                                                  BBANK85P
032600     INITIALIZE CRV1-DATA.                                        BBANK85P
032700     MOVE BANK-SCR85-ACTION TO CRV1I-FUNCTION.                    BBANK85P
032800     MOVE BANK-USERID TO CRV1I-USERID.                            BBANK85P
032900     MOVE BANK-SCR85-ACC TO CRV1I-ACC.                            BBANK85P
033000     MOVE SPACES TO BANK-SCR85-AUTHID.                            BBANK85P
033100     IF BANK-SCR85-ACTION IS EQUAL TO 'P'                         BBANK85P
033200        MOVE BANK-SCR85-KIND TO CRV1I-KIND                        BBANK85P
033300        MOVE BANK-SCR85-BASIS TO CRV1I-BASIS                      BBANK85P
033400        MOVE WS-VALUE-WORK-N TO CRV1I-VALUE                       BBANK85P
033500        IF BANK-SCR85-SIGN IS EQUAL TO '-'                        BBANK85P
033600           COMPUTE CRV1I-VALUE = ZERO - CRV1I-VALUE               BBANK85P
033700        END-IF                                                    BBANK85P
033800        MOVE BANK-SCR85-START TO CRV1I-START-DATE                 BBANK85P
033900        MOVE BANK-SCR85-EXPIRY TO CRV1I-EXPIRY-DATE               BBANK85P
034000        MOVE BANK-SCR85-NOTE TO CRV1I-NOTE                        BBANK85P
034100     END-IF.                                                      BBANK85P
034200 COPY CROVRX01.                                                   BBANK85P
034300     MOVE CRV1O-MSG TO BANK-SCR85-ERRMSG.                         BBANK85P
034400     IF NOT CRV1O-REQUEST-OK                                      BBANK85P
034500        MOVE CRV1O-MSG TO BANK-ERROR-MSG                          BBANK85P
034600     END-IF.                                                      BBANK85P
034700     IF BANK-SCR85-ACTION IS EQUAL TO 'P' AND                     BBANK85P
034800        CRV1O-REQUEST-OK                                          BBANK85P
034900        MOVE CRV1O-AUTH-ID TO BANK-SCR85-AUTHID                   BBANK85P
035000        INITIALIZE CRV1-DATA                                      BBANK85P
035100        SET CRV1I-LIST TO TRUE                                    BBANK85P
035200        MOVE BANK-USERID TO CRV1I-USERID                          BBANK85P
035300        MOVE BANK-SCR85-ACC TO CRV1I-ACC                          BBANK85P
035400 COPY CROVRX01.                                                   BBANK85P
035500     END-IF.                                                      BBANK85P
035600     MOVE 0 TO WS-SUB1.                                           BBANK85P
035700     PERFORM SHOW-OVERRIDE-ROW THRU                               BBANK85P
035800             SHOW-OVERRIDE-ROW-EXIT 5 TIMES.                      BBANK85P
035900 WORK-OVERRIDES-EXIT.                                             BBANK85P
036000     EXIT.                                                        BBANK85P
036100                                                                  BBANK85P
036200***************************************************************** BBANK85P
036300* Show one of the account's negotiated rates, or clear the row  * BBANK85P
036400***************************************************************** BBANK85P
036500 SHOW-OVERRIDE-ROW.                                               BBANK85P
036600     ADD 1 TO WS-SUB1.                                            BBANK85P
036700     MOVE SPACES TO BANK-SCR85-OVR (WS-SUB1).                     BBANK85P
036800     IF WS-SUB1 IS GREATER THAN CRV1O-LIST-COUNT                  BBANK85P
036900        GO TO SHOW-OVERRIDE-ROW-EXIT                              BBANK85P
037000     END-IF.                                                      BBANK85P
037100     MOVE CRV1O-LST-KIND (WS-SUB1)                                BBANK85P
037200       TO BANK-SCR85-LST-KIND (WS-SUB1).                          BBANK85P
037300     MOVE CRV1O-LST-BASIS (WS-SUB1)                               BBANK85P
037400       TO BANK-SCR85-LST-BASIS (WS-SUB1).                         BBANK85P
037500     MOVE CRV1O-LST-VALUE (WS-SUB1)                               BBANK85P
037600       TO BANK-SCR85-LST-VALUE (WS-SUB1).                         BBANK85P
037700     MOVE CRV1O-LST-START (WS-SUB1)                               BBANK85P
037800       TO BANK-SCR85-LST-START (WS-SUB1).                         BBANK85P
037900     MOVE CRV1O-LST-EXPIRY (WS-SUB1)                              BBANK85P
038000       TO BANK-SCR85-LST-EXPIRY (WS-SUB1).                        BBANK85P
038100     MOVE CRV1O-LST-STATUS (WS-SUB1)                              BBANK85P
038200       TO BANK-SCR85-LST-STATUS (WS-SUB1).                        BBANK85P
038300     MOVE CRV1O-LST-MAKER (WS-SUB1)                               BBANK85P
038400       TO BANK-SCR85-LST-MAKER (WS-SUB1).                         BBANK85P
038500 SHOW-OVERRIDE-ROW-EXIT.                                          BBANK85P
038600     EXIT.                                                        BBANK85P
038700                                                                  BBANK85P
038800***************************************************************** BBANK85P
038900* Check for an idle session timeout                             * BBANK85P
039000***************************************************************** BBANK85P
039100 COPY CIDLECHK.                                                   BBANK85P
