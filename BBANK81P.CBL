000100***************************************************************** BBANK81P
000200*                                                               * BBANK81P
000300*  Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.    * BBANK81P
000400*  This demonstration program is provided for use by users      * BBANK81P
000500*  of Micro Focus products and may be used, modified and        * BBANK81P
000600*  distributed as part of your application provided that        * BBANK81P
000700*  you properly acknowledge the copyright of Micro Focus        * BBANK81P
000800*  in this material.                                            * BBANK81P
000900*                                                               * BBANK81P
001000***************************************************************** BBANK81P
001100                                                                  BBANK81P
001200***************************************************************** BBANK81P
001300* Program:     BBANK81P.CBL                                     * BBANK81P
001400* Layer:       Business logic                                   * BBANK81P
001500* Function:    Tax residency self-certification - shows the     * BBANK81P
001600*              countries of tax residence a customer has        * BBANK81P
001700*              certified with their foreign taxpayer ids, and   * BBANK81P
001800*              records a new or corrected certification, which  * BBANK81P
001900*              closes any remediation waiting for it. All       * BBANK81P
002000*              through DTAXR01P                                 * BBANK81P
002100***************************************************************** BBANK81P
002200                                                                  BBANK81P
002300 IDENTIFICATION DIVISION.                                         BBANK81P
002400 PROGRAM-ID.                                                      BBANK81P
002500     BBANK81P.                                                    BBANK81P
002600 DATE-WRITTEN.                                                    BBANK81P
002700     October 2026.                                                BBANK81P
002800 DATE-COMPILED.                                                   BBANK81P
002900     Today.                                                       BBANK81P
003000                                                                  BBANK81P
003100 ENVIRONMENT DIVISION.                                            BBANK81P
003200                                                                  BBANK81P
003300 DATA DIVISION.                                                   BBANK81P
003400 WORKING-STORAGE SECTION.                                         BBANK81P
003500 01  WS-MISC-STORAGE.                                             BBANK81P
003600   05  WS-PROGRAM-ID                         PIC X(8)             BBANK81P
003700       VALUE 'BBANK81P'.                                          BBANK81P
003800   05  WS-INPUT-FLAG                         PIC X(1).            BBANK81P
003900     88  INPUT-OK                            VALUE '0'.           BBANK81P
004000     88  INPUT-ERROR                         VALUE '1'.           BBANK81P
004100   05  WS-RETURN-FLAG                        PIC X(1).            BBANK81P
004200     88  WS-RETURN-FLAG-OFF                  VALUE LOW-VALUES.    BBANK81P
004300     88  WS-RETURN-FLAG-ON                   VALUE '1'.           BBANK81P
004400   05  WS-PFK-FLAG                           PIC X(1).            BBANK81P
004500     88  PFK-VALID                           VALUE '0'.           BBANK81P
004600     88  PFK-INVALID                         VALUE '1'.           BBANK81P
004700   05  WS-IDLE-FLAG                          PIC X(1).            BBANK81P
004800     88  SESSION-NOT-TIMED-OUT               VALUE '0'.           BBANK81P
004900     88  WS-SESSION-TIMED-OUT                VALUE '1'.           BBANK81P
005000   05  WS-ERROR-MSG                          PIC X(75).           BBANK81P
005100   05  WS-SUB1                               PIC S9(4) COMP.      BBANK81P
005200                                                                  BBANK81P
005300 01  WS-BANK-DATA.                                                BBANK81P
005400 COPY CBANKDAT.                                                   BBANK81P
005500 COPY CTIMERD.                                                    BBANK81P
005520 01  WS-SESSION-DATA.                                             BBANK81P
005540 COPY CSIGND01.                                                   BBANK81P
005600 01  WS-EXCEPTION-DATA.                                           BBANK81P
005700 COPY CBANKD16.                                                   BBANK81P
005800                                                                  BBANK81P
005900 01  WS-TAXRES-DATA.                                              BBANK81P
006000 COPY CTAXRD01.                                                   BBANK81P
006100                                                                  BBANK81P
006200 COPY CABENDD.                                                    BBANK81P
006300                                                                  BBANK81P
006400 LINKAGE SECTION.                                                 BBANK81P
006500 01  DFHCOMMAREA.                                                 BBANK81P
006600   05  LK-COMMAREA                           PIC X(32654).        BBANK81P
006700                                                                  BBANK81P
006800 COPY CENTRY.                                                     BBANK81P
006900***************************************************************** BBANK81P
007000* Make ourselves re-entrant                                     * BBANK81P
007100***************************************************************** BBANK81P
007200     MOVE SPACES TO WS-ERROR-MSG.                                 BBANK81P
007300                                                                  BBANK81P
007400***************************************************************** BBANK81P
007500* Move the passed area to our area                              * BBANK81P
007600***************************************************************** BBANK81P
007700     MOVE DFHCOMMAREA (1:LENGTH OF WS-BANK-DATA) TO WS-BANK-DATA. BBANK81P
007800                                                                  BBANK81P
007900***************************************************************** BBANK81P
008000* Ensure error message is cleared                               * BBANK81P
008100***************************************************************** BBANK81P
008200     MOVE SPACES TO BANK-ERROR-MSG.                               BBANK81P
008300                                                                  BBANK81P
008400***************************************************************** BBANK81P
008500* Save the passed return flag and then turn it off              * BBANK81P
008600***************************************************************** BBANK81P
008700     MOVE BANK-RETURN-FLAG TO WS-RETURN-FLAG.                     BBANK81P
008800     SET BANK-RETURN-FLAG-OFF TO TRUE.                            BBANK81P
008900                                                                  BBANK81P
009000***************************************************************** BBANK81P
009100* Force a logoff if the session has been idle too long          * BBANK81P
009200***************************************************************** BBANK81P
009300     SET SESSION-NOT-TIMED-OUT TO TRUE.                           BBANK81P
009400     PERFORM CHECK-IDLE-TIMEOUT THRU                              BBANK81P
009500             CHECK-IDLE-TIMEOUT-EXIT.                             BBANK81P
009600     IF WS-SESSION-TIMED-OUT                                      BBANK81P
009700        MOVE 'BBANK81P' TO BANK-LAST-PROG                         BBANK81P
009800        MOVE 'BBANK99P' TO BANK-NEXT-PROG                         BBANK81P
009900        MOVE 'MBANK99' TO BANK-NEXT-MAPSET                        BBANK81P
010000        MOVE 'BANK99A' TO BANK-NEXT-MAP                           BBANK81P
010100        MOVE 'Session timed out due to inactivity' TO             BBANK81P
010200             BANK-ERROR-MSG                                       BBANK81P
010300        SET BANK-AID-ENTER TO TRUE                                BBANK81P
010400        GO TO COMMON-RETURN                                       BBANK81P
010500     END-IF.                                                      BBANK81P
010600                                                                  BBANK81P
010700***************************************************************** BBANK81P
010800* Check the AID to see if its valid at this point               * BBANK81P
010900***************************************************************** BBANK81P
011000     SET PFK-INVALID TO TRUE.                                     BBANK81P
011100     IF BANK-AID-ENTER OR                                         BBANK81P
011200        BANK-AID-PFK03 OR                                         BBANK81P
011300        BANK-AID-PFK04                                            BBANK81P
011400        SET PFK-VALID TO TRUE                                     BBANK81P
011500     END-IF.                                                      BBANK81P
011600     IF PFK-INVALID                                               BBANK81P
011700        SET BANK-AID-ENTER TO TRUE                                BBANK81P
011800     END-IF.                                                      BBANK81P
011900                                                                  BBANK81P
012000***************************************************************** BBANK81P
012100* Check the AID to see if we have to quit                       * BBANK81P
012200***************************************************************** BBANK81P
012300     IF BANK-AID-PFK03                                            BBANK81P
012400        MOVE 'BBANK81P' TO BANK-LAST-PROG                         BBANK81P
012500        MOVE 'BBANK99P' TO BANK-NEXT-PROG                         BBANK81P
012600        MOVE 'MBANK99' TO BANK-NEXT-MAPSET                        BBANK81P
012700        MOVE 'BANK99A' TO BANK-NEXT-MAP                           BBANK81P
012800        GO TO COMMON-RETURN                                       BBANK81P
012900     END-IF.                                                      BBANK81P
013000                                                                  BBANK81P
013100***************************************************************** BBANK81P
013200* Check the AID to see if we have to return to the services     * BBANK81P
013300* menu                                                          * BBANK81P
013400***************************************************************** BBANK81P
013500     IF BANK-AID-PFK04                                            BBANK81P
013600        MOVE 'BBANK81P' TO BANK-LAST-PROG                         BBANK81P
013700        MOVE 'BBANK21P' TO BANK-NEXT-PROG                         BBANK81P
013800        MOVE 'MBANK21' TO BANK-NEXT-MAPSET                        BBANK81P
013900        MOVE 'BANK21A' TO BANK-NEXT-MAP                           BBANK81P
014000        SET BANK-AID-ENTER TO TRUE                                BBANK81P
014100        GO TO COMMON-RETURN                                       BBANK81P
014200     END-IF.                                                      BBANK81P
014300                                                                  BBANK81P
014400* Check if we have set the screen up before or is this 1st time   BBANK81P
014500     IF BANK-LAST-MAPSET IS NOT EQUAL TO 'MBANK81'                BBANK81P
014600        MOVE 'BBANK81P' TO BANK-LAST-PROG                         BBANK81P
014700        MOVE 'BBANK81P' TO BANK-NEXT-PROG                         BBANK81P
014800        MOVE 'MBANK81' TO BANK-LAST-MAPSET                        BBANK81P
014900        MOVE 'BANK81A' TO BANK-LAST-MAP                           BBANK81P
015000        MOVE 'MBANK81' TO BANK-NEXT-MAPSET                        BBANK81P
015100        MOVE 'BANK81A' TO BANK-NEXT-MAP                           BBANK81P
015200        MOVE LOW-VALUES TO BANK-SCREEN81-DATA                     BBANK81P
015300        GO TO COMMON-RETURN                                       BBANK81P
015400     END-IF.                                                      BBANK81P
015500                                                                  BBANK81P
015600***************************************************************** BBANK81P
015700* The user pressed ENTER - validate and work the request        * BBANK81P
015800***************************************************************** BBANK81P
015900     MOVE 'BBANK81P' TO BANK-LAST-PROG.                           BBANK81P
016000     MOVE 'BBANK81P' TO BANK-NEXT-PROG.                           BBANK81P
016100     MOVE 'MBANK81' TO BANK-LAST-MAPSET.                          BBANK81P
016200     MOVE 'BANK81A' TO BANK-LAST-MAP.                             BBANK81P
016300     MOVE 'MBANK81' TO BANK-NEXT-MAPSET.                          BBANK81P
016400     MOVE 'BANK81A' TO BANK-NEXT-MAP.                             BBANK81P
016500                                                                  BBANK81P
016600     PERFORM VALIDATE-INPUT THRU                                  BBANK81P
016700             VALIDATE-INPUT-EXIT.                                 BBANK81P
016800     IF INPUT-ERROR                                               BBANK81P
016900        MOVE WS-ERROR-MSG TO BANK-SCR81-ERRMSG                    BBANK81P
017000        MOVE WS-ERROR-MSG TO BANK-ERROR-MSG                       BBANK81P
017100        GO TO COMMON-RETURN                                       BBANK81P
017200     END-IF.                                                      BBANK81P
017300                                                                  BBANK81P
017400     PERFORM WORK-CERTIFICATION THRU                              BBANK81P
017500             WORK-CERTIFICATION-EXIT.                             BBANK81P
017600     GO TO COMMON-RETURN.                                         BBANK81P
017700                                                                  BBANK81P
017800 COMMON-RETURN.                                                   BBANK81P
017900     IF BANK-ERROR-MSG NOT EQUAL TO SPACES                        BBANK81P
018000        MOVE SPACES TO CD16-DATA                                  BBANK81P
018100        MOVE BANK-USERID TO CD16I-PERSON-PID                      BBANK81P
018200        MOVE WS-PROGRAM-ID TO CD16I-PROGRAM                       BBANK81P
018300        MOVE BANK-ERROR-MSG TO CD16I-MESSAGE                      BBANK81P
018400     COPY CBANKX16.                                               BBANK81P
018500     END-IF.                                                      BBANK81P
018600     MOVE WS-BANK-DATA TO DFHCOMMAREA (1:LENGTH OF WS-BANK-DATA). BBANK81P
018700 COPY CRETURN.                                                    BBANK81P
018800***************************************************************** BBANK81P
018900* Validate what the operator keyed                              * BBANK81P
019000***************************************************************** BBANK81P
019100 VALIDATE-INPUT.                                                  BBANK81P
019200     SET INPUT-OK TO TRUE.                                        BBANK81P
019300     IF BANK-ROLE-CUSTOMER                                        BBANK81P
019400        MOVE 'Tax residency is worked by staff users only'        BBANK81P
019500          TO WS-ERROR-MSG                                         BBANK81P
019600        GO TO VALIDATE-INPUT-ERROR                                BBANK81P
019700     END-IF.                                                      BBANK81P
019800     IF BANK-SCR81-ACTION IS NOT EQUAL TO 'R' AND                 BBANK81P
019900        BANK-SCR81-ACTION IS NOT EQUAL TO 'C'                     BBANK81P
020000        MOVE 'Action must be R(ead) or C(apture)' TO WS-ERROR-MSG BBANK81P
020100        GO TO VALIDATE-INPUT-ERROR                                BBANK81P
020200     END-IF.                                                      BBANK81P
020300     IF BANK-SCR81-PID IS EQUAL TO LOW-VALUES                     BBANK81P
020400        MOVE SPACES TO BANK-SCR81-PID                             BBANK81P
020500     END-IF.                                                      BBANK81P
020600     IF BANK-SCR81-PID IS EQUAL TO SPACES                         BBANK81P
020700        MOVE 'Key the PID of the customer' TO WS-ERROR-MSG        BBANK81P
020800        GO TO VALIDATE-INPUT-ERROR                                BBANK81P
020900     END-IF.                                                      BBANK81P
021000     MOVE 0 TO WS-SUB1.                                           BBANK81P
021100     PERFORM CLEAR-RESIDENCE-ROW THRU                             BBANK81P
021200             CLEAR-RESIDENCE-ROW-EXIT 5 TIMES.                    BBANK81P
021300     GO TO VALIDATE-INPUT-EXIT.                                   BBANK81P
021400 VALIDATE-INPUT-ERROR.                                            BBANK81P
021500     SET INPUT-ERROR TO TRUE.                                     BBANK81P
021600 VALIDATE-INPUT-EXIT.                                             BBANK81P
021700     EXIT.                                                        BBANK81P
021800                                                                  BBANK81P
021900***************************************************************** BBANK81P
022000* Treat an untouched residence row as blank                     * BBANK81P
022100***************************************************************** BBANK81P
022200 CLEAR-RESIDENCE-ROW.                                             BBANK81P
022300     ADD 1 TO WS-SUB1.                                            BBANK81P
022400     IF BANK-SCR81-CNTRY (WS-SUB1) IS EQUAL TO LOW-VALUES         BBANK81P
022500        MOVE SPACES TO BANK-SCR81-CNTRY (WS-SUB1)                 BBANK81P
022600     END-IF.                                                      BBANK81P
022700     IF BANK-SCR81-TIN (WS-SUB1) IS EQUAL TO LOW-VALUES           BBANK81P
022800        MOVE SPACES TO BANK-SCR81-TIN (WS-SUB1)                   BBANK81P
022900     END-IF.                                                      BBANK81P
023000 CLEAR-RESIDENCE-ROW-EXIT.                                        BBANK81P
023100     EXIT.                                                        BBANK81P
023200                                                                  BBANK81P
023300***************************************************************** BBANK81P
023400* Drive DTAXR01P and show the outcome. A certification          * BBANK81P
023500* captured is read back so the operator sees what was stored    * BBANK81P
023600***************************************************************** BBANK81P
023700 WORK-CERTIFICATION.                                              BBANK81P
023800     INITIALIZE CTX1-DATA.                                        BBANK81P
023900     IF BANK-SCR81-ACTION IS EQUAL TO 'C'                         BBANK81P
024000        SET CTX1I-CAPTURE-CERT TO TRUE                            BBANK81P
024100        MOVE 0 TO WS-SUB1                                         BBANK81P
024200        PERFORM PASS-RESIDENCE-ROW THRU                           BBANK81P
024300                PASS-RESIDENCE-ROW-EXIT 5 TIMES                   BBANK81P
024400     ELSE                                                         BBANK81P
024500        SET CTX1I-READ-CERT TO TRUE                               BBANK81P
024600     END-IF.                                                      BBANK81P
024700     MOVE BANK-SCR81-PID TO CTX1I-PID.                            BBANK81P
024800     MOVE BANK-USERID TO CTX1I-USERID.                            BBANK81P
024900 COPY CTAXRX01.                                                   BBANK81P
025000     IF NOT CTX1O-REQUEST-OK                                      BBANK81P
025100        MOVE CTX1O-MSG TO BANK-SCR81-ERRMSG                       BBANK81P
025200        MOVE CTX1O-MSG TO BANK-ERROR-MSG                          BBANK81P
025300        IF CTX1O-NOT-FOUND                                        BBANK81P
025400           MOVE SPACES TO BANK-SCR81-CERTDATE                     BBANK81P
025500           MOVE SPACES TO BANK-SCR81-CERTBY                       BBANK81P
025600           MOVE SPACES TO BANK-SCR81-RES (1)                      BBANK81P
025700           MOVE SPACES TO BANK-SCR81-RES (2)                      BBANK81P
025800           MOVE SPACES TO BANK-SCR81-RES (3)                      BBANK81P
025900           MOVE SPACES TO BANK-SCR81-RES (4)                      BBANK81P
026000           MOVE SPACES TO BANK-SCR81-RES (5)                      BBANK81P
026100        END-IF                                                    BBANK81P
026200        GO TO WORK-CERTIFICATION-EXIT                             BBANK81P
026300     END-IF.                                                      BBANK81P
026400     IF BANK-SCR81-ACTION IS EQUAL TO 'C'                         BBANK81P
026500        MOVE CTX1O-MSG TO BANK-SCR81-ERRMSG                       BBANK81P
026600        MOVE 'R' TO BANK-SCR81-ACTION                             BBANK81P
026700        INITIALIZE CTX1-DATA                                      BBANK81P
026800        SET CTX1I-READ-CERT TO TRUE                               BBANK81P
026900        MOVE BANK-SCR81-PID TO CTX1I-PID                          BBANK81P
027000        MOVE BANK-USERID TO CTX1I-USERID                          BBANK81P
027100 COPY CTAXRX01.                                                   BBANK81P
027200     ELSE                                                         BBANK81P
027300        MOVE CTX1O-MSG TO BANK-SCR81-ERRMSG                       BBANK81P
027400     END-IF.                                                      BBANK81P
027500     MOVE CTX1O-CERT-DATE TO BANK-SCR81-CERTDATE.                 BBANK81P
027600     MOVE CTX1O-CERT-BY TO BANK-SCR81-CERTBY.                     BBANK81P
027700     MOVE 0 TO WS-SUB1.                                           BBANK81P
027800     PERFORM SHOW-RESIDENCE-ROW THRU                              BBANK81P
027900             SHOW-RESIDENCE-ROW-EXIT 5 TIMES.                     BBANK81P
028000 WORK-CERTIFICATION-EXIT.                                         BBANK81P
028100     EXIT.                                                        BBANK81P
028200                                                                  BBANK81P
028300***************************************************************** BBANK81P
028400* Pass one keyed residence to the service                       * BBANK81P
028500***************************************************************** BBANK81P
028600 PASS-RESIDENCE-ROW.                                              BBANK81P
028700     ADD 1 TO WS-SUB1.                                            BBANK81P
028800     MOVE BANK-SCR81-CNTRY (WS-SUB1) TO CTX1I-COUNTRY (WS-SUB1).  BBANK81P
028900     MOVE BANK-SCR81-TIN (WS-SUB1) TO CTX1I-TIN (WS-SUB1).        BBANK81P
029000 PASS-RESIDENCE-ROW-EXIT.                                         BBANK81P
029100     EXIT.                                                        BBANK81P
029200                                                                  BBANK81P
029300***************************************************************** BBANK81P
029400* Show one certified residence, or clear the row                * BBANK81P
029500***************************************************************** BBANK81P
029600 SHOW-RESIDENCE-ROW.                                              BBANK81P
029700     ADD 1 TO WS-SUB1.                                            BBANK81P
029800     MOVE CTX1O-COUNTRY (WS-SUB1) TO BANK-SCR81-CNTRY (WS-SUB1).  BBANK81P
029900     MOVE CTX1O-TIN (WS-SUB1) TO BANK-SCR81-TIN (WS-SUB1).        BBANK81P
030000 SHOW-RESIDENCE-ROW-EXIT.                                         BBANK81P
030100     EXIT.                                                        BBANK81P
030200                                                                  BBANK81P
030300***************************************************************** BBANK81P
030400* Check for an idle session timeout                             * BBANK81P
030500***************************************************************** BBANK81P
030600 COPY CIDLECHK.                                                   BBANK81P
