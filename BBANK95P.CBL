000100***************************************************************** BBANK95P
000200*                                                               * BBANK95P
000300*  Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.    * BBANK95P
000400*  This demonstration program is provided for use by users      * BBANK95P
000500*  of Micro Focus products and may be used, modified and        * BBANK95P
000600*  distributed as part of your application provided that        * BBANK95P
000700*  you properly acknowledge the copyright of Micro Focus        * BBANK95P
000800*  in this material.                                            * BBANK95P
000900*                                                               * BBANK95P
001000***************************************************************** BBANK95P
001100                                                                  BBANK95P
001200***************************************************************** BBANK95P
001300* Program:     BBANK95P.CBL                                     * BBANK95P
001400* Layer:       Business logic                                   * BBANK95P
001500* Function:    User activity timelines - lets an auditor ask    * BBANK95P
001600*              for one user's actions over a date and time      * BBANK95P
001700*              range as a single timeline, filed in the report  * BBANK95P
001800*              repository, and lists the timelines asked for.   * BBANK95P
001900*              All through DUACT01P                             * BBANK95P
002000***************************************************************** BBANK95P
002100                                                                  BBANK95P
002200 IDENTIFICATION DIVISION.                                         BBANK95P
002300 PROGRAM-ID.                                                      BBANK95P
002400     BBANK95P.                                                    BBANK95P
002500 DATE-WRITTEN.                                                    BBANK95P
002600     October 2026.                                                BBANK95P
002700 DATE-COMPILED.                                                   BBANK95P
002800     Today.                                                       BBANK95P
002900                                                                  BBANK95P
003000 ENVIRONMENT DIVISION.                                            BBANK95P
003100                                                                  BBANK95P
003200 DATA DIVISION.                                                   BBANK95P
003300 WORKING-STORAGE SECTION.                                         BBANK95P
003400 01  WS-MISC-STORAGE.                                             BBANK95P
003500   05  WS-PROGRAM-ID                         PIC X(8)             BBANK95P
003600       VALUE 'BBANK95P'.                                          BBANK95P
003700   05  WS-INPUT-FLAG                         PIC X(1).            BBANK95P
003800     88  INPUT-OK                            VALUE '0'.           BBANK95P
003900     88  INPUT-ERROR                         VALUE '1'.           BBANK95P
004000   05  WS-RETURN-FLAG                        PIC X(1).            BBANK95P
004100     88  WS-RETURN-FLAG-OFF                  VALUE LOW-VALUES.    BBANK95P
004200     88  WS-RETURN-FLAG-ON                   VALUE '1'.           BBANK95P
004300   05  WS-PFK-FLAG                           PIC X(1).            BBANK95P
004400     88  PFK-VALID                           VALUE '0'.           BBANK95P
004500     88  PFK-INVALID                         VALUE '1'.           BBANK95P
004600   05  WS-IDLE-FLAG                          PIC X(1).            BBANK95P
004700     88  SESSION-NOT-TIMED-OUT               VALUE '0'.           BBANK95P
004800     88  WS-SESSION-TIMED-OUT                VALUE '1'.           BBANK95P
004900   05  WS-ERROR-MSG                          PIC X(75).           BBANK95P
005000   05  WS-SUB1                               PIC S9(4) COMP.      BBANK95P
005100   05  WS-DATE-X                             PIC X(10).           BBANK95P
005200   05  WS-TIME-X                             PIC X(5).            BBANK95P
005300                                                                  BBANK95P
005400 01  WS-BANK-DATA.                                                BBANK95P
005500 COPY CBANKDAT.                                                   BBANK95P
005600 COPY CTIMERD.                                                    BBANK95P
005620 01  WS-SESSION-DATA.                                             BBANK95P
005640 COPY CSIGND01.                                                   BBANK95P
005700 01  WS-EXCEPTION-DATA.                                           BBANK95P
005800 COPY CBANKD16.                                                   BBANK95P
005900                                                                  BBANK95P
006000 01  WS-USER-ACT-DATA.                                            BBANK95P
006100 COPY CUACTD01.                                                   BBANK95P
006200                                                                  BBANK95P
006300 COPY CABENDD.                                                    BBANK95P
006400                                                                  BBANK95P
006500 LINKAGE SECTION.                                                 BBANK95P
006600 01  DFHCOMMAREA.                                                 BBANK95P
006700   05  LK-COMMAREA                           PIC X(32654).        BBANK95P
006800                                                                  BBANK95P
006900 COPY CENTRY.                                                     BBANK95P
007000***************************************************************** BBANK95P
007100* Make ourselves re-entrant                                     * BBANK95P
007200***************************************************************** BBANK95P
007300     MOVE SPACES TO WS-ERROR-MSG.                                 BBANK95P
007400                                                                  BBANK95P
007500***************************************************************** BBANK95P
007600* Move the passed area to our area                              * BBANK95P
007700***************************************************************** BBANK95P
007800     MOVE DFHCOMMAREA (1:LENGTH OF WS-BANK-DATA) TO WS-BANK-DATA. BBANK95P
007900                                                                  BBANK95P
008000***************************************************************** BBANK95P
008100* Ensure error message is cleared                               * BBANK95P
008200***************************************************************** BBANK95P
008300     MOVE SPACES TO BANK-ERROR-MSG.                               BBANK95P
008400                                                                  BBANK95P
008500***************************************************************** BBANK95P
008600* Save the passed return flag and then turn it off              * BBANK95P
008700***************************************************************** BBANK95P
008800     MOVE BANK-RETURN-FLAG TO WS-RETURN-FLAG.                     BBANK95P
008900     SET BANK-RETURN-FLAG-OFF TO TRUE.                            BBANK95P
009000                                                                  BBANK95P
009100***************************************************************** BBANK95P
009200* Force a logoff if the session has been idle too long          * BBANK95P
009300***************************************************************** BBANK95P
009400     SET SESSION-NOT-TIMED-OUT TO TRUE.                           BBANK95P
009500     PERFORM CHECK-IDLE-TIMEOUT THRU                              BBANK95P
009600             CHECK-IDLE-TIMEOUT-EXIT.                             BBANK95P
009700     IF WS-SESSION-TIMED-OUT                                      BBANK95P
009800        MOVE 'BBANK95P' TO BANK-LAST-PROG                         BBANK95P
009900        MOVE 'BBANK99P' TO BANK-NEXT-PROG                         BBANK95P
010000        MOVE 'MBANK99' TO BANK-NEXT-MAPSET                        BBANK95P
010100        MOVE 'BANK99A' TO BANK-NEXT-MAP                           BBANK95P
010200        MOVE 'Session timed out due to inactivity' TO             BBANK95P
010300             BANK-ERROR-MSG                                       BBANK95P
010400        SET BANK-AID-ENTER TO TRUE                                BBANK95P
010500        GO TO COMMON-RETURN                                       BBANK95P
010600     END-IF.                                                      BBANK95P
010700                                                                  BBANK95P
010800***************************************************************** BBANK95P
010900* Check the AID to see if its valid at this point               * BBANK95P
011000***************************************************************** BBANK95P
011100     SET PFK-INVALID TO TRUE.                                     BBANK95P
011200     IF BANK-AID-ENTER OR                                         BBANK95P
011300        BANK-AID-PFK03 OR                                         BBANK95P
011400        BANK-AID-PFK04                                            BBANK95P
011500        SET PFK-VALID TO TRUE                                     BBANK95P
011600     END-IF.                                                      BBANK95P
011700     IF PFK-INVALID                                               BBANK95P
011800        SET BANK-AID-ENTER TO TRUE                                BBANK95P
011900     END-IF.                                                      BBANK95P
012000                                                                  BBANK95P
012100***************************************************************** BBANK95P
012200* Check the AID to see if we have to quit                       * BBANK95P
012300***************************************************************** BBANK95P
012400     IF BANK-AID-PFK03                                            BBANK95P
012500        MOVE 'BBANK95P' TO BANK-LAST-PROG                         BBANK95P
012600        MOVE 'BBANK99P' TO BANK-NEXT-PROG                         BBANK95P
012700        MOVE 'MBANK99' TO BANK-NEXT-MAPSET                        BBANK95P
012800        MOVE 'BANK99A' TO BANK-NEXT-MAP                           BBANK95P
012900        GO TO COMMON-RETURN                                       BBANK95P
013000     END-IF.                                                      BBANK95P
013100                                                                  BBANK95P
013200***************************************************************** BBANK95P
013300* Check the AID to see if we have to return to the services     * BBANK95P
013400* menu                                                          * BBANK95P
013500***************************************************************** BBANK95P
013600     IF BANK-AID-PFK04                                            BBANK95P
013700        MOVE 'BBANK95P' TO BANK-LAST-PROG                         BBANK95P
013800        MOVE 'BBANK21P' TO BANK-NEXT-PROG                         BBANK95P
013900        MOVE 'MBANK21' TO BANK-NEXT-MAPSET                        BBANK95P
014000        MOVE 'BANK21A' TO BANK-NEXT-MAP                           BBANK95P
014100        SET BANK-AID-ENTER TO TRUE                                BBANK95P
014200        GO TO COMMON-RETURN                                       BBANK95P
014300     END-IF.                                                      BBANK95P
014400                                                                  BBANK95P
014500* Check if we have set the screen up before or is this 1st time   BBANK95P
014600     IF BANK-LAST-MAPSET IS NOT EQUAL TO 'MBANK95'                BBANK95P
014700        MOVE 'BBANK95P' TO BANK-LAST-PROG                         BBANK95P
014800        MOVE 'BBANK95P' TO BANK-NEXT-PROG                         BBANK95P
014900        MOVE 'MBANK95' TO BANK-LAST-MAPSET                        BBANK95P
015000        MOVE 'BANK95A' TO BANK-LAST-MAP                           BBANK95P
015100        MOVE 'MBANK95' TO BANK-NEXT-MAPSET                        BBANK95P
015200        MOVE 'BANK95A' TO BANK-NEXT-MAP                           BBANK95P
015300        MOVE LOW-VALUES TO BANK-SCREEN95-DATA                     BBANK95P
015400        GO TO COMMON-RETURN                                       BBANK95P
015500     END-IF.                                                      BBANK95P
015600                                                                  BBANK95P
015700***************************************************************** BBANK95P
015800* The user pressed ENTER - validate and work the request        * BBANK95P
015900***************************************************************** BBANK95P
016000     MOVE 'BBANK95P' TO BANK-LAST-PROG.                           BBANK95P
016100     MOVE 'BBANK95P' TO BANK-NEXT-PROG.                           BBANK95P
016200     MOVE 'MBANK95' TO BANK-LAST-MAPSET.                          BBANK95P
016300     MOVE 'BANK95A' TO BANK-LAST-MAP.                             BBANK95P
016400     MOVE 'MBANK95' TO BANK-NEXT-MAPSET.                          BBANK95P
016500     MOVE 'BANK95A' TO BANK-NEXT-MAP.                             BBANK95P
016600                                                                  BBANK95P
016700     PERFORM VALIDATE-INPUT THRU                                  BBANK95P
016800             VALIDATE-INPUT-EXIT.                                 BBANK95P
016900     IF INPUT-ERROR                                               BBANK95P
017000        MOVE WS-ERROR-MSG TO BANK-SCR95-ERRMSG                    BBANK95P
017100        MOVE WS-ERROR-MSG TO BANK-ERROR-MSG                       BBANK95P
017200        GO TO COMMON-RETURN                                       BBANK95P
017300     END-IF.                                                      BBANK95P
017400                                                                  BBANK95P
017500     PERFORM WORK-TIMELINE THRU                                   BBANK95P
017600             WORK-TIMELINE-EXIT.                                  BBANK95P
017700     GO TO COMMON-RETURN.                                         BBANK95P
017800                                                                  BBANK95P
017900 COMMON-RETURN.                                                   BBANK95P
018000     IF BANK-ERROR-MSG NOT EQUAL TO SPACES                        BBANK95P
018100        MOVE SPACES TO CD16-DATA                                  BBANK95P
018200        MOVE BANK-USERID TO CD16I-PERSON-PID                      BBANK95P
018300        MOVE WS-PROGRAM-ID TO CD16I-PROGRAM                       BBANK95P
018400        MOVE BANK-ERROR-MSG TO CD16I-MESSAGE                      BBANK95P
018500     COPY CBANKX16.                                               BBANK95P
018600     END-IF.                                                      BBANK95P
018700     MOVE WS-BANK-DATA TO DFHCOMMAREA (1:LENGTH OF WS-BANK-DATA). BBANK95P
018800 COPY CRETURN.                                                    BBANK95P
018900***************************************************************** BBANK95P
019000* Validate what the user keyed                                  * BBANK95P
019100***************************************************************** BBANK95P
019200 VALIDATE-INPUT.                                                  BBANK95P
019300     SET INPUT-OK TO TRUE.                                        BBANK95P
019400     IF NOT BANK-ROLE-AUDITOR                                     BBANK95P
019500        MOVE 'Activity timelines are for auditors only'           BBANK95P
019600          TO WS-ERROR-MSG                                         BBANK95P
019700        GO TO VALIDATE-INPUT-ERROR                                BBANK95P
019800     END-IF.                                                      BBANK95P
019900     IF BANK-SCR95-ACTION IS NOT EQUAL TO 'T' AND                 BBANK95P
020000        BANK-SCR95-ACTION IS NOT EQUAL TO 'L'                     BBANK95P
020100        MOVE 'Action must be T(timeline) or L(list requests)'     BBANK95P
020200          TO WS-ERROR-MSG                                         BBANK95P
020300        GO TO VALIDATE-INPUT-ERROR                                BBANK95P
020400     END-IF.                                                      BBANK95P
020500     IF BANK-SCR95-ACTION IS EQUAL TO 'L'                         BBANK95P
020600        GO TO VALIDATE-INPUT-EXIT                                 BBANK95P
020700     END-IF.                                                      BBANK95P
020800     IF BANK-SCR95-TARGET IS EQUAL TO LOW-VALUES OR               BBANK95P
020900        BANK-SCR95-TARGET IS EQUAL TO SPACES                      BBANK95P
021000        MOVE 'Key the user whose activity is wanted'              BBANK95P
021100          TO WS-ERROR-MSG                                         BBANK95P
021200        GO TO VALIDATE-INPUT-ERROR                                BBANK95P
021300     END-IF.                                                      BBANK95P
021400     IF BANK-SCR95-FROM-DATE IS EQUAL TO LOW-VALUES               BBANK95P
021500        MOVE SPACES TO BANK-SCR95-FROM-DATE                       BBANK95P
021600     END-IF.                                                      BBANK95P
021700     IF BANK-SCR95-TO-DATE IS EQUAL TO LOW-VALUES                 BBANK95P
021800        MOVE SPACES TO BANK-SCR95-TO-DATE                         BBANK95P
021900     END-IF.                                                      BBANK95P
022000     IF BANK-SCR95-FROM-TIME IS EQUAL TO LOW-VALUES OR            BBANK95P
022100        BANK-SCR95-FROM-TIME IS EQUAL TO SPACES                   BBANK95P
022200        MOVE '00.00' TO BANK-SCR95-FROM-TIME                      BBANK95P
022300     END-IF.                                                      BBANK95P
022400     IF BANK-SCR95-TO-TIME IS EQUAL TO LOW-VALUES OR              BBANK95P
022500        BANK-SCR95-TO-TIME IS EQUAL TO SPACES                     BBANK95P
022600        MOVE '23.59' TO BANK-SCR95-TO-TIME                        BBANK95P
022700     END-IF.                                                      BBANK95P
022800     IF BANK-SCR95-FROM-DATE IS EQUAL TO SPACES OR                BBANK95P
022900        BANK-SCR95-TO-DATE IS EQUAL TO SPACES                     BBANK95P
023000        MOVE 'Key both a from and a to date' TO WS-ERROR-MSG      BBANK95P
023100        GO TO VALIDATE-INPUT-ERROR                                BBANK95P
023200     END-IF.                                                      BBANK95P
023300     MOVE BANK-SCR95-FROM-DATE TO WS-DATE-X.                      BBANK95P
023400     MOVE BANK-SCR95-FROM-TIME TO WS-TIME-X.                      BBANK95P
023500     PERFORM VALIDATE-DATE THRU                                   BBANK95P
023600             VALIDATE-DATE-EXIT.                                  BBANK95P
023700     IF INPUT-ERROR                                               BBANK95P
023800        GO TO VALIDATE-INPUT-EXIT                                 BBANK95P
023900     END-IF.                                                      BBANK95P
024000     MOVE BANK-SCR95-TO-DATE TO WS-DATE-X.                        BBANK95P
024100     MOVE BANK-SCR95-TO-TIME TO WS-TIME-X.                        BBANK95P
024200     PERFORM VALIDATE-DATE THRU                                   BBANK95P
024300             VALIDATE-DATE-EXIT.                                  BBANK95P
024400     IF INPUT-ERROR                                               BBANK95P
024500        GO TO VALIDATE-INPUT-EXIT                                 BBANK95P
024600     END-IF.                                                      BBANK95P
024700     GO TO VALIDATE-INPUT-EXIT.                                   BBANK95P
024800 VALIDATE-INPUT-ERROR.                                            BBANK95P
024900     SET INPUT-ERROR TO TRUE.                                     BBANK95P
025000 VALIDATE-INPUT-EXIT.                                             BBANK95P
025100     EXIT.                                                        BBANK95P
025200                                                                  BBANK95P
025300***************************************************************** BBANK95P
025400* A range end is keyed as a yyyy-mm-dd date and an hh.mm time   * BBANK95P
025500***************************************************************** BBANK95P
025600 VALIDATE-DATE.                                                   BBANK95P
025700     IF WS-DATE-X (1:4) IS NOT NUMERIC OR                         BBANK95P
025800        WS-DATE-X (5:1) IS NOT EQUAL TO '-' OR                    BBANK95P
025900        WS-DATE-X (6:2) IS NOT NUMERIC OR                         BBANK95P
026000        WS-DATE-X (8:1) IS NOT EQUAL TO '-' OR                    BBANK95P
026100        WS-DATE-X (9:2) IS NOT NUMERIC                            BBANK95P
026200        MOVE 'Range dates must be yyyy-mm-dd' TO WS-ERROR-MSG     BBANK95P
026300        SET INPUT-ERROR TO TRUE                                   BBANK95P
026400        GO TO VALIDATE-DATE-EXIT                                  BBANK95P
026500     END-IF.                                                      BBANK95P
026600     IF WS-TIME-X (1:2) IS NOT NUMERIC OR                         BBANK95P
026700        WS-TIME-X (3:1) IS NOT EQUAL TO '.' OR                    BBANK95P
026800        WS-TIME-X (4:2) IS NOT NUMERIC                            BBANK95P
026900        MOVE 'Range times must be hh.mm or left blank'            BBANK95P
027000          TO WS-ERROR-MSG                                         BBANK95P
027100        SET INPUT-ERROR TO TRUE                                   BBANK95P
027200     END-IF.                                                      BBANK95P
027300 VALIDATE-DATE-EXIT.                                              BBANK95P
027400     EXIT.                                                        BBANK95P
027500                                                                  BBANK95P
027600***************************************************************** BBANK95P
027700* Drive DUACT01P. A timeline runs from the start of the from    * BBANK95P
027800* minute to the end of the to minute; the request list is       * BBANK95P
027900* always shown beneath so the new entry can be seen             * BBANK95P
028000***************************************************************** BBANK95P
028100 WORK-TIMELINE.                                                   BBANK95P
028200     IF BANK-SCR95-ACTION IS EQUAL TO 'T'                         BBANK95P
028300        INITIALIZE CUA1-DATA                                      BBANK95P
028400        SET CUA1I-BUILD-TIMELINE TO TRUE                          BBANK95P
028500        MOVE BANK-USERID TO CUA1I-USERID                          BBANK95P
028600        MOVE BANK-SCR95-TARGET TO CUA1I-TARGET                    BBANK95P
028700        STRING BANK-SCR95-FROM-DATE '-' BANK-SCR95-FROM-TIME      BBANK95P
028800               '.00.000000'                                       BBANK95P
028900               DELIMITED BY SIZE INTO CUA1I-FROM-TS               BBANK95P
029000        STRING BANK-SCR95-TO-DATE '-' BANK-SCR95-TO-TIME          BBANK95P
029100               '.59.999999'                                       BBANK95P
029200               DELIMITED BY SIZE INTO CUA1I-TO-TS                 BBANK95P
029300 COPY CUACTX01.                                                   BBANK95P
029400        MOVE CUA1O-MSG TO BANK-SCR95-ERRMSG                       BBANK95P
029500        MOVE CUA1O-REQUEST-ID TO BANK-SCR95-REQID                 BBANK95P
029600        MOVE CUA1O-REPORT-ID TO BANK-SCR95-RPTID                  BBANK95P
029700        MOVE CUA1O-ENTRIES TO BANK-SCR95-ENTRIES                  BBANK95P
029800        IF NOT CUA1O-REQUEST-OK                                   BBANK95P
029900           MOVE CUA1O-MSG TO BANK-ERROR-MSG                       BBANK95P
030000        END-IF                                                    BBANK95P
030100     END-IF.                                                      BBANK95P
030200     INITIALIZE CUA1-DATA.                                        BBANK95P
030300     SET CUA1I-LIST-REQUESTS TO TRUE.                             BBANK95P
030400     MOVE BANK-USERID TO CUA1I-USERID.                            BBANK95P
030500 COPY CUACTX01.                                                   BBANK95P
030600     IF BANK-SCR95-ACTION IS EQUAL TO 'L'                         BBANK95P
030700        MOVE CUA1O-MSG TO BANK-SCR95-ERRMSG                       BBANK95P
030800     END-IF.                                                      BBANK95P
030900     MOVE 0 TO WS-SUB1.                                           BBANK95P
031000     PERFORM SHOW-REQUEST-ROW THRU                                BBANK95P
031100             SHOW-REQUEST-ROW-EXIT 10 TIMES.                      BBANK95P
031200 WORK-TIMELINE-EXIT.                                              BBANK95P
031300     EXIT.                                                        BBANK95P
031400                                                                  BBANK95P
031500***************************************************************** BBANK95P
031600* Show one logged request, or clear the row                     * BBANK95P
031700***************************************************************** BBANK95P
031800 SHOW-REQUEST-ROW.                                                BBANK95P
031900     ADD 1 TO WS-SUB1.                                            BBANK95P
032000     MOVE SPACES TO BANK-SCR95-REQ (WS-SUB1).                     BBANK95P
032100     IF WS-SUB1 IS GREATER THAN CUA1O-LIST-COUNT                  BBANK95P
032200        GO TO SHOW-REQUEST-ROW-EXIT                               BBANK95P
032300     END-IF.                                                      BBANK95P
032400     MOVE CUA1O-LST-REQUEST-ID (WS-SUB1)                          BBANK95P
032500       TO BANK-SCR95-LST-REQID (WS-SUB1).                         BBANK95P
032600     MOVE CUA1O-LST-BY (WS-SUB1)                                  BBANK95P
032700       TO BANK-SCR95-LST-BY (WS-SUB1).                            BBANK95P
032800     MOVE CUA1O-LST-TARGET (WS-SUB1)                              BBANK95P
032900       TO BANK-SCR95-LST-TARGET (WS-SUB1).                        BBANK95P
033000     MOVE CUA1O-LST-FROM (WS-SUB1)                                BBANK95P
033100       TO BANK-SCR95-LST-FROM (WS-SUB1).                          BBANK95P
033200     MOVE CUA1O-LST-TO (WS-SUB1)                                  BBANK95P
033300       TO BANK-SCR95-LST-TO (WS-SUB1).                            BBANK95P
033400     MOVE CUA1O-LST-ASKED (WS-SUB1)                               BBANK95P
033500       TO BANK-SCR95-LST-ASKED (WS-SUB1).                         BBANK95P
033600     MOVE CUA1O-LST-STATUS (WS-SUB1)                              BBANK95P
033700       TO BANK-SCR95-LST-STATUS (WS-SUB1).                        BBANK95P
033800     MOVE CUA1O-LST-REPORT-ID (WS-SUB1)                           BBANK95P
033900       TO BANK-SCR95-LST-RPTID (WS-SUB1).                         BBANK95P
034000     MOVE CUA1O-LST-ENTRIES (WS-SUB1)                             BBANK95P
034100       TO BANK-SCR95-LST-ENTRIES (WS-SUB1).                       BBANK95P
034200 SHOW-REQUEST-ROW-EXIT.                                           BBANK95P
034300     EXIT.                                                        BBANK95P
034400                                                                  BBANK95P
034500***************************************************************** BBANK95P
034600* Check for an idle session timeout                             * BBANK95P
034700***************************************************************** BBANK95P
034800 COPY CIDLECHK.                                                   BBANK95P
