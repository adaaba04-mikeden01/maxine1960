000100***************************************************************** BBANK97P
000200*                                                               * BBANK97P
000300*  Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.    * BBANK97P
000400*  This demonstration program is provided for use by users      * BBANK97P
000500*  of Micro Focus products and may be used, modified and        * BBANK97P
000600*  distributed as part of your application provided that        * BBANK97P
000700*  you properly acknowledge the copyright of Micro Focus        * BBANK97P
000800*  in this material.                                            * BBANK97P
000900*                                                               * BBANK97P
001000***************************************************************** BBANK97P
001100                                                                  BBANK97P
001200***************************************************************** BBANK97P
001300* Program:     BBANK97P.CBL                                     * BBANK97P
001400* Layer:       Business logic                                   * BBANK97P
001500* Function:    Statement archive - lists the statements filed   * BBANK97P
001600*              for an account, shows the lines of one of them   * BBANK97P
001700*              a page at a time and takes orders for a certified* BBANK97P
001800*              copy, quoting the fee first. All through DSTMT01P* BBANK97P
001900***************************************************************** BBANK97P
002000                                                                  BBANK97P
002100 IDENTIFICATION DIVISION.                                         BBANK97P
002200 PROGRAM-ID.                                                      BBANK97P
002300     BBANK97P.                                                    BBANK97P
002400 DATE-WRITTEN.                                                    BBANK97P
002500     October 2026.                                                BBANK97P
002600 DATE-COMPILED.                                                   BBANK97P
002700     Today.                                                       BBANK97P
002800                                                                  BBANK97P
002900 ENVIRONMENT DIVISION.                                            BBANK97P
003000                                                                  BBANK97P
003100 DATA DIVISION.                                                   BBANK97P
003200 WORKING-STORAGE SECTION.                                         BBANK97P
003300 01  WS-MISC-STORAGE.                                             BBANK97P
003400   05  WS-PROGRAM-ID                         PIC X(8)             BBANK97P
003500       VALUE 'BBANK97P'.                                          BBANK97P
003600   05  WS-INPUT-FLAG                         PIC X(1).            BBANK97P
003700     88  INPUT-OK                            VALUE '0'.           BBANK97P
003800     88  INPUT-ERROR                         VALUE '1'.           BBANK97P
003900   05  WS-RETURN-FLAG                        PIC X(1).            BBANK97P
004000     88  WS-RETURN-FLAG-OFF                  VALUE LOW-VALUES.    BBANK97P
004100     88  WS-RETURN-FLAG-ON                   VALUE '1'.           BBANK97P
004200   05  WS-PFK-FLAG                           PIC X(1).            BBANK97P
004300     88  PFK-VALID                           VALUE '0'.           BBANK97P
004400     88  PFK-INVALID                         VALUE '1'.           BBANK97P
004500   05  WS-IDLE-FLAG                          PIC X(1).            BBANK97P
004600     88  SESSION-NOT-TIMED-OUT               VALUE '0'.           BBANK97P
004700     88  WS-SESSION-TIMED-OUT                VALUE '1'.           BBANK97P
004800   05  WS-SEL-FLAG                           PIC X(1).            BBANK97P
004900     88  SEL-OK                              VALUE '0'.           BBANK97P
005000     88  SEL-ERROR                           VALUE '1'.           BBANK97P
005100   05  WS-ERROR-MSG                          PIC X(75).           BBANK97P
005200   05  WS-SUB1                               PIC S9(4) COMP.      BBANK97P
005300   05  WS-HOLD-ACC                           PIC X(9).            BBANK97P
005400   05  WS-ACTION                             PIC X(1).            BBANK97P
005500   05  WS-DIRECTION                          PIC X(1).            BBANK97P
005600   05  WS-START-KEY                          PIC X(26).           BBANK97P
005700   05  WS-STMT-DATE                          PIC X(10).           BBANK97P
005800                                                                  BBANK97P
005900 01  WS-BANK-DATA.                                                BBANK97P
006000 COPY CBANKDAT.                                                   BBANK97P
006100 COPY CTIMERD.                                                    BBANK97P
006200 01  WS-SESSION-DATA.                                             BBANK97P
006300 COPY CSIGND01.                                                   BBANK97P
006400 01  WS-EXCEPTION-DATA.                                           BBANK97P
006500 COPY CBANKD16.                                                   BBANK97P
006600 01  WS-STMT-DATA.                                                BBANK97P
006700 COPY CSTMTD01.                                                   BBANK97P
006800                                                                  BBANK97P
006900 COPY CABENDD.                                                    BBANK97P
007000                                                                  BBANK97P
007100 LINKAGE SECTION.                                                 BBANK97P
007200 01  DFHCOMMAREA.                                                 BBANK97P
007300   05  LK-COMMAREA                           PIC X(32654).        BBANK97P
007400                                                                  BBANK97P
007500 COPY CENTRY.                                                     BBANK97P
007600***************************************************************** BBANK97P
007700* Make ourselves re-entrant                                     * BBANK97P
007800***************************************************************** BBANK97P
007900     MOVE SPACES TO WS-ERROR-MSG.                                 BBANK97P
008000                                                                  BBANK97P
008100***************************************************************** BBANK97P
008200* Move the passed area to our area                              * BBANK97P
008300***************************************************************** BBANK97P
008400     MOVE DFHCOMMAREA (1:LENGTH OF WS-BANK-DATA) TO WS-BANK-DATA. BBANK97P
008500                                                                  BBANK97P
008600***************************************************************** BBANK97P
008700* Ensure error message is cleared                               * BBANK97P
008800***************************************************************** BBANK97P
008900     MOVE SPACES TO BANK-ERROR-MSG.                               BBANK97P
009000                                                                  BBANK97P
009100***************************************************************** BBANK97P
009200* Save the passed return flag and then turn it off              * BBANK97P
009300***************************************************************** BBANK97P
009400     MOVE BANK-RETURN-FLAG TO WS-RETURN-FLAG.                     BBANK97P
009500     SET BANK-RETURN-FLAG-OFF TO TRUE.                            BBANK97P
009600                                                                  BBANK97P
009700***************************************************************** BBANK97P
009800* Force a logoff if the session has been idle too long          * BBANK97P
009900***************************************************************** BBANK97P
010000     SET SESSION-NOT-TIMED-OUT TO TRUE.                           BBANK97P
010100     PERFORM CHECK-IDLE-TIMEOUT THRU                              BBANK97P
010200             CHECK-IDLE-TIMEOUT-EXIT.                             BBANK97P
010300     IF WS-SESSION-TIMED-OUT                                      BBANK97P
010400        MOVE 'BBANK97P' TO BANK-LAST-PROG                         BBANK97P
010500        MOVE 'BBANK99P' TO BANK-NEXT-PROG                         BBANK97P
010600        MOVE 'MBANK99' TO BANK-NEXT-MAPSET                        BBANK97P
010700        MOVE 'BANK99A' TO BANK-NEXT-MAP                           BBANK97P
010800        MOVE 'Session timed out due to inactivity' TO             BBANK97P
010900             BANK-ERROR-MSG                                       BBANK97P
011000        SET BANK-AID-ENTER TO TRUE                                BBANK97P
011100        GO TO COMMON-RETURN                                       BBANK97P
011200     END-IF.                                                      BBANK97P
011300                                                                  BBANK97P
011400***************************************************************** BBANK97P
011500* Check the AID to see if its valid at this point               * BBANK97P
011600***************************************************************** BBANK97P
011700     SET PFK-INVALID TO TRUE.                                     BBANK97P
011800     IF BANK-AID-ENTER OR                                         BBANK97P
011900        BANK-AID-PFK03 OR                                         BBANK97P
012000        BANK-AID-PFK04 OR                                         BBANK97P
012100        BANK-AID-PFK07 OR                                         BBANK97P
012200        BANK-AID-PFK08                                            BBANK97P
012300        SET PFK-VALID TO TRUE                                     BBANK97P
012400     END-IF.                                                      BBANK97P
012500     IF PFK-INVALID                                               BBANK97P
012600        SET BANK-AID-ENTER TO TRUE                                BBANK97P
012700     END-IF.                                                      BBANK97P
012800                                                                  BBANK97P
012900***************************************************************** BBANK97P
013000* Check the AID to see if we have to quit                       * BBANK97P
013100***************************************************************** BBANK97P
013200     IF BANK-AID-PFK03                                            BBANK97P
013300        MOVE 'BBANK97P' TO BANK-LAST-PROG                         BBANK97P
013400        MOVE 'BBANK99P' TO BANK-NEXT-PROG                         BBANK97P
013500        MOVE 'MBANK99' TO BANK-NEXT-MAPSET                        BBANK97P
013600        MOVE 'BANK99A' TO BANK-NEXT-MAP                           BBANK97P
013700        GO TO COMMON-RETURN                                       BBANK97P
013800     END-IF.                                                      BBANK97P
013900                                                                  BBANK97P
014000***************************************************************** BBANK97P
014100* Check the AID to see if we have to return to the services     * BBANK97P
014200* menu                                                          * BBANK97P
014300***************************************************************** BBANK97P
014400     IF BANK-AID-PFK04                                            BBANK97P
014500        MOVE 'BBANK97P' TO BANK-LAST-PROG                         BBANK97P
014600        MOVE 'BBANK21P' TO BANK-NEXT-PROG                         BBANK97P
014700        MOVE 'MBANK21' TO BANK-NEXT-MAPSET                        BBANK97P
014800        MOVE 'BANK21A' TO BANK-NEXT-MAP                           BBANK97P
014900        SET BANK-AID-ENTER TO TRUE                                BBANK97P
015000        GO TO COMMON-RETURN                                       BBANK97P
015100     END-IF.                                                      BBANK97P
015200                                                                  BBANK97P
015300     MOVE 'BBANK97P' TO BANK-LAST-PROG.                           BBANK97P
015400     MOVE 'BBANK97P' TO BANK-NEXT-PROG.                           BBANK97P
015500     MOVE 'MBANK97' TO BANK-NEXT-MAPSET.                          BBANK97P
015600     MOVE 'BANK97A' TO BANK-NEXT-MAP.                             BBANK97P
015700                                                                  BBANK97P
015800* Check if we have set the screen up before or is this 1st time   BBANK97P
015900* - the account comes across from the account list                BBANK97P
016000     IF BANK-LAST-MAPSET IS NOT EQUAL TO 'MBANK97'                BBANK97P
016100        MOVE 'MBANK97' TO BANK-LAST-MAPSET                        BBANK97P
016200        MOVE 'BANK97A' TO BANK-LAST-MAP                           BBANK97P
016300        MOVE BANK-SCR97-ACC TO WS-HOLD-ACC                        BBANK97P
016400        MOVE LOW-VALUES TO BANK-SCREEN97-DATA                     BBANK97P
016500        MOVE WS-HOLD-ACC TO BANK-SCR97-ACC                        BBANK97P
016600        IF BANK-SCR97-ACC IS NOT EQUAL TO LOW-VALUES AND          BBANK97P
016700           BANK-SCR97-ACC IS NOT EQUAL TO SPACES                  BBANK97P
016800           PERFORM FIRST-PAGE THRU                                BBANK97P
016900                   FIRST-PAGE-EXIT                                BBANK97P
017000        END-IF                                                    BBANK97P
017100        GO TO COMMON-RETURN                                       BBANK97P
017200     END-IF.                                                      BBANK97P
017300                                                                  BBANK97P
017400***************************************************************** BBANK97P
017500* The user pressed ENTER or paged - validate and act            * BBANK97P
017600***************************************************************** BBANK97P
017700     MOVE 'MBANK97' TO BANK-LAST-MAPSET.                          BBANK97P
017800     MOVE 'BANK97A' TO BANK-LAST-MAP.                             BBANK97P
017900                                                                  BBANK97P
018000     PERFORM VALIDATE-INPUT THRU                                  BBANK97P
018100             VALIDATE-INPUT-EXIT.                                 BBANK97P
018200     IF INPUT-ERROR                                               BBANK97P
018300        MOVE WS-ERROR-MSG TO BANK-SCR97-ERRMSG                    BBANK97P
018400        MOVE WS-ERROR-MSG TO BANK-ERROR-MSG                       BBANK97P
018500        GO TO COMMON-RETURN                                       BBANK97P
018600     END-IF.                                                      BBANK97P
018700                                                                  BBANK97P
018800     IF BANK-AID-PFK07 OR                                         BBANK97P
018900        BANK-AID-PFK08                                            BBANK97P
019000        PERFORM PAGE-SCREEN THRU                                  BBANK97P
019100                PAGE-SCREEN-EXIT                                  BBANK97P
019200        GO TO COMMON-RETURN                                       BBANK97P
019300     END-IF.                                                      BBANK97P
019400                                                                  BBANK97P
019500     IF BANK-SCR97-MODE IS EQUAL TO 'V'                           BBANK97P
019600        PERFORM WORK-STATEMENT THRU                               BBANK97P
019700                WORK-STATEMENT-EXIT                               BBANK97P
019800     ELSE                                                         BBANK97P
019900        PERFORM WORK-LIST THRU                                    BBANK97P
020000                WORK-LIST-EXIT                                    BBANK97P
020100     END-IF.                                                      BBANK97P
020200     GO TO COMMON-RETURN.                                         BBANK97P
020300                                                                  BBANK97P
020400 COMMON-RETURN.                                                   BBANK97P
020500     IF BANK-ERROR-MSG NOT EQUAL TO SPACES                        BBANK97P
020600        MOVE SPACES TO CD16-DATA                                  BBANK97P
020700        MOVE BANK-USERID TO CD16I-PERSON-PID                      BBANK97P
020800        MOVE WS-PROGRAM-ID TO CD16I-PROGRAM                       BBANK97P
020900        MOVE BANK-ERROR-MSG TO CD16I-MESSAGE                      BBANK97P
021000     COPY CBANKX16.                                               BBANK97P
021100     END-IF.                                                      BBANK97P
021200     MOVE WS-BANK-DATA TO DFHCOMMAREA (1:LENGTH OF WS-BANK-DATA). BBANK97P
021300 COPY CRETURN.                                                    BBANK97P
021400***************************************************************** BBANK97P
021500* Validate what the user keyed                                  * BBANK97P
021600***************************************************************** BBANK97P
021700 VALIDATE-INPUT.                                                  BBANK97P
021800     SET INPUT-OK TO TRUE.                                        BBANK97P
021900     IF BANK-SCR97-ACC IS EQUAL TO LOW-VALUES OR                  BBANK97P
022000        BANK-SCR97-ACC IS EQUAL TO SPACES                         BBANK97P
022100        MOVE 'Key the account whose statements are wanted'        BBANK97P
022200          TO WS-ERROR-MSG                                         BBANK97P
022300        GO TO VALIDATE-INPUT-ERROR                                BBANK97P
022400     END-IF.                                                      BBANK97P
022500     GO TO VALIDATE-INPUT-EXIT.                                   BBANK97P
022600 VALIDATE-INPUT-ERROR.                                            BBANK97P
022700     SET INPUT-ERROR TO TRUE.                                     BBANK97P
022800 VALIDATE-INPUT-EXIT.                                             BBANK97P
022900     EXIT.                                                        BBANK97P
023000                                                                  BBANK97P
023100***************************************************************** BBANK97P
023200* PF8 pages on to older statements or later lines, PF7 back     * BBANK97P
023300* to newer statements or earlier lines                          * BBANK97P
023400***************************************************************** BBANK97P
023500 PAGE-SCREEN.                                                     BBANK97P
023600     MOVE SPACES TO BANK-SCR97-CONFIRM.                           BBANK97P
023700     IF BANK-AID-PFK08                                            BBANK97P
023800        MOVE 'F' TO WS-DIRECTION                                  BBANK97P
023900        MOVE BANK-SCR97-LAST-KEY TO WS-START-KEY                  BBANK97P
024000     ELSE                                                         BBANK97P
024100        MOVE 'B' TO WS-DIRECTION                                  BBANK97P
024200        MOVE BANK-SCR97-FIRST-KEY TO WS-START-KEY                 BBANK97P
024300     END-IF.                                                      BBANK97P
024400     IF WS-START-KEY IS EQUAL TO LOW-VALUES OR                    BBANK97P
024500        WS-START-KEY IS EQUAL TO SPACES                           BBANK97P
024600        MOVE 'There is nothing further to page to'                BBANK97P
024700          TO BANK-SCR97-ERRMSG                                    BBANK97P
024800        GO TO PAGE-SCREEN-EXIT                                    BBANK97P
024900     END-IF.                                                      BBANK97P
025000     IF BANK-SCR97-MODE IS EQUAL TO 'V'                           BBANK97P
025100        MOVE BANK-SCR97-HDR-DATE TO WS-STMT-DATE                  BBANK97P
025200        PERFORM VIEW-LINES THRU                                   BBANK97P
025300                VIEW-LINES-EXIT                                   BBANK97P
025400     ELSE                                                         BBANK97P
025500        PERFORM LIST-STATEMENTS THRU                              BBANK97P
025600                LIST-STATEMENTS-EXIT                              BBANK97P
025700     END-IF.                                                      BBANK97P
025800 PAGE-SCREEN-EXIT.                                                BBANK97P
025900     EXIT.                                                        BBANK97P
026000                                                                  BBANK97P
026100***************************************************************** BBANK97P
026200* ENTER on the list - a V against a statement shows its lines,  * BBANK97P
026300* otherwise the list is shown again from the latest statement   * BBANK97P
026400***************************************************************** BBANK97P
026500 WORK-LIST.                                                       BBANK97P
026600     MOVE SPACES TO BANK-SCR97-CONFIRM.                           BBANK97P
026700     MOVE SPACES TO WS-STMT-DATE.                                 BBANK97P
026800     SET SEL-OK TO TRUE.                                          BBANK97P
026900     MOVE 0 TO WS-SUB1.                                           BBANK97P
027000     PERFORM FIND-SELECTION THRU                                  BBANK97P
027100             FIND-SELECTION-EXIT 6 TIMES.                         BBANK97P
027200     IF SEL-ERROR                                                 BBANK97P
027300        MOVE 'Put V against the statement to be seen'             BBANK97P
027400          TO BANK-SCR97-ERRMSG                                    BBANK97P
027500        GO TO WORK-LIST-EXIT                                      BBANK97P
027600     END-IF.                                                      BBANK97P
027700     IF WS-STMT-DATE IS EQUAL TO SPACES                           BBANK97P
027800        PERFORM FIRST-PAGE THRU                                   BBANK97P
027900                FIRST-PAGE-EXIT                                   BBANK97P
028000        GO TO WORK-LIST-EXIT                                      BBANK97P
028100     END-IF.                                                      BBANK97P
028200     MOVE 'F' TO WS-DIRECTION.                                    BBANK97P
028300     MOVE SPACES TO WS-START-KEY.                                 BBANK97P
028400     PERFORM VIEW-LINES THRU                                      BBANK97P
028500             VIEW-LINES-EXIT.                                     BBANK97P
028600 WORK-LIST-EXIT.                                                  BBANK97P
028700     EXIT.                                                        BBANK97P
028800                                                                  BBANK97P
028900***************************************************************** BBANK97P
029000* Pick up the first statement marked V and clear the marks      * BBANK97P
029100***************************************************************** BBANK97P
029200 FIND-SELECTION.                                                  BBANK97P
029300     ADD 1 TO WS-SUB1.                                            BBANK97P
029400     IF BANK-SCR97-STM-SEL (WS-SUB1) IS EQUAL TO 'V' OR           BBANK97P
029500        BANK-SCR97-STM-SEL (WS-SUB1) IS EQUAL TO 'v'              BBANK97P
029600        IF WS-STMT-DATE IS EQUAL TO SPACES AND                    BBANK97P
029700           BANK-SCR97-STM-DATE (WS-SUB1) IS NOT EQUAL TO SPACES   BBANK97P
029800           MOVE BANK-SCR97-STM-DATE (WS-SUB1) TO WS-STMT-DATE     BBANK97P
029900        END-IF                                                    BBANK97P
030000     ELSE                                                         BBANK97P
030100        IF BANK-SCR97-STM-SEL (WS-SUB1) IS NOT EQUAL TO LOW-VALUESBBANK97P
030200           AND BANK-SCR97-STM-SEL (WS-SUB1) IS NOT EQUAL TO SPACESBBANK97P
030300           SET SEL-ERROR TO TRUE                                  BBANK97P
030400        END-IF                                                    BBANK97P
030500     END-IF.                                                      BBANK97P
030600     MOVE LOW-VALUES TO BANK-SCR97-STM-SEL (WS-SUB1).             BBANK97P
030700 FIND-SELECTION-EXIT.                                             BBANK97P
030800     EXIT.                                                        BBANK97P
030900                                                                  BBANK97P
031000***************************************************************** BBANK97P
031100* ENTER on a statement - R orders a certified copy, L goes      * BBANK97P
031200* back to the list                                              * BBANK97P
031300***************************************************************** BBANK97P
031400 WORK-STATEMENT.                                                  BBANK97P
031500     MOVE BANK-SCR97-ACTION TO WS-ACTION.                         BBANK97P
031600     MOVE LOW-VALUES TO BANK-SCR97-ACTION.                        BBANK97P
031700     EVALUATE WS-ACTION                                           BBANK97P
031800       WHEN 'R'                                                   BBANK97P
031900       WHEN 'r'                                                   BBANK97P
032000         PERFORM ASK-REPRINT THRU                                 BBANK97P
032100                 ASK-REPRINT-EXIT                                 BBANK97P
032200       WHEN 'L'                                                   BBANK97P
032300       WHEN 'l'                                                   BBANK97P
032400         MOVE SPACES TO BANK-SCR97-CONFIRM                        BBANK97P
032500         PERFORM FIRST-PAGE THRU                                  BBANK97P
032600                 FIRST-PAGE-EXIT                                  BBANK97P
032700       WHEN OTHER                                                 BBANK97P
032800         MOVE SPACES TO BANK-SCR97-CONFIRM                        BBANK97P
032900         MOVE 'Key R for a certified copy or L for the list'      BBANK97P
033000           TO BANK-SCR97-ERRMSG                                   BBANK97P
033100     END-EVALUATE.                                                BBANK97P
033200 WORK-STATEMENT-EXIT.                                             BBANK97P
033300     EXIT.                                                        BBANK97P
033400                                                                  BBANK97P
033500***************************************************************** BBANK97P
033600* Show the account's latest statements                          * BBANK97P
033700***************************************************************** BBANK97P
033800 FIRST-PAGE.                                                      BBANK97P
033900     MOVE 'F' TO WS-DIRECTION.                                    BBANK97P
034000     MOVE SPACES TO WS-START-KEY.                                 BBANK97P
034100     PERFORM LIST-STATEMENTS THRU                                 BBANK97P
034200             LIST-STATEMENTS-EXIT.                                BBANK97P
034300 FIRST-PAGE-EXIT.                                                 BBANK97P
034400     EXIT.                                                        BBANK97P
034500                                                                  BBANK97P
034600***************************************************************** BBANK97P
034700* Who is asking - a customer only sees their own accounts       * BBANK97P
034800***************************************************************** BBANK97P
034900 SET-REQUESTER.                                                   BBANK97P
035000     MOVE BANK-SCR97-ACC TO CSM1I-ACC.                            BBANK97P
035100     MOVE BANK-USERID TO CSM1I-USERID.                            BBANK97P
035200     IF BANK-ROLE-CUSTOMER                                        BBANK97P
035300        MOVE BANK-USERID TO CSM1I-PERSON-PID                      BBANK97P
035400     ELSE                                                         BBANK97P
035500        MOVE SPACES TO CSM1I-PERSON-PID                           BBANK97P
035600     END-IF.                                                      BBANK97P
035700 SET-REQUESTER-EXIT.                                              BBANK97P
035800     EXIT.                                                        BBANK97P
035900                                                                  BBANK97P
036000***************************************************************** BBANK97P
036100* Drive DSTMT01P for a page of statements. Paging past the      * BBANK97P
036200* last one leaves the page showing with the message             * BBANK97P
036300***************************************************************** BBANK97P
036400 LIST-STATEMENTS.                                                 BBANK97P
036500     INITIALIZE CSM1-DATA.                                        BBANK97P
036600     SET CSM1I-LIST TO TRUE.                                      BBANK97P
036700     PERFORM SET-REQUESTER THRU                                   BBANK97P
036800             SET-REQUESTER-EXIT.                                  BBANK97P
036900     MOVE WS-DIRECTION TO CSM1I-DIRECTION.                        BBANK97P
037000     MOVE WS-START-KEY TO CSM1I-START-KEY.                        BBANK97P
037100 COPY CSTMTX01.                                                   BBANK97P
037200     MOVE CSM1O-MSG TO BANK-SCR97-ERRMSG.                         BBANK97P
037300     IF NOT CSM1O-REQUEST-OK                                      BBANK97P
037400        IF CSM1O-REQUEST-FAIL                                     BBANK97P
037500           MOVE CSM1O-MSG TO BANK-ERROR-MSG                       BBANK97P
037600        END-IF                                                    BBANK97P
037700        IF WS-START-KEY IS NOT EQUAL TO SPACES                    BBANK97P
037800           GO TO LIST-STATEMENTS-EXIT                             BBANK97P
037900        END-IF                                                    BBANK97P
038000     END-IF.                                                      BBANK97P
038100     MOVE 'L' TO BANK-SCR97-MODE.                                 BBANK97P
038200     MOVE SPACES TO BANK-SCR97-HDR-DATE.                          BBANK97P
038300     MOVE SPACES TO BANK-SCR97-HDR-FROM.                          BBANK97P
038400     MOVE SPACES TO BANK-SCR97-HDR-OPEN.                          BBANK97P
038500     MOVE SPACES TO BANK-SCR97-HDR-CLOSE.                         BBANK97P
038600     MOVE SPACES TO BANK-SCR97-FEE.                               BBANK97P
038700     MOVE SPACES TO BANK-SCR97-FIRST-KEY.                         BBANK97P
038800     MOVE SPACES TO BANK-SCR97-LAST-KEY.                          BBANK97P
038900     IF CSM1O-STMT-COUNT IS GREATER THAN 0                        BBANK97P
039000        MOVE CSM1O-STM-DATE (1) TO BANK-SCR97-FIRST-KEY           BBANK97P
039100        MOVE CSM1O-STM-DATE (CSM1O-STMT-COUNT)                    BBANK97P
039200          TO BANK-SCR97-LAST-KEY                                  BBANK97P
039300     END-IF.                                                      BBANK97P
039400     MOVE 0 TO WS-SUB1.                                           BBANK97P
039500     PERFORM SHOW-STATEMENT-ROW THRU                              BBANK97P
039600             SHOW-STATEMENT-ROW-EXIT 6 TIMES.                     BBANK97P
039700     MOVE 0 TO WS-SUB1.                                           BBANK97P
039800     PERFORM SHOW-LINE-ROW THRU                                   BBANK97P
039900             SHOW-LINE-ROW-EXIT 8 TIMES.                          BBANK97P
040000     IF BANK-SCR97-ERRMSG IS EQUAL TO SPACES                      BBANK97P
040100        MOVE 'Put V against a statement to see its lines'         BBANK97P
040200          TO BANK-SCR97-ERRMSG                                    BBANK97P
040300     END-IF.                                                      BBANK97P
040400 LIST-STATEMENTS-EXIT.                                            BBANK97P
040500     EXIT.                                                        BBANK97P
040600                                                                  BBANK97P
040700***************************************************************** BBANK97P
040800* Drive DSTMT01P for a page of one statement's lines            * BBANK97P
040900***************************************************************** BBANK97P
041000 VIEW-LINES.                                                      BBANK97P
041100     INITIALIZE CSM1-DATA.                                        BBANK97P
041200     SET CSM1I-VIEW TO TRUE.                                      BBANK97P
041300     PERFORM SET-REQUESTER THRU                                   BBANK97P
041400             SET-REQUESTER-EXIT.                                  BBANK97P
041500     MOVE WS-STMT-DATE TO CSM1I-STMT-DATE.                        BBANK97P
041600     MOVE WS-DIRECTION TO CSM1I-DIRECTION.                        BBANK97P
041700     MOVE WS-START-KEY TO CSM1I-START-KEY.                        BBANK97P
041800 COPY CSTMTX01.                                                   BBANK97P
041900     MOVE CSM1O-MSG TO BANK-SCR97-ERRMSG.                         BBANK97P
042000     IF NOT CSM1O-REQUEST-OK                                      BBANK97P
042100        IF CSM1O-REQUEST-FAIL                                     BBANK97P
042200           MOVE CSM1O-MSG TO BANK-ERROR-MSG                       BBANK97P
042300        END-IF                                                    BBANK97P
042400        GO TO VIEW-LINES-EXIT                                     BBANK97P
042500     END-IF.                                                      BBANK97P
042600     MOVE 'V' TO BANK-SCR97-MODE.                                 BBANK97P
042700     MOVE CSM1O-HDR-DATE TO BANK-SCR97-HDR-DATE.                  BBANK97P
042800     MOVE CSM1O-HDR-FROM TO BANK-SCR97-HDR-FROM.                  BBANK97P
042900     MOVE CSM1O-HDR-OPEN-BAL TO BANK-SCR97-HDR-OPEN.              BBANK97P
043000     MOVE CSM1O-HDR-CLOSE-BAL TO BANK-SCR97-HDR-CLOSE.            BBANK97P
043100     MOVE SPACES TO BANK-SCR97-FEE.                               BBANK97P
043200     MOVE SPACES TO BANK-SCR97-FIRST-KEY.                         BBANK97P
043300     MOVE SPACES TO BANK-SCR97-LAST-KEY.                          BBANK97P
043400     IF CSM1O-LINE-COUNT IS GREATER THAN 0                        BBANK97P
043500        MOVE CSM1O-LIN-TS (1) TO BANK-SCR97-FIRST-KEY             BBANK97P
043600        MOVE CSM1O-LIN-TS (CSM1O-LINE-COUNT)                      BBANK97P
043700          TO BANK-SCR97-LAST-KEY                                  BBANK97P
043800     END-IF.                                                      BBANK97P
043900     MOVE 0 TO WS-SUB1.                                           BBANK97P
044000     PERFORM SHOW-STATEMENT-ROW THRU                              BBANK97P
044100             SHOW-STATEMENT-ROW-EXIT 6 TIMES.                     BBANK97P
044200     MOVE 0 TO WS-SUB1.                                           BBANK97P
044300     PERFORM SHOW-LINE-ROW THRU                                   BBANK97P
044400             SHOW-LINE-ROW-EXIT 8 TIMES.                          BBANK97P
044500     IF BANK-SCR97-ERRMSG IS EQUAL TO SPACES                      BBANK97P
044600        MOVE 'Key R for a certified copy or L for the list'       BBANK97P
044700          TO BANK-SCR97-ERRMSG                                    BBANK97P
044800     END-IF.                                                      BBANK97P
044900 VIEW-LINES-EXIT.                                                 BBANK97P
045000     EXIT.                                                        BBANK97P
045100                                                                  BBANK97P
045200***************************************************************** BBANK97P
045300* A certified copy is quoted first - the fee is shown and a     * BBANK97P
045400* second R for the same statement places the order              * BBANK97P
045500***************************************************************** BBANK97P
045600 ASK-REPRINT.                                                     BBANK97P
045700     INITIALIZE CSM1-DATA.                                        BBANK97P
045800     IF BANK-SCR97-CONFIRM IS EQUAL TO 'Y'                        BBANK97P
045900        SET CSM1I-REPRINT TO TRUE                                 BBANK97P
046000     ELSE                                                         BBANK97P
046100        SET CSM1I-QUOTE TO TRUE                                   BBANK97P
046200     END-IF.                                                      BBANK97P
046300     PERFORM SET-REQUESTER THRU                                   BBANK97P
046400             SET-REQUESTER-EXIT.                                  BBANK97P
046500     MOVE BANK-SCR97-HDR-DATE TO CSM1I-STMT-DATE.                 BBANK97P
046600 COPY CSTMTX01.                                                   BBANK97P
046700     MOVE CSM1O-MSG TO BANK-SCR97-ERRMSG.                         BBANK97P
046800     MOVE SPACES TO BANK-SCR97-CONFIRM.                           BBANK97P
046900     IF NOT CSM1O-REQUEST-OK                                      BBANK97P
047000        IF CSM1O-REQUEST-FAIL                                     BBANK97P
047100           MOVE CSM1O-MSG TO BANK-ERROR-MSG                       BBANK97P
047200        END-IF                                                    BBANK97P
047300        GO TO ASK-REPRINT-EXIT                                    BBANK97P
047400     END-IF.                                                      BBANK97P
047500     MOVE CSM1O-FEE TO BANK-SCR97-FEE.                            BBANK97P
047600     IF CSM1I-QUOTE                                               BBANK97P
047700        MOVE 'Y' TO BANK-SCR97-CONFIRM                            BBANK97P
047800        MOVE 'Key R again to order the copy for the fee shown'    BBANK97P
047900          TO BANK-SCR97-ERRMSG                                    BBANK97P
048000     END-IF.                                                      BBANK97P
048100 ASK-REPRINT-EXIT.                                                BBANK97P
048200     EXIT.                                                        BBANK97P
048300                                                                  BBANK97P
048400***************************************************************** BBANK97P
048500* Show one statement, or clear the row                          * BBANK97P
048600***************************************************************** BBANK97P
048700 SHOW-STATEMENT-ROW.                                              BBANK97P
048800     ADD 1 TO WS-SUB1.                                            BBANK97P
048900     MOVE SPACES TO BANK-SCR97-STMT (WS-SUB1).                    BBANK97P
049000     IF WS-SUB1 IS GREATER THAN CSM1O-STMT-COUNT                  BBANK97P
049100        GO TO SHOW-STATEMENT-ROW-EXIT                             BBANK97P
049200     END-IF.                                                      BBANK97P
049300     MOVE CSM1O-STM-DATE (WS-SUB1)                                BBANK97P
049400       TO BANK-SCR97-STM-DATE (WS-SUB1).                          BBANK97P
049500     MOVE CSM1O-STM-FROM (WS-SUB1)                                BBANK97P
049600       TO BANK-SCR97-STM-FROM (WS-SUB1).                          BBANK97P
049700     MOVE CSM1O-STM-OPEN-BAL (WS-SUB1)                            BBANK97P
049800       TO BANK-SCR97-STM-OPEN (WS-SUB1).                          BBANK97P
049900     MOVE CSM1O-STM-CLOSE-BAL (WS-SUB1)                           BBANK97P
050000       TO BANK-SCR97-STM-CLOSE (WS-SUB1).                         BBANK97P
050100     MOVE CSM1O-STM-LINES (WS-SUB1)                               BBANK97P
050200       TO BANK-SCR97-STM-LINES (WS-SUB1).                         BBANK97P
050300 SHOW-STATEMENT-ROW-EXIT.                                         BBANK97P
050400     EXIT.                                                        BBANK97P
050500                                                                  BBANK97P
050600***************************************************************** BBANK97P
050700* Show one statement line, or clear the row                     * BBANK97P
050800***************************************************************** BBANK97P
050900 SHOW-LINE-ROW.                                                   BBANK97P
051000     ADD 1 TO WS-SUB1.                                            BBANK97P
051100     MOVE SPACES TO BANK-SCR97-LINE (WS-SUB1).                    BBANK97P
051200     IF WS-SUB1 IS GREATER THAN CSM1O-LINE-COUNT                  BBANK97P
051300        GO TO SHOW-LINE-ROW-EXIT                                  BBANK97P
051400     END-IF.                                                      BBANK97P
051500     MOVE CSM1O-LIN-TS (WS-SUB1) (1:10)                           BBANK97P
051600       TO BANK-SCR97-LIN-DATE (WS-SUB1).                          BBANK97P
051700     MOVE CSM1O-LIN-DESC (WS-SUB1)                                BBANK97P
051800       TO BANK-SCR97-LIN-DESC (WS-SUB1).                          BBANK97P
051900     MOVE CSM1O-LIN-AMOUNT (WS-SUB1)                              BBANK97P
052000       TO BANK-SCR97-LIN-AMOUNT (WS-SUB1).                        BBANK97P
052100 SHOW-LINE-ROW-EXIT.                                              BBANK97P
052200     EXIT.                                                        BBANK97P
052300                                                                  BBANK97P
052400***************************************************************** BBANK97P
052500* Check for an idle session timeout                             * BBANK97P
052600***************************************************************** BBANK97P
052700 COPY CIDLECHK.                                                   BBANK97P
