000100***************************************************************** BBANK55P
000200*                                                               * BBANK55P
000300*  Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.    * BBANK55P
000400*  This demonstration program is provided for use by users      * BBANK55P
000500*  of Micro Focus products and may be used, modified and        * BBANK55P
000600*  distributed as part of your application provided that        * BBANK55P
000700*  you properly acknowledge the copyright of Micro Focus        * BBANK55P
000800*  in this material.                                            * BBANK55P
000900*                                                               * BBANK55P
001000***************************************************************** BBANK55P
001100                                                                  BBANK55P
001200***************************************************************** BBANK55P
001300* Program:     BBANK55P.CBL                                     * BBANK55P
001400* Layer:       Business logic                                   * BBANK55P
001500* Function:    Direct-debit mandates - lists the mandates held  * BBANK55P
001600*              on an account a page at a time and lets the      * BBANK55P
001700*              customer cancel one, block its originator on all * BBANK55P
001800*              their accounts or lift the block. All through    * BBANK55P
001900*              DMAND01P                                         * BBANK55P
002000***************************************************************** BBANK55P
002100                                                                  BBANK55P
002200 IDENTIFICATION DIVISION.                                         BBANK55P
002300 PROGRAM-ID.                                                      BBANK55P
002400     BBANK55P.                                                    BBANK55P
002500 DATE-WRITTEN.                                                    BBANK55P
002600     October 2026.                                                BBANK55P
002700 DATE-COMPILED.                                                   BBANK55P
002800     Today.                                                       BBANK55P
002900                                                                  BBANK55P
003000 ENVIRONMENT DIVISION.                                            BBANK55P
003100                                                                  BBANK55P
003200 DATA DIVISION.                                                   BBANK55P
003300 WORKING-STORAGE SECTION.                                         BBANK55P
003400 01  WS-MISC-STORAGE.                                             BBANK55P
003500   05  WS-PROGRAM-ID                         PIC X(8)             BBANK55P
003600       VALUE 'BBANK55P'.                                          BBANK55P
003700   05  WS-INPUT-FLAG                         PIC X(1).            BBANK55P
003800     88  INPUT-OK                            VALUE '0'.           BBANK55P
003900     88  INPUT-ERROR                         VALUE '1'.           BBANK55P
004000   05  WS-RETURN-FLAG                        PIC X(1).            BBANK55P
004100     88  WS-RETURN-FLAG-OFF                  VALUE LOW-VALUES.    BBANK55P
004200     88  WS-RETURN-FLAG-ON                   VALUE '1'.           BBANK55P
004300   05  WS-PFK-FLAG                           PIC X(1).            BBANK55P
004400     88  PFK-VALID                           VALUE '0'.           BBANK55P
004500     88  PFK-INVALID                         VALUE '1'.           BBANK55P
004600   05  WS-IDLE-FLAG                          PIC X(1).            BBANK55P
004700     88  SESSION-NOT-TIMED-OUT               VALUE '0'.           BBANK55P
004800     88  WS-SESSION-TIMED-OUT                VALUE '1'.           BBANK55P
004900   05  WS-SEL-FLAG                           PIC X(1).            BBANK55P
005000     88  SEL-OK                              VALUE '0'.           BBANK55P
005100     88  SEL-ERROR                           VALUE '1'.           BBANK55P
005200   05  WS-ERROR-MSG                          PIC X(75).           BBANK55P
005300   05  WS-SUB1                               PIC S9(4) COMP.      BBANK55P
005400   05  WS-HOLD-ACC                           PIC X(9).            BBANK55P
005500   05  WS-ACTION                             PIC X(1).            BBANK55P
005600   05  WS-DIRECTION                          PIC X(1).            BBANK55P
005700   05  WS-START-KEY                          PIC X(7).            BBANK55P
005800   05  WS-START-ID                           PIC 9(7).            BBANK55P
005900   05  WS-MANDATE-ID                         PIC X(7).            BBANK55P
006000                                                                  BBANK55P
006100 01  WS-BANK-DATA.                                                BBANK55P
006200 COPY CBANKDAT.                                                   BBANK55P
006300 COPY CTIMERD.                                                    BBANK55P
006400 01  WS-SESSION-DATA.                                             BBANK55P
006500 COPY CSIGND01.                                                   BBANK55P
006600 01  WS-EXCEPTION-DATA.                                           BBANK55P
006700 COPY CBANKD16.                                                   BBANK55P
006800 01  WS-MAND-DATA.                                                BBANK55P
006900 COPY CMANDD01.                                                   BBANK55P
007000                                                                  BBANK55P
007100 COPY CABENDD.                                                    BBANK55P
007200                                                                  BBANK55P
007300 LINKAGE SECTION.                                                 BBANK55P
007400 01  DFHCOMMAREA.                                                 BBANK55P
007500   05  LK-COMMAREA                           PIC X(32654).        BBANK55P
007600                                                                  BBANK55P
007700 COPY CENTRY.                                                     BBANK55P
007800***************************************************************** BBANK55P
007900* Make ourselves re-entrant                                     * BBANK55P
008000***************************************************************** BBANK55P
008100     MOVE SPACES TO WS-ERROR-MSG.                                 BBANK55P
008200                                                                  BBANK55P
008300***************************************************************** BBANK55P
008400* Move the passed area to our area                              * BBANK55P
008500***************************************************************** BBANK55P
008600     MOVE DFHCOMMAREA (1:LENGTH OF WS-BANK-DATA) TO WS-BANK-DATA. BBANK55P
008700                                                                  BBANK55P
008800***************************************************************** BBANK55P
008900* Ensure error message is cleared                               * BBANK55P
009000***************************************************************** BBANK55P
009100     MOVE SPACES TO BANK-ERROR-MSG.                               BBANK55P
009200                                                                  BBANK55P
009300***************************************************************** BBANK55P
009400* Save the passed return flag and then turn it off              * BBANK55P
009500***************************************************************** BBANK55P
009600     MOVE BANK-RETURN-FLAG TO WS-RETURN-FLAG.                     BBANK55P
009700     SET BANK-RETURN-FLAG-OFF TO TRUE.                            BBANK55P
009800                                                                  BBANK55P
009900***************************************************************** BBANK55P
010000* Force a logoff if the session has been idle too long          * BBANK55P
010100***************************************************************** BBANK55P
010200     SET SESSION-NOT-TIMED-OUT TO TRUE.                           BBANK55P
010300     PERFORM CHECK-IDLE-TIMEOUT THRU                              BBANK55P
010400             CHECK-IDLE-TIMEOUT-EXIT.                             BBANK55P
010500     IF WS-SESSION-TIMED-OUT                                      BBANK55P
010600        MOVE 'BBANK55P' TO BANK-LAST-PROG                         BBANK55P
010700        MOVE 'BBANK99P' TO BANK-NEXT-PROG                         BBANK55P
010800        MOVE 'MBANK99' TO BANK-NEXT-MAPSET                        BBANK55P
010900        MOVE 'BANK99A' TO BANK-NEXT-MAP                           BBANK55P
011000        MOVE 'Session timed out due to inactivity' TO             BBANK55P
011100             BANK-ERROR-MSG                                       BBANK55P
011200        SET BANK-AID-ENTER TO TRUE                                BBANK55P
011300        GO TO COMMON-RETURN                                       BBANK55P
011400     END-IF.                                                      BBANK55P
011500                                                                  BBANK55P
011600***************************************************************** BBANK55P
011700* Check the AID to see if its valid at this point               * BBANK55P
011800***************************************************************** BBANK55P
011900     SET PFK-INVALID TO TRUE.                                     BBANK55P
012000     IF BANK-AID-ENTER OR                                         BBANK55P
012100        BANK-AID-PFK03 OR                                         BBANK55P
012200        BANK-AID-PFK04 OR                                         BBANK55P
012300        BANK-AID-PFK07 OR                                         BBANK55P
012400        BANK-AID-PFK08                                            BBANK55P
012500        SET PFK-VALID TO TRUE                                     BBANK55P
012600     END-IF.                                                      BBANK55P
012700     IF PFK-INVALID                                               BBANK55P
012800        SET BANK-AID-ENTER TO TRUE                                BBANK55P
012900     END-IF.                                                      BBANK55P
013000                                                                  BBANK55P
013100***************************************************************** BBANK55P
013200* Check the AID to see if we have to quit                       * BBANK55P
013300***************************************************************** BBANK55P
013400     IF BANK-AID-PFK03                                            BBANK55P
013500        MOVE 'BBANK55P' TO BANK-LAST-PROG                         BBANK55P
013600        MOVE 'BBANK99P' TO BANK-NEXT-PROG                         BBANK55P
013700        MOVE 'MBANK99' TO BANK-NEXT-MAPSET                        BBANK55P
013800        MOVE 'BANK99A' TO BANK-NEXT-MAP                           BBANK55P
013900        GO TO COMMON-RETURN                                       BBANK55P
014000     END-IF.                                                      BBANK55P
014100                                                                  BBANK55P
014200***************************************************************** BBANK55P
014300* Check the AID to see if we have to return to the services     * BBANK55P
014400* menu                                                          * BBANK55P
014500***************************************************************** BBANK55P
014600     IF BANK-AID-PFK04                                            BBANK55P
014700        MOVE 'BBANK55P' TO BANK-LAST-PROG                         BBANK55P
014800        MOVE 'BBANK21P' TO BANK-NEXT-PROG                         BBANK55P
014900        MOVE 'MBANK21' TO BANK-NEXT-MAPSET                        BBANK55P
015000        MOVE 'BANK21A' TO BANK-NEXT-MAP                           BBANK55P
015100        SET BANK-AID-ENTER TO TRUE                                BBANK55P
015200        GO TO COMMON-RETURN                                       BBANK55P
015300     END-IF.                                                      BBANK55P
015400                                                                  BBANK55P
015500     MOVE 'BBANK55P' TO BANK-LAST-PROG.                           BBANK55P
015600     MOVE 'BBANK55P' TO BANK-NEXT-PROG.                           BBANK55P
015700     MOVE 'MBANK55' TO BANK-NEXT-MAPSET.                          BBANK55P
015800     MOVE 'BANK55A' TO BANK-NEXT-MAP.                             BBANK55P
015900                                                                  BBANK55P
016000* Check if we have set the screen up before or is this 1st time   BBANK55P
016100* - the account comes across from the account list                BBANK55P
016200     IF BANK-LAST-MAPSET IS NOT EQUAL TO 'MBANK55'                BBANK55P
016300        MOVE 'MBANK55' TO BANK-LAST-MAPSET                        BBANK55P
016400        MOVE 'BANK55A' TO BANK-LAST-MAP                           BBANK55P
016500        MOVE BANK-SCR55-ACC TO WS-HOLD-ACC                        BBANK55P
016600        MOVE LOW-VALUES TO BANK-SCREEN55-DATA                     BBANK55P
016700        MOVE WS-HOLD-ACC TO BANK-SCR55-ACC                        BBANK55P
016800        IF BANK-SCR55-ACC IS NOT EQUAL TO LOW-VALUES AND          BBANK55P
016900           BANK-SCR55-ACC IS NOT EQUAL TO SPACES                  BBANK55P
017000           PERFORM FIRST-PAGE THRU                                BBANK55P
017100                   FIRST-PAGE-EXIT                                BBANK55P
017200        END-IF                                                    BBANK55P
017300        GO TO COMMON-RETURN                                       BBANK55P
017400     END-IF.                                                      BBANK55P
017500                                                                  BBANK55P
017600***************************************************************** BBANK55P
017700* The user pressed ENTER or paged - validate and act            * BBANK55P
017800***************************************************************** BBANK55P
017900     MOVE 'MBANK55' TO BANK-LAST-MAPSET.                          BBANK55P
018000     MOVE 'BANK55A' TO BANK-LAST-MAP.                             BBANK55P
018100                                                                  BBANK55P
018200     PERFORM VALIDATE-INPUT THRU                                  BBANK55P
018300             VALIDATE-INPUT-EXIT.                                 BBANK55P
018400     IF INPUT-ERROR                                               BBANK55P
018500        MOVE WS-ERROR-MSG TO BANK-SCR55-ERRMSG                    BBANK55P
018600        MOVE WS-ERROR-MSG TO BANK-ERROR-MSG                       BBANK55P
018700        GO TO COMMON-RETURN                                       BBANK55P
018800     END-IF.                                                      BBANK55P
018900                                                                  BBANK55P
019000     IF BANK-AID-PFK07 OR                                         BBANK55P
019100        BANK-AID-PFK08                                            BBANK55P
019200        PERFORM PAGE-SCREEN THRU                                  BBANK55P
019300                PAGE-SCREEN-EXIT                                  BBANK55P
019400        GO TO COMMON-RETURN                                       BBANK55P
019500     END-IF.                                                      BBANK55P
019600                                                                  BBANK55P
019700     PERFORM WORK-LIST THRU                                       BBANK55P
019800             WORK-LIST-EXIT.                                      BBANK55P
019900     GO TO COMMON-RETURN.                                         BBANK55P
020000                                                                  BBANK55P
020100 COMMON-RETURN.                                                   BBANK55P
020200     IF BANK-ERROR-MSG NOT EQUAL TO SPACES                        BBANK55P
020300        MOVE SPACES TO CD16-DATA                                  BBANK55P
020400        MOVE BANK-USERID TO CD16I-PERSON-PID                      BBANK55P
020500        MOVE WS-PROGRAM-ID TO CD16I-PROGRAM                       BBANK55P
020600        MOVE BANK-ERROR-MSG TO CD16I-MESSAGE                      BBANK55P
020700     COPY CBANKX16.                                               BBANK55P
020800     END-IF.                                                      BBANK55P
020900     MOVE WS-BANK-DATA TO DFHCOMMAREA (1:LENGTH OF WS-BANK-DATA). BBANK55P
021000 COPY CRETURN.                                                    BBANK55P
021100***************************************************************** BBANK55P
021200* Validate what the user keyed                                  * BBANK55P
021300***************************************************************** BBANK55P
021400 VALIDATE-INPUT.                                                  BBANK55P
021500     SET INPUT-OK TO TRUE.                                        BBANK55P
021600     IF BANK-SCR55-ACC IS EQUAL TO LOW-VALUES OR                  BBANK55P
021700        BANK-SCR55-ACC IS EQUAL TO SPACES                         BBANK55P
021800        MOVE 'Key the account whose mandates are wanted'          BBANK55P
021900          TO WS-ERROR-MSG                                         BBANK55P
022000        GO TO VALIDATE-INPUT-ERROR                                BBANK55P
022100     END-IF.                                                      BBANK55P
022200     GO TO VALIDATE-INPUT-EXIT.                                   BBANK55P
022300 VALIDATE-INPUT-ERROR.                                            BBANK55P
022400     SET INPUT-ERROR TO TRUE.                                     BBANK55P
022500 VALIDATE-INPUT-EXIT.                                             BBANK55P
022600     EXIT.                                                        BBANK55P
022700                                                                  BBANK55P
022800***************************************************************** BBANK55P
022900* PF8 pages on to later mandates, PF7 back to earlier ones      * BBANK55P
023000***************************************************************** BBANK55P
023100 PAGE-SCREEN.                                                     BBANK55P
023200     IF BANK-AID-PFK08                                            BBANK55P
023300        MOVE 'F' TO WS-DIRECTION                                  BBANK55P
023400        MOVE BANK-SCR55-LAST-KEY TO WS-START-KEY                  BBANK55P
023500     ELSE                                                         BBANK55P
023600        MOVE 'B' TO WS-DIRECTION                                  BBANK55P
023700        MOVE BANK-SCR55-FIRST-KEY TO WS-START-KEY                 BBANK55P
023800     END-IF.                                                      BBANK55P
023900     IF WS-START-KEY IS EQUAL TO LOW-VALUES OR                    BBANK55P
024000        WS-START-KEY IS EQUAL TO SPACES                           BBANK55P
024100        MOVE 'There is nothing further to page to'                BBANK55P
024200          TO BANK-SCR55-ERRMSG                                    BBANK55P
024300        GO TO PAGE-SCREEN-EXIT                                    BBANK55P
024400     END-IF.                                                      BBANK55P
024500     MOVE WS-START-KEY TO WS-START-ID.                            BBANK55P
024600     PERFORM LIST-MANDATES THRU                                   BBANK55P
024700             LIST-MANDATES-EXIT.                                  BBANK55P
024800 PAGE-SCREEN-EXIT.                                                BBANK55P
024900     EXIT.                                                        BBANK55P
025000                                                                  BBANK55P
025100***************************************************************** BBANK55P
025200* ENTER on the list - a C against a mandate cancels it, a B     * BBANK55P
025300* blocks its originator and a U lifts the block. The page is    * BBANK55P
025400* then shown again. With nothing marked the list is shown       * BBANK55P
025500* again from the first mandate                                  * BBANK55P
025600***************************************************************** BBANK55P
025700 WORK-LIST.                                                       BBANK55P
025800     MOVE SPACES TO WS-ACTION.                                    BBANK55P
025900     MOVE SPACES TO WS-MANDATE-ID.                                BBANK55P
026000     SET SEL-OK TO TRUE.                                          BBANK55P
026100     MOVE 0 TO WS-SUB1.                                           BBANK55P
026200     PERFORM FIND-SELECTION THRU                                  BBANK55P
026300             FIND-SELECTION-EXIT 6 TIMES.                         BBANK55P
026400     IF SEL-ERROR                                                 BBANK55P
026500        MOVE 'Put C, B or U against one mandate only'             BBANK55P
026600          TO BANK-SCR55-ERRMSG                                    BBANK55P
026700        GO TO WORK-LIST-EXIT                                      BBANK55P
026800     END-IF.                                                      BBANK55P
026900     IF WS-ACTION IS EQUAL TO SPACES                              BBANK55P
027000        PERFORM FIRST-PAGE THRU                                   BBANK55P
027100                FIRST-PAGE-EXIT                                   BBANK55P
027200        GO TO WORK-LIST-EXIT                                      BBANK55P
027300     END-IF.                                                      BBANK55P
027400     IF GUEST                                                     BBANK55P
027500        MOVE 'Guest users cannot change mandates'                 BBANK55P
027600          TO BANK-SCR55-ERRMSG                                    BBANK55P
027700        GO TO WORK-LIST-EXIT                                      BBANK55P
027800     END-IF.                                                      BBANK55P
027900     IF NOT BANK-VIEW-AS-OFF                                      BBANK55P
028000        MOVE 'Updates are blocked in a view-as session'           BBANK55P
028100          TO BANK-SCR55-ERRMSG                                    BBANK55P
028200        GO TO WORK-LIST-EXIT                                      BBANK55P
028300     END-IF.                                                      BBANK55P
028400     PERFORM CHANGE-MANDATE THRU                                  BBANK55P
028500             CHANGE-MANDATE-EXIT.                                 BBANK55P
028600 WORK-LIST-EXIT.                                                  BBANK55P
028700     EXIT.                                                        BBANK55P
028800                                                                  BBANK55P
028900***************************************************************** BBANK55P
029000* Pick up the one mandate marked C, B or U and clear the marks  * BBANK55P
029100***************************************************************** BBANK55P
029200 FIND-SELECTION.                                                  BBANK55P
029300     ADD 1 TO WS-SUB1.                                            BBANK55P
029400     IF BANK-SCR55-MND-SEL (WS-SUB1) IS EQUAL TO LOW-VALUES OR    BBANK55P
029500        BANK-SCR55-MND-SEL (WS-SUB1) IS EQUAL TO SPACES           BBANK55P
029600        GO TO FIND-SELECTION-EXIT                                 BBANK55P
029700     END-IF.                                                      BBANK55P
029800     IF WS-ACTION IS NOT EQUAL TO SPACES OR                       BBANK55P
029900        BANK-SCR55-MND-ID (WS-SUB1) IS EQUAL TO SPACES            BBANK55P
030000        SET SEL-ERROR TO TRUE                                     BBANK55P
030100     END-IF.                                                      BBANK55P
030200     EVALUATE BANK-SCR55-MND-SEL (WS-SUB1)                        BBANK55P
030300       WHEN 'C'                                                   BBANK55P
030400       WHEN 'c'                                                   BBANK55P
030500         MOVE 'C' TO WS-ACTION                                    BBANK55P
030600       WHEN 'B'                                                   BBANK55P
030700       WHEN 'b'                                                   BBANK55P
030800         MOVE 'B' TO WS-ACTION                                    BBANK55P
030900       WHEN 'U'                                                   BBANK55P
031000       WHEN 'u'                                                   BBANK55P
031100         MOVE 'U' TO WS-ACTION                                    BBANK55P
031200       WHEN OTHER                                                 BBANK55P
031300         SET SEL-ERROR TO TRUE                                    BBANK55P
031400     END-EVALUATE.                                                BBANK55P
031500     MOVE BANK-SCR55-MND-ID (WS-SUB1) TO WS-MANDATE-ID.           BBANK55P
031600     MOVE LOW-VALUES TO BANK-SCR55-MND-SEL (WS-SUB1).             BBANK55P
031700 FIND-SELECTION-EXIT.                                             BBANK55P
031800     EXIT.                                                        BBANK55P
031900                                                                  BBANK55P
032000***************************************************************** BBANK55P
032100* Drive DMAND01P to cancel the mandate or block or unblock its  * BBANK55P
032200* originator, then show the same page again with the outcome    * BBANK55P
032300***************************************************************** BBANK55P
032400 CHANGE-MANDATE.                                                  BBANK55P
032500     INITIALIZE CMD1-DATA.                                        BBANK55P
032600     MOVE WS-ACTION TO CMD1I-FUNCTION.                            BBANK55P
032700     PERFORM SET-REQUESTER THRU                                   BBANK55P
032800             SET-REQUESTER-EXIT.                                  BBANK55P
032900     MOVE WS-MANDATE-ID TO CMD1I-MANDATE-ID.                      BBANK55P
033000 COPY CMANDX01.                                                   BBANK55P
033100     MOVE CMD1O-MSG TO WS-ERROR-MSG.                              BBANK55P
033200     IF CMD1O-REQUEST-FAIL                                        BBANK55P
033300        MOVE CMD1O-MSG TO BANK-ERROR-MSG                          BBANK55P
033400     END-IF.                                                      BBANK55P
033500     MOVE 'F' TO WS-DIRECTION.                                    BBANK55P
033600     MOVE 0 TO WS-START-ID.                                       BBANK55P
033700     IF BANK-SCR55-FIRST-KEY IS NOT EQUAL TO LOW-VALUES AND       BBANK55P
033800        BANK-SCR55-FIRST-KEY IS NOT EQUAL TO SPACES               BBANK55P
033900        MOVE BANK-SCR55-FIRST-KEY TO WS-START-ID                  BBANK55P
034000        SUBTRACT 1 FROM WS-START-ID                               BBANK55P
034100     END-IF.                                                      BBANK55P
034200     PERFORM LIST-MANDATES THRU                                   BBANK55P
034300             LIST-MANDATES-EXIT.                                  BBANK55P
034400     MOVE WS-ERROR-MSG TO BANK-SCR55-ERRMSG.                      BBANK55P
034500 CHANGE-MANDATE-EXIT.                                             BBANK55P
034600     EXIT.                                                        BBANK55P
034700                                                                  BBANK55P
034800***************************************************************** BBANK55P
034900* Show the account's mandates from the first                    * BBANK55P
035000***************************************************************** BBANK55P
035100 FIRST-PAGE.                                                      BBANK55P
035200     MOVE 'F' TO WS-DIRECTION.                                    BBANK55P
035300     MOVE 0 TO WS-START-ID.                                       BBANK55P
035400     PERFORM LIST-MANDATES THRU                                   BBANK55P
035500             LIST-MANDATES-EXIT.                                  BBANK55P
035600 FIRST-PAGE-EXIT.                                                 BBANK55P
035700     EXIT.                                                        BBANK55P
035800                                                                  BBANK55P
035900***************************************************************** BBANK55P
036000* Who is asking - a customer only sees their own accounts       * BBANK55P
036100***************************************************************** BBANK55P
036200 SET-REQUESTER.                                                   BBANK55P
036300     MOVE BANK-SCR55-ACC TO CMD1I-ACC.                            BBANK55P
036400     MOVE BANK-USERID TO CMD1I-USERID.                            BBANK55P
036500     IF BANK-ROLE-CUSTOMER                                        BBANK55P
036600        MOVE BANK-USERID TO CMD1I-PERSON-PID                      BBANK55P
036700     ELSE                                                         BBANK55P
036800        MOVE SPACES TO CMD1I-PERSON-PID                           BBANK55P
036900     END-IF.                                                      BBANK55P
037000 SET-REQUESTER-EXIT.                                              BBANK55P
037100     EXIT.                                                        BBANK55P
037200                                                                  BBANK55P
037300***************************************************************** BBANK55P
037400* Drive DMAND01P for a page of mandates. Paging past the last   * BBANK55P
037500* one leaves the page showing with the message                  * BBANK55P
037600***************************************************************** BBANK55P
037700 LIST-MANDATES.                                                   BBANK55P
037800     INITIALIZE CMD1-DATA.                                        BBANK55P
037900     SET CMD1I-LIST TO TRUE.                                      BBANK55P
038000     PERFORM SET-REQUESTER THRU                                   BBANK55P
038100             SET-REQUESTER-EXIT.                                  BBANK55P
038200     MOVE WS-DIRECTION TO CMD1I-DIRECTION.                        BBANK55P
038300     MOVE WS-START-ID TO CMD1I-START-ID.                          BBANK55P
038400 COPY CMANDX01.                                                   BBANK55P
038500     MOVE CMD1O-MSG TO BANK-SCR55-ERRMSG.                         BBANK55P
038600     IF NOT CMD1O-REQUEST-OK                                      BBANK55P
038700        IF CMD1O-REQUEST-FAIL                                     BBANK55P
038800           MOVE CMD1O-MSG TO BANK-ERROR-MSG                       BBANK55P
038900        END-IF                                                    BBANK55P
039000        IF WS-START-ID IS NOT EQUAL TO ZERO                       BBANK55P
039100           GO TO LIST-MANDATES-EXIT                               BBANK55P
039200        END-IF                                                    BBANK55P
039300     END-IF.                                                      BBANK55P
039400     MOVE SPACES TO BANK-SCR55-FIRST-KEY.                         BBANK55P
039500     MOVE SPACES TO BANK-SCR55-LAST-KEY.                          BBANK55P
039600     IF CMD1O-MAND-COUNT IS GREATER THAN 0                        BBANK55P
039700        MOVE CMD1O-MND-ID (1) TO BANK-SCR55-FIRST-KEY             BBANK55P
039800        MOVE CMD1O-MND-ID (CMD1O-MAND-COUNT)                      BBANK55P
039900          TO BANK-SCR55-LAST-KEY                                  BBANK55P
040000     END-IF.                                                      BBANK55P
040100     MOVE 0 TO WS-SUB1.                                           BBANK55P
040200     PERFORM SHOW-MANDATE-ROW THRU                                BBANK55P
040300             SHOW-MANDATE-ROW-EXIT 6 TIMES.                       BBANK55P
040400     IF BANK-SCR55-ERRMSG IS EQUAL TO SPACES                      BBANK55P
040500        MOVE 'C cancels, B blocks its originator, U lifts a block'BBANK55P
040600          TO BANK-SCR55-ERRMSG                                    BBANK55P
040700     END-IF.                                                      BBANK55P
040800 LIST-MANDATES-EXIT.                                              BBANK55P
040900     EXIT.                                                        BBANK55P
041000                                                                  BBANK55P
041100***************************************************************** BBANK55P
041200* Show one mandate, or clear the row. A blocked originator      * BBANK55P
041300* shows as blocked whatever the mandate's own status            * BBANK55P
041400***************************************************************** BBANK55P
041500 SHOW-MANDATE-ROW.                                                BBANK55P
041600     ADD 1 TO WS-SUB1.                                            BBANK55P
041700     MOVE SPACES TO BANK-SCR55-MAND (WS-SUB1).                    BBANK55P
041800     IF WS-SUB1 IS GREATER THAN CMD1O-MAND-COUNT                  BBANK55P
041900        GO TO SHOW-MANDATE-ROW-EXIT                               BBANK55P
042000     END-IF.                                                      BBANK55P
042100     MOVE CMD1O-MND-ID (WS-SUB1)                                  BBANK55P
042200       TO BANK-SCR55-MND-ID (WS-SUB1).                            BBANK55P
042300     MOVE CMD1O-MND-ORIGINATOR (WS-SUB1)                          BBANK55P
042400       TO BANK-SCR55-MND-ORIG (WS-SUB1).                          BBANK55P
042500     MOVE CMD1O-MND-REF (WS-SUB1)                                 BBANK55P
042600       TO BANK-SCR55-MND-REF (WS-SUB1).                           BBANK55P
042700     IF CMD1O-MND-BLOCKED (WS-SUB1) IS EQUAL TO 'Y'               BBANK55P
042800        MOVE 'Blocked' TO BANK-SCR55-MND-STATUS (WS-SUB1)         BBANK55P
042900     ELSE                                                         BBANK55P
043000        IF CMD1O-MND-STATUS (WS-SUB1) IS EQUAL TO 'A'             BBANK55P
043100           MOVE 'Active' TO BANK-SCR55-MND-STATUS (WS-SUB1)       BBANK55P
043200        ELSE                                                      BBANK55P
043300           MOVE 'Cancelled' TO BANK-SCR55-MND-STATUS (WS-SUB1)    BBANK55P
043400        END-IF                                                    BBANK55P
043500     END-IF.                                                      BBANK55P
043600     IF CMD1O-MND-LAST-DATE (WS-SUB1) IS NOT EQUAL TO SPACES      BBANK55P
043700        MOVE CMD1O-MND-LAST-DATE (WS-SUB1)                        BBANK55P
043800          TO BANK-SCR55-MND-LAST-DATE (WS-SUB1)                   BBANK55P
043900        MOVE CMD1O-MND-LAST-AMOUNT (WS-SUB1)                      BBANK55P
044000          TO BANK-SCR55-MND-LAST-AMT (WS-SUB1)                    BBANK55P
044100     END-IF.                                                      BBANK55P
044200 SHOW-MANDATE-ROW-EXIT.                                           BBANK55P
044300     EXIT.                                                        BBANK55P
044400                                                                  BBANK55P
044500***************************************************************** BBANK55P
044600* Check for an idle session timeout                             * BBANK55P
044700***************************************************************** BBANK55P
044800 COPY CIDLECHK.                                                   BBANK55P
