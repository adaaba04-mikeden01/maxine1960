000100***************************************************************** BBANK14P
000200*                                                               * BBANK14P
000300*  Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.    * BBANK14P
000400*  This demonstration program is provided for use by users      * BBANK14P
000500*  of Micro Focus products and may be used, modified and        * BBANK14P
000600*  distributed as part of your application provided that        * BBANK14P
000700*  you properly acknowledge the copyright of Micro Focus        * BBANK14P
000800*  in this material.                                            * BBANK14P
000900*                                                               * BBANK14P
001000***************************************************************** BBANK14P
001100                                                                  BBANK14P
001200***************************************************************** BBANK14P
001300* Program:     BBANK14P.CBL                                     * BBANK14P
001400* Layer:       Business logic                                   * BBANK14P
001500* Function:    Third-party provider consents - lists the access * BBANK14P
001600*              the customer has given registered providers a    * BBANK14P
001700*              page at a time, lets them revoke a consent or    * BBANK14P
001800*              confirm it again when it falls due, and grant a  * BBANK14P
001900*              provider access to chosen accounts. All through  * BBANK14P
002000*              DTPPC01P                                         * BBANK14P
002100***************************************************************** BBANK14P
002200                                                                  BBANK14P
002300 IDENTIFICATION DIVISION.                                         BBANK14P
002400 PROGRAM-ID.                                                      BBANK14P
002500     BBANK14P.                                                    BBANK14P
002600 DATE-WRITTEN.                                                    BBANK14P
002700     October 2026.                                                BBANK14P
002800 DATE-COMPILED.                                                   BBANK14P
002900     Today.                                                       BBANK14P
003000                                                                  BBANK14P
003100 ENVIRONMENT DIVISION.                                            BBANK14P
003200                                                                  BBANK14P
003300 DATA DIVISION.                                                   BBANK14P
003400 WORKING-STORAGE SECTION.                                         BBANK14P
003500 01  WS-MISC-STORAGE.                                             BBANK14P
003600   05  WS-PROGRAM-ID                         PIC X(8)             BBANK14P
003700       VALUE 'BBANK14P'.                                          BBANK14P
003800   05  WS-INPUT-FLAG                         PIC X(1).            BBANK14P
003900     88  INPUT-OK                            VALUE '0'.           BBANK14P
004000     88  INPUT-ERROR                         VALUE '1'.           BBANK14P
004100   05  WS-RETURN-FLAG                        PIC X(1).            BBANK14P
004200     88  WS-RETURN-FLAG-OFF                  VALUE LOW-VALUES.    BBANK14P
004300     88  WS-RETURN-FLAG-ON                   VALUE '1'.           BBANK14P
004400   05  WS-PFK-FLAG                           PIC X(1).            BBANK14P
004500     88  PFK-VALID                           VALUE '0'.           BBANK14P
004600     88  PFK-INVALID                         VALUE '1'.           BBANK14P
004700   05  WS-IDLE-FLAG                          PIC X(1).            BBANK14P
004800     88  SESSION-NOT-TIMED-OUT               VALUE '0'.           BBANK14P
004900     88  WS-SESSION-TIMED-OUT                VALUE '1'.           BBANK14P
005000   05  WS-SEL-FLAG                           PIC X(1).            BBANK14P
005100     88  SEL-OK                              VALUE '0'.           BBANK14P
005200     88  SEL-ERROR                           VALUE '1'.           BBANK14P
005300   05  WS-ERROR-MSG                          PIC X(75).           BBANK14P
005400   05  WS-SUB1                               PIC S9(4) COMP.      BBANK14P
005500   05  WS-ACTION                             PIC X(1).            BBANK14P
005600   05  WS-DIRECTION                          PIC X(1).            BBANK14P
005700   05  WS-START-KEY                          PIC X(7).            BBANK14P
005800   05  WS-START-ID                           PIC 9(7).            BBANK14P
005900   05  WS-CONSENT-ID                         PIC X(7).            BBANK14P
006000   05  WS-DAYS-TEXT                          PIC X(3).            BBANK14P
006100   05  WS-DAYS-LEN                           PIC S9(4) COMP.      BBANK14P
006200   05  WS-GRANT-DAYS                         PIC 9(3).            BBANK14P
006300                                                                  BBANK14P
006400 01  WS-BANK-DATA.                                                BBANK14P
006500 COPY CBANKDAT.                                                   BBANK14P
006600 COPY CTIMERD.                                                    BBANK14P
006700 01  WS-SESSION-DATA.                                             BBANK14P
006800 COPY CSIGND01.                                                   BBANK14P
006900 01  WS-EXCEPTION-DATA.                                           BBANK14P
007000 COPY CBANKD16.                                                   BBANK14P
007100 01  WS-CONSENT-DATA.                                             BBANK14P
007200 COPY CTPPCD01.                                                   BBANK14P
007300                                                                  BBANK14P
007400 COPY CABENDD.                                                    BBANK14P
007500                                                                  BBANK14P
007600 LINKAGE SECTION.                                                 BBANK14P
007700 01  DFHCOMMAREA.                                                 BBANK14P
007800   05  LK-COMMAREA                           PIC X(32654).        BBANK14P
007900                                                                  BBANK14P
008000 COPY CENTRY.                                                     BBANK14P
008100***************************************************************** BBANK14P
008200* Make ourselves re-entrant                                     * BBANK14P
008300***************************************************************** BBANK14P
008400     MOVE SPACES TO WS-ERROR-MSG.                                 BBANK14P
008500                                                                  BBANK14P
008600***************************************************************** BBANK14P
008700* Move the passed area to our area                              * BBANK14P
008800***************************************************************** BBANK14P
008900     MOVE DFHCOMMAREA (1:LENGTH OF WS-BANK-DATA) TO WS-BANK-DATA. BBANK14P
009000                                                                  BBANK14P
009100***************************************************************** BBANK14P
009200* Ensure error message is cleared                               * BBANK14P
009300***************************************************************** BBANK14P
009400     MOVE SPACES TO BANK-ERROR-MSG.                               BBANK14P
009500                                                                  BBANK14P
009600***************************************************************** BBANK14P
009700* Save the passed return flag and then turn it off              * BBANK14P
009800***************************************************************** BBANK14P
009900     MOVE BANK-RETURN-FLAG TO WS-RETURN-FLAG.                     BBANK14P
010000     SET BANK-RETURN-FLAG-OFF TO TRUE.                            BBANK14P
010100                                                                  BBANK14P
010200***************************************************************** BBANK14P
010300* Force a logoff if the session has been idle too long          * BBANK14P
010400***************************************************************** BBANK14P
010500     SET SESSION-NOT-TIMED-OUT TO TRUE.                           BBANK14P
010600     PERFORM CHECK-IDLE-TIMEOUT THRU                              BBANK14P
010700             CHECK-IDLE-TIMEOUT-EXIT.                             BBANK14P
010800     IF WS-SESSION-TIMED-OUT                                      BBANK14P
010900        MOVE 'BBANK14P' TO BANK-LAST-PROG                         BBANK14P
011000        MOVE 'BBANK99P' TO BANK-NEXT-PROG                         BBANK14P
011100        MOVE 'MBANK99' TO BANK-NEXT-MAPSET                        BBANK14P
011200        MOVE 'BANK99A' TO BANK-NEXT-MAP                           BBANK14P
011300        MOVE 'Session timed out due to inactivity' TO             BBANK14P
011400             BANK-ERROR-MSG                                       BBANK14P
011500        SET BANK-AID-ENTER TO TRUE                                BBANK14P
011600        GO TO COMMON-RETURN                                       BBANK14P
011700     END-IF.                                                      BBANK14P
011800                                                                  BBANK14P
011900***************************************************************** BBANK14P
012000* Check the AID to see if its valid at this point               * BBANK14P
012100***************************************************************** BBANK14P
012200     SET PFK-INVALID TO TRUE.                                     BBANK14P
012300     IF BANK-AID-ENTER OR                                         BBANK14P
012400        BANK-AID-PFK03 OR                                         BBANK14P
012500        BANK-AID-PFK04 OR                                         BBANK14P
012600        BANK-AID-PFK07 OR                                         BBANK14P
012700        BANK-AID-PFK08                                            BBANK14P
012800        SET PFK-VALID TO TRUE                                     BBANK14P
012900     END-IF.                                                      BBANK14P
013000     IF PFK-INVALID                                               BBANK14P
013100        SET BANK-AID-ENTER TO TRUE                                BBANK14P
013200     END-IF.                                                      BBANK14P
013300                                                                  BBANK14P
013400***************************************************************** BBANK14P
013500* Check the AID to see if we have to quit                       * BBANK14P
013600***************************************************************** BBANK14P
013700     IF BANK-AID-PFK03                                            BBANK14P
013800        MOVE 'BBANK14P' TO BANK-LAST-PROG                         BBANK14P
013900        MOVE 'BBANK99P' TO BANK-NEXT-PROG                         BBANK14P
014000        MOVE 'MBANK99' TO BANK-NEXT-MAPSET                        BBANK14P
014100        MOVE 'BANK99A' TO BANK-NEXT-MAP                           BBANK14P
014200        GO TO COMMON-RETURN                                       BBANK14P
014300     END-IF.                                                      BBANK14P
014400                                                                  BBANK14P
014500***************************************************************** BBANK14P
014600* Check the AID to see if we have to return to the balances     * BBANK14P
014700* screen we came from                                           * BBANK14P
014800***************************************************************** BBANK14P
014900     IF BANK-AID-PFK04                                            BBANK14P
015000        MOVE 'BBANK14P' TO BANK-LAST-PROG                         BBANK14P
015100        MOVE 'BBANK30P' TO BANK-NEXT-PROG                         BBANK14P
015200        MOVE 'MBANK30' TO BANK-NEXT-MAPSET                        BBANK14P
015300        MOVE 'BANK30A' TO BANK-NEXT-MAP                           BBANK14P
015400        SET BANK-AID-ENTER TO TRUE                                BBANK14P
015500        GO TO COMMON-RETURN                                       BBANK14P
015600     END-IF.                                                      BBANK14P
015700                                                                  BBANK14P
015800     MOVE 'BBANK14P' TO BANK-LAST-PROG.                           BBANK14P
015900     MOVE 'BBANK14P' TO BANK-NEXT-PROG.                           BBANK14P
016000     MOVE 'MBANK14' TO BANK-NEXT-MAPSET.                          BBANK14P
016100     MOVE 'BANK14A' TO BANK-NEXT-MAP.                             BBANK14P
016200                                                                  BBANK14P
016300* Check if we have set the screen up before or is this 1st time   BBANK14P
016400     IF BANK-LAST-MAPSET IS NOT EQUAL TO 'MBANK14'                BBANK14P
016500        MOVE 'MBANK14' TO BANK-LAST-MAPSET                        BBANK14P
016600        MOVE 'BANK14A' TO BANK-LAST-MAP                           BBANK14P
016700        MOVE LOW-VALUES TO BANK-SCREEN14-DATA                     BBANK14P
016800        PERFORM FIRST-PAGE THRU                                   BBANK14P
016900                FIRST-PAGE-EXIT                                   BBANK14P
017000        GO TO COMMON-RETURN                                       BBANK14P
017100     END-IF.                                                      BBANK14P
017200                                                                  BBANK14P
017300***************************************************************** BBANK14P
017400* The user pressed ENTER or paged - act on what was keyed       * BBANK14P
017500***************************************************************** BBANK14P
017600     MOVE 'MBANK14' TO BANK-LAST-MAPSET.                          BBANK14P
017700     MOVE 'BANK14A' TO BANK-LAST-MAP.                             BBANK14P
017800                                                                  BBANK14P
017900     IF BANK-AID-PFK07 OR                                         BBANK14P
018000        BANK-AID-PFK08                                            BBANK14P
018100        PERFORM PAGE-SCREEN THRU                                  BBANK14P
018200                PAGE-SCREEN-EXIT                                  BBANK14P
018300        GO TO COMMON-RETURN                                       BBANK14P
018400     END-IF.                                                      BBANK14P
018500                                                                  BBANK14P
018600     PERFORM WORK-LIST THRU                                       BBANK14P
018700             WORK-LIST-EXIT.                                      BBANK14P
018800     GO TO COMMON-RETURN.                                         BBANK14P
018900                                                                  BBANK14P
019000 COMMON-RETURN.                                                   BBANK14P
019100     IF BANK-ERROR-MSG NOT EQUAL TO SPACES                        BBANK14P
019200        MOVE SPACES TO CD16-DATA                                  BBANK14P
019300        MOVE BANK-USERID TO CD16I-PERSON-PID                      BBANK14P
019400        MOVE WS-PROGRAM-ID TO CD16I-PROGRAM                       BBANK14P
019500        MOVE BANK-ERROR-MSG TO CD16I-MESSAGE                      BBANK14P
019600     COPY CBANKX16.                                               BBANK14P
019700     END-IF.                                                      BBANK14P
019800     MOVE WS-BANK-DATA TO DFHCOMMAREA (1:LENGTH OF WS-BANK-DATA). BBANK14P
019900 COPY CRETURN.                                                    BBANK14P
020000                                                                  BBANK14P
020100***************************************************************** BBANK14P
020200* PF8 pages on to later consents, PF7 back to earlier ones      * BBANK14P
020300***************************************************************** BBANK14P
020400 PAGE-SCREEN.                                                     BBANK14P
020500     IF BANK-AID-PFK08                                            BBANK14P
020600        MOVE 'F' TO WS-DIRECTION                                  BBANK14P
020700        MOVE BANK-SCR14-LAST-KEY TO WS-START-KEY                  BBANK14P
020800     ELSE                                                         BBANK14P
020900        MOVE 'B' TO WS-DIRECTION                                  BBANK14P
021000        MOVE BANK-SCR14-FIRST-KEY TO WS-START-KEY                 BBANK14P
021100     END-IF.                                                      BBANK14P
021200     IF WS-START-KEY IS EQUAL TO LOW-VALUES OR                    BBANK14P
021300        WS-START-KEY IS EQUAL TO SPACES                           BBANK14P
021400        MOVE 'There is nothing further to page to'                BBANK14P
021500          TO BANK-SCR14-ERRMSG                                    BBANK14P
021600        GO TO PAGE-SCREEN-EXIT                                    BBANK14P
021700     END-IF.                                                      BBANK14P
021800     MOVE WS-START-KEY TO WS-START-ID.                            BBANK14P
021900     PERFORM LIST-CONSENTS THRU                                   BBANK14P
022000             LIST-CONSENTS-EXIT.                                  BBANK14P
022100 PAGE-SCREEN-EXIT.                                                BBANK14P
022200     EXIT.                                                        BBANK14P
022300                                                                  BBANK14P
022400***************************************************************** BBANK14P
022500* ENTER on the list - a V against a consent revokes it and a C  * BBANK14P
022600* confirms it again. With nothing marked, a provider keyed in   * BBANK14P
022700* the grant fields is given access; otherwise the list is       * BBANK14P
022800* shown again from the first consent                            * BBANK14P
022900***************************************************************** BBANK14P
023000 WORK-LIST.                                                       BBANK14P
023100     MOVE SPACES TO WS-ACTION.                                    BBANK14P
023200     MOVE SPACES TO WS-CONSENT-ID.                                BBANK14P
023300     SET SEL-OK TO TRUE.                                          BBANK14P
023400     MOVE 0 TO WS-SUB1.                                           BBANK14P
023500     PERFORM FIND-SELECTION THRU                                  BBANK14P
023600             FIND-SELECTION-EXIT 6 TIMES.                         BBANK14P
023700     IF SEL-ERROR                                                 BBANK14P
023800        MOVE 'Put V or C against one consent only'                BBANK14P
023900          TO BANK-SCR14-ERRMSG                                    BBANK14P
024000        GO TO WORK-LIST-EXIT                                      BBANK14P
024100     END-IF.                                                      BBANK14P
024200     IF WS-ACTION IS EQUAL TO SPACES                              BBANK14P
024300        IF BANK-SCR14-NEW-TPP IS EQUAL TO LOW-VALUES OR           BBANK14P
024400           BANK-SCR14-NEW-TPP IS EQUAL TO SPACES                  BBANK14P
024500           PERFORM FIRST-PAGE THRU                                BBANK14P
024600                   FIRST-PAGE-EXIT                                BBANK14P
024700           GO TO WORK-LIST-EXIT                                   BBANK14P
024800        END-IF                                                    BBANK14P
024900        MOVE 'G' TO WS-ACTION                                     BBANK14P
025000     END-IF.                                                      BBANK14P
025100     IF GUEST                                                     BBANK14P
025200        MOVE 'Guest users cannot change provider access'          BBANK14P
025300          TO BANK-SCR14-ERRMSG                                    BBANK14P
025400        GO TO WORK-LIST-EXIT                                      BBANK14P
025500     END-IF.                                                      BBANK14P
025600     IF NOT BANK-VIEW-AS-OFF                                      BBANK14P
025700        MOVE 'Updates are blocked in a view-as session'           BBANK14P
025800          TO BANK-SCR14-ERRMSG                                    BBANK14P
025900        GO TO WORK-LIST-EXIT                                      BBANK14P
026000     END-IF.                                                      BBANK14P
026100     IF WS-ACTION IS EQUAL TO 'G'                                 BBANK14P
026200        PERFORM GRANT-ACCESS THRU                                 BBANK14P
026300                GRANT-ACCESS-EXIT                                 BBANK14P
026400     ELSE                                                         BBANK14P
026500        PERFORM CHANGE-CONSENT THRU                               BBANK14P
026600                CHANGE-CONSENT-EXIT                               BBANK14P
026700     END-IF.                                                      BBANK14P
026800 WORK-LIST-EXIT.                                                  BBANK14P
026900     EXIT.                                                        BBANK14P
027000                                                                  BBANK14P
027100***************************************************************** BBANK14P
027200* Pick up the one consent marked V or C and clear the marks     * BBANK14P
027300***************************************************************** BBANK14P
027400 FIND-SELECTION.                                                  BBANK14P
027500     ADD 1 TO WS-SUB1.                                            BBANK14P
027600     IF BANK-SCR14-CNS-SEL (WS-SUB1) IS EQUAL TO LOW-VALUES OR    BBANK14P
027700        BANK-SCR14-CNS-SEL (WS-SUB1) IS EQUAL TO SPACES           BBANK14P
027800        GO TO FIND-SELECTION-EXIT                                 BBANK14P
027900     END-IF.                                                      BBANK14P
028000     IF WS-ACTION IS NOT EQUAL TO SPACES OR                       BBANK14P
028100        BANK-SCR14-CNS-ID (WS-SUB1) IS EQUAL TO SPACES            BBANK14P
028200        SET SEL-ERROR TO TRUE                                     BBANK14P
028300     END-IF.                                                      BBANK14P
028400     EVALUATE BANK-SCR14-CNS-SEL (WS-SUB1)                        BBANK14P
028500       WHEN 'V'                                                   BBANK14P
028600       WHEN 'v'                                                   BBANK14P
028700         MOVE 'V' TO WS-ACTION                                    BBANK14P
028800       WHEN 'C'                                                   BBANK14P
028900       WHEN 'c'                                                   BBANK14P
029000         MOVE 'C' TO WS-ACTION                                    BBANK14P
029100       WHEN OTHER                                                 BBANK14P
029200         SET SEL-ERROR TO TRUE                                    BBANK14P
029300     END-EVALUATE.                                                BBANK14P
029400     MOVE BANK-SCR14-CNS-ID (WS-SUB1) TO WS-CONSENT-ID.           BBANK14P
029500     MOVE LOW-VALUES TO BANK-SCR14-CNS-SEL (WS-SUB1).             BBANK14P
029600 FIND-SELECTION-EXIT.                                             BBANK14P
029700     EXIT.                                                        BBANK14P
029800                                                                  BBANK14P
029900***************************************************************** BBANK14P
030000* Drive DTPPC01P to revoke or confirm the consent, then show    * BBANK14P
030100* the same page again with the outcome                          * BBANK14P
030200***************************************************************** BBANK14P
030300 CHANGE-CONSENT.                                                  BBANK14P
030400     INITIALIZE CTP1-DATA.                                        BBANK14P
030500     MOVE WS-ACTION TO CTP1I-FUNCTION.                            BBANK14P
030600     PERFORM SET-REQUESTER THRU                                   BBANK14P
030700             SET-REQUESTER-EXIT.                                  BBANK14P
030800     MOVE WS-CONSENT-ID TO CTP1I-CONSENT-ID.                      BBANK14P
030900 COPY CTPPCX01.                                                   BBANK14P
031000     MOVE CTP1O-MSG TO WS-ERROR-MSG.                              BBANK14P
031100     IF CTP1O-REQUEST-FAIL                                        BBANK14P
031200        MOVE CTP1O-MSG TO BANK-ERROR-MSG                          BBANK14P
031300     END-IF.                                                      BBANK14P
031400     PERFORM SAME-PAGE THRU                                       BBANK14P
031500             SAME-PAGE-EXIT.                                      BBANK14P
031600     MOVE WS-ERROR-MSG TO BANK-SCR14-ERRMSG.                      BBANK14P
031700 CHANGE-CONSENT-EXIT.                                             BBANK14P
031800     EXIT.                                                        BBANK14P
031900                                                                  BBANK14P
032000***************************************************************** BBANK14P
032100* Give the provider keyed access to the accounts keyed, for     * BBANK14P
032200* the scope and period keyed. The period may be left blank      * BBANK14P
032300* for the registry's default. Once granted the grant fields     * BBANK14P
032400* are cleared and the page shown again                          * BBANK14P
032500***************************************************************** BBANK14P
032600 GRANT-ACCESS.                                                    BBANK14P
032700     MOVE 0 TO WS-GRANT-DAYS.                                     BBANK14P
032800     IF BANK-SCR14-NEW-DAYS IS NOT EQUAL TO LOW-VALUES AND        BBANK14P
032900        BANK-SCR14-NEW-DAYS IS NOT EQUAL TO SPACES                BBANK14P
033000        MOVE SPACES TO WS-DAYS-TEXT                               BBANK14P
033100        MOVE 0 TO WS-DAYS-LEN                                     BBANK14P
033200        UNSTRING BANK-SCR14-NEW-DAYS DELIMITED BY ALL SPACES OR   BBANK14P
033300                                                  LOW-VALUE       BBANK14P
033400          INTO WS-DAYS-TEXT COUNT IN WS-DAYS-LEN                  BBANK14P
033500        END-UNSTRING                                              BBANK14P
033600        IF WS-DAYS-LEN IS EQUAL TO ZERO OR                        BBANK14P
033700           WS-DAYS-TEXT (1:WS-DAYS-LEN) IS NOT NUMERIC            BBANK14P
033800           MOVE 'The period must be a number of days'             BBANK14P
033900             TO BANK-SCR14-ERRMSG                                 BBANK14P
034000           GO TO GRANT-ACCESS-EXIT                                BBANK14P
034100        END-IF                                                    BBANK14P
034200        MOVE WS-DAYS-TEXT (1:WS-DAYS-LEN) TO WS-GRANT-DAYS        BBANK14P
034300     END-IF.                                                      BBANK14P
034400     INITIALIZE CTP1-DATA.                                        BBANK14P
034500     SET CTP1I-GRANT TO TRUE.                                     BBANK14P
034600     PERFORM SET-REQUESTER THRU                                   BBANK14P
034700             SET-REQUESTER-EXIT.                                  BBANK14P
034800     MOVE BANK-SCR14-NEW-TPP TO CTP1I-TPP-ID.                     BBANK14P
034900     IF BANK-SCR14-NEW-BAL IS EQUAL TO 'Y' OR                     BBANK14P
035000        BANK-SCR14-NEW-BAL IS EQUAL TO 'y'                        BBANK14P
035100        MOVE 'Y' TO CTP1I-SCOPE-BAL                               BBANK14P
035200     END-IF.                                                      BBANK14P
035300     IF BANK-SCR14-NEW-TXN IS EQUAL TO 'Y' OR                     BBANK14P
035400        BANK-SCR14-NEW-TXN IS EQUAL TO 'y'                        BBANK14P
035500        MOVE 'Y' TO CTP1I-SCOPE-TXN                               BBANK14P
035600     END-IF.                                                      BBANK14P
035700     MOVE WS-GRANT-DAYS TO CTP1I-DAYS.                            BBANK14P
035800     MOVE 0 TO WS-SUB1.                                           BBANK14P
035900     PERFORM MOVE-GRANT-ACC THRU                                  BBANK14P
036000             MOVE-GRANT-ACC-EXIT 6 TIMES.                         BBANK14P
036100 COPY CTPPCX01.                                                   BBANK14P
036200     MOVE CTP1O-MSG TO WS-ERROR-MSG.                              BBANK14P
036300     IF NOT CTP1O-REQUEST-OK                                      BBANK14P
036400        IF CTP1O-REQUEST-FAIL                                     BBANK14P
036500           MOVE CTP1O-MSG TO BANK-ERROR-MSG                       BBANK14P
036600        END-IF                                                    BBANK14P
036700        MOVE WS-ERROR-MSG TO BANK-SCR14-ERRMSG                    BBANK14P
036800        GO TO GRANT-ACCESS-EXIT                                   BBANK14P
036900     END-IF.                                                      BBANK14P
037000     MOVE LOW-VALUES TO BANK-SCR14-NEW-TPP.                       BBANK14P
037100     MOVE LOW-VALUES TO BANK-SCR14-NEW-BAL.                       BBANK14P
037200     MOVE LOW-VALUES TO BANK-SCR14-NEW-TXN.                       BBANK14P
037300     MOVE LOW-VALUES TO BANK-SCR14-NEW-DAYS.                      BBANK14P
037400     MOVE 0 TO WS-SUB1.                                           BBANK14P
037500     PERFORM CLEAR-GRANT-ACC THRU                                 BBANK14P
037600             CLEAR-GRANT-ACC-EXIT 6 TIMES.                        BBANK14P
037700     PERFORM SAME-PAGE THRU                                       BBANK14P
037800             SAME-PAGE-EXIT.                                      BBANK14P
037900     MOVE WS-ERROR-MSG TO BANK-SCR14-ERRMSG.                      BBANK14P
038000 GRANT-ACCESS-EXIT.                                               BBANK14P
038100     EXIT.                                                        BBANK14P
038200                                                                  BBANK14P
038300 MOVE-GRANT-ACC.                                                  BBANK14P
038400     ADD 1 TO WS-SUB1.                                            BBANK14P
038500     IF BANK-SCR14-NEW-ACC (WS-SUB1) IS EQUAL TO LOW-VALUES       BBANK14P
038600        MOVE SPACES TO CTP1I-GRANT-ACC (WS-SUB1)                  BBANK14P
038700     ELSE                                                         BBANK14P
038800        MOVE BANK-SCR14-NEW-ACC (WS-SUB1)                         BBANK14P
038900          TO CTP1I-GRANT-ACC (WS-SUB1)                            BBANK14P
039000     END-IF.                                                      BBANK14P
039100 MOVE-GRANT-ACC-EXIT.                                             BBANK14P
039200     EXIT.                                                        BBANK14P
039300                                                                  BBANK14P
039400 CLEAR-GRANT-ACC.                                                 BBANK14P
039500     ADD 1 TO WS-SUB1.                                            BBANK14P
039600     MOVE LOW-VALUES TO BANK-SCR14-NEW-ACC (WS-SUB1).             BBANK14P
039700 CLEAR-GRANT-ACC-EXIT.                                            BBANK14P
039800     EXIT.                                                        BBANK14P
039900                                                                  BBANK14P
040000***************************************************************** BBANK14P
040100* Show the page that was on the screen again, from its first    * BBANK14P
040200* consent                                                       * BBANK14P
040300***************************************************************** BBANK14P
040400 SAME-PAGE.                                                       BBANK14P
040500     MOVE 'F' TO WS-DIRECTION.                                    BBANK14P
040600     MOVE 0 TO WS-START-ID.                                       BBANK14P
040700     IF BANK-SCR14-FIRST-KEY IS NOT EQUAL TO LOW-VALUES AND       BBANK14P
040800        BANK-SCR14-FIRST-KEY IS NOT EQUAL TO SPACES               BBANK14P
040900        MOVE BANK-SCR14-FIRST-KEY TO WS-START-ID                  BBANK14P
041000        SUBTRACT 1 FROM WS-START-ID                               BBANK14P
041100     END-IF.                                                      BBANK14P
041200     PERFORM LIST-CONSENTS THRU                                   BBANK14P
041300             LIST-CONSENTS-EXIT.                                  BBANK14P
041400 SAME-PAGE-EXIT.                                                  BBANK14P
041500     EXIT.                                                        BBANK14P
041600                                                                  BBANK14P
041700***************************************************************** BBANK14P
041800* Show the customer's consents from the first                   * BBANK14P
041900***************************************************************** BBANK14P
042000 FIRST-PAGE.                                                      BBANK14P
042100     MOVE 'F' TO WS-DIRECTION.                                    BBANK14P
042200     MOVE 0 TO WS-START-ID.                                       BBANK14P
042300     PERFORM LIST-CONSENTS THRU                                   BBANK14P
042400             LIST-CONSENTS-EXIT.                                  BBANK14P
042500 FIRST-PAGE-EXIT.                                                 BBANK14P
042600     EXIT.                                                        BBANK14P
042700                                                                  BBANK14P
042800***************************************************************** BBANK14P
042900* Whose consents - the customer being viewed in a view-as       * BBANK14P
043000* session, otherwise the signed-on customer                     * BBANK14P
043100***************************************************************** BBANK14P
043200 SET-REQUESTER.                                                   BBANK14P
043300     MOVE BANK-USERID TO CTP1I-USERID.                            BBANK14P
043400     IF NOT BANK-VIEW-AS-OFF                                      BBANK14P
043500        MOVE BANK-VIEW-AS-PID TO CTP1I-PERSON-PID                 BBANK14P
043600     ELSE                                                         BBANK14P
043700        MOVE BANK-USERID TO CTP1I-PERSON-PID                      BBANK14P
043800     END-IF.                                                      BBANK14P
043900 SET-REQUESTER-EXIT.                                              BBANK14P
044000     EXIT.                                                        BBANK14P
044100                                                                  BBANK14P
044200***************************************************************** BBANK14P
044300* Drive DTPPC01P for a page of consents. Paging past the last   * BBANK14P
044400* one leaves the page showing with the message                  * BBANK14P
044500***************************************************************** BBANK14P
044600 LIST-CONSENTS.                                                   BBANK14P
044700     INITIALIZE CTP1-DATA.                                        BBANK14P
044800     SET CTP1I-LIST TO TRUE.                                      BBANK14P
044900     PERFORM SET-REQUESTER THRU                                   BBANK14P
045000             SET-REQUESTER-EXIT.                                  BBANK14P
045100     MOVE WS-DIRECTION TO CTP1I-DIRECTION.                        BBANK14P
045200     MOVE WS-START-ID TO CTP1I-START-ID.                          BBANK14P
045300 COPY CTPPCX01.                                                   BBANK14P
045400     MOVE CTP1O-MSG TO BANK-SCR14-ERRMSG.                         BBANK14P
045500     IF NOT CTP1O-REQUEST-OK                                      BBANK14P
045600        IF CTP1O-REQUEST-FAIL                                     BBANK14P
045700           MOVE CTP1O-MSG TO BANK-ERROR-MSG                       BBANK14P
045800        END-IF                                                    BBANK14P
045900        IF WS-START-ID IS NOT EQUAL TO ZERO                       BBANK14P
046000           GO TO LIST-CONSENTS-EXIT                               BBANK14P
046100        END-IF                                                    BBANK14P
046200     END-IF.                                                      BBANK14P
046300     MOVE SPACES TO BANK-SCR14-FIRST-KEY.                         BBANK14P
046400     MOVE SPACES TO BANK-SCR14-LAST-KEY.                          BBANK14P
046500     IF CTP1O-CONS-COUNT IS GREATER THAN 0                        BBANK14P
046600        MOVE CTP1O-CNS-ID (1) TO BANK-SCR14-FIRST-KEY             BBANK14P
046700        MOVE CTP1O-CNS-ID (CTP1O-CONS-COUNT)                      BBANK14P
046800          TO BANK-SCR14-LAST-KEY                                  BBANK14P
046900     END-IF.                                                      BBANK14P
047000     MOVE 0 TO WS-SUB1.                                           BBANK14P
047100     PERFORM SHOW-CONSENT-ROW THRU                                BBANK14P
047200             SHOW-CONSENT-ROW-EXIT 6 TIMES.                       BBANK14P
047300     IF BANK-SCR14-ERRMSG IS EQUAL TO SPACES                      BBANK14P
047400        MOVE 'V revokes a consent, C confirms one that is due'    BBANK14P
047500          TO BANK-SCR14-ERRMSG                                    BBANK14P
047600     END-IF.                                                      BBANK14P
047700 LIST-CONSENTS-EXIT.                                              BBANK14P
047800     EXIT.                                                        BBANK14P
047900                                                                  BBANK14P
048000***************************************************************** BBANK14P
048100* Show one consent, or clear the row                            * BBANK14P
048200***************************************************************** BBANK14P
048300 SHOW-CONSENT-ROW.                                                BBANK14P
048400     ADD 1 TO WS-SUB1.                                            BBANK14P
048500     MOVE SPACES TO BANK-SCR14-CONS (WS-SUB1).                    BBANK14P
048600     IF WS-SUB1 IS GREATER THAN CTP1O-CONS-COUNT                  BBANK14P
048700        GO TO SHOW-CONSENT-ROW-EXIT                               BBANK14P
048800     END-IF.                                                      BBANK14P
048900     MOVE CTP1O-CNS-ID (WS-SUB1)                                  BBANK14P
049000       TO BANK-SCR14-CNS-ID (WS-SUB1).                            BBANK14P
049100     IF CTP1O-CNS-TPP-NAME (WS-SUB1) IS EQUAL TO SPACES           BBANK14P
049200        MOVE CTP1O-CNS-TPP-ID (WS-SUB1)                           BBANK14P
049300          TO BANK-SCR14-CNS-TPP (WS-SUB1)                         BBANK14P
049400     ELSE                                                         BBANK14P
049500        MOVE CTP1O-CNS-TPP-NAME (WS-SUB1)                         BBANK14P
049600          TO BANK-SCR14-CNS-TPP (WS-SUB1)                         BBANK14P
049700     END-IF.                                                      BBANK14P
049800     IF CTP1O-CNS-SCOPE-BAL (WS-SUB1) IS EQUAL TO 'Y'             BBANK14P
049900        IF CTP1O-CNS-SCOPE-TXN (WS-SUB1) IS EQUAL TO 'Y'          BBANK14P
050000           MOVE 'Bal and txns' TO BANK-SCR14-CNS-SCOPE (WS-SUB1)  BBANK14P
050100        ELSE                                                      BBANK14P
050200           MOVE 'Balances' TO BANK-SCR14-CNS-SCOPE (WS-SUB1)      BBANK14P
050300        END-IF                                                    BBANK14P
050400     ELSE                                                         BBANK14P
050500        MOVE 'Transactions' TO BANK-SCR14-CNS-SCOPE (WS-SUB1)     BBANK14P
050600     END-IF.                                                      BBANK14P
050700     MOVE CTP1O-CNS-ACC-COUNT (WS-SUB1)                           BBANK14P
050800       TO BANK-SCR14-CNS-ACCS (WS-SUB1).                          BBANK14P
050900     MOVE CTP1O-CNS-EXPIRY (WS-SUB1)                              BBANK14P
051000       TO BANK-SCR14-CNS-EXPIRY (WS-SUB1).                        BBANK14P
051100     MOVE CTP1O-CNS-CONFIRM-BY (WS-SUB1)                          BBANK14P
051200       TO BANK-SCR14-CNS-CONFIRM (WS-SUB1).                       BBANK14P
051300     EVALUATE CTP1O-CNS-STATUS (WS-SUB1)                          BBANK14P
051400       WHEN 'A'                                                   BBANK14P
051500         MOVE 'Live' TO BANK-SCR14-CNS-STATUS (WS-SUB1)           BBANK14P
051600       WHEN 'D'                                                   BBANK14P
051700         MOVE 'Confirm due' TO BANK-SCR14-CNS-STATUS (WS-SUB1)    BBANK14P
051800       WHEN 'E'                                                   BBANK14P
051900         MOVE 'Expired' TO BANK-SCR14-CNS-STATUS (WS-SUB1)        BBANK14P
052000       WHEN OTHER                                                 BBANK14P
052100         MOVE 'Revoked' TO BANK-SCR14-CNS-STATUS (WS-SUB1)        BBANK14P
052200     END-EVALUATE.                                                BBANK14P
052300 SHOW-CONSENT-ROW-EXIT.                                           BBANK14P
052400     EXIT.                                                        BBANK14P
052500                                                                  BBANK14P
052600***************************************************************** BBANK14P
052700* Check for an idle session timeout                             * BBANK14P
052800***************************************************************** BBANK14P
052900 COPY CIDLECHK.                                                   BBANK14P
