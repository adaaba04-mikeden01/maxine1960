000100***************************************************************** BBANK15P
000200*                                                               * BBANK15P
000300*  Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.    * BBANK15P
000400*  This demonstration program is provided for use by users      * BBANK15P
000500*  of Micro Focus products and may be used, modified and        * BBANK15P
000600*  distributed as part of your application provided that        * BBANK15P
000700*  you properly acknowledge the copyright of Micro Focus        * BBANK15P
000800*  in this material.                                            * BBANK15P
000900*                                                               * BBANK15P
001000***************************************************************** BBANK15P
001100                                                                  BBANK15P
001200***************************************************************** BBANK15P
001300* Program:     BBANK15P.CBL                                     * BBANK15P
001400* Layer:       Business logic                                   * BBANK15P
001500* Function:    Beneficial owners of a corporate - lists the     * BBANK15P
001600*              individuals and intermediate companies that own  * BBANK15P
001700*              or control it a page at a time, with their share * BBANK15P
001800*              followed through the ownership chain, and lets   * BBANK15P
001900*              staff add an owner or remove one. Reached from   * BBANK15P
002000*              corporate maintenance (BBANK57P). All through    * BBANK15P
002100*              DCORP01P                                         * BBANK15P
002200***************************************************************** BBANK15P
002300                                                                  BBANK15P
002400 IDENTIFICATION DIVISION.                                         BBANK15P
002500 PROGRAM-ID.                                                      BBANK15P
002600     BBANK15P.                                                    BBANK15P
002700 DATE-WRITTEN.                                                    BBANK15P
002800     October 2026.                                                BBANK15P
002900 DATE-COMPILED.                                                   BBANK15P
003000     Today.                                                       BBANK15P
003100                                                                  BBANK15P
003200 ENVIRONMENT DIVISION.                                            BBANK15P
003300                                                                  BBANK15P
003400 DATA DIVISION.                                                   BBANK15P
003500 WORKING-STORAGE SECTION.                                         BBANK15P
003600 01  WS-MISC-STORAGE.                                             BBANK15P
003700   05  WS-PROGRAM-ID                         PIC X(8)             BBANK15P
003800       VALUE 'BBANK15P'.                                          BBANK15P
003900   05  WS-INPUT-FLAG                         PIC X(1).            BBANK15P
004000     88  INPUT-OK                            VALUE '0'.           BBANK15P
004100     88  INPUT-ERROR                         VALUE '1'.           BBANK15P
004200   05  WS-RETURN-FLAG                        PIC X(1).            BBANK15P
004300     88  WS-RETURN-FLAG-OFF                  VALUE LOW-VALUES.    BBANK15P
004400     88  WS-RETURN-FLAG-ON                   VALUE '1'.           BBANK15P
004500   05  WS-PFK-FLAG                           PIC X(1).            BBANK15P
004600     88  PFK-VALID                           VALUE '0'.           BBANK15P
004700     88  PFK-INVALID                         VALUE '1'.           BBANK15P
004800   05  WS-IDLE-FLAG                          PIC X(1).            BBANK15P
004900     88  SESSION-NOT-TIMED-OUT               VALUE '0'.           BBANK15P
005000     88  WS-SESSION-TIMED-OUT                VALUE '1'.           BBANK15P
005100   05  WS-SEL-FLAG                           PIC X(1).            BBANK15P
005200     88  SEL-OK                              VALUE '0'.           BBANK15P
005300     88  SEL-ERROR                           VALUE '1'.           BBANK15P
005400   05  WS-ERROR-MSG                          PIC X(75).           BBANK15P
005500   05  WS-SUB1                               PIC S9(4) COMP.      BBANK15P
005600   05  WS-ACTION                             PIC X(1).            BBANK15P
005700   05  WS-DIRECTION                          PIC X(1).            BBANK15P
005800   05  WS-START-KEY                          PIC X(7).            BBANK15P
005900   05  WS-START-ID                           PIC 9(7).            BBANK15P
006000   05  WS-OWNER-ID                           PIC X(7).            BBANK15P
006100   05  WS-PCT-WORK                           PIC X(5).            BBANK15P
006200   05  WS-PCT-WORK-N REDEFINES WS-PCT-WORK   PIC 9(3)V99.         BBANK15P
006300   05  WS-VIA-WORK                           PIC X(7).            BBANK15P
006400   05  WS-VIA-LEN                            PIC S9(4) COMP.      BBANK15P
006500   05  WS-VIA-ID                             PIC 9(7).            BBANK15P
006600   05  WS-PCT-DISP                           PIC ZZ9.99.          BBANK15P
006700                                                                  BBANK15P
006800 01  WS-BANK-DATA.                                                BBANK15P
006900 COPY CBANKDAT.                                                   BBANK15P
007000 COPY CTIMERD.                                                    BBANK15P
007100 01  WS-SESSION-DATA.                                             BBANK15P
007200 COPY CSIGND01.                                                   BBANK15P
007300 01  WS-EXCEPTION-DATA.                                           BBANK15P
007400 COPY CBANKD16.                                                   BBANK15P
007500 01  WS-CORPORATE-DATA.                                           BBANK15P
007600 COPY CCORPD01.                                                   BBANK15P
007700                                                                  BBANK15P
007800 COPY CABENDD.                                                    BBANK15P
007900                                                                  BBANK15P
008000 LINKAGE SECTION.                                                 BBANK15P
008100 01  DFHCOMMAREA.                                                 BBANK15P
008200   05  LK-COMMAREA                           PIC X(32654).        BBANK15P
008300                                                                  BBANK15P
008400 COPY CENTRY.                                                     BBANK15P
008500***************************************************************** BBANK15P
008600* Make ourselves re-entrant                                     * BBANK15P
008700***************************************************************** BBANK15P
008800     MOVE SPACES TO WS-ERROR-MSG.                                 BBANK15P
008900                                                                  BBANK15P
009000***************************************************************** BBANK15P
009100* Move the passed area to our area                              * BBANK15P
009200***************************************************************** BBANK15P
009300     MOVE DFHCOMMAREA (1:LENGTH OF WS-BANK-DATA) TO WS-BANK-DATA. BBANK15P
009400                                                                  BBANK15P
009500***************************************************************** BBANK15P
009600* Ensure error message is cleared                               * BBANK15P
009700***************************************************************** BBANK15P
009800     MOVE SPACES TO BANK-ERROR-MSG.                               BBANK15P
009900                                                                  BBANK15P
010000***************************************************************** BBANK15P
010100* Save the passed return flag and then turn it off              * BBANK15P
010200***************************************************************** BBANK15P
010300     MOVE BANK-RETURN-FLAG TO WS-RETURN-FLAG.                     BBANK15P
010400     SET BANK-RETURN-FLAG-OFF TO TRUE.                            BBANK15P
010500                                                                  BBANK15P
010600***************************************************************** BBANK15P
010700* Force a logoff if the session has been idle too long          * BBANK15P
010800***************************************************************** BBANK15P
010900     SET SESSION-NOT-TIMED-OUT TO TRUE.                           BBANK15P
011000     PERFORM CHECK-IDLE-TIMEOUT THRU                              BBANK15P
011100             CHECK-IDLE-TIMEOUT-EXIT.                             BBANK15P
011200     IF WS-SESSION-TIMED-OUT                                      BBANK15P
011300        MOVE 'BBANK15P' TO BANK-LAST-PROG                         BBANK15P
011400        MOVE 'BBANK99P' TO BANK-NEXT-PROG                         BBANK15P
011500        MOVE 'MBANK99' TO BANK-NEXT-MAPSET                        BBANK15P
011600        MOVE 'BANK99A' TO BANK-NEXT-MAP                           BBANK15P
011700        MOVE 'Session timed out due to inactivity' TO             BBANK15P
011800             BANK-ERROR-MSG                                       BBANK15P
011900        SET BANK-AID-ENTER TO TRUE                                BBANK15P
012000        GO TO COMMON-RETURN                                       BBANK15P
012100     END-IF.                                                      BBANK15P
012200                                                                  BBANK15P
012300***************************************************************** BBANK15P
012400* The ownership register is a staff function                    * BBANK15P
012500***************************************************************** BBANK15P
012600     IF BANK-ROLE-CUSTOMER                                        BBANK15P
012700        MOVE 'BBANK15P' TO BANK-LAST-PROG                         BBANK15P
012800        MOVE 'BBANK20P' TO BANK-NEXT-PROG                         BBANK15P
012900        MOVE 'Corporate records need a staff signon' TO           BBANK15P
013000             BANK-ERROR-MSG                                       BBANK15P
013100        SET BANK-AID-ENTER TO TRUE                                BBANK15P
013200        GO TO COMMON-RETURN                                       BBANK15P
013300     END-IF.                                                      BBANK15P
013400                                                                  BBANK15P
013500***************************************************************** BBANK15P
013600* Check the AID to see if its valid at this point               * BBANK15P
013700***************************************************************** BBANK15P
013800     SET PFK-INVALID TO TRUE.                                     BBANK15P
013900     IF BANK-AID-ENTER OR                                         BBANK15P
014000        BANK-AID-PFK03 OR                                         BBANK15P
014100        BANK-AID-PFK04 OR                                         BBANK15P
014200        BANK-AID-PFK07 OR                                         BBANK15P
014300        BANK-AID-PFK08                                            BBANK15P
014400        SET PFK-VALID TO TRUE                                     BBANK15P
014500     END-IF.                                                      BBANK15P
014600     IF PFK-INVALID                                               BBANK15P
014700        SET BANK-AID-ENTER TO TRUE                                BBANK15P
014800     END-IF.                                                      BBANK15P
014900                                                                  BBANK15P
015000***************************************************************** BBANK15P
015100* Check the AID to see if we have to quit                       * BBANK15P
015200***************************************************************** BBANK15P
015300     IF BANK-AID-PFK03                                            BBANK15P
015400        MOVE 'BBANK15P' TO BANK-LAST-PROG                         BBANK15P
015500        MOVE 'BBANK99P' TO BANK-NEXT-PROG                         BBANK15P
015600        MOVE 'MBANK99' TO BANK-NEXT-MAPSET                        BBANK15P
015700        MOVE 'BANK99A' TO BANK-NEXT-MAP                           BBANK15P
015800        GO TO COMMON-RETURN                                       BBANK15P
015900     END-IF.                                                      BBANK15P
016000                                                                  BBANK15P
016100***************************************************************** BBANK15P
016200* Check the AID to see if we have to return to corporate        * BBANK15P
016300* maintenance                                                   * BBANK15P
016400***************************************************************** BBANK15P
016500     IF BANK-AID-PFK04                                            BBANK15P
016600        MOVE 'BBANK15P' TO BANK-LAST-PROG                         BBANK15P
016700        MOVE 'BBANK57P' TO BANK-NEXT-PROG                         BBANK15P
016800        MOVE 'MBANK57' TO BANK-NEXT-MAPSET                        BBANK15P
016900        MOVE 'BANK57A' TO BANK-NEXT-MAP                           BBANK15P
017000        SET BANK-AID-ENTER TO TRUE                                BBANK15P
017100        GO TO COMMON-RETURN                                       BBANK15P
017200     END-IF.                                                      BBANK15P
017300                                                                  BBANK15P
017400     MOVE 'BBANK15P' TO BANK-LAST-PROG.                           BBANK15P
017500     MOVE 'BBANK15P' TO BANK-NEXT-PROG.                           BBANK15P
017600     MOVE 'MBANK15' TO BANK-NEXT-MAPSET.                          BBANK15P
017700     MOVE 'BANK15A' TO BANK-NEXT-MAP.                             BBANK15P
017800                                                                  BBANK15P
017900* Check if we have set the screen up before or is this 1st time   BBANK15P
018000     IF BANK-LAST-MAPSET IS NOT EQUAL TO 'MBANK15'                BBANK15P
018100        MOVE 'MBANK15' TO BANK-LAST-MAPSET                        BBANK15P
018200        MOVE 'BANK15A' TO BANK-LAST-MAP                           BBANK15P
018300        MOVE BANK-SCR15-CORPPID TO WS-OWNER-ID                    BBANK15P
018400        MOVE LOW-VALUES TO BANK-SCREEN15-DATA                     BBANK15P
018500        MOVE WS-OWNER-ID TO BANK-SCR15-CORPPID                    BBANK15P
018600        PERFORM FIRST-PAGE THRU                                   BBANK15P
018700                FIRST-PAGE-EXIT                                   BBANK15P
018800        GO TO COMMON-RETURN                                       BBANK15P
018900     END-IF.                                                      BBANK15P
019000                                                                  BBANK15P
019100***************************************************************** BBANK15P
019200* The user pressed ENTER or paged - act on what was keyed       * BBANK15P
019300***************************************************************** BBANK15P
019400     MOVE 'MBANK15' TO BANK-LAST-MAPSET.                          BBANK15P
019500     MOVE 'BANK15A' TO BANK-LAST-MAP.                             BBANK15P
019600                                                                  BBANK15P
019700     IF BANK-AID-PFK07 OR                                         BBANK15P
019800        BANK-AID-PFK08                                            BBANK15P
019900        PERFORM PAGE-SCREEN THRU                                  BBANK15P
020000                PAGE-SCREEN-EXIT                                  BBANK15P
020100        GO TO COMMON-RETURN                                       BBANK15P
020200     END-IF.                                                      BBANK15P
020300                                                                  BBANK15P
020400     PERFORM WORK-LIST THRU                                       BBANK15P
020500             WORK-LIST-EXIT.                                      BBANK15P
020600     GO TO COMMON-RETURN.                                         BBANK15P
020700                                                                  BBANK15P
020800 COMMON-RETURN.                                                   BBANK15P
020900     IF BANK-ERROR-MSG NOT EQUAL TO SPACES                        BBANK15P
021000        MOVE SPACES TO CD16-DATA                                  BBANK15P
021100        MOVE BANK-USERID TO CD16I-PERSON-PID                      BBANK15P
021200        MOVE WS-PROGRAM-ID TO CD16I-PROGRAM                       BBANK15P
021300        MOVE BANK-ERROR-MSG TO CD16I-MESSAGE                      BBANK15P
021400     COPY CBANKX16.                                               BBANK15P
021500     END-IF.                                                      BBANK15P
021600     MOVE WS-BANK-DATA TO DFHCOMMAREA (1:LENGTH OF WS-BANK-DATA). BBANK15P
021700 COPY CRETURN.                                                    BBANK15P
021800                                                                  BBANK15P
021900***************************************************************** BBANK15P
022000* PF8 pages on to later owners, PF7 back to earlier ones        * BBANK15P
022100***************************************************************** BBANK15P
022200 PAGE-SCREEN.                                                     BBANK15P
022300     IF BANK-AID-PFK08                                            BBANK15P
022400        MOVE 'F' TO WS-DIRECTION                                  BBANK15P
022500        MOVE BANK-SCR15-LAST-KEY TO WS-START-KEY                  BBANK15P
022600     ELSE                                                         BBANK15P
022700        MOVE 'B' TO WS-DIRECTION                                  BBANK15P
022800        MOVE BANK-SCR15-FIRST-KEY TO WS-START-KEY                 BBANK15P
022900     END-IF.                                                      BBANK15P
023000     IF WS-START-KEY IS EQUAL TO LOW-VALUES OR                    BBANK15P
023100        WS-START-KEY IS EQUAL TO SPACES                           BBANK15P
023200        MOVE 'There is nothing further to page to'                BBANK15P
023300          TO BANK-SCR15-ERRMSG                                    BBANK15P
023400        GO TO PAGE-SCREEN-EXIT                                    BBANK15P
023500     END-IF.                                                      BBANK15P
023600     MOVE WS-START-KEY TO WS-START-ID.                            BBANK15P
023700     PERFORM LIST-OWNERS THRU                                     BBANK15P
023800             LIST-OWNERS-EXIT.                                    BBANK15P
023900 PAGE-SCREEN-EXIT.                                                BBANK15P
024000     EXIT.                                                        BBANK15P
024100                                                                  BBANK15P
024200***************************************************************** BBANK15P
024300* ENTER on the list - a D against an owner removes it. With     * BBANK15P
024400* nothing marked, an owner keyed in the add fields is added;    * BBANK15P
024500* otherwise the list is shown again from the first owner        * BBANK15P
024600***************************************************************** BBANK15P
024700 WORK-LIST.                                                       BBANK15P
024800     MOVE SPACES TO WS-ACTION.                                    BBANK15P
024900     MOVE SPACES TO WS-OWNER-ID.                                  BBANK15P
025000     SET SEL-OK TO TRUE.                                          BBANK15P
025100     MOVE 0 TO WS-SUB1.                                           BBANK15P
025200     PERFORM FIND-SELECTION THRU                                  BBANK15P
025300             FIND-SELECTION-EXIT 6 TIMES.                         BBANK15P
025400     IF SEL-ERROR                                                 BBANK15P
025500        MOVE 'Put D against one owner only' TO BANK-SCR15-ERRMSG  BBANK15P
025600        GO TO WORK-LIST-EXIT                                      BBANK15P
025700     END-IF.                                                      BBANK15P
025800     IF WS-ACTION IS EQUAL TO 'D'                                 BBANK15P
025900        PERFORM REMOVE-OWNER THRU                                 BBANK15P
026000                REMOVE-OWNER-EXIT                                 BBANK15P
026100        GO TO WORK-LIST-EXIT                                      BBANK15P
026200     END-IF.                                                      BBANK15P
026300     IF BANK-SCR15-NEW-NAME IS EQUAL TO LOW-VALUES OR             BBANK15P
026400        BANK-SCR15-NEW-NAME IS EQUAL TO SPACES                    BBANK15P
026500        PERFORM FIRST-PAGE THRU                                   BBANK15P
026600                FIRST-PAGE-EXIT                                   BBANK15P
026700        GO TO WORK-LIST-EXIT                                      BBANK15P
026800     END-IF.                                                      BBANK15P
026900     PERFORM VALIDATE-INPUT THRU                                  BBANK15P
027000             VALIDATE-INPUT-EXIT.                                 BBANK15P
027100     IF INPUT-ERROR                                               BBANK15P
027200        MOVE WS-ERROR-MSG TO BANK-SCR15-ERRMSG                    BBANK15P
027300        GO TO WORK-LIST-EXIT                                      BBANK15P
027400     END-IF.                                                      BBANK15P
027500     PERFORM ADD-OWNER THRU                                       BBANK15P
027600             ADD-OWNER-EXIT.                                      BBANK15P
027700 WORK-LIST-EXIT.                                                  BBANK15P
027800     EXIT.                                                        BBANK15P
027900                                                                  BBANK15P
028000***************************************************************** BBANK15P
028100* Pick up the one owner marked D and clear the marks            * BBANK15P
028200***************************************************************** BBANK15P
028300 FIND-SELECTION.                                                  BBANK15P
028400     ADD 1 TO WS-SUB1.                                            BBANK15P
028500     IF BANK-SCR15-OWN-SEL (WS-SUB1) IS EQUAL TO LOW-VALUES OR    BBANK15P
028600        BANK-SCR15-OWN-SEL (WS-SUB1) IS EQUAL TO SPACES           BBANK15P
028700        GO TO FIND-SELECTION-EXIT                                 BBANK15P
028800     END-IF.                                                      BBANK15P
028900     IF WS-ACTION IS NOT EQUAL TO SPACES OR                       BBANK15P
029000        BANK-SCR15-OWN-ID (WS-SUB1) IS EQUAL TO SPACES            BBANK15P
029100        SET SEL-ERROR TO TRUE                                     BBANK15P
029200     END-IF.                                                      BBANK15P
029300     IF BANK-SCR15-OWN-SEL (WS-SUB1) IS EQUAL TO 'D' OR           BBANK15P
029400        BANK-SCR15-OWN-SEL (WS-SUB1) IS EQUAL TO 'd'              BBANK15P
029500        MOVE 'D' TO WS-ACTION                                     BBANK15P
029600     ELSE                                                         BBANK15P
029700        SET SEL-ERROR TO TRUE                                     BBANK15P
029800     END-IF.                                                      BBANK15P
029900     MOVE BANK-SCR15-OWN-ID (WS-SUB1) TO WS-OWNER-ID.             BBANK15P
030000     MOVE LOW-VALUES TO BANK-SCR15-OWN-SEL (WS-SUB1).             BBANK15P
030100 FIND-SELECTION-EXIT.                                             BBANK15P
030200     EXIT.                                                        BBANK15P
030300                                                                  BBANK15P
030400***************************************************************** BBANK15P
030500* Validate the owner keyed for adding                           * BBANK15P
030600***************************************************************** BBANK15P
030700 VALIDATE-INPUT.                                                  BBANK15P
030800     SET INPUT-OK TO TRUE.                                        BBANK15P
030900     IF BANK-SCR15-NEW-TYPE IS EQUAL TO 'i'                       BBANK15P
031000        MOVE 'I' TO BANK-SCR15-NEW-TYPE                           BBANK15P
031100     END-IF.                                                      BBANK15P
031200     IF BANK-SCR15-NEW-TYPE IS EQUAL TO 'c'                       BBANK15P
031300        MOVE 'C' TO BANK-SCR15-NEW-TYPE                           BBANK15P
031400     END-IF.                                                      BBANK15P
031500     IF BANK-SCR15-NEW-TYPE IS NOT EQUAL TO 'I' AND               BBANK15P
031600        BANK-SCR15-NEW-TYPE IS NOT EQUAL TO 'C'                   BBANK15P
031700        MOVE 'Owner type must be I(ndividual) or C(ompany)'       BBANK15P
031800          TO WS-ERROR-MSG                                         BBANK15P
031900        GO TO VALIDATE-INPUT-ERROR                                BBANK15P
032000     END-IF.                                                      BBANK15P
032100     MOVE BANK-SCR15-NEW-PCT TO WS-PCT-WORK.                      BBANK15P
032200     IF WS-PCT-WORK IS NOT NUMERIC                                BBANK15P
032300        MOVE 'Percentage held must be numeric (nnnvv)'            BBANK15P
032400          TO WS-ERROR-MSG                                         BBANK15P
032500        GO TO VALIDATE-INPUT-ERROR                                BBANK15P
032600     END-IF.                                                      BBANK15P
032700     MOVE 0 TO WS-VIA-ID.                                         BBANK15P
032800     IF BANK-SCR15-NEW-VIA IS NOT EQUAL TO LOW-VALUES AND         BBANK15P
032900        BANK-SCR15-NEW-VIA IS NOT EQUAL TO SPACES                 BBANK15P
033000        MOVE SPACES TO WS-VIA-WORK                                BBANK15P
033100        MOVE 0 TO WS-VIA-LEN                                      BBANK15P
033200        UNSTRING BANK-SCR15-NEW-VIA DELIMITED BY ALL SPACES OR    BBANK15P
033300                                                 LOW-VALUE        BBANK15P
033400          INTO WS-VIA-WORK COUNT IN WS-VIA-LEN                    BBANK15P
033500        END-UNSTRING                                              BBANK15P
033600        IF WS-VIA-LEN IS EQUAL TO ZERO OR                         BBANK15P
033700           WS-VIA-WORK (1:WS-VIA-LEN) IS NOT NUMERIC              BBANK15P
033800           MOVE 'Held via must be the number of a company owner'  BBANK15P
033900             TO WS-ERROR-MSG                                      BBANK15P
034000           GO TO VALIDATE-INPUT-ERROR                             BBANK15P
034100        END-IF                                                    BBANK15P
034200        MOVE WS-VIA-WORK (1:WS-VIA-LEN) TO WS-VIA-ID              BBANK15P
034300     END-IF.                                                      BBANK15P
034400     GO TO VALIDATE-INPUT-EXIT.                                   BBANK15P
034500 VALIDATE-INPUT-ERROR.                                            BBANK15P
034600     SET INPUT-ERROR TO TRUE.                                     BBANK15P
034700 VALIDATE-INPUT-EXIT.                                             BBANK15P
034800     EXIT.                                                        BBANK15P
034900                                                                  BBANK15P
035000***************************************************************** BBANK15P
035100* Drive DCORP01P to add the owner keyed - once added the add    * BBANK15P
035200* fields are cleared and the page shown again                   * BBANK15P
035300***************************************************************** BBANK15P
035400 ADD-OWNER.                                                       BBANK15P
035500     INITIALIZE CCP1-DATA.                                        BBANK15P
035600     SET CCP1I-ADD-OWNER TO TRUE.                                 BBANK15P
035700     MOVE BANK-SCR15-CORPPID TO CCP1I-CORP-PID.                   BBANK15P
035800     MOVE BANK-SCR15-NEW-NAME TO CCP1I-OWN-NAME.                  BBANK15P
035900     MOVE BANK-SCR15-NEW-TYPE TO CCP1I-OWN-TYPE.                  BBANK15P
036000     IF BANK-SCR15-NEW-DOB IS NOT EQUAL TO LOW-VALUES             BBANK15P
036100        MOVE BANK-SCR15-NEW-DOB TO CCP1I-OWN-DOB                  BBANK15P
036200     END-IF.                                                      BBANK15P
036300     IF BANK-SCR15-NEW-NATION IS NOT EQUAL TO LOW-VALUES          BBANK15P
036400        MOVE BANK-SCR15-NEW-NATION TO CCP1I-OWN-NATIONALITY       BBANK15P
036500     END-IF.                                                      BBANK15P
036600     MOVE WS-PCT-WORK-N TO CCP1I-OWN-PERCENT.                     BBANK15P
036700     MOVE BANK-SCR15-NEW-CONTROL TO CCP1I-OWN-CONTROL.            BBANK15P
036800     INSPECT CCP1I-OWN-CONTROL CONVERTING 'svbo' TO 'SVBO'.       BBANK15P
036900     MOVE WS-VIA-ID TO CCP1I-OWN-VIA-ID.                          BBANK15P
037000     MOVE BANK-USERID TO CCP1I-USERID.                            BBANK15P
037100 COPY CCORPX01.                                                   BBANK15P
037200     MOVE CCP1O-MSG TO WS-ERROR-MSG.                              BBANK15P
037300     IF NOT CCP1O-REQUEST-OK                                      BBANK15P
037400        IF CCP1O-REQUEST-FAIL                                     BBANK15P
037500           MOVE CCP1O-MSG TO BANK-ERROR-MSG                       BBANK15P
037600        END-IF                                                    BBANK15P
037700        MOVE WS-ERROR-MSG TO BANK-SCR15-ERRMSG                    BBANK15P
037800        GO TO ADD-OWNER-EXIT                                      BBANK15P
037900     END-IF.                                                      BBANK15P
038000     MOVE LOW-VALUES TO BANK-SCR15-NEW-NAME.                      BBANK15P
038100     MOVE LOW-VALUES TO BANK-SCR15-NEW-TYPE.                      BBANK15P
038200     MOVE LOW-VALUES TO BANK-SCR15-NEW-DOB.                       BBANK15P
038300     MOVE LOW-VALUES TO BANK-SCR15-NEW-NATION.                    BBANK15P
038400     MOVE LOW-VALUES TO BANK-SCR15-NEW-PCT.                       BBANK15P
038500     MOVE LOW-VALUES TO BANK-SCR15-NEW-CONTROL.                   BBANK15P
038600     MOVE LOW-VALUES TO BANK-SCR15-NEW-VIA.                       BBANK15P
038700     PERFORM SAME-PAGE THRU                                       BBANK15P
038800             SAME-PAGE-EXIT.                                      BBANK15P
038900     MOVE WS-ERROR-MSG TO BANK-SCR15-ERRMSG.                      BBANK15P
039000 ADD-OWNER-EXIT.                                                  BBANK15P
039100     EXIT.                                                        BBANK15P
039200                                                                  BBANK15P
039300***************************************************************** BBANK15P
039400* Drive DCORP01P to remove the owner marked, then show the      * BBANK15P
039500* same page again with the outcome                              * BBANK15P
039600***************************************************************** BBANK15P
039700 REMOVE-OWNER.                                                    BBANK15P
039800     INITIALIZE CCP1-DATA.                                        BBANK15P
039900     SET CCP1I-REMOVE-OWNER TO TRUE.                              BBANK15P
040000     MOVE BANK-SCR15-CORPPID TO CCP1I-CORP-PID.                   BBANK15P
040100     MOVE WS-OWNER-ID TO CCP1I-OWN-ID.                            BBANK15P
040200     MOVE BANK-USERID TO CCP1I-USERID.                            BBANK15P
040300 COPY CCORPX01.                                                   BBANK15P
040400     MOVE CCP1O-MSG TO WS-ERROR-MSG.                              BBANK15P
040500     IF CCP1O-REQUEST-FAIL                                        BBANK15P
040600        MOVE CCP1O-MSG TO BANK-ERROR-MSG                          BBANK15P
040700     END-IF.                                                      BBANK15P
040800     PERFORM SAME-PAGE THRU                                       BBANK15P
040900             SAME-PAGE-EXIT.                                      BBANK15P
041000     MOVE WS-ERROR-MSG TO BANK-SCR15-ERRMSG.                      BBANK15P
041100 REMOVE-OWNER-EXIT.                                               BBANK15P
041200     EXIT.                                                        BBANK15P
041300                                                                  BBANK15P
041400***************************************************************** BBANK15P
041500* Show the page that was on the screen again, from its first    * BBANK15P
041600* owner                                                         * BBANK15P
041700***************************************************************** BBANK15P
041800 SAME-PAGE.                                                       BBANK15P
041900     MOVE 'F' TO WS-DIRECTION.                                    BBANK15P
042000     MOVE 0 TO WS-START-ID.                                       BBANK15P
042100     IF BANK-SCR15-FIRST-KEY IS NOT EQUAL TO LOW-VALUES AND       BBANK15P
042200        BANK-SCR15-FIRST-KEY IS NOT EQUAL TO SPACES               BBANK15P
042300        MOVE BANK-SCR15-FIRST-KEY TO WS-START-ID                  BBANK15P
042400        SUBTRACT 1 FROM WS-START-ID                               BBANK15P
042500     END-IF.                                                      BBANK15P
042600     PERFORM LIST-OWNERS THRU                                     BBANK15P
042700             LIST-OWNERS-EXIT.                                    BBANK15P
042800 SAME-PAGE-EXIT.                                                  BBANK15P
042900     EXIT.                                                        BBANK15P
043000                                                                  BBANK15P
043100***************************************************************** BBANK15P
043200* Show the corporate's owners from the first                    * BBANK15P
043300***************************************************************** BBANK15P
043400 FIRST-PAGE.                                                      BBANK15P
043500     MOVE 'F' TO WS-DIRECTION.                                    BBANK15P
043600     MOVE 0 TO WS-START-ID.                                       BBANK15P
043700     PERFORM LIST-OWNERS THRU                                     BBANK15P
043800             LIST-OWNERS-EXIT.                                    BBANK15P
043900 FIRST-PAGE-EXIT.                                                 BBANK15P
044000     EXIT.                                                        BBANK15P
044100                                                                  BBANK15P
044200***************************************************************** BBANK15P
044300* Drive DCORP01P for a page of owners. Paging past the last     * BBANK15P
044400* one leaves the page showing with the message                  * BBANK15P
044500***************************************************************** BBANK15P
044600 LIST-OWNERS.                                                     BBANK15P
044700     INITIALIZE CCP1-DATA.                                        BBANK15P
044800     SET CCP1I-LIST-OWNERS TO TRUE.                               BBANK15P
044900     MOVE BANK-SCR15-CORPPID TO CCP1I-CORP-PID.                   BBANK15P
045000     MOVE WS-DIRECTION TO CCP1I-DIRECTION.                        BBANK15P
045100     MOVE WS-START-ID TO CCP1I-START-ID.                          BBANK15P
045200     MOVE BANK-USERID TO CCP1I-USERID.                            BBANK15P
045300 COPY CCORPX01.                                                   BBANK15P
045400     MOVE CCP1O-MSG TO BANK-SCR15-ERRMSG.                         BBANK15P
045500     IF NOT CCP1O-REQUEST-OK                                      BBANK15P
045600        IF CCP1O-REQUEST-FAIL                                     BBANK15P
045700           MOVE CCP1O-MSG TO BANK-ERROR-MSG                       BBANK15P
045800        END-IF                                                    BBANK15P
045900        IF WS-START-ID IS NOT EQUAL TO ZERO                       BBANK15P
046000           GO TO LIST-OWNERS-EXIT                                 BBANK15P
046100        END-IF                                                    BBANK15P
046200     END-IF.                                                      BBANK15P
046300     MOVE CCP1O-REG-NAME TO BANK-SCR15-CORPNAME.                  BBANK15P
046400     MOVE CCP1O-REVIEW-DATE TO BANK-SCR15-REVIEW.                 BBANK15P
046500     MOVE CCP1O-REVIEWED-DATE TO BANK-SCR15-REVIEWED.             BBANK15P
046600     MOVE SPACES TO BANK-SCR15-FIRST-KEY.                         BBANK15P
046700     MOVE SPACES TO BANK-SCR15-LAST-KEY.                          BBANK15P
046800     IF CCP1O-OWN-COUNT IS GREATER THAN 0                         BBANK15P
046900        MOVE CCP1O-OWN-LIST-ID (1) TO BANK-SCR15-FIRST-KEY        BBANK15P
047000        MOVE CCP1O-OWN-LIST-ID (CCP1O-OWN-COUNT)                  BBANK15P
047100          TO BANK-SCR15-LAST-KEY                                  BBANK15P
047200     END-IF.                                                      BBANK15P
047300     MOVE 0 TO WS-SUB1.                                           BBANK15P
047400     PERFORM SHOW-OWNER-ROW THRU                                  BBANK15P
047500             SHOW-OWNER-ROW-EXIT 6 TIMES.                         BBANK15P
047600     IF BANK-SCR15-ERRMSG IS EQUAL TO SPACES                      BBANK15P
047700        MOVE 'D removes an owner - key a name below to add one'   BBANK15P
047800          TO BANK-SCR15-ERRMSG                                    BBANK15P
047900     END-IF.                                                      BBANK15P
048000 LIST-OWNERS-EXIT.                                                BBANK15P
048100     EXIT.                                                        BBANK15P
048200                                                                  BBANK15P
048300***************************************************************** BBANK15P
048400* Show one owner, or clear the row                              * BBANK15P
048500***************************************************************** BBANK15P
048600 SHOW-OWNER-ROW.                                                  BBANK15P
048700     ADD 1 TO WS-SUB1.                                            BBANK15P
048800     MOVE SPACES TO BANK-SCR15-OWNS (WS-SUB1).                    BBANK15P
048900     IF WS-SUB1 IS GREATER THAN CCP1O-OWN-COUNT                   BBANK15P
049000        GO TO SHOW-OWNER-ROW-EXIT                                 BBANK15P
049100     END-IF.                                                      BBANK15P
049200     MOVE CCP1O-OWN-LIST-ID (WS-SUB1)                             BBANK15P
049300       TO BANK-SCR15-OWN-ID (WS-SUB1).                            BBANK15P
049400     MOVE CCP1O-OWN-LIST-TYPE (WS-SUB1)                           BBANK15P
049500       TO BANK-SCR15-OWN-TYPE (WS-SUB1).                          BBANK15P
049600     MOVE CCP1O-OWN-LIST-NAME (WS-SUB1)                           BBANK15P
049700       TO BANK-SCR15-OWN-NAME (WS-SUB1).                          BBANK15P
049800     MOVE CCP1O-OWN-LIST-DOB (WS-SUB1)                            BBANK15P
049900       TO BANK-SCR15-OWN-DOB (WS-SUB1).                           BBANK15P
050000     MOVE CCP1O-OWN-LIST-NATION (WS-SUB1)                         BBANK15P
050100       TO BANK-SCR15-OWN-NATION (WS-SUB1).                        BBANK15P
050200     MOVE CCP1O-OWN-LIST-PERCENT (WS-SUB1) TO WS-PCT-DISP.        BBANK15P
050300     MOVE WS-PCT-DISP TO BANK-SCR15-OWN-PCT (WS-SUB1).            BBANK15P
050400     MOVE CCP1O-OWN-LIST-EFFECTIVE (WS-SUB1) TO WS-PCT-DISP.      BBANK15P
050500     MOVE WS-PCT-DISP TO BANK-SCR15-OWN-EFFECTIVE (WS-SUB1).      BBANK15P
050600     MOVE CCP1O-OWN-LIST-CONTROL (WS-SUB1)                        BBANK15P
050700       TO BANK-SCR15-OWN-CONTROL (WS-SUB1).                       BBANK15P
050800     IF CCP1O-OWN-LIST-VIA (WS-SUB1) IS GREATER THAN ZERO         BBANK15P
050900        MOVE CCP1O-OWN-LIST-VIA (WS-SUB1)                         BBANK15P
051000          TO BANK-SCR15-OWN-VIA (WS-SUB1)                         BBANK15P
051100     END-IF.                                                      BBANK15P
051200     EVALUATE CCP1O-OWN-LIST-SCREEN (WS-SUB1)                     BBANK15P
051300       WHEN 'H'                                                   BBANK15P
051400         MOVE 'Referred' TO BANK-SCR15-OWN-SCREEN (WS-SUB1)       BBANK15P
051500       WHEN 'F'                                                   BBANK15P
051600         MOVE 'Matched' TO BANK-SCR15-OWN-SCREEN (WS-SUB1)        BBANK15P
051700       WHEN OTHER                                                 BBANK15P
051800         MOVE 'Clear' TO BANK-SCR15-OWN-SCREEN (WS-SUB1)          BBANK15P
051900     END-EVALUATE.                                                BBANK15P
052000 SHOW-OWNER-ROW-EXIT.                                             BBANK15P
052100     EXIT.                                                        BBANK15P
052200                                                                  BBANK15P
052300***************************************************************** BBANK15P
052400* Check for an idle session timeout                             * BBANK15P
052500***************************************************************** BBANK15P
052600 COPY CIDLECHK.                                                   BBANK15P
