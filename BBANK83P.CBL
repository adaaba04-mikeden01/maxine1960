000100***************************************************************** BBANK83P
000200*                                                               * BBANK83P
000300*  Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.    * BBANK83P
000400*  This demonstration program is provided for use by users      * BBANK83P
000500*  of Micro Focus products and may be used, modified and        * BBANK83P
000600*  distributed as part of your application provided that        * BBANK83P
000700*  you properly acknowledge the copyright of Micro Focus        * BBANK83P
000800*  in this material.                                            * BBANK83P
000900*                                                               * BBANK83P
001000***************************************************************** BBANK83P
001100                                                                  BBANK83P
001200***************************************************************** BBANK83P
001300* Program:     BBANK83P.CBL                                     * BBANK83P
001400* Layer:       Business logic                                   * BBANK83P
001500* Function:    Product catalogue maintenance - lists the        * BBANK83P
001600*              account types on BNKATYPE with whether each is   * BBANK83P
001700*              on sale, shows a product's rules, and takes a    * BBANK83P
001800*              new product or a change to one proposed,         * BBANK83P
001900*              approved or rejected under maker and checker.    * BBANK83P
002000*              All through DPROD01P                             * BBANK83P
002100***************************************************************** BBANK83P
002200                                                                  BBANK83P
002300 IDENTIFICATION DIVISION.                                         BBANK83P
002400 PROGRAM-ID.                                                      BBANK83P
002500     BBANK83P.                                                    BBANK83P
002600 DATE-WRITTEN.                                                    BBANK83P
002700     October 2026.                                                BBANK83P
002800 DATE-COMPILED.                                                   BBANK83P
002900     Today.                                                       BBANK83P
003000                                                                  BBANK83P
003100 ENVIRONMENT DIVISION.                                            BBANK83P
003200                                                                  BBANK83P
003300 DATA DIVISION.                                                   BBANK83P
003400 WORKING-STORAGE SECTION.                                         BBANK83P
003500 01  WS-MISC-STORAGE.                                             BBANK83P
003600   05  WS-PROGRAM-ID                         PIC X(8)             BBANK83P
003700       VALUE 'BBANK83P'.                                          BBANK83P
003800   05  WS-INPUT-FLAG                         PIC X(1).            BBANK83P
003900     88  INPUT-OK                            VALUE '0'.           BBANK83P
004000     88  INPUT-ERROR                         VALUE '1'.           BBANK83P
004100   05  WS-RETURN-FLAG                        PIC X(1).            BBANK83P
004200     88  WS-RETURN-FLAG-OFF                  VALUE LOW-VALUES.    BBANK83P
004300     88  WS-RETURN-FLAG-ON                   VALUE '1'.           BBANK83P
004400   05  WS-PFK-FLAG                           PIC X(1).            BBANK83P
004500     88  PFK-VALID                           VALUE '0'.           BBANK83P
004600     88  PFK-INVALID                         VALUE '1'.           BBANK83P
004700   05  WS-IDLE-FLAG                          PIC X(1).            BBANK83P
004800     88  SESSION-NOT-TIMED-OUT               VALUE '0'.           BBANK83P
004900     88  WS-SESSION-TIMED-OUT                VALUE '1'.           BBANK83P
005000   05  WS-ERROR-MSG                          PIC X(75).           BBANK83P
005100   05  WS-SUB1                               PIC S9(4) COMP.      BBANK83P
005200*        A figure keyed, taken apart at the decimal point         BBANK83P
005300   05  WS-KEY-WHOLE-X                        PIC X(10).           BBANK83P
005400   05  WS-KEY-FRACT-X                        PIC X(10).           BBANK83P
005500   05  WS-KEY-REST-X                         PIC X(10).           BBANK83P
005600   05  WS-WHOLE-LEN                          PIC S9(4) COMP.      BBANK83P
005700   05  WS-FRACT-LEN                          PIC S9(4) COMP.      BBANK83P
005800   05  WS-BAL-NUM                            PIC 9(7)V99.         BBANK83P
005900   05  FILLER REDEFINES WS-BAL-NUM.                               BBANK83P
006000     10  WS-BAL-WHOLE                        PIC 9(7).            BBANK83P
006100     10  WS-BAL-FRACT                        PIC 9(2).            BBANK83P
006200   05  WS-BAL-FRACT-2                        PIC X(2).            BBANK83P
006300*        An age keyed and the years it comes to                   BBANK83P
006400   05  WS-AGE-X                              PIC X(3).            BBANK83P
006500   05  WS-AGE-NUM                            PIC 9(3).            BBANK83P
006600   05  WS-MIN-AGE                            PIC 9(3).            BBANK83P
006700   05  WS-MAX-AGE                            PIC 9(3).            BBANK83P
006800   05  WS-DATE-X                             PIC X(10).           BBANK83P
006900                                                                  BBANK83P
007000 01  WS-BANK-DATA.                                                BBANK83P
007100 COPY CBANKDAT.                                                   BBANK83P
007200 COPY CTIMERD.                                                    BBANK83P
007220 01  WS-SESSION-DATA.                                             BBANK83P
007240 COPY CSIGND01.                                                   BBANK83P
007300 01  WS-EXCEPTION-DATA.                                           BBANK83P
007400 COPY CBANKD16.                                                   BBANK83P
007500                                                                  BBANK83P
007600 01  WS-PROD-DATA.                                                BBANK83P
007700 COPY CPRODD01.                                                   BBANK83P
007800                                                                  BBANK83P
007900 COPY CABENDD.                                                    BBANK83P
008000                                                                  BBANK83P
008100 LINKAGE SECTION.                                                 BBANK83P
008200 01  DFHCOMMAREA.                                                 BBANK83P
008300   05  LK-COMMAREA                           PIC X(32654).        BBANK83P
008400                                                                  BBANK83P
008500 COPY CENTRY.                                                     BBANK83P
008600***************************************************************** BBANK83P
008700* Make ourselves re-entrant                                     * BBANK83P
008800***************************************************************** BBANK83P
008900     MOVE SPACES TO WS-ERROR-MSG.                                 BBANK83P
009000                                                                  BBANK83P
009100***************************************************************** BBANK83P
009200* Move the passed area to our area                              * BBANK83P
009300***************************************************************** BBANK83P
009400     MOVE DFHCOMMAREA (1:LENGTH OF WS-BANK-DATA) TO WS-BANK-DATA. BBANK83P
009500                                                                  BBANK83P
009600***************************************************************** BBANK83P
009700* Ensure error message is cleared                               * BBANK83P
009800***************************************************************** BBANK83P
009900     MOVE SPACES TO BANK-ERROR-MSG.                               BBANK83P
010000                                                                  BBANK83P
010100***************************************************************** BBANK83P
010200* Save the passed return flag and then turn it off              * BBANK83P
010300***************************************************************** BBANK83P
010400     MOVE BANK-RETURN-FLAG TO WS-RETURN-FLAG.                     BBANK83P
010500     SET BANK-RETURN-FLAG-OFF TO TRUE.                            BBANK83P
010600                                                                  BBANK83P
010700***************************************************************** BBANK83P
010800* Force a logoff if the session has been idle too long          * BBANK83P
010900***************************************************************** BBANK83P
011000     SET SESSION-NOT-TIMED-OUT TO TRUE.                           BBANK83P
011100     PERFORM CHECK-IDLE-TIMEOUT THRU                              BBANK83P
011200             CHECK-IDLE-TIMEOUT-EXIT.                             BBANK83P
011300     IF WS-SESSION-TIMED-OUT                                      BBANK83P
011400        MOVE 'BBANK83P' TO BANK-LAST-PROG                         BBANK83P
011500        MOVE 'BBANK99P' TO BANK-NEXT-PROG                         BBANK83P
011600        MOVE 'MBANK99' TO BANK-NEXT-MAPSET                        BBANK83P
011700        MOVE 'BANK99A' TO BANK-NEXT-MAP                           BBANK83P
011800        MOVE 'Session timed out due to inactivity' TO             BBANK83P
011900             BANK-ERROR-MSG                                       BBANK83P
012000        SET BANK-AID-ENTER TO TRUE                                BBANK83P
012100        GO TO COMMON-RETURN                                       BBANK83P
012200     END-IF.                                                      BBANK83P
012300                                                                  BBANK83P
012400***************************************************************** BBANK83P
012500* Check the AID to see if its valid at this point               * BBANK83P
012600***************************************************************** BBANK83P
012700     SET PFK-INVALID TO TRUE.                                     BBANK83P
012800     IF BANK-AID-ENTER OR                                         BBANK83P
012900        BANK-AID-PFK03 OR                                         BBANK83P
013000        BANK-AID-PFK04                                            BBANK83P
013100        SET PFK-VALID TO TRUE                                     BBANK83P
013200     END-IF.                                                      BBANK83P
013300     IF PFK-INVALID                                               BBANK83P
013400        SET BANK-AID-ENTER TO TRUE                                BBANK83P
013500     END-IF.                                                      BBANK83P
013600                                                                  BBANK83P
013700***************************************************************** BBANK83P
013800* Check the AID to see if we have to quit                       * BBANK83P
013900***************************************************************** BBANK83P
014000     IF BANK-AID-PFK03                                            BBANK83P
014100        MOVE 'BBANK83P' TO BANK-LAST-PROG                         BBANK83P
014200        MOVE 'BBANK99P' TO BANK-NEXT-PROG                         BBANK83P
014300        MOVE 'MBANK99' TO BANK-NEXT-MAPSET                        BBANK83P
014400        MOVE 'BANK99A' TO BANK-NEXT-MAP                           BBANK83P
014500        GO TO COMMON-RETURN                                       BBANK83P
014600     END-IF.                                                      BBANK83P
014700                                                                  BBANK83P
014800***************************************************************** BBANK83P
014900* Check the AID to see if we have to return to the services     * BBANK83P
015000* menu                                                          * BBANK83P
015100***************************************************************** BBANK83P
015200     IF BANK-AID-PFK04                                            BBANK83P
015300        MOVE 'BBANK83P' TO BANK-LAST-PROG                         BBANK83P
015400        MOVE 'BBANK21P' TO BANK-NEXT-PROG                         BBANK83P
015500        MOVE 'MBANK21' TO BANK-NEXT-MAPSET                        BBANK83P
015600        MOVE 'BANK21A' TO BANK-NEXT-MAP                           BBANK83P
015700        SET BANK-AID-ENTER TO TRUE                                BBANK83P
015800        GO TO COMMON-RETURN                                       BBANK83P
015900     END-IF.                                                      BBANK83P
016000                                                                  BBANK83P
016100* Check if we have set the screen up before or is this 1st time   BBANK83P
016200     IF BANK-LAST-MAPSET IS NOT EQUAL TO 'MBANK83'                BBANK83P
016300        MOVE 'BBANK83P' TO BANK-LAST-PROG                         BBANK83P
016400        MOVE 'BBANK83P' TO BANK-NEXT-PROG                         BBANK83P
016500        MOVE 'MBANK83' TO BANK-LAST-MAPSET                        BBANK83P
016600        MOVE 'BANK83A' TO BANK-LAST-MAP                           BBANK83P
016700        MOVE 'MBANK83' TO BANK-NEXT-MAPSET                        BBANK83P
016800        MOVE 'BANK83A' TO BANK-NEXT-MAP                           BBANK83P
016900        MOVE LOW-VALUES TO BANK-SCREEN83-DATA                     BBANK83P
017000        GO TO COMMON-RETURN                                       BBANK83P
017100     END-IF.                                                      BBANK83P
017200                                                                  BBANK83P
017300***************************************************************** BBANK83P
017400* The user pressed ENTER - validate and work the request        * BBANK83P
017500***************************************************************** BBANK83P
017600     MOVE 'BBANK83P' TO BANK-LAST-PROG.                           BBANK83P
017700     MOVE 'BBANK83P' TO BANK-NEXT-PROG.                           BBANK83P
017800     MOVE 'MBANK83' TO BANK-LAST-MAPSET.                          BBANK83P
017900     MOVE 'BANK83A' TO BANK-LAST-MAP.                             BBANK83P
018000     MOVE 'MBANK83' TO BANK-NEXT-MAPSET.                          BBANK83P
018100     MOVE 'BANK83A' TO BANK-NEXT-MAP.                             BBANK83P
018200                                                                  BBANK83P
018300     PERFORM VALIDATE-INPUT THRU                                  BBANK83P
018400             VALIDATE-INPUT-EXIT.                                 BBANK83P
018500     IF INPUT-ERROR                                               BBANK83P
018600        MOVE WS-ERROR-MSG TO BANK-SCR83-ERRMSG                    BBANK83P
018700        MOVE WS-ERROR-MSG TO BANK-ERROR-MSG                       BBANK83P
018800        GO TO COMMON-RETURN                                       BBANK83P
018900     END-IF.                                                      BBANK83P
019000                                                                  BBANK83P
019100     PERFORM WORK-PRODUCTS THRU                                   BBANK83P
019200             WORK-PRODUCTS-EXIT.                                  BBANK83P
019300     GO TO COMMON-RETURN.                                         BBANK83P
019400                                                                  BBANK83P
019500 COMMON-RETURN.                                                   BBANK83P
019600     IF BANK-ERROR-MSG NOT EQUAL TO SPACES                        BBANK83P
019700        MOVE SPACES TO CD16-DATA                                  BBANK83P
019800        MOVE BANK-USERID TO CD16I-PERSON-PID                      BBANK83P
019900        MOVE WS-PROGRAM-ID TO CD16I-PROGRAM                       BBANK83P
020000        MOVE BANK-ERROR-MSG TO CD16I-MESSAGE                      BBANK83P
020100     COPY CBANKX16.                                               BBANK83P
020200     END-IF.                                                      BBANK83P
020300     MOVE WS-BANK-DATA TO DFHCOMMAREA (1:LENGTH OF WS-BANK-DATA). BBANK83P
020400 COPY CRETURN.                                                    BBANK83P
020500***************************************************************** BBANK83P
020600* Validate what the operator keyed                              * BBANK83P
020700***************************************************************** BBANK83P
020800 VALIDATE-INPUT.                                                  BBANK83P
020900     SET INPUT-OK TO TRUE.                                        BBANK83P
021000     IF NOT BANK-ROLE-SUPERVISOR AND                              BBANK83P
021100        NOT BANK-ROLE-BACK-OFFICE                                 BBANK83P
021200        MOVE 'Only supervisors can maintain the product catalogue'BBANK83P
021300          TO WS-ERROR-MSG                                         BBANK83P
021400        GO TO VALIDATE-INPUT-ERROR                                BBANK83P
021500     END-IF.                                                      BBANK83P
021600     IF GUEST                                                     BBANK83P
021700        MOVE 'Guest users cannot maintain the product catalogue'  BBANK83P
021800          TO WS-ERROR-MSG                                         BBANK83P
021900        GO TO VALIDATE-INPUT-ERROR                                BBANK83P
022000     END-IF.                                                      BBANK83P
022100     IF BANK-SCR83-ACTION IS NOT EQUAL TO 'L' AND                 BBANK83P
022200        BANK-SCR83-ACTION IS NOT EQUAL TO 'R' AND                 BBANK83P
022300        BANK-SCR83-ACTION IS NOT EQUAL TO 'P' AND                 BBANK83P
022400        BANK-SCR83-ACTION IS NOT EQUAL TO 'V' AND                 BBANK83P
022500        BANK-SCR83-ACTION IS NOT EQUAL TO 'X'                     BBANK83P
022600        MOVE 'Action must be L, R, P, V(approve) or X(reject)'    BBANK83P
022700          TO WS-ERROR-MSG                                         BBANK83P
022800        GO TO VALIDATE-INPUT-ERROR                                BBANK83P
022900     END-IF.                                                      BBANK83P
023000     IF BANK-SCR83-TYPE IS EQUAL TO LOW-VALUES                    BBANK83P
023100        MOVE SPACES TO BANK-SCR83-TYPE                            BBANK83P
023200     END-IF.                                                      BBANK83P
023300     IF BANK-SCR83-DESC IS EQUAL TO LOW-VALUES                    BBANK83P
023400        MOVE SPACES TO BANK-SCR83-DESC                            BBANK83P
023500     END-IF.                                                      BBANK83P
023600     IF BANK-SCR83-MINBAL IS EQUAL TO LOW-VALUES                  BBANK83P
023700        MOVE SPACES TO BANK-SCR83-MINBAL                          BBANK83P
023800     END-IF.                                                      BBANK83P
023900     IF BANK-SCR83-MINAGE IS EQUAL TO LOW-VALUES                  BBANK83P
024000        MOVE SPACES TO BANK-SCR83-MINAGE                          BBANK83P
024100     END-IF.                                                      BBANK83P
024200     IF BANK-SCR83-MAXAGE IS EQUAL TO LOW-VALUES                  BBANK83P
024300        MOVE SPACES TO BANK-SCR83-MAXAGE                          BBANK83P
024400     END-IF.                                                      BBANK83P
024500     IF BANK-SCR83-CCYS IS EQUAL TO LOW-VALUES                    BBANK83P
024600        MOVE SPACES TO BANK-SCR83-CCYS                            BBANK83P
024700     END-IF.                                                      BBANK83P
024800     IF BANK-SCR83-INTBR IS EQUAL TO LOW-VALUES                   BBANK83P
024900        MOVE SPACES TO BANK-SCR83-INTBR                           BBANK83P
025000     END-IF.                                                      BBANK83P
025100     IF BANK-SCR83-ODELG IS EQUAL TO LOW-VALUES                   BBANK83P
025200        MOVE SPACES TO BANK-SCR83-ODELG                           BBANK83P
025300     END-IF.                                                      BBANK83P
025400     IF BANK-SCR83-FEESCH IS EQUAL TO LOW-VALUES                  BBANK83P
025500        MOVE SPACES TO BANK-SCR83-FEESCH                          BBANK83P
025600     END-IF.                                                      BBANK83P
025700     IF BANK-SCR83-RATETYP IS EQUAL TO LOW-VALUES                 BBANK83P
025800        MOVE SPACES TO BANK-SCR83-RATETYP                         BBANK83P
025900     END-IF.                                                      BBANK83P
026000     IF BANK-SCR83-SELLFROM IS EQUAL TO LOW-VALUES                BBANK83P
026100        MOVE SPACES TO BANK-SCR83-SELLFROM                        BBANK83P
026200     END-IF.                                                      BBANK83P
026300     IF BANK-SCR83-STOPSELL IS EQUAL TO LOW-VALUES                BBANK83P
026400        MOVE SPACES TO BANK-SCR83-STOPSELL                        BBANK83P
026500     END-IF.                                                      BBANK83P
026600     IF BANK-SCR83-ACTION IS EQUAL TO 'L'                         BBANK83P
026700        GO TO VALIDATE-INPUT-EXIT                                 BBANK83P
026800     END-IF.                                                      BBANK83P
026900     IF BANK-SCR83-TYPE IS EQUAL TO SPACES                        BBANK83P
027000        MOVE 'Key the product type code' TO WS-ERROR-MSG          BBANK83P
027100        GO TO VALIDATE-INPUT-ERROR                                BBANK83P
027200     END-IF.                                                      BBANK83P
027300     IF BANK-SCR83-ACTION IS NOT EQUAL TO 'P'                     BBANK83P
027400        GO TO VALIDATE-INPUT-EXIT                                 BBANK83P
027500     END-IF.                                                      BBANK83P
027600     MOVE 0 TO WS-BAL-NUM.                                        BBANK83P
027700     IF BANK-SCR83-MINBAL IS NOT EQUAL TO SPACES                  BBANK83P
027800        PERFORM VALIDATE-BALANCE THRU                             BBANK83P
027900                VALIDATE-BALANCE-EXIT                             BBANK83P
028000        IF INPUT-ERROR                                            BBANK83P
028100           GO TO VALIDATE-INPUT-EXIT                              BBANK83P
028200        END-IF                                                    BBANK83P
028300     END-IF.                                                      BBANK83P
028400     MOVE BANK-SCR83-MINAGE TO WS-AGE-X.                          BBANK83P
028500     PERFORM VALIDATE-AGE THRU                                    BBANK83P
028600             VALIDATE-AGE-EXIT.                                   BBANK83P
028700     IF INPUT-ERROR                                               BBANK83P
028800        GO TO VALIDATE-INPUT-EXIT                                 BBANK83P
028900     END-IF.                                                      BBANK83P
029000     MOVE WS-AGE-NUM TO WS-MIN-AGE.                               BBANK83P
029100     MOVE BANK-SCR83-MAXAGE TO WS-AGE-X.                          BBANK83P
029200     PERFORM VALIDATE-AGE THRU                                    BBANK83P
029300             VALIDATE-AGE-EXIT.                                   BBANK83P
029400     IF INPUT-ERROR                                               BBANK83P
029500        GO TO VALIDATE-INPUT-EXIT                                 BBANK83P
029600     END-IF.                                                      BBANK83P
029700     MOVE WS-AGE-NUM TO WS-MAX-AGE.                               BBANK83P
029800     MOVE BANK-SCR83-SELLFROM TO WS-DATE-X.                       BBANK83P
029900     PERFORM VALIDATE-DATE THRU                                   BBANK83P
030000             VALIDATE-DATE-EXIT.                                  BBANK83P
030100     IF INPUT-ERROR                                               BBANK83P
030200        GO TO VALIDATE-INPUT-EXIT                                 BBANK83P
030300     END-IF.                                                      BBANK83P
030400     MOVE BANK-SCR83-STOPSELL TO WS-DATE-X.                       BBANK83P
030500     PERFORM VALIDATE-DATE THRU                                   BBANK83P
030600             VALIDATE-DATE-EXIT.                                  BBANK83P
030700     GO TO VALIDATE-INPUT-EXIT.                                   BBANK83P
030800 VALIDATE-INPUT-ERROR.                                            BBANK83P
030900     SET INPUT-ERROR TO TRUE.                                     BBANK83P
031000 VALIDATE-INPUT-EXIT.                                             BBANK83P
031100     EXIT.                                                        BBANK83P
031200                                                                  BBANK83P
031300***************************************************************** BBANK83P
031400* The minimum opening balance is keyed as digits with an        * BBANK83P
031500* optional decimal point - up to seven whole digits and two     * BBANK83P
031600* decimals                                                      * BBANK83P
031700***************************************************************** BBANK83P
031800 VALIDATE-BALANCE.                                                BBANK83P
031900     MOVE SPACES TO WS-KEY-WHOLE-X.                               BBANK83P
032000     MOVE SPACES TO WS-KEY-FRACT-X.                               BBANK83P
032100     MOVE SPACES TO WS-KEY-REST-X.                                BBANK83P
032200     MOVE 0 TO WS-WHOLE-LEN.                                      BBANK83P
032300     MOVE 0 TO WS-FRACT-LEN.                                      BBANK83P
032400     UNSTRING BANK-SCR83-MINBAL DELIMITED BY '.' OR ALL SPACES    BBANK83P
032500         INTO WS-KEY-WHOLE-X COUNT IN WS-WHOLE-LEN                BBANK83P
032600              WS-KEY-FRACT-X COUNT IN WS-FRACT-LEN                BBANK83P
032700              WS-KEY-REST-X.                                      BBANK83P
032800     IF WS-WHOLE-LEN IS EQUAL TO ZERO OR                          BBANK83P
032900        WS-WHOLE-LEN IS GREATER THAN 7 OR                         BBANK83P
033000        WS-FRACT-LEN IS GREATER THAN 2 OR                         BBANK83P
033100        WS-KEY-REST-X IS NOT EQUAL TO SPACES                      BBANK83P
033200        MOVE 'Key the minimum balance as digits, up to 2 decimals'BBANK83P
033300          TO WS-ERROR-MSG                                         BBANK83P
033400        GO TO VALIDATE-BALANCE-ERROR                              BBANK83P
033500     END-IF.                                                      BBANK83P
033600     IF WS-KEY-WHOLE-X (1:WS-WHOLE-LEN) IS NOT NUMERIC            BBANK83P
033700        MOVE 'Key the minimum balance as digits, up to 2 decimals'BBANK83P
033800          TO WS-ERROR-MSG                                         BBANK83P
033900        GO TO VALIDATE-BALANCE-ERROR                              BBANK83P
034000     END-IF.                                                      BBANK83P
034100     MOVE WS-KEY-FRACT-X TO WS-BAL-FRACT-2.                       BBANK83P
034200     INSPECT WS-BAL-FRACT-2 REPLACING ALL SPACES BY ZEROS.        BBANK83P
034300     IF WS-BAL-FRACT-2 IS NOT NUMERIC                             BBANK83P
034400        MOVE 'Key the minimum balance as digits, up to 2 decimals'BBANK83P
034500          TO WS-ERROR-MSG                                         BBANK83P
034600        GO TO VALIDATE-BALANCE-ERROR                              BBANK83P
034700     END-IF.                                                      BBANK83P
034800     MOVE WS-KEY-WHOLE-X (1:WS-WHOLE-LEN) TO WS-BAL-WHOLE.        BBANK83P
034900     MOVE WS-BAL-FRACT-2 TO WS-BAL-FRACT.                         BBANK83P
035000     GO TO VALIDATE-BALANCE-EXIT.                                 BBANK83P
035100 VALIDATE-BALANCE-ERROR.                                          BBANK83P
035200     SET INPUT-ERROR TO TRUE.                                     BBANK83P
035300 VALIDATE-BALANCE-EXIT.                                           BBANK83P
035400     EXIT.                                                        BBANK83P
035500                                                                  BBANK83P
035600***************************************************************** BBANK83P
035700* An age is keyed as up to three digits in years - left blank it* BBANK83P
035800* is taken as zero, which sets no limit                         * BBANK83P
035900***************************************************************** BBANK83P
036000 VALIDATE-AGE.                                                    BBANK83P
036100     MOVE 0 TO WS-AGE-NUM.                                        BBANK83P
036200     IF WS-AGE-X IS EQUAL TO SPACES                               BBANK83P
036300        GO TO VALIDATE-AGE-EXIT                                   BBANK83P
036400     END-IF.                                                      BBANK83P
036500     MOVE SPACES TO WS-KEY-WHOLE-X.                               BBANK83P
036600     MOVE SPACES TO WS-KEY-REST-X.                                BBANK83P
036700     MOVE 0 TO WS-WHOLE-LEN.                                      BBANK83P
036800     UNSTRING WS-AGE-X DELIMITED BY ALL SPACES                    BBANK83P
036900         INTO WS-KEY-WHOLE-X COUNT IN WS-WHOLE-LEN                BBANK83P
037000              WS-KEY-REST-X.                                      BBANK83P
037100     IF WS-WHOLE-LEN IS EQUAL TO ZERO OR                          BBANK83P
037200        WS-KEY-REST-X IS NOT EQUAL TO SPACES                      BBANK83P
037300        MOVE 'Key each age as whole years or leave it blank'      BBANK83P
037400          TO WS-ERROR-MSG                                         BBANK83P
037500        GO TO VALIDATE-AGE-ERROR                                  BBANK83P
037600     END-IF.                                                      BBANK83P
037700     IF WS-KEY-WHOLE-X (1:WS-WHOLE-LEN) IS NOT NUMERIC            BBANK83P
037800        MOVE 'Key each age as whole years or leave it blank'      BBANK83P
037900          TO WS-ERROR-MSG                                         BBANK83P
038000        GO TO VALIDATE-AGE-ERROR                                  BBANK83P
038100     END-IF.                                                      BBANK83P
038200     MOVE WS-KEY-WHOLE-X (1:WS-WHOLE-LEN) TO WS-AGE-NUM.          BBANK83P
038300     GO TO VALIDATE-AGE-EXIT.                                     BBANK83P
038400 VALIDATE-AGE-ERROR.                                              BBANK83P
038500     SET INPUT-ERROR TO TRUE.                                     BBANK83P
038600 VALIDATE-AGE-EXIT.                                               BBANK83P
038700     EXIT.                                                        BBANK83P
038800                                                                  BBANK83P
038900***************************************************************** BBANK83P
039000* A sell-from or stop-sell date is keyed as yyyy-mm-dd or left  * BBANK83P
039100* blank - the product is then on sale from the start, or with   * BBANK83P
039200* no end                                                        * BBANK83P
039300***************************************************************** BBANK83P
039400 VALIDATE-DATE.                                                   BBANK83P
039500     IF WS-DATE-X IS EQUAL TO SPACES                              BBANK83P
039600        GO TO VALIDATE-DATE-EXIT                                  BBANK83P
039700     END-IF.                                                      BBANK83P
039800     IF WS-DATE-X (1:4) IS NOT NUMERIC OR                         BBANK83P
039900        WS-DATE-X (5:1) IS NOT EQUAL TO '-' OR                    BBANK83P
040000        WS-DATE-X (6:2) IS NOT NUMERIC OR                         BBANK83P
040100        WS-DATE-X (8:1) IS NOT EQUAL TO '-' OR                    BBANK83P
040200        WS-DATE-X (9:2) IS NOT NUMERIC                            BBANK83P
040300        MOVE 'Sale dates must be yyyy-mm-dd or left blank'        BBANK83P
040400          TO WS-ERROR-MSG                                         BBANK83P
040500        SET INPUT-ERROR TO TRUE                                   BBANK83P
040600     END-IF.                                                      BBANK83P
040700 VALIDATE-DATE-EXIT.                                              BBANK83P
040800     EXIT.                                                        BBANK83P
040900                                                                  BBANK83P
041000***************************************************************** BBANK83P
041100* Drive DPROD01P and show the outcome. A product read is shown  * BBANK83P
041200* field by field; a change proposed, approved or rejected is    * BBANK83P
041300* followed by the list from its type so the operator sees where * BBANK83P
041400* it stands. Currencies are keyed run together, e.g. GBPEUR     * BBANK83P
041500***************************************************************** BBANK83P
041600 WORK-PRODUCTS.                                                   BBANK83P
041700     INITIALIZE CPD1-DATA.                                        BBANK83P
041800     MOVE BANK-SCR83-ACTION TO CPD1I-FUNCTION.                    BBANK83P
041900     MOVE BANK-USERID TO CPD1I-USERID.                            BBANK83P
042000     MOVE BANK-SCR83-TYPE TO CPD1I-TYPE.                          BBANK83P
042100     IF BANK-SCR83-ACTION IS EQUAL TO 'P'                         BBANK83P
042200        MOVE BANK-SCR83-DESC TO CPD1I-DESC                        BBANK83P
042300        MOVE WS-BAL-NUM TO CPD1I-MIN-OPEN-BAL                     BBANK83P
042400        MOVE WS-MIN-AGE TO CPD1I-MIN-AGE                          BBANK83P
042500        MOVE WS-MAX-AGE TO CPD1I-MAX-AGE                          BBANK83P
042600        MOVE BANK-SCR83-CCYS TO CPD1I-CURRENCIES                  BBANK83P
042700        MOVE BANK-SCR83-INTBR TO CPD1I-INT-BEARING                BBANK83P
042800        MOVE BANK-SCR83-ODELG TO CPD1I-OD-ELIGIBLE                BBANK83P
042900        MOVE BANK-SCR83-FEESCH TO CPD1I-FEE-SCHED                 BBANK83P
043000        MOVE BANK-SCR83-RATETYP TO CPD1I-RATE-TYPE                BBANK83P
043100        MOVE BANK-SCR83-SELLFROM TO CPD1I-SELL-FROM               BBANK83P
043200        MOVE BANK-SCR83-STOPSELL TO CPD1I-STOP-SELL               BBANK83P
043300     END-IF.                                                      BBANK83P
043400 COPY CPRODX01.                                                   BBANK83P
043500     IF NOT CPD1O-REQUEST-OK                                      BBANK83P
043600        MOVE CPD1O-MSG TO BANK-SCR83-ERRMSG                       BBANK83P
043700        MOVE CPD1O-MSG TO BANK-ERROR-MSG                          BBANK83P
043800        GO TO WORK-PRODUCTS-EXIT                                  BBANK83P
043900     END-IF.                                                      BBANK83P
044000     MOVE CPD1O-MSG TO BANK-SCR83-ERRMSG.                         BBANK83P
044100     IF BANK-SCR83-ACTION IS EQUAL TO 'R'                         BBANK83P
044200        PERFORM SHOW-PRODUCT THRU                                 BBANK83P
044300                SHOW-PRODUCT-EXIT                                 BBANK83P
044400     END-IF.                                                      BBANK83P
044500     IF BANK-SCR83-ACTION IS NOT EQUAL TO 'L' AND                 BBANK83P
044600        BANK-SCR83-ACTION IS NOT EQUAL TO 'R'                     BBANK83P
044700        MOVE 'L' TO BANK-SCR83-ACTION                             BBANK83P
044800        INITIALIZE CPD1-DATA                                      BBANK83P
044900        SET CPD1I-LIST TO TRUE                                    BBANK83P
045000        MOVE BANK-USERID TO CPD1I-USERID                          BBANK83P
045100        MOVE BANK-SCR83-TYPE TO CPD1I-TYPE                        BBANK83P
045200 COPY CPRODX01.                                                   BBANK83P
045300     END-IF.                                                      BBANK83P
045400     MOVE 0 TO WS-SUB1.                                           BBANK83P
045500     PERFORM SHOW-PRODUCT-ROW THRU                                BBANK83P
045600             SHOW-PRODUCT-ROW-EXIT 6 TIMES.                       BBANK83P
045700 WORK-PRODUCTS-EXIT.                                              BBANK83P
045800     EXIT.                                                        BBANK83P
045900                                                                  BBANK83P
046000***************************************************************** BBANK83P
046100* Show the rules of the product read - as proposed, with its    * BBANK83P
046200* maker, when a change to it awaits approval                    * BBANK83P
046300***************************************************************** BBANK83P
046400 SHOW-PRODUCT.                                                    BBANK83P
046500     MOVE CPD1O-DESC TO BANK-SCR83-DESC.                          BBANK83P
046600     MOVE CPD1O-MIN-OPEN-BAL TO BANK-SCR83-MINBAL.                BBANK83P
046700     MOVE CPD1O-MIN-AGE TO BANK-SCR83-MINAGE.                     BBANK83P
046800     MOVE CPD1O-MAX-AGE TO BANK-SCR83-MAXAGE.                     BBANK83P
046900     MOVE CPD1O-CURRENCIES TO BANK-SCR83-CCYS.                    BBANK83P
047000     MOVE CPD1O-INT-BEARING TO BANK-SCR83-INTBR.                  BBANK83P
047100     MOVE CPD1O-OD-ELIGIBLE TO BANK-SCR83-ODELG.                  BBANK83P
047200     MOVE CPD1O-FEE-SCHED TO BANK-SCR83-FEESCH.                   BBANK83P
047300     MOVE CPD1O-RATE-TYPE TO BANK-SCR83-RATETYP.                  BBANK83P
047400     MOVE CPD1O-SELL-FROM TO BANK-SCR83-SELLFROM.                 BBANK83P
047500     MOVE CPD1O-STOP-SELL TO BANK-SCR83-STOPSELL.                 BBANK83P
047600     MOVE CPD1O-PEND-BY TO BANK-SCR83-PENDBY.                     BBANK83P
047700 SHOW-PRODUCT-EXIT.                                               BBANK83P
047800     EXIT.                                                        BBANK83P
047900                                                                  BBANK83P
048000***************************************************************** BBANK83P
048100* Show one product with whether it is on sale and whether a     * BBANK83P
048200* change to it is outstanding, or clear the row                 * BBANK83P
048300***************************************************************** BBANK83P
048400 SHOW-PRODUCT-ROW.                                                BBANK83P
048500     ADD 1 TO WS-SUB1.                                            BBANK83P
048600     MOVE SPACES TO BANK-SCR83-PROD (WS-SUB1).                    BBANK83P
048700     IF WS-SUB1 IS GREATER THAN CPD1O-LIST-COUNT                  BBANK83P
048800        GO TO SHOW-PRODUCT-ROW-EXIT                               BBANK83P
048900     END-IF.                                                      BBANK83P
049000     MOVE CPD1O-LST-TYPE (WS-SUB1)                                BBANK83P
049100       TO BANK-SCR83-LST-TYPE (WS-SUB1).                          BBANK83P
049200     MOVE CPD1O-LST-DESC (WS-SUB1)                                BBANK83P
049300       TO BANK-SCR83-LST-DESC (WS-SUB1).                          BBANK83P
049400     MOVE CPD1O-LST-STATE (WS-SUB1)                               BBANK83P
049500       TO BANK-SCR83-LST-STATE (WS-SUB1).                         BBANK83P
049600     MOVE CPD1O-LST-PEND (WS-SUB1)                                BBANK83P
049700       TO BANK-SCR83-LST-PEND (WS-SUB1).                          BBANK83P
049800 SHOW-PRODUCT-ROW-EXIT.                                           BBANK83P
049900     EXIT.                                                        BBANK83P
050000                                                                  BBANK83P
050100***************************************************************** BBANK83P
050200* Check for an idle session timeout                             * BBANK83P
050300***************************************************************** BBANK83P
050400 COPY CIDLECHK.                                                   BBANK83P
