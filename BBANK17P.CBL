000100***************************************************************** BBANK17P
000200*                                                               * BBANK17P
000300*   Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.   * BBANK17P
000400*   This demonstration program is provided for use by users     * BBANK17P
000500*   of Micro Focus products and may be used, modified and       * BBANK17P
000600*   distributed as part of your application provided that       * BBANK17P
000700*   you properly acknowledge the copyright of Micro Focus       * BBANK17P
000800*   in this material.                                           * BBANK17P
000900*                                                               * BBANK17P
001000***************************************************************** BBANK17P
001100                                                                  BBANK17P
001200***************************************************************** BBANK17P
001300* Program:     BBANK17P.CBL                                     * BBANK17P
001400* Layer:       Business logic                                   * BBANK17P
001500* Function:    Guarantee maintenance screen - issue a bank      * BBANK17P
001600*              guarantee or standby letter of credit for a      * BBANK17P
001700*              corporate customer, amend its amount or expiry,  * BBANK17P
001800*              cancel it and capture a beneficiary's claim for  * BBANK17P
001900*              a second user to authorise, driving the          * BBANK17P
002000*              guarantee services in DGUAR01P                   * BBANK17P
002100***************************************************************** BBANK17P
002200                                                                  BBANK17P
002300 IDENTIFICATION DIVISION.                                         BBANK17P
002400 PROGRAM-ID.                                                      BBANK17P
002500     BBANK17P.                                                    BBANK17P
002600 DATE-WRITTEN.                                                    BBANK17P
002700     September 2026.                                              BBANK17P
002800 DATE-COMPILED.                                                   BBANK17P
002900     Today.                                                       BBANK17P
003000                                                                  BBANK17P
003100 ENVIRONMENT DIVISION.                                            BBANK17P
003200                                                                  BBANK17P
003300 DATA DIVISION.                                                   BBANK17P
003400 WORKING-STORAGE SECTION.                                         BBANK17P
003500 01  WS-MISC-STORAGE.                                             BBANK17P
003600   05  WS-PROGRAM-ID                         PIC X(8)             BBANK17P
003700       VALUE 'BBANK17P'.                                          BBANK17P
003800   05  WS-INPUT-FLAG                         PIC X(1).            BBANK17P
003900     88  INPUT-OK                            VALUE '0'.           BBANK17P
004000     88  INPUT-ERROR                         VALUE '1'.           BBANK17P
004100   05  WS-RETURN-FLAG                        PIC X(1).            BBANK17P
004200     88  WS-RETURN-FLAG-OFF                  VALUE LOW-VALUES.    BBANK17P
004300     88  WS-RETURN-FLAG-ON                   VALUE '1'.           BBANK17P
004400   05  WS-PFK-FLAG                           PIC X(1).            BBANK17P
004500     88  PFK-VALID                           VALUE '0'.           BBANK17P
004600     88  PFK-INVALID                         VALUE '1'.           BBANK17P
004700   05  WS-IDLE-FLAG                          PIC X(1).            BBANK17P
004800     88  SESSION-NOT-TIMED-OUT               VALUE '0'.           BBANK17P
004900     88  WS-SESSION-TIMED-OUT                VALUE '1'.           BBANK17P
005000   05  WS-ERROR-MSG                          PIC X(75).           BBANK17P
005100   05  WS-AMOUNT-WORK                        PIC X(9).            BBANK17P
005200   05  WS-AMOUNT-WORK-N REDEFINES WS-AMOUNT-WORK                  BBANK17P
005300                                             PIC 9(7)V99.         BBANK17P
005400   05  WS-MARGIN-WORK                        PIC X(9).            BBANK17P
005500   05  WS-MARGIN-WORK-N REDEFINES WS-MARGIN-WORK                  BBANK17P
005600                                             PIC 9(7)V99.         BBANK17P
005700   05  WS-AMT-DISP                           PIC -(9)9.99.        BBANK17P
005800   05  WS-SUB1                               PIC S9(4) COMP.      BBANK17P
005900                                                                  BBANK17P
006000 01  WS-BANK-DATA.                                                BBANK17P
006100 COPY CBANKDAT.                                                   BBANK17P
006200 COPY CTIMERD.                                                    BBANK17P
006300 01  WS-SESSION-DATA.                                             BBANK17P
006400 COPY CSIGND01.                                                   BBANK17P
006500 01  WS-EXCEPTION-DATA.                                           BBANK17P
006600 COPY CBANKD16.                                                   BBANK17P
006700                                                                  BBANK17P
006800 01  WS-GUARANTEE-DATA.                                           BBANK17P
006900 COPY CGUARD01.                                                   BBANK17P
007000 COPY CABENDD.                                                    BBANK17P
007100                                                                  BBANK17P
007200 LINKAGE SECTION.                                                 BBANK17P
007300 01  DFHCOMMAREA.                                                 BBANK17P
007400   05  LK-COMMAREA                           PIC X(32654).        BBANK17P
007500                                                                  BBANK17P
007600 COPY CENTRY.                                                     BBANK17P
007700***************************************************************** BBANK17P
007800* Make ourselves re-entrant                                     * BBANK17P
007900***************************************************************** BBANK17P
008000     MOVE SPACES TO WS-ERROR-MSG.                                 BBANK17P
008100                                                                  BBANK17P
008200***************************************************************** BBANK17P
008300* Move the passed area to our area                              * BBANK17P
008400***************************************************************** BBANK17P
008500     MOVE DFHCOMMAREA (1:LENGTH OF WS-BANK-DATA) TO WS-BANK-DATA. BBANK17P
008600                                                                  BBANK17P
008700***************************************************************** BBANK17P
008800* Ensure error message is cleared                               * BBANK17P
008900***************************************************************** BBANK17P
009000     MOVE SPACES TO BANK-ERROR-MSG.                               BBANK17P
009100                                                                  BBANK17P
009200***************************************************************** BBANK17P
009300* Save the passed return flag and then turn it off              * BBANK17P
009400***************************************************************** BBANK17P
009500     MOVE BANK-RETURN-FLAG TO WS-RETURN-FLAG.                     BBANK17P
009600     SET BANK-RETURN-FLAG-OFF TO TRUE.                            BBANK17P
009700                                                                  BBANK17P
009800***************************************************************** BBANK17P
009900* Force a logoff if the session has been idle too long          * BBANK17P
010000***************************************************************** BBANK17P
010100     SET SESSION-NOT-TIMED-OUT TO TRUE.                           BBANK17P
010200     PERFORM CHECK-IDLE-TIMEOUT THRU                              BBANK17P
010300             CHECK-IDLE-TIMEOUT-EXIT.                             BBANK17P
010400     IF WS-SESSION-TIMED-OUT                                      BBANK17P
010500        MOVE 'BBANK17P' TO BANK-LAST-PROG                         BBANK17P
010600        MOVE 'BBANK99P' TO BANK-NEXT-PROG                         BBANK17P
010700        MOVE 'MBANK99' TO BANK-NEXT-MAPSET                        BBANK17P
010800        MOVE 'BANK99A' TO BANK-NEXT-MAP                           BBANK17P
010900        MOVE 'Session timed out due to inactivity' TO             BBANK17P
011000             BANK-ERROR-MSG                                       BBANK17P
011100        SET BANK-AID-ENTER TO TRUE                                BBANK17P
011200        GO TO COMMON-RETURN                                       BBANK17P
011300     END-IF.                                                      BBANK17P
011400                                                                  BBANK17P
011500***************************************************************** BBANK17P
011600* Guarantee maintenance is a staff function                     * BBANK17P
011700***************************************************************** BBANK17P
011800     IF BANK-ROLE-CUSTOMER                                        BBANK17P
011900        MOVE 'BBANK17P' TO BANK-LAST-PROG                         BBANK17P
012000        MOVE 'BBANK20P' TO BANK-NEXT-PROG                         BBANK17P
012100        MOVE 'Guarantees need a staff signon' TO                  BBANK17P
012200             BANK-ERROR-MSG                                       BBANK17P
012300        SET BANK-AID-ENTER TO TRUE                                BBANK17P
012400        GO TO COMMON-RETURN                                       BBANK17P
012500     END-IF.                                                      BBANK17P
012600                                                                  BBANK17P
012700***************************************************************** BBANK17P
012800* Check the AID to see if its valid at this point               * BBANK17P
012900***************************************************************** BBANK17P
013000     SET PFK-INVALID TO TRUE.                                     BBANK17P
013100     IF BANK-AID-ENTER OR                                         BBANK17P
013200        BANK-AID-PFK03 OR                                         BBANK17P
013300        BANK-AID-PFK04                                            BBANK17P
013400        SET PFK-VALID TO TRUE                                     BBANK17P
013500     END-IF.                                                      BBANK17P
013600     IF PFK-INVALID                                               BBANK17P
013700        SET BANK-AID-ENTER TO TRUE                                BBANK17P
013800     END-IF.                                                      BBANK17P
013900                                                                  BBANK17P
014000***************************************************************** BBANK17P
014100* Check the AID to see if we have to quit                       * BBANK17P
014200***************************************************************** BBANK17P
014300     IF BANK-AID-PFK03                                            BBANK17P
014400        MOVE 'BBANK17P' TO BANK-LAST-PROG                         BBANK17P
014500        MOVE 'BBANK99P' TO BANK-NEXT-PROG                         BBANK17P
014600        MOVE 'MBANK99' TO BANK-NEXT-MAPSET                        BBANK17P
014700        MOVE 'BANK99A' TO BANK-NEXT-MAP                           BBANK17P
014800        GO TO COMMON-RETURN                                       BBANK17P
014900     END-IF.                                                      BBANK17P
015000                                                                  BBANK17P
015100***************************************************************** BBANK17P
015200* Check the AID to see if we have to return to the services     * BBANK17P
015300* menu                                                          * BBANK17P
015400***************************************************************** BBANK17P
015500     IF BANK-AID-PFK04                                            BBANK17P
015600        MOVE 'BBANK17P' TO BANK-LAST-PROG                         BBANK17P
015700        MOVE 'BBANK21P' TO BANK-NEXT-PROG                         BBANK17P
015800        MOVE 'MBANK21' TO BANK-NEXT-MAPSET                        BBANK17P
015900        MOVE 'BANK21A' TO BANK-NEXT-MAP                           BBANK17P
016000        SET BANK-AID-ENTER TO TRUE                                BBANK17P
016100        GO TO COMMON-RETURN                                       BBANK17P
016200     END-IF.                                                      BBANK17P
016300                                                                  BBANK17P
016400* Check if we have set the screen up before or is this 1st time   BBANK17P
016500     IF BANK-LAST-MAPSET IS NOT EQUAL TO 'MBANK17'                BBANK17P
016600        MOVE 'BBANK17P' TO BANK-LAST-PROG                         BBANK17P
016700        MOVE 'BBANK17P' TO BANK-NEXT-PROG                         BBANK17P
016800        MOVE 'MBANK17' TO BANK-LAST-MAPSET                        BBANK17P
016900        MOVE 'BANK17A' TO BANK-LAST-MAP                           BBANK17P
017000        MOVE 'MBANK17' TO BANK-NEXT-MAPSET                        BBANK17P
017100        MOVE 'BANK17A' TO BANK-NEXT-MAP                           BBANK17P
017200        MOVE LOW-VALUES TO BANK-SCREEN17-DATA                     BBANK17P
017300        GO TO COMMON-RETURN                                       BBANK17P
017400     END-IF.                                                      BBANK17P
017500                                                                  BBANK17P
017600***************************************************************** BBANK17P
017700* The user pressed ENTER - validate and work the request        * BBANK17P
017800***************************************************************** BBANK17P
017900     MOVE 'BBANK17P' TO BANK-LAST-PROG.                           BBANK17P
018000     MOVE 'BBANK17P' TO BANK-NEXT-PROG.                           BBANK17P
018100     MOVE 'MBANK17' TO BANK-LAST-MAPSET.                          BBANK17P
018200     MOVE 'BANK17A' TO BANK-LAST-MAP.                             BBANK17P
018300     MOVE 'MBANK17' TO BANK-NEXT-MAPSET.                          BBANK17P
018400     MOVE 'BANK17A' TO BANK-NEXT-MAP.                             BBANK17P
018500                                                                  BBANK17P
018600     PERFORM VALIDATE-INPUT THRU                                  BBANK17P
018700             VALIDATE-INPUT-EXIT.                                 BBANK17P
018800     IF INPUT-ERROR                                               BBANK17P
018900        MOVE WS-ERROR-MSG TO BANK-SCR17-ERRMSG                    BBANK17P
019000        MOVE WS-ERROR-MSG TO BANK-ERROR-MSG                       BBANK17P
019100        GO TO COMMON-RETURN                                       BBANK17P
019200     END-IF.                                                      BBANK17P
019300                                                                  BBANK17P
019400     PERFORM WORK-GUARANTEE THRU                                  BBANK17P
019500             WORK-GUARANTEE-EXIT.                                 BBANK17P
019600     GO TO COMMON-RETURN.                                         BBANK17P
019700                                                                  BBANK17P
019800 COMMON-RETURN.                                                   BBANK17P
019900     IF BANK-ERROR-MSG NOT EQUAL TO SPACES                        BBANK17P
020000        MOVE SPACES TO CD16-DATA                                  BBANK17P
020100        MOVE BANK-USERID TO CD16I-PERSON-PID                      BBANK17P
020200        MOVE WS-PROGRAM-ID TO CD16I-PROGRAM                       BBANK17P
020300        MOVE BANK-ERROR-MSG TO CD16I-MESSAGE                      BBANK17P
020400     COPY CBANKX16.                                               BBANK17P
020500     END-IF.                                                      BBANK17P
020600     MOVE WS-BANK-DATA TO DFHCOMMAREA (1:LENGTH OF WS-BANK-DATA). BBANK17P
020700 COPY CRETURN.                                                    BBANK17P
020800                                                                  BBANK17P
020900***************************************************************** BBANK17P
021000* Validate what the operator keyed                              * BBANK17P
021100***************************************************************** BBANK17P
021200 VALIDATE-INPUT.                                                  BBANK17P
021300     SET INPUT-OK TO TRUE.                                        BBANK17P
021400     INSPECT BANK-SCREEN17-DATA                                   BBANK17P
021500             REPLACING ALL LOW-VALUES BY SPACES.                  BBANK17P
021600     IF BANK-SCR17-ACTION IS NOT EQUAL TO 'I' AND                 BBANK17P
021700        BANK-SCR17-ACTION IS NOT EQUAL TO 'A' AND                 BBANK17P
021800        BANK-SCR17-ACTION IS NOT EQUAL TO 'X' AND                 BBANK17P
021900        BANK-SCR17-ACTION IS NOT EQUAL TO 'C'                     BBANK17P
022000        MOVE 'Action must be I(ssue),A(mend),X(cancel) or C(laim)'BBANK17P
022100          TO WS-ERROR-MSG                                         BBANK17P
022200        GO TO VALIDATE-INPUT-ERROR                                BBANK17P
022300     END-IF.                                                      BBANK17P
022400     IF BANK-SCR17-ACTION IS EQUAL TO 'I'                         BBANK17P
022500        IF BANK-SCR17-CORPPID IS EQUAL TO SPACES                  BBANK17P
022600           MOVE 'Please input the corporate customer id'          BBANK17P
022700             TO WS-ERROR-MSG                                      BBANK17P
022800           GO TO VALIDATE-INPUT-ERROR                             BBANK17P
022900        END-IF                                                    BBANK17P
023000        IF BANK-SCR17-KIND IS NOT EQUAL TO 'P' AND                BBANK17P
023100           BANK-SCR17-KIND IS NOT EQUAL TO 'G' AND                BBANK17P
023200           BANK-SCR17-KIND IS NOT EQUAL TO 'S'                    BBANK17P
023300           MOVE 'Guarantee kind must be P, G or S'                BBANK17P
023400             TO WS-ERROR-MSG                                      BBANK17P
023500           GO TO VALIDATE-INPUT-ERROR                             BBANK17P
023600        END-IF                                                    BBANK17P
023700        IF BANK-SCR17-ACC IS EQUAL TO SPACES                      BBANK17P
023800           MOVE 'Please input the settlement account'             BBANK17P
023900             TO WS-ERROR-MSG                                      BBANK17P
024000           GO TO VALIDATE-INPUT-ERROR                             BBANK17P
024100        END-IF                                                    BBANK17P
024200        IF BANK-SCR17-EXPIRY IS EQUAL TO SPACES                   BBANK17P
024300           MOVE 'Please input the expiry date' TO WS-ERROR-MSG    BBANK17P
024400           GO TO VALIDATE-INPUT-ERROR                             BBANK17P
024500        END-IF                                                    BBANK17P
024600     ELSE                                                         BBANK17P
024700        IF BANK-SCR17-REF IS EQUAL TO SPACES                      BBANK17P
024800           MOVE 'Please input the guarantee reference'            BBANK17P
024900             TO WS-ERROR-MSG                                      BBANK17P
025000           GO TO VALIDATE-INPUT-ERROR                             BBANK17P
025100        END-IF                                                    BBANK17P
025200     END-IF.                                                      BBANK17P
025300     IF BANK-SCR17-AMOUNT IS EQUAL TO SPACES                      BBANK17P
025400        MOVE ZEROES TO WS-AMOUNT-WORK                             BBANK17P
025500     ELSE                                                         BBANK17P
025600        MOVE BANK-SCR17-AMOUNT TO WS-AMOUNT-WORK                  BBANK17P
025700     END-IF.                                                      BBANK17P
025800     IF WS-AMOUNT-WORK IS NOT NUMERIC                             BBANK17P
025900        MOVE 'Amount must be numeric (nnnnnnnvv)' TO WS-ERROR-MSG BBANK17P
026000        GO TO VALIDATE-INPUT-ERROR                                BBANK17P
026100     END-IF.                                                      BBANK17P
026200     IF WS-AMOUNT-WORK-N IS EQUAL TO ZERO AND                     BBANK17P
026300        (BANK-SCR17-ACTION IS EQUAL TO 'I' OR                     BBANK17P
026400         BANK-SCR17-ACTION IS EQUAL TO 'C')                       BBANK17P
026500        MOVE 'Amount must be greater than zero' TO WS-ERROR-MSG   BBANK17P
026600        GO TO VALIDATE-INPUT-ERROR                                BBANK17P
026700     END-IF.                                                      BBANK17P
026800     IF BANK-SCR17-MARGIN IS EQUAL TO SPACES                      BBANK17P
026900        MOVE ZEROES TO WS-MARGIN-WORK                             BBANK17P
027000     ELSE                                                         BBANK17P
027100        MOVE BANK-SCR17-MARGIN TO WS-MARGIN-WORK                  BBANK17P
027200     END-IF.                                                      BBANK17P
027300     IF WS-MARGIN-WORK IS NOT NUMERIC                             BBANK17P
027400        MOVE 'Margin must be numeric (nnnnnnnvv)' TO WS-ERROR-MSG BBANK17P
027500        GO TO VALIDATE-INPUT-ERROR                                BBANK17P
027600     END-IF.                                                      BBANK17P
027700     IF BANK-SCR17-ACTION IS EQUAL TO 'C' AND                     BBANK17P
027800        BANK-SCR17-NOTE IS EQUAL TO SPACES                        BBANK17P
027900        MOVE 'Please input the wording of the claim'              BBANK17P
028000          TO WS-ERROR-MSG                                         BBANK17P
028100        GO TO VALIDATE-INPUT-ERROR                                BBANK17P
028200     END-IF.                                                      BBANK17P
028300     IF BANK-SCR17-ACTION IS EQUAL TO 'X' AND                     BBANK17P
028400        BANK-SCR17-NOTE IS EQUAL TO SPACES                        BBANK17P
028500        MOVE 'Please input the reason for the cancellation'       BBANK17P
028600          TO WS-ERROR-MSG                                         BBANK17P
028700        GO TO VALIDATE-INPUT-ERROR                                BBANK17P
028800     END-IF.                                                      BBANK17P
028900     GO TO VALIDATE-INPUT-EXIT.                                   BBANK17P
029000 VALIDATE-INPUT-ERROR.                                            BBANK17P
029100     SET INPUT-ERROR TO TRUE.                                     BBANK17P
029200 VALIDATE-INPUT-EXIT.                                             BBANK17P
029300     EXIT.                                                        BBANK17P
029400                                                                  BBANK17P
029500***************************************************************** BBANK17P
029600* Drive DGUAR01P and show the outcome                           * BBANK17P
029700***************************************************************** BBANK17P
029800 WORK-GUARANTEE.                                                  BBANK17P
029900     INITIALIZE CGU1-DATA.                                        BBANK17P
030000     MOVE BANK-SCR17-ACTION TO CGU1I-FUNCTION.                    BBANK17P
030100     MOVE BANK-SCR17-REF TO CGU1I-GTE-REF.                        BBANK17P
030200     MOVE BANK-SCR17-CORPPID TO CGU1I-CORP-PID.                   BBANK17P
030300     MOVE BANK-SCR17-KIND TO CGU1I-KIND.                          BBANK17P
030400     MOVE BANK-SCR17-BENENAME TO CGU1I-BENE-NAME.                 BBANK17P
030500     MOVE BANK-SCR17-BENERTE TO CGU1I-BENE-ROUTING.               BBANK17P
030600     MOVE BANK-SCR17-BENEACC TO CGU1I-BENE-EXT-ACC.               BBANK17P
030700     MOVE BANK-SCR17-CCY TO CGU1I-CURRENCY.                       BBANK17P
030800     MOVE WS-AMOUNT-WORK-N TO CGU1I-AMOUNT.                       BBANK17P
030900     MOVE BANK-SCR17-EXPIRY TO CGU1I-EXPIRY-DATE.                 BBANK17P
031000     MOVE BANK-SCR17-ACC TO CGU1I-ACC.                            BBANK17P
031100     MOVE WS-MARGIN-WORK-N TO CGU1I-MARGIN.                       BBANK17P
031200     MOVE BANK-SCR17-NOTE TO CGU1I-NOTE.                          BBANK17P
031300     MOVE BANK-USERID TO CGU1I-USERID.                            BBANK17P
031400 COPY CGUARX01.                                                   BBANK17P
031500     IF CGU1O-REQUEST-OK                                          BBANK17P
031600        IF CGU1O-GTE-REF IS NOT EQUAL TO SPACES                   BBANK17P
031700           MOVE CGU1O-GTE-REF TO BANK-SCR17-REF                   BBANK17P
031800        END-IF                                                    BBANK17P
031900        IF CGU1O-BASE-AMOUNT IS NOT EQUAL TO ZERO                 BBANK17P
032000           MOVE CGU1O-BASE-AMOUNT TO WS-AMT-DISP                  BBANK17P
032100           MOVE WS-AMT-DISP TO BANK-SCR17-BASEAMT                 BBANK17P
032200        END-IF                                                    BBANK17P
032300        IF CGU1I-REQUEST-CLAIM                                    BBANK17P
032400           MOVE CGU1O-AUTH-ID TO BANK-SCR17-AUTHID                BBANK17P
032500        END-IF                                                    BBANK17P
032600        MOVE CGU1O-MSG TO BANK-SCR17-ERRMSG                       BBANK17P
032700     ELSE                                                         BBANK17P
032800        MOVE CGU1O-MSG TO BANK-SCR17-ERRMSG                       BBANK17P
032900        MOVE CGU1O-MSG TO BANK-ERROR-MSG                          BBANK17P
033000     END-IF.                                                      BBANK17P
033100 WORK-GUARANTEE-EXIT.                                             BBANK17P
033200     EXIT.                                                        BBANK17P
033300                                                                  BBANK17P
033400***************************************************************** BBANK17P
033500* Check for an idle session timeout                             * BBANK17P
033600***************************************************************** BBANK17P
033700 COPY CIDLECHK.                                                   BBANK17P
