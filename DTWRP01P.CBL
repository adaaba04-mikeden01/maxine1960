000100***************************************************************** DTWRP01P
000200*                                                               * DTWRP01P
000300*  Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.    * DTWRP01P
000400*  This demonstration program is provided for use by users      * DTWRP01P
000500*  of Micro Focus products and may be used, modified and        * DTWRP01P
000600*  distributed as part of your application provided that        * DTWRP01P
000700*  you properly acknowledge the copyright of Micro Focus        * DTWRP01P
000800*  in this material.                                            * DTWRP01P
000900*                                                               * DTWRP01P
001000***************************************************************** DTWRP01P
001100                                                                  DTWRP01P
001200***************************************************************** DTWRP01P
001300* Program:     DTWRP01P.CBL                                     * DTWRP01P
001400* Function:    Tax-advantaged savings - hold each taxpayer's    * DTWRP01P
001500*              annual subscription allowance across all their   * DTWRP01P
001600*              wrapper accounts on BNKTWSB, check every credit  * DTWRP01P
001700*              into a wrapper against it before it posts and    * DTWRP01P
001800*              record it after it has posted, and move wrapper  * DTWRP01P
001900*              money in from and out to other providers on the  * DTWRP01P
002000*              BNKTWXF register without using allowance         * DTWRP01P
002100*              SQL version                                      * DTWRP01P
002200***************************************************************** DTWRP01P
002300                                                                  DTWRP01P
002400 IDENTIFICATION DIVISION.                                         DTWRP01P
002500 PROGRAM-ID.                                                      DTWRP01P
002600     DTWRP01P.                                                    DTWRP01P
002700 DATE-WRITTEN.                                                    DTWRP01P
002800     October 2026.                                                DTWRP01P
002900 DATE-COMPILED.                                                   DTWRP01P
003000     Today.                                                       DTWRP01P
003100                                                                  DTWRP01P
003200 ENVIRONMENT DIVISION.                                            DTWRP01P
003300                                                                  DTWRP01P
003400 DATA DIVISION.                                                   DTWRP01P
003500                                                                  DTWRP01P
003600 WORKING-STORAGE SECTION.                                         DTWRP01P
003700 01  WS-MISC-STORAGE.                                             DTWRP01P
003800   05  WS-PROGRAM-ID                         PIC X(8)             DTWRP01P
003900       VALUE 'DTWRP01P'.                                          DTWRP01P
004000   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DTWRP01P
004100                                                                  DTWRP01P
004200***************************************************************** DTWRP01P
004300* Allowance default, used when no BNKCTLV override is held -    * DTWRP01P
004400* TWALLOW the most one taxpayer may subscribe in a tax year     * DTWRP01P
004500***************************************************************** DTWRP01P
004600 01  WS-WRAPPER-DEFAULTS.                                         DTWRP01P
004700   05  WS-DFT-ALLOWANCE                      PIC S9(7)V99 COMP-3  DTWRP01P
004800       VALUE +20000.00.                                           DTWRP01P
004900                                                                  DTWRP01P
005000   EXEC SQL                                                       DTWRP01P
005100        BEGIN DECLARE SECTION                                     DTWRP01P
005200   END-EXEC.                                                      DTWRP01P
005300 01  WS-COMMAREA.                                                 DTWRP01P
005400     EXEC SQL                                                     DTWRP01P
005500          INCLUDE CTWRPD01                                        DTWRP01P
005600     END-EXEC.                                                    DTWRP01P
005700 01  WS-98-COMMAREA.                                              DTWRP01P
005800     EXEC SQL                                                     DTWRP01P
005900          INCLUDE CBANKD98                                        DTWRP01P
006000     END-EXEC.                                                    DTWRP01P
006100 01  DCL-TWR-AREAS.                                               DTWRP01P
006200   05  DCL-BAC-PID                           PIC X(5).            DTWRP01P
006300   05  DCL-BAC-BALANCE                       PIC S9(7)V99 COMP-3. DTWRP01P
006400   05  DCL-BAC-STATUS                        PIC X(1).            DTWRP01P
006500   05  DCL-BAT-TAX-WRAPPER                   PIC X(1).            DTWRP01P
006600     88  DCL-BAT-IS-WRAPPER                  VALUE 'Y'.           DTWRP01P
006700   05  DCL-BCS-TIN                           PIC X(9).            DTWRP01P
006800   05  DCL-SRC-WRAPPER                       PIC X(1).            DTWRP01P
006900   05  DCL-SRC-TIN                           PIC X(9).            DTWRP01P
007000   05  DCL-TWS-SUBSCRIBED                    PIC S9(9)V99 COMP-3. DTWRP01P
007100   05  DCL-TWX-ID                            PIC S9(7) COMP-3.    DTWRP01P
007200   05  DCL-TWX-DIRECTION                     PIC X(1).            DTWRP01P
007300   05  DCL-OUT-REF                           PIC S9(7) COMP-3.    DTWRP01P
007400 01  WS-WRAPPER-AREAS.                                            DTWRP01P
007500   05  WS-BUSINESS-DATE                      PIC X(10).           DTWRP01P
007600   05  WS-TAX-YEAR                           PIC X(4).            DTWRP01P
007700   05  WS-ALLOWANCE                          PIC S9(7)V99 COMP-3. DTWRP01P
007800   05  WS-SUBSCRIBE                          PIC X(1).            DTWRP01P
007900     88  WS-IS-SUBSCRIPTION                  VALUE 'Y'.           DTWRP01P
008000   05  WS-ADD-SUBS                     PIC S9(7)V99 COMP-3.       DTWRP01P
008100   05  WS-ADD-XFER-IN                        PIC S9(7)V99 COMP-3. DTWRP01P
008200   05  WS-ADD-XFER-OUT                       PIC S9(7)V99 COMP-3. DTWRP01P
008300   05  WS-NEW-BALANCE                        PIC S9(7)V99 COMP-3. DTWRP01P
008400   05  WS-POST-TIMESTAMP                     PIC X(26).           DTWRP01P
008500   05  WS-REMAINING-DISP                     PIC ZZZ,ZZ9.99.      DTWRP01P
008600     EXEC SQL                                                     DTWRP01P
008700          INCLUDE CBANKTXD                                        DTWRP01P
008800     END-EXEC.                                                    DTWRP01P
008900 01  WS-REF-DATA.                                                 DTWRP01P
009000 COPY CTXNREFD.                                                   DTWRP01P
009100                                                                  DTWRP01P
009200     EXEC SQL                                                     DTWRP01P
009300          INCLUDE SQLCA                                           DTWRP01P
009400     END-EXEC.                                                    DTWRP01P
009500                                                                  DTWRP01P
009600 COPY CABENDD.                                                    DTWRP01P
009700   EXEC SQL                                                       DTWRP01P
009800        END DECLARE SECTION                                       DTWRP01P
009900   END-EXEC.                                                      DTWRP01P
010000                                                                  DTWRP01P
010100 LINKAGE SECTION.                                                 DTWRP01P
010200 01  DFHCOMMAREA.                                                 DTWRP01P
010300   05  LK-COMMAREA                           PIC X(1)             DTWRP01P
010400       OCCURS 1 TO 6144 TIMES                                     DTWRP01P
010500         DEPENDING ON WS-COMMAREA-LENGTH.                         DTWRP01P
010600                                                                  DTWRP01P
010700 COPY CENTRY.                                                     DTWRP01P
010800***************************************************************** DTWRP01P
010900* Move the passed area to our area                              * DTWRP01P
011000***************************************************************** DTWRP01P
011100     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DTWRP01P
011200     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DTWRP01P
011300                                                                  DTWRP01P
011400***************************************************************** DTWRP01P
011500* Initialize our output area                                    * DTWRP01P
011600***************************************************************** DTWRP01P
011700     INITIALIZE CTW1O-DATA.                                       DTWRP01P
011800     SET CTW1O-REQUEST-FAIL TO TRUE.                              DTWRP01P
011900                                                                  DTWRP01P
012000***************************************************************** DTWRP01P
012100* The tax year is the calendar year of the bank's business      * DTWRP01P
012200* date - the same year DBANK86P reports interest for            * DTWRP01P
012300***************************************************************** DTWRP01P
012400     INITIALIZE CD98-DATA.                                        DTWRP01P
012500     SET CD98I-READ-BUSINESS-DATE TO TRUE.                        DTWRP01P
012600 COPY CBANKX98.                                                   DTWRP01P
012700     IF NOT CD98O-REQUEST-OK                                      DTWRP01P
012800        MOVE CD98O-MSG TO CTW1O-MSG                               DTWRP01P
012900        GO TO DTWRP01P-EXIT                                       DTWRP01P
013000     END-IF.                                                      DTWRP01P
013100     MOVE CD98O-DATE TO WS-BUSINESS-DATE.                         DTWRP01P
013200     MOVE WS-BUSINESS-DATE (1:4) TO WS-TAX-YEAR.                  DTWRP01P
013300     MOVE WS-TAX-YEAR TO CTW1O-TAX-YEAR.                          DTWRP01P
013400     PERFORM READ-ALLOWANCE-CONTROL THRU                          DTWRP01P
013500             READ-ALLOWANCE-CONTROL-EXIT.                         DTWRP01P
013600     IF CTW1O-MSG IS NOT EQUAL TO SPACES                          DTWRP01P
013700        GO TO DTWRP01P-EXIT                                       DTWRP01P
013800     END-IF.                                                      DTWRP01P
013900                                                                  DTWRP01P
014000     EVALUATE TRUE                                                DTWRP01P
014100       WHEN CTW1I-CHECK-CREDIT                                    DTWRP01P
014200         PERFORM CHECK-CREDIT THRU                                DTWRP01P
014300                 CHECK-CREDIT-EXIT                                DTWRP01P
014400       WHEN CTW1I-RECORD-CREDIT                                   DTWRP01P
014500         PERFORM RECORD-CREDIT THRU                               DTWRP01P
014600                 RECORD-CREDIT-EXIT                               DTWRP01P
014700       WHEN CTW1I-ALLOWANCE-ENQUIRY                               DTWRP01P
014800         PERFORM ALLOWANCE-ENQUIRY THRU                           DTWRP01P
014900                 ALLOWANCE-ENQUIRY-EXIT                           DTWRP01P
015000       WHEN CTW1I-TRANSFER-IN                                     DTWRP01P
015100         PERFORM TRANSFER-IN THRU                                 DTWRP01P
015200                 TRANSFER-IN-EXIT                                 DTWRP01P
015300       WHEN CTW1I-TRANSFER-OUT                                    DTWRP01P
015400         PERFORM TRANSFER-OUT THRU                                DTWRP01P
015500                 TRANSFER-OUT-EXIT                                DTWRP01P
015600       WHEN OTHER                                                 DTWRP01P
015700         MOVE 'Unknown wrapper function requested' TO CTW1O-MSG   DTWRP01P
015800     END-EVALUATE.                                                DTWRP01P
015900                                                                  DTWRP01P
016000 DTWRP01P-EXIT.                                                   DTWRP01P
016100***************************************************************** DTWRP01P
016200* Move the result back to the callers area                      * DTWRP01P
016300***************************************************************** DTWRP01P
016400     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DTWRP01P
016500                                                                  DTWRP01P
016600***************************************************************** DTWRP01P
016700* Return to our caller                                          * DTWRP01P
016800***************************************************************** DTWRP01P
016900 COPY CRETURN.                                                    DTWRP01P
017000                                                                  DTWRP01P
017100***************************************************************** DTWRP01P
017200* Check a credit before it posts. A credit into anything but a  * DTWRP01P
017300* wrapper is no concern of ours; into a wrapper it must fit in  * DTWRP01P
017400* what is left of the taxpayer's allowance for the year         * DTWRP01P
017500***************************************************************** DTWRP01P
017600 CHECK-CREDIT.                                                    DTWRP01P
017700     PERFORM ASSESS-CREDIT THRU                                   DTWRP01P
017800             ASSESS-CREDIT-EXIT.                                  DTWRP01P
017900     IF CTW1O-MSG IS NOT EQUAL TO SPACES                          DTWRP01P
018000        GO TO CHECK-CREDIT-EXIT                                   DTWRP01P
018100     END-IF.                                                      DTWRP01P
018200     IF NOT WS-IS-SUBSCRIPTION                                    DTWRP01P
018300        SET CTW1O-REQUEST-OK TO TRUE                              DTWRP01P
018400        GO TO CHECK-CREDIT-EXIT                                   DTWRP01P
018500     END-IF.                                                      DTWRP01P
018600     IF CTW1O-SUBSCRIBED + CTW1I-AMOUNT IS GREATER THAN           DTWRP01P
018700        CTW1O-ALLOWANCE                                           DTWRP01P
018800        SET CTW1O-CREDIT-REFUSED TO TRUE                          DTWRP01P
018900        MOVE CTW1O-REMAINING TO WS-REMAINING-DISP                 DTWRP01P
019000        STRING 'Over the annual tax-free allowance - '            DTWRP01P
019100               WS-REMAINING-DISP ' left'                          DTWRP01P
019200               DELIMITED BY SIZE INTO CTW1O-MSG                   DTWRP01P
019300        GO TO CHECK-CREDIT-EXIT                                   DTWRP01P
019400     END-IF.                                                      DTWRP01P
019500     SET CTW1O-REQUEST-OK TO TRUE.                                DTWRP01P
019600 CHECK-CREDIT-EXIT.                                               DTWRP01P
019700     EXIT.                                                        DTWRP01P
019800                                                                  DTWRP01P
019900***************************************************************** DTWRP01P
020000* Record a credit once it has posted - it was checked on the    * DTWRP01P
020100* way in, so the money is here and is counted whatever it does  * DTWRP01P
020200* to the allowance                                              * DTWRP01P
020300***************************************************************** DTWRP01P
020400 RECORD-CREDIT.                                                   DTWRP01P
020500     PERFORM ASSESS-CREDIT THRU                                   DTWRP01P
020600             ASSESS-CREDIT-EXIT.                                  DTWRP01P
020700     IF CTW1O-MSG IS NOT EQUAL TO SPACES                          DTWRP01P
020800        GO TO RECORD-CREDIT-EXIT                                  DTWRP01P
020900     END-IF.                                                      DTWRP01P
021000     IF NOT WS-IS-SUBSCRIPTION                                    DTWRP01P
021100        SET CTW1O-REQUEST-OK TO TRUE                              DTWRP01P
021200        GO TO RECORD-CREDIT-EXIT                                  DTWRP01P
021300     END-IF.                                                      DTWRP01P
021400     MOVE CTW1I-AMOUNT TO WS-ADD-SUBS.                            DTWRP01P
021500     MOVE ZERO TO WS-ADD-XFER-IN.                                 DTWRP01P
021600     MOVE ZERO TO WS-ADD-XFER-OUT.                                DTWRP01P
021700     PERFORM POST-SUBSCRIPTION-LEDGER THRU                        DTWRP01P
021800             POST-SUBSCRIPTION-LEDGER-EXIT.                       DTWRP01P
021900     IF CTW1O-MSG IS NOT EQUAL TO SPACES                          DTWRP01P
022000        GO TO RECORD-CREDIT-EXIT                                  DTWRP01P
022100     END-IF.                                                      DTWRP01P
022200     ADD CTW1I-AMOUNT TO CTW1O-SUBSCRIBED.                        DTWRP01P
022300     SUBTRACT CTW1I-AMOUNT FROM CTW1O-REMAINING.                  DTWRP01P
022400     SET CTW1O-REQUEST-OK TO TRUE.                                DTWRP01P
022500 RECORD-CREDIT-EXIT.                                              DTWRP01P
022600     EXIT.                                                        DTWRP01P
022700                                                                  DTWRP01P
022800***************************************************************** DTWRP01P
022900* What the taxpayer behind the account has subscribed this      * DTWRP01P
023000* year and what they may still pay in                           * DTWRP01P
023100***************************************************************** DTWRP01P
023200 ALLOWANCE-ENQUIRY.                                               DTWRP01P
023300     PERFORM READ-ACCOUNT THRU                                    DTWRP01P
023400             READ-ACCOUNT-EXIT.                                   DTWRP01P
023500     IF CTW1O-MSG IS NOT EQUAL TO SPACES                          DTWRP01P
023600        GO TO ALLOWANCE-ENQUIRY-EXIT                              DTWRP01P
023700     END-IF.                                                      DTWRP01P
023800     IF NOT DCL-BAT-IS-WRAPPER                                    DTWRP01P
023900        MOVE 'This is not a tax-free savings account' TO CTW1O-MSGDTWRP01P
024000        GO TO ALLOWANCE-ENQUIRY-EXIT                              DTWRP01P
024100     END-IF.                                                      DTWRP01P
024200     PERFORM READ-SUBSCRIBED THRU                                 DTWRP01P
024300             READ-SUBSCRIBED-EXIT.                                DTWRP01P
024400     IF CTW1O-MSG IS NOT EQUAL TO SPACES                          DTWRP01P
024500        GO TO ALLOWANCE-ENQUIRY-EXIT                              DTWRP01P
024600     END-IF.                                                      DTWRP01P
024700     SET CTW1O-REQUEST-OK TO TRUE.                                DTWRP01P
024800 ALLOWANCE-ENQUIRY-EXIT.                                          DTWRP01P
024900     EXIT.                                                        DTWRP01P
025000                                                                  DTWRP01P
025100***************************************************************** DTWRP01P
025200* Decide whether a credit is a subscription. It is when it      * DTWRP01P
025300* lands in a wrapper and does not come from another wrapper     * DTWRP01P
025400* held under the same taxpayer id - that is money already       * DTWRP01P
025500* inside the allowance changing accounts. A subscription needs  * DTWRP01P
025600* a taxpayer id to count against                                * DTWRP01P
025700***************************************************************** DTWRP01P
025800 ASSESS-CREDIT.                                                   DTWRP01P
025900     MOVE 'N' TO WS-SUBSCRIBE.                                    DTWRP01P
026000     PERFORM READ-ACCOUNT THRU                                    DTWRP01P
026100             READ-ACCOUNT-EXIT.                                   DTWRP01P
026200     IF CTW1O-MSG IS NOT EQUAL TO SPACES                          DTWRP01P
026300        GO TO ASSESS-CREDIT-EXIT                                  DTWRP01P
026400     END-IF.                                                      DTWRP01P
026500     IF NOT DCL-BAT-IS-WRAPPER                                    DTWRP01P
026600        GO TO ASSESS-CREDIT-EXIT                                  DTWRP01P
026700     END-IF.                                                      DTWRP01P
026800     IF CTW1I-SOURCE-ACC IS NOT EQUAL TO SPACES AND               DTWRP01P
026900        CTW1I-SOURCE-ACC IS NOT EQUAL TO LOW-VALUES               DTWRP01P
027000        MOVE 'N' TO DCL-SRC-WRAPPER                               DTWRP01P
027100        MOVE SPACES TO DCL-SRC-TIN                                DTWRP01P
027200        EXEC SQL                                                  DTWRP01P
027300             SELECT VALUE(BAT.BAT_TAX_WRAPPER, 'N'),              DTWRP01P
027400                    VALUE(BCS.BCS_TIN, ' ')                       DTWRP01P
027500             INTO :DCL-SRC-WRAPPER,                               DTWRP01P
027600                  :DCL-SRC-TIN                                    DTWRP01P
027700             FROM BNKACC BAC,                                     DTWRP01P
027800                  BNKATYPE BAT,                                   DTWRP01P
027900                  BNKCUST BCS                                     DTWRP01P
028000             WHERE BAC.BAC_ACCNO = :CTW1I-SOURCE-ACC              DTWRP01P
028100             AND BAT.BAT_TYPE = BAC.BAC_ACCTYPE                   DTWRP01P
028200             AND BCS.BCS_PID = BAC.BAC_PID                        DTWRP01P
028300        END-EXEC                                                  DTWRP01P
028400        IF SQLCODE IS NOT EQUAL TO ZERO AND                       DTWRP01P
028500           SQLCODE IS NOT EQUAL TO +100                           DTWRP01P
028600           MOVE 'Unable to read the paying account' TO CTW1O-MSG  DTWRP01P
028700           GO TO ASSESS-CREDIT-EXIT                               DTWRP01P
028800        END-IF                                                    DTWRP01P
028900        IF DCL-SRC-WRAPPER IS EQUAL TO 'Y' AND                    DTWRP01P
029000           DCL-SRC-TIN IS EQUAL TO DCL-BCS-TIN AND                DTWRP01P
029100           DCL-BCS-TIN IS NOT EQUAL TO SPACES                     DTWRP01P
029200           GO TO ASSESS-CREDIT-EXIT                               DTWRP01P
029300        END-IF                                                    DTWRP01P
029400     END-IF.                                                      DTWRP01P
029500     IF DCL-BCS-TIN IS EQUAL TO SPACES OR                         DTWRP01P
029600        DCL-BCS-TIN IS EQUAL TO LOW-VALUES                        DTWRP01P
029700        SET CTW1O-CREDIT-REFUSED TO TRUE                          DTWRP01P
029800        MOVE 'A taxpayer id is needed to pay into this account'   DTWRP01P
029900          TO CTW1O-MSG                                            DTWRP01P
030000        GO TO ASSESS-CREDIT-EXIT                                  DTWRP01P
030100     END-IF.                                                      DTWRP01P
030200     PERFORM READ-SUBSCRIBED THRU                                 DTWRP01P
030300             READ-SUBSCRIBED-EXIT.                                DTWRP01P
030400     IF CTW1O-MSG IS NOT EQUAL TO SPACES                          DTWRP01P
030500        GO TO ASSESS-CREDIT-EXIT                                  DTWRP01P
030600     END-IF.                                                      DTWRP01P
030700     MOVE 'Y' TO WS-SUBSCRIBE.                                    DTWRP01P
030800 ASSESS-CREDIT-EXIT.                                              DTWRP01P
030900     EXIT.                                                        DTWRP01P
031000                                                                  DTWRP01P
031100***************************************************************** DTWRP01P
031200* Move a wrapper in from another provider. The money arrives    * DTWRP01P
031300* as a direct credit, keeps its tax-free status and uses none   * DTWRP01P
031400* of this year's allowance - the register and the ledger's      * DTWRP01P
031500* transfer-in column carry it to the annual return instead      * DTWRP01P
031600***************************************************************** DTWRP01P
031700 TRANSFER-IN.                                                     DTWRP01P
031800     PERFORM CHECK-TRANSFER THRU                                  DTWRP01P
031900             CHECK-TRANSFER-EXIT.                                 DTWRP01P
032000     IF CTW1O-MSG IS NOT EQUAL TO SPACES                          DTWRP01P
032100        GO TO TRANSFER-IN-EXIT                                    DTWRP01P
032200     END-IF.                                                      DTWRP01P
032300     COMPUTE WS-NEW-BALANCE = DCL-BAC-BALANCE + CTW1I-AMOUNT.     DTWRP01P
032400     EXEC SQL                                                     DTWRP01P
032500          UPDATE BNKACC                                           DTWRP01P
032600          SET BAC_BALANCE = :WS-NEW-BALANCE,                      DTWRP01P
032700              BAC_UPDATED_TS = CURRENT TIMESTAMP                  DTWRP01P
032800          WHERE (BAC_ACCNO = :CTW1I-ACC AND                       DTWRP01P
032900                 BAC_BALANCE = :DCL-BAC-BALANCE)                  DTWRP01P
033000     END-EXEC.                                                    DTWRP01P
033100     IF SQLCODE IS NOT EQUAL TO ZERO                              DTWRP01P
033200        MOVE 'Unable to credit the account - please re-try'       DTWRP01P
033300          TO CTW1O-MSG                                            DTWRP01P
033400        GO TO TRANSFER-IN-EXIT                                    DTWRP01P
033500     END-IF.                                                      DTWRP01P
033600     EXEC SQL                                                     DTWRP01P
033700          SET :WS-POST-TIMESTAMP = CURRENT TIMESTAMP              DTWRP01P
033800     END-EXEC.                                                    DTWRP01P
033900     MOVE SPACES TO TXN-DATA-OLD.                                 DTWRP01P
034000     MOVE 'Tax-free transfer in' TO TXN-T5-OLD-DESC.              DTWRP01P
034100     MOVE CTW1I-PROVIDER TO TXN-T5-OLD-ORIGINATOR.                DTWRP01P
034200     MOVE 'TW' TO TR-PREFIX.                                      DTWRP01P
034300     MOVE WS-POST-TIMESTAMP TO TR-TIMESTAMP.                      DTWRP01P
034400     CALL 'DBANK30P' USING WS-REF-DATA.                           DTWRP01P
034500     EXEC SQL                                                     DTWRP01P
034600          INSERT                                                  DTWRP01P
034700          INTO BNKTXN (BTX_PID,                                   DTWRP01P
034800                       BTX_TYPE,                                  DTWRP01P
034900                       BTX_SUB_TYPE,                              DTWRP01P
035000                       BTX_ACCNO,                                 DTWRP01P
035100                       BTX_TIMESTAMP,                             DTWRP01P
035200                       BTX_AMOUNT,                                DTWRP01P
035300                       BTX_DATA_OLD,                              DTWRP01P
035400                       BTX_REF)                                   DTWRP01P
035500          VALUES (:DCL-BAC-PID,                                   DTWRP01P
035600                  '5',                                            DTWRP01P
035700                  '1',                                            DTWRP01P
035800                  :CTW1I-ACC,                                     DTWRP01P
035900                  :WS-POST-TIMESTAMP,                             DTWRP01P
036000                  :CTW1I-AMOUNT,                                  DTWRP01P
036100                  :TXN-DATA-OLD,                                  DTWRP01P
036200                  :TR-REF)                                        DTWRP01P
036300     END-EXEC.                                                    DTWRP01P
036400     IF SQLCODE IS NOT EQUAL TO ZERO                              DTWRP01P
036500        MOVE 'Unable to journal the transfer in' TO CTW1O-MSG     DTWRP01P
036600        GO TO TRANSFER-IN-EXIT                                    DTWRP01P
036700     END-IF.                                                      DTWRP01P
036800     MOVE 'I' TO DCL-TWX-DIRECTION.                               DTWRP01P
036900     PERFORM WRITE-TRANSFER-REGISTER THRU                         DTWRP01P
037000             WRITE-TRANSFER-REGISTER-EXIT.                        DTWRP01P
037100     IF CTW1O-MSG IS NOT EQUAL TO SPACES                          DTWRP01P
037200        GO TO TRANSFER-IN-EXIT                                    DTWRP01P
037300     END-IF.                                                      DTWRP01P
037400     MOVE ZERO TO WS-ADD-SUBS.                                    DTWRP01P
037500     MOVE CTW1I-AMOUNT TO WS-ADD-XFER-IN.                         DTWRP01P
037600     MOVE ZERO TO WS-ADD-XFER-OUT.                                DTWRP01P
037700     PERFORM POST-SUBSCRIPTION-LEDGER THRU                        DTWRP01P
037800             POST-SUBSCRIPTION-LEDGER-EXIT.                       DTWRP01P
037900     IF CTW1O-MSG IS NOT EQUAL TO SPACES                          DTWRP01P
038000        GO TO TRANSFER-IN-EXIT                                    DTWRP01P
038100     END-IF.                                                      DTWRP01P
038200     SET CTW1O-REQUEST-OK TO TRUE.                                DTWRP01P
038300     MOVE 'Transfer in credited - no allowance was used'          DTWRP01P
038400       TO CTW1O-MSG.                                              DTWRP01P
038500 TRANSFER-IN-EXIT.                                                DTWRP01P
038600     EXIT.                                                        DTWRP01P
038700                                                                  DTWRP01P
038800***************************************************************** DTWRP01P
038900* Move a wrapper out to another provider. The money leaves as   * DTWRP01P
039000* an outbound payment to the receiving provider on the          * DTWRP01P
039100* settlement queue, so it arrives there as a transfer rather    * DTWRP01P
039200* than a withdrawal the customer would have to pay back in      * DTWRP01P
039300***************************************************************** DTWRP01P
039400 TRANSFER-OUT.                                                    DTWRP01P
039500     PERFORM CHECK-TRANSFER THRU                                  DTWRP01P
039600             CHECK-TRANSFER-EXIT.                                 DTWRP01P
039700     IF CTW1O-MSG IS NOT EQUAL TO SPACES                          DTWRP01P
039800        GO TO TRANSFER-OUT-EXIT                                   DTWRP01P
039900     END-IF.                                                      DTWRP01P
040000     IF CTW1I-PROV-ROUTING IS EQUAL TO SPACES OR                  DTWRP01P
040100        CTW1I-PROV-ACC IS EQUAL TO SPACES                         DTWRP01P
040200        MOVE 'The receiving provider''s account is needed'        DTWRP01P
040300          TO CTW1O-MSG                                            DTWRP01P
040400        GO TO TRANSFER-OUT-EXIT                                   DTWRP01P
040500     END-IF.                                                      DTWRP01P
040600     COMPUTE WS-NEW-BALANCE = DCL-BAC-BALANCE - CTW1I-AMOUNT.     DTWRP01P
040700     IF WS-NEW-BALANCE IS LESS THAN ZERO                          DTWRP01P
040800        MOVE 'The transfer is more than the account holds'        DTWRP01P
040900          TO CTW1O-MSG                                            DTWRP01P
041000        GO TO TRANSFER-OUT-EXIT                                   DTWRP01P
041100     END-IF.                                                      DTWRP01P
041200     EXEC SQL                                                     DTWRP01P
041300          UPDATE BNKACC                                           DTWRP01P
041400          SET BAC_BALANCE = :WS-NEW-BALANCE,                      DTWRP01P
041500              BAC_UPDATED_TS = CURRENT TIMESTAMP                  DTWRP01P
041600          WHERE (BAC_ACCNO = :CTW1I-ACC AND                       DTWRP01P
041700                 BAC_BALANCE = :DCL-BAC-BALANCE)                  DTWRP01P
041800     END-EXEC.                                                    DTWRP01P
041900     IF SQLCODE IS NOT EQUAL TO ZERO                              DTWRP01P
042000        MOVE 'Unable to debit the account - please re-try'        DTWRP01P
042100          TO CTW1O-MSG                                            DTWRP01P
042200        GO TO TRANSFER-OUT-EXIT                                   DTWRP01P
042300     END-IF.                                                      DTWRP01P
042400     EXEC SQL                                                     DTWRP01P
042500          SET :WS-POST-TIMESTAMP = CURRENT TIMESTAMP              DTWRP01P
042600     END-EXEC.                                                    DTWRP01P
042700     MOVE SPACES TO TXN-DATA-OLD.                                 DTWRP01P
042800     MOVE 'Tax-free transfer out' TO TXN-T6-OLD-DESC.             DTWRP01P
042900     MOVE CTW1I-PROV-ROUTING TO TXN-T6-OLD-ROUTING.               DTWRP01P
043000     MOVE CTW1I-PROV-ACC TO TXN-T6-OLD-EXT-ACC.                   DTWRP01P
043100     MOVE CTW1I-PROVIDER TO TXN-T6-OLD-BENE-NAME.                 DTWRP01P
043200     MOVE 'TW' TO TR-PREFIX.                                      DTWRP01P
043300     MOVE WS-POST-TIMESTAMP TO TR-TIMESTAMP.                      DTWRP01P
043400     CALL 'DBANK30P' USING WS-REF-DATA.                           DTWRP01P
043500     EXEC SQL                                                     DTWRP01P
043600          INSERT                                                  DTWRP01P
043700          INTO BNKTXN (BTX_PID,                                   DTWRP01P
043800                       BTX_TYPE,                                  DTWRP01P
043900                       BTX_SUB_TYPE,                              DTWRP01P
044000                       BTX_ACCNO,                                 DTWRP01P
044100                       BTX_TIMESTAMP,                             DTWRP01P
044200                       BTX_AMOUNT,                                DTWRP01P
044300                       BTX_DATA_OLD,                              DTWRP01P
044400                       BTX_REF)                                   DTWRP01P
044500          VALUES (:DCL-BAC-PID,                                   DTWRP01P
044600                  '6',                                            DTWRP01P
044700                  '2',                                            DTWRP01P
044800                  :CTW1I-ACC,                                     DTWRP01P
044900                  :WS-POST-TIMESTAMP,                             DTWRP01P
045000                  :CTW1I-AMOUNT,                                  DTWRP01P
045100                  :TXN-DATA-OLD,                                  DTWRP01P
045200                  :TR-REF)                                        DTWRP01P
045300     END-EXEC.                                                    DTWRP01P
045400     IF SQLCODE IS NOT EQUAL TO ZERO                              DTWRP01P
045500        MOVE 'Unable to journal the transfer out' TO CTW1O-MSG    DTWRP01P
045600        GO TO TRANSFER-OUT-EXIT                                   DTWRP01P
045700     END-IF.                                                      DTWRP01P
045800*    The diary reference is numeric everywhere else, so the       DTWRP01P
045900*    transfer takes the next one the same way DBANK70P does       DTWRP01P
046000     EXEC SQL                                                     DTWRP01P
046100          SELECT VALUE(MAX(OUT_REF), 0) + 1                       DTWRP01P
046200          INTO :DCL-OUT-REF                                       DTWRP01P
046300          FROM BNKOUTP                                            DTWRP01P
046400     END-EXEC.                                                    DTWRP01P
046500     IF SQLCODE IS NOT EQUAL TO ZERO                              DTWRP01P
046600        MOVE 'Unable to number the transfer payment' TO CTW1O-MSG DTWRP01P
046700        GO TO TRANSFER-OUT-EXIT                                   DTWRP01P
046800     END-IF.                                                      DTWRP01P
046900     EXEC SQL                                                     DTWRP01P
047000          INSERT                                                  DTWRP01P
047100          INTO BNKOUTP (OUT_REF,                                  DTWRP01P
047200                        OUT_PID,                                  DTWRP01P
047300                        OUT_FROM_ACC,                             DTWRP01P
047400                        OUT_ROUTING,                              DTWRP01P
047500                        OUT_EXT_ACC,                              DTWRP01P
047600                        OUT_BENE_NAME,                            DTWRP01P
047700                        OUT_AMOUNT,                               DTWRP01P
047800                        OUT_STATUS,                               DTWRP01P
047900                        OUT_VALUE_DATE,                           DTWRP01P
048000                        OUT_QUEUED_TS)                            DTWRP01P
048100          VALUES (:DCL-OUT-REF,                                   DTWRP01P
048200                  :DCL-BAC-PID,                                   DTWRP01P
048300                  :CTW1I-ACC,                                     DTWRP01P
048400                  :CTW1I-PROV-ROUTING,                            DTWRP01P
048500                  :CTW1I-PROV-ACC,                                DTWRP01P
048600                  :CTW1I-PROVIDER,                                DTWRP01P
048700                  :CTW1I-AMOUNT,                                  DTWRP01P
048800                  'Q',                                            DTWRP01P
048900                  :WS-BUSINESS-DATE,                              DTWRP01P
049000                  :WS-POST-TIMESTAMP)                             DTWRP01P
049100     END-EXEC.                                                    DTWRP01P
049200     IF SQLCODE IS NOT EQUAL TO ZERO                              DTWRP01P
049300        MOVE 'Unable to queue the transfer payment' TO CTW1O-MSG  DTWRP01P
049400        GO TO TRANSFER-OUT-EXIT                                   DTWRP01P
049500     END-IF.                                                      DTWRP01P
049600     MOVE 'O' TO DCL-TWX-DIRECTION.                               DTWRP01P
049700     PERFORM WRITE-TRANSFER-REGISTER THRU                         DTWRP01P
049800             WRITE-TRANSFER-REGISTER-EXIT.                        DTWRP01P
049900     IF CTW1O-MSG IS NOT EQUAL TO SPACES                          DTWRP01P
050000        GO TO TRANSFER-OUT-EXIT                                   DTWRP01P
050100     END-IF.                                                      DTWRP01P
050200     MOVE ZERO TO WS-ADD-SUBS.                                    DTWRP01P
050300     MOVE ZERO TO WS-ADD-XFER-IN.                                 DTWRP01P
050400     MOVE CTW1I-AMOUNT TO WS-ADD-XFER-OUT.                        DTWRP01P
050500     PERFORM POST-SUBSCRIPTION-LEDGER THRU                        DTWRP01P
050600             POST-SUBSCRIPTION-LEDGER-EXIT.                       DTWRP01P
050700     IF CTW1O-MSG IS NOT EQUAL TO SPACES                          DTWRP01P
050800        GO TO TRANSFER-OUT-EXIT                                   DTWRP01P
050900     END-IF.                                                      DTWRP01P
051000     SET CTW1O-REQUEST-OK TO TRUE.                                DTWRP01P
051100     MOVE 'Transfer out queued for settlement' TO CTW1O-MSG.      DTWRP01P
051200 TRANSFER-OUT-EXIT.                                               DTWRP01P
051300     EXIT.                                                        DTWRP01P
051400                                                                  DTWRP01P
051500***************************************************************** DTWRP01P
051600* What both transfer directions need - an amount, the other     * DTWRP01P
051700* provider, and an open wrapper under a taxpayer id             * DTWRP01P
051800***************************************************************** DTWRP01P
051900 CHECK-TRANSFER.                                                  DTWRP01P
052000     IF CTW1I-AMOUNT IS NOT GREATER THAN ZERO                     DTWRP01P
052100        MOVE 'The transfer amount must be greater than zero'      DTWRP01P
052200          TO CTW1O-MSG                                            DTWRP01P
052250        SET CTW1O-CREDIT-REFUSED TO TRUE                          DTWRP01P
052300        GO TO CHECK-TRANSFER-EXIT                                 DTWRP01P
052400     END-IF.                                                      DTWRP01P
052500     IF CTW1I-PROVIDER IS EQUAL TO SPACES OR                      DTWRP01P
052600        CTW1I-PROVIDER IS EQUAL TO LOW-VALUES                     DTWRP01P
052700        MOVE 'The other provider is needed' TO CTW1O-MSG          DTWRP01P
052750        SET CTW1O-CREDIT-REFUSED TO TRUE                          DTWRP01P
052800        GO TO CHECK-TRANSFER-EXIT                                 DTWRP01P
052900     END-IF.                                                      DTWRP01P
053000     PERFORM READ-ACCOUNT THRU                                    DTWRP01P
053100             READ-ACCOUNT-EXIT.                                   DTWRP01P
053200     IF CTW1O-MSG IS NOT EQUAL TO SPACES                          DTWRP01P
053300        GO TO CHECK-TRANSFER-EXIT                                 DTWRP01P
053400     END-IF.                                                      DTWRP01P
053500     IF NOT DCL-BAT-IS-WRAPPER                                    DTWRP01P
053600        MOVE 'This is not a tax-free savings account' TO CTW1O-MSGDTWRP01P
053650        SET CTW1O-CREDIT-REFUSED TO TRUE                          DTWRP01P
053700        GO TO CHECK-TRANSFER-EXIT                                 DTWRP01P
053800     END-IF.                                                      DTWRP01P
053900     IF DCL-BAC-STATUS IS NOT EQUAL TO ' '                        DTWRP01P
054000        MOVE 'The account is not open' TO CTW1O-MSG               DTWRP01P
054050        SET CTW1O-CREDIT-REFUSED TO TRUE                          DTWRP01P
054100        GO TO CHECK-TRANSFER-EXIT                                 DTWRP01P
054200     END-IF.                                                      DTWRP01P
054300     IF DCL-BCS-TIN IS EQUAL TO SPACES OR                         DTWRP01P
054400        DCL-BCS-TIN IS EQUAL TO LOW-VALUES                        DTWRP01P
054500        MOVE 'A taxpayer id is needed on a tax-free account'      DTWRP01P
054600          TO CTW1O-MSG                                            DTWRP01P
054650        SET CTW1O-CREDIT-REFUSED TO TRUE                          DTWRP01P
054700        GO TO CHECK-TRANSFER-EXIT                                 DTWRP01P
054800     END-IF.                                                      DTWRP01P
054900 CHECK-TRANSFER-EXIT.                                             DTWRP01P
055000     EXIT.                                                        DTWRP01P
055100                                                                  DTWRP01P
055200***************************************************************** DTWRP01P
055300* One row on the transfer register for each movement between    * DTWRP01P
055400* providers                                                     * DTWRP01P
055500***************************************************************** DTWRP01P
055600 WRITE-TRANSFER-REGISTER.                                         DTWRP01P
055700     EXEC SQL                                                     DTWRP01P
055800          SELECT VALUE(MAX(TWX_ID), 0) + 1                        DTWRP01P
055900          INTO :DCL-TWX-ID                                        DTWRP01P
056000          FROM BNKTWXF                                            DTWRP01P
056100     END-EXEC.                                                    DTWRP01P
056200     IF SQLCODE IS NOT EQUAL TO ZERO                              DTWRP01P
056300        MOVE 'Unable to number the transfer' TO CTW1O-MSG         DTWRP01P
056400        GO TO WRITE-TRANSFER-REGISTER-EXIT                        DTWRP01P
056500     END-IF.                                                      DTWRP01P
056600     EXEC SQL                                                     DTWRP01P
056700          INSERT                                                  DTWRP01P
056800          INTO BNKTWXF (TWX_ID,                                   DTWRP01P
056900                        TWX_ACCNO,                                DTWRP01P
057000                        TWX_PID,                                  DTWRP01P
057100                        TWX_TIN,                                  DTWRP01P
057200                        TWX_DIRECTION,                            DTWRP01P
057300                        TWX_PROVIDER,                             DTWRP01P
057400                        TWX_ROUTING,                              DTWRP01P
057500                        TWX_EXT_ACC,                              DTWRP01P
057600                        TWX_AMOUNT,                               DTWRP01P
057700                        TWX_TAX_YEAR,                             DTWRP01P
057800                        TWX_DATE,                                 DTWRP01P
057900                        TWX_TXN_REF,                              DTWRP01P
058000                        TWX_USERID,                               DTWRP01P
058100                        TWX_UPDATED_TS)                           DTWRP01P
058200          VALUES (:DCL-TWX-ID,                                    DTWRP01P
058300                  :CTW1I-ACC,                                     DTWRP01P
058400                  :DCL-BAC-PID,                                   DTWRP01P
058500                  :DCL-BCS-TIN,                                   DTWRP01P
058600                  :DCL-TWX-DIRECTION,                             DTWRP01P
058700                  :CTW1I-PROVIDER,                                DTWRP01P
058800                  :CTW1I-PROV-ROUTING,                            DTWRP01P
058900                  :CTW1I-PROV-ACC,                                DTWRP01P
059000                  :CTW1I-AMOUNT,                                  DTWRP01P
059100                  :WS-TAX-YEAR,                                   DTWRP01P
059200                  :WS-BUSINESS-DATE,                              DTWRP01P
059300                  :TR-REF,                                        DTWRP01P
059400                  :CTW1I-USERID,                                  DTWRP01P
059500                  CURRENT TIMESTAMP)                              DTWRP01P
059600     END-EXEC.                                                    DTWRP01P
059700     IF SQLCODE IS NOT EQUAL TO ZERO                              DTWRP01P
059800        MOVE 'Unable to record the transfer' TO CTW1O-MSG         DTWRP01P
059900        GO TO WRITE-TRANSFER-REGISTER-EXIT                        DTWRP01P
060000     END-IF.                                                      DTWRP01P
060100     MOVE DCL-TWX-ID TO CTW1O-XFER-ID.                            DTWRP01P
060200 WRITE-TRANSFER-REGISTER-EXIT.                                    DTWRP01P
060300     EXIT.                                                        DTWRP01P
060400                                                                  DTWRP01P
060500***************************************************************** DTWRP01P
060600* Add to the taxpayer's row for the year - the first money of   * DTWRP01P
060700* the year opens it                                             * DTWRP01P
060800***************************************************************** DTWRP01P
060900 POST-SUBSCRIPTION-LEDGER.                                        DTWRP01P
061000     EXEC SQL                                                     DTWRP01P
061100          UPDATE BNKTWSB                                          DTWRP01P
061200          SET TWS_SUBSCRIBED = TWS_SUBSCRIBED + :WS-ADD-SUBS,     DTWRP01P
061300              TWS_XFER_IN = TWS_XFER_IN + :WS-ADD-XFER-IN,        DTWRP01P
061400              TWS_XFER_OUT = TWS_XFER_OUT + :WS-ADD-XFER-OUT,     DTWRP01P
061500              TWS_PID = :DCL-BAC-PID,                             DTWRP01P
061600              TWS_UPDATED_TS = CURRENT TIMESTAMP                  DTWRP01P
061700          WHERE TWS_TIN = :DCL-BCS-TIN                            DTWRP01P
061800          AND TWS_TAX_YEAR = :WS-TAX-YEAR                         DTWRP01P
061900     END-EXEC.                                                    DTWRP01P
062000     IF SQLCODE IS EQUAL TO +100                                  DTWRP01P
062100        EXEC SQL                                                  DTWRP01P
062200             INSERT                                               DTWRP01P
062300             INTO BNKTWSB (TWS_TIN,                               DTWRP01P
062400                           TWS_TAX_YEAR,                          DTWRP01P
062500                           TWS_PID,                               DTWRP01P
062600                           TWS_SUBSCRIBED,                        DTWRP01P
062700                           TWS_XFER_IN,                           DTWRP01P
062800                           TWS_XFER_OUT,                          DTWRP01P
062900                           TWS_UPDATED_TS)                        DTWRP01P
063000             VALUES (:DCL-BCS-TIN,                                DTWRP01P
063100                     :WS-TAX-YEAR,                                DTWRP01P
063200                     :DCL-BAC-PID,                                DTWRP01P
063300                     :WS-ADD-SUBS,                                DTWRP01P
063400                     :WS-ADD-XFER-IN,                             DTWRP01P
063500                     :WS-ADD-XFER-OUT,                            DTWRP01P
063600                     CURRENT TIMESTAMP)                           DTWRP01P
063700        END-EXEC                                                  DTWRP01P
063800     END-IF.                                                      DTWRP01P
063900     IF SQLCODE IS NOT EQUAL TO ZERO                              DTWRP01P
064000        MOVE 'Unable to update the subscription ledger'           DTWRP01P
064100          TO CTW1O-MSG                                            DTWRP01P
064200     END-IF.                                                      DTWRP01P
064300 POST-SUBSCRIPTION-LEDGER-EXIT.                                   DTWRP01P
064400     EXIT.                                                        DTWRP01P
064500                                                                  DTWRP01P
064600***************************************************************** DTWRP01P
064700* The account, whether its product is a wrapper, and the        * DTWRP01P
064800* holder's taxpayer id. On a customer signon the account must   * DTWRP01P
064900* be the customer's own                                         * DTWRP01P
065000***************************************************************** DTWRP01P
065100 READ-ACCOUNT.                                                    DTWRP01P
065200     MOVE SPACES TO DCL-BCS-TIN.                                  DTWRP01P
065300     EXEC SQL                                                     DTWRP01P
065400          SELECT BAC.BAC_PID,                                     DTWRP01P
065500                 BAC.BAC_BALANCE,                                 DTWRP01P
065600                 BAC.BAC_STATUS,                                  DTWRP01P
065700                 VALUE(BAT.BAT_TAX_WRAPPER, 'N'),                 DTWRP01P
065800                 VALUE(BCS.BCS_TIN, ' ')                          DTWRP01P
065900          INTO :DCL-BAC-PID,                                      DTWRP01P
066000               :DCL-BAC-BALANCE,                                  DTWRP01P
066100               :DCL-BAC-STATUS,                                   DTWRP01P
066200               :DCL-BAT-TAX-WRAPPER,                              DTWRP01P
066300               :DCL-BCS-TIN                                       DTWRP01P
066400          FROM BNKACC BAC,                                        DTWRP01P
066500               BNKATYPE BAT,                                      DTWRP01P
066600               BNKCUST BCS                                        DTWRP01P
066700          WHERE BAC.BAC_ACCNO = :CTW1I-ACC                        DTWRP01P
066800          AND BAT.BAT_TYPE = BAC.BAC_ACCTYPE                      DTWRP01P
066900          AND BCS.BCS_PID = BAC.BAC_PID                           DTWRP01P
067000     END-EXEC.                                                    DTWRP01P
067100     IF SQLCODE IS EQUAL TO +100                                  DTWRP01P
067200        SET CTW1O-NOT-FOUND TO TRUE                               DTWRP01P
067300        MOVE 'No account held under that number' TO CTW1O-MSG     DTWRP01P
067400        GO TO READ-ACCOUNT-EXIT                                   DTWRP01P
067500     END-IF.                                                      DTWRP01P
067600     IF SQLCODE IS NOT EQUAL TO ZERO                              DTWRP01P
067700        MOVE 'Unable to read the account' TO CTW1O-MSG            DTWRP01P
067800        GO TO READ-ACCOUNT-EXIT                                   DTWRP01P
067900     END-IF.                                                      DTWRP01P
068000     IF CTW1I-OWNER-PID IS NOT EQUAL TO SPACES AND                DTWRP01P
068100        CTW1I-OWNER-PID IS NOT EQUAL TO LOW-VALUES AND            DTWRP01P
068200        DCL-BAC-PID IS NOT EQUAL TO CTW1I-OWNER-PID               DTWRP01P
068300        SET CTW1O-NOT-FOUND TO TRUE                               DTWRP01P
068400        MOVE 'That is not one of your accounts' TO CTW1O-MSG      DTWRP01P
068500        GO TO READ-ACCOUNT-EXIT                                   DTWRP01P
068600     END-IF.                                                      DTWRP01P
068700     MOVE DCL-BAT-TAX-WRAPPER TO CTW1O-WRAPPER.                   DTWRP01P
068800 READ-ACCOUNT-EXIT.                                               DTWRP01P
068900     EXIT.                                                        DTWRP01P
069000                                                                  DTWRP01P
069100***************************************************************** DTWRP01P
069200* The year's subscriptions so far under the taxpayer id - no    * DTWRP01P
069300* row yet means nothing paid in                                 * DTWRP01P
069400***************************************************************** DTWRP01P
069500 READ-SUBSCRIBED.                                                 DTWRP01P
069600     MOVE ZERO TO DCL-TWS-SUBSCRIBED.                             DTWRP01P
069700     EXEC SQL                                                     DTWRP01P
069800          SELECT TWS_SUBSCRIBED                                   DTWRP01P
069900          INTO :DCL-TWS-SUBSCRIBED                                DTWRP01P
070000          FROM BNKTWSB                                            DTWRP01P
070100          WHERE TWS_TIN = :DCL-BCS-TIN                            DTWRP01P
070200          AND TWS_TAX_YEAR = :WS-TAX-YEAR                         DTWRP01P
070300     END-EXEC.                                                    DTWRP01P
070400     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DTWRP01P
070500        SQLCODE IS NOT EQUAL TO +100                              DTWRP01P
070600        MOVE 'Unable to read the subscription ledger' TO CTW1O-MSGDTWRP01P
070700        GO TO READ-SUBSCRIBED-EXIT                                DTWRP01P
070800     END-IF.                                                      DTWRP01P
070900     MOVE WS-ALLOWANCE TO CTW1O-ALLOWANCE.                        DTWRP01P
071000     MOVE DCL-TWS-SUBSCRIBED TO CTW1O-SUBSCRIBED.                 DTWRP01P
071100     COMPUTE CTW1O-REMAINING = WS-ALLOWANCE - DCL-TWS-SUBSCRIBED. DTWRP01P
071200     IF CTW1O-REMAINING IS LESS THAN ZERO                         DTWRP01P
071300        MOVE ZERO TO CTW1O-REMAINING                              DTWRP01P
071400     END-IF.                                                      DTWRP01P
071500 READ-SUBSCRIBED-EXIT.                                            DTWRP01P
071600     EXIT.                                                        DTWRP01P
071700                                                                  DTWRP01P
071800***************************************************************** DTWRP01P
071900* The annual allowance - default first, then any override held  * DTWRP01P
072000* on BNKCTLV (+100 just means no override)                      * DTWRP01P
072100***************************************************************** DTWRP01P
072200 READ-ALLOWANCE-CONTROL.                                          DTWRP01P
072300     MOVE WS-DFT-ALLOWANCE TO WS-ALLOWANCE.                       DTWRP01P
072400     EXEC SQL                                                     DTWRP01P
072500          SELECT CTL_VALUE                                        DTWRP01P
072600          INTO :WS-ALLOWANCE                                      DTWRP01P
072700          FROM BNKCTLV                                            DTWRP01P
072800          WHERE CTL_ID = 'TWALLOW '                               DTWRP01P
072900     END-EXEC.                                                    DTWRP01P
073000     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DTWRP01P
073100        SQLCODE IS NOT EQUAL TO +100                              DTWRP01P
073200        MOVE 'Unable to read the allowance control' TO CTW1O-MSG  DTWRP01P
073300        GO TO READ-ALLOWANCE-CONTROL-EXIT                         DTWRP01P
073400     END-IF.                                                      DTWRP01P
073500     IF WS-ALLOWANCE IS NOT GREATER THAN ZERO                     DTWRP01P
073600        MOVE WS-DFT-ALLOWANCE TO WS-ALLOWANCE                     DTWRP01P
073700     END-IF.                                                      DTWRP01P
073800 READ-ALLOWANCE-CONTROL-EXIT.                                     DTWRP01P
073900     EXIT.                                                        DTWRP01P
