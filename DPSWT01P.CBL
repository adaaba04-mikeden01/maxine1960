000100***************************************************************** DPSWT01P
000200*                                                               * DPSWT01P
000300*  Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.    * DPSWT01P
000400*  This demonstration program is provided for use by users      * DPSWT01P
000500*  of Micro Focus products and may be used, modified and        * DPSWT01P
000600*  distributed as part of your application provided that        * DPSWT01P
000700*  you properly acknowledge the copyright of Micro Focus        * DPSWT01P
000800*  in this material.                                            * DPSWT01P
000900*                                                               * DPSWT01P
001000***************************************************************** DPSWT01P
001100                                                                  DPSWT01P
001200***************************************************************** DPSWT01P
001300* Program:     DPSWT01P.CBL                                     * DPSWT01P
001400* Function:    Account product switch - moves an account onto   * DPSWT01P
001500*              another account type under the same account      * DPSWT01P
001600*              number once it meets the new product's rules,    * DPSWT01P
001700*              settling the interest due at the old product's   * DPSWT01P
001800*              rates through DBANK61P, charging any switch fee, * DPSWT01P
001900*              journaling the change as a lifecycle event,      * DPSWT01P
002000*              keeping it on BNKPSWT and writing the customer   * DPSWT01P
002100*              a confirmation letter                            * DPSWT01P
002200*              SQL version                                      * DPSWT01P
002300***************************************************************** DPSWT01P
002400                                                                  DPSWT01P
002500 IDENTIFICATION DIVISION.                                         DPSWT01P
002600 PROGRAM-ID.                                                      DPSWT01P
002700     DPSWT01P.                                                    DPSWT01P
002800 DATE-WRITTEN.                                                    DPSWT01P
002900     October 2026.                                                DPSWT01P
003000 DATE-COMPILED.                                                   DPSWT01P
003100     Today.                                                       DPSWT01P
003200                                                                  DPSWT01P
003300 ENVIRONMENT DIVISION.                                            DPSWT01P
003400                                                                  DPSWT01P
003500 DATA DIVISION.                                                   DPSWT01P
003600                                                                  DPSWT01P
003700 WORKING-STORAGE SECTION.                                         DPSWT01P
003800 01  WS-MISC-STORAGE.                                             DPSWT01P
003900   05  WS-PROGRAM-ID                         PIC X(8)             DPSWT01P
004000       VALUE 'DPSWT01P'.                                          DPSWT01P
004100   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DPSWT01P
004200   05  WS-SUB1                               PIC S9(4) COMP.      DPSWT01P
004300                                                                  DPSWT01P
004400 01  WS-06-COMMAREA.                                              DPSWT01P
004500 COPY CBANKD06.                                                   DPSWT01P
004600                                                                  DPSWT01P
004700   EXEC SQL                                                       DPSWT01P
004800        BEGIN DECLARE SECTION                                     DPSWT01P
004900   END-EXEC.                                                      DPSWT01P
005000 01  WS-COMMAREA.                                                 DPSWT01P
005100     EXEC SQL                                                     DPSWT01P
005200          INCLUDE CPSWTD01                                        DPSWT01P
005300     END-EXEC.                                                    DPSWT01P
005400 01  WS-98-COMMAREA.                                              DPSWT01P
005500     EXEC SQL                                                     DPSWT01P
005600          INCLUDE CBANKD98                                        DPSWT01P
005700     END-EXEC.                                                    DPSWT01P
005800 01  WS-04-COMMAREA.                                              DPSWT01P
005900     EXEC SQL                                                     DPSWT01P
006000          INCLUDE CBANKD04                                        DPSWT01P
006100     END-EXEC.                                                    DPSWT01P
006200 01  WS-61-COMMAREA.                                              DPSWT01P
006300     EXEC SQL                                                     DPSWT01P
006400          INCLUDE CBANKD61                                        DPSWT01P
006500     END-EXEC.                                                    DPSWT01P
006600 01  WS-72-COMMAREA.                                              DPSWT01P
006700     EXEC SQL                                                     DPSWT01P
006800          INCLUDE CBANKD72                                        DPSWT01P
006900     END-EXEC.                                                    DPSWT01P
007000 01  WS-L1-COMMAREA.                                              DPSWT01P
007100     EXEC SQL                                                     DPSWT01P
007200          INCLUDE CLTTRD01                                        DPSWT01P
007300     END-EXEC.                                                    DPSWT01P
007400     EXEC SQL                                                     DPSWT01P
007500          INCLUDE CBANKTXD                                        DPSWT01P
007600     END-EXEC.                                                    DPSWT01P
007700 01  DCL-PSWT-AREAS.                                              DPSWT01P
007800*        The account being switched                               DPSWT01P
007900   05  DCL-ACC-PID                           PIC X(5).            DPSWT01P
008000   05  DCL-ACC-TYPE                          PIC X(2).            DPSWT01P
008100   05  DCL-ACC-BALANCE                       PIC S9(7)V99 COMP-3. DPSWT01P
008200   05  DCL-ACC-CURRENCY                      PIC X(3).            DPSWT01P
008300   05  DCL-ACC-STATUS                        PIC X(1).            DPSWT01P
008400   05  DCL-CUS-NAME                          PIC X(25).           DPSWT01P
008500   05  DCL-CUST-AGE                          PIC S9(3) COMP-3.    DPSWT01P
008600   05  DCL-ROW-COUNT                         PIC S9(9) COMP-3.    DPSWT01P
008700*        The rules of the product being taken                     DPSWT01P
008800   05  DCL-MIN-OPEN-BAL                      PIC S9(7)V99 COMP-3. DPSWT01P
008900   05  DCL-MIN-AGE                           PIC S9(3) COMP-3.    DPSWT01P
009000   05  DCL-MAX-AGE                           PIC S9(3) COMP-3.    DPSWT01P
009100   05  DCL-CURRENCIES                        PIC X(15).           DPSWT01P
009200   05  DCL-CURRENCY-R REDEFINES DCL-CURRENCIES                    DPSWT01P
009300                                             PIC X(3)             DPSWT01P
009400       OCCURS 5 TIMES.                                            DPSWT01P
009500   05  DCL-SELL-FROM                         PIC X(10).           DPSWT01P
009600   05  DCL-STOP-SELL                         PIC X(10).           DPSWT01P
009700*        A switch as kept on BNKPSWT                              DPSWT01P
009800   05  DCL-PSW-DATE                          PIC X(10).           DPSWT01P
009900   05  DCL-PSW-OLD-TYPE                      PIC X(2).            DPSWT01P
010000   05  DCL-PSW-NEW-TYPE                      PIC X(2).            DPSWT01P
010100   05  DCL-PSW-FEE                           PIC S9(3)V99 COMP-3. DPSWT01P
010200   05  DCL-PSW-USER                          PIC X(5).            DPSWT01P
010300 01  WS-PSWT-AREAS.                                               DPSWT01P
010400   05  WS-BUSINESS-DATE                      PIC X(10).           DPSWT01P
010500   05  WS-RUN-TS                             PIC X(26).           DPSWT01P
010600   05  WS-EVENT-TS                           PIC X(26).           DPSWT01P
010700   05  WS-FEE                                PIC S9(3)V99 COMP-3. DPSWT01P
010800   05  WS-INT-NET                            PIC S9(9)V99 COMP-3. DPSWT01P
010900                                                                  DPSWT01P
011000     EXEC SQL                                                     DPSWT01P
011100          INCLUDE SQLCA                                           DPSWT01P
011200     END-EXEC.                                                    DPSWT01P
011300                                                                  DPSWT01P
011400 COPY CABENDD.                                                    DPSWT01P
011500   EXEC SQL                                                       DPSWT01P
011600        END DECLARE SECTION                                       DPSWT01P
011700   END-EXEC.                                                      DPSWT01P
011800                                                                  DPSWT01P
011900 LINKAGE SECTION.                                                 DPSWT01P
012000 01  DFHCOMMAREA.                                                 DPSWT01P
012100   05  LK-COMMAREA                           PIC X(1)             DPSWT01P
012200       OCCURS 1 TO 6144 TIMES                                     DPSWT01P
012300         DEPENDING ON WS-COMMAREA-LENGTH.                         DPSWT01P
012400                                                                  DPSWT01P
012500 COPY CENTRY.                                                     DPSWT01P
012600***************************************************************** DPSWT01P
012700* Move the passed area to our area                              * DPSWT01P
012800***************************************************************** DPSWT01P
012900     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DPSWT01P
013000     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DPSWT01P
013100                                                                  DPSWT01P
013200***************************************************************** DPSWT01P
013300* Initialize our output area                                    * DPSWT01P
013400***************************************************************** DPSWT01P
013500     INITIALIZE CPW1O-DATA.                                       DPSWT01P
013600     SET CPW1O-REQUEST-FAIL TO TRUE.                              DPSWT01P
013700                                                                  DPSWT01P
013800     INITIALIZE CD98-DATA.                                        DPSWT01P
013900     SET CD98I-READ-BUSINESS-DATE TO TRUE.                        DPSWT01P
014000 COPY CBANKX98.                                                   DPSWT01P
014100     IF NOT CD98O-REQUEST-OK                                      DPSWT01P
014200        MOVE CD98O-MSG TO CPW1O-MSG                               DPSWT01P
014300        GO TO DPSWT01P-EXIT                                       DPSWT01P
014400     END-IF.                                                      DPSWT01P
014500     MOVE CD98O-DATE TO WS-BUSINESS-DATE.                         DPSWT01P
014600     EXEC SQL                                                     DPSWT01P
014700          SET :WS-RUN-TS = CURRENT TIMESTAMP                      DPSWT01P
014800     END-EXEC.                                                    DPSWT01P
014900                                                                  DPSWT01P
015000     EVALUATE TRUE                                                DPSWT01P
015100       WHEN CPW1I-QUOTE                                           DPSWT01P
015200         PERFORM CHECK-SWITCH THRU                                DPSWT01P
015300                 CHECK-SWITCH-EXIT                                DPSWT01P
015400         IF CPW1O-REQUEST-OK                                      DPSWT01P
015500            MOVE 'The account may switch - the fee is shown'      DPSWT01P
015600              TO CPW1O-MSG                                        DPSWT01P
015700         END-IF                                                   DPSWT01P
015800       WHEN CPW1I-SWITCH                                          DPSWT01P
015900         PERFORM CHECK-SWITCH THRU                                DPSWT01P
016000                 CHECK-SWITCH-EXIT                                DPSWT01P
016100         IF CPW1O-REQUEST-OK                                      DPSWT01P
016200            PERFORM MAKE-SWITCH THRU                              DPSWT01P
016300                    MAKE-SWITCH-EXIT                              DPSWT01P
016400         END-IF                                                   DPSWT01P
016500       WHEN CPW1I-HISTORY                                         DPSWT01P
016600         PERFORM LIST-HISTORY THRU                                DPSWT01P
016700                 LIST-HISTORY-EXIT                                DPSWT01P
016800       WHEN OTHER                                                 DPSWT01P
016900         MOVE 'Unknown product switch function requested'         DPSWT01P
017000           TO CPW1O-MSG                                           DPSWT01P
017100     END-EVALUATE.                                                DPSWT01P
017200                                                                  DPSWT01P
017300 DPSWT01P-EXIT.                                                   DPSWT01P
017400***************************************************************** DPSWT01P
017500* Move the result back to the callers area                      * DPSWT01P
017600***************************************************************** DPSWT01P
017700     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DPSWT01P
017800                                                                  DPSWT01P
017900***************************************************************** DPSWT01P
018000* Return to our caller                                          * DPSWT01P
018100***************************************************************** DPSWT01P
018200 COPY CRETURN.                                                    DPSWT01P
018300                                                                  DPSWT01P
018400***************************************************************** DPSWT01P
018500* May the account move onto the product asked for? It must be   * DPSWT01P
018600* an open account - a customer's own, when a customer asks -    * DPSWT01P
018700* not a card account, not switched already today, and it must   * DPSWT01P
018800* meet the new product's rules just as an opening would: the    * DPSWT01P
018900* product on sale, the balance at its minimum, the currency     * DPSWT01P
019000* offered and the customer inside its age band. The switch fee  * DPSWT01P
019100* is read off the rate master for the new type                  * DPSWT01P
019200***************************************************************** DPSWT01P
019300 CHECK-SWITCH.                                                    DPSWT01P
019400     SET CPW1O-REQUEST-FAIL TO TRUE.                              DPSWT01P
019500     IF CPW1I-ACC IS EQUAL TO SPACES OR                           DPSWT01P
019600        CPW1I-NEW-TYPE IS EQUAL TO SPACES                         DPSWT01P
019700        MOVE 'Key the account and the product to switch to'       DPSWT01P
019800          TO CPW1O-MSG                                            DPSWT01P
019900        GO TO CHECK-SWITCH-EXIT                                   DPSWT01P
020000     END-IF.                                                      DPSWT01P
020100     EXEC SQL                                                     DPSWT01P
020200          SELECT BAC_PID,                                         DPSWT01P
020300                 BAC_ACCTYPE,                                     DPSWT01P
020400                 BAC_BALANCE,                                     DPSWT01P
020500                 VALUE(BAC_CURRENCY, 'USD'),                      DPSWT01P
020600                 BAC_STATUS                                       DPSWT01P
020700          INTO :DCL-ACC-PID,                                      DPSWT01P
020800               :DCL-ACC-TYPE,                                     DPSWT01P
020900               :DCL-ACC-BALANCE,                                  DPSWT01P
021000               :DCL-ACC-CURRENCY,                                 DPSWT01P
021100               :DCL-ACC-STATUS                                    DPSWT01P
021200          FROM BNKACC                                             DPSWT01P
021300          WHERE BAC_ACCNO = :CPW1I-ACC                            DPSWT01P
021400     END-EXEC.                                                    DPSWT01P
021500     IF SQLCODE IS EQUAL TO +100                                  DPSWT01P
021600        MOVE 'Account not found' TO CPW1O-MSG                     DPSWT01P
021700        GO TO CHECK-SWITCH-EXIT                                   DPSWT01P
021800     END-IF.                                                      DPSWT01P
021900     IF SQLCODE IS NOT EQUAL TO ZERO                              DPSWT01P
022000        MOVE 'Unable to read the account' TO CPW1O-MSG            DPSWT01P
022100        GO TO CHECK-SWITCH-EXIT                                   DPSWT01P
022200     END-IF.                                                      DPSWT01P
022300     IF CPW1I-PERSON-PID IS NOT EQUAL TO SPACES AND               DPSWT01P
022400        CPW1I-PERSON-PID IS NOT EQUAL TO DCL-ACC-PID              DPSWT01P
022500        MOVE 'Account not found' TO CPW1O-MSG                     DPSWT01P
022600        GO TO CHECK-SWITCH-EXIT                                   DPSWT01P
022700     END-IF.                                                      DPSWT01P
022800     MOVE DCL-ACC-TYPE TO CPW1O-OLD-TYPE.                         DPSWT01P
022900     MOVE CPW1I-NEW-TYPE TO CPW1O-NEW-TYPE.                       DPSWT01P
023000     MOVE WS-BUSINESS-DATE TO CPW1O-SWITCH-DATE.                  DPSWT01P
023100     SET CPW1O-NOT-ELIGIBLE TO TRUE.                              DPSWT01P
023200     IF DCL-ACC-STATUS IS NOT EQUAL TO SPACE                      DPSWT01P
023300        MOVE 'Only an open account can change product'            DPSWT01P
023400          TO CPW1O-MSG                                            DPSWT01P
023500        GO TO CHECK-SWITCH-EXIT                                   DPSWT01P
023600     END-IF.                                                      DPSWT01P
023700     IF DCL-ACC-TYPE IS EQUAL TO 'CC' OR                          DPSWT01P
023800        CPW1I-NEW-TYPE IS EQUAL TO 'CC'                           DPSWT01P
023900        MOVE 'A card account cannot be switched' TO CPW1O-MSG     DPSWT01P
024000        GO TO CHECK-SWITCH-EXIT                                   DPSWT01P
024100     END-IF.                                                      DPSWT01P
024200     IF DCL-ACC-TYPE IS EQUAL TO CPW1I-NEW-TYPE                   DPSWT01P
024300        MOVE 'The account already holds that product' TO CPW1O-MSGDPSWT01P
024400        GO TO CHECK-SWITCH-EXIT                                   DPSWT01P
024500     END-IF.                                                      DPSWT01P
024600     EXEC SQL                                                     DPSWT01P
024700          SELECT COUNT(*)                                         DPSWT01P
024800          INTO :DCL-ROW-COUNT                                     DPSWT01P
024900          FROM BNKPSWT                                            DPSWT01P
025000          WHERE PSW_ACCNO = :CPW1I-ACC AND                        DPSWT01P
025100                PSW_DATE = :WS-BUSINESS-DATE                      DPSWT01P
025200     END-EXEC.                                                    DPSWT01P
025300     IF SQLCODE IS NOT EQUAL TO ZERO                              DPSWT01P
025400        SET CPW1O-REQUEST-FAIL TO TRUE                            DPSWT01P
025500        MOVE 'Unable to read the switch history' TO CPW1O-MSG     DPSWT01P
025600        GO TO CHECK-SWITCH-EXIT                                   DPSWT01P
025700     END-IF.                                                      DPSWT01P
025800     IF DCL-ROW-COUNT IS GREATER THAN ZERO                        DPSWT01P
025900        MOVE 'The account has already been switched today'        DPSWT01P
026000          TO CPW1O-MSG                                            DPSWT01P
026100        GO TO CHECK-SWITCH-EXIT                                   DPSWT01P
026200     END-IF.                                                      DPSWT01P
026300     EXEC SQL                                                     DPSWT01P
026400          SELECT VALUE(BAT_MIN_OPEN_BAL, 0),                      DPSWT01P
026500                 VALUE(BAT_MIN_AGE, 0),                           DPSWT01P
026600                 VALUE(BAT_MAX_AGE, 0),                           DPSWT01P
026700                 VALUE(BAT_CURRENCIES, ' '),                      DPSWT01P
026800                 VALUE(NULLIF(BAT_SELL_FROM, ' '), '0001-01-01'), DPSWT01P
026900                 VALUE(NULLIF(BAT_STOP_SELL, ' '), '9999-12-31')  DPSWT01P
027000          INTO :DCL-MIN-OPEN-BAL,                                 DPSWT01P
027100               :DCL-MIN-AGE,                                      DPSWT01P
027200               :DCL-MAX-AGE,                                      DPSWT01P
027300               :DCL-CURRENCIES,                                   DPSWT01P
027400               :DCL-SELL-FROM,                                    DPSWT01P
027500               :DCL-STOP-SELL                                     DPSWT01P
027600          FROM BNKATYPE                                           DPSWT01P
027700          WHERE BAT_TYPE = :CPW1I-NEW-TYPE                        DPSWT01P
027800     END-EXEC.                                                    DPSWT01P
027900     IF SQLCODE IS EQUAL TO +100                                  DPSWT01P
028000        MOVE 'That product is not in the catalogue' TO CPW1O-MSG  DPSWT01P
028100        GO TO CHECK-SWITCH-EXIT                                   DPSWT01P
028200     END-IF.                                                      DPSWT01P
028300     IF SQLCODE IS NOT EQUAL TO ZERO                              DPSWT01P
028400        SET CPW1O-REQUEST-FAIL TO TRUE                            DPSWT01P
028500        MOVE 'Unable to read the product catalogue' TO CPW1O-MSG  DPSWT01P
028600        GO TO CHECK-SWITCH-EXIT                                   DPSWT01P
028700     END-IF.                                                      DPSWT01P
028800     IF DCL-SELL-FROM IS GREATER THAN WS-BUSINESS-DATE OR         DPSWT01P
028900        DCL-STOP-SELL IS NOT GREATER THAN WS-BUSINESS-DATE        DPSWT01P
029000        MOVE 'That product is not on sale' TO CPW1O-MSG           DPSWT01P
029100        GO TO CHECK-SWITCH-EXIT                                   DPSWT01P
029200     END-IF.                                                      DPSWT01P
029300     IF DCL-ACC-BALANCE IS LESS THAN DCL-MIN-OPEN-BAL             DPSWT01P
029400        MOVE 'The balance is below the product minimum'           DPSWT01P
029500          TO CPW1O-MSG                                            DPSWT01P
029600        GO TO CHECK-SWITCH-EXIT                                   DPSWT01P
029700     END-IF.                                                      DPSWT01P
029800     IF DCL-CURRENCIES IS NOT EQUAL TO SPACES AND                 DPSWT01P
029900        DCL-ACC-CURRENCY IS NOT EQUAL TO DCL-CURRENCY-R (1) AND   DPSWT01P
030000        DCL-ACC-CURRENCY IS NOT EQUAL TO DCL-CURRENCY-R (2) AND   DPSWT01P
030100        DCL-ACC-CURRENCY IS NOT EQUAL TO DCL-CURRENCY-R (3) AND   DPSWT01P
030200        DCL-ACC-CURRENCY IS NOT EQUAL TO DCL-CURRENCY-R (4) AND   DPSWT01P
030300        DCL-ACC-CURRENCY IS NOT EQUAL TO DCL-CURRENCY-R (5)       DPSWT01P
030400        MOVE 'The product is not offered in the account currency' DPSWT01P
030500          TO CPW1O-MSG                                            DPSWT01P
030600        GO TO CHECK-SWITCH-EXIT                                   DPSWT01P
030700     END-IF.                                                      DPSWT01P
030800     IF DCL-MIN-AGE IS GREATER THAN ZERO OR                       DPSWT01P
030900        DCL-MAX-AGE IS GREATER THAN ZERO                          DPSWT01P
031000        MOVE -1 TO DCL-CUST-AGE                                   DPSWT01P
031100        EXEC SQL                                                  DPSWT01P
031200             SELECT VALUE(YEAR(CURRENT DATE - DATE(BCS_DOB)), -1) DPSWT01P
031300             INTO :DCL-CUST-AGE                                   DPSWT01P
031400             FROM BNKCUST                                         DPSWT01P
031500             WHERE BCS_PID = :DCL-ACC-PID                         DPSWT01P
031600        END-EXEC                                                  DPSWT01P
031700        IF DCL-CUST-AGE IS LESS THAN ZERO                         DPSWT01P
031800           MOVE 'A date of birth is needed to take this product'  DPSWT01P
031900             TO CPW1O-MSG                                         DPSWT01P
032000           GO TO CHECK-SWITCH-EXIT                                DPSWT01P
032100        END-IF                                                    DPSWT01P
032200        IF DCL-CUST-AGE IS LESS THAN DCL-MIN-AGE OR               DPSWT01P
032300           (DCL-MAX-AGE IS GREATER THAN ZERO AND                  DPSWT01P
032400            DCL-CUST-AGE IS GREATER THAN DCL-MAX-AGE)             DPSWT01P
032500           MOVE 'Customer age is outside the product age band'    DPSWT01P
032600             TO CPW1O-MSG                                         DPSWT01P
032700           GO TO CHECK-SWITCH-EXIT                                DPSWT01P
032800        END-IF                                                    DPSWT01P
032900     END-IF.                                                      DPSWT01P
033000     MOVE ZERO TO WS-FEE.                                         DPSWT01P
033100     MOVE SPACES TO CD72-DATA.                                    DPSWT01P
033200     SET CD72I-READ-RATE TO TRUE.                                 DPSWT01P
033300     MOVE CPW1I-NEW-TYPE TO CD72I-ACC-TYPE.                       DPSWT01P
033400     SET CD72I-KIND-SWITCH-FEE TO TRUE.                           DPSWT01P
033500     MOVE DCL-ACC-BALANCE TO CD72I-BALANCE.                       DPSWT01P
033600     MOVE WS-BUSINESS-DATE TO CD72I-ASOF-DATE.                    DPSWT01P
033700 COPY CBANKX72.                                                   DPSWT01P
033800     IF CD72O-REQUEST-OK                                          DPSWT01P
033900        MOVE CD72O-AMOUNT TO WS-FEE                               DPSWT01P
034000     END-IF.                                                      DPSWT01P
034100     MOVE WS-FEE TO CPW1O-FEE.                                    DPSWT01P
034200     IF WS-FEE IS GREATER THAN DCL-ACC-BALANCE                    DPSWT01P
034300        MOVE 'The balance does not cover the switch fee'          DPSWT01P
034400          TO CPW1O-MSG                                            DPSWT01P
034500        GO TO CHECK-SWITCH-EXIT                                   DPSWT01P
034600     END-IF.                                                      DPSWT01P
034700     SET CPW1O-REQUEST-OK TO TRUE.                                DPSWT01P
034800 CHECK-SWITCH-EXIT.                                               DPSWT01P
034900     EXIT.                                                        DPSWT01P
035000                                                                  DPSWT01P
035100***************************************************************** DPSWT01P
035200* Make the switch. The day's switch is kept on BNKPSWT first,   * DPSWT01P
035300* which also keeps the night's accrual run off the account;     * DPSWT01P
035400* the interest due is then settled at the old product's rates   * DPSWT01P
035500* before the account type changes under the same number. Any    * DPSWT01P
035600* fee is charged, and the change journaled and written to the   * DPSWT01P
035700* customer                                                      * DPSWT01P
035800***************************************************************** DPSWT01P
035900 MAKE-SWITCH.                                                     DPSWT01P
036000     SET CPW1O-REQUEST-FAIL TO TRUE.                              DPSWT01P
036100     EXEC SQL                                                     DPSWT01P
036200          INSERT                                                  DPSWT01P
036300          INTO BNKPSWT (PSW_ACCNO,                                DPSWT01P
036400                        PSW_DATE,                                 DPSWT01P
036500                        PSW_PID,                                  DPSWT01P
036600                        PSW_OLD_TYPE,                             DPSWT01P
036700                        PSW_NEW_TYPE,                             DPSWT01P
036800                        PSW_FEE,                                  DPSWT01P
036900                        PSW_INT_SETTLED,                          DPSWT01P
037000                        PSW_USER,                                 DPSWT01P
037100                        PSW_REASON,                               DPSWT01P
037200                        PSW_TS)                                   DPSWT01P
037300          VALUES (:CPW1I-ACC,                                     DPSWT01P
037400                  :WS-BUSINESS-DATE,                              DPSWT01P
037500                  :DCL-ACC-PID,                                   DPSWT01P
037600                  :DCL-ACC-TYPE,                                  DPSWT01P
037700                  :CPW1I-NEW-TYPE,                                DPSWT01P
037800                  :WS-FEE,                                        DPSWT01P
037900                  0,                                              DPSWT01P
038000                  :CPW1I-USERID,                                  DPSWT01P
038100                  :CPW1I-REASON,                                  DPSWT01P
038200                  :WS-RUN-TS)                                     DPSWT01P
038300     END-EXEC.                                                    DPSWT01P
038400     IF SQLCODE IS NOT EQUAL TO ZERO                              DPSWT01P
038500        MOVE 'Unable to record the product switch' TO CPW1O-MSG   DPSWT01P
038600        GO TO MAKE-SWITCH-EXIT                                    DPSWT01P
038700     END-IF.                                                      DPSWT01P
038800     INITIALIZE CD61-DATA.                                        DPSWT01P
038900     MOVE CPW1I-ACC TO CD61I-SETTLE-ACC.                          DPSWT01P
039000 COPY CBANKX61.                                                   DPSWT01P
039100     IF NOT CD61O-RUN-OK OR                                       DPSWT01P
039200        CD61O-INTEREST-FAILED IS GREATER THAN ZERO                DPSWT01P
039300        EXEC SQL                                                  DPSWT01P
039400             DELETE                                               DPSWT01P
039500             FROM BNKPSWT                                         DPSWT01P
039600             WHERE PSW_ACCNO = :CPW1I-ACC AND                     DPSWT01P
039700                   PSW_DATE = :WS-BUSINESS-DATE                   DPSWT01P
039800        END-EXEC                                                  DPSWT01P
039900        MOVE 'Unable to settle the interest due - not switched'   DPSWT01P
040000          TO CPW1O-MSG                                            DPSWT01P
040100        GO TO MAKE-SWITCH-EXIT                                    DPSWT01P
040200     END-IF.                                                      DPSWT01P
040300     COMPUTE WS-INT-NET =                                         DPSWT01P
040400             CD61O-TOTAL-AMOUNT - CD61O-DEBIT-INT-AMOUNT.         DPSWT01P
040500     MOVE WS-INT-NET TO CPW1O-INT-SETTLED.                        DPSWT01P
040600     EXEC SQL                                                     DPSWT01P
040700          UPDATE BNKPSWT                                          DPSWT01P
040800          SET PSW_INT_SETTLED = :WS-INT-NET                       DPSWT01P
040900          WHERE PSW_ACCNO = :CPW1I-ACC AND                        DPSWT01P
041000                PSW_DATE = :WS-BUSINESS-DATE                      DPSWT01P
041100     END-EXEC.                                                    DPSWT01P
041200     EXEC SQL                                                     DPSWT01P
041300          UPDATE BNKACC                                           DPSWT01P
041400          SET BAC_ACCTYPE = :CPW1I-NEW-TYPE,                      DPSWT01P
041500              BAC_UPDATED_TS = CURRENT TIMESTAMP                  DPSWT01P
041600          WHERE BAC_ACCNO = :CPW1I-ACC AND                        DPSWT01P
041700                BAC_ACCTYPE = :DCL-ACC-TYPE                       DPSWT01P
041800     END-EXEC.                                                    DPSWT01P
041900     IF SQLCODE IS NOT EQUAL TO ZERO                              DPSWT01P
042000        MOVE 'Unable to change the account product' TO CPW1O-MSG  DPSWT01P
042100        GO TO MAKE-SWITCH-EXIT                                    DPSWT01P
042200     END-IF.                                                      DPSWT01P
042300     IF WS-FEE IS GREATER THAN ZERO                               DPSWT01P
042400        PERFORM CHARGE-SWITCH-FEE THRU                            DPSWT01P
042500                CHARGE-SWITCH-FEE-EXIT                            DPSWT01P
042600        IF CPW1O-MSG IS NOT EQUAL TO SPACES                       DPSWT01P
042700           GO TO MAKE-SWITCH-EXIT                                 DPSWT01P
042800        END-IF                                                    DPSWT01P
042900     END-IF.                                                      DPSWT01P
043000     PERFORM JOURNAL-SWITCH THRU                                  DPSWT01P
043100             JOURNAL-SWITCH-EXIT.                                 DPSWT01P
043200     IF CPW1O-MSG IS NOT EQUAL TO SPACES                          DPSWT01P
043300        GO TO MAKE-SWITCH-EXIT                                    DPSWT01P
043400     END-IF.                                                      DPSWT01P
043500     PERFORM SEND-SWITCH-LETTER THRU                              DPSWT01P
043600             SEND-SWITCH-LETTER-EXIT.                             DPSWT01P
043700     SET CPW1O-REQUEST-OK TO TRUE.                                DPSWT01P
043800     IF CPW1O-MSG IS EQUAL TO SPACES                              DPSWT01P
043900        MOVE 'Product switched - the customer will be written to' DPSWT01P
044000          TO CPW1O-MSG                                            DPSWT01P
044100     END-IF.                                                      DPSWT01P
044200 MAKE-SWITCH-EXIT.                                                DPSWT01P
044300     EXIT.                                                        DPSWT01P
044400                                                                  DPSWT01P
044500***************************************************************** DPSWT01P
044600* Charge the switch fee through the normal balance-update and   * DPSWT01P
044700* audit building blocks, one-sided as a service charge is - the * DPSWT01P
044800* balance is read again as the settled interest has moved it    * DPSWT01P
044900***************************************************************** DPSWT01P
045000 CHARGE-SWITCH-FEE.                                               DPSWT01P
045100     EXEC SQL                                                     DPSWT01P
045200          SELECT BAC_BALANCE                                      DPSWT01P
045300          INTO :DCL-ACC-BALANCE                                   DPSWT01P
045400          FROM BNKACC                                             DPSWT01P
045500          WHERE BAC_ACCNO = :CPW1I-ACC                            DPSWT01P
045600     END-EXEC.                                                    DPSWT01P
045700     IF SQLCODE IS NOT EQUAL TO ZERO                              DPSWT01P
045800        MOVE 'Switched, but unable to charge the switch fee'      DPSWT01P
045900          TO CPW1O-MSG                                            DPSWT01P
046000        GO TO CHARGE-SWITCH-FEE-EXIT                              DPSWT01P
046100     END-IF.                                                      DPSWT01P
046200     INITIALIZE CD04-DATA.                                        DPSWT01P
046300     MOVE DCL-ACC-PID TO CD04I-PERSON-PID.                        DPSWT01P
046400     MOVE CPW1I-ACC TO CD04I-FROM-ACC.                            DPSWT01P
046500     MOVE CPW1I-ACC TO CD04I-TO-ACC.                              DPSWT01P
046600     MOVE DCL-ACC-BALANCE TO CD04I-FROM-OLD-BAL.                  DPSWT01P
046700     COMPUTE CD04I-FROM-NEW-BAL =                                 DPSWT01P
046800             CD04I-FROM-OLD-BAL - WS-FEE.                         DPSWT01P
046900     MOVE CD04I-FROM-NEW-BAL TO CD04I-TO-OLD-BAL.                 DPSWT01P
047000     MOVE CD04I-FROM-NEW-BAL TO CD04I-TO-NEW-BAL.                 DPSWT01P
047100 COPY CBANKX04.                                                   DPSWT01P
047200     IF NOT CD04O-UPDATE-OK                                       DPSWT01P
047300        MOVE 'Switched, but unable to charge the switch fee'      DPSWT01P
047400          TO CPW1O-MSG                                            DPSWT01P
047500        GO TO CHARGE-SWITCH-FEE-EXIT                              DPSWT01P
047600     END-IF.                                                      DPSWT01P
047700     MOVE SPACES TO CD06-DATA.                                    DPSWT01P
047800     MOVE DCL-ACC-PID TO CD06I-PERSON-PID.                        DPSWT01P
047900     MOVE CD04O-TIMESTAMP TO CD06I-TIMESTAMP.                     DPSWT01P
048000     MOVE CD04I-FROM-ACC TO CD06I-FROM-ACC.                       DPSWT01P
048100     MOVE WS-FEE TO CD06I-FROM-AMOUNT.                            DPSWT01P
048200     MOVE 'Product switch fee' TO CD06I-FROM-DESC.                DPSWT01P
048300     MOVE CD04I-TO-ACC TO CD06I-TO-ACC.                           DPSWT01P
048400     MOVE WS-FEE TO CD06I-TO-AMOUNT.                              DPSWT01P
048500     MOVE 'Product switch fee' TO CD06I-TO-DESC.                  DPSWT01P
048600 COPY CBANKX06.                                                   DPSWT01P
048700     IF CD06O-UPDATE-FAIL                                         DPSWT01P
048800        MOVE 'Switched, but unable to journal the switch fee'     DPSWT01P
048900          TO CPW1O-MSG                                            DPSWT01P
049000     END-IF.                                                      DPSWT01P
049100 CHARGE-SWITCH-FEE-EXIT.                                          DPSWT01P
049200     EXIT.                                                        DPSWT01P
049300                                                                  DPSWT01P
049400***************************************************************** DPSWT01P
049500* Journal the switch as a zero-amount lifecycle event, as a     * DPSWT01P
049600* freeze or a closure is, carrying the old and new products,    * DPSWT01P
049700* the reason and the acting user                                * DPSWT01P
049800***************************************************************** DPSWT01P
049900 JOURNAL-SWITCH.                                                  DPSWT01P
050000     EXEC SQL                                                     DPSWT01P
050100          SET :WS-EVENT-TS = CURRENT TIMESTAMP                    DPSWT01P
050200     END-EXEC.                                                    DPSWT01P
050300     MOVE SPACES TO TXN-DATA-OLD.                                 DPSWT01P
050400     STRING 'Product switched ' DCL-ACC-TYPE                      DPSWT01P
050500            ' to ' CPW1I-NEW-TYPE                                 DPSWT01P
050600            DELIMITED BY SIZE INTO TXN-TL-OLD-DESC.               DPSWT01P
050700     MOVE CPW1I-REASON TO TXN-TL-OLD-REASON.                      DPSWT01P
050800     MOVE CPW1I-USERID TO TXN-TL-OLD-ACTING-USER.                 DPSWT01P
050900     EXEC SQL                                                     DPSWT01P
051000          INSERT                                                  DPSWT01P
051100          INTO BNKTXN (BTX_PID,                                   DPSWT01P
051200                       BTX_TYPE,                                  DPSWT01P
051300                       BTX_SUB_TYPE,                              DPSWT01P
051400                       BTX_ACCNO,                                 DPSWT01P
051500                       BTX_TIMESTAMP,                             DPSWT01P
051600                       BTX_AMOUNT,                                DPSWT01P
051700                       BTX_DATA_OLD)                              DPSWT01P
051800          VALUES (:DCL-ACC-PID,                                   DPSWT01P
051900                  'L',                                            DPSWT01P
052000                  'P',                                            DPSWT01P
052100                  :CPW1I-ACC,                                     DPSWT01P
052200                  :WS-EVENT-TS,                                   DPSWT01P
052300                  0,                                              DPSWT01P
052400                  :TXN-DATA-OLD)                                  DPSWT01P
052500     END-EXEC.                                                    DPSWT01P
052600     IF SQLCODE IS NOT EQUAL TO ZERO                              DPSWT01P
052700        MOVE 'Switched, but unable to journal the switch'         DPSWT01P
052800          TO CPW1O-MSG                                            DPSWT01P
052900     END-IF.                                                      DPSWT01P
053000 JOURNAL-SWITCH-EXIT.                                             DPSWT01P
053100     EXIT.                                                        DPSWT01P
053200                                                                  DPSWT01P
053300***************************************************************** DPSWT01P
053400* The confirmation letter off the approved PRODSWCH template -  * DPSWT01P
053500* the fee charged and the date the new product took effect      * DPSWT01P
053600***************************************************************** DPSWT01P
053700 SEND-SWITCH-LETTER.                                              DPSWT01P
053800     MOVE SPACES TO DCL-CUS-NAME.                                 DPSWT01P
053900     EXEC SQL                                                     DPSWT01P
054000          SELECT BCS_NAME                                         DPSWT01P
054100          INTO :DCL-CUS-NAME                                      DPSWT01P
054200          FROM BNKCUST                                            DPSWT01P
054300          WHERE BCS_PID = :DCL-ACC-PID                            DPSWT01P
054400     END-EXEC.                                                    DPSWT01P
054500     INITIALIZE CLT1-DATA.                                        DPSWT01P
054600     SET CLT1I-FORMAT-LETTER TO TRUE.                             DPSWT01P
054700     MOVE 'PRODSWCH' TO CLT1I-TEMPLATE.                           DPSWT01P
054800     MOVE DCL-CUS-NAME TO CLT1I-MERGE-NAME.                       DPSWT01P
054900     MOVE CPW1I-ACC TO CLT1I-MERGE-ACC.                           DPSWT01P
055000     MOVE WS-FEE TO CLT1I-MERGE-AMOUNT.                           DPSWT01P
055100     MOVE WS-BUSINESS-DATE TO CLT1I-MERGE-DATE.                   DPSWT01P
055200     MOVE DCL-ACC-PID TO CLT1I-PERSON-PID.                        DPSWT01P
055300     MOVE SPACES TO CLT1I-LETTER-NAME.                            DPSWT01P
055400     STRING 'PRODUCT SWITCH ' CPW1I-ACC                           DPSWT01P
055500            DELIMITED BY SIZE INTO CLT1I-LETTER-NAME.             DPSWT01P
055600 COPY CLTTRX01.                                                   DPSWT01P
055700     IF NOT CLT1O-REQUEST-OK                                      DPSWT01P
055800        MOVE 'Product switched - the letter could not be written' DPSWT01P
055900          TO CPW1O-MSG                                            DPSWT01P
056000     END-IF.                                                      DPSWT01P
056100 SEND-SWITCH-LETTER-EXIT.                                         DPSWT01P
056200     EXIT.                                                        DPSWT01P
056300                                                                  DPSWT01P
056400***************************************************************** DPSWT01P
056500* The last five switches made on the account, latest first      * DPSWT01P
056600***************************************************************** DPSWT01P
056700 LIST-HISTORY.                                                    DPSWT01P
056800     IF CPW1I-ACC IS EQUAL TO SPACES                              DPSWT01P
056900        MOVE 'Key the account number' TO CPW1O-MSG                DPSWT01P
057000        GO TO LIST-HISTORY-EXIT                                   DPSWT01P
057100     END-IF.                                                      DPSWT01P
057200     IF CPW1I-PERSON-PID IS NOT EQUAL TO SPACES                   DPSWT01P
057300        EXEC SQL                                                  DPSWT01P
057400             SELECT BAC_PID                                       DPSWT01P
057500             INTO :DCL-ACC-PID                                    DPSWT01P
057600             FROM BNKACC                                          DPSWT01P
057700             WHERE BAC_ACCNO = :CPW1I-ACC                         DPSWT01P
057800        END-EXEC                                                  DPSWT01P
057900        IF SQLCODE IS NOT EQUAL TO ZERO OR                        DPSWT01P
058000           DCL-ACC-PID IS NOT EQUAL TO CPW1I-PERSON-PID           DPSWT01P
058100           MOVE 'Account not found' TO CPW1O-MSG                  DPSWT01P
058200           GO TO LIST-HISTORY-EXIT                                DPSWT01P
058300        END-IF                                                    DPSWT01P
058400     END-IF.                                                      DPSWT01P
058500     EXEC SQL                                                     DPSWT01P
058600          DECLARE PSW_CSR CURSOR FOR                              DPSWT01P
058700          SELECT PSW_DATE,                                        DPSWT01P
058800                 PSW_OLD_TYPE,                                    DPSWT01P
058900                 PSW_NEW_TYPE,                                    DPSWT01P
059000                 PSW_FEE,                                         DPSWT01P
059100                 PSW_USER                                         DPSWT01P
059200          FROM BNKPSWT                                            DPSWT01P
059300          WHERE PSW_ACCNO = :CPW1I-ACC                            DPSWT01P
059400          ORDER BY PSW_DATE DESC                                  DPSWT01P
059500          FOR FETCH ONLY                                          DPSWT01P
059600     END-EXEC.                                                    DPSWT01P
059700     EXEC SQL                                                     DPSWT01P
059800          OPEN PSW_CSR                                            DPSWT01P
059900     END-EXEC.                                                    DPSWT01P
060000     IF SQLCODE IS NOT EQUAL TO ZERO                              DPSWT01P
060100        MOVE 'Unable to open the switch history' TO CPW1O-MSG     DPSWT01P
060200        GO TO LIST-HISTORY-EXIT                                   DPSWT01P
060300     END-IF.                                                      DPSWT01P
060400     MOVE 0 TO WS-SUB1.                                           DPSWT01P
060500 LIST-HISTORY-LOOP.                                               DPSWT01P
060600     IF WS-SUB1 IS EQUAL TO 5                                     DPSWT01P
060700        GO TO LIST-HISTORY-LOOP-EXIT                              DPSWT01P
060800     END-IF.                                                      DPSWT01P
060900     EXEC SQL                                                     DPSWT01P
061000          FETCH PSW_CSR                                           DPSWT01P
061100          INTO :DCL-PSW-DATE,                                     DPSWT01P
061200               :DCL-PSW-OLD-TYPE,                                 DPSWT01P
061300               :DCL-PSW-NEW-TYPE,                                 DPSWT01P
061400               :DCL-PSW-FEE,                                      DPSWT01P
061500               :DCL-PSW-USER                                      DPSWT01P
061600     END-EXEC.                                                    DPSWT01P
061700     IF SQLCODE IS EQUAL TO +100                                  DPSWT01P
061800        GO TO LIST-HISTORY-LOOP-EXIT                              DPSWT01P
061900     END-IF.                                                      DPSWT01P
062000     IF SQLCODE IS NOT EQUAL TO ZERO                              DPSWT01P
062100        MOVE 'Unable to read the switch history' TO CPW1O-MSG     DPSWT01P
062200        GO TO LIST-HISTORY-LOOP-EXIT                              DPSWT01P
062300     END-IF.                                                      DPSWT01P
062400     ADD 1 TO WS-SUB1.                                            DPSWT01P
062500     MOVE DCL-PSW-DATE TO CPW1O-HST-DATE (WS-SUB1).               DPSWT01P
062600     MOVE DCL-PSW-OLD-TYPE TO CPW1O-HST-OLD-TYPE (WS-SUB1).       DPSWT01P
062700     MOVE DCL-PSW-NEW-TYPE TO CPW1O-HST-NEW-TYPE (WS-SUB1).       DPSWT01P
062800     MOVE DCL-PSW-FEE TO CPW1O-HST-FEE (WS-SUB1).                 DPSWT01P
062900     MOVE DCL-PSW-USER TO CPW1O-HST-BY (WS-SUB1).                 DPSWT01P
063000     GO TO LIST-HISTORY-LOOP.                                     DPSWT01P
063100 LIST-HISTORY-LOOP-EXIT.                                          DPSWT01P
063200     EXEC SQL                                                     DPSWT01P
063300          CLOSE PSW_CSR                                           DPSWT01P
063400     END-EXEC.                                                    DPSWT01P
063500     MOVE WS-SUB1 TO CPW1O-HIST-COUNT.                            DPSWT01P
063600     IF CPW1O-MSG IS NOT EQUAL TO SPACES                          DPSWT01P
063700        GO TO LIST-HISTORY-EXIT                                   DPSWT01P
063800     END-IF.                                                      DPSWT01P
063900     SET CPW1O-REQUEST-OK TO TRUE.                                DPSWT01P
064000     IF WS-SUB1 IS EQUAL TO ZERO                                  DPSWT01P
064100        MOVE 'The account has never changed product' TO CPW1O-MSG DPSWT01P
064200     ELSE                                                         DPSWT01P
064300        MOVE 'Product switches on the account, latest first'      DPSWT01P
064400          TO CPW1O-MSG                                            DPSWT01P
064500     END-IF.                                                      DPSWT01P
064600 LIST-HISTORY-EXIT.                                               DPSWT01P
064700     EXIT.                                                        DPSWT01P
