000100***************************************************************** DFXNT01P
000200*                                                               * DFXNT01P
000300* Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.     * DFXNT01P
000400* This demonstration program is provided for use by users       * DFXNT01P
000500* of Micro Focus products and may be used, modified and         * DFXNT01P
000600* distributed as part of your application provided that         * DFXNT01P
000700* you properly acknowledge the copyright of Micro Focus         * DFXNT01P
000800* in this material.                                             * DFXNT01P
000900*                                                               * DFXNT01P
001000***************************************************************** DFXNT01P
001100                                                                  DFXNT01P
001200***************************************************************** DFXNT01P
001300* Program:     DFXNT01P.CBL                                     * DFXNT01P
001400* Function:    Foreign banknotes at the counter - the buy and   * DFXNT01P
001500*              sell spreads held per currency (BNKFXSP), deals  * DFXNT01P
001600*              priced off the day's BNKFXRT rate and settled in * DFXNT01P
001700*              base-currency cash or to an account, the notes   * DFXNT01P
001800*              held by currency and denomination in the drawer  * DFXNT01P
001900*              (BNKFXDR) and the vault (BNKFXVL), deliveries    * DFXNT01P
002000*              from and returns to the note supplier, the deal  * DFXNT01P
002100*              register (BNKFXNT) and the position's book value * DFXNT01P
002200*              (BNKFXPOS) the revaluation marks to market       * DFXNT01P
002300*              SQL version                                      * DFXNT01P
002400***************************************************************** DFXNT01P
002500                                                                  DFXNT01P
002600 IDENTIFICATION DIVISION.                                         DFXNT01P
002700 PROGRAM-ID.                                                      DFXNT01P
002800     DFXNT01P.                                                    DFXNT01P
002900 DATE-WRITTEN.                                                    DFXNT01P
003000     October 2026.                                                DFXNT01P
003100 DATE-COMPILED.                                                   DFXNT01P
003200     Today.                                                       DFXNT01P
003300                                                                  DFXNT01P
003400 ENVIRONMENT DIVISION.                                            DFXNT01P
003500                                                                  DFXNT01P
003600 DATA DIVISION.                                                   DFXNT01P
003700                                                                  DFXNT01P
003800 WORKING-STORAGE SECTION.                                         DFXNT01P
003900 01  WS-MISC-STORAGE.                                             DFXNT01P
004000   05  WS-PROGRAM-ID                         PIC X(8)             DFXNT01P
004100       VALUE 'DFXNT01P'.                                          DFXNT01P
004200   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DFXNT01P
004300   05  WS-SUB1                               PIC S9(4) COMP.      DFXNT01P
004400   05  WS-NOTE-LINES                         PIC S9(4) COMP.      DFXNT01P
004500*        A deal settled in cash is journalled against its deal    DFXNT01P
004600*        number, there being no customer account behind it        DFXNT01P
004700   05  WS-DEAL-ACCNO.                                             DFXNT01P
004800     10  WS-DEAL-ACC-PREFIX                  PIC X(1)             DFXNT01P
004900         VALUE 'N'.                                               DFXNT01P
005000     10  WS-DEAL-ACC-NO                      PIC 9(8).            DFXNT01P
005100                                                                  DFXNT01P
005200***************************************************************** DFXNT01P
005300* The limits a deal is held to - the base currency the notes    * DFXNT01P
005400* are priced in, the largest single posting the account and     * DFXNT01P
005500* journal columns carry, and the widest spread accepted         * DFXNT01P
005600***************************************************************** DFXNT01P
005700 01  WS-NOTE-DEFAULTS.                                            DFXNT01P
005800   05  WS-BASE-CURRENCY                      PIC X(3)             DFXNT01P
005900       VALUE 'USD'.                                               DFXNT01P
006000   05  WS-MAX-POSTING                        PIC S9(7)V99 COMP-3  DFXNT01P
006100       VALUE +9999999.99.                                         DFXNT01P
006200   05  WS-MAX-SPREAD                         PIC S9V9(6) COMP-3   DFXNT01P
006300       VALUE +.500000.                                            DFXNT01P
006400                                                                  DFXNT01P
006500 01  WS-88-COMMAREA.                                              DFXNT01P
006600 COPY CBANKD88.                                                   DFXNT01P
006700                                                                  DFXNT01P
006800   EXEC SQL                                                       DFXNT01P
006900        BEGIN DECLARE SECTION                                     DFXNT01P
007000   END-EXEC.                                                      DFXNT01P
007100 01  WS-COMMAREA.                                                 DFXNT01P
007200     EXEC SQL                                                     DFXNT01P
007300          INCLUDE CFXNTD01                                        DFXNT01P
007400     END-EXEC.                                                    DFXNT01P
007500 01  WS-98-COMMAREA.                                              DFXNT01P
007600     EXEC SQL                                                     DFXNT01P
007700          INCLUDE CBANKD98                                        DFXNT01P
007800     END-EXEC.                                                    DFXNT01P
007900 01  WS-C1-COMMAREA.                                              DFXNT01P
008000     EXEC SQL                                                     DFXNT01P
008100          INCLUDE CCORPD01                                        DFXNT01P
008200     END-EXEC.                                                    DFXNT01P
008300 01  WS-N1-COMMAREA.                                              DFXNT01P
008400     EXEC SQL                                                     DFXNT01P
008500          INCLUDE CNOTCD01                                        DFXNT01P
008600     END-EXEC.                                                    DFXNT01P
008700 01  WS-W1-COMMAREA.                                              DFXNT01P
008800     EXEC SQL                                                     DFXNT01P
008900          INCLUDE CTWRPD01                                        DFXNT01P
009000     END-EXEC.                                                    DFXNT01P
009020 01  WS-EJ-COMMAREA.                                              DFXNT01P
009040     EXEC SQL                                                     DFXNT01P
009060          INCLUDE CEJRND01                                        DFXNT01P
009080     END-EXEC.                                                    DFXNT01P
009100 01  DCL-FXN-AREAS.                                               DFXNT01P
009200   05  DCL-FXS-BUY-SPREAD                    PIC S9V9(6) COMP-3.  DFXNT01P
009300   05  DCL-FXS-SELL-SPREAD                   PIC S9V9(6) COMP-3.  DFXNT01P
009400   05  DCL-FXN-ID                            PIC S9(9) COMP-3.    DFXNT01P
009500   05  DCL-DEN-VALUE                         PIC S9(5)V99 COMP-3. DFXNT01P
009600   05  DCL-DEN-COUNT                         PIC S9(5) COMP-3.    DFXNT01P
009700   05  DCL-NOTES-HELD                        PIC S9(7) COMP-3.    DFXNT01P
009800   05  DCL-BAC-PID                           PIC X(5).            DFXNT01P
009900   05  DCL-BAC-BALANCE                       PIC S9(7)V99 COMP-3. DFXNT01P
010000   05  DCL-BAC-STATUS                        PIC X(1).            DFXNT01P
010100   05  DCL-BAC-ACCTYPE                       PIC X(2).            DFXNT01P
010200   05  DCL-BAC-CURRENCY                      PIC X(3).            DFXNT01P
010300 01  WS-DEAL-AREAS.                                               DFXNT01P
010400   05  WS-BUSINESS-DATE                      PIC X(10).           DFXNT01P
010500   05  WS-BRANCH                             PIC X(4).            DFXNT01P
010600   05  WS-SETTLE                             PIC X(1).            DFXNT01P
010700   05  WS-TXN-PID                            PIC X(5).            DFXNT01P
010800   05  WS-TXN-ACCNO                          PIC X(9).            DFXNT01P
010900   05  WS-FOREIGN-AMT                        PIC S9(11)V99 COMP-3.DFXNT01P
011000   05  WS-MID-RATE                          PIC S9(3)V9(6) COMP-3.DFXNT01P
011100   05  WS-DEAL-RATE                         PIC S9(3)V9(6) COMP-3.DFXNT01P
011200   05  WS-MID-VALUE                          PIC S9(11)V99 COMP-3.DFXNT01P
011300   05  WS-BASE-AMT                           PIC S9(11)V99 COMP-3.DFXNT01P
011400   05  WS-NEW-BALANCE                        PIC S9(7)V99 COMP-3. DFXNT01P
011500*        What one deal does to the drawer, the vault and the book DFXNT01P
011600*        - each signed so one statement serves both directions    DFXNT01P
011700   05  WS-IN-COUNT                           PIC S9(5) COMP-3.    DFXNT01P
011800   05  WS-OUT-COUNT                          PIC S9(5) COMP-3.    DFXNT01P
011900   05  WS-VAULT-COUNT                        PIC S9(5) COMP-3.    DFXNT01P
012000   05  WS-CASH-IN                            PIC S9(7)V99 COMP-3. DFXNT01P
012100   05  WS-CASH-OUT                           PIC S9(7)V99 COMP-3. DFXNT01P
012200   05  WS-BOOK-MOVE                          PIC S9(9)V99 COMP-3. DFXNT01P
012300   05  WS-POST-TIMESTAMP                     PIC X(26).           DFXNT01P
012400     EXEC SQL                                                     DFXNT01P
012500          INCLUDE CBANKTXD                                        DFXNT01P
012600     END-EXEC.                                                    DFXNT01P
012700 01  WS-REF-DATA.                                                 DFXNT01P
012800 COPY CTXNREFD.                                                   DFXNT01P
012900                                                                  DFXNT01P
013000     EXEC SQL                                                     DFXNT01P
013100          INCLUDE SQLCA                                           DFXNT01P
013200     END-EXEC.                                                    DFXNT01P
013300                                                                  DFXNT01P
013400 COPY CABENDD.                                                    DFXNT01P
013500   EXEC SQL                                                       DFXNT01P
013600        END DECLARE SECTION                                       DFXNT01P
013700   END-EXEC.                                                      DFXNT01P
013800                                                                  DFXNT01P
013900 LINKAGE SECTION.                                                 DFXNT01P
014000 01  DFHCOMMAREA.                                                 DFXNT01P
014100   05  LK-COMMAREA                           PIC X(1)             DFXNT01P
014200       OCCURS 1 TO 6144 TIMES                                     DFXNT01P
014300         DEPENDING ON WS-COMMAREA-LENGTH.                         DFXNT01P
014400                                                                  DFXNT01P
014500 COPY CENTRY.                                                     DFXNT01P
014600***************************************************************** DFXNT01P
014700* Move the passed area to our area                              * DFXNT01P
014800***************************************************************** DFXNT01P
014900     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DFXNT01P
015000     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DFXNT01P
015100                                                                  DFXNT01P
015200***************************************************************** DFXNT01P
015300* Initialize our output area                                    * DFXNT01P
015400***************************************************************** DFXNT01P
015500     INITIALIZE CFX1O-DATA.                                       DFXNT01P
015600     SET CFX1O-REQUEST-FAIL TO TRUE.                              DFXNT01P
015700                                                                  DFXNT01P
015800     INITIALIZE CD98-DATA.                                        DFXNT01P
015900     SET CD98I-READ-BUSINESS-DATE TO TRUE.                        DFXNT01P
016000 COPY CBANKX98.                                                   DFXNT01P
016100     IF NOT CD98O-REQUEST-OK                                      DFXNT01P
016200        MOVE CD98O-MSG TO CFX1O-MSG                               DFXNT01P
016300        GO TO DFXNT01P-EXIT                                       DFXNT01P
016400     END-IF.                                                      DFXNT01P
016500     MOVE CD98O-DATE TO WS-BUSINESS-DATE.                         DFXNT01P
016600                                                                  DFXNT01P
016700     EVALUATE TRUE                                                DFXNT01P
016800       WHEN CFX1I-SAVE-SPREAD                                     DFXNT01P
016900         PERFORM SAVE-SPREAD THRU                                 DFXNT01P
017000                 SAVE-SPREAD-EXIT                                 DFXNT01P
017100       WHEN CFX1I-QUOTE                                           DFXNT01P
017200         PERFORM QUOTE-DEAL THRU                                  DFXNT01P
017300                 QUOTE-DEAL-EXIT                                  DFXNT01P
017400       WHEN CFX1I-EXCHANGE                                        DFXNT01P
017500         PERFORM EXCHANGE-NOTES THRU                              DFXNT01P
017600                 EXCHANGE-NOTES-EXIT                              DFXNT01P
017700       WHEN CFX1I-VAULT-DELIVERY                                  DFXNT01P
017800         PERFORM VAULT-DELIVERY THRU                              DFXNT01P
017900                 VAULT-DELIVERY-EXIT                              DFXNT01P
018000       WHEN OTHER                                                 DFXNT01P
018100         MOVE 'Unknown banknote function requested' TO CFX1O-MSG  DFXNT01P
018200     END-EVALUATE.                                                DFXNT01P
018300                                                                  DFXNT01P
018400 DFXNT01P-EXIT.                                                   DFXNT01P
018500***************************************************************** DFXNT01P
018600* Move the result back to the callers area                      * DFXNT01P
018700***************************************************************** DFXNT01P
018800     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DFXNT01P
018900                                                                  DFXNT01P
019000***************************************************************** DFXNT01P
019100* Return to our caller                                          * DFXNT01P
019200***************************************************************** DFXNT01P
019300 COPY CRETURN.                                                    DFXNT01P
019400                                                                  DFXNT01P
019500***************************************************************** DFXNT01P
019600* The buy and sell spreads for one currency - a currency with   * DFXNT01P
019700* no row here is not traded over the counter                    * DFXNT01P
019800***************************************************************** DFXNT01P
019900 SAVE-SPREAD.                                                     DFXNT01P
020000     IF CFX1I-CURRENCY IS EQUAL TO SPACES OR                      DFXNT01P
020100        CFX1I-CURRENCY IS EQUAL TO WS-BASE-CURRENCY               DFXNT01P
020200        MOVE 'A foreign currency is needed' TO CFX1O-MSG          DFXNT01P
020300        GO TO SAVE-SPREAD-EXIT                                    DFXNT01P
020400     END-IF.                                                      DFXNT01P
020500     IF CFX1I-BUY-SPREAD IS LESS THAN ZERO OR                     DFXNT01P
020600        CFX1I-SELL-SPREAD IS LESS THAN ZERO OR                    DFXNT01P
020700        CFX1I-BUY-SPREAD IS NOT LESS THAN WS-MAX-SPREAD OR        DFXNT01P
020800        CFX1I-SELL-SPREAD IS NOT LESS THAN WS-MAX-SPREAD          DFXNT01P
020900        MOVE 'Spreads must be at least zero and under one half'   DFXNT01P
021000          TO CFX1O-MSG                                            DFXNT01P
021100        GO TO SAVE-SPREAD-EXIT                                    DFXNT01P
021200     END-IF.                                                      DFXNT01P
021300     EXEC SQL                                                     DFXNT01P
021400          UPDATE BNKFXSP                                          DFXNT01P
021500          SET FXS_BUY_SPREAD = :CFX1I-BUY-SPREAD,                 DFXNT01P
021600              FXS_SELL_SPREAD = :CFX1I-SELL-SPREAD,               DFXNT01P
021700              FXS_UPDATED_BY = :CFX1I-USERID,                     DFXNT01P
021800              FXS_UPDATED_TS = CURRENT TIMESTAMP                  DFXNT01P
021900          WHERE FXS_CURRENCY = :CFX1I-CURRENCY                    DFXNT01P
022000     END-EXEC.                                                    DFXNT01P
022100     IF SQLCODE IS EQUAL TO +100                                  DFXNT01P
022200        EXEC SQL                                                  DFXNT01P
022300             INSERT                                               DFXNT01P
022400             INTO BNKFXSP (FXS_CURRENCY,                          DFXNT01P
022500                           FXS_BUY_SPREAD,                        DFXNT01P
022600                           FXS_SELL_SPREAD,                       DFXNT01P
022700                           FXS_UPDATED_BY,                        DFXNT01P
022800                           FXS_UPDATED_TS)                        DFXNT01P
022900             VALUES (:CFX1I-CURRENCY,                             DFXNT01P
023000                     :CFX1I-BUY-SPREAD,                           DFXNT01P
023100                     :CFX1I-SELL-SPREAD,                          DFXNT01P
023200                     :CFX1I-USERID,                               DFXNT01P
023300                     CURRENT TIMESTAMP)                           DFXNT01P
023400        END-EXEC                                                  DFXNT01P
023500     END-IF.                                                      DFXNT01P
023600     IF SQLCODE IS NOT EQUAL TO ZERO                              DFXNT01P
023700        MOVE 'Unable to save the note spreads' TO CFX1O-MSG       DFXNT01P
023800        GO TO SAVE-SPREAD-EXIT                                    DFXNT01P
023900     END-IF.                                                      DFXNT01P
024000     SET CFX1O-REQUEST-OK TO TRUE.                                DFXNT01P
024100     MOVE 'Note spreads saved for the currency' TO CFX1O-MSG.     DFXNT01P
024200 SAVE-SPREAD-EXIT.                                                DFXNT01P
024300     EXIT.                                                        DFXNT01P
024400                                                                  DFXNT01P
024500***************************************************************** DFXNT01P
024600* Price a deal for the customer without booking it - a sale is  * DFXNT01P
024700* also checked against the notes in the teller's drawer         * DFXNT01P
024800***************************************************************** DFXNT01P
024900 QUOTE-DEAL.                                                      DFXNT01P
025000     PERFORM PRICE-DEAL THRU                                      DFXNT01P
025100             PRICE-DEAL-EXIT.                                     DFXNT01P
025200     IF CFX1O-MSG IS NOT EQUAL TO SPACES                          DFXNT01P
025300        GO TO QUOTE-DEAL-EXIT                                     DFXNT01P
025400     END-IF.                                                      DFXNT01P
025500     IF CFX1I-BANK-SELLS AND                                      DFXNT01P
025600        CFX1I-TELLER IS NOT EQUAL TO SPACES                       DFXNT01P
025700        PERFORM CHECK-DRAWER-STOCK THRU                           DFXNT01P
025800                CHECK-DRAWER-STOCK-EXIT                           DFXNT01P
025900        IF CFX1O-MSG IS NOT EQUAL TO SPACES                       DFXNT01P
026000           GO TO QUOTE-DEAL-EXIT                                  DFXNT01P
026100        END-IF                                                    DFXNT01P
026200     END-IF.                                                      DFXNT01P
026300     SET CFX1O-REQUEST-OK TO TRUE.                                DFXNT01P
026400     MOVE 'Quoted at today''s rate - nothing has been booked'     DFXNT01P
026500       TO CFX1O-MSG.                                              DFXNT01P
026600 QUOTE-DEAL-EXIT.                                                 DFXNT01P
026700     EXIT.                                                        DFXNT01P
026800                                                                  DFXNT01P
026900***************************************************************** DFXNT01P
027000* A deal at the counter. The notes move in or out of the        * DFXNT01P
027100* teller's drawer; the customer pays or is paid in base         * DFXNT01P
027200* currency, either in cash through the same drawer or by a      * DFXNT01P
027300* debit or credit to their account, which is held to the same   * DFXNT01P
027400* guards a counter cash posting is. One journal row carries     * DFXNT01P
027500* the whole deal for the ledger sweep                           * DFXNT01P
027600***************************************************************** DFXNT01P
027700 EXCHANGE-NOTES.                                                  DFXNT01P
027800     IF CFX1I-TELLER IS EQUAL TO SPACES OR                        DFXNT01P
027900        CFX1I-DRAWER IS EQUAL TO SPACES                           DFXNT01P
028000        MOVE 'Teller and drawer are needed' TO CFX1O-MSG          DFXNT01P
028100        GO TO EXCHANGE-NOTES-EXIT                                 DFXNT01P
028200     END-IF.                                                      DFXNT01P
028300     IF NOT CFX1I-SETTLE-CASH AND                                 DFXNT01P
028400        NOT CFX1I-SETTLE-ACCOUNT                                  DFXNT01P
028500        MOVE 'Settlement must be C(ash) or A(ccount)' TO CFX1O-MSGDFXNT01P
028600        GO TO EXCHANGE-NOTES-EXIT                                 DFXNT01P
028700     END-IF.                                                      DFXNT01P
028800     PERFORM PRICE-DEAL THRU                                      DFXNT01P
028900             PRICE-DEAL-EXIT.                                     DFXNT01P
029000     IF CFX1O-MSG IS NOT EQUAL TO SPACES                          DFXNT01P
029100        GO TO EXCHANGE-NOTES-EXIT                                 DFXNT01P
029200     END-IF.                                                      DFXNT01P
029300     IF CFX1I-BANK-SELLS                                          DFXNT01P
029400        PERFORM CHECK-DRAWER-STOCK THRU                           DFXNT01P
029500                CHECK-DRAWER-STOCK-EXIT                           DFXNT01P
029600        IF CFX1O-MSG IS NOT EQUAL TO SPACES                       DFXNT01P
029700           GO TO EXCHANGE-NOTES-EXIT                              DFXNT01P
029800        END-IF                                                    DFXNT01P
029900     END-IF.                                                      DFXNT01P
030000     INITIALIZE CNT1-DATA.                                        DFXNT01P
030100     INITIALIZE CTW1-DATA.                                        DFXNT01P
030200     MOVE CFX1I-SETTLE TO WS-SETTLE.                              DFXNT01P
030300     MOVE CFX1I-TELLER TO WS-TXN-PID.                             DFXNT01P
030400     IF CFX1I-SETTLE-ACCOUNT                                      DFXNT01P
030500        PERFORM PROVE-DEAL-ACCOUNT THRU                           DFXNT01P
030600                PROVE-DEAL-ACCOUNT-EXIT                           DFXNT01P
030700        IF CFX1O-MSG IS NOT EQUAL TO SPACES                       DFXNT01P
030800           GO TO EXCHANGE-NOTES-EXIT                              DFXNT01P
030900        END-IF                                                    DFXNT01P
031000        MOVE DCL-BAC-PID TO WS-TXN-PID                            DFXNT01P
031100     END-IF.                                                      DFXNT01P
031200*    The deal is rolled up with the rest of the counter's activityDFXNT01P
031300*    under the teller's home branch                               DFXNT01P
031400     MOVE SPACES TO WS-BRANCH.                                    DFXNT01P
031500     EXEC SQL                                                     DFXNT01P
031600          SELECT BCS_BRANCH                                       DFXNT01P
031700          INTO :WS-BRANCH                                         DFXNT01P
031800          FROM BNKCUST                                            DFXNT01P
031900          WHERE BCS_PID = :CFX1I-TELLER                           DFXNT01P
032000     END-EXEC.                                                    DFXNT01P
032100     PERFORM NEXT-DEAL-ID THRU                                    DFXNT01P
032200             NEXT-DEAL-ID-EXIT.                                   DFXNT01P
032300     IF CFX1O-MSG IS NOT EQUAL TO SPACES                          DFXNT01P
032400        GO TO EXCHANGE-NOTES-EXIT                                 DFXNT01P
032500     END-IF.                                                      DFXNT01P
032600     IF CFX1I-SETTLE-ACCOUNT                                      DFXNT01P
032700        MOVE CFX1I-ACC TO WS-TXN-ACCNO                            DFXNT01P
032800        EXEC SQL                                                  DFXNT01P
032900             UPDATE BNKACC                                        DFXNT01P
033000             SET BAC_BALANCE = :WS-NEW-BALANCE,                   DFXNT01P
033100                 BAC_UPDATED_TS = CURRENT TIMESTAMP               DFXNT01P
033200             WHERE (BAC_ACCNO = :CFX1I-ACC AND                    DFXNT01P
033300                    BAC_BALANCE = :DCL-BAC-BALANCE)               DFXNT01P
033400        END-EXEC                                                  DFXNT01P
033500        IF SQLCODE IS NOT EQUAL TO ZERO                           DFXNT01P
033600           MOVE 'Unable to update the account - please re-try'    DFXNT01P
033700             TO CFX1O-MSG                                         DFXNT01P
033800           GO TO EXCHANGE-NOTES-EXIT                              DFXNT01P
033900        END-IF                                                    DFXNT01P
034000        MOVE WS-NEW-BALANCE TO CFX1O-NEW-BAL                      DFXNT01P
034100     ELSE                                                         DFXNT01P
034200        MOVE WS-DEAL-ACCNO TO WS-TXN-ACCNO                        DFXNT01P
034300     END-IF.                                                      DFXNT01P
034400     PERFORM JOURNAL-DEAL THRU                                    DFXNT01P
034500             JOURNAL-DEAL-EXIT.                                   DFXNT01P
034600     IF CFX1O-MSG IS NOT EQUAL TO SPACES                          DFXNT01P
034700        GO TO EXCHANGE-NOTES-EXIT                                 DFXNT01P
034800     END-IF.                                                      DFXNT01P
034900     PERFORM REGISTER-DEAL THRU                                   DFXNT01P
035000             REGISTER-DEAL-EXIT.                                  DFXNT01P
035100     IF CFX1O-MSG IS NOT EQUAL TO SPACES                          DFXNT01P
035200        GO TO EXCHANGE-NOTES-EXIT                                 DFXNT01P
035300     END-IF.                                                      DFXNT01P
035400     MOVE 0 TO WS-SUB1.                                           DFXNT01P
035500     PERFORM MOVE-DRAWER-NOTE THRU                                DFXNT01P
035600             MOVE-DRAWER-NOTE-EXIT 6 TIMES.                       DFXNT01P
035700     IF CFX1O-MSG IS NOT EQUAL TO SPACES                          DFXNT01P
035800        GO TO EXCHANGE-NOTES-EXIT                                 DFXNT01P
035900     END-IF.                                                      DFXNT01P
036000     IF CFX1I-SETTLE-CASH                                         DFXNT01P
036100        PERFORM MOVE-DRAWER-CASH THRU                             DFXNT01P
036200                MOVE-DRAWER-CASH-EXIT                             DFXNT01P
036300        IF CFX1O-MSG IS NOT EQUAL TO SPACES                       DFXNT01P
036400           GO TO EXCHANGE-NOTES-EXIT                              DFXNT01P
036500        END-IF                                                    DFXNT01P
036600     END-IF.                                                      DFXNT01P
036700     PERFORM MOVE-BOOK-VALUE THRU                                 DFXNT01P
036800             MOVE-BOOK-VALUE-EXIT.                                DFXNT01P
036900     IF CFX1O-MSG IS NOT EQUAL TO SPACES                          DFXNT01P
037000        GO TO EXCHANGE-NOTES-EXIT                                 DFXNT01P
037100     END-IF.                                                      DFXNT01P
037200*    A debit to a notice account draws down its matured notices,  DFXNT01P
037300*    and a credit to a tax-free wrapper counts against the        DFXNT01P
037400*    holder's allowance, now that the deal has posted             DFXNT01P
037500     IF CNT1O-NOTICE-DAYS IS GREATER THAN ZERO                    DFXNT01P
037600        SET CNT1I-DRAW-DEBIT TO TRUE                              DFXNT01P
037700 COPY CNOTCX01.                                                   DFXNT01P
037800        IF NOT CNT1O-REQUEST-OK                                   DFXNT01P
037900           MOVE CNT1O-MSG TO CFX1O-MSG                            DFXNT01P
038000           GO TO EXCHANGE-NOTES-EXIT                              DFXNT01P
038100        END-IF                                                    DFXNT01P
038200     END-IF.                                                      DFXNT01P
038300     IF CTW1O-IS-WRAPPER                                          DFXNT01P
038400        SET CTW1I-RECORD-CREDIT TO TRUE                           DFXNT01P
038500 COPY CTWRPX01.                                                   DFXNT01P
038600        IF NOT CTW1O-REQUEST-OK                                   DFXNT01P
038700           MOVE CTW1O-MSG TO CFX1O-MSG                            DFXNT01P
038800           GO TO EXCHANGE-NOTES-EXIT                              DFXNT01P
038900        END-IF                                                    DFXNT01P
039000     END-IF.                                                      DFXNT01P
039002*    Cash paid across the counter goes on the teller's journal    DFXNT01P
039004*    under a receipt number; the deal itself stands if it cannot  DFXNT01P
039006     IF CFX1I-SETTLE-CASH                                         DFXNT01P
039008        INITIALIZE CEJ1-DATA                                      DFXNT01P
039010        SET CEJ1I-WRITE-ENTRY TO TRUE                             DFXNT01P
039012        SET CEJ1I-NOTE-EXCHANGE TO TRUE                           DFXNT01P
039014        MOVE WS-PROGRAM-ID TO CEJ1I-PROGRAM                       DFXNT01P
039016        MOVE CFX1I-TELLER TO CEJ1I-TELLER                         DFXNT01P
039018        MOVE CFX1I-DRAWER TO CEJ1I-DRAWER                         DFXNT01P
039020        MOVE CFX1I-BRANCH TO CEJ1I-BRANCH                         DFXNT01P
039022        MOVE CFX1O-BASE-AMOUNT TO CEJ1I-AMOUNT                    DFXNT01P
039024        MOVE WS-CASH-IN TO CEJ1I-CASH-IN                          DFXNT01P
039026        MOVE WS-CASH-OUT TO CEJ1I-CASH-OUT                        DFXNT01P
039028        MOVE CFX1O-TXN-REF TO CEJ1I-TXN-REF                       DFXNT01P
039030        MOVE SPACES TO CEJ1I-DETAIL                               DFXNT01P
039032        STRING CFX1I-SIDE ' ' CFX1I-CURRENCY ' NOTES DEAL '       DFXNT01P
039034               CFX1O-DEAL-ID DELIMITED BY SIZE                    DFXNT01P
039036          INTO CEJ1I-DETAIL                                       DFXNT01P
039038        SET CEJ1I-POSTED TO TRUE                                  DFXNT01P
039040        MOVE CFX1I-USERID TO CEJ1I-USERID                         DFXNT01P
039042 COPY CEJRNX01.                                                   DFXNT01P
039044        IF CEJ1O-REQUEST-OK                                       DFXNT01P
039046           MOVE CEJ1O-RECEIPT TO CFX1O-RECEIPT                    DFXNT01P
039048        END-IF                                                    DFXNT01P
039050     END-IF.                                                      DFXNT01P
039100     SET CFX1O-REQUEST-OK TO TRUE.                                DFXNT01P
039200     IF CFX1I-BANK-SELLS                                          DFXNT01P
039300        MOVE 'Notes sold and the deal booked' TO CFX1O-MSG        DFXNT01P
039400     ELSE                                                         DFXNT01P
039500        MOVE 'Notes bought and the deal booked' TO CFX1O-MSG      DFXNT01P
039600     END-IF.                                                      DFXNT01P
039700 EXCHANGE-NOTES-EXIT.                                             DFXNT01P
039800     EXIT.                                                        DFXNT01P
039900                                                                  DFXNT01P
040000***************************************************************** DFXNT01P
040100* Notes delivered into a branch vault by the note supplier, or  * DFXNT01P
040200* returned to it. They are settled with the supplier at the     * DFXNT01P
040300* mid rate through the settlement line, so no spread is earned  * DFXNT01P
040400***************************************************************** DFXNT01P
040500 VAULT-DELIVERY.                                                  DFXNT01P
040600     IF CFX1I-BRANCH IS EQUAL TO SPACES                           DFXNT01P
040700        MOVE 'The branch taking the delivery is needed'           DFXNT01P
040800          TO CFX1O-MSG                                            DFXNT01P
040900        GO TO VAULT-DELIVERY-EXIT                                 DFXNT01P
041000     END-IF.                                                      DFXNT01P
041100     PERFORM PRICE-DEAL THRU                                      DFXNT01P
041200             PRICE-DEAL-EXIT.                                     DFXNT01P
041300     IF CFX1O-MSG IS NOT EQUAL TO SPACES                          DFXNT01P
041400        GO TO VAULT-DELIVERY-EXIT                                 DFXNT01P
041500     END-IF.                                                      DFXNT01P
041600     IF CFX1I-BANK-SELLS                                          DFXNT01P
041700        MOVE 0 TO WS-SUB1                                         DFXNT01P
041800        PERFORM CHECK-VAULT-NOTE THRU                             DFXNT01P
041900                CHECK-VAULT-NOTE-EXIT 6 TIMES                     DFXNT01P
042000        IF CFX1O-MSG IS NOT EQUAL TO SPACES                       DFXNT01P
042100           GO TO VAULT-DELIVERY-EXIT                              DFXNT01P
042200        END-IF                                                    DFXNT01P
042300     END-IF.                                                      DFXNT01P
042400     MOVE CFX1I-BRANCH TO WS-BRANCH.                              DFXNT01P
042500     MOVE 'W' TO WS-SETTLE.                                       DFXNT01P
042600     MOVE CFX1I-USERID TO WS-TXN-PID.                             DFXNT01P
042700     PERFORM NEXT-DEAL-ID THRU                                    DFXNT01P
042800             NEXT-DEAL-ID-EXIT.                                   DFXNT01P
042900     IF CFX1O-MSG IS NOT EQUAL TO SPACES                          DFXNT01P
043000        GO TO VAULT-DELIVERY-EXIT                                 DFXNT01P
043100     END-IF.                                                      DFXNT01P
043200     MOVE WS-DEAL-ACCNO TO WS-TXN-ACCNO.                          DFXNT01P
043300     PERFORM JOURNAL-DEAL THRU                                    DFXNT01P
043400             JOURNAL-DEAL-EXIT.                                   DFXNT01P
043500     IF CFX1O-MSG IS NOT EQUAL TO SPACES                          DFXNT01P
043600        GO TO VAULT-DELIVERY-EXIT                                 DFXNT01P
043700     END-IF.                                                      DFXNT01P
043800     PERFORM REGISTER-DEAL THRU                                   DFXNT01P
043900             REGISTER-DEAL-EXIT.                                  DFXNT01P
044000     IF CFX1O-MSG IS NOT EQUAL TO SPACES                          DFXNT01P
044100        GO TO VAULT-DELIVERY-EXIT                                 DFXNT01P
044200     END-IF.                                                      DFXNT01P
044300     MOVE 0 TO WS-SUB1.                                           DFXNT01P
044400     PERFORM MOVE-VAULT-NOTE THRU                                 DFXNT01P
044500             MOVE-VAULT-NOTE-EXIT 6 TIMES.                        DFXNT01P
044600     IF CFX1O-MSG IS NOT EQUAL TO SPACES                          DFXNT01P
044700        GO TO VAULT-DELIVERY-EXIT                                 DFXNT01P
044800     END-IF.                                                      DFXNT01P
044900     PERFORM MOVE-BOOK-VALUE THRU                                 DFXNT01P
045000             MOVE-BOOK-VALUE-EXIT.                                DFXNT01P
045100     IF CFX1O-MSG IS NOT EQUAL TO SPACES                          DFXNT01P
045200        GO TO VAULT-DELIVERY-EXIT                                 DFXNT01P
045300     END-IF.                                                      DFXNT01P
045400     SET CFX1O-REQUEST-OK TO TRUE.                                DFXNT01P
045500     IF CFX1I-BANK-BUYS                                           DFXNT01P
045600        MOVE 'Note delivery taken into the vault' TO CFX1O-MSG    DFXNT01P
045700     ELSE                                                         DFXNT01P
045800        MOVE 'Notes returned to the supplier' TO CFX1O-MSG        DFXNT01P
045900     END-IF.                                                      DFXNT01P
046000 VAULT-DELIVERY-EXIT.                                             DFXNT01P
046100     EXIT.                                                        DFXNT01P
046200                                                                  DFXNT01P
046300***************************************************************** DFXNT01P
046400* Price the notes handed over. The mid rate is the day's        * DFXNT01P
046500* BNKFXRT rate served by DBANK88P; the bank sells above it by   * DFXNT01P
046600* the currency's sell spread and buys below it by the buy       * DFXNT01P
046700* spread. A supplier delivery is priced at the mid rate         * DFXNT01P
046800***************************************************************** DFXNT01P
046900 PRICE-DEAL.                                                      DFXNT01P
047000     IF CFX1I-CURRENCY IS EQUAL TO SPACES OR                      DFXNT01P
047100        CFX1I-CURRENCY IS EQUAL TO WS-BASE-CURRENCY               DFXNT01P
047200        MOVE 'A foreign currency is needed' TO CFX1O-MSG          DFXNT01P
047300        GO TO PRICE-DEAL-EXIT                                     DFXNT01P
047400     END-IF.                                                      DFXNT01P
047500     IF NOT CFX1I-BANK-SELLS AND                                  DFXNT01P
047600        NOT CFX1I-BANK-BUYS                                       DFXNT01P
047700        MOVE 'Side must be S(ell) or B(uy)' TO CFX1O-MSG          DFXNT01P
047800        GO TO PRICE-DEAL-EXIT                                     DFXNT01P
047900     END-IF.                                                      DFXNT01P
048000     MOVE ZEROES TO WS-FOREIGN-AMT.                               DFXNT01P
048100     MOVE 0 TO WS-NOTE-LINES.                                     DFXNT01P
048200     MOVE 0 TO WS-SUB1.                                           DFXNT01P
048300     PERFORM TOTAL-ONE-NOTE THRU                                  DFXNT01P
048400             TOTAL-ONE-NOTE-EXIT 6 TIMES.                         DFXNT01P
048500     IF CFX1O-MSG IS NOT EQUAL TO SPACES                          DFXNT01P
048600        GO TO PRICE-DEAL-EXIT                                     DFXNT01P
048700     END-IF.                                                      DFXNT01P
048800     IF WS-NOTE-LINES IS EQUAL TO ZERO                            DFXNT01P
048900        MOVE 'At least one line of notes is needed' TO CFX1O-MSG  DFXNT01P
049000        GO TO PRICE-DEAL-EXIT                                     DFXNT01P
049100     END-IF.                                                      DFXNT01P
049200     MOVE ZEROES TO DCL-FXS-BUY-SPREAD.                           DFXNT01P
049300     MOVE ZEROES TO DCL-FXS-SELL-SPREAD.                          DFXNT01P
049400     IF NOT CFX1I-VAULT-DELIVERY                                  DFXNT01P
049500        EXEC SQL                                                  DFXNT01P
049600             SELECT FXS_BUY_SPREAD,                               DFXNT01P
049700                    FXS_SELL_SPREAD                               DFXNT01P
049800             INTO :DCL-FXS-BUY-SPREAD,                            DFXNT01P
049900                  :DCL-FXS-SELL-SPREAD                            DFXNT01P
050000             FROM BNKFXSP                                         DFXNT01P
050100             WHERE FXS_CURRENCY = :CFX1I-CURRENCY                 DFXNT01P
050200        END-EXEC                                                  DFXNT01P
050300        IF SQLCODE IS EQUAL TO +100                               DFXNT01P
050400           SET CFX1O-NOT-FOUND TO TRUE                            DFXNT01P
050500           MOVE 'Notes in that currency are not traded here'      DFXNT01P
050600             TO CFX1O-MSG                                         DFXNT01P
050700           GO TO PRICE-DEAL-EXIT                                  DFXNT01P
050800        END-IF                                                    DFXNT01P
050900        IF SQLCODE IS NOT EQUAL TO ZERO                           DFXNT01P
051000           MOVE 'Unable to read the note spreads' TO CFX1O-MSG    DFXNT01P
051100           GO TO PRICE-DEAL-EXIT                                  DFXNT01P
051200        END-IF                                                    DFXNT01P
051300     END-IF.                                                      DFXNT01P
051400     INITIALIZE CD88-DATA.                                        DFXNT01P
051500     SET CD88I-READ-RATE TO TRUE.                                 DFXNT01P
051600     MOVE CFX1I-CURRENCY TO CD88I-CURRENCY.                       DFXNT01P
051700 COPY CBANKX88.                                                   DFXNT01P
051800     IF CD88O-NO-RATE                                             DFXNT01P
051900        SET CFX1O-NO-RATE TO TRUE                                 DFXNT01P
052000        MOVE CD88O-MSG TO CFX1O-MSG                               DFXNT01P
052100        GO TO PRICE-DEAL-EXIT                                     DFXNT01P
052200     END-IF.                                                      DFXNT01P
052300     IF NOT CD88O-REQUEST-OK                                      DFXNT01P
052400        MOVE CD88O-MSG TO CFX1O-MSG                               DFXNT01P
052500        GO TO PRICE-DEAL-EXIT                                     DFXNT01P
052600     END-IF.                                                      DFXNT01P
052700     MOVE CD88O-RATE TO WS-MID-RATE.                              DFXNT01P
052800     IF CFX1I-BANK-SELLS                                          DFXNT01P
052900        COMPUTE WS-DEAL-RATE ROUNDED =                            DFXNT01P
053000                WS-MID-RATE * (1 + DCL-FXS-SELL-SPREAD)           DFXNT01P
053100     ELSE                                                         DFXNT01P
053200        COMPUTE WS-DEAL-RATE ROUNDED =                            DFXNT01P
053300                WS-MID-RATE * (1 - DCL-FXS-BUY-SPREAD)            DFXNT01P
053400     END-IF.                                                      DFXNT01P
053500     COMPUTE WS-MID-VALUE ROUNDED =                               DFXNT01P
053600             WS-FOREIGN-AMT * WS-MID-RATE.                        DFXNT01P
053700     COMPUTE WS-BASE-AMT ROUNDED =                                DFXNT01P
053800             WS-FOREIGN-AMT * WS-DEAL-RATE.                       DFXNT01P
053900     IF WS-MID-VALUE IS GREATER THAN WS-MAX-POSTING OR            DFXNT01P
054000        WS-BASE-AMT IS GREATER THAN WS-MAX-POSTING                DFXNT01P
054100        MOVE 'The deal is too large for a single posting'         DFXNT01P
054200          TO CFX1O-MSG                                            DFXNT01P
054300        GO TO PRICE-DEAL-EXIT                                     DFXNT01P
054400     END-IF.                                                      DFXNT01P
054500     IF WS-BASE-AMT IS NOT GREATER THAN ZERO                      DFXNT01P
054600        MOVE 'The notes are worth nothing at today''s rate'       DFXNT01P
054700          TO CFX1O-MSG                                            DFXNT01P
054800        GO TO PRICE-DEAL-EXIT                                     DFXNT01P
054900     END-IF.                                                      DFXNT01P
055000     MOVE WS-MID-RATE TO CFX1O-MID-RATE.                          DFXNT01P
055100     MOVE WS-DEAL-RATE TO CFX1O-DEAL-RATE.                        DFXNT01P
055200     MOVE WS-FOREIGN-AMT TO CFX1O-FOREIGN-AMOUNT.                 DFXNT01P
055300     MOVE WS-BASE-AMT TO CFX1O-BASE-AMOUNT.                       DFXNT01P
055400     IF CFX1I-BANK-SELLS                                          DFXNT01P
055500        COMPUTE CFX1O-SPREAD-AMOUNT =                             DFXNT01P
055600                WS-BASE-AMT - WS-MID-VALUE                        DFXNT01P
055700     ELSE                                                         DFXNT01P
055800        COMPUTE CFX1O-SPREAD-AMOUNT =                             DFXNT01P
055900                WS-MID-VALUE - WS-BASE-AMT                        DFXNT01P
056000     END-IF.                                                      DFXNT01P
056100 PRICE-DEAL-EXIT.                                                 DFXNT01P
056200     EXIT.                                                        DFXNT01P
056300                                                                  DFXNT01P
056400***************************************************************** DFXNT01P
056500* One line of notes - its denomination times the count          * DFXNT01P
056600***************************************************************** DFXNT01P
056700 TOTAL-ONE-NOTE.                                                  DFXNT01P
056800     ADD 1 TO WS-SUB1.                                            DFXNT01P
056900     IF CFX1O-MSG IS NOT EQUAL TO SPACES                          DFXNT01P
057000        GO TO TOTAL-ONE-NOTE-EXIT                                 DFXNT01P
057100     END-IF.                                                      DFXNT01P
057200     IF CFX1I-NOTE-COUNT (WS-SUB1) IS NOT NUMERIC OR              DFXNT01P
057300        CFX1I-NOTE-VALUE (WS-SUB1) IS NOT NUMERIC                 DFXNT01P
057400        MOVE 'Note values and counts must be numeric' TO CFX1O-MSGDFXNT01P
057500        GO TO TOTAL-ONE-NOTE-EXIT                                 DFXNT01P
057600     END-IF.                                                      DFXNT01P
057700     IF CFX1I-NOTE-COUNT (WS-SUB1) IS EQUAL TO ZEROES             DFXNT01P
057800        GO TO TOTAL-ONE-NOTE-EXIT                                 DFXNT01P
057900     END-IF.                                                      DFXNT01P
058000     IF CFX1I-NOTE-VALUE (WS-SUB1) IS EQUAL TO ZEROES             DFXNT01P
058100        MOVE 'Each line of notes needs its denomination'          DFXNT01P
058200          TO CFX1O-MSG                                            DFXNT01P
058300        GO TO TOTAL-ONE-NOTE-EXIT                                 DFXNT01P
058400     END-IF.                                                      DFXNT01P
058500     ADD 1 TO WS-NOTE-LINES.                                      DFXNT01P
058600     COMPUTE WS-FOREIGN-AMT =                                     DFXNT01P
058700             WS-FOREIGN-AMT +                                     DFXNT01P
058800             (CFX1I-NOTE-VALUE (WS-SUB1) *                        DFXNT01P
058900              CFX1I-NOTE-COUNT (WS-SUB1)).                        DFXNT01P
059000 TOTAL-ONE-NOTE-EXIT.                                             DFXNT01P
059100     EXIT.                                                        DFXNT01P
059200                                                                  DFXNT01P
059300***************************************************************** DFXNT01P
059400* A teller can only sell notes the drawer holds today           * DFXNT01P
059500***************************************************************** DFXNT01P
059600 CHECK-DRAWER-STOCK.                                              DFXNT01P
059700     MOVE 0 TO WS-SUB1.                                           DFXNT01P
059800     PERFORM CHECK-DRAWER-NOTE THRU                               DFXNT01P
059900             CHECK-DRAWER-NOTE-EXIT 6 TIMES.                      DFXNT01P
060000 CHECK-DRAWER-STOCK-EXIT.                                         DFXNT01P
060100     EXIT.                                                        DFXNT01P
060200                                                                  DFXNT01P
060300 CHECK-DRAWER-NOTE.                                               DFXNT01P
060400     ADD 1 TO WS-SUB1.                                            DFXNT01P
060500     IF CFX1O-MSG IS NOT EQUAL TO SPACES OR                       DFXNT01P
060600        CFX1I-NOTE-COUNT (WS-SUB1) IS EQUAL TO ZEROES             DFXNT01P
060700        GO TO CHECK-DRAWER-NOTE-EXIT                              DFXNT01P
060800     END-IF.                                                      DFXNT01P
060900     MOVE CFX1I-NOTE-VALUE (WS-SUB1) TO DCL-DEN-VALUE.            DFXNT01P
061000     EXEC SQL                                                     DFXNT01P
061100          SELECT VALUE(SUM(FXD_COUNT_IN - FXD_COUNT_OUT), 0)      DFXNT01P
061200          INTO :DCL-NOTES-HELD                                    DFXNT01P
061300          FROM BNKFXDR                                            DFXNT01P
061400          WHERE FXD_TELLER = :CFX1I-TELLER AND                    DFXNT01P
061500                FXD_DRAWER = :CFX1I-DRAWER AND                    DFXNT01P
061600                FXD_BUS_DATE = CURRENT DATE AND                   DFXNT01P
061700                FXD_CURRENCY = :CFX1I-CURRENCY AND                DFXNT01P
061800                FXD_DEN_VALUE = :DCL-DEN-VALUE                    DFXNT01P
061900     END-EXEC.                                                    DFXNT01P
062000     IF SQLCODE IS NOT EQUAL TO ZERO                              DFXNT01P
062100        MOVE 'Unable to read the drawer''s notes' TO CFX1O-MSG    DFXNT01P
062200        GO TO CHECK-DRAWER-NOTE-EXIT                              DFXNT01P
062300     END-IF.                                                      DFXNT01P
062400     IF DCL-NOTES-HELD IS LESS THAN CFX1I-NOTE-COUNT (WS-SUB1)    DFXNT01P
062500        SET CFX1O-INSUFFICIENT TO TRUE                            DFXNT01P
062600        MOVE 'The drawer does not hold enough of those notes'     DFXNT01P
062700          TO CFX1O-MSG                                            DFXNT01P
062800     END-IF.                                                      DFXNT01P
062900 CHECK-DRAWER-NOTE-EXIT.                                          DFXNT01P
063000     EXIT.                                                        DFXNT01P
063100                                                                  DFXNT01P
063200***************************************************************** DFXNT01P
063300* Only notes the vault holds can go back to the supplier        * DFXNT01P
063400***************************************************************** DFXNT01P
063500 CHECK-VAULT-NOTE.                                                DFXNT01P
063600     ADD 1 TO WS-SUB1.                                            DFXNT01P
063700     IF CFX1O-MSG IS NOT EQUAL TO SPACES OR                       DFXNT01P
063800        CFX1I-NOTE-COUNT (WS-SUB1) IS EQUAL TO ZEROES             DFXNT01P
063900        GO TO CHECK-VAULT-NOTE-EXIT                               DFXNT01P
064000     END-IF.                                                      DFXNT01P
064100     MOVE CFX1I-NOTE-VALUE (WS-SUB1) TO DCL-DEN-VALUE.            DFXNT01P
064200     EXEC SQL                                                     DFXNT01P
064300          SELECT VALUE(SUM(FXV_COUNT), 0)                         DFXNT01P
064400          INTO :DCL-NOTES-HELD                                    DFXNT01P
064500          FROM BNKFXVL                                            DFXNT01P
064600          WHERE FXV_BRANCH = :CFX1I-BRANCH AND                    DFXNT01P
064700                FXV_CURRENCY = :CFX1I-CURRENCY AND                DFXNT01P
064800                FXV_DEN_VALUE = :DCL-DEN-VALUE                    DFXNT01P
064900     END-EXEC.                                                    DFXNT01P
065000     IF SQLCODE IS NOT EQUAL TO ZERO                              DFXNT01P
065100        MOVE 'Unable to read the vault''s notes' TO CFX1O-MSG     DFXNT01P
065200        GO TO CHECK-VAULT-NOTE-EXIT                               DFXNT01P
065300     END-IF.                                                      DFXNT01P
065400     IF DCL-NOTES-HELD IS LESS THAN CFX1I-NOTE-COUNT (WS-SUB1)    DFXNT01P
065500        SET CFX1O-INSUFFICIENT TO TRUE                            DFXNT01P
065600        MOVE 'The vault does not hold enough of those notes'      DFXNT01P
065700          TO CFX1O-MSG                                            DFXNT01P
065800     END-IF.                                                      DFXNT01P
065900 CHECK-VAULT-NOTE-EXIT.                                           DFXNT01P
066000     EXIT.                                                        DFXNT01P
066100                                                                  DFXNT01P
066200***************************************************************** DFXNT01P
066300* The account a deal settles to must be open, in base           * DFXNT01P
066400* currency and able to take a counter posting. A debit meets    * DFXNT01P
066500* the signatory, balance and notice guards a cash withdrawal    * DFXNT01P
066600* meets; a credit to a tax-free wrapper is checked against      * DFXNT01P
066700* the holder's allowance                                        * DFXNT01P
066800***************************************************************** DFXNT01P
066900 PROVE-DEAL-ACCOUNT.                                              DFXNT01P
067000     IF CFX1I-ACC IS EQUAL TO SPACES                              DFXNT01P
067100        MOVE 'The account to settle the deal to is needed'        DFXNT01P
067200          TO CFX1O-MSG                                            DFXNT01P
067300        GO TO PROVE-DEAL-ACCOUNT-EXIT                             DFXNT01P
067400     END-IF.                                                      DFXNT01P
067500     EXEC SQL                                                     DFXNT01P
067600          SELECT BAC_PID,                                         DFXNT01P
067700                 BAC_BALANCE,                                     DFXNT01P
067800                 BAC_STATUS,                                      DFXNT01P
067900                 BAC_ACCTYPE,                                     DFXNT01P
068000                 BAC_CURRENCY                                     DFXNT01P
068100          INTO :DCL-BAC-PID,                                      DFXNT01P
068200               :DCL-BAC-BALANCE,                                  DFXNT01P
068300               :DCL-BAC-STATUS,                                   DFXNT01P
068400               :DCL-BAC-ACCTYPE,                                  DFXNT01P
068500               :DCL-BAC-CURRENCY                                  DFXNT01P
068600          FROM BNKACC                                             DFXNT01P
068700          WHERE BAC_ACCNO = :CFX1I-ACC                            DFXNT01P
068800     END-EXEC.                                                    DFXNT01P
068900     IF SQLCODE IS EQUAL TO +100                                  DFXNT01P
069000        SET CFX1O-NOT-FOUND TO TRUE                               DFXNT01P
069100        MOVE 'Account number is not known' TO CFX1O-MSG           DFXNT01P
069200        GO TO PROVE-DEAL-ACCOUNT-EXIT                             DFXNT01P
069300     END-IF.                                                      DFXNT01P
069400     IF SQLCODE IS NOT EQUAL TO ZERO                              DFXNT01P
069500        MOVE 'Unable to read the account' TO CFX1O-MSG            DFXNT01P
069600        GO TO PROVE-DEAL-ACCOUNT-EXIT                             DFXNT01P
069700     END-IF.                                                      DFXNT01P
069800     IF DCL-BAC-STATUS IS NOT EQUAL TO SPACE                      DFXNT01P
069900        SET CFX1O-RESTRICTED TO TRUE                              DFXNT01P
070000        MOVE 'Cannot settle - the account is frozen or closed'    DFXNT01P
070100          TO CFX1O-MSG                                            DFXNT01P
070200        GO TO PROVE-DEAL-ACCOUNT-EXIT                             DFXNT01P
070300     END-IF.                                                      DFXNT01P
070400     IF DCL-BAC-ACCTYPE IS EQUAL TO 'LN' OR                       DFXNT01P
070500        DCL-BAC-ACCTYPE IS EQUAL TO 'ES' OR                       DFXNT01P
070600        DCL-BAC-ACCTYPE IS EQUAL TO 'CC'                          DFXNT01P
070700        SET CFX1O-RESTRICTED TO TRUE                              DFXNT01P
070800        MOVE 'Notes cannot be settled to that kind of account'    DFXNT01P
070900          TO CFX1O-MSG                                            DFXNT01P
071000        GO TO PROVE-DEAL-ACCOUNT-EXIT                             DFXNT01P
071100     END-IF.                                                      DFXNT01P
071200     IF DCL-BAC-CURRENCY IS NOT EQUAL TO WS-BASE-CURRENCY         DFXNT01P
071300        SET CFX1O-RESTRICTED TO TRUE                              DFXNT01P
071400        MOVE 'The account must be held in base currency'          DFXNT01P
071500          TO CFX1O-MSG                                            DFXNT01P
071600        GO TO PROVE-DEAL-ACCOUNT-EXIT                             DFXNT01P
071700     END-IF.                                                      DFXNT01P
071800     IF CFX1I-BANK-BUYS                                           DFXNT01P
071900        COMPUTE WS-NEW-BALANCE =                                  DFXNT01P
072000                DCL-BAC-BALANCE + CFX1O-BASE-AMOUNT               DFXNT01P
072100        SET CTW1I-CHECK-CREDIT TO TRUE                            DFXNT01P
072200        MOVE CFX1I-ACC TO CTW1I-ACC                               DFXNT01P
072300        MOVE CFX1O-BASE-AMOUNT TO CTW1I-AMOUNT                    DFXNT01P
072400        MOVE CFX1I-TELLER TO CTW1I-USERID                         DFXNT01P
072500 COPY CTWRPX01.                                                   DFXNT01P
072600        IF CTW1O-CREDIT-REFUSED                                   DFXNT01P
072700           SET CFX1O-RESTRICTED TO TRUE                           DFXNT01P
072800           MOVE CTW1O-MSG TO CFX1O-MSG                            DFXNT01P
072900           GO TO PROVE-DEAL-ACCOUNT-EXIT                          DFXNT01P
073000        END-IF                                                    DFXNT01P
073100        IF NOT CTW1O-REQUEST-OK                                   DFXNT01P
073200           MOVE CTW1O-MSG TO CFX1O-MSG                            DFXNT01P
073300        END-IF                                                    DFXNT01P
073400        GO TO PROVE-DEAL-ACCOUNT-EXIT                             DFXNT01P
073500     END-IF.                                                      DFXNT01P
073600     INITIALIZE CCP1-DATA.                                        DFXNT01P
073700     SET CCP1I-QUERY-POSTING TO TRUE.                             DFXNT01P
073800     MOVE CFX1I-ACC TO CCP1I-ACC.                                 DFXNT01P
073900     MOVE CFX1O-BASE-AMOUNT TO CCP1I-AMOUNT.                      DFXNT01P
074000 COPY CCORPX01.                                                   DFXNT01P
074100     IF CCP1O-NEEDS-AUTHORIZATION                                 DFXNT01P
074200        SET CFX1O-RESTRICTED TO TRUE                              DFXNT01P
074300        MOVE 'Needs signatory approval - settle the deal in cash' DFXNT01P
074400          TO CFX1O-MSG                                            DFXNT01P
074500        GO TO PROVE-DEAL-ACCOUNT-EXIT                             DFXNT01P
074600     END-IF.                                                      DFXNT01P
074700     COMPUTE WS-NEW-BALANCE =                                     DFXNT01P
074800             DCL-BAC-BALANCE - CFX1O-BASE-AMOUNT.                 DFXNT01P
074900     IF WS-NEW-BALANCE IS LESS THAN ZERO                          DFXNT01P
075000        SET CFX1O-INSUFFICIENT TO TRUE                            DFXNT01P
075100        MOVE 'Insufficient funds for this deal' TO CFX1O-MSG      DFXNT01P
075200        GO TO PROVE-DEAL-ACCOUNT-EXIT                             DFXNT01P
075300     END-IF.                                                      DFXNT01P
075400     SET CNT1I-CHECK-DEBIT TO TRUE.                               DFXNT01P
075500     MOVE CFX1I-ACC TO CNT1I-ACC.                                 DFXNT01P
075600     MOVE CFX1O-BASE-AMOUNT TO CNT1I-AMOUNT.                      DFXNT01P
075700     MOVE WS-NEW-BALANCE TO CNT1I-NEW-BALANCE.                    DFXNT01P
075800     MOVE CFX1I-TELLER TO CNT1I-USERID.                           DFXNT01P
075900 COPY CNOTCX01.                                                   DFXNT01P
076000     IF CNT1O-NOTICE-REQUIRED                                     DFXNT01P
076100        SET CFX1O-RESTRICTED TO TRUE                              DFXNT01P
076200        MOVE CNT1O-MSG TO CFX1O-MSG                               DFXNT01P
076300        GO TO PROVE-DEAL-ACCOUNT-EXIT                             DFXNT01P
076400     END-IF.                                                      DFXNT01P
076500     IF NOT CNT1O-REQUEST-OK                                      DFXNT01P
076600        MOVE CNT1O-MSG TO CFX1O-MSG                               DFXNT01P
076700     END-IF.                                                      DFXNT01P
076800 PROVE-DEAL-ACCOUNT-EXIT.                                         DFXNT01P
076900     EXIT.                                                        DFXNT01P
077000                                                                  DFXNT01P
077100***************************************************************** DFXNT01P
077200* The next deal number off the register                         * DFXNT01P
077300***************************************************************** DFXNT01P
077400 NEXT-DEAL-ID.                                                    DFXNT01P
077500     EXEC SQL                                                     DFXNT01P
077600          SELECT VALUE(MAX(FXN_ID), 0) + 1                        DFXNT01P
077700          INTO :DCL-FXN-ID                                        DFXNT01P
077800          FROM BNKFXNT                                            DFXNT01P
077900     END-EXEC.                                                    DFXNT01P
078000     IF SQLCODE IS NOT EQUAL TO ZERO                              DFXNT01P
078100        MOVE 'Unable to number the deal' TO CFX1O-MSG             DFXNT01P
078200        GO TO NEXT-DEAL-ID-EXIT                                   DFXNT01P
078300     END-IF.                                                      DFXNT01P
078400     MOVE DCL-FXN-ID TO WS-DEAL-ACC-NO.                           DFXNT01P
078500     MOVE DCL-FXN-ID TO CFX1O-DEAL-ID.                            DFXNT01P
078600 NEXT-DEAL-ID-EXIT.                                               DFXNT01P
078700     EXIT.                                                        DFXNT01P
078800                                                                  DFXNT01P
078900***************************************************************** DFXNT01P
079000* One type 'X' journal row for the deal, in base currency, with * DFXNT01P
079100* the notes at the mid rate and the spread split out so the     * DFXNT01P
079200* ledger sweep can post all three sides                         * DFXNT01P
079300***************************************************************** DFXNT01P
079400 JOURNAL-DEAL.                                                    DFXNT01P
079500     EXEC SQL                                                     DFXNT01P
079600          SET :WS-POST-TIMESTAMP = CURRENT TIMESTAMP              DFXNT01P
079700     END-EXEC.                                                    DFXNT01P
079800     MOVE SPACES TO TXN-DATA-OLD.                                 DFXNT01P
079900     EVALUATE TRUE                                                DFXNT01P
080000       WHEN CFX1I-VAULT-DELIVERY AND CFX1I-BANK-BUYS              DFXNT01P
080100         STRING 'Notes from supplier - ' CFX1I-CURRENCY           DFXNT01P
080200                DELIMITED BY SIZE INTO TXN-TX-OLD-DESC            DFXNT01P
080300       WHEN CFX1I-VAULT-DELIVERY                                  DFXNT01P
080400         STRING 'Notes to supplier - ' CFX1I-CURRENCY             DFXNT01P
080500                DELIMITED BY SIZE INTO TXN-TX-OLD-DESC            DFXNT01P
080600       WHEN CFX1I-BANK-SELLS                                      DFXNT01P
080700         STRING 'Foreign notes sold - ' CFX1I-CURRENCY            DFXNT01P
080800                DELIMITED BY SIZE INTO TXN-TX-OLD-DESC            DFXNT01P
080900       WHEN OTHER                                                 DFXNT01P
081000         STRING 'Foreign notes bought - ' CFX1I-CURRENCY          DFXNT01P
081100                DELIMITED BY SIZE INTO TXN-TX-OLD-DESC            DFXNT01P
081200     END-EVALUATE.                                                DFXNT01P
081300     MOVE CFX1I-TELLER TO TXN-TX-OLD-TELLER.                      DFXNT01P
081400     MOVE CFX1I-DRAWER TO TXN-TX-OLD-DRAWER.                      DFXNT01P
081500     MOVE WS-BRANCH TO TXN-TX-OLD-BRANCH.                         DFXNT01P
081600     MOVE WS-SETTLE TO TXN-TX-OLD-SETTLE.                         DFXNT01P
081700     MOVE CFX1I-CURRENCY TO TXN-TX-OLD-CURRENCY.                  DFXNT01P
081800     MOVE WS-FOREIGN-AMT TO TXN-TX-OLD-FOREIGN-AMT.               DFXNT01P
081900     MOVE WS-MID-VALUE TO TXN-TX-OLD-MID-VALUE.                   DFXNT01P
082000     MOVE CFX1O-SPREAD-AMOUNT TO TXN-TX-OLD-SPREAD.               DFXNT01P
082100     MOVE DCL-FXN-ID TO TXN-TX-OLD-DEAL-ID.                       DFXNT01P
082200     MOVE 'FN' TO TR-PREFIX.                                      DFXNT01P
082300     MOVE WS-POST-TIMESTAMP TO TR-TIMESTAMP.                      DFXNT01P
082400     CALL 'DBANK30P' USING WS-REF-DATA.                           DFXNT01P
082500     EXEC SQL                                                     DFXNT01P
082600          INSERT                                                  DFXNT01P
082700          INTO BNKTXN (BTX_PID,                                   DFXNT01P
082800                       BTX_TYPE,                                  DFXNT01P
082900                       BTX_SUB_TYPE,                              DFXNT01P
083000                       BTX_ACCNO,                                 DFXNT01P
083100                       BTX_TIMESTAMP,                             DFXNT01P
083200                       BTX_AMOUNT,                                DFXNT01P
083300                       BTX_DATA_OLD,                              DFXNT01P
083400                       BTX_REF)                                   DFXNT01P
083500          VALUES (:WS-TXN-PID,                                    DFXNT01P
083600                  'X',                                            DFXNT01P
083700                  :CFX1I-SIDE,                                    DFXNT01P
083800                  :WS-TXN-ACCNO,                                  DFXNT01P
083900                  :WS-POST-TIMESTAMP,                             DFXNT01P
084000                  :CFX1O-BASE-AMOUNT,                             DFXNT01P
084100                  :TXN-DATA-OLD,                                  DFXNT01P
084200                  :TR-REF)                                        DFXNT01P
084300     END-EXEC.                                                    DFXNT01P
084400     IF SQLCODE IS NOT EQUAL TO ZERO                              DFXNT01P
084500        MOVE 'Unable to journal the banknote deal' TO CFX1O-MSG   DFXNT01P
084600        GO TO JOURNAL-DEAL-EXIT                                   DFXNT01P
084700     END-IF.                                                      DFXNT01P
084800     MOVE TR-REF TO CFX1O-TXN-REF.                                DFXNT01P
084900 JOURNAL-DEAL-EXIT.                                               DFXNT01P
085000     EXIT.                                                        DFXNT01P
085100                                                                  DFXNT01P
085200***************************************************************** DFXNT01P
085300* The deal on the register, as priced                           * DFXNT01P
085400***************************************************************** DFXNT01P
085500 REGISTER-DEAL.                                                   DFXNT01P
085600     EXEC SQL                                                     DFXNT01P
085700          INSERT                                                  DFXNT01P
085800          INTO BNKFXNT (FXN_ID,                                   DFXNT01P
085900                        FXN_BUS_DATE,                             DFXNT01P
086000                        FXN_BRANCH,                               DFXNT01P
086100                        FXN_TELLER,                               DFXNT01P
086200                        FXN_DRAWER,                               DFXNT01P
086300                        FXN_SIDE,                                 DFXNT01P
086400                        FXN_SETTLE,                               DFXNT01P
086500                        FXN_ACCNO,                                DFXNT01P
086600                        FXN_CURRENCY,                             DFXNT01P
086700                        FXN_FOREIGN_AMT,                          DFXNT01P
086800                        FXN_MID_RATE,                             DFXNT01P
086900                        FXN_DEAL_RATE,                            DFXNT01P
087000                        FXN_BASE_AMT,                             DFXNT01P
087100                        FXN_SPREAD_AMT,                           DFXNT01P
087200                        FXN_TXN_REF,                              DFXNT01P
087300                        FXN_USERID,                               DFXNT01P
087400                        FXN_CREATED_TS)                           DFXNT01P
087500          VALUES (:DCL-FXN-ID,                                    DFXNT01P
087600                  :WS-BUSINESS-DATE,                              DFXNT01P
087700                  :WS-BRANCH,                                     DFXNT01P
087800                  :CFX1I-TELLER,                                  DFXNT01P
087900                  :CFX1I-DRAWER,                                  DFXNT01P
088000                  :CFX1I-SIDE,                                    DFXNT01P
088100                  :WS-SETTLE,                                     DFXNT01P
088200                  :WS-TXN-ACCNO,                                  DFXNT01P
088300                  :CFX1I-CURRENCY,                                DFXNT01P
088400                  :WS-FOREIGN-AMT,                                DFXNT01P
088500                  :WS-MID-RATE,                                   DFXNT01P
088600                  :WS-DEAL-RATE,                                  DFXNT01P
088700                  :CFX1O-BASE-AMOUNT,                             DFXNT01P
088800                  :CFX1O-SPREAD-AMOUNT,                           DFXNT01P
088900                  :TR-REF,                                        DFXNT01P
089000                  :CFX1I-USERID,                                  DFXNT01P
089100                  :WS-POST-TIMESTAMP)                             DFXNT01P
089200     END-EXEC.                                                    DFXNT01P
089300     IF SQLCODE IS NOT EQUAL TO ZERO                              DFXNT01P
089400        MOVE 'Unable to register the banknote deal' TO CFX1O-MSG  DFXNT01P
089500     END-IF.                                                      DFXNT01P
089600 REGISTER-DEAL-EXIT.                                              DFXNT01P
089700     EXIT.                                                        DFXNT01P
089800                                                                  DFXNT01P
089900***************************************************************** DFXNT01P
090000* One line of notes into or out of the drawer - the first       * DFXNT01P
090100* movement of the day in a denomination opens its row           * DFXNT01P
090200***************************************************************** DFXNT01P
090300 MOVE-DRAWER-NOTE.                                                DFXNT01P
090400     ADD 1 TO WS-SUB1.                                            DFXNT01P
090500     IF CFX1O-MSG IS NOT EQUAL TO SPACES OR                       DFXNT01P
090600        CFX1I-NOTE-COUNT (WS-SUB1) IS EQUAL TO ZEROES             DFXNT01P
090700        GO TO MOVE-DRAWER-NOTE-EXIT                               DFXNT01P
090800     END-IF.                                                      DFXNT01P
090900     MOVE CFX1I-NOTE-VALUE (WS-SUB1) TO DCL-DEN-VALUE.            DFXNT01P
091000     IF CFX1I-BANK-SELLS                                          DFXNT01P
091100        MOVE ZEROES TO WS-IN-COUNT                                DFXNT01P
091200        MOVE CFX1I-NOTE-COUNT (WS-SUB1) TO WS-OUT-COUNT           DFXNT01P
091300     ELSE                                                         DFXNT01P
091400        MOVE CFX1I-NOTE-COUNT (WS-SUB1) TO WS-IN-COUNT            DFXNT01P
091500        MOVE ZEROES TO WS-OUT-COUNT                               DFXNT01P
091600     END-IF.                                                      DFXNT01P
091700     EXEC SQL                                                     DFXNT01P
091800          UPDATE BNKFXDR                                          DFXNT01P
091900          SET FXD_COUNT_IN = FXD_COUNT_IN + :WS-IN-COUNT,         DFXNT01P
092000              FXD_COUNT_OUT = FXD_COUNT_OUT + :WS-OUT-COUNT,      DFXNT01P
092100              FXD_PROVED = 'N'                                    DFXNT01P
092200          WHERE FXD_TELLER = :CFX1I-TELLER AND                    DFXNT01P
092300                FXD_DRAWER = :CFX1I-DRAWER AND                    DFXNT01P
092400                FXD_BUS_DATE = CURRENT DATE AND                   DFXNT01P
092500                FXD_CURRENCY = :CFX1I-CURRENCY AND                DFXNT01P
092600                FXD_DEN_VALUE = :DCL-DEN-VALUE                    DFXNT01P
092700     END-EXEC.                                                    DFXNT01P
092800     IF SQLCODE IS EQUAL TO +100                                  DFXNT01P
092900        EXEC SQL                                                  DFXNT01P
093000             INSERT                                               DFXNT01P
093100             INTO BNKFXDR (FXD_TELLER,                            DFXNT01P
093200                           FXD_DRAWER,                            DFXNT01P
093300                           FXD_BUS_DATE,                          DFXNT01P
093400                           FXD_CURRENCY,                          DFXNT01P
093500                           FXD_DEN_VALUE,                         DFXNT01P
093600                           FXD_COUNT_IN,                          DFXNT01P
093700                           FXD_COUNT_OUT,                         DFXNT01P
093800                           FXD_COUNTED,                           DFXNT01P
093900                           FXD_PROVED)                            DFXNT01P
094000             VALUES (:CFX1I-TELLER,                               DFXNT01P
094100                     :CFX1I-DRAWER,                               DFXNT01P
094200                     CURRENT DATE,                                DFXNT01P
094300                     :CFX1I-CURRENCY,                             DFXNT01P
094400                     :DCL-DEN-VALUE,                              DFXNT01P
094500                     :WS-IN-COUNT,                                DFXNT01P
094600                     :WS-OUT-COUNT,                               DFXNT01P
094700                     0,                                           DFXNT01P
094800                     'N')                                         DFXNT01P
094900        END-EXEC                                                  DFXNT01P
095000     END-IF.                                                      DFXNT01P
095100     IF SQLCODE IS NOT EQUAL TO ZERO                              DFXNT01P
095200        MOVE 'Unable to move the drawer''s notes' TO CFX1O-MSG    DFXNT01P
095300     END-IF.                                                      DFXNT01P
095400 MOVE-DRAWER-NOTE-EXIT.                                           DFXNT01P
095500     EXIT.                                                        DFXNT01P
095600                                                                  DFXNT01P
095700***************************************************************** DFXNT01P
095800* One line of notes into or out of the branch vault             * DFXNT01P
095900***************************************************************** DFXNT01P
096000 MOVE-VAULT-NOTE.                                                 DFXNT01P
096100     ADD 1 TO WS-SUB1.                                            DFXNT01P
096200     IF CFX1O-MSG IS NOT EQUAL TO SPACES OR                       DFXNT01P
096300        CFX1I-NOTE-COUNT (WS-SUB1) IS EQUAL TO ZEROES             DFXNT01P
096400        GO TO MOVE-VAULT-NOTE-EXIT                                DFXNT01P
096500     END-IF.                                                      DFXNT01P
096600     MOVE CFX1I-NOTE-VALUE (WS-SUB1) TO DCL-DEN-VALUE.            DFXNT01P
096700     IF CFX1I-BANK-SELLS                                          DFXNT01P
096800        COMPUTE WS-VAULT-COUNT =                                  DFXNT01P
096900                ZERO - CFX1I-NOTE-COUNT (WS-SUB1)                 DFXNT01P
097000     ELSE                                                         DFXNT01P
097100        MOVE CFX1I-NOTE-COUNT (WS-SUB1) TO WS-VAULT-COUNT         DFXNT01P
097200     END-IF.                                                      DFXNT01P
097300     EXEC SQL                                                     DFXNT01P
097400          UPDATE BNKFXVL                                          DFXNT01P
097500          SET FXV_COUNT = FXV_COUNT + :WS-VAULT-COUNT             DFXNT01P
097600          WHERE FXV_BRANCH = :CFX1I-BRANCH AND                    DFXNT01P
097700                FXV_CURRENCY = :CFX1I-CURRENCY AND                DFXNT01P
097800                FXV_DEN_VALUE = :DCL-DEN-VALUE                    DFXNT01P
097900     END-EXEC.                                                    DFXNT01P
098000     IF SQLCODE IS EQUAL TO +100                                  DFXNT01P
098100        EXEC SQL                                                  DFXNT01P
098200             INSERT                                               DFXNT01P
098300             INTO BNKFXVL (FXV_BRANCH,                            DFXNT01P
098400                           FXV_CURRENCY,                          DFXNT01P
098500                           FXV_DEN_VALUE,                         DFXNT01P
098600                           FXV_COUNT)                             DFXNT01P
098700             VALUES (:CFX1I-BRANCH,                               DFXNT01P
098800                     :CFX1I-CURRENCY,                             DFXNT01P
098900                     :DCL-DEN-VALUE,                              DFXNT01P
099000                     :WS-VAULT-COUNT)                             DFXNT01P
099100        END-EXEC                                                  DFXNT01P
099200     END-IF.                                                      DFXNT01P
099300     IF SQLCODE IS NOT EQUAL TO ZERO                              DFXNT01P
099400        MOVE 'Unable to move the vault''s notes' TO CFX1O-MSG     DFXNT01P
099500     END-IF.                                                      DFXNT01P
099600 MOVE-VAULT-NOTE-EXIT.                                            DFXNT01P
099700     EXIT.                                                        DFXNT01P
099800                                                                  DFXNT01P
099900***************************************************************** DFXNT01P
100000* The base-currency side of a cash deal goes through the same   * DFXNT01P
100100* drawer totals as counter cash, so the drawer still proves     * DFXNT01P
100200***************************************************************** DFXNT01P
100300 MOVE-DRAWER-CASH.                                                DFXNT01P
100400     IF CFX1I-BANK-SELLS                                          DFXNT01P
100500        MOVE CFX1O-BASE-AMOUNT TO WS-CASH-IN                      DFXNT01P
100600        MOVE ZEROES TO WS-CASH-OUT                                DFXNT01P
100700     ELSE                                                         DFXNT01P
100800        MOVE ZEROES TO WS-CASH-IN                                 DFXNT01P
100900        MOVE CFX1O-BASE-AMOUNT TO WS-CASH-OUT                     DFXNT01P
101000     END-IF.                                                      DFXNT01P
101100     EXEC SQL                                                     DFXNT01P
101200          UPDATE BNKDRWR                                          DFXNT01P
101300          SET DRW_CASH_IN = DRW_CASH_IN + :WS-CASH-IN,            DFXNT01P
101400              DRW_CASH_OUT = DRW_CASH_OUT + :WS-CASH-OUT          DFXNT01P
101500          WHERE DRW_TELLER = :CFX1I-TELLER AND                    DFXNT01P
101600                DRW_DRAWER = :CFX1I-DRAWER AND                    DFXNT01P
101700                DRW_BUS_DATE = CURRENT DATE                       DFXNT01P
101800     END-EXEC.                                                    DFXNT01P
101900     IF SQLCODE IS EQUAL TO +100                                  DFXNT01P
102000        EXEC SQL                                                  DFXNT01P
102100             INSERT                                               DFXNT01P
102200             INTO BNKDRWR (DRW_TELLER,                            DFXNT01P
102300                           DRW_DRAWER,                            DFXNT01P
102400                           DRW_BUS_DATE,                          DFXNT01P
102500                           DRW_CASH_IN,                           DFXNT01P
102600                           DRW_CASH_OUT)                          DFXNT01P
102700             VALUES (:CFX1I-TELLER,                               DFXNT01P
102800                     :CFX1I-DRAWER,                               DFXNT01P
102900                     CURRENT DATE,                                DFXNT01P
103000                     :WS-CASH-IN,                                 DFXNT01P
103100                     :WS-CASH-OUT)                                DFXNT01P
103200        END-EXEC                                                  DFXNT01P
103300     END-IF.                                                      DFXNT01P
103400     IF SQLCODE IS NOT EQUAL TO ZERO                              DFXNT01P
103500        MOVE 'Unable to update the drawer totals' TO CFX1O-MSG    DFXNT01P
103600     END-IF.                                                      DFXNT01P
103700 MOVE-DRAWER-CASH-EXIT.                                           DFXNT01P
103800     EXIT.                                                        DFXNT01P
103900                                                                  DFXNT01P
104000***************************************************************** DFXNT01P
104100* The position's book value moves by the notes at the mid       * DFXNT01P
104200* rate - up when the bank takes notes in, down when it pays     * DFXNT01P
104300* them out                                                      * DFXNT01P
104400***************************************************************** DFXNT01P
104500 MOVE-BOOK-VALUE.                                                 DFXNT01P
104600     IF CFX1I-BANK-SELLS                                          DFXNT01P
104700        COMPUTE WS-BOOK-MOVE = ZERO - WS-MID-VALUE                DFXNT01P
104800     ELSE                                                         DFXNT01P
104900        MOVE WS-MID-VALUE TO WS-BOOK-MOVE                         DFXNT01P
105000     END-IF.                                                      DFXNT01P
105100     EXEC SQL                                                     DFXNT01P
105200          UPDATE BNKFXPOS                                         DFXNT01P
105300          SET FXP_BOOK_VALUE = FXP_BOOK_VALUE + :WS-BOOK-MOVE,    DFXNT01P
105400              FXP_UPDATED_TS = CURRENT TIMESTAMP                  DFXNT01P
105500          WHERE FXP_CURRENCY = :CFX1I-CURRENCY                    DFXNT01P
105600     END-EXEC.                                                    DFXNT01P
105700     IF SQLCODE IS EQUAL TO +100                                  DFXNT01P
105800        EXEC SQL                                                  DFXNT01P
105900             INSERT                                               DFXNT01P
106000             INTO BNKFXPOS (FXP_CURRENCY,                         DFXNT01P
106100                            FXP_BOOK_VALUE,                       DFXNT01P
106200                            FXP_UPDATED_TS)                       DFXNT01P
106300             VALUES (:CFX1I-CURRENCY,                             DFXNT01P
106400                     :WS-BOOK-MOVE,                               DFXNT01P
106500                     CURRENT TIMESTAMP)                           DFXNT01P
106600        END-EXEC                                                  DFXNT01P
106700     END-IF.                                                      DFXNT01P
106800     IF SQLCODE IS NOT EQUAL TO ZERO                              DFXNT01P
106900        MOVE 'Unable to update the note position' TO CFX1O-MSG    DFXNT01P
107000     END-IF.                                                      DFXNT01P
107100 MOVE-BOOK-VALUE-EXIT.                                            DFXNT01P
107200     EXIT.                                                        DFXNT01P
