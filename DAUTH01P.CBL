000100***************************************************************** DAUTH01P
000200*                                                               * DAUTH01P
000300*   Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.   * DAUTH01P
000400*   This demonstration program is provided for use by users     * DAUTH01P
000500*   of Micro Focus products and may be used, modified and       * DAUTH01P
000600*   distributed as part of your application provided that       * DAUTH01P
000700*   you properly acknowledge the copyright of Micro Focus       * DAUTH01P
000800*   in this material.                                           * DAUTH01P
000900*                                                               * DAUTH01P
001000***************************************************************** DAUTH01P
001100                                                                  DAUTH01P
001200***************************************************************** DAUTH01P
001300* Program:     DAUTH01P.CBL                                     * DAUTH01P
001400* Function:    Online card authorization - the card network     * DAUTH01P
001500*              asks at the point of sale or the ATM whether a   * DAUTH01P
001600*              card may spend an amount. The card must be       * DAUTH01P
001700*              active on the registry, the account open, and    * DAUTH01P
001800*              the amount within the available balance after    * DAUTH01P
001900*              held funds and savings-goal earmarks, with any   * DAUTH01P
002000*              live overdraft cover - a credit card account     * DAUTH01P
002020*              spends against its credit limit instead. An      * DAUTH01P
002040*              approval places an authorization hold through    * DAUTH01P
002100*              DHOLD01P which the settlement run (DBANK87P)     * DAUTH01P
002200*              later consumes; a decline carries the scheme's   * DAUTH01P
002300*              reason code and is written to the exception      * DAUTH01P
002400*              log                                              * DAUTH01P
002500*              SQL version                                      * DAUTH01P
002600***************************************************************** DAUTH01P
002700                                                                  DAUTH01P
002800 IDENTIFICATION DIVISION.                                         DAUTH01P
002900 PROGRAM-ID.                                                      DAUTH01P
003000     DAUTH01P.                                                    DAUTH01P
003100 DATE-WRITTEN.                                                    DAUTH01P
003200     October 2026.                                                DAUTH01P
003300 DATE-COMPILED.                                                   DAUTH01P
003400     Today.                                                       DAUTH01P
003500                                                                  DAUTH01P
003600 ENVIRONMENT DIVISION.                                            DAUTH01P
003700                                                                  DAUTH01P
003800 DATA DIVISION.                                                   DAUTH01P
003900                                                                  DAUTH01P
004000 WORKING-STORAGE SECTION.                                         DAUTH01P
004100 01  WS-MISC-STORAGE.                                             DAUTH01P
004200   05  WS-PROGRAM-ID                         PIC X(8)             DAUTH01P
004300       VALUE 'DAUTH01P'.                                          DAUTH01P
004400   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DAUTH01P
004500   05  WS-HOLD-ID-DISP                       PIC 9(7).            DAUTH01P
004600   05  WS-AMT-DISP                           PIC -(7)9.99.        DAUTH01P
004700   05  WS-HELD                               PIC S9(9)V99 COMP-3. DAUTH01P
004800   05  WS-EARMARKED                          PIC S9(9)V99 COMP-3. DAUTH01P
004900                                                                  DAUTH01P
005000***************************************************************** DAUTH01P
005100* How long an approval stands before the nightly run gives the  * DAUTH01P
005200* money back - the schemes settle cash next day but allow a     * DAUTH01P
005300* merchant a week to present a purchase                         * DAUTH01P
005400***************************************************************** DAUTH01P
005500 01  WS-AUTH-CONSTANTS.                                           DAUTH01P
005600   05  WS-ATM-WINDOW-DAYS     VALUE 3                             DAUTH01P
005700                              PIC S9(3) COMP-3.                   DAUTH01P
005800   05  WS-POS-WINDOW-DAYS     VALUE 7                             DAUTH01P
005900                              PIC S9(3) COMP-3.                   DAUTH01P
006000                                                                  DAUTH01P
006100 01  WS-16-COMMAREA.                                              DAUTH01P
006200 COPY CBANKD16.                                                   DAUTH01P
006300 01  WS-H1-COMMAREA.                                              DAUTH01P
006400 COPY CHOLDD01.                                                   DAUTH01P
006500 01  WS-G1-COMMAREA.                                              DAUTH01P
006600 COPY CGOALD01.                                                   DAUTH01P
006620 01  WS-CR-COMMAREA.                                              DAUTH01P
006640 COPY CCCRDD01.                                                   DAUTH01P
006700                                                                  DAUTH01P
006800   EXEC SQL                                                       DAUTH01P
006900        BEGIN DECLARE SECTION                                     DAUTH01P
007000   END-EXEC.                                                      DAUTH01P
007100 01  WS-COMMAREA.                                                 DAUTH01P
007200     EXEC SQL                                                     DAUTH01P
007300          INCLUDE CAUTHD01                                        DAUTH01P
007400     END-EXEC.                                                    DAUTH01P
007500 01  WS-73-COMMAREA.                                              DAUTH01P
007600     EXEC SQL                                                     DAUTH01P
007700          INCLUDE CBANKD73                                        DAUTH01P
007800     END-EXEC.                                                    DAUTH01P
007900 01  WS-98-COMMAREA.                                              DAUTH01P
008000     EXEC SQL                                                     DAUTH01P
008100          INCLUDE CBANKD98                                        DAUTH01P
008200     END-EXEC.                                                    DAUTH01P
008300 01  DCL-AUT-AREAS.                                               DAUTH01P
008400   05  DCL-CRD-ACCNO                         PIC X(9).            DAUTH01P
008500   05  DCL-CRD-STATUS                        PIC X(1).            DAUTH01P
008600   05  DCL-ACC-PID                           PIC X(5).            DAUTH01P
008700   05  DCL-ACC-BALANCE                       PIC S9(7)V99 COMP-3. DAUTH01P
008800   05  DCL-ACC-STATUS                        PIC X(1).            DAUTH01P
008850   05  DCL-ACC-TYPE                          PIC X(2).            DAUTH01P
008900   05  DCL-WINDOW-DAYS                       PIC S9(3) COMP-3.    DAUTH01P
009000   05  DCL-EXPIRY-DATE                       PIC X(10).           DAUTH01P
009100 01  WS-BUSINESS-DATE                        PIC X(10).           DAUTH01P
009200                                                                  DAUTH01P
009300     EXEC SQL                                                     DAUTH01P
009400          INCLUDE SQLCA                                           DAUTH01P
009500     END-EXEC.                                                    DAUTH01P
009600                                                                  DAUTH01P
009700 COPY CABENDD.                                                    DAUTH01P
009800   EXEC SQL                                                       DAUTH01P
009900        END DECLARE SECTION                                       DAUTH01P
010000   END-EXEC.                                                      DAUTH01P
010100                                                                  DAUTH01P
010200 LINKAGE SECTION.                                                 DAUTH01P
010300 01  DFHCOMMAREA.                                                 DAUTH01P
010400   05  LK-COMMAREA                           PIC X(1)             DAUTH01P
010500       OCCURS 1 TO 6144 TIMES                                     DAUTH01P
010600         DEPENDING ON WS-COMMAREA-LENGTH.                         DAUTH01P
010700                                                                  DAUTH01P
010800 COPY CENTRY.                                                     DAUTH01P
010900***************************************************************** DAUTH01P
011000* Move the passed area to our area                              * DAUTH01P
011100***************************************************************** DAUTH01P
011200     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DAUTH01P
011300     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DAUTH01P
011400                                                                  DAUTH01P
011500***************************************************************** DAUTH01P
011600* Initialize our output area - anything that does not reach     * DAUTH01P
011700* an approval is a decline                                      * DAUTH01P
011800***************************************************************** DAUTH01P
011900     INITIALIZE CAU1O-DATA.                                       DAUTH01P
012000     SET CAU1O-DECLINED TO TRUE.                                  DAUTH01P
012100     SET CAU1O-RC-SYSTEM-ERROR TO TRUE.                           DAUTH01P
012200                                                                  DAUTH01P
012300     INITIALIZE CD98-DATA.                                        DAUTH01P
012400     SET CD98I-READ-BUSINESS-DATE TO TRUE.                        DAUTH01P
012500 COPY CBANKX98.                                                   DAUTH01P
012600     IF NOT CD98O-REQUEST-OK                                      DAUTH01P
012700        MOVE CD98O-MSG TO CAU1O-MSG                               DAUTH01P
012800        GO TO DAUTH01P-EXIT                                       DAUTH01P
012900     END-IF.                                                      DAUTH01P
013000     MOVE CD98O-DATE TO WS-BUSINESS-DATE.                         DAUTH01P
013100                                                                  DAUTH01P
013200     EVALUATE TRUE                                                DAUTH01P
013300       WHEN CAU1I-AUTHORIZE                                       DAUTH01P
013400         PERFORM AUTHORIZE-ITEM THRU                              DAUTH01P
013500                 AUTHORIZE-ITEM-EXIT                              DAUTH01P
013600       WHEN OTHER                                                 DAUTH01P
013700         MOVE 'Unknown authorization function requested'          DAUTH01P
013800           TO CAU1O-MSG                                           DAUTH01P
013900     END-EVALUATE.                                                DAUTH01P
014000                                                                  DAUTH01P
014100     IF CAU1O-DECLINED                                            DAUTH01P
014200        PERFORM LOG-DECLINE THRU                                  DAUTH01P
014300                LOG-DECLINE-EXIT                                  DAUTH01P
014400     END-IF.                                                      DAUTH01P
014500                                                                  DAUTH01P
014600 DAUTH01P-EXIT.                                                   DAUTH01P
014700***************************************************************** DAUTH01P
014800* Move the result back to the callers area                      * DAUTH01P
014900***************************************************************** DAUTH01P
015000     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DAUTH01P
015100                                                                  DAUTH01P
015200***************************************************************** DAUTH01P
015300* Return to our caller                                          * DAUTH01P
015400***************************************************************** DAUTH01P
015500 COPY CRETURN.                                                    DAUTH01P
015600                                                                  DAUTH01P
015700***************************************************************** DAUTH01P
015800* Authorize one item. The card registry resolves the card to    * DAUTH01P
015900* its account and proves the card may be used; the account      * DAUTH01P
016000* must be open; the amount must fit what the customer could     * DAUTH01P
016100* spend at a counter right now                                  * DAUTH01P
016200***************************************************************** DAUTH01P
016300 AUTHORIZE-ITEM.                                                  DAUTH01P
016350     MOVE SPACES TO DCL-ACC-PID.                                  DAUTH01P
016400     IF CAU1I-AMOUNT IS NOT GREATER THAN ZERO                     DAUTH01P
016500        SET CAU1O-RC-INVALID-AMOUNT TO TRUE                       DAUTH01P
016600        MOVE 'The amount must be greater than zero' TO CAU1O-MSG  DAUTH01P
016700        GO TO AUTHORIZE-ITEM-EXIT                                 DAUTH01P
016800     END-IF.                                                      DAUTH01P
016900     IF CAU1I-CARDNO IS EQUAL TO SPACES                           DAUTH01P
017000        SET CAU1O-RC-INVALID-CARD TO TRUE                         DAUTH01P
017100        MOVE 'No card number presented' TO CAU1O-MSG              DAUTH01P
017200        GO TO AUTHORIZE-ITEM-EXIT                                 DAUTH01P
017300     END-IF.                                                      DAUTH01P
017400     EXEC SQL                                                     DAUTH01P
017500          SELECT CRD_ACCNO,                                       DAUTH01P
017600                 CRD_STATUS                                       DAUTH01P
017700          INTO :DCL-CRD-ACCNO,                                    DAUTH01P
017800               :DCL-CRD-STATUS                                    DAUTH01P
017900          FROM BNKCARD                                            DAUTH01P
018000          WHERE CRD_CARDNO = :CAU1I-CARDNO                        DAUTH01P
018100     END-EXEC.                                                    DAUTH01P
018200     IF SQLCODE IS EQUAL TO +100                                  DAUTH01P
018300        SET CAU1O-RC-INVALID-CARD TO TRUE                         DAUTH01P
018400        MOVE 'Card is not known to the registry' TO CAU1O-MSG     DAUTH01P
018500        GO TO AUTHORIZE-ITEM-EXIT                                 DAUTH01P
018600     END-IF.                                                      DAUTH01P
018700     IF SQLCODE IS NOT EQUAL TO ZERO                              DAUTH01P
018800        MOVE 'Unable to read the card registry' TO CAU1O-MSG      DAUTH01P
018900        GO TO AUTHORIZE-ITEM-EXIT                                 DAUTH01P
019000     END-IF.                                                      DAUTH01P
019100     IF DCL-CRD-STATUS IS EQUAL TO 'L'                            DAUTH01P
019200        SET CAU1O-RC-LOST-CARD TO TRUE                            DAUTH01P
019300        MOVE 'Card has been reported lost or stolen' TO CAU1O-MSG DAUTH01P
019400        GO TO AUTHORIZE-ITEM-EXIT                                 DAUTH01P
019500     END-IF.                                                      DAUTH01P
019600     IF DCL-CRD-STATUS IS NOT EQUAL TO 'A'                        DAUTH01P
019700        SET CAU1O-RC-CARD-NOT-PERMITTED TO TRUE                   DAUTH01P
019800        MOVE 'Card is blocked, replaced or not yet activated'     DAUTH01P
019900          TO CAU1O-MSG                                            DAUTH01P
020000        GO TO AUTHORIZE-ITEM-EXIT                                 DAUTH01P
020100     END-IF.                                                      DAUTH01P
020200     MOVE SPACES TO DCL-ACC-STATUS.                               DAUTH01P
020300     EXEC SQL                                                     DAUTH01P
020400          SELECT BAC_PID,                                         DAUTH01P
020500                 BAC_BALANCE,                                     DAUTH01P
020600                 BAC_STATUS,                                      DAUTH01P
020650                 BAC_ACCTYPE                                      DAUTH01P
020700          INTO :DCL-ACC-PID,                                      DAUTH01P
020800               :DCL-ACC-BALANCE,                                  DAUTH01P
020900               :DCL-ACC-STATUS,                                   DAUTH01P
020950               :DCL-ACC-TYPE                                      DAUTH01P
021000          FROM BNKACC                                             DAUTH01P
021100          WHERE BAC_ACCNO = :DCL-CRD-ACCNO                        DAUTH01P
021200     END-EXEC.                                                    DAUTH01P
021300     IF SQLCODE IS EQUAL TO +100                                  DAUTH01P
021400        SET CAU1O-RC-INVALID-CARD TO TRUE                         DAUTH01P
021500        MOVE 'Card account is not known' TO CAU1O-MSG             DAUTH01P
021600        GO TO AUTHORIZE-ITEM-EXIT                                 DAUTH01P
021700     END-IF.                                                      DAUTH01P
021800     IF SQLCODE IS NOT EQUAL TO ZERO                              DAUTH01P
021900        MOVE 'Unable to read the card account' TO CAU1O-MSG       DAUTH01P
022000        GO TO AUTHORIZE-ITEM-EXIT                                 DAUTH01P
022100     END-IF.                                                      DAUTH01P
022200     IF DCL-ACC-STATUS IS NOT EQUAL TO SPACE                      DAUTH01P
022300        SET CAU1O-RC-ACCOUNT-RESTRICTED TO TRUE                   DAUTH01P
022400        MOVE 'Card account is frozen or closed' TO CAU1O-MSG      DAUTH01P
022500        GO TO AUTHORIZE-ITEM-EXIT                                 DAUTH01P
022600     END-IF.                                                      DAUTH01P
022700     PERFORM CHECK-AVAILABLE THRU                                 DAUTH01P
022800             CHECK-AVAILABLE-EXIT.                                DAUTH01P
022900     IF NOT CAU1O-RC-APPROVED                                     DAUTH01P
023000        GO TO AUTHORIZE-ITEM-EXIT                                 DAUTH01P
023100     END-IF.                                                      DAUTH01P
023200     PERFORM PLACE-AUTH-HOLD THRU                                 DAUTH01P
023300             PLACE-AUTH-HOLD-EXIT.                                DAUTH01P
023400 AUTHORIZE-ITEM-EXIT.                                             DAUTH01P
023500     EXIT.                                                        DAUTH01P
023600                                                                  DAUTH01P
023700***************************************************************** DAUTH01P
023800* The available balance - the ledger less what the hold         * DAUTH01P
023900* register has ring-fenced (earlier authorizations included)    * DAUTH01P
024000* and what is earmarked to savings goals. Anything the amount   * DAUTH01P
024100* goes beyond that must be covered by a live overdraft          * DAUTH01P
024200* facility, which DBANK73P alone decides                        * DAUTH01P
024300***************************************************************** DAUTH01P
024320* A credit card account carries its balance below zero against  * DAUTH01P
024340* a credit limit and has no overdraft cover - what it may spend * DAUTH01P
024360* is the limit less what is owed and already authorized         * DAUTH01P
024400 CHECK-AVAILABLE.                                                 DAUTH01P
024410     IF DCL-ACC-TYPE IS EQUAL TO 'CC'                             DAUTH01P
024420        PERFORM CHECK-CARD-LIMIT THRU                             DAUTH01P
024430                CHECK-CARD-LIMIT-EXIT                             DAUTH01P
024440        GO TO CHECK-AVAILABLE-EXIT                                DAUTH01P
024450     END-IF.                                                      DAUTH01P
024500     MOVE ZEROES TO WS-HELD.                                      DAUTH01P
024600     MOVE SPACES TO CDH1-DATA.                                    DAUTH01P
024700     SET CDH1I-TOTAL-HELD TO TRUE.                                DAUTH01P
024800     MOVE DCL-CRD-ACCNO TO CDH1I-ACC.                             DAUTH01P
024900 COPY CHOLDX01.                                                   DAUTH01P
025000     IF NOT CDH1O-REQUEST-OK                                      DAUTH01P
025100        MOVE CDH1O-MSG TO CAU1O-MSG                               DAUTH01P
025200        GO TO CHECK-AVAILABLE-EXIT                                DAUTH01P
025300     END-IF.                                                      DAUTH01P
025400     MOVE CDH1O-TOTAL-HELD TO WS-HELD.                            DAUTH01P
025500     MOVE ZEROES TO WS-EARMARKED.                                 DAUTH01P
025600     MOVE SPACES TO CGO1-DATA.                                    DAUTH01P
025700     SET CGO1I-TOTAL-EARMARKED TO TRUE.                           DAUTH01P
025800     MOVE DCL-CRD-ACCNO TO CGO1I-ACC.                             DAUTH01P
025900 COPY CGOALX01.                                                   DAUTH01P
026000     IF NOT CGO1O-REQUEST-OK                                      DAUTH01P
026100        MOVE CGO1O-MSG TO CAU1O-MSG                               DAUTH01P
026200        GO TO CHECK-AVAILABLE-EXIT                                DAUTH01P
026300     END-IF.                                                      DAUTH01P
026400     MOVE CGO1O-TOTAL TO WS-EARMARKED.                            DAUTH01P
026500     COMPUTE CAU1O-AVAILABLE =                                    DAUTH01P
026600             DCL-ACC-BALANCE - WS-HELD - WS-EARMARKED.            DAUTH01P
026700     IF CAU1I-AMOUNT IS GREATER THAN CAU1O-AVAILABLE              DAUTH01P
026800        INITIALIZE CD73-DATA                                      DAUTH01P
026900        SET CD73I-COVER-CHECK TO TRUE                             DAUTH01P
027000        MOVE DCL-CRD-ACCNO TO CD73I-ACC                           DAUTH01P
027100        COMPUTE CD73I-SHORTFALL =                                 DAUTH01P
027200                CAU1I-AMOUNT - CAU1O-AVAILABLE                    DAUTH01P
027300     COPY CBANKX73.                                               DAUTH01P
027400        IF NOT CD73O-REQUEST-OK                                   DAUTH01P
027500           SET CAU1O-RC-INSUFFICIENT-FUNDS TO TRUE                DAUTH01P
027600           MOVE 'Amount exceeds the available balance'            DAUTH01P
027700             TO CAU1O-MSG                                         DAUTH01P
027800           GO TO CHECK-AVAILABLE-EXIT                             DAUTH01P
027900        END-IF                                                    DAUTH01P
028000     END-IF.                                                      DAUTH01P
028100     SET CAU1O-RC-APPROVED TO TRUE.                               DAUTH01P
028200 CHECK-AVAILABLE-EXIT.                                            DAUTH01P
028300     EXIT.                                                        DAUTH01P
028302                                                                  DAUTH01P
028304***************************************************************** DAUTH01P
028306* A credit card account - the card services give the limit,     * DAUTH01P
028308* and what earlier authorizations ring-fence comes off it as    * DAUTH01P
028310* for any account                                               * DAUTH01P
028312***************************************************************** DAUTH01P
028314 CHECK-CARD-LIMIT.                                                DAUTH01P
028316     INITIALIZE CCR1-DATA.                                        DAUTH01P
028318     SET CCR1I-ENQUIRE TO TRUE.                                   DAUTH01P
028320     MOVE DCL-CRD-ACCNO TO CCR1I-ACC.                             DAUTH01P
028322 COPY CCCRDX01.                                                   DAUTH01P
028324     IF NOT CCR1O-REQUEST-OK                                      DAUTH01P
028326        MOVE CCR1O-MSG TO CAU1O-MSG                               DAUTH01P
028328        GO TO CHECK-CARD-LIMIT-EXIT                               DAUTH01P
028330     END-IF.                                                      DAUTH01P
028332     MOVE ZEROES TO WS-HELD.                                      DAUTH01P
028334     MOVE SPACES TO CDH1-DATA.                                    DAUTH01P
028336     SET CDH1I-TOTAL-HELD TO TRUE.                                DAUTH01P
028338     MOVE DCL-CRD-ACCNO TO CDH1I-ACC.                             DAUTH01P
028340 COPY CHOLDX01.                                                   DAUTH01P
028342     IF NOT CDH1O-REQUEST-OK                                      DAUTH01P
028344        MOVE CDH1O-MSG TO CAU1O-MSG                               DAUTH01P
028346        GO TO CHECK-CARD-LIMIT-EXIT                               DAUTH01P
028348     END-IF.                                                      DAUTH01P
028350     MOVE CDH1O-TOTAL-HELD TO WS-HELD.                            DAUTH01P
028352     COMPUTE CAU1O-AVAILABLE =                                    DAUTH01P
028354             CCR1O-LIMIT + DCL-ACC-BALANCE - WS-HELD.             DAUTH01P
028356     IF CAU1I-AMOUNT IS GREATER THAN CAU1O-AVAILABLE              DAUTH01P
028358        SET CAU1O-RC-INSUFFICIENT-FUNDS TO TRUE                   DAUTH01P
028360        MOVE 'Amount exceeds the available credit' TO CAU1O-MSG   DAUTH01P
028362        GO TO CHECK-CARD-LIMIT-EXIT                               DAUTH01P
028364     END-IF.                                                      DAUTH01P
028366     SET CAU1O-RC-APPROVED TO TRUE.                               DAUTH01P
028368 CHECK-CARD-LIMIT-EXIT.                                           DAUTH01P
028370     EXIT.                                                        DAUTH01P
028400                                                                  DAUTH01P
028500***************************************************************** DAUTH01P
028600* Ring-fence the approved amount until the switch settles it or * DAUTH01P
028700* the scheme's window runs out. The hold carries the card so an * DAUTH01P
028800* item settled without its approval code can still find it      * DAUTH01P
028900***************************************************************** DAUTH01P
029000 PLACE-AUTH-HOLD.                                                 DAUTH01P
029100     IF CAU1I-CHANNEL-ATM                                         DAUTH01P
029200        MOVE WS-ATM-WINDOW-DAYS TO DCL-WINDOW-DAYS                DAUTH01P
029300     ELSE                                                         DAUTH01P
029400        MOVE WS-POS-WINDOW-DAYS TO DCL-WINDOW-DAYS                DAUTH01P
029500     END-IF.                                                      DAUTH01P
029600     EXEC SQL                                                     DAUTH01P
029700          SET :DCL-EXPIRY-DATE =                                  DAUTH01P
029800              DATE(:WS-BUSINESS-DATE) + :DCL-WINDOW-DAYS DAYS     DAUTH01P
029900     END-EXEC.                                                    DAUTH01P
030000     IF SQLCODE IS NOT EQUAL TO ZERO                              DAUTH01P
030100        SET CAU1O-RC-SYSTEM-ERROR TO TRUE                         DAUTH01P
030200        MOVE 'Unable to date the authorization hold' TO CAU1O-MSG DAUTH01P
030300        GO TO PLACE-AUTH-HOLD-EXIT                                DAUTH01P
030400     END-IF.                                                      DAUTH01P
030500     MOVE SPACES TO CDH1-DATA.                                    DAUTH01P
030600     SET CDH1I-PLACE-AUTH-HOLD TO TRUE.                           DAUTH01P
030700     MOVE DCL-CRD-ACCNO TO CDH1I-ACC.                             DAUTH01P
030800     MOVE CAU1I-AMOUNT TO CDH1I-AMOUNT.                           DAUTH01P
030900     MOVE DCL-EXPIRY-DATE TO CDH1I-EXPIRY-DATE.                   DAUTH01P
031000     MOVE SPACES TO CDH1I-AUTHORITY.                              DAUTH01P
031100     STRING 'CARD ' CAU1I-CARDNO                                  DAUTH01P
031200            DELIMITED BY SIZE INTO CDH1I-AUTHORITY.               DAUTH01P
031300     MOVE 'CARDS' TO CDH1I-USERID.                                DAUTH01P
031400 COPY CHOLDX01.                                                   DAUTH01P
031500     IF NOT CDH1O-REQUEST-OK                                      DAUTH01P
031600        SET CAU1O-RC-SYSTEM-ERROR TO TRUE                         DAUTH01P
031700        MOVE CDH1O-MSG TO CAU1O-MSG                               DAUTH01P
031800        GO TO PLACE-AUTH-HOLD-EXIT                                DAUTH01P
031900     END-IF.                                                      DAUTH01P
032000     MOVE CDH1O-HOLD-ID TO CAU1O-HOLD-ID.                         DAUTH01P
032100     MOVE CDH1O-HOLD-ID TO WS-HOLD-ID-DISP.                       DAUTH01P
032200     MOVE WS-HOLD-ID-DISP (2:6) TO CAU1O-APPROVAL-CODE.           DAUTH01P
032300     SUBTRACT CAU1I-AMOUNT FROM CAU1O-AVAILABLE.                  DAUTH01P
032400     SET CAU1O-APPROVED TO TRUE.                                  DAUTH01P
032500     MOVE 'Approved' TO CAU1O-MSG.                                DAUTH01P
032600 PLACE-AUTH-HOLD-EXIT.                                            DAUTH01P
032700     EXIT.                                                        DAUTH01P
032800                                                                  DAUTH01P
032900***************************************************************** DAUTH01P
033000* A declined authorization leaves a trail for the card          * DAUTH01P
033100* servicing team - which card, how much, and why                * DAUTH01P
033200***************************************************************** DAUTH01P
033300 LOG-DECLINE.                                                     DAUTH01P
033400     MOVE SPACES TO CD16-DATA.                                    DAUTH01P
033500     MOVE DCL-ACC-PID TO CD16I-PERSON-PID.                        DAUTH01P
033600     MOVE WS-PROGRAM-ID TO CD16I-PROGRAM.                         DAUTH01P
033700     MOVE CAU1I-AMOUNT TO WS-AMT-DISP.                            DAUTH01P
033800     MOVE SPACES TO CD16I-MESSAGE.                                DAUTH01P
033900     STRING 'CARD AUTH DECLINED ' CAU1O-RESPONSE-CODE             DAUTH01P
034000            ' ' CAU1I-CARDNO ' ' WS-AMT-DISP                      DAUTH01P
034100            ' AT ' CAU1I-TERMINAL                                 DAUTH01P
034200            DELIMITED BY SIZE INTO CD16I-MESSAGE.                 DAUTH01P
034300     CALL 'DBANK16P' USING WS-16-COMMAREA.                        DAUTH01P
034400 LOG-DECLINE-EXIT.                                                DAUTH01P
034500     EXIT.                                                        DAUTH01P
