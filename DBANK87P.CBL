001700*              the usual guards would reject, with an           * DBANK87P
001800*              exception logged, since the cash is gone), and   * DBANK87P
001900*              reconcile the trailer control totals against     * DBANK87P
002000*              what was posted. A withdrawal the card network   * DBANK87P
002020*              authorized online consumes its authorization     * DBANK87P
002040*              hold instead of being force-posted               * DBANK87P
002050*              A card purchase settles through the same file -  * DBANK87P
002060*              on a credit card account the balance runs below  * DBANK87P
002070*              zero up to the credit limit and the item is put  * DBANK87P
002080*              on the card activity the statement is built from * DBANK87P
002085*              A refund of a card purchase is credited back,    * DBANK87P
002090*              and on a debit account purchases earn cashback   * DBANK87P
002095*              on the rewards ledger, which refunds reverse     * DBANK87P
002100*              SQL version                                      * DBANK87P
002200***************************************************************** DBANK87P
002300                                                                  DBANK87P
004200   05  WS-QUEUE-LENGTH                       PIC S9(4) COMP.      DBANK87P
004300   05  WS-TRAILER-SEEN                       PIC X(1).            DBANK87P
004310   05  WS-SUB1                               PIC S9(4) COMP.      DBANK87P
004315   05  WS-AUTH-MATCHED                       PIC X(1).            DBANK87P
004320***************************************************************** DBANK87P
004330* The day's dispense rolled up by terminal while the queue      * DBANK87P
004340* drains - written to the device activity history and           * DBANK87P
005400     10  ATM-ITEM-TYPE                       PIC X(1).            DBANK87P
005500       88  ATM-ITEM-WITHDRAWAL               VALUE 'W'.           DBANK87P
005600       88  ATM-ITEM-FEE                      VALUE 'F'.           DBANK87P
005602*      A card purchase at a point of sale, settled through the    DBANK87P
005604*      same switch                                                DBANK87P
005606       88  ATM-ITEM-PURCHASE                 VALUE 'P'.           DBANK87P
005607*      A refund of an earlier card purchase, credited back to     DBANK87P
005608*      the account                                                DBANK87P
005609       88  ATM-ITEM-REFUND                   VALUE 'R'.           DBANK87P
005610*      The switch identifies activity by the card presented,      DBANK87P
005620*      not the account - the card registry resolves the           DBANK87P
005630*      account and proves the card may be used                    DBANK87P
005800     10  ATM-AMOUNT                          PIC X(9).            DBANK87P
005900     10  ATM-AMOUNT-N REDEFINES ATM-AMOUNT   PIC 9(7)V99.         DBANK87P
006000     10  ATM-TERMINAL                        PIC X(4).            DBANK87P
006020*      The approval code the authorization service handed out -   DBANK87P
006040*      blank when the item was not authorized online              DBANK87P
006060     10  ATM-AUTH-CODE                       PIC X(6).            DBANK87P
006070*      The bank's spending category the switch maps the merchant  DBANK87P
006080*      to - carried on purchases and refunds, blank otherwise     DBANK87P
006090     10  ATM-MERCH-CAT                       PIC X(4).            DBANK87P
006100   05  ATM-TRAILER REDEFINES ATM-DETAIL.                          DBANK87P
006200     10  ATM-TRL-COUNT                       PIC 9(7).            DBANK87P
006300     10  ATM-TRL-AMOUNT                      PIC 9(11)V99.        DBANK87P
006400     10  FILLER                              PIC X(20).           DBANK87P
006500                                                                  DBANK87P
006600 01  WS-EXCEPTION-DATA.                                           DBANK87P
006700 COPY CBANKD16.                                                   DBANK87P
006720 01  WS-H1-COMMAREA.                                              DBANK87P
006740 COPY CHOLDD01.                                                   DBANK87P
006760 01  WS-CR-COMMAREA.                                              DBANK87P
006780 COPY CCCRDD01.                                                   DBANK87P
006800                                                                  DBANK87P
006820 01  WS-FD-COMMAREA.                                              DBANK87P
006840 COPY CFEEDD01.                                                   DBANK87P
006860 01  WS-RW-COMMAREA.                                              DBANK87P
006880 COPY CRWRDD01.                                                   DBANK87P
006900   EXEC SQL                                                       DBANK87P
007000        BEGIN DECLARE SECTION                                     DBANK87P
007100   END-EXEC.                                                      DBANK87P
007700 01  WS-SETTLE-AREAS.                                             DBANK87P
007800   05  WS-ACC-PID                            PIC X(5).            DBANK87P
007900   05  WS-ACC-STATUS                         PIC X(1).            DBANK87P
007950   05  WS-ACC-TYPE                           PIC X(2).            DBANK87P
008000   05  WS-OLD-BALANCE                        PIC S9(7)V99 COMP-3. DBANK87P
008100   05  WS-NEW-BALANCE                        PIC S9(7)V99 COMP-3. DBANK87P
008200   05  WS-ITEM-AMOUNT                        PIC S9(7)V99 COMP-3. DBANK87P
008220   05  WS-FLOOR-BALANCE                      PIC S9(7)V99 COMP-3. DBANK87P
008240   05  WS-CARD-LIMIT                         PIC S9(7)V99 COMP-3. DBANK87P
008300   05  WS-ITEM-SUB-TYPE                      PIC X(1).            DBANK87P
008310   05  WS-CARD-ACCNO                         PIC X(9).            DBANK87P
008320   05  WS-CARD-STATUS                        PIC X(1).            DBANK87P
011700     INITIALIZE CD87O-DATA.                                       DBANK87P
011800     SET CD87O-RUN-OK TO TRUE.                                    DBANK87P
011900     MOVE 'N' TO WS-TRAILER-SEEN.                                 DBANK87P
011905                                                                  DBANK87P
011910***************************************************************** DBANK87P
011915* Hand the feed to the inbound monitor first - it logs the      * DBANK87P
011920* arrival and takes back a file already processed once          * DBANK87P
011925***************************************************************** DBANK87P
011930     INITIALIZE CFD1-DATA.                                        DBANK87P
011935     SET CFD1I-RECEIVE TO TRUE.                                   DBANK87P
011940     MOVE 'ATMI' TO CFD1I-QUEUE.                                  DBANK87P
011945     MOVE WS-PROGRAM-ID TO CFD1I-CONSUMER.                        DBANK87P
011950 COPY CFEEDX01.                                                   DBANK87P
011955     IF CFD1O-DUPLICATE OR                                        DBANK87P
011960        CFD1O-REQUEST-FAIL                                        DBANK87P
011965        SET CD87O-RUN-FAIL TO TRUE                                DBANK87P
011970        MOVE CFD1O-MSG TO CD87O-MSG                               DBANK87P
011975        GO TO DBANK87P-EXIT                                       DBANK87P
011980     END-IF.                                                      DBANK87P
012010     INITIALIZE CD98-DATA.                                        DBANK87P
012020     SET CD98I-READ-BUSINESS-DATE TO TRUE.                        DBANK87P
012030 COPY CBANKX98.                                                   DBANK87P
019230* its account. An unknown card is an unmatched item; a card     * DBANK87P
019240* that is not active - blocked, reported lost, reissued or      * DBANK87P
019250* never activated - is refused outright: the account is not     * DBANK87P
019260* debited and the item goes to the settlement clerk. A refund   * DBANK87P
019262* is still credited whatever the card's state - the money is    * DBANK87P
019264* the customer's                                                * DBANK87P
019266***************************************************************** DBANK87P
019271     MOVE SPACES TO WS-CARD-STATUS.                               DBANK87P
019272     EXEC SQL                                                     DBANK87P
019273          SELECT CRD_ACCNO,                                       DBANK87P
019291        MOVE 'Unable to read the card registry' TO CD87O-MSG      DBANK87P
019292        GO TO POST-SWITCH-ITEM-EXIT                               DBANK87P
019293     END-IF.                                                      DBANK87P
019294     IF NOT ATM-ITEM-REFUND AND WS-CARD-STATUS IS NOT EQUAL TO 'A'DBANK87P
019295        ADD 1 TO CD87O-ITEMS-REJECTED                             DBANK87P
019296        MOVE SPACES TO CD16I-MESSAGE                              DBANK87P
019297        STRING 'SETTLEMENT REJECTED - CARD NOT USABLE '           DBANK87P
019400     EXEC SQL                                                     DBANK87P
019500          SELECT BAC_PID,                                         DBANK87P
019600                 BAC_BALANCE,                                     DBANK87P
019700                 BAC_STATUS,                                      DBANK87P
019750                 BAC_ACCTYPE                                      DBANK87P
019800          INTO :WS-ACC-PID,                                       DBANK87P
019900               :WS-OLD-BALANCE,                                   DBANK87P
020000               :WS-ACC-STATUS,                                    DBANK87P
020050               :WS-ACC-TYPE                                       DBANK87P
020100          FROM BNKACC                                             DBANK87P
020200          WHERE BAC_ACCNO = :WS-CARD-ACCNO                        DBANK87P
020300     END-EXEC.                                                    DBANK87P
021500        MOVE 'Unable to read the account' TO CD87O-MSG            DBANK87P
021600        GO TO POST-SWITCH-ITEM-EXIT                               DBANK87P
021700     END-IF.                                                      DBANK87P
021705***************************************************************** DBANK87P
021710* A credit card account runs below zero up to its credit        * DBANK87P
021715* limit, so the guard measures the posting against that         * DBANK87P
021720* floor instead of a nil balance                                * DBANK87P
021725***************************************************************** DBANK87P
021730     MOVE ZERO TO WS-FLOOR-BALANCE.                               DBANK87P
021735     IF WS-ACC-TYPE IS EQUAL TO 'CC'                              DBANK87P
021740        PERFORM READ-CARD-LIMIT THRU                              DBANK87P
021745                READ-CARD-LIMIT-EXIT                              DBANK87P
021750        IF CD87O-RUN-FAIL                                         DBANK87P
021755           GO TO POST-SWITCH-ITEM-EXIT                            DBANK87P
021760        END-IF                                                    DBANK87P
021765     END-IF.                                                      DBANK87P
021800     IF ATM-ITEM-REFUND                                           DBANK87P
021810        COMPUTE WS-NEW-BALANCE =                                  DBANK87P
021820                WS-OLD-BALANCE + WS-ITEM-AMOUNT                   DBANK87P
021830     ELSE                                                         DBANK87P
021840        COMPUTE WS-NEW-BALANCE =                                  DBANK87P
021850                WS-OLD-BALANCE - WS-ITEM-AMOUNT                   DBANK87P
021860     END-IF.                                                      DBANK87P
021905***************************************************************** DBANK87P
021910* A withdrawal or purchase the network authorized online was    * DBANK87P
021915* proven against the available balance at the time - it         * DBANK87P
021920* consumes its hold and posts as an ordinary item               * DBANK87P
021925***************************************************************** DBANK87P
021930     MOVE 'N' TO WS-AUTH-MATCHED.                                 DBANK87P
021935     IF ATM-ITEM-WITHDRAWAL OR ATM-ITEM-PURCHASE                  DBANK87P
021940        PERFORM CONSUME-AUTH-HOLD THRU                            DBANK87P
021945                CONSUME-AUTH-HOLD-EXIT                            DBANK87P
021950     END-IF.                                                      DBANK87P
022000***************************************************************** DBANK87P
022100* The guards still speak - they just cannot refuse. Anything    * DBANK87P
022200* they would have rejected posts anyway and raises an           * DBANK87P
022300* exception for the settlement clerk                            * DBANK87P
022400***************************************************************** DBANK87P
022500     IF WS-AUTH-MATCHED IS EQUAL TO 'N' AND                       DBANK87P
022600        (WS-ACC-STATUS IS NOT EQUAL TO SPACE OR                   DBANK87P
022650         (WS-NEW-BALANCE IS LESS THAN WS-FLOOR-BALANCE AND        DBANK87P
022660          NOT ATM-ITEM-REFUND))                                   DBANK87P
022700        ADD 1 TO CD87O-ITEMS-FORCED                               DBANK87P
022800        MOVE SPACES TO CD16I-MESSAGE                              DBANK87P
022900        STRING 'SETTLEMENT FORCE-POSTED AGAINST ' WS-CARD-ACCNO   DBANK87P
024600          SET :WS-POST-TIMESTAMP = CURRENT TIMESTAMP              DBANK87P
024700     END-EXEC.                                                    DBANK87P
024800     MOVE SPACES TO TXN-DATA-OLD.                                 DBANK87P
024900     EVALUATE TRUE                                                DBANK87P
024950       WHEN ATM-ITEM-FEE                                          DBANK87P
025000         MOVE '8' TO WS-ITEM-SUB-TYPE                             DBANK87P
025050         MOVE 'ATM inquiry fee' TO TXN-T3-OLD-DESC                DBANK87P
025100       WHEN ATM-ITEM-PURCHASE                                     DBANK87P
025150         MOVE '7' TO WS-ITEM-SUB-TYPE                             DBANK87P
025200         MOVE 'Card purchase' TO TXN-T3-OLD-DESC                  DBANK87P
025210       WHEN ATM-ITEM-REFUND                                       DBANK87P
025220         MOVE '9' TO WS-ITEM-SUB-TYPE                             DBANK87P
025230         MOVE 'Card refund' TO TXN-T3-OLD-DESC                    DBANK87P
025250       WHEN OTHER                                                 DBANK87P
025300         MOVE '6' TO WS-ITEM-SUB-TYPE                             DBANK87P
025350         MOVE 'ATM cash withdrawal' TO TXN-T3-OLD-DESC            DBANK87P
025400     END-EVALUATE.                                                DBANK87P
025600     MOVE 'ATM  ' TO TXN-T3-OLD-TELLER.                           DBANK87P
025700     MOVE ATM-TERMINAL TO TXN-T3-OLD-DRAWER.                      DBANK87P
025710***************************************************************** DBANK87P
026400                       BTX_TIMESTAMP,                             DBANK87P
026500                       BTX_AMOUNT,                                DBANK87P
026600                       BTX_DATA_OLD,                              DBANK87P
026601                       BTX_REF,                                   DBANK87P
026650                       BTX_CATEGORY)                              DBANK87P
026700          VALUES (:WS-ACC-PID,                                    DBANK87P
026800                  '3',                                            DBANK87P
026900                  :WS-ITEM-SUB-TYPE,                              DBANK87P
027100                  :WS-POST-TIMESTAMP,                             DBANK87P
027200                  :WS-ITEM-AMOUNT,                                DBANK87P
027300                  :TXN-DATA-OLD,                                  DBANK87P
027301                  :TR-REF,                                        DBANK87P
027350                  :ATM-MERCH-CAT)                                 DBANK87P
027400     END-EXEC.                                                    DBANK87P
027500     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK87P
027600        SET CD87O-RUN-FAIL TO TRUE                                DBANK87P
027700        MOVE 'Unable to journal a settlement item' TO CD87O-MSG   DBANK87P
027800        GO TO POST-SWITCH-ITEM-EXIT                               DBANK87P
027900     END-IF.                                                      DBANK87P
027920*    A debit account earns cashback on its purchases. The card    DBANK87P
027922*    activity a credit card statement is built from takes no      DBANK87P
027924*    credits, so a refund to a card account is only journalled    DBANK87P
027926*    and the settlement clerk is told                             DBANK87P
027928     EVALUATE TRUE                                                DBANK87P
027930       WHEN WS-ACC-TYPE IS NOT EQUAL TO 'CC'                      DBANK87P
027932         PERFORM ACCRUE-CASHBACK THRU                             DBANK87P
027934                 ACCRUE-CASHBACK-EXIT                             DBANK87P
027936       WHEN ATM-ITEM-REFUND                                       DBANK87P
027938         MOVE SPACES TO CD16I-MESSAGE                             DBANK87P
027940         STRING 'CARD REFUND NOT ON CARD ACTIVITY FOR '           DBANK87P
027942                WS-CARD-ACCNO                                     DBANK87P
027944                DELIMITED BY SIZE INTO CD16I-MESSAGE              DBANK87P
027946         PERFORM LOG-SETTLE-EXCEPTION THRU                        DBANK87P
027948                 LOG-SETTLE-EXCEPTION-EXIT                        DBANK87P
027950       WHEN OTHER                                                 DBANK87P
027952         PERFORM RECORD-CARD-ACTIVITY THRU                        DBANK87P
027954                 RECORD-CARD-ACTIVITY-EXIT                        DBANK87P
027956     END-EVALUATE.                                                DBANK87P
028000     ADD 1 TO CD87O-ITEMS-POSTED.                                 DBANK87P
028100     ADD WS-ITEM-AMOUNT TO CD87O-TOTAL-POSTED.                    DBANK87P
028110     IF ATM-ITEM-WITHDRAWAL                                       DBANK87P
030200 RECONCILE-TOTALS-EXIT.                                           DBANK87P
030300     EXIT.                                                        DBANK87P
030400                                                                  DBANK87P
030402***************************************************************** DBANK87P
030404* Consume the authorization hold behind a withdrawal - by the   * DBANK87P
030406* approval code the switch quotes, or failing that the oldest   * DBANK87P
030408* live hold for the same card and amount. An item with no hold  * DBANK87P
030410* behind it goes through the usual guards; a hold register that * DBANK87P
030412* cannot be read is an exception, not a reason to stop the run  * DBANK87P
030414***************************************************************** DBANK87P
030416 CONSUME-AUTH-HOLD.                                               DBANK87P
030418     MOVE SPACES TO CDH1-DATA.                                    DBANK87P
030420     SET CDH1I-SETTLE-AUTH-HOLD TO TRUE.                          DBANK87P
030422     MOVE WS-CARD-ACCNO TO CDH1I-ACC.                             DBANK87P
030424     MOVE WS-ITEM-AMOUNT TO CDH1I-AMOUNT.                         DBANK87P
030426     MOVE ATM-AUTH-CODE TO CDH1I-CHQNO.                           DBANK87P
030428     MOVE SPACES TO CDH1I-AUTHORITY.                              DBANK87P
030430     STRING 'CARD ' ATM-CARDNO                                    DBANK87P
030432            DELIMITED BY SIZE INTO CDH1I-AUTHORITY.               DBANK87P
030434     MOVE 'ATM  ' TO CDH1I-USERID.                                DBANK87P
030436 COPY CHOLDX01.                                                   DBANK87P
030438     IF CDH1O-REQUEST-OK                                          DBANK87P
030440        MOVE 'Y' TO WS-AUTH-MATCHED                               DBANK87P
030442        ADD 1 TO CD87O-ITEMS-AUTHORIZED                           DBANK87P
030444        GO TO CONSUME-AUTH-HOLD-EXIT                              DBANK87P
030446     END-IF.                                                      DBANK87P
030448     IF NOT CDH1O-HOLD-NOT-FOUND                                  DBANK87P
030450        MOVE SPACES TO CD16I-MESSAGE                              DBANK87P
030452        STRING 'AUTHORIZATION HOLD NOT CONSUMED FOR ' ATM-CARDNO  DBANK87P
030454               DELIMITED BY SIZE INTO CD16I-MESSAGE               DBANK87P
030456        PERFORM LOG-SETTLE-EXCEPTION THRU                         DBANK87P
030458                LOG-SETTLE-EXCEPTION-EXIT                         DBANK87P
030460     END-IF.                                                      DBANK87P
030462 CONSUME-AUTH-HOLD-EXIT.                                          DBANK87P
030464     EXIT.                                                        DBANK87P
030466                                                                  DBANK87P
030500***************************************************************** DBANK87P
030600* One exception row for the settlement clerk                    * DBANK87P
030700***************************************************************** DBANK87P
031200 LOG-SETTLE-EXCEPTION-EXIT.                                       DBANK87P
031300     EXIT.                                                        DBANK87P
031400                                                                  DBANK87P
031401***************************************************************** DBANK87P
031402* The credit limit on a credit card account - the floor its     * DBANK87P
031403* balance may run down to. A card account missing from the      * DBANK87P
031404* register has no limit, and is guarded like any other account  * DBANK87P
031405***************************************************************** DBANK87P
031406 READ-CARD-LIMIT.                                                 DBANK87P
031407     EXEC SQL                                                     DBANK87P
031408          SELECT CCA_LIMIT                                        DBANK87P
031409          INTO :WS-CARD-LIMIT                                     DBANK87P
031410          FROM BNKCCAC                                            DBANK87P
031411          WHERE CCA_ACCNO = :WS-CARD-ACCNO AND                    DBANK87P
031412                CCA_STATUS = 'A'                                  DBANK87P
031413     END-EXEC.                                                    DBANK87P
031414     IF SQLCODE IS EQUAL TO +100                                  DBANK87P
031415        GO TO READ-CARD-LIMIT-EXIT                                DBANK87P
031416     END-IF.                                                      DBANK87P
031417     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK87P
031418        SET CD87O-RUN-FAIL TO TRUE                                DBANK87P
031419        MOVE 'Unable to read the card account register'           DBANK87P
031420          TO CD87O-MSG                                            DBANK87P
031421        GO TO READ-CARD-LIMIT-EXIT                                DBANK87P
031422     END-IF.                                                      DBANK87P
031423     COMPUTE WS-FLOOR-BALANCE = ZERO - WS-CARD-LIMIT.             DBANK87P
031424 READ-CARD-LIMIT-EXIT.                                            DBANK87P
031425     EXIT.                                                        DBANK87P
031426                                                                  DBANK87P
031427***************************************************************** DBANK87P
031428* Put an item posted to a credit card account on the card       * DBANK87P
031429* activity - a withdrawal is a cash advance. The posting has    * DBANK87P
031430* already been made, so a failure here is an exception for      * DBANK87P
031431* the settlement clerk, not a reason to stop the run            * DBANK87P
031432***************************************************************** DBANK87P
031433 RECORD-CARD-ACTIVITY.                                            DBANK87P
031434     INITIALIZE CCR1-DATA.                                        DBANK87P
031435     SET CCR1I-RECORD-ACTIVITY TO TRUE.                           DBANK87P
031436     MOVE WS-CARD-ACCNO TO CCR1I-ACC.                             DBANK87P
031437     MOVE WS-ITEM-AMOUNT TO CCR1I-AMOUNT.                         DBANK87P
031438     EVALUATE TRUE                                                DBANK87P
031439       WHEN ATM-ITEM-FEE                                          DBANK87P
031440         SET CCR1I-KIND-FEE TO TRUE                               DBANK87P
031441       WHEN ATM-ITEM-PURCHASE                                     DBANK87P
031442         SET CCR1I-KIND-PURCHASE TO TRUE                          DBANK87P
031443       WHEN OTHER                                                 DBANK87P
031444         SET CCR1I-KIND-CASH TO TRUE                              DBANK87P
031445     END-EVALUATE.                                                DBANK87P
031446     MOVE TXN-T3-OLD-DESC TO CCR1I-DESC.                          DBANK87P
031447     MOVE TR-REF TO CCR1I-REF.                                    DBANK87P
031448     MOVE 'ATM  ' TO CCR1I-USERID.                                DBANK87P
031449 COPY CCCRDX01.                                                   DBANK87P
031450     IF NOT CCR1O-REQUEST-OK                                      DBANK87P
031451        MOVE SPACES TO CD16I-MESSAGE                              DBANK87P
031452        STRING 'CARD ACTIVITY NOT RECORDED FOR ' WS-CARD-ACCNO    DBANK87P
031453               DELIMITED BY SIZE INTO CD16I-MESSAGE               DBANK87P
031454        PERFORM LOG-SETTLE-EXCEPTION THRU                         DBANK87P
031455                LOG-SETTLE-EXCEPTION-EXIT                         DBANK87P
031456     END-IF.                                                      DBANK87P
031457 RECORD-CARD-ACTIVITY-EXIT.                                       DBANK87P
031458     EXIT.                                                        DBANK87P
031459***************************************************************** DBANK87P
031460* A card purchase earns cashback on the account's rewards ledger* DBANK87P
031461* and a refund takes back what the purchase earned. The posting * DBANK87P
031462* has already been made, so a ledger problem is an exception for* DBANK87P
031463* the settlement clerk, not a reason to stop the run            * DBANK87P
031464***************************************************************** DBANK87P
031465 ACCRUE-CASHBACK.                                                 DBANK87P
031466     IF NOT ATM-ITEM-PURCHASE AND                                 DBANK87P
031467        NOT ATM-ITEM-REFUND                                       DBANK87P
031468        GO TO ACCRUE-CASHBACK-EXIT                                DBANK87P
031469     END-IF.                                                      DBANK87P
031470     INITIALIZE CWD1-DATA.                                        DBANK87P
031471     IF ATM-ITEM-PURCHASE                                         DBANK87P
031472        SET CWD1I-EARN TO TRUE                                    DBANK87P
031473     ELSE                                                         DBANK87P
031474        SET CWD1I-REVERSE TO TRUE                                 DBANK87P
031475     END-IF.                                                      DBANK87P
031476     MOVE 'ATM  ' TO CWD1I-USERID.                                DBANK87P
031477     MOVE WS-CARD-ACCNO TO CWD1I-ACC.                             DBANK87P
031478     MOVE ATM-CARDNO TO CWD1I-CARDNO.                             DBANK87P
031479     MOVE ATM-AUTH-CODE TO CWD1I-AUTH-CODE.                       DBANK87P
031480     MOVE ATM-MERCH-CAT TO CWD1I-CATEGORY.                        DBANK87P
031481     MOVE WS-ITEM-AMOUNT TO CWD1I-AMOUNT.                         DBANK87P
031482     MOVE TR-REF TO CWD1I-REF.                                    DBANK87P
031483 COPY CRWRDX01.                                                   DBANK87P
031484     IF CWD1O-REQUEST-FAIL                                        DBANK87P
031485        MOVE SPACES TO CD16I-MESSAGE                              DBANK87P
031486        STRING 'CASHBACK NOT ACCRUED FOR ' WS-CARD-ACCNO          DBANK87P
031487               DELIMITED BY SIZE INTO CD16I-MESSAGE               DBANK87P
031488        PERFORM LOG-SETTLE-EXCEPTION THRU                         DBANK87P
031489                LOG-SETTLE-EXCEPTION-EXIT                         DBANK87P
031490     END-IF.                                                      DBANK87P
031491 ACCRUE-CASHBACK-EXIT.                                            DBANK87P
031492     EXIT.                                                        DBANK87P
031500***************************************************************** DBANK87P
031600* Roll a withdrawal into the day's total for the machine that   * DBANK87P
031700* dispensed it                                                  * DBANK87P
