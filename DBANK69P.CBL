001400* Function:    Inbound direct-credit/direct-debit processor -   * DBANK69P
001500*              drain the ACHI queue loaded from the             * DBANK69P
001600*              originator's fixed-format file, validate and     * DBANK69P
001700*              post each item against BNKACC, hold rejects on   * DBANK69P
001750*              the repair queue with reason codes, checkpoint   * DBANK69P
001800*              the last item posted so an abended run can       * DBANK69P
001850*              resume mid-file, repost a repaired item, and     * DBANK69P
001900*              post a credit for a corporate's virtual number   * DBANK69P
001950*              to the settlement account behind it, apply the   * DBANK69P
001960*              originators' mandate setup and cancellation      * DBANK69P
001970*              instructions, and return unpaid any direct debit * DBANK69P
001980*              no live mandate covers or whose originator the   * DBANK69P
001990*              customer has blocked, and post through the       * DBANK69P
001993*              wrapper service a tax-free transfer in from      * DBANK69P
001996*              another provider                                 * DBANK69P
002000*              SQL version                                      * DBANK69P
002100***************************************************************** DBANK69P
002200                                                                  DBANK69P
004400* One record off the originator's payment file - the item       * DBANK69P
004500* sequence within the file, credit/debit marker, target         * DBANK69P
004600* account, amount (unsigned, two assumed decimals) and the      * DBANK69P
004700* originator's narrative. A direct debit, or a mandate setup or * DBANK69P
004720* cancellation instruction, carries the originator's mandate    * DBANK69P
004740* reference after it - a record in the older, shorter layout    * DBANK69P
004760* has none                                                      * DBANK69P
004800***************************************************************** DBANK69P
004900 01  WS-PAYMENT-RECORD.                                           DBANK69P
005000   05  PAY-SEQ-NO                            PIC X(7).            DBANK69P
005200   05  PAY-TYPE                              PIC X(1).            DBANK69P
005300     88  PAY-TYPE-CREDIT                     VALUE 'C'.           DBANK69P
005400     88  PAY-TYPE-DEBIT                      VALUE 'D'.           DBANK69P
005420     88  PAY-TYPE-MANDATE-SETUP              VALUE 'N'.           DBANK69P
005440     88  PAY-TYPE-MANDATE-CANCEL             VALUE 'X'.           DBANK69P
005450     88  PAY-TYPE-WRAPPER-XFER               VALUE 'T'.           DBANK69P
005500   05  PAY-ACCNO                             PIC X(9).            DBANK69P
005600   05  PAY-AMOUNT                            PIC X(9).            DBANK69P
005700   05  PAY-AMOUNT-N REDEFINES PAY-AMOUNT     PIC 9(7)V99.         DBANK69P
005800   05  PAY-ORIGINATOR                        PIC X(20).           DBANK69P
005850   05  PAY-MANDATE-REF                       PIC X(18).           DBANK69P
005900                                                                  DBANK69P
006000***************************************************************** DBANK69P
006100* The reason an item is refused - it is held with the item on   * DBANK69P
006200* the payment repair queue                                      * DBANK69P
006300***************************************************************** DBANK69P
006400 01  WS-REJECT-AREAS.                                             DBANK69P
006500   05  REJ-REASON                            PIC X(9).            DBANK69P
007100     88  REJ-REASON-NO-ACCOUNT               VALUE 'NOACCOUNT'.   DBANK69P
007200     88  REJ-REASON-ACCT-HELD                VALUE 'ACCTHELD '.   DBANK69P
007300     88  REJ-REASON-NSF                      VALUE 'NSF      '.   DBANK69P
007400     88  REJ-REASON-BAD-ITEM                 VALUE 'BADITEM  '.   DBANK69P
007420     88  REJ-REASON-NO-MANDATE               VALUE 'NOMANDATE'.   DBANK69P
007440     88  REJ-REASON-ORIG-BLOCKED             VALUE 'ORIGBLOCK'.   DBANK69P
007450     88  REJ-REASON-INSOLVENT                VALUE 'INSOLVENT'.   DBANK69P
007460     88  REJ-REASON-ALLOWANCE                VALUE 'ALLOWANCE'.   DBANK69P
007462     88  REJ-REASON-VACC-CLOSED              VALUE 'VACCLOSED'.   DBANK69P
007463     88  REJ-REASON-NOT-WRAPPER              VALUE 'NOTWRAPPR'.   DBANK69P
007464                                                                  DBANK69P
007465***************************************************************** DBANK69P
007466* One record for the machine-readable return file - a credit to * DBANK69P
007468* a closed virtual number goes straight back with AC04, and a   * DBANK69P
007470* direct debit with no mandate or from a blocked originator     * DBANK69P
007471* with MD01 or SL01, the mandate reference following the code   * DBANK69P
007472***************************************************************** DBANK69P
007473 01  WS-RETURN-RECORD.                                            DBANK69P
007476   05  RET-ITEM                              PIC X(46).           DBANK69P
007478   05  RET-CODE                              PIC X(9).            DBANK69P
007480   05  RET-MANDATE-REF                       PIC X(18).           DBANK69P
007500                                                                  DBANK69P
007520 01  WS-FD-COMMAREA.                                              DBANK69P
007540 COPY CFEEDD01.                                                   DBANK69P
007560 01  WS-MD-COMMAREA.                                              DBANK69P
007580 COPY CMANDD01.                                                   DBANK69P
007600   EXEC SQL                                                       DBANK69P
007700        BEGIN DECLARE SECTION                                     DBANK69P
007800   END-EXEC.                                                      DBANK69P
008000     EXEC SQL                                                     DBANK69P
008100          INCLUDE CBANKD69                                        DBANK69P
008200     END-EXEC.                                                    DBANK69P
008220 01  WS-W1-COMMAREA.                                              DBANK69P
008240     EXEC SQL                                                     DBANK69P
008260          INCLUDE CTWRPD01                                        DBANK69P
008280     END-EXEC.                                                    DBANK69P
008282 01  WS-RQ-COMMAREA.                                              DBANK69P
008284     EXEC SQL                                                     DBANK69P
008286          INCLUDE CRPRQD01                                        DBANK69P
008288     END-EXEC.                                                    DBANK69P
008290 01  WS-VA-COMMAREA.                                              DBANK69P
008292     EXEC SQL                                                     DBANK69P
008294          INCLUDE CVACCD01                                        DBANK69P
008296     END-EXEC.                                                    DBANK69P
008300                                                                  DBANK69P
008400 01  WS-POSTING-AREAS.                                            DBANK69P
008500   05  WS-ACC-PID                            PIC X(5).            DBANK69P
009310   05  WS-SWC-ROUTING                        PIC X(9).            DBANK69P
009320   05  WS-SWC-NEW-ACC                        PIC X(9).            DBANK69P
009330   05  WS-FWD-REF                            PIC S9(7) COMP-3.    DBANK69P
009350   05  WS-INSV-COUNT                         PIC S9(5) COMP-3.    DBANK69P
009360   05  WS-VIRTUAL-ACC                        PIC X(9).            DBANK69P
009380   05  WS-MANDATE-ID                         PIC 9(7).            DBANK69P
009400                                                                  DBANK69P
009500     EXEC SQL                                                     DBANK69P
009600          INCLUDE CBANKSTX                                        DBANK69P
012500***************************************************************** DBANK69P
012600     INITIALIZE CD69O-DATA.                                       DBANK69P
012700     SET CD69O-RUN-OK TO TRUE.                                    DBANK69P
012705                                                                  DBANK69P
012710***************************************************************** DBANK69P
012715* A repaired item from the repair queue is posted on its own,   * DBANK69P
012720* outside the file's checkpoint                                 * DBANK69P
012725***************************************************************** DBANK69P
012730     IF CD69I-REPOST-ITEM                                         DBANK69P
012735        MOVE CD69I-ITEM TO WS-PAYMENT-RECORD                      DBANK69P
012740        MOVE ZEROES TO WS-CHECKPOINT-SEQ                          DBANK69P
012745        ADD 1 TO CD69O-ITEMS-READ                                 DBANK69P
012750        PERFORM PROCESS-PAYMENT THRU                              DBANK69P
012755                PROCESS-PAYMENT-EXIT                              DBANK69P
012760        GO TO DBANK69P-EXIT                                       DBANK69P
012765     END-IF.                                                      DBANK69P
012800                                                                  DBANK69P
012900***************************************************************** DBANK69P
013000* Pick up the checkpoint for this file - zero when the file     * DBANK69P
016100        END-IF                                                    DBANK69P
016200     END-IF.                                                      DBANK69P
016300                                                                  DBANK69P
016305***************************************************************** DBANK69P
016310* Hand the feed to the inbound monitor first - it logs the      * DBANK69P
016315* arrival and takes back a file already processed once          * DBANK69P
016320***************************************************************** DBANK69P
016325     INITIALIZE CFD1-DATA.                                        DBANK69P
016330     SET CFD1I-RECEIVE TO TRUE.                                   DBANK69P
016335     MOVE 'ACHI' TO CFD1I-QUEUE.                                  DBANK69P
016340     MOVE WS-PROGRAM-ID TO CFD1I-CONSUMER.                        DBANK69P
016345 COPY CFEEDX01.                                                   DBANK69P
016350     IF CFD1O-DUPLICATE OR                                        DBANK69P
016355        CFD1O-REQUEST-FAIL                                        DBANK69P
016360        SET CD69O-RUN-FAIL TO TRUE                                DBANK69P
016365        MOVE CFD1O-MSG TO CD69O-MSG                               DBANK69P
016370        GO TO DBANK69P-EXIT                                       DBANK69P
016375     END-IF.                                                      DBANK69P
016400***************************************************************** DBANK69P
016500* Drain the payment queue one item at a time                    * DBANK69P
016600***************************************************************** DBANK69P
016700 PAYMENT-ITEM-LOOP.                                               DBANK69P
016750     MOVE SPACES TO WS-PAYMENT-RECORD.                            DBANK69P
016800     MOVE LENGTH OF WS-PAYMENT-RECORD TO WS-QUEUE-LENGTH.         DBANK69P
016900     EXEC CICS READQ TD                                           DBANK69P
017000               QUEUE('ACHI')                                      DBANK69P
020600* posted it, post it, or reject it                              * DBANK69P
020700***************************************************************** DBANK69P
020800 PROCESS-PAYMENT.                                                 DBANK69P
020805     MOVE ZERO TO WS-MANDATE-ID.                                  DBANK69P
020810***************************************************************** DBANK69P
020820* The checkpoint skip runs first so a rerun never re-returns an * DBANK69P
020830* item - posted or rejected - that an earlier attempt already   * DBANK69P
021000        PAY-AMOUNT IS NOT NUMERIC OR                              DBANK69P
021100        PAY-ACCNO IS EQUAL TO SPACES OR                           DBANK69P
021200        (NOT PAY-TYPE-CREDIT AND                                  DBANK69P
021250         NOT PAY-TYPE-DEBIT AND                                   DBANK69P
021300         NOT PAY-TYPE-MANDATE-SETUP AND                           DBANK69P
021350         NOT PAY-TYPE-MANDATE-CANCEL AND                          DBANK69P
021360         NOT PAY-TYPE-WRAPPER-XFER)                               DBANK69P
021400        SET REJ-REASON-BAD-ITEM TO TRUE                           DBANK69P
021500        PERFORM REJECT-PAYMENT THRU                               DBANK69P
021600                REJECT-PAYMENT-EXIT                               DBANK69P
021700        GO TO PROCESS-PAYMENT-EXIT                                DBANK69P
021800     END-IF.                                                      DBANK69P
021850***************************************************************** DBANK69P
021900* A mandate setup or cancellation moves no money - it only      * DBANK69P
021950* updates the payer's mandate register                          * DBANK69P
022000***************************************************************** DBANK69P
022050     IF PAY-TYPE-MANDATE-SETUP OR                                 DBANK69P
022100        PAY-TYPE-MANDATE-CANCEL                                   DBANK69P
022150        PERFORM PROCESS-INSTRUCTION THRU                          DBANK69P
022200                PROCESS-INSTRUCTION-EXIT                          DBANK69P
022250        GO TO PROCESS-PAYMENT-EXIT                                DBANK69P
022300     END-IF.                                                      DBANK69P
022400     MOVE PAY-AMOUNT-N TO WS-PAY-AMOUNT.                          DBANK69P
022402***************************************************************** DBANK69P
022404* A credit addressed to one of a corporate's virtual numbers    * DBANK69P
022406* posts to the settlement account behind it, carrying the       * DBANK69P
022408* virtual number; one addressed to a closed number goes back    * DBANK69P
022410* to the originator                                             * DBANK69P
022412***************************************************************** DBANK69P
022414     MOVE SPACES TO WS-VIRTUAL-ACC.                               DBANK69P
022416     IF PAY-TYPE-CREDIT                                           DBANK69P
022418        INITIALIZE CVA1-DATA                                      DBANK69P
022420        SET CVA1I-RESOLVE-ACC TO TRUE                             DBANK69P
022422        MOVE PAY-ACCNO TO CVA1I-ACCNO                             DBANK69P
022424 COPY CVACCX01.                                                   DBANK69P
022426        IF NOT CVA1O-REQUEST-OK                                   DBANK69P
022428           SET CD69O-RUN-FAIL TO TRUE                             DBANK69P
022430           MOVE CVA1O-MSG TO CD69O-MSG                            DBANK69P
022432           GO TO PROCESS-PAYMENT-EXIT                             DBANK69P
022434        END-IF                                                    DBANK69P
022436        IF CVA1O-IS-VIRTUAL AND                                   DBANK69P
022437           CVA1O-VIRTUAL-CLOSED                                   DBANK69P
022438           SET REJ-REASON-VACC-CLOSED TO TRUE                     DBANK69P
022439           MOVE 'AC04' TO RET-CODE                                DBANK69P
022440           PERFORM RETURN-PAYMENT THRU                            DBANK69P
022441                   RETURN-PAYMENT-EXIT                            DBANK69P
022442           GO TO PROCESS-PAYMENT-EXIT                             DBANK69P
022443        END-IF                                                    DBANK69P
022448        IF CVA1O-IS-VIRTUAL                                       DBANK69P
022450           MOVE PAY-ACCNO TO WS-VIRTUAL-ACC                       DBANK69P
022452           MOVE CVA1O-REAL-ACC TO PAY-ACCNO                       DBANK69P
022454        END-IF                                                    DBANK69P
022456     END-IF.                                                      DBANK69P
022500                                                                  DBANK69P
022600***************************************************************** DBANK69P
022700* Validate the target account under the same guards DBANK04P    * DBANK69P
024800        MOVE 'Unable to read the account' TO CD69O-MSG            DBANK69P
024900        GO TO PROCESS-PAYMENT-EXIT                                DBANK69P
025000     END-IF.                                                      DBANK69P
025002***************************************************************** DBANK69P
025004* A direct-debit claim on a customer under an open insolvency   * DBANK69P
025006* case goes back to the originator - the claim is the           * DBANK69P
025008* trustee's to settle, whatever the account's state             * DBANK69P
025010***************************************************************** DBANK69P
025012     IF PAY-TYPE-DEBIT                                            DBANK69P
025014        MOVE ZERO TO WS-INSV-COUNT                                DBANK69P
025016        EXEC SQL                                                  DBANK69P
025018             SELECT COUNT(*)                                      DBANK69P
025020             INTO :WS-INSV-COUNT                                  DBANK69P
025022             FROM BNKINSV                                         DBANK69P
025024             WHERE INS_PID = :WS-ACC-PID AND                      DBANK69P
025026                   INS_STATUS = 'O'                               DBANK69P
025028        END-EXEC                                                  DBANK69P
025030        IF SQLCODE IS NOT EQUAL TO ZERO                           DBANK69P
025032           SET CD69O-RUN-FAIL TO TRUE                             DBANK69P
025034           MOVE 'Unable to read the insolvency register'          DBANK69P
025036             TO CD69O-MSG                                         DBANK69P
025038           GO TO PROCESS-PAYMENT-EXIT                             DBANK69P
025040        END-IF                                                    DBANK69P
025042        IF WS-INSV-COUNT IS GREATER THAN ZERO                     DBANK69P
025044           SET REJ-REASON-INSOLVENT TO TRUE                       DBANK69P
025046           PERFORM REJECT-PAYMENT THRU                            DBANK69P
025048                   REJECT-PAYMENT-EXIT                            DBANK69P
025050           GO TO PROCESS-PAYMENT-EXIT                             DBANK69P
025052        END-IF                                                    DBANK69P
025054     END-IF.                                                      DBANK69P
025055***************************************************************** DBANK69P
025056* A direct debit is only paid under a live mandate on the       * DBANK69P
025057* payer's register and never for an originator the customer     * DBANK69P
025058* has blocked - anything else goes straight back unpaid with    * DBANK69P
025059* the scheme reason code. An originator's first collection on   * DBANK69P
025060* an account with no mandate from it at all is taken onto the   * DBANK69P
025061* register, so mandates older than the register keep paying     * DBANK69P
025062***************************************************************** DBANK69P
025063     IF PAY-TYPE-DEBIT                                            DBANK69P
025064        INITIALIZE CMD1-DATA                                      DBANK69P
025065        SET CMD1I-CHECK-COLLECTION TO TRUE                        DBANK69P
025066        MOVE PAY-ACCNO TO CMD1I-ACC                               DBANK69P
025067        MOVE PAY-ORIGINATOR TO CMD1I-ORIGINATOR                   DBANK69P
025068        MOVE PAY-MANDATE-REF TO CMD1I-REF                         DBANK69P
025069        MOVE WS-PAY-AMOUNT TO CMD1I-AMOUNT                        DBANK69P
025070 COPY CMANDX01.                                                   DBANK69P
025071        IF CMD1O-REFUSED                                          DBANK69P
025072           IF CMD1O-ORIG-BLOCKED                                  DBANK69P
025073              SET REJ-REASON-ORIG-BLOCKED TO TRUE                 DBANK69P
025074           ELSE                                                   DBANK69P
025075              SET REJ-REASON-NO-MANDATE TO TRUE                   DBANK69P
025076           END-IF                                                 DBANK69P
025077           MOVE CMD1O-RETURN-CODE TO RET-CODE                     DBANK69P
025078           PERFORM RETURN-PAYMENT THRU                            DBANK69P
025079                   RETURN-PAYMENT-EXIT                            DBANK69P
025080           GO TO PROCESS-PAYMENT-EXIT                             DBANK69P
025081        END-IF                                                    DBANK69P
025082        IF NOT CMD1O-REQUEST-OK                                   DBANK69P
025083           SET CD69O-RUN-FAIL TO TRUE                             DBANK69P
025084           MOVE CMD1O-MSG TO CD69O-MSG                            DBANK69P
025085           GO TO PROCESS-PAYMENT-EXIT                             DBANK69P
025086        END-IF                                                    DBANK69P
025087        MOVE CMD1O-MANDATE-ID TO WS-MANDATE-ID                    DBANK69P
025088     END-IF.                                                      DBANK69P
025100     IF WS-ACC-STATUS IS NOT EQUAL TO SPACE                       DBANK69P
025200        SET REJ-REASON-ACCT-HELD TO TRUE                          DBANK69P
025300        PERFORM REJECT-PAYMENT THRU                               DBANK69P
025400                REJECT-PAYMENT-EXIT                               DBANK69P
025500        GO TO PROCESS-PAYMENT-EXIT                                DBANK69P
025600     END-IF.                                                      DBANK69P
025601***************************************************************** DBANK69P
025602* A transfer in from another provider's tax-free account posts  * DBANK69P
025603* through the wrapper service, which journals it and keeps it   * DBANK69P
025604* off the year's allowance - one the account cannot take goes   * DBANK69P
025605* to the repair queue                                           * DBANK69P
025606***************************************************************** DBANK69P
025607     IF PAY-TYPE-WRAPPER-XFER                                     DBANK69P
025608        INITIALIZE CTW1-DATA                                      DBANK69P
025609        SET CTW1I-TRANSFER-IN TO TRUE                             DBANK69P
025610        MOVE PAY-ACCNO TO CTW1I-ACC                               DBANK69P
025611        MOVE WS-PAY-AMOUNT TO CTW1I-AMOUNT                        DBANK69P
025612        MOVE PAY-ORIGINATOR TO CTW1I-PROVIDER                     DBANK69P
025613        MOVE 'ACHI' TO CTW1I-USERID                               DBANK69P
025614 COPY CTWRPX01.                                                   DBANK69P
025615        IF CTW1O-CREDIT-REFUSED OR                                DBANK69P
025616           CTW1O-NOT-FOUND                                        DBANK69P
025617           SET REJ-REASON-NOT-WRAPPER TO TRUE                     DBANK69P
025618           PERFORM REJECT-PAYMENT THRU                            DBANK69P
025619                   REJECT-PAYMENT-EXIT                            DBANK69P
025620           GO TO PROCESS-PAYMENT-EXIT                             DBANK69P
025621        END-IF                                                    DBANK69P
025622        IF NOT CTW1O-REQUEST-OK                                   DBANK69P
025623           SET CD69O-RUN-FAIL TO TRUE                             DBANK69P
025624           MOVE CTW1O-MSG TO CD69O-MSG                            DBANK69P
025625           GO TO PROCESS-PAYMENT-EXIT                             DBANK69P
025626        END-IF                                                    DBANK69P
025627        MOVE SPACES TO TR-REF                                     DBANK69P
025628        GO TO PROCESS-PAYMENT-CHECKPOINT                          DBANK69P
025629     END-IF.                                                      DBANK69P
025630***************************************************************** DBANK69P
025631* A credit for a customer who has switched away is not posted   * DBANK69P
025632* here - while the redirection window is open it is forwarded   * DBANK69P
025633* to their new bank as an outbound payment                      * DBANK69P
025634***************************************************************** DBANK69P
025635     IF PAY-TYPE-CREDIT                                           DBANK69P
025636        MOVE SPACES TO WS-SWC-ROUTING                             DBANK69P
025637        EXEC SQL                                                  DBANK69P
025638             SELECT SWC_NEW_ROUTING,                              DBANK69P
025639                    SWC_NEW_ACC                                   DBANK69P
025640             INTO :WS-SWC-ROUTING,                                DBANK69P
025641                  :WS-SWC-NEW-ACC                                 DBANK69P
025642             FROM BNKSWCH                                         DBANK69P
025643             WHERE SWC_OLD_ACC = :PAY-ACCNO AND                   DBANK69P
025644                   SWC_DIRECTION = 'O' AND                        DBANK69P
025645                   SWC_STATUS = 'R' AND                           DBANK69P
025646                   SWC_REDIR_END >= CURRENT DATE                  DBANK69P
025647        END-EXEC                                                  DBANK69P
025648        IF SQLCODE IS EQUAL TO ZERO                               DBANK69P
025649           PERFORM FORWARD-PAYMENT THRU                           DBANK69P
025650                   FORWARD-PAYMENT-EXIT                           DBANK69P
025651           GO TO PROCESS-PAYMENT-EXIT                             DBANK69P
025652        END-IF                                                    DBANK69P
025653        IF SQLCODE IS NOT EQUAL TO +100 AND                       DBANK69P
025654           SQLCODE IS NOT EQUAL TO ZERO                           DBANK69P
025655           SET CD69O-RUN-FAIL TO TRUE                             DBANK69P
025656           MOVE 'Unable to read the switch register'              DBANK69P
025657             TO CD69O-MSG                                         DBANK69P
025658           GO TO PROCESS-PAYMENT-EXIT                             DBANK69P
025659        END-IF                                                    DBANK69P
025660     END-IF.                                                      DBANK69P
025713     IF PAY-TYPE-DEBIT                                            DBANK69P
025800        MOVE '2' TO WS-PAY-SUB-TYPE                               DBANK69P
025900        COMPUTE WS-NEW-BALANCE =                                  DBANK69P
026900        COMPUTE WS-NEW-BALANCE =                                  DBANK69P
027000                WS-OLD-BALANCE + WS-PAY-AMOUNT                    DBANK69P
027100     END-IF.                                                      DBANK69P
027102***************************************************************** DBANK69P
027104* A credit into a tax-free savings wrapper must fit in what is  * DBANK69P
027106* left of the holder's annual allowance - one that does not     * DBANK69P
027108* goes back to the originator                                   * DBANK69P
027110***************************************************************** DBANK69P
027112     INITIALIZE CTW1-DATA.                                        DBANK69P
027114     IF PAY-TYPE-CREDIT                                           DBANK69P
027116        SET CTW1I-CHECK-CREDIT TO TRUE                            DBANK69P
027118        MOVE PAY-ACCNO TO CTW1I-ACC                               DBANK69P
027120        MOVE WS-PAY-AMOUNT TO CTW1I-AMOUNT                        DBANK69P
027122 COPY CTWRPX01.                                                   DBANK69P
027124        IF CTW1O-CREDIT-REFUSED                                   DBANK69P
027126           SET REJ-REASON-ALLOWANCE TO TRUE                       DBANK69P
027128           PERFORM REJECT-PAYMENT THRU                            DBANK69P
027130                   REJECT-PAYMENT-EXIT                            DBANK69P
027132           GO TO PROCESS-PAYMENT-EXIT                             DBANK69P
027134        END-IF                                                    DBANK69P
027136        IF NOT CTW1O-REQUEST-OK                                   DBANK69P
027138           SET CD69O-RUN-FAIL TO TRUE                             DBANK69P
027140           MOVE CTW1O-MSG TO CD69O-MSG                            DBANK69P
027142           GO TO PROCESS-PAYMENT-EXIT                             DBANK69P
027144        END-IF                                                    DBANK69P
027146     END-IF.                                                      DBANK69P
027200                                                                  DBANK69P
027300***************************************************************** DBANK69P
027400* Post the item and journal it, then roll the checkpoint so a   * DBANK69P
029700     MOVE PAY-ORIGINATOR TO TXN-T5-OLD-ORIGINATOR.                DBANK69P
029800     MOVE CD69I-FILE-ID TO TXN-T5-OLD-FILE-ID.                    DBANK69P
029900     MOVE PAY-SEQ-NO TO TXN-T5-OLD-SEQ-NO.                        DBANK69P
029905     MOVE WS-VIRTUAL-ACC TO TXN-T5-OLD-VIRTUAL-ACC.               DBANK69P
029910***************************************************************** DBANK69P
029920* Every posting carries a unique, human-readable reference -      DBANK69P
029930* built and probed by the shared builder; a builder problem       DBANK69P
031900        MOVE 'Unable to journal a payment item' TO CD69O-MSG      DBANK69P
032000        GO TO PROCESS-PAYMENT-EXIT                                DBANK69P
032100     END-IF.                                                      DBANK69P
032123***************************************************************** DBANK69P
032146* The credit went into a wrapper - count it against the year's  * DBANK69P
032169* allowance now that it has posted                              * DBANK69P
032192***************************************************************** DBANK69P
032215     IF CTW1O-IS-WRAPPER                                          DBANK69P
032238        SET CTW1I-RECORD-CREDIT TO TRUE                           DBANK69P
032261 COPY CTWRPX01.                                                   DBANK69P
032284        IF NOT CTW1O-REQUEST-OK                                   DBANK69P
032307           SET CD69O-RUN-FAIL TO TRUE                             DBANK69P
032330           MOVE CTW1O-MSG TO CD69O-MSG                            DBANK69P
032353           GO TO PROCESS-PAYMENT-EXIT                             DBANK69P
032376        END-IF                                                    DBANK69P
032399     END-IF.                                                      DBANK69P
032422***************************************************************** DBANK69P
032445* A credit taken through a virtual number is recorded against   * DBANK69P
032468* it for the corporate's receivables report                     * DBANK69P
032491***************************************************************** DBANK69P
032514     IF WS-VIRTUAL-ACC IS NOT EQUAL TO SPACES                     DBANK69P
032537        INITIALIZE CVA1-DATA                                      DBANK69P
032560        SET CVA1I-RECORD-CREDIT TO TRUE                           DBANK69P
032583        MOVE WS-VIRTUAL-ACC TO CVA1I-ACCNO                        DBANK69P
032606        MOVE PAY-ACCNO TO CVA1I-REAL-ACC                          DBANK69P
032629        MOVE WS-PAY-AMOUNT TO CVA1I-AMOUNT                        DBANK69P
032652        MOVE TR-REF TO CVA1I-TXN-REF                              DBANK69P
032675        MOVE WS-POST-TIMESTAMP TO CVA1I-POST-TS                   DBANK69P
032698        SET CVA1I-SOURCE-FILE TO TRUE                             DBANK69P
032721        MOVE PAY-ORIGINATOR TO CVA1I-ORIGINATOR                   DBANK69P
032744 COPY CVACCX01.                                                   DBANK69P
032767        IF NOT CVA1O-REQUEST-OK                                   DBANK69P
032790           SET CD69O-RUN-FAIL TO TRUE                             DBANK69P
032813           MOVE CVA1O-MSG TO CD69O-MSG                            DBANK69P
032836           GO TO PROCESS-PAYMENT-EXIT                             DBANK69P
032859        END-IF                                                    DBANK69P
032882     END-IF.                                                      DBANK69P
032883***************************************************************** DBANK69P
032884* A collection paid under a mandate is kept against it for the  * DBANK69P
032885* customer to see                                               * DBANK69P
032886***************************************************************** DBANK69P
032887     IF WS-MANDATE-ID IS GREATER THAN ZERO                        DBANK69P
032888        INITIALIZE CMD1-DATA                                      DBANK69P
032889        SET CMD1I-RECORD-COLLECTION TO TRUE                       DBANK69P
032890        MOVE WS-MANDATE-ID TO CMD1I-MANDATE-ID                    DBANK69P
032891        MOVE WS-PAY-AMOUNT TO CMD1I-AMOUNT                        DBANK69P
032892 COPY CMANDX01.                                                   DBANK69P
032893        IF NOT CMD1O-REQUEST-OK                                   DBANK69P
032894           SET CD69O-RUN-FAIL TO TRUE                             DBANK69P
032895           MOVE CMD1O-MSG TO CD69O-MSG                            DBANK69P
032896           GO TO PROCESS-PAYMENT-EXIT                             DBANK69P
032897        END-IF                                                    DBANK69P
032898     END-IF.                                                      DBANK69P
032900 PROCESS-PAYMENT-CHECKPOINT.                                      DBANK69P
032905     MOVE TR-REF TO CD69O-TXN-REF.                                DBANK69P
032928     IF CD69I-REPOST-ITEM                                         DBANK69P
032951        GO TO PROCESS-PAYMENT-COUNT                               DBANK69P
032974     END-IF.                                                      DBANK69P
032997     EXEC SQL                                                     DBANK69P
033020          UPDATE BNKACHC                                          DBANK69P
033043          SET ACH_LAST_SEQ = :WS-ITEM-SEQ                         DBANK69P
033066          WHERE ACH_FILE_ID = :CD69I-FILE-ID                      DBANK69P
033089     END-EXEC.                                                    DBANK69P
033112     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK69P
033135        SET CD69O-RUN-FAIL TO TRUE                                DBANK69P
033158        MOVE 'Unable to roll the payment file checkpoint'         DBANK69P
033181          TO CD69O-MSG                                            DBANK69P
033204        GO TO PROCESS-PAYMENT-EXIT                                DBANK69P
033227     END-IF.                                                      DBANK69P
033250 PROCESS-PAYMENT-COUNT.                                           DBANK69P
033300     MOVE WS-ITEM-SEQ TO CD69O-LAST-SEQ-POSTED.                   DBANK69P
033400     IF PAY-TYPE-DEBIT                                            DBANK69P
033500        ADD 1 TO CD69O-DEBITS-POSTED                              DBANK69P
034200     EXIT.                                                        DBANK69P
034300                                                                  DBANK69P
034400***************************************************************** DBANK69P
034450* Hold the item on the repair queue with the reason it was      * DBANK69P
034500* refused - an operator repairs it or returns it to the         * DBANK69P
034550* originator from there. A repaired item that is still refused  * DBANK69P
034600* only reports the reason back                                  * DBANK69P
034650***************************************************************** DBANK69P
034700 REJECT-PAYMENT.                                                  DBANK69P
034710*    An item taken through a virtual number is held as it arrived DBANK69P
034720     IF WS-VIRTUAL-ACC IS NOT EQUAL TO SPACES                     DBANK69P
034730        MOVE WS-VIRTUAL-ACC TO PAY-ACCNO                          DBANK69P
034740     END-IF.                                                      DBANK69P
034750     IF CD69I-REPOST-ITEM                                         DBANK69P
034800        MOVE REJ-REASON TO CD69O-REJECT-REASON                    DBANK69P
034850        ADD 1 TO CD69O-ITEMS-REJECTED                             DBANK69P
034900        GO TO REJECT-PAYMENT-EXIT                                 DBANK69P
034950     END-IF.                                                      DBANK69P
035000     INITIALIZE CRQ1-DATA.                                        DBANK69P
035050     SET CRQ1I-QUEUE-ITEM TO TRUE.                                DBANK69P
035100     SET CRQ1I-SOURCE-INBOUND TO TRUE.                            DBANK69P
035150     MOVE CD69I-FILE-ID TO CRQ1I-FILE-ID.                         DBANK69P
035200     MOVE WS-PAYMENT-RECORD TO CRQ1I-ITEM.                        DBANK69P
035250     MOVE REJ-REASON TO CRQ1I-REASON.                             DBANK69P
035300 COPY CRPRQX01.                                                   DBANK69P
035350     IF NOT CRQ1O-REQUEST-OK                                      DBANK69P
035400        SET CD69O-RUN-FAIL TO TRUE                                DBANK69P
035450        MOVE CRQ1O-MSG TO CD69O-MSG                               DBANK69P
035500        GO TO REJECT-PAYMENT-EXIT                                 DBANK69P
035550     END-IF.                                                      DBANK69P
035600     ADD 1 TO CD69O-ITEMS-REJECTED.                               DBANK69P
035650***************************************************************** DBANK69P
035700* The item is held on the repair queue - roll the checkpoint    * DBANK69P
035750* past it too, so a rerun cannot hold it twice                  * DBANK69P
035800***************************************************************** DBANK69P
036550     IF PAY-SEQ-NO IS NUMERIC                                     DBANK69P
036560        MOVE PAY-SEQ-NO-N TO WS-ITEM-SEQ                          DBANK69P
036570        EXEC SQL                                                  DBANK69P
036598     END-IF.                                                      DBANK69P
036600 REJECT-PAYMENT-EXIT.                                             DBANK69P
036700     EXIT.                                                        DBANK69P
036750                                                                  DBANK69P
036800***************************************************************** DBANK69P
036850* Return an item to the originator unpaid - the item, as it     * DBANK69P
036860* arrived, goes onto the return file with the scheme code the   * DBANK69P
036880* caller has set, its mandate reference after it, and the       * DBANK69P
036900* checkpoint rolls past it. A repaired item is only refused,    * DBANK69P
036920* with the reason set, for the operator to return from the      * DBANK69P
036940* repair queue                                                  * DBANK69P
036960***************************************************************** DBANK69P
037100 RETURN-PAYMENT.                                                  DBANK69P
037150     IF CD69I-REPOST-ITEM                                         DBANK69P
037250        PERFORM REJECT-PAYMENT THRU                               DBANK69P
037300                REJECT-PAYMENT-EXIT                               DBANK69P
037350        GO TO RETURN-PAYMENT-EXIT                                 DBANK69P
037400     END-IF.                                                      DBANK69P
037450     MOVE WS-PAYMENT-RECORD TO RET-ITEM.                          DBANK69P
037500     MOVE PAY-MANDATE-REF TO RET-MANDATE-REF.                     DBANK69P
037550     EXEC CICS WRITEQ TD                                          DBANK69P
037600               QUEUE('ACHR')                                      DBANK69P
037650               FROM(WS-RETURN-RECORD)                             DBANK69P
037700               LENGTH(LENGTH OF WS-RETURN-RECORD)                 DBANK69P
037750               RESP(WS-RESP)                                      DBANK69P
037800     END-EXEC.                                                    DBANK69P
037850     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK69P
037900        SET CD69O-RUN-FAIL TO TRUE                                DBANK69P
037950        MOVE 'Unable to write the payment return queue'           DBANK69P
038000          TO CD69O-MSG                                            DBANK69P
038050        GO TO RETURN-PAYMENT-EXIT                                 DBANK69P
038100     END-IF.                                                      DBANK69P
038150     ADD 1 TO CD69O-ITEMS-RETURNED.                               DBANK69P
038200     IF PAY-SEQ-NO IS NUMERIC                                     DBANK69P
038250        MOVE PAY-SEQ-NO-N TO WS-ITEM-SEQ                          DBANK69P
038300        EXEC SQL                                                  DBANK69P
038350             UPDATE BNKACHC                                       DBANK69P
038400             SET ACH_LAST_SEQ = :WS-ITEM-SEQ                      DBANK69P
038450             WHERE ACH_FILE_ID = :CD69I-FILE-ID                   DBANK69P
038500        END-EXEC                                                  DBANK69P
038550        IF SQLCODE IS NOT EQUAL TO ZERO                           DBANK69P
038600           SET CD69O-RUN-FAIL TO TRUE                             DBANK69P
038650           MOVE 'Unable to roll the payment file checkpoint'      DBANK69P
038700             TO CD69O-MSG                                         DBANK69P
038750        END-IF                                                    DBANK69P
038800     END-IF.                                                      DBANK69P
038850 RETURN-PAYMENT-EXIT.                                             DBANK69P
038900     EXIT.                                                        DBANK69P
038920                                                                  DBANK69P
038940***************************************************************** DBANK69P
038960* Apply an originator's mandate instruction to the register. A  * DBANK69P
038980* setup for an account we do not hold goes back with AC01, and  * DBANK69P
039000* one from an originator the customer has blocked with SL01; a  * DBANK69P
039020* cancellation of a mandate not on the register is passed over  * DBANK69P
039040***************************************************************** DBANK69P
039060 PROCESS-INSTRUCTION.                                             DBANK69P
039080     INITIALIZE CMD1-DATA.                                        DBANK69P
039100     IF PAY-TYPE-MANDATE-SETUP                                    DBANK69P
039120        SET CMD1I-SETUP TO TRUE                                   DBANK69P
039140     ELSE                                                         DBANK69P
039160        SET CMD1I-ORIG-CANCEL TO TRUE                             DBANK69P
039180     END-IF.                                                      DBANK69P
039200     MOVE PAY-ACCNO TO CMD1I-ACC.                                 DBANK69P
039220     MOVE PAY-ORIGINATOR TO CMD1I-ORIGINATOR.                     DBANK69P
039240     MOVE PAY-MANDATE-REF TO CMD1I-REF.                           DBANK69P
039260 COPY CMANDX01.                                                   DBANK69P
039280     IF CMD1O-NOT-FOUND AND                                       DBANK69P
039300        PAY-TYPE-MANDATE-SETUP                                    DBANK69P
039320        SET REJ-REASON-NO-ACCOUNT TO TRUE                         DBANK69P
039340        MOVE 'AC01' TO RET-CODE                                   DBANK69P
039360        PERFORM RETURN-PAYMENT THRU                               DBANK69P
039380                RETURN-PAYMENT-EXIT                               DBANK69P
039400        GO TO PROCESS-INSTRUCTION-EXIT                            DBANK69P
039420     END-IF.                                                      DBANK69P
039440     IF CMD1O-REFUSED                                             DBANK69P
039460        SET REJ-REASON-ORIG-BLOCKED TO TRUE                       DBANK69P
039480        MOVE CMD1O-RETURN-CODE TO RET-CODE                        DBANK69P
039500        PERFORM RETURN-PAYMENT THRU                               DBANK69P
039520                RETURN-PAYMENT-EXIT                               DBANK69P
039540        GO TO PROCESS-INSTRUCTION-EXIT                            DBANK69P
039560     END-IF.                                                      DBANK69P
039580     IF CMD1O-REQUEST-FAIL                                        DBANK69P
039600        SET CD69O-RUN-FAIL TO TRUE                                DBANK69P
039620        MOVE CMD1O-MSG TO CD69O-MSG                               DBANK69P
039640        GO TO PROCESS-INSTRUCTION-EXIT                            DBANK69P
039660     END-IF.                                                      DBANK69P
039680     ADD 1 TO CD69O-INSTRUCTIONS.                                 DBANK69P
039700     IF PAY-SEQ-NO IS NUMERIC AND                                 DBANK69P
039720        NOT CD69I-REPOST-ITEM                                     DBANK69P
039740        MOVE PAY-SEQ-NO-N TO WS-ITEM-SEQ                          DBANK69P
039760        EXEC SQL                                                  DBANK69P
039780             UPDATE BNKACHC                                       DBANK69P
039800             SET ACH_LAST_SEQ = :WS-ITEM-SEQ                      DBANK69P
039820             WHERE ACH_FILE_ID = :CD69I-FILE-ID                   DBANK69P
039840        END-EXEC                                                  DBANK69P
039860        IF SQLCODE IS NOT EQUAL TO ZERO                           DBANK69P
039880           SET CD69O-RUN-FAIL TO TRUE                             DBANK69P
039900           MOVE 'Unable to roll the payment file checkpoint'      DBANK69P
039920             TO CD69O-MSG                                         DBANK69P
039940        END-IF                                                    DBANK69P
039960     END-IF.                                                      DBANK69P
039980 PROCESS-INSTRUCTION-EXIT.                                        DBANK69P
040000     EXIT.                                                        DBANK69P
040600                                                                  DBANK69P
040700***************************************************************** DBANK69P
040800* Forward a redirected credit - it goes onto the outbound       * DBANK69P
044600        GO TO FORWARD-PAYMENT-EXIT                                DBANK69P
044700     END-IF.                                                      DBANK69P
044800     ADD 1 TO CD69O-ITEMS-FORWARDED.                              DBANK69P
044900     IF PAY-SEQ-NO IS NUMERIC AND                                 DBANK69P
044905        NOT CD69I-REPOST-ITEM                                     DBANK69P
044910        MOVE PAY-SEQ-NO-N TO WS-ITEM-SEQ                          DBANK69P
044920        EXEC SQL                                                  DBANK69P
044930             UPDATE BNKACHC                                       DBANK69P
