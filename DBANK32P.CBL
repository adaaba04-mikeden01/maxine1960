001100                                                                  DBANK32P
001200***************************************************************** DBANK32P
001300* Program:     DBANK32P.CBL                                     * DBANK32P
001400* Function:    Card registry services - issue, activate,        * DBANK32P
001450*              report lost or stolen, block, block for fraud    * DBANK32P
001460*              (forfeiting the account's unpaid cashback on     * DBANK32P
001480*              DRWRD01P), reissue and list                      * DBANK32P
001500*              the cards held against an account on BNKCARD -   * DBANK32P
001550*              debit cards on deposit accounts and credit cards * DBANK32P
001600*              on credit card accounts (DCCRD01P).              * DBANK32P
001700*              The ATM settlement processor (DBANK87P) matches  * DBANK32P
001800*              inbound switch activity on the card number and   * DBANK32P
001900*              only debits activity carried by an active card   * DBANK32P
003900   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBANK32P
004000   05  WS-SUB1                               PIC S9(4) COMP.      DBANK32P
004100   05  WS-CARD-SEQ-DISP                      PIC 9(3).            DBANK32P
004150   05  WS-CARD-PREFIX                        PIC X(4).            DBANK32P
004200                                                                  DBANK32P
004300   EXEC SQL                                                       DBANK32P
004400        BEGIN DECLARE SECTION                                     DBANK32P
006300   05  DCL-CRD-ISSUED-DATE                   PIC X(10).           DBANK32P
006400 01  WS-CARD-SEQ                             PIC S9(3) COMP-3.    DBANK32P
006500 01  WS-ACC-PID                              PIC X(5).            DBANK32P
006550 01  WS-ACC-TYPE                             PIC X(2).            DBANK32P
006600 01  WS-BUSINESS-DATE                        PIC X(10).           DBANK32P
006620 01  WS-RW-COMMAREA.                                              DBANK32P
006640 COPY CRWRDD01.                                                   DBANK32P
006700                                                                  DBANK32P
006800     EXEC SQL                                                     DBANK32P
006900          INCLUDE SQLCA                                           DBANK32P
011800       WHEN CD32I-BLOCK-CARD                                      DBANK32P
011900         PERFORM SET-CARD-STATUS THRU                             DBANK32P
012000                 SET-CARD-STATUS-EXIT                             DBANK32P
012010       WHEN CD32I-BLOCK-FRAUD                                     DBANK32P
012020         PERFORM SET-CARD-STATUS THRU                             DBANK32P
012030                 SET-CARD-STATUS-EXIT                             DBANK32P
012040         IF CD32O-REQUEST-OK                                      DBANK32P
012050            PERFORM FORFEIT-CASHBACK THRU                         DBANK32P
012060                    FORFEIT-CASHBACK-EXIT                         DBANK32P
012070         END-IF                                                   DBANK32P
012100       WHEN CD32I-REISSUE-CARD                                    DBANK32P
012200         PERFORM REISSUE-CARD THRU                                DBANK32P
012300                 REISSUE-CARD-EXIT                                DBANK32P
014300* Issue a card against an account - the card number is built    * DBANK32P
014400* from the issuing prefix, the account and the card sequence,   * DBANK32P
014500* and the card starts unactivated: the settlement processor     * DBANK32P
014550* refuses it until the customer activates it. A credit card     * DBANK32P
014600* account carries a credit card under its own issuing prefix;   * DBANK32P
014650* a loan or escrow account carries no card at all               * DBANK32P
014700***************************************************************** DBANK32P
014800 ISSUE-CARD.                                                      DBANK32P
014900     EXEC SQL                                                     DBANK32P
015000          SELECT BAC_PID,                                         DBANK32P
015050                 BAC_ACCTYPE                                      DBANK32P
015100          INTO :WS-ACC-PID,                                       DBANK32P
015150               :WS-ACC-TYPE                                       DBANK32P
015200          FROM BNKACC                                             DBANK32P
015300          WHERE BAC_ACCNO = :CD32I-ACC                            DBANK32P
015400     END-EXEC.                                                    DBANK32P
016100        MOVE 'Unable to read the account' TO CD32O-MSG            DBANK32P
016200        GO TO ISSUE-CARD-EXIT                                     DBANK32P
016300     END-IF.                                                      DBANK32P
016305     IF WS-ACC-TYPE IS EQUAL TO 'LN' OR                           DBANK32P
016310        WS-ACC-TYPE IS EQUAL TO 'ES'                              DBANK32P
016315        MOVE 'No card is issued against a loan or escrow account' DBANK32P
016320          TO CD32O-MSG                                            DBANK32P
016325        GO TO ISSUE-CARD-EXIT                                     DBANK32P
016330     END-IF.                                                      DBANK32P
016335     IF WS-ACC-TYPE IS EQUAL TO 'CC'                              DBANK32P
016340        MOVE '5400' TO WS-CARD-PREFIX                             DBANK32P
016345     ELSE                                                         DBANK32P
016350        MOVE '4000' TO WS-CARD-PREFIX                             DBANK32P
016355     END-IF.                                                      DBANK32P
016400     EXEC SQL                                                     DBANK32P
016500          SELECT COUNT(*) + 1                                     DBANK32P
016600          INTO :WS-CARD-SEQ                                       DBANK32P
017300     END-IF.                                                      DBANK32P
017400     MOVE WS-CARD-SEQ TO WS-CARD-SEQ-DISP.                        DBANK32P
017500     MOVE SPACES TO DCL-CRD-CARDNO.                               DBANK32P
017600     STRING WS-CARD-PREFIX CD32I-ACC WS-CARD-SEQ-DISP             DBANK32P
017700            DELIMITED BY SIZE INTO DCL-CRD-CARDNO.                DBANK32P
017800     MOVE WS-ACC-PID TO DCL-CRD-PID.                              DBANK32P
017900     MOVE CD32I-ACC TO DCL-CRD-ACCNO.                             DBANK32P
021300***************************************************************** DBANK32P
021400 SET-CARD-STATUS.                                                 DBANK32P
021500     EXEC SQL                                                     DBANK32P
021600          SELECT CRD_STATUS, CRD_ACCNO                            DBANK32P
021700          INTO :DCL-CRD-STATUS, :DCL-CRD-ACCNO                    DBANK32P
021800          FROM BNKCARD                                            DBANK32P
021900          WHERE CRD_CARDNO = :CD32I-CARDNO                        DBANK32P
022000     END-EXEC.                                                    DBANK32P
026500         MOVE 'Card activated' TO CD32O-MSG                       DBANK32P
026600       WHEN CD32I-REPORT-LOST                                     DBANK32P
026700         MOVE 'Card reported lost or stolen' TO CD32O-MSG         DBANK32P
026720       WHEN CD32I-BLOCK-FRAUD                                     DBANK32P
026740         MOVE 'Card blocked for suspected fraud' TO CD32O-MSG     DBANK32P
026800       WHEN OTHER                                                 DBANK32P
026900         MOVE 'Card blocked' TO CD32O-MSG                         DBANK32P
027000     END-EVALUATE.                                                DBANK32P
027100 SET-CARD-STATUS-EXIT.                                            DBANK32P
027200     EXIT.                                                        DBANK32P
027300                                                                  DBANK32P
027305***************************************************************** DBANK32P
027310* A card blocked for suspected fraud forfeits the cashback the  * DBANK32P
027315* account has earned but not yet been paid. The block stands    * DBANK32P
027320* even if the rewards ledger cannot be updated                  * DBANK32P
027325***************************************************************** DBANK32P
027330 FORFEIT-CASHBACK.                                                DBANK32P
027335     INITIALIZE CWD1-DATA.                                        DBANK32P
027340     SET CWD1I-FORFEIT TO TRUE.                                   DBANK32P
027345     SET CWD1I-REASON-FRAUD TO TRUE.                              DBANK32P
027350     MOVE CD32I-OPERATOR TO CWD1I-USERID.                         DBANK32P
027355     MOVE DCL-CRD-ACCNO TO CWD1I-ACC.                             DBANK32P
027360     MOVE CD32I-CARDNO TO CWD1I-CARDNO.                           DBANK32P
027365 COPY CRWRDX01.                                                   DBANK32P
027370     IF CWD1O-REQUEST-FAIL                                        DBANK32P
027375        MOVE 'Card blocked - cashback could not be forfeited'     DBANK32P
027380          TO CD32O-MSG                                            DBANK32P
027385     END-IF.                                                      DBANK32P
027390 FORFEIT-CASHBACK-EXIT.                                           DBANK32P
027395     EXIT.                                                        DBANK32P
027400***************************************************************** DBANK32P
027500* Reissue - the old card is closed out as replaced and a fresh  * DBANK32P
027600* card is issued against the same account                       * DBANK32P
