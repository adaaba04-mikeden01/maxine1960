007600   05  DCL-LQT-AMOUNT                        PIC S9(7)V99 COMP-3. DBANK44P
007700   05  DCL-LQT-PRINCIPAL                     PIC S9(7)V99 COMP-3. DBANK44P
007800   05  DCL-LQT-INTEREST                      PIC S9(7)V99 COMP-3. DBANK44P
007850   05  DCL-LQT-FEES                          PIC S9(7)V99 COMP-3. DBANK44P
007900   05  DCL-LQT-VALID-TO                      PIC X(10).           DBANK44P
008000   05  DCL-LQT-STATUS                        PIC X(1).            DBANK44P
008100   05  DCL-RST-ID                            PIC S9(7) COMP-3.    DBANK44P
008600   05  DCL-LNS-PRINCIPAL                     PIC S9(7)V99 COMP-3. DBANK44P
008700   05  DCL-LNS-INTEREST                      PIC S9(7)V99 COMP-3. DBANK44P
008800   05  DCL-LNS-TOTAL                         PIC S9(7)V99 COMP-3. DBANK44P
008820   05  DCL-LNA-ID                            PIC S9(9) COMP-3.    DBANK44P
008840   05  DCL-LNA-COMPONENT                     PIC X(1).            DBANK44P
008860   05  DCL-LNA-AMOUNT                        PIC S9(7)V99 COMP-3. DBANK44P
008900 01  WS-CALC-AREAS.                                               DBANK44P
009000   05  WS-BUSINESS-DATE                      PIC X(10).           DBANK44P
009100   05  WS-ACC-BALANCE                        PIC S9(7)V99 COMP-3. DBANK44P
009200   05  WS-NEW-BALANCE                        PIC S9(7)V99 COMP-3. DBANK44P
009300   05  WS-POST-TIMESTAMP                     PIC X(26).           DBANK44P
009350   05  WS-INT-ARREARS                        PIC S9(7)V99 COMP-3. DBANK44P
009400   05  WS-MRATE                              PIC V9(8) COMP-3.    DBANK44P
009500   05  WS-FACTOR                             PIC S9(5)V9(8)       DBANK44P
009510                                             COMP-3.              DBANK44P
021100     EXIT.                                                        DBANK44P
021200                                                                  DBANK44P
021300***************************************************************** DBANK44P
021350* Price the payoff as at the requested date - principal still   * DBANK44P
021400* outstanding, the schedule's interest accrued to that date and * DBANK44P
021450* any late fees, each net of what part-payments have already    * DBANK44P
021500* cleared - and hold the quote for its validity period          * DBANK44P
021550***************************************************************** DBANK44P
021800 SETTLE-QUOTE.                                                    DBANK44P
021900     PERFORM READ-THE-LOAN THRU                                   DBANK44P
022000             READ-THE-LOAN-EXIT.                                  DBANK44P
022600     END-IF.                                                      DBANK44P
022700     MOVE ZEROES TO DCL-LQT-PRINCIPAL.                            DBANK44P
022800     EXEC SQL                                                     DBANK44P
022900          SELECT VALUE(SUM(LNS_PRINCIPAL - LNS_PRIN_PAID), 0)     DBANK44P
023000          INTO :DCL-LQT-PRINCIPAL                                 DBANK44P
023100          FROM BNKLNSC                                            DBANK44P
023200          WHERE LNS_LOAN_ID = :DCL-LON-ID AND                     DBANK44P
023900     END-IF.                                                      DBANK44P
024000     MOVE ZEROES TO DCL-LQT-INTEREST.                             DBANK44P
024100     EXEC SQL                                                     DBANK44P
024200          SELECT VALUE(SUM(LNS_INTEREST - LNS_INT_PAID), 0)       DBANK44P
024300          INTO :DCL-LQT-INTEREST                                  DBANK44P
024400          FROM BNKLNSC                                            DBANK44P
024500          WHERE LNS_LOAN_ID = :DCL-LON-ID AND                     DBANK44P
025100          TO CD44O-MSG                                            DBANK44P
025200        GO TO SETTLE-QUOTE-EXIT                                   DBANK44P
025300     END-IF.                                                      DBANK44P
025400     MOVE ZEROES TO DCL-LQT-FEES.                                 DBANK44P
025405     EXEC SQL                                                     DBANK44P
025410          SELECT VALUE(SUM(LNS_FEE_DUE - LNS_FEE_PAID), 0)        DBANK44P
025415          INTO :DCL-LQT-FEES                                      DBANK44P
025420          FROM BNKLNSC                                            DBANK44P
025425          WHERE LNS_LOAN_ID = :DCL-LON-ID AND                     DBANK44P
025430                LNS_STATUS IN (' ', 'M')                          DBANK44P
025435     END-EXEC.                                                    DBANK44P
025440     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK44P
025445        MOVE 'Unable to total the late fees' TO CD44O-MSG         DBANK44P
025450        GO TO SETTLE-QUOTE-EXIT                                   DBANK44P
025455     END-IF.                                                      DBANK44P
025460     MOVE ZEROES TO WS-INT-ARREARS.                               DBANK44P
025465     EXEC SQL                                                     DBANK44P
025470          SELECT VALUE(SUM(LNS_INTEREST - LNS_INT_PAID), 0)       DBANK44P
025475          INTO :WS-INT-ARREARS                                    DBANK44P
025480          FROM BNKLNSC                                            DBANK44P
025485          WHERE LNS_LOAN_ID = :DCL-LON-ID AND                     DBANK44P
025490                LNS_STATUS IN (' ', 'M') AND                      DBANK44P
025495                LNS_DUE_DATE < :CD44I-ASOF-DATE                   DBANK44P
025500     END-EXEC.                                                    DBANK44P
025505     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK44P
025510        MOVE 'Unable to total the interest arrears' TO CD44O-MSG  DBANK44P
025515        GO TO SETTLE-QUOTE-EXIT                                   DBANK44P
025520     END-IF.                                                      DBANK44P
025525     COMPUTE DCL-LQT-AMOUNT =                                     DBANK44P
025530             DCL-LQT-PRINCIPAL + DCL-LQT-INTEREST + DCL-LQT-FEES. DBANK44P
025600     EXEC SQL                                                     DBANK44P
025700          SET :DCL-LQT-VALID-TO =                                 DBANK44P
025800              DATE(:WS-BUSINESS-DATE) + :WS-QUOTE-VALID-DAYS DAYS DBANK44P
027300                        LQT_AMOUNT,                               DBANK44P
027400                        LQT_PRINCIPAL,                            DBANK44P
027500                        LQT_INTEREST,                             DBANK44P
027550                        LQT_FEES,                                 DBANK44P
027600                        LQT_QUOTE_DATE,                           DBANK44P
027700                        LQT_VALID_TO,                             DBANK44P
027800                        LQT_STATUS)                               DBANK44P
028100                  :DCL-LQT-AMOUNT,                                DBANK44P
028200                  :DCL-LQT-PRINCIPAL,                             DBANK44P
028300                  :DCL-LQT-INTEREST,                              DBANK44P
028350                  :DCL-LQT-FEES,                                  DBANK44P
028400                  :WS-BUSINESS-DATE,                              DBANK44P
028500                  :DCL-LQT-VALID-TO,                              DBANK44P
028600                  'O')                                            DBANK44P
029300     MOVE DCL-LQT-AMOUNT TO CD44O-PAYOFF-AMOUNT.                  DBANK44P
029400     MOVE DCL-LQT-PRINCIPAL TO CD44O-PRINCIPAL-PART.              DBANK44P
029500     MOVE DCL-LQT-INTEREST TO CD44O-INTEREST-PART.                DBANK44P
029520     MOVE DCL-LQT-FEES TO CD44O-FEE-ARREARS.                      DBANK44P
029540     MOVE WS-INT-ARREARS TO CD44O-INTEREST-ARREARS.               DBANK44P
029600     MOVE DCL-LQT-VALID-TO TO CD44O-VALID-TO.                     DBANK44P
029700     SET CD44O-REQUEST-OK TO TRUE.                                DBANK44P
029800     MOVE 'Settlement quote held' TO CD44O-MSG.                   DBANK44P
031100                 LQT_AMOUNT,                                      DBANK44P
031200                 LQT_PRINCIPAL,                                   DBANK44P
031300                 LQT_INTEREST,                                    DBANK44P
031350                 LQT_FEES,                                        DBANK44P
031400                 LQT_VALID_TO,                                    DBANK44P
031500                 LQT_STATUS                                       DBANK44P
031600          INTO :DCL-LON-ID,                                       DBANK44P
031700               :DCL-LQT-AMOUNT,                                   DBANK44P
031800               :DCL-LQT-PRINCIPAL,                                DBANK44P
031900               :DCL-LQT-INTEREST,                                 DBANK44P
031950               :DCL-LQT-FEES,                                     DBANK44P
032000               :DCL-LQT-VALID-TO,                                 DBANK44P
032100               :DCL-LQT-STATUS                                    DBANK44P
032200          FROM BNKLNQT                                            DBANK44P
037400     MOVE DCL-LON-ID TO TXN-T8-OLD-LOAN-ID.                       DBANK44P
037500     MOVE DCL-LQT-PRINCIPAL TO TXN-T8-OLD-PRINCIPAL.              DBANK44P
037600     MOVE DCL-LQT-INTEREST TO TXN-T8-OLD-INTEREST.                DBANK44P
037650     MOVE DCL-LQT-FEES TO TXN-T8-OLD-FEE.                         DBANK44P
037700     MOVE 'LS' TO TR-PREFIX.                                      DBANK44P
037800     MOVE WS-POST-TIMESTAMP TO TR-TIMESTAMP.                      DBANK44P
037900     CALL 'DBANK30P' USING WS-REF-DATA.                           DBANK44P
040000        MOVE 'Unable to journal the payoff' TO CD44O-MSG          DBANK44P
040100        GO TO SETTLE-ACCEPT-EXIT                                  DBANK44P
040200     END-IF.                                                      DBANK44P
040210     PERFORM RECORD-SETTLEMENT-SPLIT THRU                         DBANK44P
040220             RECORD-SETTLEMENT-SPLIT-EXIT.                        DBANK44P
040230     IF CD44O-MSG IS NOT EQUAL TO SPACES                          DBANK44P
040240        GO TO SETTLE-ACCEPT-EXIT                                  DBANK44P
040250     END-IF.                                                      DBANK44P
040300     EXEC SQL                                                     DBANK44P
040400          UPDATE BNKLNSC                                          DBANK44P
040500          SET LNS_STATUS = 'S'                                    DBANK44P
043100 SETTLE-ACCEPT-EXIT.                                              DBANK44P
043200     EXIT.                                                        DBANK44P
043300                                                                  DBANK44P
043301***************************************************************** DBANK44P
043302* Record the payoff against the loan's allocation register, one * DBANK44P
043303* row per component, so the arrears statement shows the         * DBANK44P
043304* settlement alongside the part-payments that went before it    * DBANK44P
043305***************************************************************** DBANK44P
043306 RECORD-SETTLEMENT-SPLIT.                                         DBANK44P
043307     MOVE 'F' TO DCL-LNA-COMPONENT.                               DBANK44P
043308     MOVE DCL-LQT-FEES TO DCL-LNA-AMOUNT.                         DBANK44P
043309     PERFORM RECORD-ONE-COMPONENT THRU                            DBANK44P
043310             RECORD-ONE-COMPONENT-EXIT.                           DBANK44P
043311     IF CD44O-MSG IS NOT EQUAL TO SPACES                          DBANK44P
043312        GO TO RECORD-SETTLEMENT-SPLIT-EXIT                        DBANK44P
043313     END-IF.                                                      DBANK44P
043314     MOVE 'I' TO DCL-LNA-COMPONENT.                               DBANK44P
043315     MOVE DCL-LQT-INTEREST TO DCL-LNA-AMOUNT.                     DBANK44P
043316     PERFORM RECORD-ONE-COMPONENT THRU                            DBANK44P
043317             RECORD-ONE-COMPONENT-EXIT.                           DBANK44P
043318     IF CD44O-MSG IS NOT EQUAL TO SPACES                          DBANK44P
043319        GO TO RECORD-SETTLEMENT-SPLIT-EXIT                        DBANK44P
043320     END-IF.                                                      DBANK44P
043321     MOVE 'P' TO DCL-LNA-COMPONENT.                               DBANK44P
043322     MOVE DCL-LQT-PRINCIPAL TO DCL-LNA-AMOUNT.                    DBANK44P
043323     PERFORM RECORD-ONE-COMPONENT THRU                            DBANK44P
043324             RECORD-ONE-COMPONENT-EXIT.                           DBANK44P
043325 RECORD-SETTLEMENT-SPLIT-EXIT.                                    DBANK44P
043326     EXIT.                                                        DBANK44P
043327                                                                  DBANK44P
043328 RECORD-ONE-COMPONENT.                                            DBANK44P
043329     IF DCL-LNA-AMOUNT IS NOT GREATER THAN ZERO                   DBANK44P
043330        GO TO RECORD-ONE-COMPONENT-EXIT                           DBANK44P
043331     END-IF.                                                      DBANK44P
043332     EXEC SQL                                                     DBANK44P
043333          SELECT VALUE(MAX(LNA_ID), 0) + 1                        DBANK44P
043334          INTO :DCL-LNA-ID                                        DBANK44P
043335          FROM BNKLNAL                                            DBANK44P
043336     END-EXEC.                                                    DBANK44P
043337     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK44P
043338        MOVE 'Unable to reference the allocation register'        DBANK44P
043339          TO CD44O-MSG                                            DBANK44P
043340        GO TO RECORD-ONE-COMPONENT-EXIT                           DBANK44P
043341     END-IF.                                                      DBANK44P
043342     EXEC SQL                                                     DBANK44P
043343          INSERT                                                  DBANK44P
043344          INTO BNKLNAL (LNA_ID,                                   DBANK44P
043345                        LNA_LOAN_ID,                              DBANK44P
043346                        LNA_SEQ,                                  DBANK44P
043347                        LNA_DATE,                                 DBANK44P
043348                        LNA_REF,                                  DBANK44P
043349                        LNA_ACCNO,                                DBANK44P
043350                        LNA_COMPONENT,                            DBANK44P
043351                        LNA_AMOUNT)                               DBANK44P
043352          VALUES (:DCL-LNA-ID,                                    DBANK44P
043353                  :DCL-LON-ID,                                    DBANK44P
043354                  0,                                              DBANK44P
043355                  :WS-BUSINESS-DATE,                              DBANK44P
043356                  :TR-REF,                                        DBANK44P
043357                  :DCL-LON-DISB-ACC,                              DBANK44P
043358                  :DCL-LNA-COMPONENT,                             DBANK44P
043359                  :DCL-LNA-AMOUNT)                                DBANK44P
043360     END-EXEC.                                                    DBANK44P
043361     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK44P
043362        MOVE 'Unable to record the settlement split' TO CD44O-MSG DBANK44P
043363     END-IF.                                                      DBANK44P
043364 RECORD-ONE-COMPONENT-EXIT.                                       DBANK44P
043365     EXIT.                                                        DBANK44P
043400***************************************************************** DBANK44P
043500* A holiday or re-term request - registered on BNKLNRST and     * DBANK44P
043600* captured on the authorization queue; nothing touches the      * DBANK44P
