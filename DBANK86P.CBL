001500*              the interest credited per customer over the tax  * DBANK86P
001600*              year (joint interest split across the owners),   * DBANK86P
001700*              cut the tax authority's submission file and      * DBANK86P
001800*              dispatch each customer's interest certificate;   * DBANK86P
001820*              interest inside a tax-free savings wrapper is    * DBANK86P
001840*              left out, and the wrapper subscriptions go on    * DBANK86P
001860*              their own annual return; each account's year     * DBANK86P
001880*              of interest is kept for the reportable-account   * DBANK86P
001890*              return                                           * DBANK86P
001900*              SQL version                                      * DBANK86P
002000***************************************************************** DBANK86P
002100                                                                  DBANK86P
004900   05  TAX-YEAR                              PIC X(4).            DBANK86P
005000   05  TAX-INTEREST                          PIC 9(9)V99.         DBANK86P
005010  05  TAX-WITHHELD                          PIC 9(9)V99.          DBANK86P
005015***************************************************************** DBANK86P
005020* One record of the annual subscription return - what each      * DBANK86P
005025* taxpayer paid into tax-free wrappers in the year, and what    * DBANK86P
005030* moved in from and out to other providers                      * DBANK86P
005035***************************************************************** DBANK86P
005040 01  WS-SUB-RECORD.                                               DBANK86P
005045   05  SUB-REC-TYPE                          PIC X(1)             DBANK86P
005050       VALUE 'S'.                                                 DBANK86P
005055   05  SUB-TIN                               PIC X(9).            DBANK86P
005060   05  SUB-PID                               PIC X(5).            DBANK86P
005065   05  SUB-NAME                              PIC X(25).           DBANK86P
005070   05  SUB-YEAR                              PIC X(4).            DBANK86P
005075   05  SUB-SUBSCRIBED                        PIC 9(9)V99.         DBANK86P
005080   05  SUB-XFER-IN                           PIC 9(9)V99.         DBANK86P
005085   05  SUB-XFER-OUT                          PIC 9(9)V99.         DBANK86P
005100                                                                  DBANK86P
005200 01  WS-ALERT-DATA.                                               DBANK86P
005300 COPY CBANKD59.                                                   DBANK86P
007412   05  WS-CUST-INTEREST                      PIC S9(9)V99 COMP-3. DBANK86P
007413  05  WS-CUST-WITHHELD                      PIC S9(9)V99 COMP-3.  DBANK86P
007500   05  WS-CUST-EMAIL-PREF                    PIC X(1).            DBANK86P
007510   05  WS-TWS-TIN                            PIC X(9).            DBANK86P
007520   05  WS-TWS-PID                            PIC X(5).            DBANK86P
007530   05  WS-TWS-NAME                           PIC X(25).           DBANK86P
007540   05  WS-TWS-SUBSCRIBED                     PIC S9(9)V99 COMP-3. DBANK86P
007550   05  WS-TWS-XFER-IN                        PIC S9(9)V99 COMP-3. DBANK86P
007560   05  WS-TWS-XFER-OUT                       PIC S9(9)V99 COMP-3. DBANK86P
007600                                                                  DBANK86P
007700     EXEC SQL                                                     DBANK86P
007800          INCLUDE SQLCA                                           DBANK86P
013000          TO CD86O-MSG                                            DBANK86P
013100        GO TO DBANK86P-EXIT                                       DBANK86P
013200     END-IF.                                                      DBANK86P
013205     EXEC SQL                                                     DBANK86P
013210          DELETE                                                  DBANK86P
013215          FROM BNKTAXA                                            DBANK86P
013220          WHERE TXA_YEAR = :CD86I-TAX-YEAR                        DBANK86P
013225     END-EXEC.                                                    DBANK86P
013230     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DBANK86P
013235        SQLCODE IS NOT EQUAL TO +100                              DBANK86P
013240        SET CD86O-RUN-FAIL TO TRUE                                DBANK86P
013245        MOVE 'Unable to clear the year''s account totals'         DBANK86P
013250          TO CD86O-MSG                                            DBANK86P
013255        GO TO DBANK86P-EXIT                                       DBANK86P
013260     END-IF.                                                      DBANK86P
013300                                                                  DBANK86P
013400***************************************************************** DBANK86P
013500* Total the year's credited interest per account - the accrual  * DBANK86P
013600* legs live on the journal and, by year end, often already in   * DBANK86P
013700* the archive store, so both are read. Interest earned inside a * DBANK86P
013750* tax-free savings wrapper is not taxable and is left out       * DBANK86P
013800***************************************************************** DBANK86P
013900     EXEC SQL                                                     DBANK86P
014000          DECLARE TAXACC_CSR CURSOR FOR                           DBANK86P
014400          WHERE TXN.BTX_TYPE = '1' AND                            DBANK86P
014500                TXN.BTX_SUB_TYPE = '4' AND                        DBANK86P
014600                TXN.BTX_TIMESTAMP >= :WS-YEAR-FROM-TS AND         DBANK86P
014700                TXN.BTX_TIMESTAMP <= :WS-YEAR-TO-TS AND           DBANK86P
014710                NOT EXISTS                                        DBANK86P
014720                (SELECT 1                                         DBANK86P
014730                 FROM BNKACC BAC,                                 DBANK86P
014740                      BNKATYPE BAT                                DBANK86P
014750                 WHERE BAC.BAC_ACCNO = TXN.BTX_ACCNO AND          DBANK86P
014760                       BAT.BAT_TYPE = BAC.BAC_ACCTYPE AND         DBANK86P
014770                       BAT.BAT_TAX_WRAPPER = 'Y')                 DBANK86P
014800          GROUP BY TXN.BTX_ACCNO                                  DBANK86P
014900          UNION ALL                                               DBANK86P
015000          SELECT ARC.BTX_ACCNO,                                   DBANK86P
015300          WHERE ARC.BTX_TYPE = '1' AND                            DBANK86P
015400                ARC.BTX_SUB_TYPE = '4' AND                        DBANK86P
015500                ARC.BTX_TIMESTAMP >= :WS-YEAR-FROM-TS AND         DBANK86P
015600                ARC.BTX_TIMESTAMP <= :WS-YEAR-TO-TS AND           DBANK86P
015610                NOT EXISTS                                        DBANK86P
015620                (SELECT 1                                         DBANK86P
015630                 FROM BNKACC BAC,                                 DBANK86P
015640                      BNKATYPE BAT                                DBANK86P
015650                 WHERE BAC.BAC_ACCNO = ARC.BTX_ACCNO AND          DBANK86P
015660                       BAT.BAT_TYPE = BAC.BAC_ACCTYPE AND         DBANK86P
015670                       BAT.BAT_TAX_WRAPPER = 'Y')                 DBANK86P
015700          GROUP BY ARC.BTX_ACCNO                                  DBANK86P
015800          FOR FETCH ONLY                                          DBANK86P
015900     END-EXEC.                                                    DBANK86P
018100        GO TO TAX-ACC-LOOP-EXIT                                   DBANK86P
018200     END-IF.                                                      DBANK86P
018300     ADD 1 TO CD86O-ACCOUNTS-SUMMED.                              DBANK86P
018310     PERFORM ADD-ACCOUNT-TOTAL THRU                               DBANK86P
018320             ADD-ACCOUNT-TOTAL-EXIT.                              DBANK86P
018330     IF CD86O-RUN-FAIL                                            DBANK86P
018340        GO TO TAX-ACC-LOOP-EXIT                                   DBANK86P
018350     END-IF.                                                      DBANK86P
018400     PERFORM SPREAD-ACCOUNT-INTEREST THRU                         DBANK86P
018500             SPREAD-ACCOUNT-INTEREST-EXIT.                        DBANK86P
018600     IF CD86O-RUN-FAIL                                            DBANK86P
028260        PERFORM REMIT-REPORT THRU                                 DBANK86P
028270                REMIT-REPORT-EXIT                                 DBANK86P
028280     END-IF.                                                      DBANK86P
028282***************************************************************** DBANK86P
028284* The tax-free wrapper subscriptions go to the authority on     * DBANK86P
028286* their own annual return, one record per taxpayer id           * DBANK86P
028288***************************************************************** DBANK86P
028290     IF NOT CD86O-RUN-FAIL                                        DBANK86P
028292        PERFORM SUBSCRIPTION-RETURN THRU                          DBANK86P
028294                SUBSCRIPTION-RETURN-EXIT                          DBANK86P
028296     END-IF.                                                      DBANK86P
028300                                                                  DBANK86P
028400 DBANK86P-EXIT.                                                   DBANK86P
028500***************************************************************** DBANK86P
042200     END-IF.                                                      DBANK86P
042300 ADD-CUSTOMER-SHARE-EXIT.                                         DBANK86P
042400     EXIT.                                                        DBANK86P
042500                                                                  DBANK86P
042600***************************************************************** DBANK86P
042700* Keep the account's year of interest - the live and archived   * DBANK86P
042800* legs arrive as separate rows, so the second adds to the first * DBANK86P
042900***************************************************************** DBANK86P
043000 ADD-ACCOUNT-TOTAL.                                               DBANK86P
043100     EXEC SQL                                                     DBANK86P
043200          UPDATE BNKTAXA                                          DBANK86P
043300          SET TXA_INTEREST = TXA_INTEREST + :WS-ACC-INTEREST      DBANK86P
043400          WHERE TXA_YEAR = :CD86I-TAX-YEAR AND                    DBANK86P
043500                TXA_ACCNO = :WS-ACC-ACCNO                         DBANK86P
043600     END-EXEC.                                                    DBANK86P
043700     IF SQLCODE IS EQUAL TO +100                                  DBANK86P
043800        EXEC SQL                                                  DBANK86P
043900             INSERT                                               DBANK86P
044000             INTO BNKTAXA (TXA_YEAR,                              DBANK86P
044100                           TXA_ACCNO,                             DBANK86P
044200                           TXA_INTEREST)                          DBANK86P
044300             VALUES (:CD86I-TAX-YEAR,                             DBANK86P
044400                     :WS-ACC-ACCNO,                               DBANK86P
044500                     :WS-ACC-INTEREST)                            DBANK86P
044600        END-EXEC                                                  DBANK86P
044700     END-IF.                                                      DBANK86P
044800     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK86P
044900        SET CD86O-RUN-FAIL TO TRUE                                DBANK86P
045000        MOVE 'Unable to keep an account''s interest total'        DBANK86P
045100          TO CD86O-MSG                                            DBANK86P
045200     END-IF.                                                      DBANK86P
045300 ADD-ACCOUNT-TOTAL-EXIT.                                          DBANK86P
045400     EXIT.                                                        DBANK86P
060000                                                                  DBANK86P
060100 REMIT-REPORT.                                                    DBANK86P
060110     MOVE SPACES TO WS-PERIOD-MASK.                               DBANK86P
067300 COPY CCSVWRQ.                                                    DBANK86P
067400 QUEUE-REMIT-LINE-EXIT.                                           DBANK86P
067500     EXIT.                                                        DBANK86P
067600                                                                  DBANK86P
067700***************************************************************** DBANK86P
067800* The year's rows off the subscription ledger, each cut as one  * DBANK86P
067900* fixed-format record on the return queue                       * DBANK86P
068000***************************************************************** DBANK86P
068100 SUBSCRIPTION-RETURN.                                             DBANK86P
068200     EXEC SQL                                                     DBANK86P
068300          DECLARE TWSB_CSR CURSOR FOR                             DBANK86P
068400          SELECT TWS.TWS_TIN,                                     DBANK86P
068500                 TWS.TWS_PID,                                     DBANK86P
068600                 CUS.BCS_NAME,                                    DBANK86P
068700                 TWS.TWS_SUBSCRIBED,                              DBANK86P
068800                 TWS.TWS_XFER_IN,                                 DBANK86P
068900                 TWS.TWS_XFER_OUT                                 DBANK86P
069000          FROM BNKTWSB TWS,                                       DBANK86P
069100               BNKCUST CUS                                        DBANK86P
069200          WHERE CUS.BCS_PID = TWS.TWS_PID AND                     DBANK86P
069300                TWS.TWS_TAX_YEAR = :CD86I-TAX-YEAR                DBANK86P
069400          ORDER BY TWS.TWS_TIN                                    DBANK86P
069500          FOR FETCH ONLY                                          DBANK86P
069600     END-EXEC.                                                    DBANK86P
069700     EXEC SQL                                                     DBANK86P
069800          OPEN TWSB_CSR                                           DBANK86P
069900     END-EXEC.                                                    DBANK86P
070000     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK86P
070100        SET CD86O-RUN-FAIL TO TRUE                                DBANK86P
070200        MOVE 'Unable to open the subscription ledger' TO CD86O-MSGDBANK86P
070300        GO TO SUBSCRIPTION-RETURN-EXIT                            DBANK86P
070400     END-IF.                                                      DBANK86P
070500 TWSB-LOOP.                                                       DBANK86P
070600     EXEC SQL                                                     DBANK86P
070700          FETCH TWSB_CSR                                          DBANK86P
070800          INTO :WS-TWS-TIN,                                       DBANK86P
070900               :WS-TWS-PID,                                       DBANK86P
071000               :WS-TWS-NAME,                                      DBANK86P
071100               :WS-TWS-SUBSCRIBED,                                DBANK86P
071200               :WS-TWS-XFER-IN,                                   DBANK86P
071300               :WS-TWS-XFER-OUT                                   DBANK86P
071400     END-EXEC.                                                    DBANK86P
071500     IF SQLCODE IS EQUAL TO +100                                  DBANK86P
071600        GO TO TWSB-LOOP-EXIT                                      DBANK86P
071700     END-IF.                                                      DBANK86P
071800     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK86P
071900        SET CD86O-RUN-FAIL TO TRUE                                DBANK86P
072000        MOVE 'Unable to read the subscription ledger' TO CD86O-MSGDBANK86P
072100        GO TO TWSB-LOOP-EXIT                                      DBANK86P
072200     END-IF.                                                      DBANK86P
072300     MOVE WS-TWS-TIN TO SUB-TIN.                                  DBANK86P
072400     MOVE WS-TWS-PID TO SUB-PID.                                  DBANK86P
072500     MOVE WS-TWS-NAME TO SUB-NAME.                                DBANK86P
072600     MOVE CD86I-TAX-YEAR TO SUB-YEAR.                             DBANK86P
072700     MOVE WS-TWS-SUBSCRIBED TO SUB-SUBSCRIBED.                    DBANK86P
072800     MOVE WS-TWS-XFER-IN TO SUB-XFER-IN.                          DBANK86P
072900     MOVE WS-TWS-XFER-OUT TO SUB-XFER-OUT.                        DBANK86P
073000     EXEC CICS WRITEQ TD                                          DBANK86P
073100               QUEUE('TWSR')                                      DBANK86P
073200               FROM(WS-SUB-RECORD)                                DBANK86P
073300               LENGTH(LENGTH OF WS-SUB-RECORD)                    DBANK86P
073400               RESP(WS-RESP)                                      DBANK86P
073500     END-EXEC.                                                    DBANK86P
073600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK86P
073700        SET CD86O-RUN-FAIL TO TRUE                                DBANK86P
073800        MOVE 'Unable to write the subscription return queue'      DBANK86P
073900          TO CD86O-MSG                                            DBANK86P
074000        GO TO TWSB-LOOP-EXIT                                      DBANK86P
074100     END-IF.                                                      DBANK86P
074200     ADD 1 TO CD86O-RETURNS-FILED.                                DBANK86P
074300     ADD WS-TWS-SUBSCRIBED TO CD86O-TOTAL-SUBSCRIBED.             DBANK86P
074400     GO TO TWSB-LOOP.                                             DBANK86P
074500 TWSB-LOOP-EXIT.                                                  DBANK86P
074600     EXEC SQL                                                     DBANK86P
074700          CLOSE TWSB_CSR                                          DBANK86P
074800     END-EXEC.                                                    DBANK86P
074900 SUBSCRIPTION-RETURN-EXIT.                                        DBANK86P
075000     EXIT.                                                        DBANK86P
