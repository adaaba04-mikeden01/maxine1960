004000   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBANK45P
004100   05  WS-SUB1                               PIC S9(4) COMP.      DBANK45P
004200   05  WS-ARR-DISP                           PIC -(7)9.99.        DBANK45P
004250   05  WS-FEE-DISP                           PIC -(7)9.99.        DBANK45P
004300   05  WS-DAYS-DISP                          PIC 9(5).            DBANK45P
004400***************************************************************** DBANK45P
004500* Escalation letters cut at and beyond this many days in        * DBANK45P
007300   05  DCL-COL-PID                           PIC X(5).            DBANK45P
007400   05  DCL-COL-DAYS                          PIC S9(5) COMP-3.    DBANK45P
007500   05  DCL-COL-ARREARS                       PIC S9(7)V99 COMP-3. DBANK45P
007520   05  DCL-COL-FEES                          PIC S9(7)V99 COMP-3. DBANK45P
007540   05  DCL-COL-INTEREST                      PIC S9(7)V99 COMP-3. DBANK45P
007600   05  DCL-COL-PROMISE                       PIC X(10).           DBANK45P
007700   05  DCL-COL-BROKEN                        PIC X(1).            DBANK45P
007800   05  DCL-PTP-ID                            PIC S9(7) COMP-3.    DBANK45P
007810  05  DCL-COL-NAME                          PIC X(25).            DBANK45P
007850   05  DCL-COL-INSOLVENT                     PIC S9(5) COMP-3.    DBANK45P
007900 01  WS-BUSINESS-DATE                        PIC X(10).           DBANK45P
007910 01  WS-L1-COMMAREA.                                              DBANK45P
007920     EXEC SQL                                                     DBANK45P
014900                                                                  DBANK45P
015000***************************************************************** DBANK45P
015100* The first page of the arrears queue, oldest arrears first,    * DBANK45P
015200* each with its open promise and whether it was broken. A       * DBANK45P
015250* borrower under an open insolvency case is not worked. Arrears * DBANK45P
015260* are net of part-payments and include late fees, with the fee  * DBANK45P
015280* and interest shares shown separately. Card accounts past      * DBANK45P
015285* their payment due date queue alongside the loans under        * DBANK45P
015290* their card reference                                          * DBANK45P
015300***************************************************************** DBANK45P
015400 LIST-QUEUE.                                                      DBANK45P
015500     EXEC SQL                                                     DBANK45P
015700          SELECT LON.LON_ID,                                      DBANK45P
015800                 MAX(DAYS(CURRENT DATE) -                         DBANK45P
015900                     DAYS(LNS.LNS_DUE_DATE)),                     DBANK45P
016000                 SUM(LNS.LNS_TOTAL - LNS.LNS_INT_PAID -           DBANK45P
016020                     LNS.LNS_PRIN_PAID + LNS.LNS_FEE_DUE -        DBANK45P
016040                     LNS.LNS_FEE_PAID),                           DBANK45P
016060                 SUM(LNS.LNS_FEE_DUE - LNS.LNS_FEE_PAID),         DBANK45P
016080                 SUM(LNS.LNS_INTEREST - LNS.LNS_INT_PAID)         DBANK45P
016100          FROM BNKLOAN LON,                                       DBANK45P
016200               BNKLNSC LNS                                        DBANK45P
016300          WHERE LON.LON_STATUS = 'A' AND                          DBANK45P
016400                LNS.LNS_LOAN_ID = LON.LON_ID AND                  DBANK45P
016500                LNS.LNS_STATUS = 'M' AND                          DBANK45P
016520                NOT EXISTS (SELECT 1                              DBANK45P
016540                            FROM BNKINSV INS                      DBANK45P
016560                            WHERE INS.INS_PID = LON.LON_PID AND   DBANK45P
016580                                  INS.INS_STATUS = 'O')           DBANK45P
016600          GROUP BY LON.LON_ID                                     DBANK45P
016605          UNION ALL                                               DBANK45P
016610          SELECT CCA.CCA_REF,                                     DBANK45P
016615                 DAYS(CURRENT DATE) -                             DBANK45P
016620                 DAYS(CCA.CCA_PAST_DUE_SINCE),                    DBANK45P
016625                 CCA.CCA_PAST_DUE,                                DBANK45P
016630                 0,                                               DBANK45P
016635                 0                                                DBANK45P
016640          FROM BNKCCAC CCA                                        DBANK45P
016645          WHERE CCA.CCA_STATUS = 'A' AND                          DBANK45P
016650                CCA.CCA_PAST_DUE > 0 AND                          DBANK45P
016655                NOT EXISTS (SELECT 1                              DBANK45P
016660                            FROM BNKINSV INS                      DBANK45P
016665                            WHERE INS.INS_PID = CCA.CCA_PID AND   DBANK45P
016670                                  INS.INS_STATUS = 'O')           DBANK45P
016700          ORDER BY 2 DESC                                         DBANK45P
016800          FOR FETCH ONLY                                          DBANK45P
016900     END-EXEC.                                                    DBANK45P
018300          FETCH COLQ_CSR                                          DBANK45P
018400          INTO :DCL-COL-LOAN,                                     DBANK45P
018500               :DCL-COL-DAYS,                                     DBANK45P
018600               :DCL-COL-ARREARS,                                  DBANK45P
018620               :DCL-COL-FEES,                                     DBANK45P
018640               :DCL-COL-INTEREST                                  DBANK45P
018700     END-EXEC.                                                    DBANK45P
018800     IF SQLCODE IS EQUAL TO +100                                  DBANK45P
018900        GO TO COLQ-LOOP-EXIT                                      DBANK45P
019600     MOVE DCL-COL-LOAN TO CD45O-LIST-LOAN (WS-SUB1).              DBANK45P
019700     MOVE DCL-COL-DAYS TO CD45O-LIST-DAYS (WS-SUB1).              DBANK45P
019800     MOVE DCL-COL-ARREARS TO CD45O-LIST-ARREARS (WS-SUB1).        DBANK45P
019820     MOVE DCL-COL-FEES TO CD45O-LIST-FEES (WS-SUB1).              DBANK45P
019840     MOVE DCL-COL-INTEREST TO CD45O-LIST-INTEREST (WS-SUB1).      DBANK45P
019900     EVALUATE TRUE                                                DBANK45P
020000       WHEN DCL-COL-DAYS IS NOT LESS THAN 90                      DBANK45P
020100         MOVE '90+' TO CD45O-LIST-BUCKET (WS-SUB1)                DBANK45P
034500          FROM BNKPTP PTP                                         DBANK45P
034600          WHERE PTP.PTP_STATUS = 'O' AND                          DBANK45P
034700                PTP.PTP_PROMISE_DATE < :WS-BUSINESS-DATE AND      DBANK45P
034800                (EXISTS                                           DBANK45P
034900                (SELECT 1                                         DBANK45P
035000                 FROM BNKLNSC LNS                                 DBANK45P
035100                 WHERE LNS.LNS_LOAN_ID = PTP.PTP_LOAN_ID AND      DBANK45P
035200                       LNS.LNS_STATUS = 'M') OR                   DBANK45P
035201                EXISTS                                            DBANK45P
035202                (SELECT 1                                         DBANK45P
035203                 FROM BNKCCAC CCA                                 DBANK45P
035204                 WHERE CCA.CCA_REF = PTP.PTP_LOAN_ID AND          DBANK45P
035205                       CCA.CCA_PAST_DUE > 0)) AND                 DBANK45P
035210                NOT EXISTS                                        DBANK45P
035220                (SELECT 1                                         DBANK45P
035230                 FROM BNKLOAN LON,                                DBANK45P
035240                      BNKINSV INS                                 DBANK45P
035250                 WHERE LON.LON_ID = PTP.PTP_LOAN_ID AND           DBANK45P
035260                       INS.INS_PID = LON.LON_PID AND              DBANK45P
035270                       INS.INS_STATUS = 'O') AND                  DBANK45P
035272                NOT EXISTS                                        DBANK45P
035274                (SELECT 1                                         DBANK45P
035276                 FROM BNKCCAC CCA,                                DBANK45P
035278                      BNKINSV INS                                 DBANK45P
035280                 WHERE CCA.CCA_REF = PTP.PTP_LOAN_ID AND          DBANK45P
035282                       INS.INS_PID = CCA.CCA_PID AND              DBANK45P
035284                       INS.INS_STATUS = 'O')                      DBANK45P
035300          ORDER BY PTP.PTP_ID                                     DBANK45P
035400          FOR FETCH ONLY                                          DBANK45P
035500     END-EXEC.                                                    DBANK45P
040600* letter print run                                              * DBANK45P
040700***************************************************************** DBANK45P
040800 ESCALATION-LETTERS.                                              DBANK45P
040900     MOVE 'LOANID,PID,DAYSLATE,ARREARS,FEES' TO WS-CSV-LINE.      DBANK45P
041000     PERFORM QUEUE-REPORT-LINE THRU                               DBANK45P
041100             QUEUE-REPORT-LINE-EXIT.                              DBANK45P
041200     EXEC SQL                                                     DBANK45P
041500                 LON.LON_PID,                                     DBANK45P
041600                 MAX(DAYS(CURRENT DATE) -                         DBANK45P
041700                     DAYS(LNS.LNS_DUE_DATE)),                     DBANK45P
041800                 SUM(LNS.LNS_TOTAL - LNS.LNS_INT_PAID -           DBANK45P
041820                     LNS.LNS_PRIN_PAID + LNS.LNS_FEE_DUE -        DBANK45P
041840                     LNS.LNS_FEE_PAID),                           DBANK45P
041860                 SUM(LNS.LNS_FEE_DUE - LNS.LNS_FEE_PAID)          DBANK45P
041900          FROM BNKLOAN LON,                                       DBANK45P
042000               BNKLNSC LNS                                        DBANK45P
042100          WHERE LON.LON_STATUS = 'A' AND                          DBANK45P
042200                LNS.LNS_LOAN_ID = LON.LON_ID AND                  DBANK45P
042300                LNS.LNS_STATUS = 'M' AND                          DBANK45P
042320                NOT EXISTS (SELECT 1                              DBANK45P
042340                            FROM BNKINSV INS                      DBANK45P
042360                            WHERE INS.INS_PID = LON.LON_PID AND   DBANK45P
042380                                  INS.INS_STATUS = 'O')           DBANK45P
042400          GROUP BY LON.LON_ID,                                    DBANK45P
042500                   LON.LON_PID                                    DBANK45P
042600          HAVING MAX(DAYS(CURRENT DATE) -                         DBANK45P
042700                     DAYS(LNS.LNS_DUE_DATE))                      DBANK45P
042800                 >= :WS-ESCALATE-DAYS                             DBANK45P
042810          UNION ALL                                               DBANK45P
042820          SELECT CCA.CCA_REF,                                     DBANK45P
042830                 CCA.CCA_PID,                                     DBANK45P
042840                 DAYS(CURRENT DATE) -                             DBANK45P
042850                 DAYS(CCA.CCA_PAST_DUE_SINCE),                    DBANK45P
042860                 CCA.CCA_PAST_DUE,                                DBANK45P
042870                 0                                                DBANK45P
042880          FROM BNKCCAC CCA                                        DBANK45P
042890          WHERE CCA.CCA_STATUS = 'A' AND                          DBANK45P
042900                CCA.CCA_PAST_DUE > 0 AND                          DBANK45P
042910                DAYS(CURRENT DATE) -                              DBANK45P
042920                DAYS(CCA.CCA_PAST_DUE_SINCE)                      DBANK45P
042930                >= :WS-ESCALATE-DAYS AND                          DBANK45P
042940                NOT EXISTS (SELECT 1                              DBANK45P
042950                            FROM BNKINSV INS                      DBANK45P
042960                            WHERE INS.INS_PID = CCA.CCA_PID AND   DBANK45P
042970                                  INS.INS_STATUS = 'O')           DBANK45P
042980          ORDER BY 1                                              DBANK45P
043000          FOR FETCH ONLY                                          DBANK45P
043100     END-EXEC.                                                    DBANK45P
043200     EXEC SQL                                                     DBANK45P
044200          INTO :DCL-COL-LOAN,                                     DBANK45P
044300               :DCL-COL-PID,                                      DBANK45P
044400               :DCL-COL-DAYS,                                     DBANK45P
044500               :DCL-COL-ARREARS,                                  DBANK45P
044550               :DCL-COL-FEES                                      DBANK45P
044600     END-EXEC.                                                    DBANK45P
044700     IF SQLCODE IS EQUAL TO +100                                  DBANK45P
044800        GO TO COLE-LOOP-EXIT                                      DBANK45P
045300     END-IF.                                                      DBANK45P
045400     MOVE DCL-COL-DAYS TO WS-DAYS-DISP.                           DBANK45P
045500     MOVE DCL-COL-ARREARS TO WS-ARR-DISP.                         DBANK45P
045550     MOVE DCL-COL-FEES TO WS-FEE-DISP.                            DBANK45P
045600     MOVE SPACES TO WS-CSV-LINE.                                  DBANK45P
045700     STRING DCL-COL-LOAN ',' DCL-COL-PID ','                      DBANK45P
045800            WS-DAYS-DISP ',' WS-ARR-DISP ',' WS-FEE-DISP          DBANK45P
045900            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DBANK45P
046000     PERFORM QUEUE-REPORT-LINE THRU                               DBANK45P
046100             QUEUE-REPORT-LINE-EXIT.                              DBANK45P
046216     MOVE DCL-COL-LOAN TO CLT1I-MERGE-ACC.                        DBANK45P
046217     MOVE DCL-COL-ARREARS TO CLT1I-MERGE-AMOUNT.                  DBANK45P
046218     MOVE WS-BUSINESS-DATE TO CLT1I-MERGE-DATE.                   DBANK45P
046226     MOVE DCL-COL-PID TO CLT1I-PERSON-PID.                        DBANK45P
046234     MOVE SPACES TO CLT1I-LETTER-NAME.                            DBANK45P
046242     STRING 'ARREARS LETTER ' DCL-COL-LOAN                        DBANK45P
046250            DELIMITED BY SIZE INTO CLT1I-LETTER-NAME.             DBANK45P
046258 COPY CLTTRX01.                                                   DBANK45P
046266     IF NOT CLT1O-REQUEST-OK                                      DBANK45P
046274        MOVE CLT1O-MSG TO CD45O-MSG                               DBANK45P
046282        GO TO COLE-LOOP-EXIT                                      DBANK45P
046290     END-IF.                                                      DBANK45P
046300     GO TO COLE-LOOP.                                             DBANK45P
046400 COLE-LOOP-EXIT.                                                  DBANK45P
046500     EXEC SQL                                                     DBANK45P
048600     EXIT.                                                        DBANK45P
048700                                                                  DBANK45P
048800***************************************************************** DBANK45P
048900* The loan must exist and be active - a card reference is       * DBANK45P
048950* proved against the card account register instead              * DBANK45P
049000***************************************************************** DBANK45P
049100 PROVE-THE-LOAN.                                                  DBANK45P
049200     MOVE SPACES TO DCL-COL-PID.                                  DBANK45P
049300     IF CD45I-LOAN-ID(1:1) IS EQUAL TO 'C'                        DBANK45P
049320        EXEC SQL                                                  DBANK45P
049340             SELECT CCA_PID                                       DBANK45P
049360             INTO :DCL-COL-PID                                    DBANK45P
049380             FROM BNKCCAC                                         DBANK45P
049400             WHERE CCA_REF = :CD45I-LOAN-ID AND                   DBANK45P
049420                   CCA_STATUS = 'A'                               DBANK45P
049440        END-EXEC                                                  DBANK45P
049460     ELSE                                                         DBANK45P
049480        EXEC SQL                                                  DBANK45P
049500             SELECT LON_PID                                       DBANK45P
049520             INTO :DCL-COL-PID                                    DBANK45P
049540             FROM BNKLOAN                                         DBANK45P
049560             WHERE LON_ID = :CD45I-LOAN-ID AND                    DBANK45P
049580                   LON_STATUS = 'A'                               DBANK45P
049600        END-EXEC                                                  DBANK45P
049620     END-IF.                                                      DBANK45P
050000     IF SQLCODE IS EQUAL TO +100                                  DBANK45P
050100        SET CD45O-LOAN-NOT-FOUND TO TRUE                          DBANK45P
050200        MOVE 'No active loan under that number' TO CD45O-MSG      DBANK45P
050500     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK45P
050600        MOVE 'Unable to read the loan' TO CD45O-MSG               DBANK45P
050700     END-IF.                                                      DBANK45P
050702***************************************************************** DBANK45P
050704* No contact or promise is taken against a borrower under an    * DBANK45P
050706* open insolvency case - the trustee deals with the creditors   * DBANK45P
050708***************************************************************** DBANK45P
050710     IF CD45O-MSG IS EQUAL TO SPACES                              DBANK45P
050712        MOVE ZERO TO DCL-COL-INSOLVENT                            DBANK45P
050714        EXEC SQL                                                  DBANK45P
050716             SELECT COUNT(*)                                      DBANK45P
050718             INTO :DCL-COL-INSOLVENT                              DBANK45P
050720             FROM BNKINSV                                         DBANK45P
050722             WHERE INS_PID = :DCL-COL-PID AND                     DBANK45P
050724                   INS_STATUS = 'O'                               DBANK45P
050726        END-EXEC                                                  DBANK45P
050728        IF SQLCODE IS NOT EQUAL TO ZERO                           DBANK45P
050730           MOVE 'Unable to read the insolvency register'          DBANK45P
050732             TO CD45O-MSG                                         DBANK45P
050734        END-IF                                                    DBANK45P
050736        IF DCL-COL-INSOLVENT IS GREATER THAN ZERO                 DBANK45P
050738           MOVE 'Borrower is under an insolvency case'            DBANK45P
050740             TO CD45O-MSG                                         DBANK45P
050742        END-IF                                                    DBANK45P
050744     END-IF.                                                      DBANK45P
050800 PROVE-THE-LOAN-EXIT.                                             DBANK45P
050900     EXIT.                                                        DBANK45P
051000                                                                  DBANK45P
