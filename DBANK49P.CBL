001800*              remit the balance to the state, close the        * DBANK49P
001900*              account through the DBANK09P lifecycle, write    * DBANK49P
002000*              the state's claim file and keep the claims       * DBANK49P
002100*              register (BNKESCH) forever. The contents of a    * DBANK49P
002120*              safe-deposit box drilled for unpaid rent are     * DBANK49P
002140*              registered and remitted on the same clock        * DBANK49P
002200*              SQL version                                      * DBANK49P
002300***************************************************************** DBANK49P
002400                                                                  DBANK49P
005900   05  ESC-ACCNO                             PIC X(9).            DBANK49P
006000   05  ESC-AMOUNT                            PIC 9(9)V99.         DBANK49P
006100   05  ESC-REMIT-DATE                        PIC X(10).           DBANK49P
006110*        A for a dormant account, B for the cash and contents     DBANK49P
006120*        of a drilled safe-deposit box (ESC-ACCNO is then the     DBANK49P
006130*        branch and box number)                                   DBANK49P
006140   05  ESC-KIND                              PIC X(1).            DBANK49P
006150   05  ESC-CONTENTS                          PIC X(30).           DBANK49P
006200                                                                  DBANK49P
006300 01  WS-CSV-DATA.                                                 DBANK49P
006400 COPY CCSVD.                                                      DBANK49P
007100                                                                  DBANK49P
007200 01  WS-59-COMMAREA.                                              DBANK49P
007300 COPY CBANKD59.                                                   DBANK49P
007320                                                                  DBANK49P
007340 01  WS-SB-COMMAREA.                                              DBANK49P
007360 COPY CSDBXD01.                                                   DBANK49P
007400                                                                  DBANK49P
007500   EXEC SQL                                                       DBANK49P
007600        BEGIN DECLARE SECTION                                     DBANK49P
009000   05  DCL-ESC-ACCNO                         PIC X(9).            DBANK49P
009100   05  DCL-ESC-BALANCE                       PIC S9(9)V99 COMP-3. DBANK49P
009200   05  DCL-ESC-DEADLINE                      PIC X(10).           DBANK49P
009220   05  DCL-ESC-KIND                          PIC X(1).            DBANK49P
009240   05  DCL-ESC-RENTAL-ID                     PIC S9(7) COMP-3.    DBANK49P
009300 01  WS-BUSINESS-DATE                        PIC X(10).           DBANK49P
009400     EXEC SQL                                                     DBANK49P
009500          INCLUDE CBANKSTX                                        DBANK49P
014500       WHEN CD49I-REMIT-RUN                                       DBANK49P
014600         PERFORM REMIT-RUN THRU                                   DBANK49P
014700                 REMIT-RUN-EXIT                                   DBANK49P
014710       WHEN CD49I-REGISTER-BOX                                    DBANK49P
014720         PERFORM REGISTER-BOX THRU                                DBANK49P
014730                 REGISTER-BOX-EXIT                                DBANK49P
014740       WHEN CD49I-WITHDRAW-BOX                                    DBANK49P
014750         PERFORM WITHDRAW-BOX THRU                                DBANK49P
014760                 WITHDRAW-BOX-EXIT                                DBANK49P
014800       WHEN OTHER                                                 DBANK49P
014900         MOVE 'Unknown escheatment function requested'            DBANK49P
015000           TO CD49O-MSG                                           DBANK49P
027700                        ESC_BALANCE,                              DBANK49P
027800                        ESC_NOTIFIED_DATE,                        DBANK49P
027900                        ESC_DEADLINE_DATE,                        DBANK49P
028000                        ESC_STATUS,                               DBANK49P
028020                        ESC_KIND,                                 DBANK49P
028040                        ESC_RENTAL_ID)                            DBANK49P
028100          VALUES (:DCL-ESC-ID,                                    DBANK49P
028200                  :DCL-ESC-PID,                                   DBANK49P
028300                  :DCL-ESC-ACCNO,                                 DBANK49P
028400                  :DCL-ESC-BALANCE,                               DBANK49P
028500                  :WS-BUSINESS-DATE,                              DBANK49P
028600                  :DCL-ESC-DEADLINE,                              DBANK49P
028700                  'N',                                            DBANK49P
028720                  'A',                                            DBANK49P
028740                  0)                                              DBANK49P
028800     END-EXEC.                                                    DBANK49P
028900     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK49P
029000        MOVE 'Unable to register the claim' TO CD49O-MSG          DBANK49P
031900          DECLARE ESCR_CSR CURSOR FOR                             DBANK49P
032000          SELECT ESC.ESC_ID,                                      DBANK49P
032100                 ESC.ESC_PID,                                     DBANK49P
032200                 ESC.ESC_ACCNO,                                   DBANK49P
032220                 ESC.ESC_KIND,                                    DBANK49P
032240                 ESC.ESC_RENTAL_ID                                DBANK49P
032300          FROM BNKESCH ESC                                        DBANK49P
032400          WHERE ESC.ESC_STATUS = 'N' AND                          DBANK49P
032500                ESC.ESC_DEADLINE_DATE <= :WS-BUSINESS-DATE        DBANK49P
033800          FETCH ESCR_CSR                                          DBANK49P
033900          INTO :DCL-ESC-ID,                                       DBANK49P
034000               :DCL-ESC-PID,                                      DBANK49P
034100               :DCL-ESC-ACCNO,                                    DBANK49P
034120               :DCL-ESC-KIND,                                     DBANK49P
034140               :DCL-ESC-RENTAL-ID                                 DBANK49P
034200     END-EXEC.                                                    DBANK49P
034300     IF SQLCODE IS EQUAL TO +100                                  DBANK49P
034400        GO TO ESCR-LOOP-EXIT                                      DBANK49P
034700        MOVE 'Unable to read the claims register' TO CD49O-MSG    DBANK49P
034800        GO TO ESCR-LOOP-EXIT                                      DBANK49P
034900     END-IF.                                                      DBANK49P
035000     IF DCL-ESC-KIND IS EQUAL TO 'B'                              DBANK49P
035020        PERFORM REMIT-ONE-BOX THRU                                DBANK49P
035040                REMIT-ONE-BOX-EXIT                                DBANK49P
035060     ELSE                                                         DBANK49P
035080        PERFORM REMIT-ONE-ACCOUNT THRU                            DBANK49P
035100                REMIT-ONE-ACCOUNT-EXIT                            DBANK49P
035120     END-IF.                                                      DBANK49P
035200     IF CD49O-MSG IS NOT EQUAL TO SPACES                          DBANK49P
035300        GO TO ESCR-LOOP-EXIT                                      DBANK49P
035400     END-IF.                                                      DBANK49P
045400     MOVE DCL-ESC-ACCNO TO ESC-ACCNO.                             DBANK49P
045500     MOVE DCL-ESC-BALANCE TO ESC-AMOUNT.                          DBANK49P
045600     MOVE WS-BUSINESS-DATE TO ESC-REMIT-DATE.                     DBANK49P
045650     MOVE 'A' TO ESC-KIND.                                        DBANK49P
045700     EXEC CICS WRITEQ TD                                          DBANK49P
045800               QUEUE('ESCO')                                      DBANK49P
045900               FROM(WS-CLAIM-RECORD)                              DBANK49P
047600     EXIT.                                                        DBANK49P
047700                                                                  DBANK49P
047800***************************************************************** DBANK49P
047900* Remit one drilled box - the cash found goes to the state with * DBANK49P
048000* the claim-file record listing the contents, and the box itself* DBANK49P
048100* is cleared and let again                                      * DBANK49P
048200***************************************************************** DBANK49P
048300 REMIT-ONE-BOX.                                                   DBANK49P
048400     INITIALIZE CSB1-DATA.                                        DBANK49P
048500     SET CSB1I-ESCHEAT-CONTENTS TO TRUE.                          DBANK49P
048600     MOVE DCL-ESC-RENTAL-ID TO CSB1I-RENTAL-ID.                   DBANK49P
048700     MOVE 'BATCH' TO CSB1I-USERID.                                DBANK49P
048800 COPY CSDBXX01.                                                   DBANK49P
048900     IF NOT CSB1O-REQUEST-OK                                      DBANK49P
049000        MOVE CSB1O-MSG TO CD49O-MSG                               DBANK49P
049100        GO TO REMIT-ONE-BOX-EXIT                                  DBANK49P
049200     END-IF.                                                      DBANK49P
049300     MOVE CSB1O-CASH-FOUND TO DCL-ESC-BALANCE.                    DBANK49P
049400     MOVE SPACES TO WS-CLAIM-RECORD.                              DBANK49P
049500     MOVE DCL-ESC-PID TO ESC-PID.                                 DBANK49P
049600     EXEC SQL                                                     DBANK49P
049700          SELECT BCS_NAME                                         DBANK49P
049800          INTO :DCL-ESC-NAME                                      DBANK49P
049900          FROM BNKCUST                                            DBANK49P
050000          WHERE BCS_PID = :DCL-ESC-PID                            DBANK49P
050100     END-EXEC.                                                    DBANK49P
050200     IF SQLCODE IS EQUAL TO ZERO                                  DBANK49P
050300        MOVE DCL-ESC-NAME TO ESC-NAME                             DBANK49P
050400     END-IF.                                                      DBANK49P
050500     STRING CSB1O-BRANCH CSB1O-BOX-NO                             DBANK49P
050600            DELIMITED BY SIZE INTO ESC-ACCNO.                     DBANK49P
050700     MOVE DCL-ESC-BALANCE TO ESC-AMOUNT.                          DBANK49P
050800     MOVE WS-BUSINESS-DATE TO ESC-REMIT-DATE.                     DBANK49P
050900     MOVE 'B' TO ESC-KIND.                                        DBANK49P
051000     MOVE CSB1O-CONTENTS TO ESC-CONTENTS.                         DBANK49P
051100     EXEC CICS WRITEQ TD                                          DBANK49P
051200               QUEUE('ESCO')                                      DBANK49P
051300               FROM(WS-CLAIM-RECORD)                              DBANK49P
051400               LENGTH(LENGTH OF WS-CLAIM-RECORD)                  DBANK49P
051500     END-EXEC.                                                    DBANK49P
051600     EXEC SQL                                                     DBANK49P
051700          UPDATE BNKESCH                                          DBANK49P
051800          SET ESC_STATUS = 'R',                                   DBANK49P
051900              ESC_BALANCE = :DCL-ESC-BALANCE,                     DBANK49P
052000              ESC_REMIT_DATE = :WS-BUSINESS-DATE                  DBANK49P
052100          WHERE ESC_ID = :DCL-ESC-ID                              DBANK49P
052200     END-EXEC.                                                    DBANK49P
052300     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK49P
052400        MOVE 'Unable to close the claim' TO CD49O-MSG             DBANK49P
052500        GO TO REMIT-ONE-BOX-EXIT                                  DBANK49P
052600     END-IF.                                                      DBANK49P
052700     ADD 1 TO CD49O-BOXES-REMITTED.                               DBANK49P
052800     ADD DCL-ESC-BALANCE TO CD49O-AMOUNT-REMITTED.                DBANK49P
052900 REMIT-ONE-BOX-EXIT.                                              DBANK49P
053000     EXIT.                                                        DBANK49P
053100                                                                  DBANK49P
053200***************************************************************** DBANK49P
053300* Register the contents of a drilled safe-deposit box as a claim* DBANK49P
053400* - the deadline runs from today, and the primary renter is sent* DBANK49P
053500* the owner notification                                        * DBANK49P
053600***************************************************************** DBANK49P
053700 REGISTER-BOX.                                                    DBANK49P
053800     IF CD49I-PID IS EQUAL TO SPACES OR                           DBANK49P
053900        CD49I-RENTAL-ID IS EQUAL TO ZERO                          DBANK49P
054000        MOVE 'The renter and the rental agreement are needed'     DBANK49P
054100          TO CD49O-MSG                                            DBANK49P
054200        GO TO REGISTER-BOX-EXIT                                   DBANK49P
054300     END-IF.                                                      DBANK49P
054400     MOVE CD49I-PID TO DCL-ESC-PID.                               DBANK49P
054500     MOVE CD49I-RENTAL-ID TO DCL-ESC-RENTAL-ID.                   DBANK49P
054600     MOVE CD49I-AMOUNT TO DCL-ESC-BALANCE.                        DBANK49P
054700     EXEC SQL                                                     DBANK49P
054800          SELECT VALUE(MAX(ESC_ID), 0) + 1                        DBANK49P
054900          INTO :DCL-ESC-ID                                        DBANK49P
055000          FROM BNKESCH                                            DBANK49P
055100     END-EXEC.                                                    DBANK49P
055200     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK49P
055300        MOVE 'Unable to reference the claims register'            DBANK49P
055400          TO CD49O-MSG                                            DBANK49P
055500        GO TO REGISTER-BOX-EXIT                                   DBANK49P
055600     END-IF.                                                      DBANK49P
055700     EXEC SQL                                                     DBANK49P
055800          SET :DCL-ESC-DEADLINE =                                 DBANK49P
055900              DATE(:WS-BUSINESS-DATE) +                           DBANK49P
056000              :WS-ESCHEAT-GRACE-DAYS DAYS                         DBANK49P
056100     END-EXEC.                                                    DBANK49P
056200     EXEC SQL                                                     DBANK49P
056300          INSERT                                                  DBANK49P
056400          INTO BNKESCH (ESC_ID,                                   DBANK49P
056500                        ESC_PID,                                  DBANK49P
056600                        ESC_ACCNO,                                DBANK49P
056700                        ESC_BALANCE,                              DBANK49P
056800                        ESC_NOTIFIED_DATE,                        DBANK49P
056900                        ESC_DEADLINE_DATE,                        DBANK49P
057000                        ESC_STATUS,                               DBANK49P
057100                        ESC_KIND,                                 DBANK49P
057200                        ESC_RENTAL_ID)                            DBANK49P
057300          VALUES (:DCL-ESC-ID,                                    DBANK49P
057400                  :DCL-ESC-PID,                                   DBANK49P
057500                  ' ',                                            DBANK49P
057600                  :DCL-ESC-BALANCE,                               DBANK49P
057700                  :WS-BUSINESS-DATE,                              DBANK49P
057800                  :DCL-ESC-DEADLINE,                              DBANK49P
057900                  'N',                                            DBANK49P
058000                  'B',                                            DBANK49P
058100                  :DCL-ESC-RENTAL-ID)                             DBANK49P
058200     END-EXEC.                                                    DBANK49P
058300     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK49P
058400        MOVE 'Unable to register the claim' TO CD49O-MSG          DBANK49P
058500        GO TO REGISTER-BOX-EXIT                                   DBANK49P
058600     END-IF.                                                      DBANK49P
058700     INITIALIZE CD59-DATA.                                        DBANK49P
058800     MOVE DCL-ESC-PID TO CD59I-PID.                               DBANK49P
058900     MOVE 'ABANDONED BOX' TO CD59I-REASON.                        DBANK49P
059000     MOVE 'M' TO CD59I-CHANNEL.                                   DBANK49P
059100     MOVE DCL-ESC-BALANCE TO CD59I-AMOUNT.                        DBANK49P
059200     CALL 'DBANK59P' USING WS-59-COMMAREA.                        DBANK49P
059300     ADD 1 TO CD49O-NOTICES-SENT.                                 DBANK49P
059400     MOVE DCL-ESC-ID TO CD49O-ESC-ID.                             DBANK49P
059500     MOVE DCL-ESC-DEADLINE TO CD49O-DEADLINE.                     DBANK49P
059600     SET CD49O-RUN-OK TO TRUE.                                    DBANK49P
059700 REGISTER-BOX-EXIT.                                               DBANK49P
059800     EXIT.                                                        DBANK49P
059900                                                                  DBANK49P
060000***************************************************************** DBANK49P
060100* The renter of a drilled box has settled before the deadline - * DBANK49P
060200* the box claim is withdrawn and the contents go back           * DBANK49P
060300***************************************************************** DBANK49P
060400 WITHDRAW-BOX.                                                    DBANK49P
060500     MOVE CD49I-ESC-ID TO DCL-ESC-ID.                             DBANK49P
060600     EXEC SQL                                                     DBANK49P
060700          UPDATE BNKESCH                                          DBANK49P
060800          SET ESC_STATUS = 'C'                                    DBANK49P
060900          WHERE ESC_ID = :DCL-ESC-ID AND                          DBANK49P
061000                ESC_KIND = 'B' AND                                DBANK49P
061100                ESC_STATUS = 'N'                                  DBANK49P
061200     END-EXEC.                                                    DBANK49P
061300     IF SQLCODE IS EQUAL TO +100                                  DBANK49P
061400        MOVE 'That box claim is no longer open' TO CD49O-MSG      DBANK49P
061500        GO TO WITHDRAW-BOX-EXIT                                   DBANK49P
061600     END-IF.                                                      DBANK49P
061700     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK49P
061800        MOVE 'Unable to withdraw the box claim' TO CD49O-MSG      DBANK49P
061900        GO TO WITHDRAW-BOX-EXIT                                   DBANK49P
062000     END-IF.                                                      DBANK49P
062100     SET CD49O-RUN-OK TO TRUE.                                    DBANK49P
062200 WITHDRAW-BOX-EXIT.                                               DBANK49P
062300     EXIT.                                                        DBANK49P
062400                                                                  DBANK49P
062500***************************************************************** DBANK49P
062600* Hand the built line to the extract queue                      * DBANK49P
062700***************************************************************** DBANK49P
062800 QUEUE-REPORT-LINE.                                               DBANK49P
062900 COPY CCSVWRQ.                                                    DBANK49P
063000 QUEUE-REPORT-LINE-EXIT.                                          DBANK49P
063100     EXIT.                                                        DBANK49P
