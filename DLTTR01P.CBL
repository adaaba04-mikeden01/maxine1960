001500*              on BNKLTPL with draft/approved states, the       * DLTTR01P
001600*              maintenance functions behind the template        * DLTTR01P
001700*              screen, and the callable formatter that merges   * DLTTR01P
001800*              &NAME, &ACCOUNT, &AMOUNT, &DATE and &REASON1-3   * DLTTR01P
001900*              approved template and delivers the letter to     * DLTTR01P
002000*              the repository for the print run. A letter to a  * DLTTR01P
002020*              customer whose post is coming back is held back  * DLTTR01P
002040*              from the print run until a new address is on     * DLTTR01P
002060*              file                                             * DLTTR01P
002100*              SQL version                                      * DLTTR01P
002200***************************************************************** DLTTR01P
002300                                                                  DLTTR01P
004800   05  WS-LINE-OUT                           PIC X(100).          DLTTR01P
004900   05  WS-TOKEN                              PIC X(8).            DLTTR01P
005000   05  WS-TOKEN-VALUE                        PIC X(25).           DLTTR01P
005020   05  WS-MAIL-HELD                          PIC X(1).            DLTTR01P
005040   05  WS-HELD-JOB                           PIC X(8)             DLTTR01P
005060       VALUE 'MAILHOLD'.                                          DLTTR01P
005070   05  WS-REASON-NO-X                        PIC X(1).            DLTTR01P
005080   05  WS-REASON-NO REDEFINES WS-REASON-NO-X PIC 9(1).            DLTTR01P
005100                                                                  DLTTR01P
005200 01  WS-CSV-DATA.                                                 DLTTR01P
005300 COPY CCSVD.                                                      DLTTR01P
006500 01  DCL-LTP-AREAS.                                               DLTTR01P
006600   05  DCL-SEQ                               PIC S9(3) COMP-3.    DLTTR01P
006700   05  DCL-TEXT                              PIC X(70).           DLTTR01P
006720   05  DCL-RTML-COUNT                        PIC S9(5) COMP-3.    DLTTR01P
006740   05  DCL-HELD-DESTINATION                  PIC X(30).           DLTTR01P
006800                                                                  DLTTR01P
006900     EXEC SQL                                                     DLTTR01P
007000          INCLUDE SQLCA                                           DLTTR01P
027600             CLT1O-MSG                                            DLTTR01P
027700        GO TO FORMAT-LETTER-EXIT                                  DLTTR01P
027800     END-IF.                                                      DLTTR01P
027820     PERFORM CHECK-MAIL-HELD THRU                                 DLTTR01P
027840             CHECK-MAIL-HELD-EXIT.                                DLTTR01P
027900     INITIALIZE CD96-DATA.                                        DLTTR01P
028000     SET CD96I-CAPTURE-REPORT TO TRUE.                            DLTTR01P
028100     MOVE WS-PROGRAM-ID TO CD96I-JOB.                             DLTTR01P
028120     IF WS-MAIL-HELD IS EQUAL TO 'Y'                              DLTTR01P
028140        MOVE WS-HELD-JOB TO CD96I-JOB                             DLTTR01P
028160     END-IF.                                                      DLTTR01P
028200     MOVE CLT1I-LETTER-NAME TO CD96I-REPORT-NAME.                 DLTTR01P
028300     MOVE 'CSVQ' TO CD96I-QUEUE.                                  DLTTR01P
028400     MOVE 999 TO CD96I-RETAIN-DAYS.                               DLTTR01P
028700        MOVE CD96O-MSG TO CLT1O-MSG                               DLTTR01P
028800        GO TO FORMAT-LETTER-EXIT                                  DLTTR01P
028900     END-IF.                                                      DLTTR01P
028910     IF WS-MAIL-HELD IS EQUAL TO 'Y'                              DLTTR01P
028920        PERFORM HOLD-LETTER THRU                                  DLTTR01P
028930                HOLD-LETTER-EXIT                                  DLTTR01P
028940        GO TO FORMAT-LETTER-EXIT                                  DLTTR01P
028950     END-IF.                                                      DLTTR01P
029000     SET CLT1O-REQUEST-OK TO TRUE.                                DLTTR01P
029100     MOVE 'Letter formatted and delivered' TO CLT1O-MSG.          DLTTR01P
029200 FORMAT-LETTER-EXIT.                                              DLTTR01P
029300     EXIT.                                                        DLTTR01P
029301                                                                  DLTTR01P
029302***************************************************************** DLTTR01P
029303* Is the customer's post coming back undelivered? A letter      * DLTTR01P
029304* with no customer named goes to the print run as before        * DLTTR01P
029305***************************************************************** DLTTR01P
029306 CHECK-MAIL-HELD.                                                 DLTTR01P
029307     MOVE 'N' TO WS-MAIL-HELD.                                    DLTTR01P
029308     IF CLT1I-PERSON-PID IS EQUAL TO SPACES OR                    DLTTR01P
029309        CLT1I-PERSON-PID IS EQUAL TO LOW-VALUES                   DLTTR01P
029310        GO TO CHECK-MAIL-HELD-EXIT                                DLTTR01P
029311     END-IF.                                                      DLTTR01P
029312     MOVE ZERO TO DCL-RTML-COUNT.                                 DLTTR01P
029313     EXEC SQL                                                     DLTTR01P
029314          SELECT COUNT(*)                                         DLTTR01P
029315          INTO :DCL-RTML-COUNT                                    DLTTR01P
029316          FROM BNKRTML                                            DLTTR01P
029317          WHERE RTM_PID = :CLT1I-PERSON-PID AND                   DLTTR01P
029318                RTM_STATUS = 'O'                                  DLTTR01P
029319     END-EXEC.                                                    DLTTR01P
029320     IF SQLCODE IS EQUAL TO ZERO AND                              DLTTR01P
029321        DCL-RTML-COUNT IS GREATER THAN ZERO                       DLTTR01P
029322        MOVE 'Y' TO WS-MAIL-HELD                                  DLTTR01P
029323     END-IF.                                                      DLTTR01P
029324 CHECK-MAIL-HELD-EXIT.                                            DLTTR01P
029325     EXIT.                                                        DLTTR01P
029326                                                                  DLTTR01P
029327***************************************************************** DLTTR01P
029328* The letter is stored under the held job, out of the print     * DLTTR01P
029329* run's way, and noted on the alert log as held post (channel   * DLTTR01P
029330* H) against the stored report so it can be printed when the    * DLTTR01P
029331* returned mail clears                                          * DLTTR01P
029332***************************************************************** DLTTR01P
029333 HOLD-LETTER.                                                     DLTTR01P
029334     MOVE SPACES TO DCL-HELD-DESTINATION.                         DLTTR01P
029335     STRING 'LETTER ' CD96O-REPORT-ID                             DLTTR01P
029336            DELIMITED BY SIZE INTO DCL-HELD-DESTINATION.          DLTTR01P
029337     EXEC SQL                                                     DLTTR01P
029338          INSERT INTO BNKALRT                                     DLTTR01P
029339                 (BAL_PID,                                        DLTTR01P
029340                  BAL_ACCNO,                                      DLTTR01P
029341                  BAL_REASON,                                     DLTTR01P
029342                  BAL_CHANNEL,                                    DLTTR01P
029343                  BAL_AMOUNT,                                     DLTTR01P
029344                  BAL_DESTINATION,                                DLTTR01P
029345                  BAL_TIMESTAMP)                                  DLTTR01P
029346          VALUES (:CLT1I-PERSON-PID,                              DLTTR01P
029347                  :CLT1I-MERGE-ACC,                               DLTTR01P
029348                  'LETTER HELD',                                  DLTTR01P
029349                  'H',                                            DLTTR01P
029350                  :CLT1I-MERGE-AMOUNT,                            DLTTR01P
029351                  :DCL-HELD-DESTINATION,                          DLTTR01P
029352                  CURRENT TIMESTAMP)                              DLTTR01P
029353     END-EXEC.                                                    DLTTR01P
029354     IF SQLCODE IS NOT EQUAL TO ZERO                              DLTTR01P
029355        MOVE 'Unable to record the held letter' TO CLT1O-MSG      DLTTR01P
029356        GO TO HOLD-LETTER-EXIT                                    DLTTR01P
029357     END-IF.                                                      DLTTR01P
029358     SET CLT1O-REQUEST-OK TO TRUE.                                DLTTR01P
029359     MOVE 'Letter held - post to the customer is being returned'  DLTTR01P
029360       TO CLT1O-MSG.                                              DLTTR01P
029361 HOLD-LETTER-EXIT.                                                DLTTR01P
029362     EXIT.                                                        DLTTR01P
029400                                                                  DLTTR01P
029500***************************************************************** DLTTR01P
029600* Fill one line's merge variables, left to right. Each token    * DLTTR01P
034200        MOVE CLT1I-MERGE-DATE TO WS-TOKEN-VALUE                   DLTTR01P
034300        MOVE 10 TO WS-VALUE-LEN                                   DLTTR01P
034400     END-IF.                                                      DLTTR01P
034405     IF WS-TOKEN-LEN IS EQUAL TO ZERO AND                         DLTTR01P
034410        WS-POS IS NOT GREATER THAN 63 AND                         DLTTR01P
034415        WS-LINE-IN (WS-POS:7) IS EQUAL TO '&REASON' AND           DLTTR01P
034420        WS-LINE-IN (WS-POS + 7:1) IS NOT LESS THAN '1' AND        DLTTR01P
034425        WS-LINE-IN (WS-POS + 7:1) IS NOT GREATER THAN '3'         DLTTR01P
034430        MOVE 8 TO WS-TOKEN-LEN                                    DLTTR01P
034435        MOVE WS-LINE-IN (WS-POS + 7:1) TO WS-REASON-NO-X          DLTTR01P
034440        MOVE CLT1I-MERGE-REASON (WS-REASON-NO) TO WS-TOKEN-VALUE  DLTTR01P
034445        MOVE 25 TO WS-VALUE-LEN                                   DLTTR01P
034450     END-IF.                                                      DLTTR01P
034500     IF WS-TOKEN-LEN IS EQUAL TO ZERO                             DLTTR01P
034600        MOVE WS-LINE-IN (WS-POS:1) TO                             DLTTR01P
034700             WS-LINE-OUT (WS-OUT-POS:1)                           DLTTR01P
