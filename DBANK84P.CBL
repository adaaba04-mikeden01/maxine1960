001200***************************************************************** DBANK84P
001300* Program:     DBANK84P.CBL                                     * DBANK84P
001400* Function:    Operational-log housekeeping - per-table         * DBANK84P
001500*              retention for BNKABND/BNKEXCP/BNKALRT and the    * DBANK84P
001550*              statements filed on BNKSTMH, monthly log rollup  * DBANK84P
001600*              counts taken before the detail is purged, and a  * DBANK84P
001650*              purge audit of what was removed                  * DBANK84P
001800*              SQL version                                      * DBANK84P
001900***************************************************************** DBANK84P
002000                                                                  DBANK84P
003800                                                                  DBANK84P
003900***************************************************************** DBANK84P
004000* Retention defaults, used when no BNKCTLV override is held -   * DBANK84P
004100* statements are kept longest, alerts the shortest              * DBANK84P
004200***************************************************************** DBANK84P
004300 01  WS-RETENTION-DEFAULTS.                                       DBANK84P
004400   05  WS-ABND-DAYS           VALUE +400     PIC S9(5) COMP-3.    DBANK84P
004500   05  WS-EXCP-DAYS           VALUE +180     PIC S9(5) COMP-3.    DBANK84P
004600   05  WS-ALRT-DAYS           VALUE +90      PIC S9(5) COMP-3.    DBANK84P
004650   05  WS-STMT-DAYS           VALUE +2555    PIC S9(5) COMP-3.    DBANK84P
004700                                                                  DBANK84P
004800   EXEC SQL                                                       DBANK84P
004900        BEGIN DECLARE SECTION                                     DBANK84P
022500     END-IF.                                                      DBANK84P
022600                                                                  DBANK84P
022700***************************************************************** DBANK84P
022800* The alert log - rolled up by alert reason. Post held back     * DBANK84P
022820* while the customer's mail is being returned (channel H) stays * DBANK84P
022840* until it is released                                          * DBANK84P
022900***************************************************************** DBANK84P
023000     MOVE 'BNKALRT ' TO WS-TABLE-NAME.                            DBANK84P
023100     MOVE WS-ALRT-DAYS TO WS-RETAIN-DAYS.                         DBANK84P
023900                (SELECT DISTINCT                                  DBANK84P
024000                        SUBSTR(CHAR(BAL_TIMESTAMP), 1, 7)         DBANK84P
024100                 FROM BNKALRT                                     DBANK84P
024200                 WHERE BAL_CHANNEL <> 'H' AND                     DBANK84P
024250                       BAL_TIMESTAMP <                            DBANK84P
024300                       CURRENT TIMESTAMP - :WS-RETAIN-DAYS DAYS)  DBANK84P
024400     END-EXEC.                                                    DBANK84P
024500     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DBANK84P
025800                 COUNT(*)                                         DBANK84P
025900          FROM BNKALRT                                            DBANK84P
026000          WHERE BAL_TIMESTAMP <                                   DBANK84P
026100                CURRENT TIMESTAMP - :WS-RETAIN-DAYS DAYS AND      DBANK84P
026150                BAL_CHANNEL <> 'H'                                DBANK84P
026200          GROUP BY SUBSTR(CHAR(BAL_TIMESTAMP), 1, 7),             DBANK84P
026300                   BAL_REASON                                     DBANK84P
026400     END-EXEC.                                                    DBANK84P
027100          INTO :WS-PURGE-COUNT                                    DBANK84P
027200          FROM BNKALRT                                            DBANK84P
027300          WHERE BAL_TIMESTAMP <                                   DBANK84P
027400                CURRENT TIMESTAMP - :WS-RETAIN-DAYS DAYS AND      DBANK84P
027450                BAL_CHANNEL <> 'H'                                DBANK84P
027500     END-EXEC.                                                    DBANK84P
027600     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK84P
027700        GO TO HOUSEKEEPING-FAILED                                 DBANK84P
028000          DELETE                                                  DBANK84P
028100          FROM BNKALRT                                            DBANK84P
028200          WHERE BAL_TIMESTAMP <                                   DBANK84P
028300                CURRENT TIMESTAMP - :WS-RETAIN-DAYS DAYS AND      DBANK84P
028350                BAL_CHANNEL <> 'H'                                DBANK84P
028400     END-EXEC.                                                    DBANK84P
028500     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DBANK84P
028600        SQLCODE IS NOT EQUAL TO +100                              DBANK84P
028900     MOVE WS-PURGE-COUNT TO CD84O-ALRT-PURGED.                    DBANK84P
029000     PERFORM RECORD-PURGE THRU                                    DBANK84P
029100             RECORD-PURGE-EXIT.                                   DBANK84P
029200     IF CD84O-RUN-FAIL                                            DBANK84P
029201        GO TO DBANK84P-EXIT                                       DBANK84P
029202     END-IF.                                                      DBANK84P
029203                                                                  DBANK84P
029204***************************************************************** DBANK84P
029205* Filed customer statements, header and lines - there is no     * DBANK84P
029206* rollup, the statement being the record itself. As with the    * DBANK84P
029207* journal archive, a customer under an active legal hold keeps  * DBANK84P
029208* theirs, counted for the compliance report                     * DBANK84P
029209***************************************************************** DBANK84P
029210     MOVE 'BNKSTMH ' TO WS-TABLE-NAME.                            DBANK84P
029211     MOVE WS-STMT-DAYS TO WS-RETAIN-DAYS.                         DBANK84P
029212     PERFORM READ-RETENTION THRU                                  DBANK84P
029213             READ-RETENTION-EXIT.                                 DBANK84P
029214     EXEC SQL                                                     DBANK84P
029215          SELECT COUNT(*)                                         DBANK84P
029216          INTO :WS-PURGE-COUNT                                    DBANK84P
029217          FROM BNKSTMH                                            DBANK84P
029218          WHERE BSH_STMT_DATE <                                   DBANK84P
029219                CURRENT DATE - :WS-RETAIN-DAYS DAYS AND           DBANK84P
029220                NOT EXISTS                                        DBANK84P
029221                (SELECT 1                                         DBANK84P
029222                 FROM BNKLHLD LHR                                 DBANK84P
029223                 WHERE LHR.LHR_PID = BNKSTMH.BSH_PID AND          DBANK84P
029224                       LHR.LHR_STATUS = 'A')                      DBANK84P
029225     END-EXEC.                                                    DBANK84P
029226     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK84P
029227        GO TO HOUSEKEEPING-FAILED                                 DBANK84P
029228     END-IF.                                                      DBANK84P
029229     MOVE ZEROES TO WS-HELD-COUNT.                                DBANK84P
029230     EXEC SQL                                                     DBANK84P
029231          SELECT COUNT(*)                                         DBANK84P
029232          INTO :WS-HELD-COUNT                                     DBANK84P
029233          FROM BNKSTMH                                            DBANK84P
029234          WHERE BSH_STMT_DATE <                                   DBANK84P
029235                CURRENT DATE - :WS-RETAIN-DAYS DAYS AND           DBANK84P
029236                EXISTS                                            DBANK84P
029237                (SELECT 1                                         DBANK84P
029238                 FROM BNKLHLD LHR                                 DBANK84P
029239                 WHERE LHR.LHR_PID = BNKSTMH.BSH_PID AND          DBANK84P
029240                       LHR.LHR_STATUS = 'A')                      DBANK84P
029241     END-EXEC.                                                    DBANK84P
029242     IF SQLCODE IS EQUAL TO ZERO                                  DBANK84P
029243        ADD WS-HELD-COUNT TO CD84O-ROWS-HELD                      DBANK84P
029244     END-IF.                                                      DBANK84P
029245     EXEC SQL                                                     DBANK84P
029246          DELETE                                                  DBANK84P
029247          FROM BNKSTML                                            DBANK84P
029248          WHERE EXISTS                                            DBANK84P
029249                (SELECT 1                                         DBANK84P
029250                 FROM BNKSTMH STH                                 DBANK84P
029251                 WHERE STH.BSH_ACCNO = BNKSTML.BSL_ACCNO AND      DBANK84P
029252                       STH.BSH_STMT_DATE =                        DBANK84P
029253                       BNKSTML.BSL_STMT_DATE AND                  DBANK84P
029254                       STH.BSH_STMT_DATE <                        DBANK84P
029255                       CURRENT DATE - :WS-RETAIN-DAYS DAYS AND    DBANK84P
029256                       NOT EXISTS                                 DBANK84P
029257                       (SELECT 1                                  DBANK84P
029258                        FROM BNKLHLD LHR                          DBANK84P
029259                        WHERE LHR.LHR_PID = STH.BSH_PID AND       DBANK84P
029260                              LHR.LHR_STATUS = 'A'))              DBANK84P
029261     END-EXEC.                                                    DBANK84P
029262     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DBANK84P
029263        SQLCODE IS NOT EQUAL TO +100                              DBANK84P
029264        GO TO HOUSEKEEPING-FAILED                                 DBANK84P
029265     END-IF.                                                      DBANK84P
029266     EXEC SQL                                                     DBANK84P
029267          DELETE                                                  DBANK84P
029268          FROM BNKSTMH                                            DBANK84P
029269          WHERE BSH_STMT_DATE <                                   DBANK84P
029270                CURRENT DATE - :WS-RETAIN-DAYS DAYS AND           DBANK84P
029271                NOT EXISTS                                        DBANK84P
029272                (SELECT 1                                         DBANK84P
029273                 FROM BNKLHLD LHR                                 DBANK84P
029274                 WHERE LHR.LHR_PID = BNKSTMH.BSH_PID AND          DBANK84P
029275                       LHR.LHR_STATUS = 'A')                      DBANK84P
029276     END-EXEC.                                                    DBANK84P
029277     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DBANK84P
029278        SQLCODE IS NOT EQUAL TO +100                              DBANK84P
029279        GO TO HOUSEKEEPING-FAILED                                 DBANK84P
029280     END-IF.                                                      DBANK84P
029281     MOVE WS-PURGE-COUNT TO CD84O-STMT-PURGED.                    DBANK84P
029282     PERFORM RECORD-PURGE THRU                                    DBANK84P
029283             RECORD-PURGE-EXIT.                                   DBANK84P
029284     GO TO DBANK84P-EXIT.                                         DBANK84P
029300                                                                  DBANK84P
029400 HOUSEKEEPING-FAILED.                                             DBANK84P
029500     SET CD84O-RUN-FAIL TO TRUE.                                  DBANK84P
033500              FROM BNKCTLV                                        DBANK84P
033600              WHERE CTL_ID = 'ALRTRET '                           DBANK84P
033700         END-EXEC                                                 DBANK84P
033710       WHEN 'BNKSTMH '                                            DBANK84P
033720         EXEC SQL                                                 DBANK84P
033730              SELECT CTL_VALUE                                    DBANK84P
033740              INTO :WS-RETAIN-DAYS                                DBANK84P
033750              FROM BNKCTLV                                        DBANK84P
033760              WHERE CTL_ID = 'STMTRET '                           DBANK84P
033770         END-EXEC                                                 DBANK84P
033800     END-EVALUATE.                                                DBANK84P
033900     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DBANK84P
034000        SQLCODE IS NOT EQUAL TO +100                              DBANK84P
