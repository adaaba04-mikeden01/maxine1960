003900       VALUE 'DBANK42P'.                                          DBANK42P
004000   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBANK42P
004100   05  WS-AMT-DISP                           PIC -(9)9.99.        DBANK42P
004120   05  WS-RATE-DISP                          PIC -9.9(6).         DBANK42P
004140   05  WS-ROV-KIND-TEXT                      PIC X(9).            DBANK42P
004160   05  WS-ROV-BASIS-TEXT                     PIC X(6).            DBANK42P
004200                                                                  DBANK42P
004300 01  WS-CSV-DATA.                                                 DBANK42P
004400 COPY CCSVD.                                                      DBANK42P
007000   05  DCL-ANS-CR-INT                        PIC S9(9)V99 COMP-3. DBANK42P
007100   05  DCL-YEAR-FROM                         PIC X(26).           DBANK42P
007200   05  DCL-YEAR-TO                           PIC X(26).           DBANK42P
007210*        Negotiated rates in force at any point in the year       DBANK42P
007220   05  DCL-YEAR-FIRST                        PIC X(10).           DBANK42P
007230   05  DCL-YEAR-LAST                         PIC X(10).           DBANK42P
007240   05  DCL-ROV-ACCNO                         PIC X(9).            DBANK42P
007250   05  DCL-ROV-KIND                          PIC X(1).            DBANK42P
007260   05  DCL-ROV-BASIS                         PIC X(1).            DBANK42P
007270   05  DCL-ROV-VALUE                         PIC S9V9(6) COMP-3.  DBANK42P
007280   05  DCL-ROV-START-DATE                    PIC X(10).           DBANK42P
007290   05  DCL-ROV-EXPIRY-DATE                   PIC X(10).           DBANK42P
007300 01  WS-BUSINESS-DATE                        PIC X(10).           DBANK42P
007400 01  WS-PRIOR-YEAR                           PIC 9(4).            DBANK42P
007500                                                                  DBANK42P
013900     MOVE SPACES TO DCL-YEAR-TO.                                  DBANK42P
014000     STRING DCL-ANS-YEAR '-12-31-23.59.59.999999'                 DBANK42P
014100            DELIMITED BY SIZE INTO DCL-YEAR-TO.                   DBANK42P
014110     MOVE SPACES TO DCL-YEAR-FIRST.                               DBANK42P
014120     STRING DCL-ANS-YEAR '-01-01'                                 DBANK42P
014130            DELIMITED BY SIZE INTO DCL-YEAR-FIRST.                DBANK42P
014140     MOVE SPACES TO DCL-YEAR-LAST.                                DBANK42P
014150     STRING DCL-ANS-YEAR '-12-31'                                 DBANK42P
014160            DELIMITED BY SIZE INTO DCL-YEAR-LAST.                 DBANK42P
014200                                                                  DBANK42P
014300***************************************************************** DBANK42P
014400* One line per customer - the three cost figures the regulator  * DBANK42P
026600            INTO WS-CSV-LINE (56:).                               DBANK42P
026700     PERFORM QUEUE-REPORT-LINE THRU                               DBANK42P
026800             QUEUE-REPORT-LINE-EXIT.                              DBANK42P
026820     PERFORM WRITE-PREFERENTIAL-RATES THRU                        DBANK42P
026840             WRITE-PREFERENTIAL-RATES-EXIT.                       DBANK42P
026900     ADD 1 TO DCL-ANS-COUNT.                                      DBANK42P
027000     ADD 1 TO CD42O-CUSTOMERS-WRITTEN.                            DBANK42P
027100     INITIALIZE CD59-DATA.                                        DBANK42P
028000 WRITE-ONE-SUMMARY-EXIT.                                          DBANK42P
028100     EXIT.                                                        DBANK42P
028200                                                                  DBANK42P
028201***************************************************************** DBANK42P
028202* Beneath the customer's line, one line for each negotiated rate* DBANK42P
028203* that was in force on any of the customer's accounts during the* DBANK42P
028204* year - the account, whether it priced credit or overdraft     * DBANK42P
028205* interest, the rate or margin agreed and the dates it ran      * DBANK42P
028206***************************************************************** DBANK42P
028207 WRITE-PREFERENTIAL-RATES.                                        DBANK42P
028208     EXEC SQL                                                     DBANK42P
028209          DECLARE PREF_CSR CURSOR FOR                             DBANK42P
028210          SELECT ROV_ACCNO,                                       DBANK42P
028211                 ROV_KIND,                                        DBANK42P
028212                 ROV_BASIS,                                       DBANK42P
028213                 ROV_VALUE,                                       DBANK42P
028214                 ROV_START_DATE,                                  DBANK42P
028215                 ROV_EXPIRY_DATE                                  DBANK42P
028216          FROM BNKROVR                                            DBANK42P
028217          WHERE ROV_PID = :DCL-ANS-PID AND                        DBANK42P
028218                ROV_STATUS = 'A' AND                              DBANK42P
028219                ROV_START_DATE <= :DCL-YEAR-LAST AND              DBANK42P
028220                ROV_EXPIRY_DATE >= :DCL-YEAR-FIRST                DBANK42P
028221          ORDER BY ROV_ACCNO,                                     DBANK42P
028222                   ROV_START_DATE                                 DBANK42P
028223          FOR FETCH ONLY                                          DBANK42P
028224     END-EXEC.                                                    DBANK42P
028225     EXEC SQL                                                     DBANK42P
028226          OPEN PREF_CSR                                           DBANK42P
028227     END-EXEC.                                                    DBANK42P
028228     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK42P
028229        MOVE 'Unable to open the negotiated rates' TO CD42O-MSG   DBANK42P
028230        GO TO WRITE-PREFERENTIAL-RATES-EXIT                       DBANK42P
028231     END-IF.                                                      DBANK42P
028232 PREF-LOOP.                                                       DBANK42P
028233     EXEC SQL                                                     DBANK42P
028234          FETCH PREF_CSR                                          DBANK42P
028235          INTO :DCL-ROV-ACCNO,                                    DBANK42P
028236               :DCL-ROV-KIND,                                     DBANK42P
028237               :DCL-ROV-BASIS,                                    DBANK42P
028238               :DCL-ROV-VALUE,                                    DBANK42P
028239               :DCL-ROV-START-DATE,                               DBANK42P
028240               :DCL-ROV-EXPIRY-DATE                               DBANK42P
028241     END-EXEC.                                                    DBANK42P
028242     IF SQLCODE IS EQUAL TO +100                                  DBANK42P
028243        GO TO PREF-LOOP-EXIT                                      DBANK42P
028244     END-IF.                                                      DBANK42P
028245     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK42P
028246        MOVE 'Unable to read the negotiated rates' TO CD42O-MSG   DBANK42P
028247        GO TO PREF-LOOP-EXIT                                      DBANK42P
028248     END-IF.                                                      DBANK42P
028249     IF DCL-ROV-KIND IS EQUAL TO 'D'                              DBANK42P
028250        MOVE 'OVERDRAFT' TO WS-ROV-KIND-TEXT                      DBANK42P
028251     ELSE                                                         DBANK42P
028252        MOVE 'CREDIT' TO WS-ROV-KIND-TEXT                         DBANK42P
028253     END-IF.                                                      DBANK42P
028254     IF DCL-ROV-BASIS IS EQUAL TO 'M'                             DBANK42P
028255        MOVE 'MARGIN' TO WS-ROV-BASIS-TEXT                        DBANK42P
028256     ELSE                                                         DBANK42P
028257        MOVE 'RATE' TO WS-ROV-BASIS-TEXT                          DBANK42P
028258     END-IF.                                                      DBANK42P
028259     MOVE DCL-ROV-VALUE TO WS-RATE-DISP.                          DBANK42P
028260     MOVE SPACES TO WS-CSV-LINE.                                  DBANK42P
028261     STRING DCL-ANS-PID ',PREFERENTIAL RATE,' DCL-ROV-ACCNO ','   DBANK42P
028262            DELIMITED BY SIZE                                     DBANK42P
028263            WS-ROV-KIND-TEXT DELIMITED BY SPACE                   DBANK42P
028264            ',' DELIMITED BY SIZE                                 DBANK42P
028265            WS-ROV-BASIS-TEXT DELIMITED BY SPACE                  DBANK42P
028266            ',' WS-RATE-DISP ',' DCL-ROV-START-DATE ','           DBANK42P
028267            DCL-ROV-EXPIRY-DATE                                   DBANK42P
028268            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DBANK42P
028269     PERFORM QUEUE-REPORT-LINE THRU                               DBANK42P
028270             QUEUE-REPORT-LINE-EXIT.                              DBANK42P
028271     GO TO PREF-LOOP.                                             DBANK42P
028272 PREF-LOOP-EXIT.                                                  DBANK42P
028273     EXEC SQL                                                     DBANK42P
028274          CLOSE PREF_CSR                                          DBANK42P
028275     END-EXEC.                                                    DBANK42P
028276 WRITE-PREFERENTIAL-RATES-EXIT.                                   DBANK42P
028277     EXIT.                                                        DBANK42P
028300***************************************************************** DBANK42P
028400* Hand the built line to the extract queue                      * DBANK42P
028500***************************************************************** DBANK42P
