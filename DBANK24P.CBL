001200***************************************************************** DBANK24P
001300* Program:     DBANK24P.CBL                                     * DBANK24P
001400* Function:    Upcoming-commitments forecast - the scheduled    * DBANK24P
001450*              standing-order debits (BNKSTORD), loan           * DBANK24P
001500*              installments (BNKLNSC) and withdrawal notices    * DBANK24P
001550*              (BNKNOTC) falling due in the next 30 days,       * DBANK24P
001600*              merged into due-date order with a projected      * DBANK24P
001650*              running balance, plus a nightly sweep that       * DBANK24P
001700*              warns a customer through the message center      * DBANK24P
001750*              before a predicted shortfall                     * DBANK24P
002100*              SQL version                                      * DBANK24P
002200***************************************************************** DBANK24P
002300                                                                  DBANK24P
016000     IF CD24O-MSG IS NOT EQUAL TO SPACES                          DBANK24P
016100        GO TO BUILD-FORECAST-EXIT                                 DBANK24P
016200     END-IF.                                                      DBANK24P
016210     PERFORM GATHER-NOTICES THRU                                  DBANK24P
016220             GATHER-NOTICES-EXIT.                                 DBANK24P
016230     IF CD24O-MSG IS NOT EQUAL TO SPACES                          DBANK24P
016240        GO TO BUILD-FORECAST-EXIT                                 DBANK24P
016250     END-IF.                                                      DBANK24P
016300     PERFORM SORT-COMMITMENTS THRU                                DBANK24P
016400             SORT-COMMITMENTS-EXIT.                               DBANK24P
016500     PERFORM PROJECT-BALANCES THRU                                DBANK24P
027800     END-EXEC.                                                    DBANK24P
027900 GATHER-INSTALLMENTS-EXIT.                                        DBANK24P
028000     EXIT.                                                        DBANK24P
028001                                                                  DBANK24P
028002***************************************************************** DBANK24P
028003* The notices given on this account falling due inside 30 days  * DBANK24P
028004* - what is still undrawn on each is money the customer means   * DBANK24P
028005* to take out                                                   * DBANK24P
028006***************************************************************** DBANK24P
028007 GATHER-NOTICES.                                                  DBANK24P
028008     EXEC SQL                                                     DBANK24P
028009          DECLARE NTC_CSR CURSOR FOR                              DBANK24P
028010          SELECT NTC.NTC_DUE_DATE,                                DBANK24P
028011                 NTC.NTC_AMOUNT - NTC.NTC_DRAWN                   DBANK24P
028012          FROM BNKNOTC NTC                                        DBANK24P
028013          WHERE NTC.NTC_PID = :CD24I-PERSON-PID                   DBANK24P
028014          AND NTC.NTC_ACCNO = :CD24I-ACC                          DBANK24P
028015          AND NTC.NTC_STATUS = 'O'                                DBANK24P
028016          AND NTC.NTC_DUE_DATE >= CURRENT DATE                    DBANK24P
028017          AND NTC.NTC_DUE_DATE <= CURRENT DATE + 30 DAYS          DBANK24P
028018          ORDER BY NTC.NTC_DUE_DATE                               DBANK24P
028019          FOR FETCH ONLY                                          DBANK24P
028020     END-EXEC.                                                    DBANK24P
028021     EXEC SQL                                                     DBANK24P
028022          OPEN NTC_CSR                                            DBANK24P
028023     END-EXEC.                                                    DBANK24P
028024     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK24P
028025        MOVE 'Unable to open the notice register' TO CD24O-MSG    DBANK24P
028026        GO TO GATHER-NOTICES-EXIT                                 DBANK24P
028027     END-IF.                                                      DBANK24P
028028 GATHER-NTC-LOOP.                                                 DBANK24P
028029     IF WS-CMT-COUNT IS NOT LESS THAN 24                          DBANK24P
028030        GO TO GATHER-NTC-LOOP-EXIT                                DBANK24P
028031     END-IF.                                                      DBANK24P
028032     EXEC SQL                                                     DBANK24P
028033          FETCH NTC_CSR                                           DBANK24P
028034          INTO :WS-ROW-DATE,                                      DBANK24P
028035               :WS-ROW-AMT                                        DBANK24P
028036     END-EXEC.                                                    DBANK24P
028037     IF SQLCODE IS EQUAL TO +100                                  DBANK24P
028038        GO TO GATHER-NTC-LOOP-EXIT                                DBANK24P
028039     END-IF.                                                      DBANK24P
028040     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK24P
028041        MOVE 'Unable to read the notice register' TO CD24O-MSG    DBANK24P
028042        GO TO GATHER-NTC-LOOP-EXIT                                DBANK24P
028043     END-IF.                                                      DBANK24P
028044     ADD 1 TO WS-CMT-COUNT.                                       DBANK24P
028045     MOVE WS-ROW-DATE TO WS-CMT-DATE (WS-CMT-COUNT).              DBANK24P
028046     MOVE 'WITHDRAWAL NOTICE' TO WS-CMT-DESC (WS-CMT-COUNT).      DBANK24P
028047     MOVE WS-ROW-AMT TO WS-CMT-AMT (WS-CMT-COUNT).                DBANK24P
028048     GO TO GATHER-NTC-LOOP.                                       DBANK24P
028049 GATHER-NTC-LOOP-EXIT.                                            DBANK24P
028050     EXEC SQL                                                     DBANK24P
028051          CLOSE NTC_CSR                                           DBANK24P
028052     END-EXEC.                                                    DBANK24P
028053 GATHER-NOTICES-EXIT.                                             DBANK24P
028054     EXIT.                                                        DBANK24P
028100                                                                  DBANK24P
028200***************************************************************** DBANK24P
028300* Merge the date-ordered sources into one - a simple exchange   * DBANK24P
028400* sort, the table never holds more than 24 rows                 * DBANK24P
028500***************************************************************** DBANK24P
028600 SORT-COMMITMENTS.                                                DBANK24P
028700     IF WS-CMT-COUNT IS LESS THAN 2                               DBANK24P
