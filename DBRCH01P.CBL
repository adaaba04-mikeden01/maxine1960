004800                              PIC X(6).                           DBRCH01P
004900   05  WS-GL-OVERSHORT-ACCT   VALUE '400400'                      DBRCH01P
005000                              PIC X(6).                           DBRCH01P
005010*    Foreign notes are held on their own line, and a proof posts  DBRCH01P
005020*    against whichever of the two the drawer was counting         DBRCH01P
005030   05  WS-GL-NOTES-ACCT       VALUE '100400'                      DBRCH01P
005040                              PIC X(6).                           DBRCH01P
005050   05  WS-GL-OFFSET-ACCT                     PIC X(6).            DBRCH01P
005060   05  WS-BASE-CURRENCY                      PIC X(3)             DBRCH01P
005070       VALUE 'USD'.                                               DBRCH01P
005100                                                                  DBRCH01P
005200 01  WS-CSV-DATA.                                                 DBRCH01P
005300 COPY CCSVD.                                                      DBRCH01P
005400                                                                  DBRCH01P
005500 01  WS-96-COMMAREA.                                              DBRCH01P
005600 COPY CBANKD96.                                                   DBRCH01P
005620                                                                  DBRCH01P
005640 01  WS-88-COMMAREA.                                              DBRCH01P
005660 COPY CBANKD88.                                                   DBRCH01P
005700                                                                  DBRCH01P
005800   EXEC SQL                                                       DBRCH01P
005900        BEGIN DECLARE SECTION                                     DBRCH01P
007600   05  DCL-ACT-AMOUNT                        PIC S9(11)V99 COMP-3.DBRCH01P
007700   05  DCL-DEN-VALUE                         PIC S9(3)V99 COMP-3. DBRCH01P
007800   05  DCL-DEN-COUNT                         PIC S9(5) COMP-3.    DBRCH01P
007820   05  DCL-NOTE-VALUE                        PIC S9(5)V99 COMP-3. DBRCH01P
007840   05  DCL-NOTE-COUNT                        PIC S9(5) COMP-3.    DBRCH01P
007860   05  DCL-NOTES-HELD                        PIC S9(7) COMP-3.    DBRCH01P
007900 01  WS-PROOF-AREAS.                                              DBRCH01P
008000   05  WS-COUNTED                            PIC S9(9)V99 COMP-3. DBRCH01P
008100   05  WS-COMPUTED                           PIC S9(9)V99 COMP-3. DBRCH01P
008300   05  WS-GL-ACCT                            PIC X(6).            DBRCH01P
008400   05  WS-GL-DEBIT                           PIC S9(11)V99 COMP-3.DBRCH01P
008500   05  WS-GL-CREDIT                          PIC S9(11)V99 COMP-3.DBRCH01P
008510   05  WS-BASE-OVER-SHORT                    PIC S9(7)V99 COMP-3. DBRCH01P
008520   05  WS-VAULT-COUNT                        PIC S9(5) COMP-3.    DBRCH01P
008530   05  WS-IN-COUNT                           PIC S9(5) COMP-3.    DBRCH01P
008540   05  WS-OUT-COUNT                          PIC S9(5) COMP-3.    DBRCH01P
008550*        A note movement is checked in full before any of it is   DBRCH01P
008560*        applied, so a short line leaves nothing half moved       DBRCH01P
008570   05  WS-NOTE-PASS                          PIC X(1).            DBRCH01P
008580     88  WS-NOTE-CHECK                       VALUE 'C'.           DBRCH01P
008590     88  WS-NOTE-APPLY                       VALUE 'A'.           DBRCH01P
008600 01  WS-BUSINESS-DATE                        PIC X(10).           DBRCH01P
008700 01  WS-POST-TIMESTAMP                       PIC X(26).           DBRCH01P
008800                                                                  DBRCH01P
013300       WHEN CBR1I-SET-USER-BRANCH                                 DBRCH01P
013400         PERFORM SET-USER-BRANCH THRU                             DBRCH01P
013500                 SET-USER-BRANCH-EXIT                             DBRCH01P
013510       WHEN CBR1I-DRAWER-PROOF AND                                DBRCH01P
013520            CBR1I-CURRENCY IS NOT EQUAL TO SPACES AND             DBRCH01P
013530            CBR1I-CURRENCY IS NOT EQUAL TO WS-BASE-CURRENCY       DBRCH01P
013540         PERFORM NOTE-DRAWER-PROOF THRU                           DBRCH01P
013550                 NOTE-DRAWER-PROOF-EXIT                           DBRCH01P
013600       WHEN CBR1I-DRAWER-PROOF                                    DBRCH01P
013700         PERFORM DRAWER-PROOF THRU                                DBRCH01P
013800                 DRAWER-PROOF-EXIT                                DBRCH01P
013810       WHEN CBR1I-VAULT-MOVEMENT AND                              DBRCH01P
013820            CBR1I-CURRENCY IS NOT EQUAL TO SPACES AND             DBRCH01P
013830            CBR1I-CURRENCY IS NOT EQUAL TO WS-BASE-CURRENCY       DBRCH01P
013840         PERFORM NOTE-VAULT-MOVEMENT THRU                         DBRCH01P
013850                 NOTE-VAULT-MOVEMENT-EXIT                         DBRCH01P
013900       WHEN CBR1I-VAULT-MOVEMENT                                  DBRCH01P
014000         PERFORM VAULT-MOVEMENT THRU                              DBRCH01P
014100                 VAULT-MOVEMENT-EXIT                              DBRCH01P
030400     MOVE WS-COUNTED TO CBR1O-COUNTED-TOTAL.                      DBRCH01P
030500     MOVE WS-COMPUTED TO CBR1O-COMPUTED-TOTAL.                    DBRCH01P
030600     MOVE WS-OVER-SHORT TO CBR1O-OVER-SHORT.                      DBRCH01P
030605     PERFORM COUNT-CCYS-TO-PROVE THRU                             DBRCH01P
030650             COUNT-CCYS-TO-PROVE-EXIT.                            DBRCH01P
030700     IF WS-OVER-SHORT IS NOT EQUAL TO ZERO                        DBRCH01P
030750        MOVE WS-GL-CASH-ACCT TO WS-GL-OFFSET-ACCT                 DBRCH01P
030800        PERFORM POST-OVER-SHORT THRU                              DBRCH01P
030900                POST-OVER-SHORT-EXIT                              DBRCH01P
031000        IF CBR1O-MSG IS NOT EQUAL TO SPACES                       DBRCH01P
031800        MOVE 'Drawer over/short posted to the ledger'             DBRCH01P
031900          TO CBR1O-MSG                                            DBRCH01P
032000     END-IF.                                                      DBRCH01P
032020     IF CBR1O-CCYS-TO-PROVE IS GREATER THAN ZERO                  DBRCH01P
032040        MOVE 'Cash proved - foreign notes still to prove'         DBRCH01P
032060          TO CBR1O-MSG                                            DBRCH01P
032080     END-IF.                                                      DBRCH01P
032100 DRAWER-PROOF-EXIT.                                               DBRCH01P
032200     EXIT.                                                        DBRCH01P
032300                                                                  DBRCH01P
035500                                                                  DBRCH01P
035600***************************************************************** DBRCH01P
035700* The over/short pair - a short debits the over/short line and  * DBRCH01P
035750* credits branch cash (or the notes line, for foreign notes);   * DBRCH01P
035800* an over runs the other way                                    * DBRCH01P
035900***************************************************************** DBRCH01P
036000 POST-OVER-SHORT.                                                 DBRCH01P
036100     EXEC SQL                                                     DBRCH01P
038200        MOVE WS-OVER-SHORT TO WS-GL-DEBIT                         DBRCH01P
038300        MOVE ZEROES TO WS-GL-CREDIT                               DBRCH01P
038400     END-IF.                                                      DBRCH01P
038500     MOVE WS-GL-OFFSET-ACCT TO WS-GL-ACCT.                        DBRCH01P
038600     PERFORM WRITE-PROOF-POSTING THRU                             DBRCH01P
038700             WRITE-PROOF-POSTING-EXIT.                            DBRCH01P
038800 POST-OVER-SHORT-EXIT.                                            DBRCH01P
047900                        VLM_DIRECTION,                            DBRCH01P
048000                        VLM_AMOUNT,                               DBRCH01P
048100                        VLM_BUS_DATE,                             DBRCH01P
048200                        VLM_MOVED_TS,                             DBRCH01P
048250                        VLM_CURRENCY)                             DBRCH01P
048300          VALUES (:CBR1I-BRANCH,                                  DBRCH01P
048400                  :CBR1I-TELLER,                                  DBRCH01P
048500                  :CBR1I-DRAWER,                                  DBRCH01P
048600                  :CBR1I-DIRECTION,                               DBRCH01P
048700                  :CBR1I-AMOUNT,                                  DBRCH01P
048800                  :WS-BUSINESS-DATE,                              DBRCH01P
048900                  CURRENT TIMESTAMP,                              DBRCH01P
048950                  :WS-BASE-CURRENCY)                              DBRCH01P
049000     END-EXEC.                                                    DBRCH01P
049100     IF SQLCODE IS NOT EQUAL TO ZERO                              DBRCH01P
049200        MOVE 'Unable to record the vault movement' TO CBR1O-MSG   DBRCH01P
060500 COPY CCSVWRQ.                                                    DBRCH01P
060600 QUEUE-REPORT-LINE-EXIT.                                          DBRCH01P
060700     EXIT.                                                        DBRCH01P
060800                                                                  DBRCH01P
060900***************************************************************** DBRCH01P
061000* End-of-day proof of the foreign notes in a drawer, one        * DBRCH01P
061100* currency at a time - the counted notes against the drawer's   * DBRCH01P
061200* notes in less notes out for the day. The count is kept on     * DBRCH01P
061300* BNKFXDR, and any over/short is taken at the day's rate to     * DBRCH01P
061400* the over/short line against the notes line, moving the        * DBRCH01P
061500* position's book value with it                                 * DBRCH01P
061600***************************************************************** DBRCH01P
061700 NOTE-DRAWER-PROOF.                                               DBRCH01P
061800     MOVE ZEROES TO WS-COUNTED.                                   DBRCH01P
061900     EXEC SQL                                                     DBRCH01P
062000          UPDATE BNKFXDR                                          DBRCH01P
062100          SET FXD_COUNTED = 0                                     DBRCH01P
062200          WHERE FXD_TELLER = :CBR1I-TELLER AND                    DBRCH01P
062300                FXD_DRAWER = :CBR1I-DRAWER AND                    DBRCH01P
062400                FXD_BUS_DATE = CURRENT DATE AND                   DBRCH01P
062500                FXD_CURRENCY = :CBR1I-CURRENCY                    DBRCH01P
062600     END-EXEC.                                                    DBRCH01P
062700     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DBRCH01P
062800        SQLCODE IS NOT EQUAL TO +100                              DBRCH01P
062900        MOVE 'Unable to clear the earlier note count' TO CBR1O-MSGDBRCH01P
063000        GO TO NOTE-DRAWER-PROOF-EXIT                              DBRCH01P
063100     END-IF.                                                      DBRCH01P
063200     MOVE 0 TO WS-SUB1.                                           DBRCH01P
063300     PERFORM COUNT-ONE-NOTE THRU                                  DBRCH01P
063400             COUNT-ONE-NOTE-EXIT 6 TIMES.                         DBRCH01P
063500     IF CBR1O-MSG IS NOT EQUAL TO SPACES                          DBRCH01P
063600        GO TO NOTE-DRAWER-PROOF-EXIT                              DBRCH01P
063700     END-IF.                                                      DBRCH01P
063800     EXEC SQL                                                     DBRCH01P
063900          SELECT VALUE(SUM((FXD_COUNT_IN - FXD_COUNT_OUT) *       DBRCH01P
064000                           FXD_DEN_VALUE), 0)                     DBRCH01P
064100          INTO :WS-COMPUTED                                       DBRCH01P
064200          FROM BNKFXDR                                            DBRCH01P
064300          WHERE FXD_TELLER = :CBR1I-TELLER AND                    DBRCH01P
064400                FXD_DRAWER = :CBR1I-DRAWER AND                    DBRCH01P
064500                FXD_BUS_DATE = CURRENT DATE AND                   DBRCH01P
064600                FXD_CURRENCY = :CBR1I-CURRENCY                    DBRCH01P
064700     END-EXEC.                                                    DBRCH01P
064800     IF SQLCODE IS NOT EQUAL TO ZERO                              DBRCH01P
064900        MOVE 'Unable to read the drawer''s notes' TO CBR1O-MSG    DBRCH01P
065000        GO TO NOTE-DRAWER-PROOF-EXIT                              DBRCH01P
065100     END-IF.                                                      DBRCH01P
065200     COMPUTE WS-OVER-SHORT =                                      DBRCH01P
065300             WS-COUNTED - WS-COMPUTED.                            DBRCH01P
065400     MOVE WS-COUNTED TO CBR1O-COUNTED-TOTAL.                      DBRCH01P
065500     MOVE WS-COMPUTED TO CBR1O-COMPUTED-TOTAL.                    DBRCH01P
065600     MOVE WS-OVER-SHORT TO CBR1O-OVER-SHORT.                      DBRCH01P
065700     MOVE ZEROES TO WS-BASE-OVER-SHORT.                           DBRCH01P
065800     IF WS-OVER-SHORT IS NOT EQUAL TO ZERO                        DBRCH01P
065900        INITIALIZE CD88-DATA                                      DBRCH01P
066000        SET CD88I-READ-RATE TO TRUE                               DBRCH01P
066100        MOVE CBR1I-CURRENCY TO CD88I-CURRENCY                     DBRCH01P
066200 COPY CBANKX88.                                                   DBRCH01P
066300        IF NOT CD88O-REQUEST-OK                                   DBRCH01P
066400           MOVE CD88O-MSG TO CBR1O-MSG                            DBRCH01P
066500           GO TO NOTE-DRAWER-PROOF-EXIT                           DBRCH01P
066600        END-IF                                                    DBRCH01P
066700        COMPUTE WS-BASE-OVER-SHORT ROUNDED =                      DBRCH01P
066800                WS-OVER-SHORT * CD88O-RATE                        DBRCH01P
066900     END-IF.                                                      DBRCH01P
067000     MOVE WS-BASE-OVER-SHORT TO CBR1O-BASE-OVER-SHORT.            DBRCH01P
067100     IF WS-BASE-OVER-SHORT IS NOT EQUAL TO ZERO                   DBRCH01P
067200        MOVE WS-BASE-OVER-SHORT TO WS-OVER-SHORT                  DBRCH01P
067300        MOVE WS-GL-NOTES-ACCT TO WS-GL-OFFSET-ACCT                DBRCH01P
067400        PERFORM POST-OVER-SHORT THRU                              DBRCH01P
067500                POST-OVER-SHORT-EXIT                              DBRCH01P
067600        IF CBR1O-MSG IS NOT EQUAL TO SPACES                       DBRCH01P
067700           GO TO NOTE-DRAWER-PROOF-EXIT                           DBRCH01P
067800        END-IF                                                    DBRCH01P
067900        EXEC SQL                                                  DBRCH01P
068000             UPDATE BNKFXPOS                                      DBRCH01P
068100             SET FXP_BOOK_VALUE =                                 DBRCH01P
068200                 FXP_BOOK_VALUE + :WS-BASE-OVER-SHORT,            DBRCH01P
068300                 FXP_UPDATED_TS = CURRENT TIMESTAMP               DBRCH01P
068400             WHERE FXP_CURRENCY = :CBR1I-CURRENCY                 DBRCH01P
068500        END-EXEC                                                  DBRCH01P
068600        IF SQLCODE IS EQUAL TO +100                               DBRCH01P
068700           EXEC SQL                                               DBRCH01P
068800                INSERT                                            DBRCH01P
068900                INTO BNKFXPOS (FXP_CURRENCY,                      DBRCH01P
069000                               FXP_BOOK_VALUE,                    DBRCH01P
069100                               FXP_UPDATED_TS)                    DBRCH01P
069200                VALUES (:CBR1I-CURRENCY,                          DBRCH01P
069300                        :WS-BASE-OVER-SHORT,                      DBRCH01P
069400                        CURRENT TIMESTAMP)                        DBRCH01P
069500           END-EXEC                                               DBRCH01P
069600        END-IF                                                    DBRCH01P
069700        IF SQLCODE IS NOT EQUAL TO ZERO                           DBRCH01P
069800           MOVE 'Unable to update the note position' TO CBR1O-MSG DBRCH01P
069900           GO TO NOTE-DRAWER-PROOF-EXIT                           DBRCH01P
070000        END-IF                                                    DBRCH01P
070100     END-IF.                                                      DBRCH01P
070200     EXEC SQL                                                     DBRCH01P
070300          UPDATE BNKFXDR                                          DBRCH01P
070400          SET FXD_PROVED = 'Y'                                    DBRCH01P
070500          WHERE FXD_TELLER = :CBR1I-TELLER AND                    DBRCH01P
070600                FXD_DRAWER = :CBR1I-DRAWER AND                    DBRCH01P
070700                FXD_BUS_DATE = CURRENT DATE AND                   DBRCH01P
070800                FXD_CURRENCY = :CBR1I-CURRENCY                    DBRCH01P
070900     END-EXEC.                                                    DBRCH01P
071000     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DBRCH01P
071100        SQLCODE IS NOT EQUAL TO +100                              DBRCH01P
071200        MOVE 'Unable to mark the drawer''s notes proved'          DBRCH01P
071300          TO CBR1O-MSG                                            DBRCH01P
071400        GO TO NOTE-DRAWER-PROOF-EXIT                              DBRCH01P
071500     END-IF.                                                      DBRCH01P
071520     PERFORM COUNT-CCYS-TO-PROVE THRU                             DBRCH01P
071540             COUNT-CCYS-TO-PROVE-EXIT.                            DBRCH01P
071600     SET CBR1O-REQUEST-OK TO TRUE.                                DBRCH01P
071700     IF WS-BASE-OVER-SHORT IS EQUAL TO ZERO                       DBRCH01P
071800        MOVE 'Drawer''s notes prove to the count' TO CBR1O-MSG    DBRCH01P
071900     ELSE                                                         DBRCH01P
072000        MOVE 'Note over/short posted at today''s rate'            DBRCH01P
072100          TO CBR1O-MSG                                            DBRCH01P
072200     END-IF.                                                      DBRCH01P
072220     IF CBR1O-CCYS-TO-PROVE IS GREATER THAN ZERO                  DBRCH01P
072240        MOVE 'Notes proved - other currencies still to prove'     DBRCH01P
072260          TO CBR1O-MSG                                            DBRCH01P
072280     END-IF.                                                      DBRCH01P
072300 NOTE-DRAWER-PROOF-EXIT.                                          DBRCH01P
072400     EXIT.                                                        DBRCH01P
072500                                                                  DBRCH01P
072502***************************************************************** DBRCH01P
072504* The currencies whose notes in the drawer are still to be      * DBRCH01P
072506* proved today - the drawer is not closed off until none remain * DBRCH01P
072508***************************************************************** DBRCH01P
072510 COUNT-CCYS-TO-PROVE.                                             DBRCH01P
072512     MOVE ZEROES TO DCL-ACT-COUNT.                                DBRCH01P
072514     EXEC SQL                                                     DBRCH01P
072516          SELECT COUNT(DISTINCT FXD_CURRENCY)                     DBRCH01P
072518          INTO :DCL-ACT-COUNT                                     DBRCH01P
072520          FROM BNKFXDR                                            DBRCH01P
072522          WHERE FXD_TELLER = :CBR1I-TELLER AND                    DBRCH01P
072524                FXD_DRAWER = :CBR1I-DRAWER AND                    DBRCH01P
072526                FXD_BUS_DATE = CURRENT DATE AND                   DBRCH01P
072528                FXD_PROVED = 'N'                                  DBRCH01P
072530     END-EXEC.                                                    DBRCH01P
072532     IF SQLCODE IS EQUAL TO ZERO                                  DBRCH01P
072534        MOVE DCL-ACT-COUNT TO CBR1O-CCYS-TO-PROVE                 DBRCH01P
072536     END-IF.                                                      DBRCH01P
072538 COUNT-CCYS-TO-PROVE-EXIT.                                        DBRCH01P
072540     EXIT.                                                        DBRCH01P
072600***************************************************************** DBRCH01P
072700* One counted line of notes - totalled and kept on the drawer's * DBRCH01P
072800* row for that note value, opening one for notes the drawer     * DBRCH01P
072900* never recorded taking in                                      * DBRCH01P
073000***************************************************************** DBRCH01P
073100 COUNT-ONE-NOTE.                                                  DBRCH01P
073200     ADD 1 TO WS-SUB1.                                            DBRCH01P
073300     IF CBR1O-MSG IS NOT EQUAL TO SPACES                          DBRCH01P
073400        GO TO COUNT-ONE-NOTE-EXIT                                 DBRCH01P
073500     END-IF.                                                      DBRCH01P
073600     IF CBR1I-NOTE-VALUE (WS-SUB1) IS NOT NUMERIC OR              DBRCH01P
073700        CBR1I-NOTE-COUNT (WS-SUB1) IS NOT NUMERIC                 DBRCH01P
073800        MOVE 'Note values and counts must be numeric' TO CBR1O-MSGDBRCH01P
073900        GO TO COUNT-ONE-NOTE-EXIT                                 DBRCH01P
074000     END-IF.                                                      DBRCH01P
074100     IF CBR1I-NOTE-COUNT (WS-SUB1) IS EQUAL TO ZEROES             DBRCH01P
074200        GO TO COUNT-ONE-NOTE-EXIT                                 DBRCH01P
074300     END-IF.                                                      DBRCH01P
074400     MOVE CBR1I-NOTE-VALUE (WS-SUB1) TO DCL-NOTE-VALUE.           DBRCH01P
074500     MOVE CBR1I-NOTE-COUNT (WS-SUB1) TO DCL-NOTE-COUNT.           DBRCH01P
074600     COMPUTE WS-COUNTED =                                         DBRCH01P
074700             WS-COUNTED +                                         DBRCH01P
074800             (DCL-NOTE-VALUE * DCL-NOTE-COUNT).                   DBRCH01P
074900     EXEC SQL                                                     DBRCH01P
075000          UPDATE BNKFXDR                                          DBRCH01P
075100          SET FXD_COUNTED = :DCL-NOTE-COUNT                       DBRCH01P
075200          WHERE FXD_TELLER = :CBR1I-TELLER AND                    DBRCH01P
075300                FXD_DRAWER = :CBR1I-DRAWER AND                    DBRCH01P
075400                FXD_BUS_DATE = CURRENT DATE AND                   DBRCH01P
075500                FXD_CURRENCY = :CBR1I-CURRENCY AND                DBRCH01P
075600                FXD_DEN_VALUE = :DCL-NOTE-VALUE                   DBRCH01P
075700     END-EXEC.                                                    DBRCH01P
075800     IF SQLCODE IS EQUAL TO +100                                  DBRCH01P
075900        EXEC SQL                                                  DBRCH01P
076000             INSERT                                               DBRCH01P
076100             INTO BNKFXDR (FXD_TELLER,                            DBRCH01P
076200                           FXD_DRAWER,                            DBRCH01P
076300                           FXD_BUS_DATE,                          DBRCH01P
076400                           FXD_CURRENCY,                          DBRCH01P
076500                           FXD_DEN_VALUE,                         DBRCH01P
076600                           FXD_COUNT_IN,                          DBRCH01P
076700                           FXD_COUNT_OUT,                         DBRCH01P
076800                           FXD_COUNTED,                           DBRCH01P
076900                           FXD_PROVED)                            DBRCH01P
077000             VALUES (:CBR1I-TELLER,                               DBRCH01P
077100                     :CBR1I-DRAWER,                               DBRCH01P
077200                     CURRENT DATE,                                DBRCH01P
077300                     :CBR1I-CURRENCY,                             DBRCH01P
077400                     :DCL-NOTE-VALUE,                             DBRCH01P
077500                     0,                                           DBRCH01P
077600                     0,                                           DBRCH01P
077700                     :DCL-NOTE-COUNT,                             DBRCH01P
077800                     'N')                                         DBRCH01P
077900        END-EXEC                                                  DBRCH01P
078000     END-IF.                                                      DBRCH01P
078100     IF SQLCODE IS NOT EQUAL TO ZERO                              DBRCH01P
078200        MOVE 'Unable to record a note count' TO CBR1O-MSG         DBRCH01P
078300     END-IF.                                                      DBRCH01P
078400 COUNT-ONE-NOTE-EXIT.                                             DBRCH01P
078500     EXIT.                                                        DBRCH01P
078600                                                                  DBRCH01P
078700***************************************************************** DBRCH01P
078800* A drawer buys foreign notes from the branch vault or sells    * DBRCH01P
078900* them back - moved at book, so nothing is posted; the notes    * DBRCH01P
079000* go from one holding to the other and the movement is logged   * DBRCH01P
079100* on the vault ledger in the foreign amount                     * DBRCH01P
079200***************************************************************** DBRCH01P
079300 NOTE-VAULT-MOVEMENT.                                             DBRCH01P
079400     IF NOT CBR1I-BUY-FROM-VAULT AND                              DBRCH01P
079500        NOT CBR1I-SELL-TO-VAULT                                   DBRCH01P
079600        MOVE 'Direction must be B(uy) or S(ell)' TO CBR1O-MSG     DBRCH01P
079700        GO TO NOTE-VAULT-MOVEMENT-EXIT                            DBRCH01P
079800     END-IF.                                                      DBRCH01P
079900     IF CBR1I-BRANCH IS EQUAL TO SPACES OR                        DBRCH01P
080000        CBR1I-DRAWER IS EQUAL TO SPACES                           DBRCH01P
080100        MOVE 'Branch and drawer are needed' TO CBR1O-MSG          DBRCH01P
080200        GO TO NOTE-VAULT-MOVEMENT-EXIT                            DBRCH01P
080300     END-IF.                                                      DBRCH01P
080400     MOVE ZEROES TO WS-COUNTED.                                   DBRCH01P
080500     SET WS-NOTE-CHECK TO TRUE.                                   DBRCH01P
080600     MOVE 0 TO WS-SUB1.                                           DBRCH01P
080700     PERFORM MOVE-ONE-NOTE THRU                                   DBRCH01P
080800             MOVE-ONE-NOTE-EXIT 6 TIMES.                          DBRCH01P
080900     IF CBR1O-MSG IS NOT EQUAL TO SPACES                          DBRCH01P
081000        GO TO NOTE-VAULT-MOVEMENT-EXIT                            DBRCH01P
081100     END-IF.                                                      DBRCH01P
081200     IF WS-COUNTED IS NOT GREATER THAN ZERO                       DBRCH01P
081300        MOVE 'At least one line of notes is needed' TO CBR1O-MSG  DBRCH01P
081400        GO TO NOTE-VAULT-MOVEMENT-EXIT                            DBRCH01P
081500     END-IF.                                                      DBRCH01P
081600     IF WS-COUNTED IS GREATER THAN 9999999.99                     DBRCH01P
081700        MOVE 'Too many notes for one movement' TO CBR1O-MSG       DBRCH01P
081800        GO TO NOTE-VAULT-MOVEMENT-EXIT                            DBRCH01P
081900     END-IF.                                                      DBRCH01P
082000     MOVE WS-COUNTED TO CBR1I-AMOUNT.                             DBRCH01P
082100     SET WS-NOTE-APPLY TO TRUE.                                   DBRCH01P
082200     MOVE 0 TO WS-SUB1.                                           DBRCH01P
082300     PERFORM MOVE-ONE-NOTE THRU                                   DBRCH01P
082400             MOVE-ONE-NOTE-EXIT 6 TIMES.                          DBRCH01P
082500     IF CBR1O-MSG IS NOT EQUAL TO SPACES                          DBRCH01P
082600        GO TO NOTE-VAULT-MOVEMENT-EXIT                            DBRCH01P
082700     END-IF.                                                      DBRCH01P
082800     EXEC SQL                                                     DBRCH01P
082900          INSERT                                                  DBRCH01P
083000          INTO BNKVLTM (VLM_BRANCH,                               DBRCH01P
083100                        VLM_TELLER,                               DBRCH01P
083200                        VLM_DRAWER,                               DBRCH01P
083300                        VLM_DIRECTION,                            DBRCH01P
083400                        VLM_AMOUNT,                               DBRCH01P
083500                        VLM_BUS_DATE,                             DBRCH01P
083600                        VLM_MOVED_TS,                             DBRCH01P
083700                        VLM_CURRENCY)                             DBRCH01P
083800          VALUES (:CBR1I-BRANCH,                                  DBRCH01P
083900                  :CBR1I-TELLER,                                  DBRCH01P
084000                  :CBR1I-DRAWER,                                  DBRCH01P
084100                  :CBR1I-DIRECTION,                               DBRCH01P
084200                  :CBR1I-AMOUNT,                                  DBRCH01P
084300                  :WS-BUSINESS-DATE,                              DBRCH01P
084400                  CURRENT TIMESTAMP,                              DBRCH01P
084500                  :CBR1I-CURRENCY)                                DBRCH01P
084600     END-EXEC.                                                    DBRCH01P
084700     IF SQLCODE IS NOT EQUAL TO ZERO                              DBRCH01P
084800        MOVE 'Unable to record the vault movement' TO CBR1O-MSG   DBRCH01P
084900        GO TO NOTE-VAULT-MOVEMENT-EXIT                            DBRCH01P
085000     END-IF.                                                      DBRCH01P
085100     SET CBR1O-REQUEST-OK TO TRUE.                                DBRCH01P
085200     MOVE 'Note movement recorded' TO CBR1O-MSG.                  DBRCH01P
085300 NOTE-VAULT-MOVEMENT-EXIT.                                        DBRCH01P
085400     EXIT.                                                        DBRCH01P
085500                                                                  DBRCH01P
085600***************************************************************** DBRCH01P
085700* One line of notes between vault and drawer - on the checking  * DBRCH01P
085800* pass the side giving up the notes must hold them; on the      * DBRCH01P
085900* applying pass both holdings move                              * DBRCH01P
086000***************************************************************** DBRCH01P
086100 MOVE-ONE-NOTE.                                                   DBRCH01P
086200     ADD 1 TO WS-SUB1.                                            DBRCH01P
086300     IF CBR1O-MSG IS NOT EQUAL TO SPACES                          DBRCH01P
086400        GO TO MOVE-ONE-NOTE-EXIT                                  DBRCH01P
086500     END-IF.                                                      DBRCH01P
086600     IF CBR1I-NOTE-VALUE (WS-SUB1) IS NOT NUMERIC OR              DBRCH01P
086700        CBR1I-NOTE-COUNT (WS-SUB1) IS NOT NUMERIC                 DBRCH01P
086800        MOVE 'Note values and counts must be numeric' TO CBR1O-MSGDBRCH01P
086900        GO TO MOVE-ONE-NOTE-EXIT                                  DBRCH01P
087000     END-IF.                                                      DBRCH01P
087100     IF CBR1I-NOTE-COUNT (WS-SUB1) IS EQUAL TO ZEROES             DBRCH01P
087200        GO TO MOVE-ONE-NOTE-EXIT                                  DBRCH01P
087300     END-IF.                                                      DBRCH01P
087400     IF CBR1I-NOTE-VALUE (WS-SUB1) IS EQUAL TO ZEROES             DBRCH01P
087500        MOVE 'Each line of notes needs its denomination'          DBRCH01P
087600          TO CBR1O-MSG                                            DBRCH01P
087700        GO TO MOVE-ONE-NOTE-EXIT                                  DBRCH01P
087800     END-IF.                                                      DBRCH01P
087900     MOVE CBR1I-NOTE-VALUE (WS-SUB1) TO DCL-NOTE-VALUE.           DBRCH01P
088000     MOVE CBR1I-NOTE-COUNT (WS-SUB1) TO DCL-NOTE-COUNT.           DBRCH01P
088100     IF WS-NOTE-APPLY                                             DBRCH01P
088200        GO TO MOVE-ONE-NOTE-APPLY                                 DBRCH01P
088300     END-IF.                                                      DBRCH01P
088400     COMPUTE WS-COUNTED =                                         DBRCH01P
088500             WS-COUNTED +                                         DBRCH01P
088600             (DCL-NOTE-VALUE * DCL-NOTE-COUNT).                   DBRCH01P
088700     IF CBR1I-BUY-FROM-VAULT                                      DBRCH01P
088800        EXEC SQL                                                  DBRCH01P
088900             SELECT VALUE(SUM(FXV_COUNT), 0)                      DBRCH01P
089000             INTO :DCL-NOTES-HELD                                 DBRCH01P
089100             FROM BNKFXVL                                         DBRCH01P
089200             WHERE FXV_BRANCH = :CBR1I-BRANCH AND                 DBRCH01P
089300                   FXV_CURRENCY = :CBR1I-CURRENCY AND             DBRCH01P
089400                   FXV_DEN_VALUE = :DCL-NOTE-VALUE                DBRCH01P
089500        END-EXEC                                                  DBRCH01P
089600     ELSE                                                         DBRCH01P
089700        EXEC SQL                                                  DBRCH01P
089800             SELECT VALUE(SUM(FXD_COUNT_IN - FXD_COUNT_OUT), 0)   DBRCH01P
089900             INTO :DCL-NOTES-HELD                                 DBRCH01P
090000             FROM BNKFXDR                                         DBRCH01P
090100             WHERE FXD_TELLER = :CBR1I-TELLER AND                 DBRCH01P
090200                   FXD_DRAWER = :CBR1I-DRAWER AND                 DBRCH01P
090300                   FXD_BUS_DATE = CURRENT DATE AND                DBRCH01P
090400                   FXD_CURRENCY = :CBR1I-CURRENCY AND             DBRCH01P
090500                   FXD_DEN_VALUE = :DCL-NOTE-VALUE                DBRCH01P
090600        END-EXEC                                                  DBRCH01P
090700     END-IF.                                                      DBRCH01P
090800     IF SQLCODE IS NOT EQUAL TO ZERO                              DBRCH01P
090900        MOVE 'Unable to read the notes held' TO CBR1O-MSG         DBRCH01P
091000        GO TO MOVE-ONE-NOTE-EXIT                                  DBRCH01P
091100     END-IF.                                                      DBRCH01P
091200     IF DCL-NOTES-HELD IS LESS THAN DCL-NOTE-COUNT                DBRCH01P
091300        IF CBR1I-BUY-FROM-VAULT                                   DBRCH01P
091400           MOVE 'The vault does not hold enough of those notes'   DBRCH01P
091500             TO CBR1O-MSG                                         DBRCH01P
091600        ELSE                                                      DBRCH01P
091700           MOVE 'The drawer does not hold enough of those notes'  DBRCH01P
091800             TO CBR1O-MSG                                         DBRCH01P
091900        END-IF                                                    DBRCH01P
092000     END-IF.                                                      DBRCH01P
092100     GO TO MOVE-ONE-NOTE-EXIT.                                    DBRCH01P
092200 MOVE-ONE-NOTE-APPLY.                                             DBRCH01P
092300     IF CBR1I-BUY-FROM-VAULT                                      DBRCH01P
092400        COMPUTE WS-VAULT-COUNT = ZERO - DCL-NOTE-COUNT            DBRCH01P
092500        MOVE DCL-NOTE-COUNT TO WS-IN-COUNT                        DBRCH01P
092600        MOVE ZEROES TO WS-OUT-COUNT                               DBRCH01P
092700     ELSE                                                         DBRCH01P
092800        MOVE DCL-NOTE-COUNT TO WS-VAULT-COUNT                     DBRCH01P
092900        MOVE ZEROES TO WS-IN-COUNT                                DBRCH01P
093000        MOVE DCL-NOTE-COUNT TO WS-OUT-COUNT                       DBRCH01P
093100     END-IF.                                                      DBRCH01P
093200     EXEC SQL                                                     DBRCH01P
093300          UPDATE BNKFXVL                                          DBRCH01P
093400          SET FXV_COUNT = FXV_COUNT + :WS-VAULT-COUNT             DBRCH01P
093500          WHERE FXV_BRANCH = :CBR1I-BRANCH AND                    DBRCH01P
093600                FXV_CURRENCY = :CBR1I-CURRENCY AND                DBRCH01P
093700                FXV_DEN_VALUE = :DCL-NOTE-VALUE                   DBRCH01P
093800     END-EXEC.                                                    DBRCH01P
093900     IF SQLCODE IS EQUAL TO +100                                  DBRCH01P
094000        EXEC SQL                                                  DBRCH01P
094100             INSERT                                               DBRCH01P
094200             INTO BNKFXVL (FXV_BRANCH,                            DBRCH01P
094300                           FXV_CURRENCY,                          DBRCH01P
094400                           FXV_DEN_VALUE,                         DBRCH01P
094500                           FXV_COUNT)                             DBRCH01P
094600             VALUES (:CBR1I-BRANCH,                               DBRCH01P
094700                     :CBR1I-CURRENCY,                             DBRCH01P
094800                     :DCL-NOTE-VALUE,                             DBRCH01P
094900                     :WS-VAULT-COUNT)                             DBRCH01P
095000        END-EXEC                                                  DBRCH01P
095100     END-IF.                                                      DBRCH01P
095200     IF SQLCODE IS NOT EQUAL TO ZERO                              DBRCH01P
095300        MOVE 'Unable to move the vault''s notes' TO CBR1O-MSG     DBRCH01P
095400        GO TO MOVE-ONE-NOTE-EXIT                                  DBRCH01P
095500     END-IF.                                                      DBRCH01P
095600     EXEC SQL                                                     DBRCH01P
095700          UPDATE BNKFXDR                                          DBRCH01P
095800          SET FXD_COUNT_IN = FXD_COUNT_IN + :WS-IN-COUNT,         DBRCH01P
095900              FXD_COUNT_OUT = FXD_COUNT_OUT + :WS-OUT-COUNT,      DBRCH01P
096000              FXD_PROVED = 'N'                                    DBRCH01P
096100          WHERE FXD_TELLER = :CBR1I-TELLER AND                    DBRCH01P
096200                FXD_DRAWER = :CBR1I-DRAWER AND                    DBRCH01P
096300                FXD_BUS_DATE = CURRENT DATE AND                   DBRCH01P
096400                FXD_CURRENCY = :CBR1I-CURRENCY AND                DBRCH01P
096500                FXD_DEN_VALUE = :DCL-NOTE-VALUE                   DBRCH01P
096600     END-EXEC.                                                    DBRCH01P
096700     IF SQLCODE IS EQUAL TO +100                                  DBRCH01P
096800        EXEC SQL                                                  DBRCH01P
096900             INSERT                                               DBRCH01P
097000             INTO BNKFXDR (FXD_TELLER,                            DBRCH01P
097100                           FXD_DRAWER,                            DBRCH01P
097200                           FXD_BUS_DATE,                          DBRCH01P
097300                           FXD_CURRENCY,                          DBRCH01P
097400                           FXD_DEN_VALUE,                         DBRCH01P
097500                           FXD_COUNT_IN,                          DBRCH01P
097600                           FXD_COUNT_OUT,                         DBRCH01P
097700                           FXD_COUNTED,                           DBRCH01P
097800                           FXD_PROVED)                            DBRCH01P
097900             VALUES (:CBR1I-TELLER,                               DBRCH01P
098000                     :CBR1I-DRAWER,                               DBRCH01P
098100                     CURRENT DATE,                                DBRCH01P
098200                     :CBR1I-CURRENCY,                             DBRCH01P
098300                     :DCL-NOTE-VALUE,                             DBRCH01P
098400                     :WS-IN-COUNT,                                DBRCH01P
098500                     :WS-OUT-COUNT,                               DBRCH01P
098600                     0,                                           DBRCH01P
098700                     'N')                                         DBRCH01P
098800        END-EXEC                                                  DBRCH01P
098900     END-IF.                                                      DBRCH01P
099000     IF SQLCODE IS NOT EQUAL TO ZERO                              DBRCH01P
099100        MOVE 'Unable to move the drawer''s notes' TO CBR1O-MSG    DBRCH01P
099200     END-IF.                                                      DBRCH01P
099300 MOVE-ONE-NOTE-EXIT.                                              DBRCH01P
099400     EXIT.                                                        DBRCH01P
