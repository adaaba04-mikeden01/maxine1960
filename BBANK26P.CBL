001400* Layer:       Business logic                                   * BBANK26P
001500* Function:    Overdraft facility screen - sanction, cancel or  * BBANK26P
001600*              review an arranged overdraft line through        * BBANK26P
001700*              DBANK73P, or clear a scorecard referral of an    * BBANK26P
001720*              overdraft or a loan application through DSCOR01P * BBANK26P
001740*              so it can go ahead                               * BBANK26P
001800***************************************************************** BBANK26P
001900                                                                  BBANK26P
002000 IDENTIFICATION DIVISION.                                         BBANK26P
005300 01  WS-BANK-DATA.                                                BBANK26P
005400 COPY CBANKDAT.                                                   BBANK26P
005500 COPY CTIMERD.                                                    BBANK26P
005520 01  WS-SESSION-DATA.                                             BBANK26P
005540 COPY CSIGND01.                                                   BBANK26P
005600 01  WS-EXCEPTION-DATA.                                           BBANK26P
005700 COPY CBANKD16.                                                   BBANK26P
005800                                                                  BBANK26P
005900 01  WS-FACILITY-DATA.                                            BBANK26P
006000 COPY CBANKD73.                                                   BBANK26P
006100                                                                  BBANK26P
006120 01  WS-SCORE-DATA.                                               BBANK26P
006140 COPY CSCORD01.                                                   BBANK26P
006160                                                                  BBANK26P
006200 COPY CABENDD.                                                    BBANK26P
006300                                                                  BBANK26P
006400 LINKAGE SECTION.                                                 BBANK26P
006500 01  DFHCOMMAREA.                                                 BBANK26P
006600   05  LK-COMMAREA                           PIC X(32654).        BBANK26P
006700                                                                  BBANK26P
006800 COPY CENTRY.                                                     BBANK26P
006900***************************************************************** BBANK26P
019800     END-IF.                                                      BBANK26P
019900     IF BANK-SCR26-ACTION IS NOT EQUAL TO 'S' AND                 BBANK26P
020000        BANK-SCR26-ACTION IS NOT EQUAL TO 'X' AND                 BBANK26P
020100        BANK-SCR26-ACTION IS NOT EQUAL TO 'R' AND                 BBANK26P
020150        BANK-SCR26-ACTION IS NOT EQUAL TO 'C'                     BBANK26P
020200        MOVE 'Action must be S, X, R(eview) or C(lear referral)'  BBANK26P
020250          TO WS-ERROR-MSG                                         BBANK26P
020400        GO TO VALIDATE-INPUT-ERROR                                BBANK26P
020500     END-IF.                                                      BBANK26P
020600     IF BANK-SCR26-ACC IS EQUAL TO SPACES OR                      BBANK26P
023700***************************************************************** BBANK26P
023800 WORK-FACILITY.                                                   BBANK26P
023900     INITIALIZE CD73-DATA.                                        BBANK26P
023910     IF BANK-SCR26-ACTION IS EQUAL TO 'C'                         BBANK26P
023920        PERFORM CLEAR-REFERRAL THRU                               BBANK26P
023930                CLEAR-REFERRAL-EXIT                               BBANK26P
023940        GO TO WORK-FACILITY-EXIT                                  BBANK26P
023950     END-IF.                                                      BBANK26P
024000     MOVE BANK-SCR26-ACTION TO CD73I-FUNCTION.                    BBANK26P
024100     MOVE BANK-SCR26-ACC TO CD73I-ACC.                            BBANK26P
024150     MOVE BANK-USERID TO CD73I-USERID.                            BBANK26P
024200     IF BANK-SCR26-ACTION IS EQUAL TO 'S'                         BBANK26P
024300        MOVE WS-LIMIT-WORK-N TO CD73I-LIMIT                       BBANK26P
024400        MOVE BANK-SCR26-EXPIRY TO CD73I-EXPIRY-DATE               BBANK26P
025900     END-IF.                                                      BBANK26P
026000 WORK-FACILITY-EXIT.                                              BBANK26P
026100     EXIT.                                                        BBANK26P
026105                                                                  BBANK26P
026110***************************************************************** BBANK26P
026115* Clear the scorecard's referral of the application keyed - an  * BBANK26P
026116* overdraft by its account number, a loan by its loan id - so   * BBANK26P
026118* the amount referred can then go ahead                         * BBANK26P
026125***************************************************************** BBANK26P
026130 CLEAR-REFERRAL.                                                  BBANK26P
026135     INITIALIZE CSD1-DATA.                                        BBANK26P
026140     SET CSD1I-CLEAR-REFERRAL TO TRUE.                            BBANK26P
026145     MOVE BANK-USERID TO CSD1I-USERID.                            BBANK26P
026150     MOVE SPACE TO CSD1I-PRODUCT.                                 BBANK26P
026155     MOVE BANK-SCR26-ACC TO CSD1I-REF.                            BBANK26P
026160 COPY CSCORX01.                                                   BBANK26P
026165     MOVE CSD1O-MSG TO BANK-SCR26-ERRMSG.                         BBANK26P
026170     IF NOT CSD1O-REQUEST-OK                                      BBANK26P
026175        MOVE CSD1O-MSG TO BANK-ERROR-MSG                          BBANK26P
026180     END-IF.                                                      BBANK26P
026185 CLEAR-REFERRAL-EXIT.                                             BBANK26P
026190     EXIT.                                                        BBANK26P
026200                                                                  BBANK26P
026300***************************************************************** BBANK26P
026400* Check for an idle session timeout                             * BBANK26P
