004857     EXEC SQL                                                     DBANK66P
004916          INCLUDE CHOLDD01                                        DBANK66P
004975     END-EXEC.                                                    DBANK66P
004980 01  WS-O1-COMMAREA.                                              DBANK66P
004990     EXEC SQL                                                     DBANK66P
005000          INCLUDE COCLRD01                                        DBANK66P
005010     END-EXEC.                                                    DBANK66P
005015 01  WS-N1-COMMAREA.                                              DBANK66P
005036     EXEC SQL                                                     DBANK66P
005057          INCLUDE CNOTCD01                                        DBANK66P
005078     END-EXEC.                                                    DBANK66P
005099 01  WS-W1-COMMAREA.                                              DBANK66P
005120     EXEC SQL                                                     DBANK66P
005141          INCLUDE CTWRPD01                                        DBANK66P
005162     END-EXEC.                                                    DBANK66P
005183 01  WS-98-COMMAREA.                                              DBANK66P
005204     EXEC SQL                                                     DBANK66P
005225          INCLUDE CBANKD98                                        DBANK66P
005246     END-EXEC.                                                    DBANK66P
005250 01  WS-SC-COMMAREA.                                              DBANK66P
005255     EXEC SQL                                                     DBANK66P
005260          INCLUDE CSTFCD01                                        DBANK66P
005265     END-EXEC.                                                    DBANK66P
005270                                                                  DBANK66P
005329 01  WS-CASH-AREAS.                                               DBANK66P
005388   05  WS-ACC-PID                            PIC X(5).            DBANK66P
013400          TO CD66O-MSG                                            DBANK66P
013500        GO TO DBANK66P-EXIT                                       DBANK66P
013600     END-IF.                                                      DBANK66P
013605                                                                  DBANK66P
013610***************************************************************** DBANK66P
013615* Nor can a teller post cash to an account of their own or of   * DBANK66P
013620* a party connected to them - DSTFC01P holds the links          * DBANK66P
013625***************************************************************** DBANK66P
013630     INITIALIZE CSC1-DATA.                                        DBANK66P
013635     SET CSC1I-CHECK-ACTION TO TRUE.                              DBANK66P
013640     MOVE CD66I-TELLER TO CSC1I-STAFF-PID.                        DBANK66P
013645     MOVE WS-ACC-PID TO CSC1I-PID.                                DBANK66P
013650     MOVE CD66I-ACC TO CSC1I-ACC1.                                DBANK66P
013655     MOVE WS-PROGRAM-ID TO CSC1I-CALLER.                          DBANK66P
013660 COPY CSTFCX01.                                                   DBANK66P
013665     IF NOT CSC1O-REQUEST-OK                                      DBANK66P
013670        SET CD66O-ACCOUNT-RESTRICTED TO TRUE                      DBANK66P
013675        MOVE CSC1O-MSG TO CD66O-MSG                               DBANK66P
013680        GO TO DBANK66P-EXIT                                       DBANK66P
013685     END-IF.                                                      DBANK66P
013700                                                                  DBANK66P
013702***************************************************************** DBANK66P
013703* A withdrawal from a corporate account over the signing        * DBANK66P
013727           MOVE CD66I-DRAWER TO CD81I-REASON-CODE                 DBANK66P
013728           MOVE 'Y' TO CD81I-FORCE-CAPTURE                        DBANK66P
013729 COPY CBANKX81.                                                   DBANK66P
013734           SET CD66O-ACCOUNT-RESTRICTED TO TRUE                   DBANK66P
013739           IF CD81O-ITEM-CAPTURED                                 DBANK66P
013744              MOVE 'Withdrawal held for signatory approval'       DBANK66P
013749                TO CD66O-MSG                                      DBANK66P
013754              MOVE 'Y' TO CD66O-REFERRED                          DBANK66P
013759           ELSE                                                   DBANK66P
013764              MOVE CD81O-MSG TO CD66O-MSG                         DBANK66P
013769           END-IF                                                 DBANK66P
013774           GO TO DBANK66P-EXIT                                    DBANK66P
013779        END-IF                                                    DBANK66P
013784     END-IF.                                                      DBANK66P
013800***************************************************************** DBANK66P
013900* Work out the new balance - a withdrawal may never drive the   * DBANK66P
014000* balance negative, exactly as DBANK04P guards a transfer       * DBANK66P
015400        COMPUTE WS-NEW-BALANCE =                                  DBANK66P
015500                WS-OLD-BALANCE + CD66I-AMOUNT                     DBANK66P
015600     END-IF.                                                      DBANK66P
015602                                                                  DBANK66P
015604***************************************************************** DBANK66P
015606* A notice account pays out over the counter only against       * DBANK66P
015608* matured notices - or, where the product allows it, at a       * DBANK66P
015610* loss-of-interest penalty on what no notice covers             * DBANK66P
015612***************************************************************** DBANK66P
015614     INITIALIZE CNT1-DATA.                                        DBANK66P
015616     IF CD66I-CASH-WITHDRAWAL                                     DBANK66P
015618        SET CNT1I-CHECK-DEBIT TO TRUE                             DBANK66P
015620        MOVE CD66I-ACC TO CNT1I-ACC                               DBANK66P
015622        MOVE CD66I-AMOUNT TO CNT1I-AMOUNT                         DBANK66P
015624        MOVE WS-NEW-BALANCE TO CNT1I-NEW-BALANCE                  DBANK66P
015626        MOVE CD66I-TELLER TO CNT1I-USERID                         DBANK66P
015628 COPY CNOTCX01.                                                   DBANK66P
015630        IF CNT1O-NOTICE-REQUIRED                                  DBANK66P
015632           SET CD66O-ACCOUNT-RESTRICTED TO TRUE                   DBANK66P
015634           MOVE CNT1O-MSG TO CD66O-MSG                            DBANK66P
015636           GO TO DBANK66P-EXIT                                    DBANK66P
015638        END-IF                                                    DBANK66P
015640        IF NOT CNT1O-REQUEST-OK                                   DBANK66P
015642           MOVE CNT1O-MSG TO CD66O-MSG                            DBANK66P
015644           GO TO DBANK66P-EXIT                                    DBANK66P
015646        END-IF                                                    DBANK66P
015648     END-IF.                                                      DBANK66P
015650***************************************************************** DBANK66P
015652* Cash paid into a tax-free savings wrapper counts against the  * DBANK66P
015654* holder's annual allowance - a deposit that would take them    * DBANK66P
015656* over it is refused at the counter                             * DBANK66P
015658***************************************************************** DBANK66P
015660     INITIALIZE CTW1-DATA.                                        DBANK66P
015662     IF CD66I-CASH-DEPOSIT                                        DBANK66P
015664        SET CTW1I-CHECK-CREDIT TO TRUE                            DBANK66P
015666        MOVE CD66I-ACC TO CTW1I-ACC                               DBANK66P
015668        MOVE CD66I-AMOUNT TO CTW1I-AMOUNT                         DBANK66P
015670        MOVE CD66I-TELLER TO CTW1I-USERID                         DBANK66P
015672 COPY CTWRPX01.                                                   DBANK66P
015674        IF CTW1O-CREDIT-REFUSED                                   DBANK66P
015676           SET CD66O-ACCOUNT-RESTRICTED TO TRUE                   DBANK66P
015678           MOVE CTW1O-MSG TO CD66O-MSG                            DBANK66P
015680           GO TO DBANK66P-EXIT                                    DBANK66P
015682        END-IF                                                    DBANK66P
015684        IF NOT CTW1O-REQUEST-OK                                   DBANK66P
015686           MOVE CTW1O-MSG TO CD66O-MSG                            DBANK66P
015688           GO TO DBANK66P-EXIT                                    DBANK66P
015690        END-IF                                                    DBANK66P
015692     END-IF.                                                      DBANK66P
015700                                                                  DBANK66P
015800***************************************************************** DBANK66P
015900* Apply the movement, guarded on the balance we read so a       * DBANK66P
020500                  :TXN-DATA-OLD,                                  DBANK66P
020501                  :TR-REF)                                        DBANK66P
020600     END-EXEC.                                                    DBANK66P
020650     MOVE TR-REF TO CD66O-TXN-REF.                                DBANK66P
020700     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK66P
020800        MOVE 'Unable to journal the cash movement' TO CD66O-MSG   DBANK66P
020900        GO TO DBANK66P-EXIT                                       DBANK66P
021042***************************************************************** DBANK66P
021050     PERFORM WRITE-EVENT-ROW THRU                                 DBANK66P
021060             WRITE-EVENT-ROW-EXIT.                                DBANK66P
021062                                                                  DBANK66P
021064***************************************************************** DBANK66P
021066* The withdrawal is on the notice account - draw it down        * DBANK66P
021068* against the matured notices and take any penalty priced       * DBANK66P
021070***************************************************************** DBANK66P
021072     IF CNT1O-NOTICE-DAYS IS GREATER THAN ZERO                    DBANK66P
021074        SET CNT1I-DRAW-DEBIT TO TRUE                              DBANK66P
021076 COPY CNOTCX01.                                                   DBANK66P
021078        IF NOT CNT1O-REQUEST-OK                                   DBANK66P
021080           MOVE CNT1O-MSG TO CD66O-MSG                            DBANK66P
021082           GO TO DBANK66P-EXIT                                    DBANK66P
021084        END-IF                                                    DBANK66P
021086     END-IF.                                                      DBANK66P
021087                                                                  DBANK66P
021088***************************************************************** DBANK66P
021089* The deposit went into a wrapper - count it against the        * DBANK66P
021090* year's allowance now that it has posted                       * DBANK66P
021091***************************************************************** DBANK66P
021092     IF CTW1O-IS-WRAPPER                                          DBANK66P
021093        SET CTW1I-RECORD-CREDIT TO TRUE                           DBANK66P
021094 COPY CTWRPX01.                                                   DBANK66P
021095        IF NOT CTW1O-REQUEST-OK                                   DBANK66P
021096           MOVE CTW1O-MSG TO CD66O-MSG                            DBANK66P
021097           GO TO DBANK66P-EXIT                                    DBANK66P
021098        END-IF                                                    DBANK66P
021099     END-IF.                                                      DBANK66P
021100                                                                  DBANK66P
021200***************************************************************** DBANK66P
021300* Keep the drawer running totals - first movement of the day    * DBANK66P
025186 COPY CBANKX16.                                                   DBANK66P
025187        END-IF                                                    DBANK66P
025188     END-IF.                                                      DBANK66P
025190*    A cheque drawn on another bank has to be presented to it -   DBANK66P
025192*    the item goes on the outward clearing register whether or    DBANK66P
025194*    not the hold could be placed                                 DBANK66P
025196     PERFORM REGISTER-OUTWARD-ITEM THRU                           DBANK66P
025198             REGISTER-OUTWARD-ITEM-EXIT.                          DBANK66P
025200     SET CD66O-POST-OK TO TRUE.                                   DBANK66P
025300                                                                  DBANK66P
025400 DBANK66P-EXIT.                                                   DBANK66P
038100 COPY CBANKX16.                                                   DBANK66P
038200 LOG-EVENT-EXCEPTION-EXIT.                                        DBANK66P
038300     EXIT.                                                        DBANK66P
038400                                                                  DBANK66P
038500***************************************************************** DBANK66P
038600* Register a cheque drawn on another bank with the outward      * DBANK66P
038700* clearing service. The deposit is already posted, so a failure * DBANK66P
038800* is logged for the back office rather than returned            * DBANK66P
038900***************************************************************** DBANK66P
039000 REGISTER-OUTWARD-ITEM.                                           DBANK66P
039100     IF NOT CD66I-CASH-DEPOSIT OR                                 DBANK66P
039200        CD66I-CHQNO IS EQUAL TO SPACES OR                         DBANK66P
039300        CD66I-CHQNO IS EQUAL TO LOW-VALUES OR                     DBANK66P
039400        CD66I-CHQ-ROUTING IS EQUAL TO SPACES OR                   DBANK66P
039500        CD66I-CHQ-ROUTING IS EQUAL TO LOW-VALUES                  DBANK66P
039600        GO TO REGISTER-OUTWARD-ITEM-EXIT                          DBANK66P
039700     END-IF.                                                      DBANK66P
039800     MOVE SPACES TO COC1-DATA.                                    DBANK66P
039900     SET COC1I-REGISTER-ITEM TO TRUE.                             DBANK66P
040000     MOVE CD66I-ACC TO COC1I-ACC.                                 DBANK66P
040100     MOVE CD66I-AMOUNT TO COC1I-AMOUNT.                           DBANK66P
040200     MOVE CD66I-CHQNO TO COC1I-CHQNO.                             DBANK66P
040300     MOVE CD66I-CHQ-ROUTING TO COC1I-ROUTING.                     DBANK66P
040400     MOVE CD66I-CHQ-DRAWER TO COC1I-DRAWER-ACC.                   DBANK66P
040500     IF CDH1O-REQUEST-OK                                          DBANK66P
040600        MOVE CDH1O-HOLD-ID TO COC1I-HOLD-ID                       DBANK66P
040700     ELSE                                                         DBANK66P
040800        MOVE ZEROES TO COC1I-HOLD-ID                              DBANK66P
040900     END-IF.                                                      DBANK66P
041000     MOVE CD66I-TELLER TO COC1I-USERID.                           DBANK66P
041100 COPY COCLRX01.                                                   DBANK66P
041200     IF NOT COC1O-REQUEST-OK                                      DBANK66P
041300        MOVE SPACES TO CD16-DATA                                  DBANK66P
041400        MOVE WS-ACC-PID TO CD16I-PERSON-PID                       DBANK66P
041500        MOVE WS-PROGRAM-ID TO CD16I-PROGRAM                       DBANK66P
041600        MOVE SPACES TO CD16I-MESSAGE                              DBANK66P
041700        STRING 'OUTWARD ITEM NOT REGISTERED ON ' CD66I-ACC        DBANK66P
041800               ' CHEQUE ' CD66I-CHQNO                             DBANK66P
041900               DELIMITED BY SIZE INTO CD16I-MESSAGE               DBANK66P
042000 COPY CBANKX16.                                                   DBANK66P
042100     END-IF.                                                      DBANK66P
042200 REGISTER-OUTWARD-ITEM-EXIT.                                      DBANK66P
042300     EXIT.                                                        DBANK66P
