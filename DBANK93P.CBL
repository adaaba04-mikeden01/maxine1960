001600*              send a one-time code to the new address, commit  * DBANK93P
001700*              the change only when the code comes back, and    * DBANK93P
001800*              expire and report what never verifies            * DBANK93P
001810*              Step-up codes for high-risk customer payments    * DBANK93P
001820*              travel the same way - decided, sent to the       * DBANK93P
001830*              verified phone or email, and checked (BNKSTUP)   * DBANK93P
001900*              SQL version                                      * DBANK93P
002000***************************************************************** DBANK93P
002100                                                                  DBANK93P
003700       VALUE 'DBANK93P'.                                          DBANK93P
003800   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBANK93P
003900   05  WS-EXPIRY-DAYS         VALUE +3       PIC S9(3) COMP-3.    DBANK93P
003910***************************************************************** DBANK93P
003920* Step-up rules for customer payments - the amount threshold    * DBANK93P
003930* itself is held on BNKCTLV (STEPUPAM) so it can be moved       * DBANK93P
003940* without a code change                                         * DBANK93P
003950***************************************************************** DBANK93P
003960   05  WS-STEP-DEFAULT-AMOUNT VALUE 1000.00 PIC S9(7)V99 COMP-3.  DBANK93P
003970   05  WS-STEP-CHANGE-DAYS   VALUE +2       PIC S9(3) COMP-3.     DBANK93P
003980   05  WS-STEP-MAX-TRIES     VALUE +3       PIC S9(3) COMP-3.     DBANK93P
003990   05  WS-STEP-ABANDON-MINS  VALUE +30      PIC S9(3) COMP-3.     DBANK93P
004000                                                                  DBANK93P
004100 COPY CTSTAMPD.                                                   DBANK93P
004200                                                                  DBANK93P
004500                                                                  DBANK93P
004600 01  WS-CSV-DATA.                                                 DBANK93P
004700 COPY CCSVD.                                                      DBANK93P
004720                                                                  DBANK93P
004740 01  WS-ALIAS-DATA.                                               DBANK93P
004760 COPY CALIAD01.                                                   DBANK93P
004800                                                                  DBANK93P
004900   EXEC SQL                                                       DBANK93P
005000        BEGIN DECLARE SECTION                                     DBANK93P
005300     EXEC SQL                                                     DBANK93P
005400          INCLUDE CBANKD93                                        DBANK93P
005500     END-EXEC.                                                    DBANK93P
005520 01  WS-76-COMMAREA.                                              DBANK93P
005540     EXEC SQL                                                     DBANK93P
005560          INCLUDE CBANKD76                                        DBANK93P
005580     END-EXEC.                                                    DBANK93P
005600                                                                  DBANK93P
005700 01  WS-VERIFY-AREAS.                                             DBANK93P
005800   05  WS-CODE                               PIC X(6).            DBANK93P
006200   05  WS-PEND-CODE                          PIC X(6).            DBANK93P
006300   05  WS-PEND-PID                           PIC X(5).            DBANK93P
006400   05  WS-EXPIRE-DAYS-HV                     PIC S9(3) COMP-3.    DBANK93P
006405   05  WS-STEP-THRESHOLD                     PIC S9(7)V99 COMP-3. DBANK93P
006410   05  WS-STEP-COUNT                         PIC S9(5) COMP-3.    DBANK93P
006415   05  WS-STEP-CODE                          PIC X(6).            DBANK93P
006420   05  WS-STEP-TRIES                         PIC S9(3) COMP-3.    DBANK93P
006425   05  WS-STEP-REASON                        PIC X(1).            DBANK93P
006430   05  WS-STEP-OUTCOME                       PIC X(1).            DBANK93P
006435   05  WS-STEP-PID                           PIC X(5).            DBANK93P
006440   05  WS-STEP-FROM-ACC                      PIC X(9).            DBANK93P
006445   05  WS-STEP-AMOUNT                        PIC S9(7)V99 COMP-3. DBANK93P
006450   05  WS-STEP-RAISED-TS                     PIC X(26).           DBANK93P
006455   05  WS-STEP-CHANGE-DAYS-HV                PIC S9(3) COMP-3.    DBANK93P
006460   05  WS-STEP-ABANDON-MINS-HV               PIC S9(3) COMP-3.    DBANK93P
006465   05  WS-CUST-TELNO                         PIC X(12).           DBANK93P
006470   05  WS-CUST-EMAIL                         PIC X(30).           DBANK93P
006500                                                                  DBANK93P
006600     EXEC SQL                                                     DBANK93P
006700          INCLUDE SQLCA                                           DBANK93P
009100     INITIALIZE CD93O-DATA.                                       DBANK93P
009200     SET CD93O-REQUEST-FAIL TO TRUE.                              DBANK93P
009300     MOVE WS-EXPIRY-DAYS TO WS-EXPIRE-DAYS-HV.                    DBANK93P
009320     MOVE WS-STEP-CHANGE-DAYS TO WS-STEP-CHANGE-DAYS-HV.          DBANK93P
009340     MOVE WS-STEP-ABANDON-MINS TO WS-STEP-ABANDON-MINS-HV.        DBANK93P
009400                                                                  DBANK93P
009500     EVALUATE TRUE                                                DBANK93P
009600       WHEN CD93I-RAISE-CHANGE                                    DBANK93P
010200       WHEN CD93I-EXPIRE-CHANGES                                  DBANK93P
010300         PERFORM EXPIRE-CHANGES THRU                              DBANK93P
010400                 EXPIRE-CHANGES-EXIT                              DBANK93P
010420       WHEN CD93I-SEND-ALIAS-CODE                                 DBANK93P
010440         PERFORM SEND-ALIAS-CODE THRU                             DBANK93P
010460                 SEND-ALIAS-CODE-EXIT                             DBANK93P
010465       WHEN CD93I-STEP-UP-CHECK                                   DBANK93P
010470         PERFORM STEP-UP-CHECK THRU                               DBANK93P
010475                 STEP-UP-CHECK-EXIT                               DBANK93P
010480       WHEN CD93I-SWEEP-STEP-UPS                                  DBANK93P
010485         PERFORM SWEEP-STEP-UPS THRU                              DBANK93P
010490                 SWEEP-STEP-UPS-EXIT                              DBANK93P
010500       WHEN OTHER                                                 DBANK93P
010600         MOVE 'Unknown verification function requested'           DBANK93P
010700           TO CD93O-MSG                                           DBANK93P
012300* change per customer, a fresh request replacing the last       * DBANK93P
012400***************************************************************** DBANK93P
012500 RAISE-CHANGE.                                                    DBANK93P
012600     PERFORM DRAW-CODE THRU                                       DBANK93P
012700             DRAW-CODE-EXIT.                                      DBANK93P
013400     EXEC SQL                                                     DBANK93P
013500          DELETE                                                  DBANK93P
013600          FROM BNKPCHG                                            DBANK93P
023800        MOVE 'Unable to retire the pending change' TO CD93O-MSG   DBANK93P
023900        GO TO VERIFY-CODE-EXIT                                    DBANK93P
024000     END-IF.                                                      DBANK93P
024010***************************************************************** DBANK93P
024020* Payment aliases rest on the verified phone and email - those  * DBANK93P
024030* the new details no longer support are released. A release     * DBANK93P
024040* problem never undoes a verified change                        * DBANK93P
024050***************************************************************** DBANK93P
024060     INITIALIZE CAL1-DATA.                                        DBANK93P
024070     SET CAL1I-CONTACT-CHANGED TO TRUE.                           DBANK93P
024080     MOVE CD93I-PERSON-PID TO CAL1I-PERSON-PID.                   DBANK93P
024090 COPY CALIAX01.                                                   DBANK93P
024100     SET CD93O-REQUEST-OK TO TRUE.                                DBANK93P
024200     MOVE 'New contact details verified and live' TO CD93O-MSG.   DBANK93P
024300 VERIFY-CODE-EXIT.                                                DBANK93P
032500 COPY CCSVWRQ.                                                    DBANK93P
032600 QUEUE-EXPIRE-LINE-EXIT.                                          DBANK93P
032700     EXIT.                                                        DBANK93P
032800                                                                  DBANK93P
032900***************************************************************** DBANK93P
033000* The code comes off the clock - six digits of the current      * DBANK93P
033100* time, which is as unguessable as this channel needs           * DBANK93P
033200***************************************************************** DBANK93P
033300 DRAW-CODE.                                                       DBANK93P
033400 COPY CTSTAMPP.                                                   DBANK93P
033500     MOVE WS-TS-TIME-SS TO WS-CODE (1:2).                         DBANK93P
033600     MOVE WS-TS-TIME-DDDDDD (1:2) TO WS-CODE (3:2).               DBANK93P
033700     MOVE WS-TS-TIME-MM TO WS-CODE (5:2).                         DBANK93P
033800 DRAW-CODE-EXIT.                                                  DBANK93P
033900     EXIT.                                                        DBANK93P
034000                                                                  DBANK93P
034100***************************************************************** DBANK93P
034200* Send a code proving a payment alias - by text to a phone      * DBANK93P
034300* number, by email to a mailbox - and hand it back to the alias * DBANK93P
034400* directory, which holds it against the pending alias           * DBANK93P
034500***************************************************************** DBANK93P
034600 SEND-ALIAS-CODE.                                                 DBANK93P
034700     IF CD93I-NEW-TELNO IS EQUAL TO SPACES AND                    DBANK93P
034800        CD93I-NEW-EMAIL IS EQUAL TO SPACES                        DBANK93P
034900        MOVE 'No phone number or email to send the code to'       DBANK93P
035000          TO CD93O-MSG                                            DBANK93P
035100        GO TO SEND-ALIAS-CODE-EXIT                                DBANK93P
035200     END-IF.                                                      DBANK93P
035300     PERFORM DRAW-CODE THRU                                       DBANK93P
035400             DRAW-CODE-EXIT.                                      DBANK93P
035500     MOVE SPACES TO CD59-DATA.                                    DBANK93P
035600     MOVE CD93I-PERSON-PID TO CD59I-PID.                          DBANK93P
035700     MOVE SPACES TO CD59I-ACCNO.                                  DBANK93P
035800     MOVE 'ALIAS VERIFY CODE' TO CD59I-REASON.                    DBANK93P
035900     IF CD93I-NEW-TELNO IS NOT EQUAL TO SPACES                    DBANK93P
036000        MOVE 'S' TO CD59I-CHANNEL                                 DBANK93P
036100        MOVE CD93I-NEW-TELNO TO CD59I-DESTINATION                 DBANK93P
036200     ELSE                                                         DBANK93P
036300        MOVE 'E' TO CD59I-CHANNEL                                 DBANK93P
036400        MOVE CD93I-NEW-EMAIL TO CD59I-DESTINATION                 DBANK93P
036500     END-IF.                                                      DBANK93P
036600     MOVE WS-CODE-N TO CD59I-AMOUNT.                              DBANK93P
036700     CALL 'DBANK59P' USING WS-ALERT-DATA.                         DBANK93P
036800     IF CD59O-ALERT-FAIL                                          DBANK93P
036900        MOVE 'Unable to dispatch the verification code'           DBANK93P
037000          TO CD93O-MSG                                            DBANK93P
037100        GO TO SEND-ALIAS-CODE-EXIT                                DBANK93P
037200     END-IF.                                                      DBANK93P
037300     MOVE WS-CODE TO CD93O-CODE.                                  DBANK93P
037400     SET CD93O-REQUEST-OK TO TRUE.                                DBANK93P
037500     MOVE 'Code sent - key it to confirm the payment alias'       DBANK93P
037600       TO CD93O-MSG.                                              DBANK93P
037700 SEND-ALIAS-CODE-EXIT.                                            DBANK93P
037800     EXIT.                                                        DBANK93P
037900                                                                  DBANK93P
038000***************************************************************** DBANK93P
038100* Step-up for a customer payment. Nothing moves until this says * DBANK93P
038200* so: a payment that trips a rule gets a code sent to the       * DBANK93P
038300* verified phone or email, and only the same payment keyed back * DBANK93P
038400* with that code goes through                                   * DBANK93P
038500***************************************************************** DBANK93P
038600 STEP-UP-CHECK.                                                   DBANK93P
038700     MOVE SPACES TO WS-STEP-REASON.                               DBANK93P
038800***************************************************************** DBANK93P
038900* A payment soon after a verified contact change - the change   * DBANK93P
039000* itself may be the takeover                                    * DBANK93P
039100***************************************************************** DBANK93P
039200     MOVE ZERO TO WS-STEP-COUNT.                                  DBANK93P
039300     EXEC SQL                                                     DBANK93P
039400          SELECT COUNT(*)                                         DBANK93P
039500          INTO :WS-STEP-COUNT                                     DBANK93P
039600          FROM BNKPCHG                                            DBANK93P
039700          WHERE PCH_PID = :CD93I-PERSON-PID AND                   DBANK93P
039800                PCH_STATUS = 'V' AND                              DBANK93P
039900                PCH_WORKED_TS >=                                  DBANK93P
040000                  CURRENT TIMESTAMP - :WS-STEP-CHANGE-DAYS-HV DAYSDBANK93P
040100     END-EXEC.                                                    DBANK93P
040200     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK93P
040300        MOVE 'Unable to read the contact change history'          DBANK93P
040400          TO CD93O-MSG                                            DBANK93P
040500        GO TO STEP-UP-CHECK-EXIT                                  DBANK93P
040600     END-IF.                                                      DBANK93P
040700     IF WS-STEP-COUNT IS GREATER THAN ZERO                        DBANK93P
040800        MOVE 'C' TO WS-STEP-REASON                                DBANK93P
040900     END-IF.                                                      DBANK93P
041000***************************************************************** DBANK93P
041100* The first payment ever made to a registered beneficiary       * DBANK93P
041200***************************************************************** DBANK93P
041300     IF WS-STEP-REASON IS EQUAL TO SPACES AND                     DBANK93P
041400        CD93I-STEP-BENE-SEQ IS NOT EQUAL TO SPACES AND            DBANK93P
041500        CD93I-STEP-BENE-SEQ IS NOT EQUAL TO LOW-VALUES            DBANK93P
041600        MOVE ZERO TO WS-STEP-COUNT                                DBANK93P
041700        EXEC SQL                                                  DBANK93P
041800             SELECT COUNT(*)                                      DBANK93P
041900             INTO :WS-STEP-COUNT                                  DBANK93P
042000             FROM BNKOUTP OUT,                                    DBANK93P
042100                  BNKBENE BEN                                     DBANK93P
042200             WHERE BEN.BEN_PID = :CD93I-PERSON-PID AND            DBANK93P
042300                   BEN.BEN_SEQ = :CD93I-STEP-BENE-SEQ AND         DBANK93P
042400                   OUT.OUT_PID = BEN.BEN_PID AND                  DBANK93P
042500                   OUT.OUT_ROUTING = BEN.BEN_ROUTING AND          DBANK93P
042600                   OUT.OUT_EXT_ACC = BEN.BEN_EXT_ACC              DBANK93P
042700        END-EXEC                                                  DBANK93P
042800        IF SQLCODE IS NOT EQUAL TO ZERO                           DBANK93P
042900           MOVE 'Unable to read the payments already made'        DBANK93P
043000             TO CD93O-MSG                                         DBANK93P
043100           GO TO STEP-UP-CHECK-EXIT                               DBANK93P
043200        END-IF                                                    DBANK93P
043300        IF WS-STEP-COUNT IS EQUAL TO ZERO                         DBANK93P
043400           MOVE 'N' TO WS-STEP-REASON                             DBANK93P
043500        END-IF                                                    DBANK93P
043600     END-IF.                                                      DBANK93P
043700***************************************************************** DBANK93P
043800* An amount over the threshold                                  * DBANK93P
043900***************************************************************** DBANK93P
044000     IF WS-STEP-REASON IS EQUAL TO SPACES                         DBANK93P
044100        MOVE WS-STEP-DEFAULT-AMOUNT TO WS-STEP-THRESHOLD          DBANK93P
044200        EXEC SQL                                                  DBANK93P
044300             SELECT CTL_VALUE                                     DBANK93P
044400             INTO :WS-STEP-THRESHOLD                              DBANK93P
044500             FROM BNKCTLV                                         DBANK93P
044600             WHERE CTL_ID = 'STEPUPAM'                            DBANK93P
044700        END-EXEC                                                  DBANK93P
044800        IF SQLCODE IS NOT EQUAL TO ZERO AND                       DBANK93P
044900           SQLCODE IS NOT EQUAL TO +100                           DBANK93P
045000           MOVE 'Unable to read the step-up threshold'            DBANK93P
045100             TO CD93O-MSG                                         DBANK93P
045200           GO TO STEP-UP-CHECK-EXIT                               DBANK93P
045300        END-IF                                                    DBANK93P
045400        IF CD93I-STEP-AMOUNT IS GREATER THAN WS-STEP-THRESHOLD    DBANK93P
045500           MOVE 'A' TO WS-STEP-REASON                             DBANK93P
045600        END-IF                                                    DBANK93P
045700     END-IF.                                                      DBANK93P
045800     IF WS-STEP-REASON IS EQUAL TO SPACES                         DBANK93P
045900        SET CD93O-REQUEST-OK TO TRUE                              DBANK93P
046000        MOVE 'No confirmation code needed' TO CD93O-MSG           DBANK93P
046100        GO TO STEP-UP-CHECK-EXIT                                  DBANK93P
046200     END-IF.                                                      DBANK93P
046300     MOVE WS-STEP-REASON TO CD93O-STEP-REASON.                    DBANK93P
046400     IF CD93I-CODE IS EQUAL TO SPACES OR                          DBANK93P
046500        CD93I-CODE IS EQUAL TO LOW-VALUES                         DBANK93P
046600        PERFORM RAISE-STEP-UP THRU                                DBANK93P
046700                RAISE-STEP-UP-EXIT                                DBANK93P
046800        GO TO STEP-UP-CHECK-EXIT                                  DBANK93P
046900     END-IF.                                                      DBANK93P
047000***************************************************************** DBANK93P
047100* A code was keyed - it must be the one sent for this payment,  * DBANK93P
047204* unless the same payment was confirmed a moment ago and has    * DBANK93P
047206* come back through a later prompt on the payment screen        * DBANK93P
047208***************************************************************** DBANK93P
047210     MOVE ZERO TO WS-STEP-COUNT.                                  DBANK93P
047212     EXEC SQL                                                     DBANK93P
047214          SELECT COUNT(*)                                         DBANK93P
047216          INTO :WS-STEP-COUNT                                     DBANK93P
047218          FROM BNKSTUP                                            DBANK93P
047220          WHERE SUP_PID = :CD93I-PERSON-PID AND                   DBANK93P
047222                SUP_STATUS = 'V' AND                              DBANK93P
047224                SUP_CODE = :CD93I-CODE AND                        DBANK93P
047226                SUP_FROM_ACC = :CD93I-STEP-FROM-ACC AND           DBANK93P
047228                SUP_PAYEE = :CD93I-STEP-PAYEE AND                 DBANK93P
047230                SUP_AMOUNT = :CD93I-STEP-AMOUNT AND               DBANK93P
047232                SUP_WORKED_TS >=                                  DBANK93P
047234                  CURRENT TIMESTAMP -                             DBANK93P
047236                  :WS-STEP-ABANDON-MINS-HV MINUTES                DBANK93P
047238     END-EXEC.                                                    DBANK93P
047240     IF SQLCODE IS EQUAL TO ZERO AND                              DBANK93P
047242        WS-STEP-COUNT IS GREATER THAN ZERO                        DBANK93P
047244        SET CD93O-REQUEST-OK TO TRUE                              DBANK93P
047246        MOVE 'Payment confirmed by code' TO CD93O-MSG             DBANK93P
047248        GO TO STEP-UP-CHECK-EXIT                                  DBANK93P
047250     END-IF.                                                      DBANK93P
047300     MOVE SPACES TO WS-STEP-CODE.                                 DBANK93P
047400     MOVE ZERO TO WS-STEP-TRIES.                                  DBANK93P
047500     EXEC SQL                                                     DBANK93P
047600          SELECT SUP_CODE,                                        DBANK93P
047700                 SUP_TRIES                                        DBANK93P
047800          INTO :WS-STEP-CODE,                                     DBANK93P
047900               :WS-STEP-TRIES                                     DBANK93P
048000          FROM BNKSTUP                                            DBANK93P
048100          WHERE SUP_PID = :CD93I-PERSON-PID AND                   DBANK93P
048200                SUP_STATUS = 'P' AND                              DBANK93P
048300                SUP_FROM_ACC = :CD93I-STEP-FROM-ACC AND           DBANK93P
048400                SUP_PAYEE = :CD93I-STEP-PAYEE AND                 DBANK93P
048500                SUP_AMOUNT = :CD93I-STEP-AMOUNT                   DBANK93P
048600     END-EXEC.                                                    DBANK93P
048700     IF SQLCODE IS EQUAL TO +100                                  DBANK93P
048800        PERFORM RAISE-STEP-UP THRU                                DBANK93P
048900                RAISE-STEP-UP-EXIT                                DBANK93P
049000        IF CD93O-STEP-UP-SENT                                     DBANK93P
049100           MOVE 'Payment changed - a new code has been sent'      DBANK93P
049200             TO CD93O-MSG                                         DBANK93P
049300        END-IF                                                    DBANK93P
049400        GO TO STEP-UP-CHECK-EXIT                                  DBANK93P
049500     END-IF.                                                      DBANK93P
049600     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK93P
049700        MOVE 'Unable to read the step-up waiting' TO CD93O-MSG    DBANK93P
049800        GO TO STEP-UP-CHECK-EXIT                                  DBANK93P
049900     END-IF.                                                      DBANK93P
050000     IF CD93I-CODE IS EQUAL TO WS-STEP-CODE                       DBANK93P
050100        EXEC SQL                                                  DBANK93P
050200             UPDATE BNKSTUP                                       DBANK93P
050300             SET SUP_STATUS = 'V',                                DBANK93P
050400                 SUP_WORKED_TS = CURRENT TIMESTAMP                DBANK93P
050500             WHERE SUP_PID = :CD93I-PERSON-PID AND                DBANK93P
050600                   SUP_STATUS = 'P'                               DBANK93P
050700        END-EXEC                                                  DBANK93P
050800        IF SQLCODE IS NOT EQUAL TO ZERO                           DBANK93P
050900           MOVE 'Unable to retire the step-up' TO CD93O-MSG       DBANK93P
051000           GO TO STEP-UP-CHECK-EXIT                               DBANK93P
051100        END-IF                                                    DBANK93P
051200        SET CD93O-REQUEST-OK TO TRUE                              DBANK93P
051300        MOVE 'Payment confirmed by code' TO CD93O-MSG             DBANK93P
051400        GO TO STEP-UP-CHECK-EXIT                                  DBANK93P
051500     END-IF.                                                      DBANK93P
051600***************************************************************** DBANK93P
051700* A wrong code - after too many the payment is cancelled and    * DBANK93P
051800* the failure is scored as suspicious activity                  * DBANK93P
051900***************************************************************** DBANK93P
052000     ADD 1 TO WS-STEP-TRIES.                                      DBANK93P
052100     IF WS-STEP-TRIES IS LESS THAN WS-STEP-MAX-TRIES              DBANK93P
052200        EXEC SQL                                                  DBANK93P
052300             UPDATE BNKSTUP                                       DBANK93P
052400             SET SUP_TRIES = :WS-STEP-TRIES                       DBANK93P
052500             WHERE SUP_PID = :CD93I-PERSON-PID AND                DBANK93P
052600                   SUP_STATUS = 'P'                               DBANK93P
052700        END-EXEC                                                  DBANK93P
052800        SET CD93O-CODE-MISMATCH TO TRUE                           DBANK93P
052900        MOVE 'That code does not match - check and re-key'        DBANK93P
053000          TO CD93O-MSG                                            DBANK93P
053100        GO TO STEP-UP-CHECK-EXIT                                  DBANK93P
053200     END-IF.                                                      DBANK93P
053300     EXEC SQL                                                     DBANK93P
053400          UPDATE BNKSTUP                                          DBANK93P
053500          SET SUP_STATUS = 'F',                                   DBANK93P
053600              SUP_TRIES = :WS-STEP-TRIES,                         DBANK93P
053700              SUP_WORKED_TS = CURRENT TIMESTAMP                   DBANK93P
053800          WHERE SUP_PID = :CD93I-PERSON-PID AND                   DBANK93P
053900                SUP_STATUS = 'P'                                  DBANK93P
054000     END-EXEC.                                                    DBANK93P
054100     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK93P
054200        MOVE 'Unable to close the failed step-up' TO CD93O-MSG    DBANK93P
054300        GO TO STEP-UP-CHECK-EXIT                                  DBANK93P
054400     END-IF.                                                      DBANK93P
054500     MOVE CD93I-PERSON-PID TO WS-STEP-PID.                        DBANK93P
054600     MOVE CD93I-STEP-FROM-ACC TO WS-STEP-FROM-ACC.                DBANK93P
054700     MOVE CD93I-STEP-AMOUNT TO WS-STEP-AMOUNT.                    DBANK93P
054800     MOVE 'F' TO WS-STEP-OUTCOME.                                 DBANK93P
054900     PERFORM SCORE-STEP-UP THRU                                   DBANK93P
055000             SCORE-STEP-UP-EXIT.                                  DBANK93P
055100     SET CD93O-STEP-UP-FAILED TO TRUE.                            DBANK93P
055200     MOVE 'Too many wrong codes - the payment has been cancelled' DBANK93P
055300       TO CD93O-MSG.                                              DBANK93P
055400 STEP-UP-CHECK-EXIT.                                              DBANK93P
055500     EXIT.                                                        DBANK93P
055600                                                                  DBANK93P
055700***************************************************************** DBANK93P
055800* Hold the payment pending and send its code. A step-up left    * DBANK93P
055900* unanswered when another is raised was abandoned - it is       * DBANK93P
056000* closed and scored first                                       * DBANK93P
056100***************************************************************** DBANK93P
056200 RAISE-STEP-UP.                                                   DBANK93P
056300     EXEC SQL                                                     DBANK93P
056400          SELECT SUP_FROM_ACC,                                    DBANK93P
056500                 SUP_AMOUNT                                       DBANK93P
056600          INTO :WS-STEP-FROM-ACC,                                 DBANK93P
056700               :WS-STEP-AMOUNT                                    DBANK93P
056800          FROM BNKSTUP                                            DBANK93P
056900          WHERE SUP_PID = :CD93I-PERSON-PID AND                   DBANK93P
057000                SUP_STATUS = 'P'                                  DBANK93P
057100          FETCH FIRST 1 ROW ONLY                                  DBANK93P
057200     END-EXEC.                                                    DBANK93P
057300     IF SQLCODE IS EQUAL TO ZERO                                  DBANK93P
057400        EXEC SQL                                                  DBANK93P
057500             UPDATE BNKSTUP                                       DBANK93P
057600             SET SUP_STATUS = 'A',                                DBANK93P
057700                 SUP_WORKED_TS = CURRENT TIMESTAMP                DBANK93P
057800             WHERE SUP_PID = :CD93I-PERSON-PID AND                DBANK93P
057900                   SUP_STATUS = 'P'                               DBANK93P
058000        END-EXEC                                                  DBANK93P
058100        IF SQLCODE IS NOT EQUAL TO ZERO                           DBANK93P
058200           MOVE 'Unable to close the earlier step-up' TO CD93O-MSGDBANK93P
058300           GO TO RAISE-STEP-UP-EXIT                               DBANK93P
058400        END-IF                                                    DBANK93P
058500        MOVE CD93I-PERSON-PID TO WS-STEP-PID                      DBANK93P
058600        MOVE 'A' TO WS-STEP-OUTCOME                               DBANK93P
058700        PERFORM SCORE-STEP-UP THRU                                DBANK93P
058800                SCORE-STEP-UP-EXIT                                DBANK93P
058900     END-IF.                                                      DBANK93P
059000***************************************************************** DBANK93P
059100* The code goes to the phone or email already on file - a       * DBANK93P
059200* changed address only reaches BNKCUST once it has verified     * DBANK93P
059300***************************************************************** DBANK93P
059400     MOVE SPACES TO WS-CUST-TELNO.                                DBANK93P
059500     MOVE SPACES TO WS-CUST-EMAIL.                                DBANK93P
059600     EXEC SQL                                                     DBANK93P
059700          SELECT BCS_TEL,                                         DBANK93P
059800                 BCS_EMAIL                                        DBANK93P
059900          INTO :WS-CUST-TELNO,                                    DBANK93P
060000               :WS-CUST-EMAIL                                     DBANK93P
060100          FROM BNKCUST                                            DBANK93P
060200          WHERE BCS_PID = :CD93I-PERSON-PID                       DBANK93P
060300     END-EXEC.                                                    DBANK93P
060400     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK93P
060500        MOVE 'Unable to read the customer contact details'        DBANK93P
060600          TO CD93O-MSG                                            DBANK93P
060700        GO TO RAISE-STEP-UP-EXIT                                  DBANK93P
060800     END-IF.                                                      DBANK93P
060900     IF WS-CUST-TELNO IS EQUAL TO SPACES AND                      DBANK93P
061000        WS-CUST-EMAIL IS EQUAL TO SPACES                          DBANK93P
061100        MOVE 'No phone or email on file for a code'               DBANK93P
061200          TO CD93O-MSG                                            DBANK93P
061300        GO TO RAISE-STEP-UP-EXIT                                  DBANK93P
061400     END-IF.                                                      DBANK93P
061500     PERFORM DRAW-CODE THRU                                       DBANK93P
061600             DRAW-CODE-EXIT.                                      DBANK93P
061700     EXEC SQL                                                     DBANK93P
061800          INSERT                                                  DBANK93P
061900          INTO BNKSTUP (SUP_PID,                                  DBANK93P
062000                        SUP_CODE,                                 DBANK93P
062100                        SUP_FROM_ACC,                             DBANK93P
062200                        SUP_PAYEE,                                DBANK93P
062300                        SUP_AMOUNT,                               DBANK93P
062400                        SUP_REASON,                               DBANK93P
062500                        SUP_TRIES,                                DBANK93P
062600                        SUP_STATUS,                               DBANK93P
062700                        SUP_RAISED_TS)                            DBANK93P
062800          VALUES (:CD93I-PERSON-PID,                              DBANK93P
062900                  :WS-CODE,                                       DBANK93P
063000                  :CD93I-STEP-FROM-ACC,                           DBANK93P
063100                  :CD93I-STEP-PAYEE,                              DBANK93P
063200                  :CD93I-STEP-AMOUNT,                             DBANK93P
063300                  :WS-STEP-REASON,                                DBANK93P
063400                  0,                                              DBANK93P
063500                  'P',                                            DBANK93P
063600                  CURRENT TIMESTAMP)                              DBANK93P
063700     END-EXEC.                                                    DBANK93P
063800     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK93P
063900        MOVE 'Unable to hold the payment for its code'            DBANK93P
064000          TO CD93O-MSG                                            DBANK93P
064100        GO TO RAISE-STEP-UP-EXIT                                  DBANK93P
064200     END-IF.                                                      DBANK93P
064300     MOVE SPACES TO CD59-DATA.                                    DBANK93P
064400     MOVE CD93I-PERSON-PID TO CD59I-PID.                          DBANK93P
064500     MOVE CD93I-STEP-FROM-ACC TO CD59I-ACCNO.                     DBANK93P
064600     MOVE 'PAYMENT STEP-UP CODE' TO CD59I-REASON.                 DBANK93P
064700     IF WS-CUST-TELNO IS NOT EQUAL TO SPACES                      DBANK93P
064800        MOVE 'S' TO CD59I-CHANNEL                                 DBANK93P
064900        MOVE WS-CUST-TELNO TO CD59I-DESTINATION                   DBANK93P
065000     ELSE                                                         DBANK93P
065100        MOVE 'E' TO CD59I-CHANNEL                                 DBANK93P
065200        MOVE WS-CUST-EMAIL TO CD59I-DESTINATION                   DBANK93P
065300     END-IF.                                                      DBANK93P
065400     MOVE WS-CODE-N TO CD59I-AMOUNT.                              DBANK93P
065500     CALL 'DBANK59P' USING WS-ALERT-DATA.                         DBANK93P
065600     IF CD59O-ALERT-FAIL                                          DBANK93P
065700        MOVE 'Unable to dispatch the confirmation code'           DBANK93P
065800          TO CD93O-MSG                                            DBANK93P
065900        GO TO RAISE-STEP-UP-EXIT                                  DBANK93P
066000     END-IF.                                                      DBANK93P
066100     SET CD93O-STEP-UP-SENT TO TRUE.                              DBANK93P
066200     MOVE 'Code sent to your phone or email - key it to confirm'  DBANK93P
066300       TO CD93O-MSG.                                              DBANK93P
066400 RAISE-STEP-UP-EXIT.                                              DBANK93P
066500     EXIT.                                                        DBANK93P
066600                                                                  DBANK93P
066700***************************************************************** DBANK93P
066800* Step-ups nobody answered in time are abandoned - each one is  * DBANK93P
066900* closed and scored                                             * DBANK93P
067000***************************************************************** DBANK93P
067100 SWEEP-STEP-UPS.                                                  DBANK93P
067200     EXEC SQL                                                     DBANK93P
067300          DECLARE STUP_CSR CURSOR FOR                             DBANK93P
067400          SELECT SUP.SUP_PID,                                     DBANK93P
067500                 SUP.SUP_FROM_ACC,                                DBANK93P
067600                 SUP.SUP_AMOUNT,                                  DBANK93P
067700                 SUP.SUP_RAISED_TS                                DBANK93P
067800          FROM BNKSTUP SUP                                        DBANK93P
067900          WHERE SUP.SUP_STATUS = 'P' AND                          DBANK93P
068000                SUP.SUP_RAISED_TS <                               DBANK93P
068100                  CURRENT TIMESTAMP -                             DBANK93P
068200                  :WS-STEP-ABANDON-MINS-HV MINUTES                DBANK93P
068300          FOR FETCH ONLY                                          DBANK93P
068400     END-EXEC.                                                    DBANK93P
068500     EXEC SQL                                                     DBANK93P
068600          OPEN STUP_CSR                                           DBANK93P
068700     END-EXEC.                                                    DBANK93P
068800     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK93P
068900        MOVE 'Unable to open the step-up cursor' TO CD93O-MSG     DBANK93P
069000        GO TO SWEEP-STEP-UPS-EXIT                                 DBANK93P
069100     END-IF.                                                      DBANK93P
069200 SWEEP-LOOP.                                                      DBANK93P
069300     EXEC SQL                                                     DBANK93P
069400          FETCH STUP_CSR                                          DBANK93P
069500          INTO :WS-STEP-PID,                                      DBANK93P
069600               :WS-STEP-FROM-ACC,                                 DBANK93P
069700               :WS-STEP-AMOUNT,                                   DBANK93P
069800               :WS-STEP-RAISED-TS                                 DBANK93P
069900     END-EXEC.                                                    DBANK93P
070000     IF SQLCODE IS EQUAL TO +100                                  DBANK93P
070100        GO TO SWEEP-LOOP-EXIT                                     DBANK93P
070200     END-IF.                                                      DBANK93P
070300     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK93P
070400        MOVE 'Unable to read the step-up cursor' TO CD93O-MSG     DBANK93P
070500        GO TO SWEEP-LOOP-EXIT                                     DBANK93P
070600     END-IF.                                                      DBANK93P
070700     EXEC SQL                                                     DBANK93P
070800          UPDATE BNKSTUP                                          DBANK93P
070900          SET SUP_STATUS = 'A',                                   DBANK93P
071000              SUP_WORKED_TS = CURRENT TIMESTAMP                   DBANK93P
071100          WHERE SUP_PID = :WS-STEP-PID AND                        DBANK93P
071200                SUP_RAISED_TS = :WS-STEP-RAISED-TS AND            DBANK93P
071300                SUP_STATUS = 'P'                                  DBANK93P
071400     END-EXEC.                                                    DBANK93P
071500     IF SQLCODE IS EQUAL TO ZERO                                  DBANK93P
071600        ADD 1 TO CD93O-STEP-UPS-SWEPT                             DBANK93P
071700        MOVE 'A' TO WS-STEP-OUTCOME                               DBANK93P
071800        PERFORM SCORE-STEP-UP THRU                                DBANK93P
071900                SCORE-STEP-UP-EXIT                                DBANK93P
072000     END-IF.                                                      DBANK93P
072100     GO TO SWEEP-LOOP.                                            DBANK93P
072200 SWEEP-LOOP-EXIT.                                                 DBANK93P
072300     EXEC SQL                                                     DBANK93P
072400          CLOSE STUP_CSR                                          DBANK93P
072500     END-EXEC.                                                    DBANK93P
072600     IF CD93O-MSG IS EQUAL TO SPACES                              DBANK93P
072700        SET CD93O-REQUEST-OK TO TRUE                              DBANK93P
072800        MOVE 'Unanswered step-ups closed as abandoned'            DBANK93P
072900          TO CD93O-MSG                                            DBANK93P
073000     END-IF.                                                      DBANK93P
073100 SWEEP-STEP-UPS-EXIT.                                             DBANK93P
073200     EXIT.                                                        DBANK93P
073300                                                                  DBANK93P
073400***************************************************************** DBANK93P
073500* Feed a failed or abandoned step-up to suspicious-activity     * DBANK93P
073600* scoring - a scoring problem never changes the outcome here    * DBANK93P
073700***************************************************************** DBANK93P
073800 SCORE-STEP-UP.                                                   DBANK93P
073900     INITIALIZE CD76-DATA.                                        DBANK93P
074000     SET CD76I-SCORE-STEP-UP TO TRUE.                             DBANK93P
074100     MOVE WS-STEP-PID TO CD76I-PERSON-PID.                        DBANK93P
074200     MOVE WS-STEP-FROM-ACC TO CD76I-FROM-ACC.                     DBANK93P
074300     MOVE WS-STEP-AMOUNT TO CD76I-AMOUNT.                         DBANK93P
074400     MOVE WS-STEP-OUTCOME TO CD76I-STEP-OUTCOME.                  DBANK93P
074500 COPY CBANKX76.                                                   DBANK93P
074600 SCORE-STEP-UP-EXIT.                                              DBANK93P
074700     EXIT.                                                        DBANK93P
