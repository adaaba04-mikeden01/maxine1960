004900 01  WS-BANK-DATA.                                                BBANK34P
005000 COPY CBANKDAT.                                                   BBANK34P
005100 COPY CTIMERD.                                                    BBANK34P
005120 01  WS-SESSION-DATA.                                             BBANK34P
005140 COPY CSIGND01.                                                   BBANK34P
005200 01  WS-EXCEPTION-DATA.                                           BBANK34P
005300 COPY CBANKD16.                                                   BBANK34P
005400                                                                  BBANK34P
005500 01  WS-VERIFY-DATA.                                              BBANK34P
005600 COPY CBANKD93.                                                   BBANK34P
005620                                                                  BBANK34P
005640 01  WS-ALIAS-DATA.                                               BBANK34P
005660 COPY CALIAD01.                                                   BBANK34P
005700                                                                  BBANK34P
005800 COPY CABENDD.                                                    BBANK34P
005900                                                                  BBANK34P
006000 LINKAGE SECTION.                                                 BBANK34P
006100 01  DFHCOMMAREA.                                                 BBANK34P
006200   05  LK-COMMAREA                           PIC X(32654).        BBANK34P
006300                                                                  BBANK34P
006400 COPY CENTRY.                                                     BBANK34P
006500***************************************************************** BBANK34P
016700        GO TO COMMON-RETURN                                       BBANK34P
016800     END-IF.                                                      BBANK34P
016900                                                                  BBANK34P
017000     IF BANK-SCR34-ACTION IS EQUAL TO SPACE                       BBANK34P
017020        PERFORM WORK-VERIFY-CODE THRU                             BBANK34P
017040                WORK-VERIFY-CODE-EXIT                             BBANK34P
017060     ELSE                                                         BBANK34P
017080        PERFORM WORK-ALIAS THRU                                   BBANK34P
017100                WORK-ALIAS-EXIT                                   BBANK34P
017120     END-IF.                                                      BBANK34P
017200     GO TO COMMON-RETURN.                                         BBANK34P
017300                                                                  BBANK34P
017400 COMMON-RETURN.                                                   BBANK34P
019200             WS-ERROR-MSG                                         BBANK34P
019300        GO TO VALIDATE-INPUT-ERROR                                BBANK34P
019400     END-IF.                                                      BBANK34P
019402     IF BANK-SCR34-ACTION IS EQUAL TO LOW-VALUES                  BBANK34P
019404        MOVE SPACE TO BANK-SCR34-ACTION                           BBANK34P
019406     END-IF.                                                      BBANK34P
019408     IF BANK-SCR34-ACTION IS NOT EQUAL TO SPACE AND               BBANK34P
019410        BANK-SCR34-ACTION IS NOT EQUAL TO 'R' AND                 BBANK34P
019412        BANK-SCR34-ACTION IS NOT EQUAL TO 'A' AND                 BBANK34P
019414        BANK-SCR34-ACTION IS NOT EQUAL TO 'X'                     BBANK34P
019416        MOVE 'Action must be blank, R, A or X' TO WS-ERROR-MSG    BBANK34P
019418        GO TO VALIDATE-INPUT-ERROR                                BBANK34P
019420     END-IF.                                                      BBANK34P
019422***************************************************************** BBANK34P
019424* Registering or releasing an alias names its type - T for the  * BBANK34P
019426* phone number, E for the email - and registering names the     * BBANK34P
019428* account it pays into                                          * BBANK34P
019430***************************************************************** BBANK34P
019432     IF BANK-SCR34-ACTION IS EQUAL TO 'R' OR                      BBANK34P
019434        BANK-SCR34-ACTION IS EQUAL TO 'X'                         BBANK34P
019436        IF BANK-SCR34-ALIAS-TYPE IS NOT EQUAL TO 'T' AND          BBANK34P
019438           BANK-SCR34-ALIAS-TYPE IS NOT EQUAL TO 'E'              BBANK34P
019440           MOVE 'Alias type must be T (phone) or E (email)' TO    BBANK34P
019442                WS-ERROR-MSG                                      BBANK34P
019444           GO TO VALIDATE-INPUT-ERROR                             BBANK34P
019446        END-IF                                                    BBANK34P
019448     END-IF.                                                      BBANK34P
019450     IF BANK-SCR34-ACTION IS EQUAL TO 'R'                         BBANK34P
019452        IF BANK-SCR34-ALIAS-ACC IS EQUAL TO SPACES OR             BBANK34P
019454           BANK-SCR34-ALIAS-ACC IS EQUAL TO LOW-VALUES            BBANK34P
019456           MOVE 'Please key the account the alias is to pay into' BBANK34P
019458             TO WS-ERROR-MSG                                      BBANK34P
019460           GO TO VALIDATE-INPUT-ERROR                             BBANK34P
019462        END-IF                                                    BBANK34P
019464     END-IF.                                                      BBANK34P
019466     IF BANK-SCR34-ACTION IS EQUAL TO 'R' OR                      BBANK34P
019468        BANK-SCR34-ACTION IS EQUAL TO 'X'                         BBANK34P
019470        GO TO VALIDATE-INPUT-EXIT                                 BBANK34P
019472     END-IF.                                                      BBANK34P
019500     IF BANK-SCR34-CODE IS EQUAL TO SPACES OR                     BBANK34P
019600        BANK-SCR34-CODE IS EQUAL TO LOW-VALUES                    BBANK34P
019700        MOVE 'Please key the code that was sent to you' TO        BBANK34P
022000     END-IF.                                                      BBANK34P
022100 WORK-VERIFY-CODE-EXIT.                                           BBANK34P
022200     EXIT.                                                        BBANK34P
022202                                                                  BBANK34P
022204***************************************************************** BBANK34P
022206* Drive DALIA01P to register, confirm or release an alias       * BBANK34P
022208***************************************************************** BBANK34P
022210 WORK-ALIAS.                                                      BBANK34P
022212     INITIALIZE CAL1-DATA.                                        BBANK34P
022214     EVALUATE BANK-SCR34-ACTION                                   BBANK34P
022216       WHEN 'R'                                                   BBANK34P
022218         SET CAL1I-REGISTER-ALIAS TO TRUE                         BBANK34P
022220       WHEN 'A'                                                   BBANK34P
022222         SET CAL1I-CONFIRM-ALIAS TO TRUE                          BBANK34P
022224       WHEN 'X'                                                   BBANK34P
022226         SET CAL1I-RELEASE-ALIAS TO TRUE                          BBANK34P
022228     END-EVALUATE.                                                BBANK34P
022230     MOVE BANK-USERID TO CAL1I-PERSON-PID.                        BBANK34P
022232     MOVE BANK-SCR34-ALIAS-TYPE TO CAL1I-ALIAS-TYPE.              BBANK34P
022234     MOVE BANK-SCR34-ALIAS-ACC TO CAL1I-ACC.                      BBANK34P
022236     MOVE BANK-SCR34-CODE TO CAL1I-CODE.                          BBANK34P
022238 COPY CALIAX01.                                                   BBANK34P
022240     MOVE CAL1O-MSG TO BANK-SCR34-ERRMSG.                         BBANK34P
022242     MOVE SPACES TO BANK-SCR34-CODE.                              BBANK34P
022244     IF NOT CAL1O-REQUEST-OK                                      BBANK34P
022246        MOVE CAL1O-MSG TO BANK-ERROR-MSG                          BBANK34P
022248        GO TO WORK-ALIAS-EXIT                                     BBANK34P
022250     END-IF.                                                      BBANK34P
022252***************************************************************** BBANK34P
022254* A registration waits for its code - leave the action at A so  * BBANK34P
022256* the customer need only key the code                           * BBANK34P
022258***************************************************************** BBANK34P
022260     IF BANK-SCR34-ACTION IS EQUAL TO 'R'                         BBANK34P
022262        MOVE 'A' TO BANK-SCR34-ACTION                             BBANK34P
022264     ELSE                                                         BBANK34P
022266        MOVE SPACE TO BANK-SCR34-ACTION                           BBANK34P
022268        MOVE SPACE TO BANK-SCR34-ALIAS-TYPE                       BBANK34P
022270        MOVE SPACES TO BANK-SCR34-ALIAS-ACC                       BBANK34P
022272     END-IF.                                                      BBANK34P
022274 WORK-ALIAS-EXIT.                                                 BBANK34P
022276     EXIT.                                                        BBANK34P
022300                                                                  BBANK34P
022400***************************************************************** BBANK34P
022500* Check for an idle session timeout                             * BBANK34P
