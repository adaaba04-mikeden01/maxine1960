000100***************************************************************** DALIA01P
000200*                                                               * DALIA01P
000300*   Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.   * DALIA01P
000400*   This demonstration program is provided for use by users     * DALIA01P
000500*   of Micro Focus products and may be used, modified and       * DALIA01P
000600*   distributed as part of your application provided that       * DALIA01P
000700*   you properly acknowledge the copyright of Micro Focus       * DALIA01P
000800*   in this material.                                           * DALIA01P
000900*                                                               * DALIA01P
001000***************************************************************** DALIA01P
001100                                                                  DALIA01P
001200***************************************************************** DALIA01P
001300* Program:     DALIA01P.CBL                                     * DALIA01P
001400* Function:    Payment aliases - registers the customer's       * DALIA01P
001500*              verified phone number or email (BNKALIAS)        * DALIA01P
001600*              against a receiving account once the one-time    * DALIA01P
001700*              code sent by DBANK93P comes back, resolves an    * DALIA01P
001800*              alias to a masked payee name, and pays by alias  * DALIA01P
001900*              - internally through DBANK04P/DBANK06P, or out   * DALIA01P
002000*              through DBANK70P when the scheme directory       * DALIA01P
002100*              (BNKALDIR) places the alias at another bank.     * DALIA01P
002200*              Releases aliases whose contact detail has        * DALIA01P
002300*              changed or whose account has closed              * DALIA01P
002400*              SQL version                                      * DALIA01P
002500***************************************************************** DALIA01P
002600                                                                  DALIA01P
002700 IDENTIFICATION DIVISION.                                         DALIA01P
002800 PROGRAM-ID.                                                      DALIA01P
002900     DALIA01P.                                                    DALIA01P
003000 DATE-WRITTEN.                                                    DALIA01P
003100     October 2026.                                                DALIA01P
003200 DATE-COMPILED.                                                   DALIA01P
003300     Today.                                                       DALIA01P
003400                                                                  DALIA01P
003500 ENVIRONMENT DIVISION.                                            DALIA01P
003600                                                                  DALIA01P
003700 DATA DIVISION.                                                   DALIA01P
003800                                                                  DALIA01P
003900 WORKING-STORAGE SECTION.                                         DALIA01P
004000 01  WS-MISC-STORAGE.                                             DALIA01P
004100   05  WS-PROGRAM-ID                         PIC X(8)             DALIA01P
004200       VALUE 'DALIA01P'.                                          DALIA01P
004300   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DALIA01P
004400   05  WS-EXPIRY-DAYS         VALUE +3       PIC S9(3) COMP-3.    DALIA01P
004500   05  WS-SUB1                               PIC S9(4) COMP.      DALIA01P
004600   05  WS-WORD-START                         PIC X(1).            DALIA01P
004700   05  WS-FULL-NAME                          PIC X(25).           DALIA01P
004800   05  WS-MASKED-NAME                        PIC X(25).           DALIA01P
004900   05  WS-RELEASE-WHY                        PIC X(20).           DALIA01P
005000                                                                  DALIA01P
005100 01  WS-16-COMMAREA.                                              DALIA01P
005200 COPY CBANKD16.                                                   DALIA01P
005300 01  WS-93-COMMAREA.                                              DALIA01P
005400 COPY CBANKD93.                                                   DALIA01P
005500 01  WS-04-COMMAREA.                                              DALIA01P
005600 COPY CBANKD04.                                                   DALIA01P
005700 01  WS-06-COMMAREA.                                              DALIA01P
005800 COPY CBANKD06.                                                   DALIA01P
005900 01  WS-70-COMMAREA.                                              DALIA01P
006000 COPY CBANKD70.                                                   DALIA01P
006100                                                                  DALIA01P
006200   EXEC SQL                                                       DALIA01P
006300        BEGIN DECLARE SECTION                                     DALIA01P
006400   END-EXEC.                                                      DALIA01P
006500 01  WS-COMMAREA.                                                 DALIA01P
006600     EXEC SQL                                                     DALIA01P
006700          INCLUDE CALIAD01                                        DALIA01P
006800     END-EXEC.                                                    DALIA01P
006900 01  DCL-ALIAS-AREAS.                                             DALIA01P
007000   05  DCL-BAL-ALIAS                         PIC X(30).           DALIA01P
007100   05  DCL-BAL-TYPE                          PIC X(1).            DALIA01P
007200   05  DCL-BAL-PID                           PIC X(5).            DALIA01P
007300   05  DCL-BAL-ACCNO                         PIC X(9).            DALIA01P
007400   05  DCL-BAL-CODE                          PIC X(6).            DALIA01P
007500   05  DCL-BAL-REASON                        PIC X(1).            DALIA01P
007600   05  DCL-BAD-ROUTING                       PIC X(9).            DALIA01P
007700   05  DCL-BAD-EXT-ACC                       PIC X(17).           DALIA01P
007800   05  DCL-BAD-NAME                          PIC X(25).           DALIA01P
007900   05  DCL-BCS-NAME                          PIC X(25).           DALIA01P
008000   05  DCL-BCS-TEL                           PIC X(12).           DALIA01P
008100   05  DCL-BCS-EMAIL                         PIC X(30).           DALIA01P
008200   05  DCL-ACC-PID                           PIC X(5).            DALIA01P
008300   05  DCL-ACC-STATUS                        PIC X(1).            DALIA01P
008400   05  DCL-FROM-BALANCE                      PIC S9(7)V99 COMP-3. DALIA01P
008500   05  DCL-FROM-CURRENCY                     PIC X(3).            DALIA01P
008600   05  DCL-TO-BALANCE                        PIC S9(7)V99 COMP-3. DALIA01P
008700   05  DCL-TO-CURRENCY                       PIC X(3).            DALIA01P
008800   05  DCL-COUNT                             PIC S9(7) COMP-3.    DALIA01P
008900   05  DCL-EXPIRE-DAYS                       PIC S9(3) COMP-3.    DALIA01P
009000                                                                  DALIA01P
009100     EXEC SQL                                                     DALIA01P
009200          INCLUDE SQLCA                                           DALIA01P
009300     END-EXEC.                                                    DALIA01P
009400                                                                  DALIA01P
009500 COPY CABENDD.                                                    DALIA01P
009600   EXEC SQL                                                       DALIA01P
009700        END DECLARE SECTION                                       DALIA01P
009800   END-EXEC.                                                      DALIA01P
009900                                                                  DALIA01P
010000 LINKAGE SECTION.                                                 DALIA01P
010100 01  DFHCOMMAREA.                                                 DALIA01P
010200   05  LK-COMMAREA                           PIC X(1)             DALIA01P
010300       OCCURS 1 TO 6144 TIMES                                     DALIA01P
010400         DEPENDING ON WS-COMMAREA-LENGTH.                         DALIA01P
010500                                                                  DALIA01P
010600 COPY CENTRY.                                                     DALIA01P
010700***************************************************************** DALIA01P
010800* Move the passed area to our area                              * DALIA01P
010900***************************************************************** DALIA01P
011000     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DALIA01P
011100     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DALIA01P
011200                                                                  DALIA01P
011300***************************************************************** DALIA01P
011400* Initialize our output area                                    * DALIA01P
011500***************************************************************** DALIA01P
011600     INITIALIZE CAL1O-DATA.                                       DALIA01P
011700     SET CAL1O-REQUEST-FAIL TO TRUE.                              DALIA01P
011800     MOVE WS-EXPIRY-DAYS TO DCL-EXPIRE-DAYS.                      DALIA01P
011900                                                                  DALIA01P
012000     EVALUATE TRUE                                                DALIA01P
012100       WHEN CAL1I-REGISTER-ALIAS                                  DALIA01P
012200         PERFORM REGISTER-ALIAS THRU                              DALIA01P
012300                 REGISTER-ALIAS-EXIT                              DALIA01P
012400       WHEN CAL1I-CONFIRM-ALIAS                                   DALIA01P
012500         PERFORM CONFIRM-ALIAS THRU                               DALIA01P
012600                 CONFIRM-ALIAS-EXIT                               DALIA01P
012700       WHEN CAL1I-RELEASE-ALIAS                                   DALIA01P
012800         PERFORM RELEASE-ALIAS THRU                               DALIA01P
012900                 RELEASE-ALIAS-EXIT                               DALIA01P
013000       WHEN CAL1I-RESOLVE-ALIAS                                   DALIA01P
013100         PERFORM RESOLVE-ALIAS THRU                               DALIA01P
013200                 RESOLVE-ALIAS-EXIT                               DALIA01P
013300       WHEN CAL1I-PAY-ALIAS                                       DALIA01P
013400         PERFORM PAY-ALIAS THRU                                   DALIA01P
013500                 PAY-ALIAS-EXIT                                   DALIA01P
013600       WHEN CAL1I-CONTACT-CHANGED                                 DALIA01P
013700         PERFORM CONTACT-CHANGED THRU                             DALIA01P
013800                 CONTACT-CHANGED-EXIT                             DALIA01P
013900       WHEN CAL1I-ACCOUNT-CLOSED                                  DALIA01P
014000         PERFORM ACCOUNT-CLOSED THRU                              DALIA01P
014100                 ACCOUNT-CLOSED-EXIT                              DALIA01P
014200       WHEN OTHER                                                 DALIA01P
014300         MOVE 'Unknown payment alias function requested'          DALIA01P
014400           TO CAL1O-MSG                                           DALIA01P
014500     END-EVALUATE.                                                DALIA01P
014600                                                                  DALIA01P
014700 DALIA01P-EXIT.                                                   DALIA01P
014800***************************************************************** DALIA01P
014900* Move the result back to the callers area                      * DALIA01P
015000***************************************************************** DALIA01P
015100     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DALIA01P
015200                                                                  DALIA01P
015300***************************************************************** DALIA01P
015400* Return to our caller                                          * DALIA01P
015500***************************************************************** DALIA01P
015600 COPY CRETURN.                                                    DALIA01P
015700                                                                  DALIA01P
015800***************************************************************** DALIA01P
015900* Register the customer's phone number or email as an alias     * DALIA01P
016000* for the chosen account. Only the detail on BNKCUST - which    * DALIA01P
016100* has already been through contact verification - can be        * DALIA01P
016200* registered, and it stays pending until the code sent to it    * DALIA01P
016300* comes back                                                    * DALIA01P
016400***************************************************************** DALIA01P
016500 REGISTER-ALIAS.                                                  DALIA01P
016600     IF NOT CAL1I-ALIAS-PHONE AND                                 DALIA01P
016700        NOT CAL1I-ALIAS-EMAIL                                     DALIA01P
016800        MOVE 'Alias type must be T (phone) or E (email)'          DALIA01P
016900          TO CAL1O-MSG                                            DALIA01P
017000        GO TO REGISTER-ALIAS-EXIT                                 DALIA01P
017100     END-IF.                                                      DALIA01P
017200     PERFORM READ-CONTACT THRU                                    DALIA01P
017300             READ-CONTACT-EXIT.                                   DALIA01P
017400     IF CAL1O-MSG IS NOT EQUAL TO SPACES                          DALIA01P
017500        GO TO REGISTER-ALIAS-EXIT                                 DALIA01P
017600     END-IF.                                                      DALIA01P
017700     IF CAL1I-ALIAS-PHONE                                         DALIA01P
017800        MOVE DCL-BCS-TEL TO DCL-BAL-ALIAS                         DALIA01P
017900     ELSE                                                         DALIA01P
018000        MOVE DCL-BCS-EMAIL TO DCL-BAL-ALIAS                       DALIA01P
018100     END-IF.                                                      DALIA01P
018200     IF DCL-BAL-ALIAS IS EQUAL TO SPACES                          DALIA01P
018300        MOVE 'No verified phone number or email on file to use'   DALIA01P
018400          TO CAL1O-MSG                                            DALIA01P
018500        GO TO REGISTER-ALIAS-EXIT                                 DALIA01P
018600     END-IF.                                                      DALIA01P
018700     EXEC SQL                                                     DALIA01P
018800          SELECT BAC_PID,                                         DALIA01P
018900                 BAC_STATUS                                       DALIA01P
019000          INTO :DCL-ACC-PID,                                      DALIA01P
019100               :DCL-ACC-STATUS                                    DALIA01P
019200          FROM BNKACC                                             DALIA01P
019300          WHERE BAC_ACCNO = :CAL1I-ACC                            DALIA01P
019400     END-EXEC.                                                    DALIA01P
019500     IF SQLCODE IS NOT EQUAL TO ZERO OR                           DALIA01P
019600        DCL-ACC-PID IS NOT EQUAL TO CAL1I-PERSON-PID              DALIA01P
019700        SET CAL1O-NOT-OWN-ACCOUNT TO TRUE                         DALIA01P
019800        MOVE 'That account does not belong to you' TO CAL1O-MSG   DALIA01P
019900        GO TO REGISTER-ALIAS-EXIT                                 DALIA01P
020000     END-IF.                                                      DALIA01P
020100     IF DCL-ACC-STATUS IS NOT EQUAL TO SPACE                      DALIA01P
020200        SET CAL1O-ACCOUNT-RESTRICTED TO TRUE                      DALIA01P
020300        MOVE 'An alias can only pay into an open account'         DALIA01P
020400          TO CAL1O-MSG                                            DALIA01P
020500        GO TO REGISTER-ALIAS-EXIT                                 DALIA01P
020600     END-IF.                                                      DALIA01P
020700     PERFORM CHECK-ALIAS-FREE THRU                                DALIA01P
020800             CHECK-ALIAS-FREE-EXIT.                               DALIA01P
020900     IF CAL1O-MSG IS NOT EQUAL TO SPACES                          DALIA01P
021000        GO TO REGISTER-ALIAS-EXIT                                 DALIA01P
021100     END-IF.                                                      DALIA01P
021200***************************************************************** DALIA01P
021300* A fresh registration replaces one still waiting for its code  * DALIA01P
021400***************************************************************** DALIA01P
021500     EXEC SQL                                                     DALIA01P
021600          DELETE                                                  DALIA01P
021700          FROM BNKALIAS                                           DALIA01P
021800          WHERE BAL_PID = :CAL1I-PERSON-PID AND                   DALIA01P
021900                BAL_TYPE = :CAL1I-ALIAS-TYPE AND                  DALIA01P
022000                BAL_STATUS = 'P'                                  DALIA01P
022100     END-EXEC.                                                    DALIA01P
022200     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DALIA01P
022300        SQLCODE IS NOT EQUAL TO +100                              DALIA01P
022400        MOVE 'Unable to clear the earlier pending alias'          DALIA01P
022500          TO CAL1O-MSG                                            DALIA01P
022600        GO TO REGISTER-ALIAS-EXIT                                 DALIA01P
022700     END-IF.                                                      DALIA01P
022800     INITIALIZE CD93-DATA.                                        DALIA01P
022900     SET CD93I-SEND-ALIAS-CODE TO TRUE.                           DALIA01P
023000     MOVE CAL1I-PERSON-PID TO CD93I-PERSON-PID.                   DALIA01P
023100     IF CAL1I-ALIAS-PHONE                                         DALIA01P
023200        MOVE DCL-BCS-TEL TO CD93I-NEW-TELNO                       DALIA01P
023300     ELSE                                                         DALIA01P
023400        MOVE DCL-BCS-EMAIL TO CD93I-NEW-EMAIL                     DALIA01P
023500     END-IF.                                                      DALIA01P
023600 COPY CBANKX93.                                                   DALIA01P
023700     IF NOT CD93O-REQUEST-OK                                      DALIA01P
023800        MOVE CD93O-MSG TO CAL1O-MSG                               DALIA01P
023900        GO TO REGISTER-ALIAS-EXIT                                 DALIA01P
024000     END-IF.                                                      DALIA01P
024100     MOVE CD93O-CODE TO DCL-BAL-CODE.                             DALIA01P
024200     EXEC SQL                                                     DALIA01P
024300          INSERT                                                  DALIA01P
024400          INTO BNKALIAS (BAL_ALIAS,                               DALIA01P
024500                         BAL_TYPE,                                DALIA01P
024600                         BAL_PID,                                 DALIA01P
024700                         BAL_ACCNO,                               DALIA01P
024800                         BAL_STATUS,                              DALIA01P
024900                         BAL_CODE,                                DALIA01P
025000                         BAL_RAISED_TS)                           DALIA01P
025100          VALUES (:DCL-BAL-ALIAS,                                 DALIA01P
025200                  :CAL1I-ALIAS-TYPE,                              DALIA01P
025300                  :CAL1I-PERSON-PID,                              DALIA01P
025400                  :CAL1I-ACC,                                     DALIA01P
025500                  'P',                                            DALIA01P
025600                  :DCL-BAL-CODE,                                  DALIA01P
025700                  CURRENT TIMESTAMP)                              DALIA01P
025800     END-EXEC.                                                    DALIA01P
025900     IF SQLCODE IS NOT EQUAL TO ZERO                              DALIA01P
026000        MOVE 'Unable to hold the alias pending' TO CAL1O-MSG      DALIA01P
026100        GO TO REGISTER-ALIAS-EXIT                                 DALIA01P
026200     END-IF.                                                      DALIA01P
026300     SET CAL1O-REQUEST-OK TO TRUE.                                DALIA01P
026400     MOVE CD93O-MSG TO CAL1O-MSG.                                 DALIA01P
026500 REGISTER-ALIAS-EXIT.                                             DALIA01P
026600     EXIT.                                                        DALIA01P
026700                                                                  DALIA01P
026800***************************************************************** DALIA01P
026900* The customer keyed the code - a match inside the expiry       * DALIA01P
027000* window makes the alias live, replacing any alias of the same  * DALIA01P
027100* type the customer already had                                 * DALIA01P
027200***************************************************************** DALIA01P
027300 CONFIRM-ALIAS.                                                   DALIA01P
027400     IF CAL1I-CODE IS EQUAL TO SPACES                             DALIA01P
027500        MOVE 'Please key the code that was sent to you'           DALIA01P
027600          TO CAL1O-MSG                                            DALIA01P
027700        GO TO CONFIRM-ALIAS-EXIT                                  DALIA01P
027800     END-IF.                                                      DALIA01P
027900     EXEC SQL                                                     DALIA01P
028000          SELECT COUNT(*)                                         DALIA01P
028100          INTO :DCL-COUNT                                         DALIA01P
028200          FROM BNKALIAS                                           DALIA01P
028300          WHERE BAL_PID = :CAL1I-PERSON-PID AND                   DALIA01P
028400                BAL_STATUS = 'P'                                  DALIA01P
028500     END-EXEC.                                                    DALIA01P
028600     IF SQLCODE IS NOT EQUAL TO ZERO                              DALIA01P
028700        MOVE 'Unable to read the pending aliases' TO CAL1O-MSG    DALIA01P
028800        GO TO CONFIRM-ALIAS-EXIT                                  DALIA01P
028900     END-IF.                                                      DALIA01P
029000     IF DCL-COUNT IS EQUAL TO ZERO                                DALIA01P
029100        SET CAL1O-ALIAS-NOT-FOUND TO TRUE                         DALIA01P
029200        MOVE 'No payment alias is waiting for a code'             DALIA01P
029300          TO CAL1O-MSG                                            DALIA01P
029400        GO TO CONFIRM-ALIAS-EXIT                                  DALIA01P
029500     END-IF.                                                      DALIA01P
029600     EXEC SQL                                                     DALIA01P
029700          SELECT BAL_ALIAS,                                       DALIA01P
029800                 BAL_TYPE,                                        DALIA01P
029900                 BAL_ACCNO                                        DALIA01P
030000          INTO :DCL-BAL-ALIAS,                                    DALIA01P
030100               :DCL-BAL-TYPE,                                     DALIA01P
030200               :DCL-BAL-ACCNO                                     DALIA01P
030300          FROM BNKALIAS                                           DALIA01P
030400          WHERE BAL_PID = :CAL1I-PERSON-PID AND                   DALIA01P
030500                BAL_STATUS = 'P' AND                              DALIA01P
030600                BAL_CODE = :CAL1I-CODE AND                        DALIA01P
030700                BAL_RAISED_TS >=                                  DALIA01P
030800                  CURRENT TIMESTAMP - :DCL-EXPIRE-DAYS DAYS       DALIA01P
030900     END-EXEC.                                                    DALIA01P
031000     IF SQLCODE IS EQUAL TO +100                                  DALIA01P
031100        SET CAL1O-CODE-MISMATCH TO TRUE                           DALIA01P
031200        MOVE 'That code does not match or has expired'            DALIA01P
031300          TO CAL1O-MSG                                            DALIA01P
031400        GO TO CONFIRM-ALIAS-EXIT                                  DALIA01P
031500     END-IF.                                                      DALIA01P
031600     IF SQLCODE IS NOT EQUAL TO ZERO                              DALIA01P
031700        MOVE 'Unable to read the pending alias' TO CAL1O-MSG      DALIA01P
031800        GO TO CONFIRM-ALIAS-EXIT                                  DALIA01P
031900     END-IF.                                                      DALIA01P
032000***************************************************************** DALIA01P
032100* The contact details may have moved on since the code went     * DALIA01P
032200* out, and someone else may have claimed the alias meanwhile    * DALIA01P
032300***************************************************************** DALIA01P
032400     PERFORM READ-CONTACT THRU                                    DALIA01P
032500             READ-CONTACT-EXIT.                                   DALIA01P
032600     IF CAL1O-MSG IS NOT EQUAL TO SPACES                          DALIA01P
032700        GO TO CONFIRM-ALIAS-EXIT                                  DALIA01P
032800     END-IF.                                                      DALIA01P
032900     IF (DCL-BAL-TYPE IS EQUAL TO 'T' AND                         DALIA01P
033000         DCL-BAL-ALIAS IS NOT EQUAL TO DCL-BCS-TEL) OR            DALIA01P
033100        (DCL-BAL-TYPE IS EQUAL TO 'E' AND                         DALIA01P
033200         DCL-BAL-ALIAS IS NOT EQUAL TO DCL-BCS-EMAIL)             DALIA01P
033300        MOVE 'Your contact details changed - register again'      DALIA01P
033400          TO CAL1O-MSG                                            DALIA01P
033500        GO TO CONFIRM-ALIAS-EXIT                                  DALIA01P
033600     END-IF.                                                      DALIA01P
033700     PERFORM CHECK-ALIAS-FREE THRU                                DALIA01P
033800             CHECK-ALIAS-FREE-EXIT.                               DALIA01P
033900     IF CAL1O-MSG IS NOT EQUAL TO SPACES                          DALIA01P
034000        GO TO CONFIRM-ALIAS-EXIT                                  DALIA01P
034100     END-IF.                                                      DALIA01P
034200     EXEC SQL                                                     DALIA01P
034300          UPDATE BNKALIAS                                         DALIA01P
034400          SET BAL_STATUS = 'R',                                   DALIA01P
034500              BAL_RELEASE_REASON = 'M',                           DALIA01P
034600              BAL_RELEASED_TS = CURRENT TIMESTAMP                 DALIA01P
034700          WHERE BAL_PID = :CAL1I-PERSON-PID AND                   DALIA01P
034800                BAL_TYPE = :DCL-BAL-TYPE AND                      DALIA01P
034900                BAL_STATUS = 'A'                                  DALIA01P
035000     END-EXEC.                                                    DALIA01P
035100     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DALIA01P
035200        SQLCODE IS NOT EQUAL TO +100                              DALIA01P
035300        MOVE 'Unable to retire the earlier alias' TO CAL1O-MSG    DALIA01P
035400        GO TO CONFIRM-ALIAS-EXIT                                  DALIA01P
035500     END-IF.                                                      DALIA01P
035600     EXEC SQL                                                     DALIA01P
035700          UPDATE BNKALIAS                                         DALIA01P
035800          SET BAL_STATUS = 'A',                                   DALIA01P
035900              BAL_ACTIVE_TS = CURRENT TIMESTAMP                   DALIA01P
036000          WHERE BAL_PID = :CAL1I-PERSON-PID AND                   DALIA01P
036100                BAL_TYPE = :DCL-BAL-TYPE AND                      DALIA01P
036200                BAL_STATUS = 'P'                                  DALIA01P
036300     END-EXEC.                                                    DALIA01P
036400     IF SQLCODE IS NOT EQUAL TO ZERO                              DALIA01P
036500        MOVE 'Unable to make the alias live' TO CAL1O-MSG         DALIA01P
036600        GO TO CONFIRM-ALIAS-EXIT                                  DALIA01P
036700     END-IF.                                                      DALIA01P
036800     SET CAL1O-REQUEST-OK TO TRUE.                                DALIA01P
036900     MOVE SPACES TO CAL1O-MSG.                                    DALIA01P
037000     STRING 'Payment alias live - pays into account '             DALIA01P
037100            DCL-BAL-ACCNO                                         DALIA01P
037200            DELIMITED BY SIZE INTO CAL1O-MSG.                     DALIA01P
037300 CONFIRM-ALIAS-EXIT.                                              DALIA01P
037400     EXIT.                                                        DALIA01P
037500                                                                  DALIA01P
037600***************************************************************** DALIA01P
037700* The customer gives up an alias of the type keyed, live or     * DALIA01P
037800* still pending                                                 * DALIA01P
037900***************************************************************** DALIA01P
038000 RELEASE-ALIAS.                                                   DALIA01P
038100     IF NOT CAL1I-ALIAS-PHONE AND                                 DALIA01P
038200        NOT CAL1I-ALIAS-EMAIL                                     DALIA01P
038300        MOVE 'Alias type must be T (phone) or E (email)'          DALIA01P
038400          TO CAL1O-MSG                                            DALIA01P
038500        GO TO RELEASE-ALIAS-EXIT                                  DALIA01P
038600     END-IF.                                                      DALIA01P
038700     EXEC SQL                                                     DALIA01P
038800          UPDATE BNKALIAS                                         DALIA01P
038900          SET BAL_STATUS = 'R',                                   DALIA01P
039000              BAL_RELEASE_REASON = 'C',                           DALIA01P
039100              BAL_RELEASED_TS = CURRENT TIMESTAMP                 DALIA01P
039200          WHERE BAL_PID = :CAL1I-PERSON-PID AND                   DALIA01P
039300                BAL_TYPE = :CAL1I-ALIAS-TYPE AND                  DALIA01P
039400                BAL_STATUS IN ('P', 'A')                          DALIA01P
039500     END-EXEC.                                                    DALIA01P
039600     IF SQLCODE IS EQUAL TO +100                                  DALIA01P
039700        SET CAL1O-ALIAS-NOT-FOUND TO TRUE                         DALIA01P
039800        MOVE 'No payment alias of that type is registered'        DALIA01P
039900          TO CAL1O-MSG                                            DALIA01P
040000        GO TO RELEASE-ALIAS-EXIT                                  DALIA01P
040100     END-IF.                                                      DALIA01P
040200     IF SQLCODE IS NOT EQUAL TO ZERO                              DALIA01P
040300        MOVE 'Unable to release the alias' TO CAL1O-MSG           DALIA01P
040400        GO TO RELEASE-ALIAS-EXIT                                  DALIA01P
040500     END-IF.                                                      DALIA01P
040600     SET CAL1O-REQUEST-OK TO TRUE.                                DALIA01P
040700     MOVE 'Payment alias released' TO CAL1O-MSG.                  DALIA01P
040800 RELEASE-ALIAS-EXIT.                                              DALIA01P
040900     EXIT.                                                        DALIA01P
041000                                                                  DALIA01P
041100***************************************************************** DALIA01P
041200* Tell the payer who an alias belongs to - masked - before any  * DALIA01P
041300* money moves                                                   * DALIA01P
041400***************************************************************** DALIA01P
041500 RESOLVE-ALIAS.                                                   DALIA01P
041600     PERFORM LOOKUP-ALIAS THRU                                    DALIA01P
041700             LOOKUP-ALIAS-EXIT.                                   DALIA01P
041800     IF CAL1O-MSG IS NOT EQUAL TO SPACES                          DALIA01P
041900        GO TO RESOLVE-ALIAS-EXIT                                  DALIA01P
042000     END-IF.                                                      DALIA01P
042100     SET CAL1O-REQUEST-OK TO TRUE.                                DALIA01P
042200     MOVE 'Payee found' TO CAL1O-MSG.                             DALIA01P
042300 RESOLVE-ALIAS-EXIT.                                              DALIA01P
042400     EXIT.                                                        DALIA01P
042500                                                                  DALIA01P
042600***************************************************************** DALIA01P
042700* Pay by alias - an alias held here posts as an ordinary        * DALIA01P
042800* account-to-account transfer under DBANK04P's guards, one the  * DALIA01P
042900* scheme directory places at another bank goes out as an        * DALIA01P
043000* external payment to the account the directory names           * DALIA01P
043100***************************************************************** DALIA01P
043200 PAY-ALIAS.                                                       DALIA01P
043300     IF CAL1I-AMOUNT IS NOT GREATER THAN ZERO                     DALIA01P
043400        MOVE 'Enter an amount to pay' TO CAL1O-MSG                DALIA01P
043500        GO TO PAY-ALIAS-EXIT                                      DALIA01P
043600     END-IF.                                                      DALIA01P
043700     PERFORM LOOKUP-ALIAS THRU                                    DALIA01P
043800             LOOKUP-ALIAS-EXIT.                                   DALIA01P
043900     IF CAL1O-MSG IS NOT EQUAL TO SPACES                          DALIA01P
044000        GO TO PAY-ALIAS-EXIT                                      DALIA01P
044100     END-IF.                                                      DALIA01P
044200     IF CAL1O-ROUTE-EXTERNAL                                      DALIA01P
044300        PERFORM PAY-EXTERNAL THRU                                 DALIA01P
044400                PAY-EXTERNAL-EXIT                                 DALIA01P
044500     ELSE                                                         DALIA01P
044600        PERFORM PAY-INTERNAL THRU                                 DALIA01P
044700                PAY-INTERNAL-EXIT                                 DALIA01P
044800     END-IF.                                                      DALIA01P
044900 PAY-ALIAS-EXIT.                                                  DALIA01P
045000     EXIT.                                                        DALIA01P
045100                                                                  DALIA01P
045200***************************************************************** DALIA01P
045300* Post the payment to the alias holder's account here           * DALIA01P
045400***************************************************************** DALIA01P
045500 PAY-INTERNAL.                                                    DALIA01P
045600     EXEC SQL                                                     DALIA01P
045700          SELECT BAC_PID,                                         DALIA01P
045800                 BAC_BALANCE,                                     DALIA01P
045900                 BAC_CURRENCY                                     DALIA01P
046000          INTO :DCL-ACC-PID,                                      DALIA01P
046100               :DCL-FROM-BALANCE,                                 DALIA01P
046200               :DCL-FROM-CURRENCY                                 DALIA01P
046300          FROM BNKACC                                             DALIA01P
046400          WHERE BAC_ACCNO = :CAL1I-FROM-ACC                       DALIA01P
046500     END-EXEC.                                                    DALIA01P
046600     IF SQLCODE IS NOT EQUAL TO ZERO OR                           DALIA01P
046700        DCL-ACC-PID IS NOT EQUAL TO CAL1I-PERSON-PID              DALIA01P
046800        SET CAL1O-NOT-OWN-ACCOUNT TO TRUE                         DALIA01P
046900        MOVE 'That account does not belong to you' TO CAL1O-MSG   DALIA01P
047000        GO TO PAY-INTERNAL-EXIT                                   DALIA01P
047100     END-IF.                                                      DALIA01P
047200     IF DCL-BAL-ACCNO IS EQUAL TO CAL1I-FROM-ACC                  DALIA01P
047300        MOVE 'That alias pays into the account you pay from'      DALIA01P
047400          TO CAL1O-MSG                                            DALIA01P
047500        GO TO PAY-INTERNAL-EXIT                                   DALIA01P
047600     END-IF.                                                      DALIA01P
047700     EXEC SQL                                                     DALIA01P
047800          SELECT BAC_BALANCE,                                     DALIA01P
047900                 BAC_CURRENCY                                     DALIA01P
048000          INTO :DCL-TO-BALANCE,                                   DALIA01P
048100               :DCL-TO-CURRENCY                                   DALIA01P
048200          FROM BNKACC                                             DALIA01P
048300          WHERE BAC_ACCNO = :DCL-BAL-ACCNO                        DALIA01P
048400     END-EXEC.                                                    DALIA01P
048500     IF SQLCODE IS NOT EQUAL TO ZERO                              DALIA01P
048600        MOVE 'Unable to read the receiving account' TO CAL1O-MSG  DALIA01P
048700        GO TO PAY-INTERNAL-EXIT                                   DALIA01P
048800     END-IF.                                                      DALIA01P
048900     IF DCL-FROM-CURRENCY IS NOT EQUAL TO DCL-TO-CURRENCY         DALIA01P
049000        MOVE 'Pay by alias from an account in the payee currency' DALIA01P
049100          TO CAL1O-MSG                                            DALIA01P
049200        GO TO PAY-INTERNAL-EXIT                                   DALIA01P
049300     END-IF.                                                      DALIA01P
049400     MOVE SPACES TO CD04-DATA.                                    DALIA01P
049500     MOVE CAL1I-PERSON-PID TO CD04I-PERSON-PID.                   DALIA01P
049600     MOVE CAL1I-FROM-ACC TO CD04I-FROM-ACC.                       DALIA01P
049700     MOVE DCL-FROM-BALANCE TO CD04I-FROM-OLD-BAL.                 DALIA01P
049800     COMPUTE CD04I-FROM-NEW-BAL =                                 DALIA01P
049900             DCL-FROM-BALANCE - CAL1I-AMOUNT.                     DALIA01P
050000     MOVE DCL-BAL-ACCNO TO CD04I-TO-ACC.                          DALIA01P
050100     MOVE DCL-TO-BALANCE TO CD04I-TO-OLD-BAL.                     DALIA01P
050200     COMPUTE CD04I-TO-NEW-BAL =                                   DALIA01P
050300             DCL-TO-BALANCE + CAL1I-AMOUNT.                       DALIA01P
050400     IF CAL1I-DUP-OVERRIDE IS EQUAL TO 'Y'                        DALIA01P
050500        SET CD04I-DUP-OVERRIDE-ON TO TRUE                         DALIA01P
050600     END-IF.                                                      DALIA01P
050700 COPY CBANKX04.                                                   DALIA01P
050800     IF NOT CD04O-UPDATE-OK                                       DALIA01P
050900        MOVE CD04O-MSG TO CAL1O-MSG                               DALIA01P
051000        EVALUATE TRUE                                             DALIA01P
051100          WHEN CD04O-INSUFFICIENT-FUNDS                           DALIA01P
051200            SET CAL1O-INSUFFICIENT-FUNDS TO TRUE                  DALIA01P
051300          WHEN CD04O-ACCOUNT-RESTRICTED                           DALIA01P
051400            SET CAL1O-ACCOUNT-RESTRICTED TO TRUE                  DALIA01P
051500          WHEN CD04O-DUPLICATE-SUSPECT                            DALIA01P
051600            SET CAL1O-DUPLICATE-SUSPECT TO TRUE                   DALIA01P
051700        END-EVALUATE                                              DALIA01P
051800        GO TO PAY-INTERNAL-EXIT                                   DALIA01P
051900     END-IF.                                                      DALIA01P
052000     MOVE SPACES TO CD06-DATA.                                    DALIA01P
052100     MOVE CAL1I-PERSON-PID TO CD06I-PERSON-PID.                   DALIA01P
052200     MOVE CD04O-TIMESTAMP TO CD06I-TIMESTAMP.                     DALIA01P
052300     MOVE CAL1I-FROM-ACC TO CD06I-FROM-ACC.                       DALIA01P
052400     MOVE CAL1I-AMOUNT TO CD06I-FROM-AMOUNT.                      DALIA01P
052500     MOVE DCL-BAL-ACCNO TO CD06I-TO-ACC.                          DALIA01P
052600     MOVE CAL1I-AMOUNT TO CD06I-TO-AMOUNT.                        DALIA01P
052700     MOVE ZERO TO CD06I-SPREAD-AMOUNT.                            DALIA01P
052800     STRING 'To ' CAL1O-MASKED-NAME                               DALIA01P
052900            DELIMITED BY SIZE INTO CD06I-FROM-DESC.               DALIA01P
053000     MOVE 'Payment received by alias' TO CD06I-TO-DESC.           DALIA01P
053100 COPY CBANKX06.                                                   DALIA01P
053200     IF CD06O-UPDATE-FAIL                                         DALIA01P
053300        MOVE CD06O-MSG TO CAL1O-MSG                               DALIA01P
053400        GO TO PAY-INTERNAL-EXIT                                   DALIA01P
053500     END-IF.                                                      DALIA01P
053600     MOVE CD06O-REFERENCE TO CAL1O-REFERENCE.                     DALIA01P
053700     SET CAL1O-REQUEST-OK TO TRUE.                                DALIA01P
053800     MOVE SPACES TO CAL1O-MSG.                                    DALIA01P
053900     STRING 'Payment made - reference ' CD06O-REFERENCE           DALIA01P
054000            DELIMITED BY SIZE INTO CAL1O-MSG.                     DALIA01P
054100 PAY-INTERNAL-EXIT.                                               DALIA01P
054200     EXIT.                                                        DALIA01P
054300                                                                  DALIA01P
054400***************************************************************** DALIA01P
054500* Send the payment to the bank the directory names              * DALIA01P
054600***************************************************************** DALIA01P
054700 PAY-EXTERNAL.                                                    DALIA01P
054800     INITIALIZE CD70-DATA.                                        DALIA01P
054900     SET CD70I-PAY-DIRECT TO TRUE.                                DALIA01P
055000     MOVE CAL1I-PERSON-PID TO CD70I-PERSON-PID.                   DALIA01P
055100     MOVE DCL-BAD-ROUTING TO CD70I-ROUTING.                       DALIA01P
055200     MOVE DCL-BAD-EXT-ACC TO CD70I-EXT-ACC.                       DALIA01P
055300     MOVE DCL-BAD-NAME TO CD70I-BENE-NAME.                        DALIA01P
055400     MOVE CAL1I-FROM-ACC TO CD70I-FROM-ACC.                       DALIA01P
055500     MOVE CAL1I-AMOUNT TO CD70I-AMOUNT.                           DALIA01P
055600 COPY CBANKX70.                                                   DALIA01P
055700     MOVE CD70O-MSG TO CAL1O-MSG.                                 DALIA01P
055800     EVALUATE TRUE                                                DALIA01P
055900       WHEN CD70O-UPDATE-OK                                       DALIA01P
056000         MOVE CD70O-PAYMENT-REF TO CAL1O-REFERENCE                DALIA01P
056100         SET CAL1O-REQUEST-OK TO TRUE                             DALIA01P
056200       WHEN CD70O-INSUFFICIENT-FUNDS                              DALIA01P
056300         SET CAL1O-INSUFFICIENT-FUNDS TO TRUE                     DALIA01P
056400       WHEN CD70O-ACCOUNT-RESTRICTED                              DALIA01P
056500         SET CAL1O-ACCOUNT-RESTRICTED TO TRUE                     DALIA01P
056600       WHEN CD70O-NOT-OWN-ACCOUNT                                 DALIA01P
056700         SET CAL1O-NOT-OWN-ACCOUNT TO TRUE                        DALIA01P
056800     END-EVALUATE.                                                DALIA01P
056900 PAY-EXTERNAL-EXIT.                                               DALIA01P
057000     EXIT.                                                        DALIA01P
057100                                                                  DALIA01P
057200***************************************************************** DALIA01P
057300* The customer's contact details changed - release every alias  * DALIA01P
057400* that no longer matches the phone number or email on file      * DALIA01P
057500***************************************************************** DALIA01P
057600 CONTACT-CHANGED.                                                 DALIA01P
057700     PERFORM READ-CONTACT THRU                                    DALIA01P
057800             READ-CONTACT-EXIT.                                   DALIA01P
057900     IF CAL1O-MSG IS NOT EQUAL TO SPACES                          DALIA01P
058000        GO TO CONTACT-CHANGED-EXIT                                DALIA01P
058100     END-IF.                                                      DALIA01P
058200     EXEC SQL                                                     DALIA01P
058300          UPDATE BNKALIAS                                         DALIA01P
058400          SET BAL_STATUS = 'R',                                   DALIA01P
058500              BAL_RELEASE_REASON = 'D',                           DALIA01P
058600              BAL_RELEASED_TS = CURRENT TIMESTAMP                 DALIA01P
058700          WHERE BAL_PID = :CAL1I-PERSON-PID AND                   DALIA01P
058800                BAL_STATUS IN ('P', 'A') AND                      DALIA01P
058900                ((BAL_TYPE = 'T' AND                              DALIA01P
059000                  BAL_ALIAS <> :DCL-BCS-TEL) OR                   DALIA01P
059100                 (BAL_TYPE = 'E' AND                              DALIA01P
059200                  BAL_ALIAS <> :DCL-BCS-EMAIL))                   DALIA01P
059300     END-EXEC.                                                    DALIA01P
059400     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DALIA01P
059500        SQLCODE IS NOT EQUAL TO +100                              DALIA01P
059600        MOVE 'Unable to release the superseded aliases'           DALIA01P
059700          TO CAL1O-MSG                                            DALIA01P
059800        GO TO CONTACT-CHANGED-EXIT                                DALIA01P
059900     END-IF.                                                      DALIA01P
060000     IF SQLCODE IS EQUAL TO ZERO                                  DALIA01P
060100        MOVE SQLERRD (3) TO CAL1O-RELEASED                        DALIA01P
060200        MOVE 'CONTACT DETAILS CHANGED' TO WS-RELEASE-WHY          DALIA01P
060300        PERFORM LOG-RELEASE THRU                                  DALIA01P
060400                LOG-RELEASE-EXIT                                  DALIA01P
060500     END-IF.                                                      DALIA01P
060600     SET CAL1O-REQUEST-OK TO TRUE.                                DALIA01P
060700     MOVE 'Payment aliases checked against the contact details'   DALIA01P
060800       TO CAL1O-MSG.                                              DALIA01P
060900 CONTACT-CHANGED-EXIT.                                            DALIA01P
061000     EXIT.                                                        DALIA01P
061100                                                                  DALIA01P
061200***************************************************************** DALIA01P
061300* An account closed - no alias may go on paying into it         * DALIA01P
061400***************************************************************** DALIA01P
061500 ACCOUNT-CLOSED.                                                  DALIA01P
061600     EXEC SQL                                                     DALIA01P
061700          UPDATE BNKALIAS                                         DALIA01P
061800          SET BAL_STATUS = 'R',                                   DALIA01P
061900              BAL_RELEASE_REASON = 'Z',                           DALIA01P
062000              BAL_RELEASED_TS = CURRENT TIMESTAMP                 DALIA01P
062100          WHERE BAL_ACCNO = :CAL1I-ACC AND                        DALIA01P
062200                BAL_STATUS IN ('P', 'A')                          DALIA01P
062300     END-EXEC.                                                    DALIA01P
062400     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DALIA01P
062500        SQLCODE IS NOT EQUAL TO +100                              DALIA01P
062600        MOVE 'Unable to release the account aliases' TO CAL1O-MSG DALIA01P
062700        GO TO ACCOUNT-CLOSED-EXIT                                 DALIA01P
062800     END-IF.                                                      DALIA01P
062900     IF SQLCODE IS EQUAL TO ZERO                                  DALIA01P
063000        MOVE SQLERRD (3) TO CAL1O-RELEASED                        DALIA01P
063100        MOVE 'ACCOUNT CLOSED' TO WS-RELEASE-WHY                   DALIA01P
063200        PERFORM LOG-RELEASE THRU                                  DALIA01P
063300                LOG-RELEASE-EXIT                                  DALIA01P
063400     END-IF.                                                      DALIA01P
063500     SET CAL1O-REQUEST-OK TO TRUE.                                DALIA01P
063600     MOVE 'Payment aliases on the account released' TO CAL1O-MSG. DALIA01P
063700 ACCOUNT-CLOSED-EXIT.                                             DALIA01P
063800     EXIT.                                                        DALIA01P
063900                                                                  DALIA01P
064000***************************************************************** DALIA01P
064100* Find who an alias belongs to - our own register first, then   * DALIA01P
064200* the scheme directory of aliases held at other banks           * DALIA01P
064300***************************************************************** DALIA01P
064400 LOOKUP-ALIAS.                                                    DALIA01P
064500     IF CAL1I-ALIAS IS EQUAL TO SPACES                            DALIA01P
064600        MOVE 'Key the phone number or email to pay' TO CAL1O-MSG  DALIA01P
064700        GO TO LOOKUP-ALIAS-EXIT                                   DALIA01P
064800     END-IF.                                                      DALIA01P
064900     EXEC SQL                                                     DALIA01P
065000          SELECT BAL.BAL_PID,                                     DALIA01P
065100                 BAL.BAL_ACCNO,                                   DALIA01P
065200                 BCS.BCS_NAME                                     DALIA01P
065300          INTO :DCL-BAL-PID,                                      DALIA01P
065400               :DCL-BAL-ACCNO,                                    DALIA01P
065500               :DCL-BCS-NAME                                      DALIA01P
065600          FROM BNKALIAS BAL,                                      DALIA01P
065700               BNKCUST BCS                                        DALIA01P
065800          WHERE BAL.BAL_ALIAS = :CAL1I-ALIAS AND                  DALIA01P
065900                BAL.BAL_STATUS = 'A' AND                          DALIA01P
066000                BCS.BCS_PID = BAL.BAL_PID                         DALIA01P
066100     END-EXEC.                                                    DALIA01P
066200     IF SQLCODE IS EQUAL TO ZERO                                  DALIA01P
066300        SET CAL1O-ROUTE-INTERNAL TO TRUE                          DALIA01P
066400        MOVE DCL-BCS-NAME TO WS-FULL-NAME                         DALIA01P
066500        PERFORM MASK-NAME THRU                                    DALIA01P
066600                MASK-NAME-EXIT                                    DALIA01P
066700        GO TO LOOKUP-ALIAS-EXIT                                   DALIA01P
066800     END-IF.                                                      DALIA01P
066900     IF SQLCODE IS NOT EQUAL TO +100                              DALIA01P
067000        MOVE 'Unable to read the alias register' TO CAL1O-MSG     DALIA01P
067100        GO TO LOOKUP-ALIAS-EXIT                                   DALIA01P
067200     END-IF.                                                      DALIA01P
067300     EXEC SQL                                                     DALIA01P
067400          SELECT BAD_ROUTING,                                     DALIA01P
067500                 BAD_EXT_ACC,                                     DALIA01P
067600                 BAD_NAME                                         DALIA01P
067700          INTO :DCL-BAD-ROUTING,                                  DALIA01P
067800               :DCL-BAD-EXT-ACC,                                  DALIA01P
067900               :DCL-BAD-NAME                                      DALIA01P
068000          FROM BNKALDIR                                           DALIA01P
068100          WHERE BAD_ALIAS = :CAL1I-ALIAS AND                      DALIA01P
068200                BAD_STATUS = 'A'                                  DALIA01P
068300     END-EXEC.                                                    DALIA01P
068400     IF SQLCODE IS EQUAL TO +100                                  DALIA01P
068500        SET CAL1O-ALIAS-NOT-FOUND TO TRUE                         DALIA01P
068600        MOVE 'Nobody is registered under that alias' TO CAL1O-MSG DALIA01P
068700        GO TO LOOKUP-ALIAS-EXIT                                   DALIA01P
068800     END-IF.                                                      DALIA01P
068900     IF SQLCODE IS NOT EQUAL TO ZERO                              DALIA01P
069000        MOVE 'Unable to read the alias directory' TO CAL1O-MSG    DALIA01P
069100        GO TO LOOKUP-ALIAS-EXIT                                   DALIA01P
069200     END-IF.                                                      DALIA01P
069300     SET CAL1O-ROUTE-EXTERNAL TO TRUE.                            DALIA01P
069400     MOVE DCL-BAD-NAME TO WS-FULL-NAME.                           DALIA01P
069500     PERFORM MASK-NAME THRU                                       DALIA01P
069600             MASK-NAME-EXIT.                                      DALIA01P
069700 LOOKUP-ALIAS-EXIT.                                               DALIA01P
069800     EXIT.                                                        DALIA01P
069900                                                                  DALIA01P
070000***************************************************************** DALIA01P
070100* Keep the first letter of each word of the name and star out   * DALIA01P
070200* the rest - enough for the payer to recognise the payee, not   * DALIA01P
070300* enough to harvest names by trying aliases                     * DALIA01P
070400***************************************************************** DALIA01P
070500 MASK-NAME.                                                       DALIA01P
070600     MOVE SPACES TO WS-MASKED-NAME.                               DALIA01P
070700     MOVE 'Y' TO WS-WORD-START.                                   DALIA01P
070800     PERFORM MASK-NAME-CHAR THRU                                  DALIA01P
070900             MASK-NAME-CHAR-EXIT                                  DALIA01P
071000       VARYING WS-SUB1 FROM 1 BY 1                                DALIA01P
071100         UNTIL WS-SUB1 IS GREATER THAN 25.                        DALIA01P
071200     MOVE WS-MASKED-NAME TO CAL1O-MASKED-NAME.                    DALIA01P
071300 MASK-NAME-EXIT.                                                  DALIA01P
071400     EXIT.                                                        DALIA01P
071500                                                                  DALIA01P
071600 MASK-NAME-CHAR.                                                  DALIA01P
071700     IF WS-FULL-NAME (WS-SUB1:1) IS EQUAL TO SPACE                DALIA01P
071800        MOVE 'Y' TO WS-WORD-START                                 DALIA01P
071900        GO TO MASK-NAME-CHAR-EXIT                                 DALIA01P
072000     END-IF.                                                      DALIA01P
072100     IF WS-WORD-START IS EQUAL TO 'Y'                             DALIA01P
072200        MOVE WS-FULL-NAME (WS-SUB1:1)                             DALIA01P
072300          TO WS-MASKED-NAME (WS-SUB1:1)                           DALIA01P
072400        MOVE 'N' TO WS-WORD-START                                 DALIA01P
072500     ELSE                                                         DALIA01P
072600        MOVE '*' TO WS-MASKED-NAME (WS-SUB1:1)                    DALIA01P
072700     END-IF.                                                      DALIA01P
072800 MASK-NAME-CHAR-EXIT.                                             DALIA01P
072900     EXIT.                                                        DALIA01P
073000                                                                  DALIA01P
073100***************************************************************** DALIA01P
073200* Read the customer's name and verified contact details         * DALIA01P
073300***************************************************************** DALIA01P
073400 READ-CONTACT.                                                    DALIA01P
073500     EXEC SQL                                                     DALIA01P
073600          SELECT BCS_NAME,                                        DALIA01P
073700                 BCS_TEL,                                         DALIA01P
073800                 BCS_EMAIL                                        DALIA01P
073900          INTO :DCL-BCS-NAME,                                     DALIA01P
074000               :DCL-BCS-TEL,                                      DALIA01P
074100               :DCL-BCS-EMAIL                                     DALIA01P
074200          FROM BNKCUST                                            DALIA01P
074300          WHERE BCS_PID = :CAL1I-PERSON-PID                       DALIA01P
074400     END-EXEC.                                                    DALIA01P
074500     IF SQLCODE IS NOT EQUAL TO ZERO                              DALIA01P
074600        MOVE 'Unable to read the customer record' TO CAL1O-MSG    DALIA01P
074700     END-IF.                                                      DALIA01P
074800 READ-CONTACT-EXIT.                                               DALIA01P
074900     EXIT.                                                        DALIA01P
075000                                                                  DALIA01P
075100***************************************************************** DALIA01P
075200* An alias can belong to one customer at a time, here or at     * DALIA01P
075300* another bank                                                  * DALIA01P
075400***************************************************************** DALIA01P
075500 CHECK-ALIAS-FREE.                                                DALIA01P
075600     EXEC SQL                                                     DALIA01P
075700          SELECT COUNT(*)                                         DALIA01P
075800          INTO :DCL-COUNT                                         DALIA01P
075900          FROM BNKALIAS                                           DALIA01P
076000          WHERE BAL_ALIAS = :DCL-BAL-ALIAS AND                    DALIA01P
076100                BAL_STATUS = 'A' AND                              DALIA01P
076200                BAL_PID <> :CAL1I-PERSON-PID                      DALIA01P
076300     END-EXEC.                                                    DALIA01P
076400     IF SQLCODE IS NOT EQUAL TO ZERO                              DALIA01P
076500        MOVE 'Unable to read the alias register' TO CAL1O-MSG     DALIA01P
076600        GO TO CHECK-ALIAS-FREE-EXIT                               DALIA01P
076700     END-IF.                                                      DALIA01P
076800     IF DCL-COUNT IS GREATER THAN ZERO                            DALIA01P
076900        SET CAL1O-ALIAS-TAKEN TO TRUE                             DALIA01P
077000        MOVE 'That alias is registered to another customer'       DALIA01P
077100          TO CAL1O-MSG                                            DALIA01P
077200        GO TO CHECK-ALIAS-FREE-EXIT                               DALIA01P
077300     END-IF.                                                      DALIA01P
077400     EXEC SQL                                                     DALIA01P
077500          SELECT COUNT(*)                                         DALIA01P
077600          INTO :DCL-COUNT                                         DALIA01P
077700          FROM BNKALDIR                                           DALIA01P
077800          WHERE BAD_ALIAS = :DCL-BAL-ALIAS AND                    DALIA01P
077900                BAD_STATUS = 'A'                                  DALIA01P
078000     END-EXEC.                                                    DALIA01P
078100     IF SQLCODE IS NOT EQUAL TO ZERO                              DALIA01P
078200        MOVE 'Unable to read the alias directory' TO CAL1O-MSG    DALIA01P
078300        GO TO CHECK-ALIAS-FREE-EXIT                               DALIA01P
078400     END-IF.                                                      DALIA01P
078500     IF DCL-COUNT IS GREATER THAN ZERO                            DALIA01P
078600        SET CAL1O-ALIAS-TAKEN TO TRUE                             DALIA01P
078700        MOVE 'That alias is registered with another bank'         DALIA01P
078800          TO CAL1O-MSG                                            DALIA01P
078900     END-IF.                                                      DALIA01P
079000 CHECK-ALIAS-FREE-EXIT.                                           DALIA01P
079100     EXIT.                                                        DALIA01P
079200                                                                  DALIA01P
079300***************************************************************** DALIA01P
079400* Automatic releases are written to the exception log as their  * DALIA01P
079500* audit trail                                                   * DALIA01P
079600***************************************************************** DALIA01P
079700 LOG-RELEASE.                                                     DALIA01P
079800     MOVE SPACES TO CD16-DATA.                                    DALIA01P
079900     MOVE CAL1I-PERSON-PID TO CD16I-PERSON-PID.                   DALIA01P
080000     MOVE WS-PROGRAM-ID TO CD16I-PROGRAM.                         DALIA01P
080100     MOVE SPACES TO CD16I-MESSAGE.                                DALIA01P
080200     STRING 'PAYMENT ALIAS RELEASED - ' WS-RELEASE-WHY            DALIA01P
080300            ' ' CAL1I-ACC                                         DALIA01P
080400            DELIMITED BY SIZE INTO CD16I-MESSAGE.                 DALIA01P
080500 COPY CBANKX16.                                                   DALIA01P
080600 LOG-RELEASE-EXIT.                                                DALIA01P
080700     EXIT.                                                        DALIA01P
