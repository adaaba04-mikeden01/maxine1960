000100***************************************************************** TBANK20P
000200*                                                               * TBANK20P
000300*  Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.    * TBANK20P
000400*  This demonstration program is provided for use by users      * TBANK20P
000500*  of Micro Focus products and may be used, modified and        * TBANK20P
000600*  distributed as part of your application provided that        * TBANK20P
000700*  you properly acknowledge the copyright of Micro Focus        * TBANK20P
000800*  in this material.                                            * TBANK20P
000900*                                                               * TBANK20P
001000***************************************************************** TBANK20P
001100                                                                  TBANK20P
001200***************************************************************** TBANK20P
001300* Program:     TBANK20P.CBL                                     * TBANK20P
001400* Layer:       Open-banking channel adapter                     * TBANK20P
001500* Function:    Fixed-format request/response service registered * TBANK20P
001600*              third-party providers drive to read a customer's * TBANK20P
001700*              accounts under the consent the customer gave     * TBANK20P
001800*              them - balances through DBANK03P and recent      * TBANK20P
001900*              transactions through DBANK05P. Read-only; the    * TBANK20P
002000*              provider never holds the customer's sign-on.     * TBANK20P
002100*              Every call is checked against a live consent     * TBANK20P
002200*              (DTPPC01P), kept on the provider access log and  * TBANK20P
002300*              lands in the response-time statistics            * TBANK20P
002400***************************************************************** TBANK20P
002500                                                                  TBANK20P
002600 IDENTIFICATION DIVISION.                                         TBANK20P
002700 PROGRAM-ID.                                                      TBANK20P
002800     TBANK20P.                                                    TBANK20P
002900 DATE-WRITTEN.                                                    TBANK20P
003000     October 2026.                                                TBANK20P
003100 DATE-COMPILED.                                                   TBANK20P
003200     Today.                                                       TBANK20P
003300                                                                  TBANK20P
003400 ENVIRONMENT DIVISION.                                            TBANK20P
003500                                                                  TBANK20P
003600 DATA DIVISION.                                                   TBANK20P
003700                                                                  TBANK20P
003800 WORKING-STORAGE SECTION.                                         TBANK20P
003900 01  WS-MISC-STORAGE.                                             TBANK20P
004000   05  WS-PROGRAM-ID                         PIC X(8)             TBANK20P
004100       VALUE 'TBANK20P'.                                          TBANK20P
004200   05  WS-COMMAREA-LENGTH                    PIC 9(5).            TBANK20P
004300   05  WS-SUB1                               PIC S9(4) COMP.      TBANK20P
004400   05  WS-SUB2                               PIC S9(4) COMP.      TBANK20P
004500   05  WS-AMT-DISP                           PIC -(9)9.99.        TBANK20P
004600*        Whose accounts the consent opens, and which of them      TBANK20P
004700   05  WS-CONSENT-PID                        PIC X(5).            TBANK20P
004800   05  WS-CONSENT-ACC-LIST.                                       TBANK20P
004900     10  WS-CONSENT-ACC                      PIC X(9)             TBANK20P
005000                                             OCCURS 6 TIMES.      TBANK20P
005100                                                                  TBANK20P
005200 COPY CTIMERD.                                                    TBANK20P
005300                                                                  TBANK20P
005400 01  WS-ACCOUNT-DATA.                                             TBANK20P
005500 COPY CBANKD03.                                                   TBANK20P
005600                                                                  TBANK20P
005700 01  WS-TXN-DATA.                                                 TBANK20P
005800 COPY CBANKD05.                                                   TBANK20P
005900                                                                  TBANK20P
006000 01  WS-STATS-DATA.                                               TBANK20P
006100 COPY CBANKD28.                                                   TBANK20P
006200                                                                  TBANK20P
006300 01  WS-CONSENT-DATA.                                             TBANK20P
006400 COPY CTPPCD01.                                                   TBANK20P
006500                                                                  TBANK20P
006600 COPY CABENDD.                                                    TBANK20P
006700                                                                  TBANK20P
006800 LINKAGE SECTION.                                                 TBANK20P
006900 01  DFHCOMMAREA.                                                 TBANK20P
007000 COPY CTPPD20.                                                    TBANK20P
007100                                                                  TBANK20P
007200 COPY CENTRY.                                                     TBANK20P
007300***************************************************************** TBANK20P
007400* The request arrives in the fixed interchange record - the     * TBANK20P
007500* response goes back in the same area                           * TBANK20P
007600***************************************************************** TBANK20P
007700     ACCEPT TIMER-START FROM TIME.                                TBANK20P
007800     INITIALIZE TPP-RESPONSE.                                     TBANK20P
007900     SET TPP-REQUEST-FAIL TO TRUE.                                TBANK20P
008000     MOVE SPACES TO WS-CONSENT-PID.                               TBANK20P
008100     MOVE SPACES TO WS-CONSENT-ACC-LIST.                          TBANK20P
008200                                                                  TBANK20P
008300     PERFORM CHECK-CONSENT THRU                                   TBANK20P
008400             CHECK-CONSENT-EXIT.                                  TBANK20P
008500     IF TPP-MSG IS EQUAL TO SPACES                                TBANK20P
008600        EVALUATE TRUE                                             TBANK20P
008700          WHEN TPP-BALANCE-INQUIRY                                TBANK20P
008800            PERFORM BALANCE-INQUIRY THRU                          TBANK20P
008900                    BALANCE-INQUIRY-EXIT                          TBANK20P
009000          WHEN TPP-RECENT-TXNS                                    TBANK20P
009100            PERFORM RECENT-TXNS THRU                              TBANK20P
009200                    RECENT-TXNS-EXIT                              TBANK20P
009300        END-EVALUATE                                              TBANK20P
009400     END-IF.                                                      TBANK20P
009500                                                                  TBANK20P
009600     PERFORM RECORD-RESPONSE-TIME THRU                            TBANK20P
009700             RECORD-RESPONSE-TIME-EXIT.                           TBANK20P
009800     PERFORM RECORD-ACCESS THRU                                   TBANK20P
009900             RECORD-ACCESS-EXIT.                                  TBANK20P
010000                                                                  TBANK20P
010100***************************************************************** TBANK20P
010200* Return to the provider                                        * TBANK20P
010300***************************************************************** TBANK20P
010400 COPY CRETURN.                                                    TBANK20P
010500                                                                  TBANK20P
010600***************************************************************** TBANK20P
010700* Every call must be allowed by a live consent - the registry   * TBANK20P
010800* owns the rules, so a provider is refused the same way         * TBANK20P
010900* whichever inquiry it makes                                    * TBANK20P
011000***************************************************************** TBANK20P
011100 CHECK-CONSENT.                                                   TBANK20P
011200     IF NOT TPP-BALANCE-INQUIRY AND                               TBANK20P
011300        NOT TPP-RECENT-TXNS                                       TBANK20P
011400        MOVE 'Unknown inquiry requested' TO TPP-MSG               TBANK20P
011500        GO TO CHECK-CONSENT-EXIT                                  TBANK20P
011600     END-IF.                                                      TBANK20P
011700     IF TPP-RECENT-TXNS AND                                       TBANK20P
011800        TPP-ACC IS EQUAL TO SPACES                                TBANK20P
011900        MOVE 'Account number is needed' TO TPP-MSG                TBANK20P
012000        GO TO CHECK-CONSENT-EXIT                                  TBANK20P
012100     END-IF.                                                      TBANK20P
012200     INITIALIZE CTP1-DATA.                                        TBANK20P
012300     SET CTP1I-CHECK-ACCESS TO TRUE.                              TBANK20P
012400     MOVE TPP-PROVIDER-ID TO CTP1I-TPP-ID.                        TBANK20P
012500     MOVE TPP-CONSENT-ID TO CTP1I-CONSENT-ID.                     TBANK20P
012600     MOVE TPP-FUNCTION TO CTP1I-CALL-FUNCTION.                    TBANK20P
012700     MOVE TPP-ACC TO CTP1I-ACC.                                   TBANK20P
012800 COPY CTPPCX01.                                                   TBANK20P
012900     MOVE CTP1O-PERSON-PID TO WS-CONSENT-PID.                     TBANK20P
013000     IF CTP1O-REFUSED                                             TBANK20P
013100        SET TPP-REQUEST-REFUSED TO TRUE                           TBANK20P
013200        MOVE CTP1O-REASON TO TPP-REASON                           TBANK20P
013300        MOVE CTP1O-MSG TO TPP-MSG                                 TBANK20P
013400        GO TO CHECK-CONSENT-EXIT                                  TBANK20P
013500     END-IF.                                                      TBANK20P
013600     IF NOT CTP1O-REQUEST-OK                                      TBANK20P
013700        MOVE CTP1O-MSG TO TPP-MSG                                 TBANK20P
013800        GO TO CHECK-CONSENT-EXIT                                  TBANK20P
013900     END-IF.                                                      TBANK20P
014000     MOVE CTP1O-ACC-LIST TO WS-CONSENT-ACC-LIST.                  TBANK20P
014100 CHECK-CONSENT-EXIT.                                              TBANK20P
014200     EXIT.                                                        TBANK20P
014300                                                                  TBANK20P
014400***************************************************************** TBANK20P
014500* Ledger and available balances of the accounts the consent     * TBANK20P
014600* covers - each is read on its own so an account outside the    * TBANK20P
014700* customer's first page of accounts is still found              * TBANK20P
014800***************************************************************** TBANK20P
014900 BALANCE-INQUIRY.                                                 TBANK20P
015000     MOVE 0 TO WS-SUB1.                                           TBANK20P
015100     MOVE 0 TO WS-SUB2.                                           TBANK20P
015200     PERFORM FILL-BALANCE-ROW THRU                                TBANK20P
015300             FILL-BALANCE-ROW-EXIT 6 TIMES.                       TBANK20P
015400     IF WS-SUB2 IS EQUAL TO ZERO                                  TBANK20P
015500        MOVE 'No accounts held under that consent' TO TPP-MSG     TBANK20P
015600        GO TO BALANCE-INQUIRY-EXIT                                TBANK20P
015700     END-IF.                                                      TBANK20P
015800     SET TPP-REQUEST-OK TO TRUE.                                  TBANK20P
015900     MOVE 'Balances listed' TO TPP-MSG.                           TBANK20P
016000 BALANCE-INQUIRY-EXIT.                                            TBANK20P
016100     EXIT.                                                        TBANK20P
016200                                                                  TBANK20P
016300 FILL-BALANCE-ROW.                                                TBANK20P
016400     ADD 1 TO WS-SUB1.                                            TBANK20P
016500     IF WS-CONSENT-ACC (WS-SUB1) IS EQUAL TO SPACES OR            TBANK20P
016600        WS-CONSENT-ACC (WS-SUB1) IS EQUAL TO LOW-VALUES           TBANK20P
016700        GO TO FILL-BALANCE-ROW-EXIT                               TBANK20P
016800     END-IF.                                                      TBANK20P
016900     MOVE SPACES TO CD03-DATA.                                    TBANK20P
017000     MOVE WS-CONSENT-PID TO CD03I-CONTACT-ID.                     TBANK20P
017100     MOVE WS-CONSENT-ACC (WS-SUB1) TO CD03I-START-ACC.            TBANK20P
017200     SET CD03-START-EQUAL TO TRUE.                                TBANK20P
017300 COPY CBANKX03.                                                   TBANK20P
017400     IF CD03-NO-DATA OR                                           TBANK20P
017500        CD03O-ACC-NO (1) IS NOT EQUAL TO WS-CONSENT-ACC (WS-SUB1) TBANK20P
017600        GO TO FILL-BALANCE-ROW-EXIT                               TBANK20P
017700     END-IF.                                                      TBANK20P
017800     ADD 1 TO WS-SUB2.                                            TBANK20P
017900     MOVE CD03O-ACC-NO (1) TO                                     TBANK20P
018000          TPP-BAL-ACC (WS-SUB2).                                  TBANK20P
018100     MOVE CD03O-ACC-DESC (1) TO                                   TBANK20P
018200          TPP-BAL-DESC (WS-SUB2).                                 TBANK20P
018300     MOVE CD03O-ACC-BAL-N (1) TO WS-AMT-DISP.                     TBANK20P
018400     MOVE WS-AMT-DISP TO TPP-BAL-LEDGER (WS-SUB2).                TBANK20P
018500     MOVE CD03O-AVL (1) TO WS-AMT-DISP.                           TBANK20P
018600     MOVE WS-AMT-DISP TO TPP-BAL-AVAIL (WS-SUB2).                 TBANK20P
018700 FILL-BALANCE-ROW-EXIT.                                           TBANK20P
018800     EXIT.                                                        TBANK20P
018900                                                                  TBANK20P
019000***************************************************************** TBANK20P
019100* The last few transactions on one account the consent covers   * TBANK20P
019200* - up to nine, the page DBANK05P serves                        * TBANK20P
019300***************************************************************** TBANK20P
019400 RECENT-TXNS.                                                     TBANK20P
019500     MOVE SPACES TO CD05-DATA.                                    TBANK20P
019600     MOVE TPP-ACC TO CD05I-ACC.                                   TBANK20P
019700     MOVE '9999-12-31-23.59.59.999999' TO CD05I-START-ID.         TBANK20P
019800     IF TPP-TXN-COUNT IS NUMERIC AND                              TBANK20P
019900        TPP-TXN-COUNT IS GREATER THAN ZERO                        TBANK20P
020000        MOVE TPP-TXN-COUNT TO CD05I-PAGE-SIZE                     TBANK20P
020100     ELSE                                                         TBANK20P
020200        MOVE 9 TO CD05I-PAGE-SIZE                                 TBANK20P
020300     END-IF.                                                      TBANK20P
020400 COPY CBANKX05.                                                   TBANK20P
020500     IF CD05-NO-DATA                                              TBANK20P
020600        MOVE 'No transactions held for that account' TO TPP-MSG   TBANK20P
020700        GO TO RECENT-TXNS-EXIT                                    TBANK20P
020800     END-IF.                                                      TBANK20P
020900     MOVE 0 TO WS-SUB1.                                           TBANK20P
021000     PERFORM FILL-TXN-ROW THRU                                    TBANK20P
021100             FILL-TXN-ROW-EXIT 9 TIMES.                           TBANK20P
021200     SET TPP-REQUEST-OK TO TRUE.                                  TBANK20P
021300     MOVE 'Transactions listed' TO TPP-MSG.                       TBANK20P
021400 RECENT-TXNS-EXIT.                                                TBANK20P
021500     EXIT.                                                        TBANK20P
021600                                                                  TBANK20P
021700 FILL-TXN-ROW.                                                    TBANK20P
021800     ADD 1 TO WS-SUB1.                                            TBANK20P
021900     IF CD05O-DATE (WS-SUB1) IS EQUAL TO SPACES OR                TBANK20P
022000        CD05O-DATE (WS-SUB1) IS EQUAL TO LOW-VALUES               TBANK20P
022100        GO TO FILL-TXN-ROW-EXIT                                   TBANK20P
022200     END-IF.                                                      TBANK20P
022300     MOVE CD05O-DATE (WS-SUB1) TO TPP-TXN-DATE (WS-SUB1).         TBANK20P
022400     MOVE CD05O-AMT-N (WS-SUB1) TO WS-AMT-DISP.                   TBANK20P
022500     MOVE WS-AMT-DISP TO TPP-TXN-AMOUNT (WS-SUB1).                TBANK20P
022600     MOVE CD05O-DESC (WS-SUB1) TO TPP-TXN-DESC (WS-SUB1).         TBANK20P
022700 FILL-TXN-ROW-EXIT.                                               TBANK20P
022800     EXIT.                                                        TBANK20P
022900                                                                  TBANK20P
023000***************************************************************** TBANK20P
023100* Store one response-time sample - a failure here is ignored,   * TBANK20P
023200* the provider always comes first                               * TBANK20P
023300***************************************************************** TBANK20P
023400 RECORD-RESPONSE-TIME.                                            TBANK20P
023500     ACCEPT TIMER-END FROM TIME.                                  TBANK20P
023600     IF TIMER-END IS LESS THAN TIMER-START                        TBANK20P
023700     COMPUTE TIMER-ELAPSED =                                      TBANK20P
023800         ((TIMER-END-HH * 60 * 60 * 100) +                        TBANK20P
023900          (TIMER-END-MM * 60 * 100) +                             TBANK20P
024000          (TIMER-END-SS * 100) +                                  TBANK20P
024100           TIMER-END-DD +                                         TBANK20P
024200           8640000) -                                             TBANK20P
024300         ((TIMER-START-HH * 60 * 60 * 100) +                      TBANK20P
024400          (TIMER-START-MM * 60 * 100) +                           TBANK20P
024500          (TIMER-START-SS * 100) +                                TBANK20P
024600           TIMER-START-DD)                                        TBANK20P
024700     ELSE                                                         TBANK20P
024800     COMPUTE TIMER-ELAPSED =                                      TBANK20P
024900         ((TIMER-END-HH * 60 * 60 * 100) +                        TBANK20P
025000          (TIMER-END-MM * 60 * 100) +                             TBANK20P
025100          (TIMER-END-SS * 100) +                                  TBANK20P
025200           TIMER-END-DD) -                                        TBANK20P
025300         ((TIMER-START-HH * 60 * 60 * 100) +                      TBANK20P
025400          (TIMER-START-MM * 60 * 100) +                           TBANK20P
025500          (TIMER-START-SS * 100) +                                TBANK20P
025600           TIMER-START-DD)                                        TBANK20P
025700     END-IF.                                                      TBANK20P
025800     INITIALIZE CD28-DATA.                                        TBANK20P
025900     SET CD28I-WRITE-SAMPLE TO TRUE.                              TBANK20P
026000     MOVE WS-PROGRAM-ID TO CD28I-SCREEN.                          TBANK20P
026100     MOVE TIMER-END-HH TO CD28I-HOUR.                             TBANK20P
026200     MOVE TIMER-ELAPSED TO CD28I-ELAPSED.                         TBANK20P
026300     MOVE WS-CONSENT-PID TO CD28I-USERID.                         TBANK20P
026400 COPY CBANKX28.                                                   TBANK20P
026500 RECORD-RESPONSE-TIME-EXIT.                                       TBANK20P
026600     EXIT.                                                        TBANK20P
026700                                                                  TBANK20P
026800***************************************************************** TBANK20P
026900* Keep the call on the provider access log, served or refused   * TBANK20P
027000* - as with the statistics, a failure here is ignored           * TBANK20P
027100***************************************************************** TBANK20P
027200 RECORD-ACCESS.                                                   TBANK20P
027300     INITIALIZE CTP1-DATA.                                        TBANK20P
027400     SET CTP1I-LOG-ACCESS TO TRUE.                                TBANK20P
027500     MOVE TPP-PROVIDER-ID TO CTP1I-TPP-ID.                        TBANK20P
027600     IF TPP-CONSENT-ID IS NUMERIC                                 TBANK20P
027700        MOVE TPP-CONSENT-ID TO CTP1I-CONSENT-ID                   TBANK20P
027800     END-IF.                                                      TBANK20P
027900     MOVE WS-CONSENT-PID TO CTP1I-PERSON-PID.                     TBANK20P
028000     MOVE TPP-FUNCTION TO CTP1I-CALL-FUNCTION.                    TBANK20P
028100     MOVE TPP-ACC TO CTP1I-ACC.                                   TBANK20P
028200     MOVE TPP-RESULT TO CTP1I-CALL-RESULT.                        TBANK20P
028300     MOVE TPP-REASON TO CTP1I-CALL-REASON.                        TBANK20P
028400     MOVE TIMER-ELAPSED TO CTP1I-ELAPSED.                         TBANK20P
028500 COPY CTPPCX01.                                                   TBANK20P
028600 RECORD-ACCESS-EXIT.                                              TBANK20P
028700     EXIT.                                                        TBANK20P
