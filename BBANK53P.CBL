001600*              bucket, contact attempts and promises to pay,    * BBANK53P
001700*              all through DBANK45P; broken promises resurface  * BBANK53P
001800*              with the nightly sweep and escalation letters    * BBANK53P
001900*              cut at the configured threshold; a hopeless loan * BBANK53P
001920*              is put up for write-off and money recovered      * BBANK53P
001940*              after it is logged through DLNWO01P              * BBANK53P
002000***************************************************************** BBANK53P
002100                                                                  BBANK53P
002200 IDENTIFICATION DIVISION.                                         BBANK53P
005600 01  WS-BANK-DATA.                                                BBANK53P
005700 COPY CBANKDAT.                                                   BBANK53P
005800 COPY CTIMERD.                                                    BBANK53P
005820 01  WS-SESSION-DATA.                                             BBANK53P
005840 COPY CSIGND01.                                                   BBANK53P
005900 01  WS-EXCEPTION-DATA.                                           BBANK53P
006000 COPY CBANKD16.                                                   BBANK53P
006100                                                                  BBANK53P
006200 01  WS-COLLECTIONS-DATA.                                         BBANK53P
006300 COPY CBANKD45.                                                   BBANK53P
006320                                                                  BBANK53P
006340 01  WS-WRITE-OFF-DATA.                                           BBANK53P
006360 COPY CLNWOD01.                                                   BBANK53P
006400                                                                  BBANK53P
006500 COPY CABENDD.                                                    BBANK53P
006600                                                                  BBANK53P
006700 LINKAGE SECTION.                                                 BBANK53P
006800 01  DFHCOMMAREA.                                                 BBANK53P
006900   05  LK-COMMAREA                           PIC X(32654).        BBANK53P
007000                                                                  BBANK53P
007100 COPY CENTRY.                                                     BBANK53P
007200***************************************************************** BBANK53P
020700 VALIDATE-INPUT.                                                  BBANK53P
020800     SET INPUT-OK TO TRUE.                                        BBANK53P
020900     IF BANK-SCR53-ACTION IS NOT EQUAL TO 'L' AND                 BBANK53P
020950        BANK-SCR53-ACTION IS NOT EQUAL TO 'C' AND                 BBANK53P
021000        BANK-SCR53-ACTION IS NOT EQUAL TO 'P' AND                 BBANK53P
021050        BANK-SCR53-ACTION IS NOT EQUAL TO 'W' AND                 BBANK53P
021100        BANK-SCR53-ACTION IS NOT EQUAL TO 'R' AND                 BBANK53P
021150        BANK-SCR53-ACTION IS NOT EQUAL TO 'A'                     BBANK53P
021200        MOVE                                                      BBANK53P
021250          'Action must be L, C, P, W(rite-off), R or A(recovery)' BBANK53P
021300             TO WS-ERROR-MSG                                      BBANK53P
021400        GO TO VALIDATE-INPUT-ERROR                                BBANK53P
021500     END-IF.                                                      BBANK53P
021600     IF BANK-SCR53-ACTION IS NOT EQUAL TO 'L'                     BBANK53P
022700           GO TO VALIDATE-INPUT-ERROR                             BBANK53P
022800        END-IF                                                    BBANK53P
022900     END-IF.                                                      BBANK53P
022902     IF BANK-SCR53-ACTION IS EQUAL TO 'W'                         BBANK53P
022904        IF BANK-SCR53-NOTE IS EQUAL TO SPACES OR                  BBANK53P
022906           BANK-SCR53-NOTE IS EQUAL TO LOW-VALUES                 BBANK53P
022908           MOVE 'The reason for the write-off is needed'          BBANK53P
022910             TO WS-ERROR-MSG                                      BBANK53P
022912           GO TO VALIDATE-INPUT-ERROR                             BBANK53P
022914        END-IF                                                    BBANK53P
022916     END-IF.                                                      BBANK53P
022918     IF BANK-SCR53-ACTION IS EQUAL TO 'A'                         BBANK53P
022920        IF BANK-SCR53-NOTE IS EQUAL TO SPACES OR                  BBANK53P
022922           BANK-SCR53-NOTE IS EQUAL TO LOW-VALUES                 BBANK53P
022924           MOVE 'The remitting agency is needed' TO WS-ERROR-MSG  BBANK53P
022926           GO TO VALIDATE-INPUT-ERROR                             BBANK53P
022928        END-IF                                                    BBANK53P
022930     END-IF.                                                      BBANK53P
022932     IF BANK-SCR53-ACTION IS EQUAL TO 'R' OR                      BBANK53P
022934        BANK-SCR53-ACTION IS EQUAL TO 'A'                         BBANK53P
022936        MOVE BANK-SCR53-AMOUNT TO WS-AMOUNT-WORK                  BBANK53P
022938        IF WS-AMOUNT-WORK IS NOT NUMERIC                          BBANK53P
022940           MOVE 'Amount must be numeric (nnnnnnnvv)' TO           BBANK53P
022942                WS-ERROR-MSG                                      BBANK53P
022944           GO TO VALIDATE-INPUT-ERROR                             BBANK53P
022946        END-IF                                                    BBANK53P
022948     END-IF.                                                      BBANK53P
023000     IF BANK-SCR53-ACTION IS EQUAL TO 'P'                         BBANK53P
023100        IF BANK-SCR53-PDATE IS EQUAL TO SPACES OR                 BBANK53P
023200           BANK-SCR53-PDATE IS EQUAL TO LOW-VALUES                BBANK53P
025000* Drive DBANK45P and show the outcome                           * BBANK53P
025100***************************************************************** BBANK53P
025200 WORK-COLLECTIONS.                                                BBANK53P
025210     IF BANK-SCR53-ACTION IS EQUAL TO 'W' OR                      BBANK53P
025220        BANK-SCR53-ACTION IS EQUAL TO 'R' OR                      BBANK53P
025230        BANK-SCR53-ACTION IS EQUAL TO 'A'                         BBANK53P
025240        PERFORM WORK-WRITE-OFF THRU                               BBANK53P
025250                WORK-WRITE-OFF-EXIT                               BBANK53P
025260        GO TO WORK-COLLECTIONS-EXIT                               BBANK53P
025270     END-IF.                                                      BBANK53P
025300     MOVE SPACES TO CD45-DATA.                                    BBANK53P
025400     MOVE BANK-SCR53-ACTION TO CD45I-FUNCTION.                    BBANK53P
025500     MOVE BANK-SCR53-LOANID TO CD45I-LOAN-ID.                     BBANK53P
027400     END-IF.                                                      BBANK53P
027500 WORK-COLLECTIONS-EXIT.                                           BBANK53P
027600     EXIT.                                                        BBANK53P
027602                                                                  BBANK53P
027604***************************************************************** BBANK53P
027606* Drive DLNWO01P for a write-off request or a recovery and show * BBANK53P
027608* the outcome                                                   * BBANK53P
027610***************************************************************** BBANK53P
027612 WORK-WRITE-OFF.                                                  BBANK53P
027614     INITIALIZE CLW1-DATA.                                        BBANK53P
027616     EVALUATE BANK-SCR53-ACTION                                   BBANK53P
027618       WHEN 'W'                                                   BBANK53P
027620         SET CLW1I-REQUEST-WRITE-OFF TO TRUE                      BBANK53P
027622       WHEN 'R'                                                   BBANK53P
027624         SET CLW1I-RECORD-RECOVERY TO TRUE                        BBANK53P
027626         SET CLW1I-FROM-CUSTOMER TO TRUE                          BBANK53P
027628         MOVE WS-AMOUNT-WORK-N TO CLW1I-AMOUNT                    BBANK53P
027630       WHEN 'A'                                                   BBANK53P
027632         SET CLW1I-RECORD-RECOVERY TO TRUE                        BBANK53P
027634         SET CLW1I-FROM-AGENCY TO TRUE                            BBANK53P
027636         MOVE WS-AMOUNT-WORK-N TO CLW1I-AMOUNT                    BBANK53P
027638     END-EVALUATE.                                                BBANK53P
027640     MOVE BANK-SCR53-LOANID TO CLW1I-LOAN-ID.                     BBANK53P
027642     MOVE BANK-USERID TO CLW1I-USERID.                            BBANK53P
027644     IF BANK-SCR53-NOTE IS NOT EQUAL TO LOW-VALUES                BBANK53P
027646        MOVE BANK-SCR53-NOTE TO CLW1I-NOTE                        BBANK53P
027648     END-IF.                                                      BBANK53P
027650 COPY CLNWOX01.                                                   BBANK53P
027652     MOVE CLW1O-MSG TO BANK-SCR53-ERRMSG.                         BBANK53P
027654     IF NOT CLW1O-REQUEST-OK                                      BBANK53P
027656        MOVE CLW1O-MSG TO BANK-ERROR-MSG                          BBANK53P
027658     END-IF.                                                      BBANK53P
027660 WORK-WRITE-OFF-EXIT.                                             BBANK53P
027662     EXIT.                                                        BBANK53P
027700                                                                  BBANK53P
027800***************************************************************** BBANK53P
027900* Show the first page of the arrears queue                      * BBANK53P
029300          BANK-SCR53-LST-DAYS (WS-SUB1).                          BBANK53P
029400     MOVE CD45O-LIST-ARREARS (WS-SUB1) TO WS-AMT-DISP.            BBANK53P
029500     MOVE WS-AMT-DISP TO BANK-SCR53-LST-ARR (WS-SUB1).            BBANK53P
029520     MOVE CD45O-LIST-FEES (WS-SUB1) TO WS-AMT-DISP.               BBANK53P
029540     MOVE WS-AMT-DISP TO BANK-SCR53-LST-FEE (WS-SUB1).            BBANK53P
029560     MOVE CD45O-LIST-INTEREST (WS-SUB1) TO WS-AMT-DISP.           BBANK53P
029580     MOVE WS-AMT-DISP TO BANK-SCR53-LST-INT (WS-SUB1).            BBANK53P
029600     MOVE CD45O-LIST-BUCKET (WS-SUB1) TO                          BBANK53P
029700          BANK-SCR53-LST-BKT (WS-SUB1).                           BBANK53P
029800     MOVE CD45O-LIST-PROMISE (WS-SUB1) TO                         BBANK53P
