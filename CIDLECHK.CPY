001400* its own working storage (as WS-IDLE-TIMER-DATA) and declare  *  CIDLECHK
001500* a WS-IDLE-FLAG switch with 88s SESSION-NOT-TIMED-OUT and      * CIDLECHK
001600* WS-SESSION-TIMED-OUT.                                         * CIDLECHK
001610* It must also COPY CSIGND01 (as WS-SESSION-DATA) so the      *   CIDLECHK
001620* sign-on session held for the user can be kept alive, or    *    CIDLECHK
001630* closed once the idle allowance has run out.                *    CIDLECHK
001700***************************************************************** CIDLECHK
001800                                                                  CIDLECHK
001900***************************************************************** CIDLECHK
002500     MOVE TIMER-END TO BANK-LAST-ACTIVE-TIME.                     CIDLECHK
002600     IF TIMER-START IS EQUAL TO ZERO OR                           CIDLECHK
002700        BANK-IDLE-TIMEOUT-OFF                                     CIDLECHK
002800        GO TO CHECK-IDLE-SESSION                                  CIDLECHK
002900     END-IF.                                                      CIDLECHK
003000                                                                  CIDLECHK
003100***************************************************************** CIDLECHK
006680        TIMER-ELAPSED IS GREATER THAN OR EQUAL TO 6000            CIDLECHK
006690        SET WS-SESSION-TIMED-OUT TO TRUE                          CIDLECHK
006695     END-IF.                                                      CIDLECHK
006700                                                                  CIDLECHK
006710***************************************************************** CIDLECHK
006720* Keep the sign-on session alive, or close it as timed out;   *   CIDLECHK
006730* a session already closed elsewhere - taken over from       *    CIDLECHK
006740* another terminal - is treated as timed out here too         *   CIDLECHK
006750***************************************************************** CIDLECHK
006760 CHECK-IDLE-SESSION.                                              CIDLECHK
006770     IF BANK-SESSION-ID IS NOT NUMERIC OR                         CIDLECHK
006780        BANK-SESSION-ID IS EQUAL TO ZERO                          CIDLECHK
006790        GO TO CHECK-IDLE-TIMEOUT-EXIT                             CIDLECHK
006800     END-IF.                                                      CIDLECHK
006810     INITIALIZE CSG1-DATA.                                        CIDLECHK
006820     MOVE BANK-SESSION-ID TO CSG1I-SESSION-ID.                    CIDLECHK
006830     IF WS-SESSION-TIMED-OUT                                      CIDLECHK
006840        SET CSG1I-END-SESSION TO TRUE                             CIDLECHK
006850        MOVE 'T' TO CSG1I-END-REASON                              CIDLECHK
006860     ELSE                                                         CIDLECHK
006870        SET CSG1I-TOUCH-SESSION TO TRUE                           CIDLECHK
006880     END-IF.                                                      CIDLECHK
006890 COPY CSIGNX01.                                                   CIDLECHK
006900     IF CSG1O-SESSION-ENDED                                       CIDLECHK
006910        SET WS-SESSION-TIMED-OUT TO TRUE                          CIDLECHK
006920     END-IF.                                                      CIDLECHK
006930     IF WS-SESSION-TIMED-OUT                                      CIDLECHK
006940        MOVE ZERO TO BANK-SESSION-ID                              CIDLECHK
006950     END-IF.                                                      CIDLECHK
006960 CHECK-IDLE-TIMEOUT-EXIT.                                         CIDLECHK
006970     EXIT.                                                        CIDLECHK
006980                                                                  CIDLECHK
