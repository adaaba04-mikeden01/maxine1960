001600*              (velocity, new destination, transfer after a     * DBANK76P
001700*              contact change), list open cases for the back    * DBANK76P
001800*              office, and work a case: clear it, or confirm    * DBANK76P
001900*              it and freeze the account through DBANK09P.      * DBANK76P
001920*              Failed or abandoned payment step-up codes are    * DBANK76P
001940*              scored as DBANK93P closes them                   * DBANK76P
002000*              SQL version                                      * DBANK76P
002100***************************************************************** DBANK76P
002200                                                                  DBANK76P
011400       WHEN CD76I-WORK-CASE                                       DBANK76P
011500         PERFORM WORK-CASE THRU                                   DBANK76P
011600                 WORK-CASE-EXIT                                   DBANK76P
011620       WHEN CD76I-SCORE-STEP-UP                                   DBANK76P
011640         PERFORM SCORE-STEP-UP THRU                               DBANK76P
011660                 SCORE-STEP-UP-EXIT                               DBANK76P
011700       WHEN OTHER                                                 DBANK76P
011800         MOVE 'Unknown review-case function requested'            DBANK76P
011900           TO CD76O-MSG                                           DBANK76P
020700 SCORE-POSTING-EXIT.                                              DBANK76P
020800     EXIT.                                                        DBANK76P
020900                                                                  DBANK76P
020905***************************************************************** DBANK76P
020910* A payment step-up that was failed (too many wrong codes) or   * DBANK76P
020915* abandoned (never answered) opens a case against the account   * DBANK76P
020920* the payment was to come from                                  * DBANK76P
020925***************************************************************** DBANK76P
020930 SCORE-STEP-UP.                                                   DBANK76P
020935     IF CD76I-STEP-FAILED                                         DBANK76P
020940        MOVE 'STEPFAIL' TO WS-CASE-RULE                           DBANK76P
020945     ELSE                                                         DBANK76P
020950        MOVE 'STEPABND' TO WS-CASE-RULE                           DBANK76P
020955     END-IF.                                                      DBANK76P
020960     PERFORM RAISE-CASE THRU                                      DBANK76P
020965             RAISE-CASE-EXIT.                                     DBANK76P
020970     SET CD76O-REQUEST-OK TO TRUE.                                DBANK76P
020975 SCORE-STEP-UP-EXIT.                                              DBANK76P
020980     EXIT.                                                        DBANK76P
020990                                                                  DBANK76P
021000***************************************************************** DBANK76P
021100* Open one case on the review queue                             * DBANK76P
021200***************************************************************** DBANK76P
