005500                                                                  TBANK10P
005600 01  WS-STATS-DATA.                                               TBANK10P
005700 COPY CBANKD28.                                                   TBANK10P
005720                                                                  TBANK10P
005740 01  WS-SESSION-DATA.                                             TBANK10P
005760 COPY CSIGND01.                                                   TBANK10P
005800                                                                  TBANK10P
005900 COPY CABENDD.                                                    TBANK10P
006000                                                                  TBANK10P
012000       WHEN OTHER                                                 TBANK10P
012100         MOVE 'Verification failed' TO IVR-MSG                    TBANK10P
012200     END-EVALUATE.                                                TBANK10P
012205***************************************************************** TBANK10P
012210* Every verification is kept in the sign-on history like a      * TBANK10P
012215* 3270 or INET sign-on - a telephone call holds no session      * TBANK10P
012220***************************************************************** TBANK10P
012225     INITIALIZE CSG1-DATA.                                        TBANK10P
012230     SET CSG1I-RECORD-ATTEMPT TO TRUE.                            TBANK10P
012235     SET CSG1I-CHANNEL-IVR TO TRUE.                               TBANK10P
012240     MOVE IVR-PERSON-PID TO CSG1I-USERID.                         TBANK10P
012245     EVALUATE TRUE                                                TBANK10P
012250       WHEN CD01O-SIGNON-OK                                       TBANK10P
012255         MOVE 'S' TO CSG1I-ATTEMPT-RESULT                         TBANK10P
012260       WHEN CD01O-SIGNON-BAD-PSWD                                 TBANK10P
012265         MOVE 'P' TO CSG1I-ATTEMPT-RESULT                         TBANK10P
012270       WHEN CD01O-SIGNON-LOCKED                                   TBANK10P
012275         MOVE 'L' TO CSG1I-ATTEMPT-RESULT                         TBANK10P
012280       WHEN OTHER                                                 TBANK10P
012285         MOVE 'U' TO CSG1I-ATTEMPT-RESULT                         TBANK10P
012290     END-EVALUATE.                                                TBANK10P
012295 COPY CSIGNX01.                                                   TBANK10P
012300 VERIFY-CALLER-EXIT.                                              TBANK10P
012400     EXIT.                                                        TBANK10P
012500                                                                  TBANK10P
024000     MOVE WS-PROGRAM-ID TO CD28I-SCREEN.                          TBANK10P
024100     MOVE TIMER-END-HH TO CD28I-HOUR.                             TBANK10P
024200     MOVE TIMER-ELAPSED TO CD28I-ELAPSED.                         TBANK10P
024250     MOVE IVR-PERSON-PID TO CD28I-USERID.                         TBANK10P
024300 COPY CBANKX28.                                                   TBANK10P
024400 RECORD-RESPONSE-TIME-EXIT.                                       TBANK10P
024500     EXIT.                                                        TBANK10P
