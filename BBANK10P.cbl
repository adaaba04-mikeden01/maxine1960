         05  WS-ERROR-MSG                          PIC X(75).           BBANK10P
         05  WS-DYNAMIC-PGM                        PIC X(8)             BBANK10P
             VALUE 'UNKNOWN'.                                           BBANK10P
         05  WS-ATTEMPT-RESULT                     PIC X(1).            BBANK10P
                                                                        BBANK10P
       01  WS-HASH-DATA.                                                BBANK10P
       COPY CPSWDHD.                                                    BBANK10P
       01  WS-PERSON.                                                   BBANK10P
       COPY CBANKD01.                                                   BBANK10P
                                                                        BBANK10P
       01  WS-SESSION-DATA.                                             BBANK10P
       COPY CSIGND01.                                                   BBANK10P
                                                                        BBANK10P
       COPY CABENDD.                                                    BBANK10P
                                                                        BBANK10P
       LINKAGE SECTION.                                                 BBANK10P
       01  DFHCOMMAREA.                                                 BBANK10P
         05  LK-COMMAREA                           PIC X(32654).        BBANK10P
                                                                        BBANK10P
       COPY CENTRY.                                                     BBANK10P
      ***************************************************************** BBANK10P
              MOVE 'BBANK10P' TO BANK-NEXT-PROG                         BBANK10P
              MOVE LOW-VALUES TO BANK-USERID                            BBANK10P
              MOVE LOW-VALUES TO BANK-PSWD                              BBANK10P
              MOVE ZERO TO BANK-SESSION-ID                              BBANK10P
              MOVE SPACES TO BANK-LAST-MAPSET                           BBANK10P
              MOVE SPACES TO BANK-LAST-MAP                              BBANK10P
              MOVE 'MBANK10' TO BANK-NEXT-MAPSET                        BBANK10P
       COPY CBANKX01.                                                   BBANK10P
           IF CD01O-PERSON-PID IS EQUAL TO SPACES                       BBANK10P
              MOVE CD01O-PERSON-NAME TO WS-ERROR-MSG                    BBANK10P
              EVALUATE TRUE                                             BBANK10P
                WHEN CD01O-SIGNON-BAD-PSWD                              BBANK10P
                  MOVE 'P' TO WS-ATTEMPT-RESULT                         BBANK10P
                WHEN CD01O-SIGNON-LOCKED                                BBANK10P
                  MOVE 'L' TO WS-ATTEMPT-RESULT                         BBANK10P
                WHEN OTHER                                              BBANK10P
                  MOVE 'U' TO WS-ATTEMPT-RESULT                         BBANK10P
              END-EVALUATE                                              BBANK10P
              PERFORM RECORD-SIGNON THRU                                BBANK10P
                      RECORD-SIGNON-EXIT                                BBANK10P
              GO TO VALIDATE-USER-ERROR                                 BBANK10P
           ELSE                                                         BBANK10P
              MOVE CD01O-PERSON-NAME TO BANK-USERID-NAME                BBANK10P
              IF CD21O-MAINTENANCE-ON                                   BBANK10P
                 MOVE 'Nightly processing - try again shortly'          BBANK10P
                   TO WS-ERROR-MSG                                      BBANK10P
                 MOVE 'M' TO WS-ATTEMPT-RESULT                          BBANK10P
                 PERFORM RECORD-SIGNON THRU                             BBANK10P
                         RECORD-SIGNON-EXIT                             BBANK10P
                 GO TO VALIDATE-USER-ERROR                              BBANK10P
              END-IF                                                    BBANK10P
           END-IF.                                                      BBANK10P
      ***************************************************************** BBANK10P
      * Record the good sign-on and open its session - a second       * BBANK10P
      * session for the same user may be refused here                 * BBANK10P
      ***************************************************************** BBANK10P
           MOVE 'S' TO WS-ATTEMPT-RESULT.                               BBANK10P
           PERFORM RECORD-SIGNON THRU                                   BBANK10P
                   RECORD-SIGNON-EXIT.                                  BBANK10P
           IF CSG1O-SESSION-REFUSED                                     BBANK10P
              MOVE CSG1O-MSG TO WS-ERROR-MSG                            BBANK10P
              GO TO VALIDATE-USER-ERROR                                 BBANK10P
           END-IF.                                                      BBANK10P
           MOVE CSG1O-SESSION-ID TO BANK-SESSION-ID.                    BBANK10P
           GO TO VALIDATE-USER-EXIT.                                    BBANK10P
       VALIDATE-USER-ERROR.                                             BBANK10P
           SET INPUT-ERROR TO TRUE.                                     BBANK10P
           EXIT.                                                        BBANK10P
                                                                        BBANK10P
      ***************************************************************** BBANK10P
      * Every sign-on attempt is kept with the channel it came in     * BBANK10P
      * on and the terminal or address it came from. A failure to     * BBANK10P
      * record one never stops the sign-on itself                     * BBANK10P
      ***************************************************************** BBANK10P
       RECORD-SIGNON.                                                   BBANK10P
           INITIALIZE CSG1-DATA.                                        BBANK10P
           SET CSG1I-RECORD-ATTEMPT TO TRUE.                            BBANK10P
           MOVE WS-ATTEMPT-RESULT TO CSG1I-ATTEMPT-RESULT.              BBANK10P
           MOVE BANK-USERID TO CSG1I-USERID.                            BBANK10P
           IF BANK-ENV-INET                                             BBANK10P
              SET CSG1I-CHANNEL-INET TO TRUE                            BBANK10P
           ELSE                                                         BBANK10P
              SET CSG1I-CHANNEL-3270 TO TRUE                            BBANK10P
           END-IF.                                                      BBANK10P
           MOVE BANK-SIGNON-TERMINAL TO CSG1I-TERMINAL.                 BBANK10P
           MOVE BANK-IDLE-TIMEOUT-MINS TO CSG1I-IDLE-MINS.              BBANK10P
       COPY CSIGNX01.                                                   BBANK10P
       RECORD-SIGNON-EXIT.                                              BBANK10P
           EXIT.                                                        BBANK10P
                                                                        BBANK10P
      ***************************************************************** BBANK10P
      * Show the current broadcast notice on the sign-on screen -     * BBANK10P
      * nobody is signed on yet so only all-user notices show, and    * BBANK10P
      * a failure here (the outage case) just leaves the line blank   * BBANK10P
