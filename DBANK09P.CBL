003900   05  WS-EVENT-TIMESTAMP                    PIC X(26).           DBANK09P
004000   05  WS-CURR-BALANCE                       PIC S9(7)V99.        DBANK09P
004100                                                                  DBANK09P
004120 01  WS-ALIAS-DATA.                                               DBANK09P
004140 COPY CALIAD01.                                                   DBANK09P
004160 01  WS-RW-COMMAREA.                                              DBANK09P
004180 COPY CRWRDD01.                                                   DBANK09P
004200 01  WS-COMMAREA.                                                 DBANK09P
004300     EXEC SQL                                                     DBANK09P
004400          INCLUDE CBANKD09                                        DBANK09P
019800       WHEN CD09I-CLOSE                                           DBANK09P
019900         MOVE 'Account closed' TO CD09O-MSG                       DBANK09P
020000     END-EVALUATE.                                                DBANK09P
020005***************************************************************** DBANK09P
020010* A closed account can no longer receive payments by alias      * DBANK09P
020015***************************************************************** DBANK09P
020020     IF CD09I-CLOSE                                               DBANK09P
020025        INITIALIZE CAL1-DATA                                      DBANK09P
020030        SET CAL1I-ACCOUNT-CLOSED TO TRUE                          DBANK09P
020035        MOVE CD09I-PERSON-PID TO CAL1I-PERSON-PID                 DBANK09P
020040        MOVE CD09I-ACC-NO TO CAL1I-ACC                            DBANK09P
020045 COPY CALIAX01.                                                   DBANK09P
020050     END-IF.                                                      DBANK09P
020052***************************************************************** DBANK09P
020054* A closed account forfeits the cashback it has earned but not  * DBANK09P
020056* yet been paid                                                 * DBANK09P
020058***************************************************************** DBANK09P
020060     IF CD09I-CLOSE                                               DBANK09P
020062        INITIALIZE CWD1-DATA                                      DBANK09P
020064        SET CWD1I-FORFEIT TO TRUE                                 DBANK09P
020066        SET CWD1I-REASON-CLOSED TO TRUE                           DBANK09P
020068        MOVE CD09I-ACTING-USER TO CWD1I-USERID                    DBANK09P
020070        MOVE CD09I-ACC-NO TO CWD1I-ACC                            DBANK09P
020072 COPY CRWRDX01.                                                   DBANK09P
020074     END-IF.                                                      DBANK09P
020100                                                                  DBANK09P
020200 DBANK09P-EXIT.                                                   DBANK09P
020300***************************************************************** DBANK09P
