003920 COPY CHOLDD01.                                                   DBANK03P
003930 01  WS-G1-COMMAREA.                                              DBANK03P
003940 COPY CGOALD01.                                                   DBANK03P
003960 01  WS-RW-COMMAREA.                                              DBANK03P
003980 COPY CRWRDD01.                                                   DBANK03P
004000 01  WS-COMMAREA.                                                 DBANK03P
004100     EXEC SQL                                                     DBANK03P
004200          INCLUDE CBANKD03                                        DBANK03P
010019      ELSE                                                        DBANK03P
010020         MOVE ZEROES TO CD03O-GOL (WS-SUB2)                       DBANK03P
010021      END-IF                                                      DBANK03P
010025*      and the cashback the account has earned on card spending   DBANK03P
010030      INITIALIZE CWD1-DATA                                        DBANK03P
010035      SET CWD1I-ENQUIRE TO TRUE                                   DBANK03P
010040      MOVE CD03I-CONTACT-ID TO CWD1I-USERID                       DBANK03P
010045      MOVE DCL-BAC-ACCNO TO CWD1I-ACC                             DBANK03P
010050 COPY CRWRDX01.                                                   DBANK03P
010055      IF CWD1O-REQUEST-OK                                         DBANK03P
010060         MOVE CWD1O-BALANCE TO CD03O-RWD-BAL (WS-SUB2)            DBANK03P
010065         MOVE CWD1O-MTD TO CD03O-RWD-MTD (WS-SUB2)                DBANK03P
010070      ELSE                                                        DBANK03P
010075         MOVE ZEROES TO CD03O-RWD-BAL (WS-SUB2)                   DBANK03P
010080         MOVE ZEROES TO CD03O-RWD-MTD (WS-SUB2)                   DBANK03P
010085      END-IF                                                      DBANK03P
010100       IF WS-SUB2 IS LESS THAN OR EQUAL TO 5                      DBANK03P
010110          MOVE DCL-BAC-ACCNO TO WS-TXN-ACC (WS-SUB2)              DBANK03P
010120          MOVE SPACE TO CD03O-TXN (WS-SUB2)                       DBANK03P
