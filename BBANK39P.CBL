004900 01  WS-BANK-DATA.                                                BBANK39P
005000 COPY CBANKDAT.                                                   BBANK39P
005100 COPY CTIMERD.                                                    BBANK39P
005120 01  WS-SESSION-DATA.                                             BBANK39P
005140 COPY CSIGND01.                                                   BBANK39P
005200 01  WS-EXCEPTION-DATA.                                           BBANK39P
005300 COPY CBANKD16.                                                   BBANK39P
005400                                                                  BBANK39P
005500 01  WS-VIEWAS-DATA.                                              BBANK39P
005600 COPY CBANKD20.                                                   BBANK39P
005700                                                                  BBANK39P
005720 01  WS-STAFF-CONN-DATA.                                          BBANK39P
005740 COPY CSTFCD01.                                                   BBANK39P
005750                                                                  BBANK39P
005800 COPY CABENDD.                                                    BBANK39P
005900                                                                  BBANK39P
006000 LINKAGE SECTION.                                                 BBANK39P
006100 01  DFHCOMMAREA.                                                 BBANK39P
006200   05  LK-COMMAREA                           PIC X(32654).        BBANK39P
006300                                                                  BBANK39P
006400 COPY CENTRY.                                                     BBANK39P
006500***************************************************************** BBANK39P
021600***************************************************************** BBANK39P
021700 WORK-VIEW-AS.                                                    BBANK39P
021800     IF BANK-SCR39-ACTION IS EQUAL TO 'S'                         BBANK39P
021805*          Not for the staff member's own or a connected customer BBANK39P
021810        INITIALIZE CSC1-DATA                                      BBANK39P
021815        SET CSC1I-CHECK-ACTION TO TRUE                            BBANK39P
021820        MOVE BANK-USERID TO CSC1I-STAFF-PID                       BBANK39P
021825        MOVE BANK-SCR39-PID TO CSC1I-PID                          BBANK39P
021830        MOVE WS-PROGRAM-ID TO CSC1I-CALLER                        BBANK39P
021835 COPY CSTFCX01.                                                   BBANK39P
021840        IF NOT CSC1O-REQUEST-OK                                   BBANK39P
021845           MOVE CSC1O-MSG TO BANK-SCR39-ERRMSG                    BBANK39P
021850           MOVE CSC1O-MSG TO BANK-ERROR-MSG                       BBANK39P
021855           GO TO WORK-VIEW-AS-EXIT                                BBANK39P
021860        END-IF                                                    BBANK39P
021900        INITIALIZE CD20-DATA                                      BBANK39P
022000        SET CD20I-START-SESSION TO TRUE                           BBANK39P
022100        MOVE BANK-USERID TO CD20I-STAFF-ID                        BBANK39P
