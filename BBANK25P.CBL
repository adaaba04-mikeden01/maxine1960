005800 01  WS-BANK-DATA.                                                BBANK25P
005900 COPY CBANKDAT.                                                   BBANK25P
006000 COPY CTIMERD.                                                    BBANK25P
006020 01  WS-SESSION-DATA.                                             BBANK25P
006040 COPY CSIGND01.                                                   BBANK25P
006100 01  WS-EXCEPTION-DATA.                                           BBANK25P
006200 COPY CBANKD16.                                                   BBANK25P
006300                                                                  BBANK25P
006800                                                                  BBANK25P
006900 LINKAGE SECTION.                                                 BBANK25P
007000 01  DFHCOMMAREA.                                                 BBANK25P
007100   05  LK-COMMAREA                           PIC X(32654).        BBANK25P
007200                                                                  BBANK25P
007300 COPY CENTRY.                                                     BBANK25P
007400***************************************************************** BBANK25P
021800     END-IF.                                                      BBANK25P
021900     IF BANK-SCR25-KIND IS NOT EQUAL TO 'S' AND                   BBANK25P
022000        BANK-SCR25-KIND IS NOT EQUAL TO 'I' AND                   BBANK25P
022100        BANK-SCR25-KIND IS NOT EQUAL TO 'L' AND                   BBANK25P
022150        BANK-SCR25-KIND IS NOT EQUAL TO 'R' AND                   BBANK25P
022200        BANK-SCR25-KIND IS NOT EQUAL TO 'F' AND                   BBANK25P
022220        BANK-SCR25-KIND IS NOT EQUAL TO 'B' AND                   BBANK25P
022240        BANK-SCR25-KIND IS NOT EQUAL TO 'P' AND                   BBANK25P
022260        BANK-SCR25-KIND IS NOT EQUAL TO 'Q' AND                   BBANK25P
022270        BANK-SCR25-KIND IS NOT EQUAL TO 'T' AND                   BBANK25P
022280        BANK-SCR25-KIND IS NOT EQUAL TO 'W' AND                   BBANK25P
022285        BANK-SCR25-KIND IS NOT EQUAL TO 'M' AND                   BBANK25P
022290        BANK-SCR25-KIND IS NOT EQUAL TO 'K'                       BBANK25P
022295        MOVE 'Kind must be S, I, L, R, F, B, P, Q, T, W, M or K'  BBANK25P
022300          TO WS-ERROR-MSG                                         BBANK25P
022400        GO TO VALIDATE-INPUT-ERROR                                BBANK25P
022500     END-IF.                                                      BBANK25P
022510     IF BANK-SCR25-KIND IS EQUAL TO 'K' AND                       BBANK25P
022520        (BANK-SCR25-CAT IS EQUAL TO SPACES OR                     BBANK25P
022530         BANK-SCR25-CAT IS EQUAL TO LOW-VALUES)                   BBANK25P
022540        MOVE 'A cashback rate needs its spending category' TO     BBANK25P
022550             WS-ERROR-MSG                                         BBANK25P
022560        GO TO VALIDATE-INPUT-ERROR                                BBANK25P
022570     END-IF.                                                      BBANK25P
022600     IF BANK-SCR25-EFFDT IS EQUAL TO SPACES OR                    BBANK25P
022700        BANK-SCR25-EFFDT IS EQUAL TO LOW-VALUES                   BBANK25P
022800        MOVE 'Please input the effective date (yyyy-mm-dd)' TO    BBANK25P
027100     MOVE BANK-SCR25-ACTION TO CD72I-FUNCTION.                    BBANK25P
027200     MOVE BANK-SCR25-TYPE TO CD72I-ACC-TYPE.                      BBANK25P
027300     MOVE BANK-SCR25-KIND TO CD72I-KIND.                          BBANK25P
027350     MOVE BANK-SCR25-CAT TO CD72I-CATEGORY.                       BBANK25P
027400     MOVE BANK-SCR25-EFFDT TO CD72I-EFF-DATE.                     BBANK25P
027500     MOVE BANK-USERID TO CD72I-USERID.                            BBANK25P
027600     IF BANK-SCR25-ACTION IS EQUAL TO 'L'                         BBANK25P
031400          BANK-SCR25-PND-TYPE (WS-SUB1).                          BBANK25P
031500     MOVE CD72O-PEND-KIND (WS-SUB1) TO                            BBANK25P
031600          BANK-SCR25-PND-KIND (WS-SUB1).                          BBANK25P
031620     MOVE CD72O-PEND-CATEGORY (WS-SUB1) TO                        BBANK25P
031640          BANK-SCR25-PND-CAT (WS-SUB1).                           BBANK25P
031700     MOVE CD72O-PEND-THRESHOLD (WS-SUB1) TO                       BBANK25P
031800          BANK-SCR25-PND-THRESH (WS-SUB1).                        BBANK25P
031900     MOVE CD72O-PEND-EFF-DATE (WS-SUB1) TO                        BBANK25P
