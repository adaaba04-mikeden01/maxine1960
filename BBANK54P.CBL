001600*              a loan: register, revalue, release and list      * BBANK54P
001700*              through DBANK47P; the nightly pass cuts the      * BBANK54P
001800*              revaluation-due and loan-to-value reports for    * BBANK54P
001900*              credit; a new registration can open the loan's   * BBANK54P
001950*              escrow account as well                           * BBANK54P
002000***************************************************************** BBANK54P
002100                                                                  BBANK54P
002200 IDENTIFICATION DIVISION.                                         BBANK54P
005900 01  WS-BANK-DATA.                                                BBANK54P
006000 COPY CBANKDAT.                                                   BBANK54P
006100 COPY CTIMERD.                                                    BBANK54P
006120 01  WS-SESSION-DATA.                                             BBANK54P
006140 COPY CSIGND01.                                                   BBANK54P
006200 01  WS-EXCEPTION-DATA.                                           BBANK54P
006300 COPY CBANKD16.                                                   BBANK54P
006400                                                                  BBANK54P
006900                                                                  BBANK54P
007000 LINKAGE SECTION.                                                 BBANK54P
007100 01  DFHCOMMAREA.                                                 BBANK54P
007200   05  LK-COMMAREA                           PIC X(32654).        BBANK54P
007300                                                                  BBANK54P
007400 COPY CENTRY.                                                     BBANK54P
007500***************************************************************** BBANK54P
024200           GO TO VALIDATE-INPUT-ERROR                             BBANK54P
024300        END-IF                                                    BBANK54P
024400     END-IF.                                                      BBANK54P
024410     IF BANK-SCR54-ACTION IS EQUAL TO 'A' AND                     BBANK54P
024420        BANK-SCR54-ESCROW IS NOT EQUAL TO 'Y' AND                 BBANK54P
024430        BANK-SCR54-ESCROW IS NOT EQUAL TO 'N' AND                 BBANK54P
024440        BANK-SCR54-ESCROW IS NOT EQUAL TO SPACES AND              BBANK54P
024450        BANK-SCR54-ESCROW IS NOT EQUAL TO LOW-VALUES              BBANK54P
024460        MOVE 'Open escrow must be Y or N' TO WS-ERROR-MSG         BBANK54P
024470        GO TO VALIDATE-INPUT-ERROR                                BBANK54P
024480     END-IF.                                                      BBANK54P
024500     GO TO VALIDATE-INPUT-EXIT.                                   BBANK54P
024600 VALIDATE-INPUT-ERROR.                                            BBANK54P
024700     SET INPUT-ERROR TO TRUE.                                     BBANK54P
027200     MOVE BANK-SCR54-VALDATE TO CD47I-VALUE-DATE.                 BBANK54P
027300     MOVE BANK-SCR54-REVDATE TO CD47I-REVIEW-DATE.                BBANK54P
027400     MOVE BANK-USERID TO CD47I-USERID.                            BBANK54P
027420     IF BANK-SCR54-ACTION IS EQUAL TO 'A' AND                     BBANK54P
027440        BANK-SCR54-ESCROW IS EQUAL TO 'Y'                         BBANK54P
027460        SET CD47I-OPEN-ESCROW TO TRUE                             BBANK54P
027480     END-IF.                                                      BBANK54P
027500 COPY CBANKX47.                                                   BBANK54P
027600     IF CD47O-REQUEST-OK                                          BBANK54P
027700        IF CD47I-ADD-COLLATERAL                                   BBANK54P
