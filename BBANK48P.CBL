001300* Program:     BBANK48P.CBL                                     * BBANK48P
001400* Layer:       Business logic                                   * BBANK48P
001500* Function:    Debit card maintenance screen - issue, activate, * BBANK48P
001600*              report lost/stolen, block, block for fraud       * BBANK48P
001650*              (forfeiting the unpaid cashback), reissue and    * BBANK48P
001700*              list the cards held against an account, driving  * BBANK48P
001800*              the card registry services in DBANK32P. The ATM  * BBANK48P
001900*              settlement processor honours the card status     * BBANK48P
002000*              this screen maintains                            * BBANK48P
002100***************************************************************** BBANK48P
005300 01  WS-BANK-DATA.                                                BBANK48P
005400 COPY CBANKDAT.                                                   BBANK48P
005500 COPY CTIMERD.                                                    BBANK48P
005520 01  WS-SESSION-DATA.                                             BBANK48P
005540 COPY CSIGND01.                                                   BBANK48P
005600 01  WS-EXCEPTION-DATA.                                           BBANK48P
005700 COPY CBANKD16.                                                   BBANK48P
005800                                                                  BBANK48P
006300                                                                  BBANK48P
006400 LINKAGE SECTION.                                                 BBANK48P
006500 01  DFHCOMMAREA.                                                 BBANK48P
006600   05  LK-COMMAREA                           PIC X(32654).        BBANK48P
006700                                                                  BBANK48P
006800 COPY CENTRY.                                                     BBANK48P
006900***************************************************************** BBANK48P
020700        BANK-SCR48-ACTION IS NOT EQUAL TO 'A' AND                 BBANK48P
020800        BANK-SCR48-ACTION IS NOT EQUAL TO 'L' AND                 BBANK48P
020900        BANK-SCR48-ACTION IS NOT EQUAL TO 'B' AND                 BBANK48P
021000        BANK-SCR48-ACTION IS NOT EQUAL TO 'F' AND                 BBANK48P
021050        BANK-SCR48-ACTION IS NOT EQUAL TO 'R' AND                 BBANK48P
021100        BANK-SCR48-ACTION IS NOT EQUAL TO 'Q'                     BBANK48P
021150        MOVE 'Action must be I,A,L,B,F,R or Q(uery)'              BBANK48P
021200          TO WS-ERROR-MSG                                         BBANK48P
021300        GO TO VALIDATE-INPUT-ERROR                                BBANK48P
021400     END-IF.                                                      BBANK48P
021500     IF BANK-SCR48-ACTION IS EQUAL TO 'I' OR                      BBANK48P
