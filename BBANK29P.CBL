001400* Layer:       Business logic                                   * BBANK29P
001500* Function:    Customer 360 relationship summary - contact      * BBANK29P
001600*              details, accounts, joint holdings, standing      * BBANK29P
001700*              orders, loans, covenant breaches and recent      * BBANK29P
001800*              alerts for one PID in one screen, assembled by   * BBANK29P
001900*              DBANK78P; selections and PF-keys jump into the   * BBANK29P
001950*              detail screens                                   * BBANK29P
002000***************************************************************** BBANK29P
002100                                                                  BBANK29P
002200 IDENTIFICATION DIVISION.                                         BBANK29P
004900   05  WS-ERROR-MSG                          PIC X(75).           BBANK29P
005000   05  WS-SUB1                               PIC S9(4) COMP.      BBANK29P
005100   05  WS-EDIT-BALANCE                       PIC Z,ZZZ,ZZ9.99-.   BBANK29P
005150   05  WS-COVBR-DISP                         PIC ZZ9.             BBANK29P
005160   05  WS-EDIT-PROFIT                        PIC ZZZ,ZZZ,ZZ9.99-. BBANK29P
005180   05  WS-DECILE-DISP                        PIC Z9.              BBANK29P
005200                                                                  BBANK29P
005300 01  WS-BANK-DATA.                                                BBANK29P
005400 COPY CBANKDAT.                                                   BBANK29P
005500 COPY CTIMERD.                                                    BBANK29P
005520 01  WS-SESSION-DATA.                                             BBANK29P
005540 COPY CSIGND01.                                                   BBANK29P
005600 01  WS-EXCEPTION-DATA.                                           BBANK29P
005700 COPY CBANKD16.                                                   BBANK29P
005800                                                                  BBANK29P
006300                                                                  BBANK29P
006400 LINKAGE SECTION.                                                 BBANK29P
006500 01  DFHCOMMAREA.                                                 BBANK29P
006600   05  LK-COMMAREA                           PIC X(32654).        BBANK29P
006700                                                                  BBANK29P
006800 COPY CENTRY.                                                     BBANK29P
006900***************************************************************** BBANK29P
026200     MOVE 0 TO WS-SUB1.                                           BBANK29P
026300     PERFORM SHOW-ALR-ENTRY THRU                                  BBANK29P
026400             SHOW-ALR-ENTRY-EXIT CD78O-ALERT-COUNT TIMES.         BBANK29P
026500     MOVE CD78O-COV-BREACHES TO WS-COVBR-DISP.                    BBANK29P
026510     MOVE WS-COVBR-DISP TO BANK-SCR29-COVBR.                      BBANK29P
026514     MOVE CD78O-PRF-MONTH TO BANK-SCR29-PRF-MONTH.                BBANK29P
026518     IF CD78O-PRF-MONTH IS EQUAL TO SPACES                        BBANK29P
026522        MOVE SPACES TO BANK-SCR29-PRF-AMT                         BBANK29P
026526        MOVE SPACES TO BANK-SCR29-PRF-DEC                         BBANK29P
026530        MOVE SPACES TO BANK-SCR29-PRF-TIER                        BBANK29P
026534     ELSE                                                         BBANK29P
026538        MOVE CD78O-PRF-PROFIT TO WS-EDIT-PROFIT                   BBANK29P
026542        MOVE WS-EDIT-PROFIT TO BANK-SCR29-PRF-AMT                 BBANK29P
026546        MOVE CD78O-PRF-DECILE TO WS-DECILE-DISP                   BBANK29P
026550        MOVE WS-DECILE-DISP TO BANK-SCR29-PRF-DEC                 BBANK29P
026554        MOVE CD78O-PRF-TIER TO BANK-SCR29-PRF-TIER                BBANK29P
026558     END-IF.                                                      BBANK29P
026560     MOVE CD78O-MAIL-RETURNED TO BANK-SCR29-UNDELIV.              BBANK29P
026562     EVALUATE TRUE                                                BBANK29P
026564       WHEN CD78O-MAIL-RETURNED IS EQUAL TO 'Y'                   BBANK29P
026566         MOVE 'Summary shown - address marked undeliverable'      BBANK29P
026568           TO BANK-SCR29-ERRMSG                                   BBANK29P
026570       WHEN CD78O-COV-BREACHES IS GREATER THAN ZERO               BBANK29P
026572         MOVE 'Summary shown - confirmed covenant breach on file' BBANK29P
026574           TO BANK-SCR29-ERRMSG                                   BBANK29P
026576       WHEN OTHER                                                 BBANK29P
026578         MOVE 'Relationship summary shown' TO BANK-SCR29-ERRMSG   BBANK29P
026580     END-EVALUATE.                                                BBANK29P
026600 SHOW-SUMMARY-EXIT.                                               BBANK29P
026700     EXIT.                                                        BBANK29P
026800                                                                  BBANK29P
