005300 01  WS-BANK-DATA.                                                BBANK35P
005400 COPY CBANKDAT.                                                   BBANK35P
005500 COPY CTIMERD.                                                    BBANK35P
005520 01  WS-SESSION-DATA.                                             BBANK35P
005540 COPY CSIGND01.                                                   BBANK35P
005600 01  WS-EXCEPTION-DATA.                                           BBANK35P
005700 COPY CBANKD16.                                                   BBANK35P
005800                                                                  BBANK35P
006300                                                                  BBANK35P
006400 LINKAGE SECTION.                                                 BBANK35P
006500 01  DFHCOMMAREA.                                                 BBANK35P
006600   05  LK-COMMAREA                           PIC X(32654).        BBANK35P
006700                                                                  BBANK35P
006800 COPY CENTRY.                                                     BBANK35P
006900***************************************************************** BBANK35P
