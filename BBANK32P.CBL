005300 01  WS-BANK-DATA.                                                BBANK32P
005400 COPY CBANKDAT.                                                   BBANK32P
005500 COPY CTIMERD.                                                    BBANK32P
005520 01  WS-SESSION-DATA.                                             BBANK32P
005540 COPY CSIGND01.                                                   BBANK32P
005600 01  WS-EXCEPTION-DATA.                                           BBANK32P
005700 COPY CBANKD16.                                                   BBANK32P
005800                                                                  BBANK32P
006300                                                                  BBANK32P
006400 LINKAGE SECTION.                                                 BBANK32P
006500 01  DFHCOMMAREA.                                                 BBANK32P
006600   05  LK-COMMAREA                           PIC X(32654).        BBANK32P
006700                                                                  BBANK32P
006800 COPY CENTRY.                                                     BBANK32P
006900***************************************************************** BBANK32P
