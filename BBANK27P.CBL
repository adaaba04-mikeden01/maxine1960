005300 01  WS-BANK-DATA.                                                BBANK27P
005400 COPY CBANKDAT.                                                   BBANK27P
005500 COPY CTIMERD.                                                    BBANK27P
005520 01  WS-SESSION-DATA.                                             BBANK27P
005540 COPY CSIGND01.                                                   BBANK27P
005600 01  WS-EXCEPTION-DATA.                                           BBANK27P
005700 COPY CBANKD16.                                                   BBANK27P
005800                                                                  BBANK27P
006300                                                                  BBANK27P
006400 LINKAGE SECTION.                                                 BBANK27P
006500 01  DFHCOMMAREA.                                                 BBANK27P
006600   05  LK-COMMAREA                           PIC X(32654).        BBANK27P
006700                                                                  BBANK27P
006800 COPY CENTRY.                                                     BBANK27P
006900***************************************************************** BBANK27P
