005300 01  WS-BANK-DATA.                                                BBANK33P
005400 COPY CBANKDAT.                                                   BBANK33P
005500 COPY CTIMERD.                                                    BBANK33P
005520 01  WS-SESSION-DATA.                                             BBANK33P
005540 COPY CSIGND01.                                                   BBANK33P
005600 01  WS-EXCEPTION-DATA.                                           BBANK33P
005700 COPY CBANKD16.                                                   BBANK33P
005800                                                                  BBANK33P
006300                                                                  BBANK33P
006400 LINKAGE SECTION.                                                 BBANK33P
006500 01  DFHCOMMAREA.                                                 BBANK33P
006600   05  LK-COMMAREA                           PIC X(32654).        BBANK33P
006700                                                                  BBANK33P
006800 COPY CENTRY.                                                     BBANK33P
006900***************************************************************** BBANK33P
