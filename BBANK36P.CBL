005300 01  WS-BANK-DATA.                                                BBANK36P
005400 COPY CBANKDAT.                                                   BBANK36P
005500 COPY CTIMERD.                                                    BBANK36P
005520 01  WS-SESSION-DATA.                                             BBANK36P
005540 COPY CSIGND01.                                                   BBANK36P
005600 01  WS-EXCEPTION-DATA.                                           BBANK36P
005700 COPY CBANKD16.                                                   BBANK36P
005800                                                                  BBANK36P
006300                                                                  BBANK36P
006400 LINKAGE SECTION.                                                 BBANK36P
006500 01  DFHCOMMAREA.                                                 BBANK36P
006600   05  LK-COMMAREA                           PIC X(32654).        BBANK36P
006700                                                                  BBANK36P
006800 COPY CENTRY.                                                     BBANK36P
006900***************************************************************** BBANK36P
