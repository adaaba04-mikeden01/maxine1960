004900 01  WS-BANK-DATA.                                                BBANK38P
005000 COPY CBANKDAT.                                                   BBANK38P
005100 COPY CTIMERD.                                                    BBANK38P
005120 01  WS-SESSION-DATA.                                             BBANK38P
005140 COPY CSIGND01.                                                   BBANK38P
005200 01  WS-EXCEPTION-DATA.                                           BBANK38P
005300 COPY CBANKD16.                                                   BBANK38P
005400                                                                  BBANK38P
005900                                                                  BBANK38P
006000 LINKAGE SECTION.                                                 BBANK38P
006100 01  DFHCOMMAREA.                                                 BBANK38P
006200   05  LK-COMMAREA                           PIC X(32654).        BBANK38P
006300                                                                  BBANK38P
006400 COPY CENTRY.                                                     BBANK38P
006500***************************************************************** BBANK38P
