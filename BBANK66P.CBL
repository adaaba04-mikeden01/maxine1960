005800 01  WS-BANK-DATA.                                                BBANK66P
005900 COPY CBANKDAT.                                                   BBANK66P
006000 COPY CTIMERD.                                                    BBANK66P
006020 01  WS-SESSION-DATA.                                             BBANK66P
006040 COPY CSIGND01.                                                   BBANK66P
006100 01  WS-EXCEPTION-DATA.                                           BBANK66P
006200 COPY CBANKD16.                                                   BBANK66P
006300                                                                  BBANK66P
006800                                                                  BBANK66P
006900 LINKAGE SECTION.                                                 BBANK66P
007000 01  DFHCOMMAREA.                                                 BBANK66P
007100   05  LK-COMMAREA                           PIC X(32654).        BBANK66P
007200                                                                  BBANK66P
007300 COPY CENTRY.                                                     BBANK66P
007400***************************************************************** BBANK66P
