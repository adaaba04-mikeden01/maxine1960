005800 01  WS-BANK-DATA.                                                BBANK59P
005900 COPY CBANKDAT.                                                   BBANK59P
006000 COPY CTIMERD.                                                    BBANK59P
006020 01  WS-SESSION-DATA.                                             BBANK59P
006040 COPY CSIGND01.                                                   BBANK59P
006100 01  WS-EXCEPTION-DATA.                                           BBANK59P
006200 COPY CBANKD16.                                                   BBANK59P
006300                                                                  BBANK59P
006800                                                                  BBANK59P
006900 LINKAGE SECTION.                                                 BBANK59P
007000 01  DFHCOMMAREA.                                                 BBANK59P
007100   05  LK-COMMAREA                           PIC X(32654).        BBANK59P
007200                                                                  BBANK59P
007300 COPY CENTRY.                                                     BBANK59P
007400***************************************************************** BBANK59P
