005800 01  WS-BANK-DATA.                                                BBANK61P
005900 COPY CBANKDAT.                                                   BBANK61P
006000 COPY CTIMERD.                                                    BBANK61P
006020 01  WS-SESSION-DATA.                                             BBANK61P
006040 COPY CSIGND01.                                                   BBANK61P
006100 01  WS-EXCEPTION-DATA.                                           BBANK61P
006200 COPY CBANKD16.                                                   BBANK61P
006300                                                                  BBANK61P
006800                                                                  BBANK61P
006900 LINKAGE SECTION.                                                 BBANK61P
007000 01  DFHCOMMAREA.                                                 BBANK61P
007100   05  LK-COMMAREA                           PIC X(32654).        BBANK61P
007200                                                                  BBANK61P
007300 COPY CENTRY.                                                     BBANK61P
007400***************************************************************** BBANK61P
