004700 01  WS-BANK-DATA.                                                BBANK93P
004800 COPY CBANKDAT.                                                   BBANK93P
004802 COPY CTIMERD.                                                    BBANK93P
004820 01  WS-SESSION-DATA.                                             BBANK93P
004840 COPY CSIGND01.                                                   BBANK93P
004900 01  WS-EXCEPTION-DATA.                                           BBANK93P
005000 COPY CBANKD16.                                                   BBANK93P
005100                                                                  BBANK93P
005900                                                                  BBANK93P
006000 LINKAGE SECTION.                                                 BBANK93P
006100 01  DFHCOMMAREA.                                                 BBANK93P
006200   05  LK-COMMAREA                           PIC X(32654).        BBANK93P
006300                                                                  BBANK93P
006400 COPY CENTRY.                                                     BBANK93P
006500***************************************************************** BBANK93P
