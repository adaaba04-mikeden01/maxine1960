005900 01  WS-BANK-DATA.                                                BBANK71P
006000 COPY CBANKDAT.                                                   BBANK71P
006100 COPY CTIMERD.                                                    BBANK71P
006120 01  WS-SESSION-DATA.                                             BBANK71P
006140 COPY CSIGND01.                                                   BBANK71P
006200 01  WS-EXCEPTION-DATA.                                           BBANK71P
006300 COPY CBANKD16.                                                   BBANK71P
006400                                                                  BBANK71P
006900                                                                  BBANK71P
007000 LINKAGE SECTION.                                                 BBANK71P
007100 01  DFHCOMMAREA.                                                 BBANK71P
007200   05  LK-COMMAREA                           PIC X(32654).        BBANK71P
007300                                                                  BBANK71P
007400 COPY CENTRY.                                                     BBANK71P
007500***************************************************************** BBANK71P
