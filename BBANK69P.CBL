005900 01  WS-BANK-DATA.                                                BBANK69P
006000 COPY CBANKDAT.                                                   BBANK69P
006100 COPY CTIMERD.                                                    BBANK69P
006120 01  WS-SESSION-DATA.                                             BBANK69P
006140 COPY CSIGND01.                                                   BBANK69P
006200 01  WS-EXCEPTION-DATA.                                           BBANK69P
006300 COPY CBANKD16.                                                   BBANK69P
006400                                                                  BBANK69P
006900                                                                  BBANK69P
007000 LINKAGE SECTION.                                                 BBANK69P
007100 01  DFHCOMMAREA.                                                 BBANK69P
007200   05  LK-COMMAREA                           PIC X(32654).        BBANK69P
007300                                                                  BBANK69P
007400 COPY CENTRY.                                                     BBANK69P
007500***************************************************************** BBANK69P
