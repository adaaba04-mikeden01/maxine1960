006000 01  WS-BANK-DATA.                                                BBANK49P
006100 COPY CBANKDAT.                                                   BBANK49P
006200 COPY CTIMERD.                                                    BBANK49P
006220 01  WS-SESSION-DATA.                                             BBANK49P
006240 COPY CSIGND01.                                                   BBANK49P
006300 01  WS-EXCEPTION-DATA.                                           BBANK49P
006400 COPY CBANKD16.                                                   BBANK49P
006500                                                                  BBANK49P
007000                                                                  BBANK49P
007100 LINKAGE SECTION.                                                 BBANK49P
007200 01  DFHCOMMAREA.                                                 BBANK49P
007300   05  LK-COMMAREA                           PIC X(32654).        BBANK49P
007400                                                                  BBANK49P
007500 COPY CENTRY.                                                     BBANK49P
007600***************************************************************** BBANK49P
