006000 01  WS-BANK-DATA.                                                BBANK63P
006100 COPY CBANKDAT.                                                   BBANK63P
006200 COPY CTIMERD.                                                    BBANK63P
006220 01  WS-SESSION-DATA.                                             BBANK63P
006240 COPY CSIGND01.                                                   BBANK63P
006300 01  WS-EXCEPTION-DATA.                                           BBANK63P
006400 COPY CBANKD16.                                                   BBANK63P
006500                                                                  BBANK63P
007000                                                                  BBANK63P
007100 LINKAGE SECTION.                                                 BBANK63P
007200 01  DFHCOMMAREA.                                                 BBANK63P
007300   05  LK-COMMAREA                           PIC X(32654).        BBANK63P
007400                                                                  BBANK63P
007500 COPY CENTRY.                                                     BBANK63P
007600***************************************************************** BBANK63P
