006000 01  WS-BANK-DATA.                                                BBANK56P
006100 COPY CBANKDAT.                                                   BBANK56P
006200 COPY CTIMERD.                                                    BBANK56P
006220 01  WS-SESSION-DATA.                                             BBANK56P
006240 COPY CSIGND01.                                                   BBANK56P
006300 01  WS-EXCEPTION-DATA.                                           BBANK56P
006400 COPY CBANKD16.                                                   BBANK56P
006500                                                                  BBANK56P
007000                                                                  BBANK56P
007100 LINKAGE SECTION.                                                 BBANK56P
007200 01  DFHCOMMAREA.                                                 BBANK56P
007300   05  LK-COMMAREA                           PIC X(32654).        BBANK56P
007400                                                                  BBANK56P
007500 COPY CENTRY.                                                     BBANK56P
007600***************************************************************** BBANK56P
