006100 01  WS-BANK-DATA.                                                BBANK47P
006200 COPY CBANKDAT.                                                   BBANK47P
006300 COPY CTIMERD.                                                    BBANK47P
006320 01  WS-SESSION-DATA.                                             BBANK47P
006340 COPY CSIGND01.                                                   BBANK47P
006400 01  WS-EXCEPTION-DATA.                                           BBANK47P
006500 COPY CBANKD16.                                                   BBANK47P
006600                                                                  BBANK47P
007100                                                                  BBANK47P
007200 LINKAGE SECTION.                                                 BBANK47P
007300 01  DFHCOMMAREA.                                                 BBANK47P
007400   05  LK-COMMAREA                           PIC X(32654).        BBANK47P
007500                                                                  BBANK47P
007600 COPY CENTRY.                                                     BBANK47P
007700***************************************************************** BBANK47P
