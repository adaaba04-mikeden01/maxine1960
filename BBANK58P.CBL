005700 01  WS-BANK-DATA.                                                BBANK58P
005800 COPY CBANKDAT.                                                   BBANK58P
005900 COPY CTIMERD.                                                    BBANK58P
005920 01  WS-SESSION-DATA.                                             BBANK58P
005940 COPY CSIGND01.                                                   BBANK58P
006000 01  WS-EXCEPTION-DATA.                                           BBANK58P
006100 COPY CBANKD16.                                                   BBANK58P
006200                                                                  BBANK58P
006700                                                                  BBANK58P
006800 LINKAGE SECTION.                                                 BBANK58P
006900 01  DFHCOMMAREA.                                                 BBANK58P
007000   05  LK-COMMAREA                           PIC X(32654).        BBANK58P
007100                                                                  BBANK58P
007200 COPY CENTRY.                                                     BBANK58P
007300***************************************************************** BBANK58P
