005500 01  WS-BANK-DATA.                                                BBANK51P
005600 COPY CBANKDAT.                                                   BBANK51P
005700 COPY CTIMERD.                                                    BBANK51P
005720 01  WS-SESSION-DATA.                                             BBANK51P
005740 COPY CSIGND01.                                                   BBANK51P
005800 01  WS-EXCEPTION-DATA.                                           BBANK51P
005900 COPY CBANKD16.                                                   BBANK51P
006000                                                                  BBANK51P
006500                                                                  BBANK51P
006600 LINKAGE SECTION.                                                 BBANK51P
006700 01  DFHCOMMAREA.                                                 BBANK51P
006800   05  LK-COMMAREA                           PIC X(32654).        BBANK51P
006900                                                                  BBANK51P
007000 COPY CENTRY.                                                     BBANK51P
007100***************************************************************** BBANK51P
