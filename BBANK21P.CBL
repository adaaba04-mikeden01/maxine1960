005700 01  WS-BANK-DATA.                                                BBANK21P
005800 COPY CBANKDAT.                                                   BBANK21P
005900 COPY CTIMERD.                                                    BBANK21P
005920 01  WS-SESSION-DATA.                                             BBANK21P
005940 COPY CSIGND01.                                                   BBANK21P
006000 01  WS-EXCEPTION-DATA.                                           BBANK21P
006100 COPY CBANKD16.                                                   BBANK21P
006200                                                                  BBANK21P
006400                                                                  BBANK21P
006500 LINKAGE SECTION.                                                 BBANK21P
006600 01  DFHCOMMAREA.                                                 BBANK21P
006700   05  LK-COMMAREA                           PIC X(32654).        BBANK21P
006800                                                                  BBANK21P
006900 COPY CENTRY.                                                     BBANK21P
007000***************************************************************** BBANK21P
