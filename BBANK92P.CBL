005000 01  WS-BANK-DATA.                                                BBANK92P
005100 COPY CBANKDAT.                                                   BBANK92P
005102 COPY CTIMERD.                                                    BBANK92P
005120 01  WS-SESSION-DATA.                                             BBANK92P
005140 COPY CSIGND01.                                                   BBANK92P
005200 01  WS-EXCEPTION-DATA.                                           BBANK92P
005300 COPY CBANKD16.                                                   BBANK92P
                                                                        BBANK92P
006200                                                                  BBANK92P
006300 LINKAGE SECTION.                                                 BBANK92P
006400 01  DFHCOMMAREA.                                                 BBANK92P
006500   05  LK-COMMAREA                           PIC X(32654).        BBANK92P
006600                                                                  BBANK92P
006700 COPY CENTRY.                                                     BBANK92P
006800***************************************************************** BBANK92P
