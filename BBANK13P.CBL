005100 01  WS-BANK-DATA.                                                BBANK13P
005200 COPY CBANKDAT.                                                   BBANK13P
005202 COPY CTIMERD.                                                    BBANK13P
005220 01  WS-SESSION-DATA.                                             BBANK13P
005240 COPY CSIGND01.                                                   BBANK13P
005300 01  WS-EXCEPTION-DATA.                                           BBANK13P
005400 COPY CBANKD16.                                                   BBANK13P
005500                                                                  BBANK13P
006300                                                                  BBANK13P
006400 LINKAGE SECTION.                                                 BBANK13P
006500 01  DFHCOMMAREA.                                                 BBANK13P
006600   05  LK-COMMAREA                           PIC X(32654).        BBANK13P
006700                                                                  BBANK13P
006800 COPY CENTRY.                                                     BBANK13P
006900***************************************************************** BBANK13P
