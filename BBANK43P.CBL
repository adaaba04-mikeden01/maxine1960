005200 01  WS-BANK-DATA.                                                BBANK43P
005300 COPY CBANKDAT.                                                   BBANK43P
005400 COPY CTIMERD.                                                    BBANK43P
005420 01  WS-SESSION-DATA.                                             BBANK43P
005440 COPY CSIGND01.                                                   BBANK43P
005500 01  WS-EXCEPTION-DATA.                                           BBANK43P
005600 COPY CBANKD16.                                                   BBANK43P
005700                                                                  BBANK43P
006200                                                                  BBANK43P
006300 LINKAGE SECTION.                                                 BBANK43P
006400 01  DFHCOMMAREA.                                                 BBANK43P
006500   05  LK-COMMAREA                           PIC X(32654).        BBANK43P
006600                                                                  BBANK43P
006700 COPY CENTRY.                                                     BBANK43P
006800***************************************************************** BBANK43P
