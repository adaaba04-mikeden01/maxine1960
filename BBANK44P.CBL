005200 01  WS-BANK-DATA.                                                BBANK44P
005300 COPY CBANKDAT.                                                   BBANK44P
005400 COPY CTIMERD.                                                    BBANK44P
005420 01  WS-SESSION-DATA.                                             BBANK44P
005440 COPY CSIGND01.                                                   BBANK44P
005500 01  WS-EXCEPTION-DATA.                                           BBANK44P
005600 COPY CBANKD16.                                                   BBANK44P
005700                                                                  BBANK44P
006200                                                                  BBANK44P
006300 LINKAGE SECTION.                                                 BBANK44P
006400 01  DFHCOMMAREA.                                                 BBANK44P
006500   05  LK-COMMAREA                           PIC X(32654).        BBANK44P
006600                                                                  BBANK44P
006700 COPY CENTRY.                                                     BBANK44P
006800***************************************************************** BBANK44P
