005200 01  WS-BANK-DATA.                                                BBANK94P
005300 COPY CBANKDAT.                                                   BBANK94P
005400 COPY CTIMERD.                                                    BBANK94P
005420 01  WS-SESSION-DATA.                                             BBANK94P
005440 COPY CSIGND01.                                                   BBANK94P
005500 01  WS-EXCEPTION-DATA.                                           BBANK94P
005600 COPY CBANKD16.                                                   BBANK94P
005700                                                                  BBANK94P
006200                                                                  BBANK94P
006300 LINKAGE SECTION.                                                 BBANK94P
006400 01  DFHCOMMAREA.                                                 BBANK94P
006500   05  LK-COMMAREA                           PIC X(32654).        BBANK94P
006600                                                                  BBANK94P
006700 COPY CENTRY.                                                     BBANK94P
006800***************************************************************** BBANK94P
