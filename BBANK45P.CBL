005200 01  WS-BANK-DATA.                                                BBANK45P
005300 COPY CBANKDAT.                                                   BBANK45P
005400 COPY CTIMERD.                                                    BBANK45P
005420 01  WS-SESSION-DATA.                                             BBANK45P
005440 COPY CSIGND01.                                                   BBANK45P
005500 01  WS-EXCEPTION-DATA.                                           BBANK45P
005600 COPY CBANKD16.                                                   BBANK45P
005700                                                                  BBANK45P
006200                                                                  BBANK45P
006300 LINKAGE SECTION.                                                 BBANK45P
006400 01  DFHCOMMAREA.                                                 BBANK45P
006500   05  LK-COMMAREA                           PIC X(32654).        BBANK45P
006600                                                                  BBANK45P
006700 COPY CENTRY.                                                     BBANK45P
006800***************************************************************** BBANK45P
