005100 01  WS-BANK-DATA.                                                BBANK46P
005200 COPY CBANKDAT.                                                   BBANK46P
005300 COPY CTIMERD.                                                    BBANK46P
005320 01  WS-SESSION-DATA.                                             BBANK46P
005340 COPY CSIGND01.                                                   BBANK46P
005400 01  WS-EXCEPTION-DATA.                                           BBANK46P
005500 COPY CBANKD16.                                                   BBANK46P
005600                                                                  BBANK46P
006100                                                                  BBANK46P
006200 LINKAGE SECTION.                                                 BBANK46P
006300 01  DFHCOMMAREA.                                                 BBANK46P
006400   05  LK-COMMAREA                           PIC X(32654).        BBANK46P
006500                                                                  BBANK46P
006600 COPY CENTRY.                                                     BBANK46P
006700***************************************************************** BBANK46P
