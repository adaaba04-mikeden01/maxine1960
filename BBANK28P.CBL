005100 01  WS-BANK-DATA.                                                BBANK28P
005200 COPY CBANKDAT.                                                   BBANK28P
005300 COPY CTIMERD.                                                    BBANK28P
005320 01  WS-SESSION-DATA.                                             BBANK28P
005340 COPY CSIGND01.                                                   BBANK28P
005400 01  WS-EXCEPTION-DATA.                                           BBANK28P
005500 COPY CBANKD16.                                                   BBANK28P
005600                                                                  BBANK28P
006100                                                                  BBANK28P
006200 LINKAGE SECTION.                                                 BBANK28P
006300 01  DFHCOMMAREA.                                                 BBANK28P
006400   05  LK-COMMAREA                           PIC X(32654).        BBANK28P
006500                                                                  BBANK28P
006600 COPY CENTRY.                                                     BBANK28P
006700***************************************************************** BBANK28P
