004900 01  WS-BANK-DATA.                                                BBANK23P
005000 COPY CBANKDAT.                                                   BBANK23P
005100 COPY CTIMERD.                                                    BBANK23P
005120 01  WS-SESSION-DATA.                                             BBANK23P
005140 COPY CSIGND01.                                                   BBANK23P
005200 01  WS-EXCEPTION-DATA.                                           BBANK23P
005300 COPY CBANKD16.                                                   BBANK23P
005400                                                                  BBANK23P
005900                                                                  BBANK23P
006000 LINKAGE SECTION.                                                 BBANK23P
006100 01  DFHCOMMAREA.                                                 BBANK23P
006200   05  LK-COMMAREA                           PIC X(32654).        BBANK23P
006300                                                                  BBANK23P
006400 COPY CENTRY.                                                     BBANK23P
006500***************************************************************** BBANK23P
