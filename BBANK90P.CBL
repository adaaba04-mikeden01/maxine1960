004900 01  WS-BANK-DATA.                                                BBANK90P
005000 COPY CBANKDAT.                                                   BBANK90P
005002 COPY CTIMERD.                                                    BBANK90P
005020 01  WS-SESSION-DATA.                                             BBANK90P
005040 COPY CSIGND01.                                                   BBANK90P
005100 01  WS-EXCEPTION-DATA.                                           BBANK90P
005200 COPY CBANKD16.                                                   BBANK90P
005300                                                                  BBANK90P
006100                                                                  BBANK90P
006200 LINKAGE SECTION.                                                 BBANK90P
006300 01  DFHCOMMAREA.                                                 BBANK90P
006400   05  LK-COMMAREA                           PIC X(32654).        BBANK90P
006500                                                                  BBANK90P
006600 COPY CENTRY.                                                     BBANK90P
006700***************************************************************** BBANK90P
