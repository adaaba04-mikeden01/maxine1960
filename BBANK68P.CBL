005500 01  WS-BANK-DATA.                                                BBANK68P
005600 COPY CBANKDAT.                                                   BBANK68P
005700 COPY CTIMERD.                                                    BBANK68P
005720 01  WS-SESSION-DATA.                                             BBANK68P
005740 COPY CSIGND01.                                                   BBANK68P
005800 01  WS-EXCEPTION-DATA.                                           BBANK68P
005900 COPY CBANKD16.                                                   BBANK68P
006000                                                                  BBANK68P
006500                                                                  BBANK68P
006600 LINKAGE SECTION.                                                 BBANK68P
006700 01  DFHCOMMAREA.                                                 BBANK68P
006800   05  LK-COMMAREA                           PIC X(32654).        BBANK68P
006900                                                                  BBANK68P
007000 COPY CENTRY.                                                     BBANK68P
007100***************************************************************** BBANK68P
