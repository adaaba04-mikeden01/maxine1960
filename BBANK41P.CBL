005500 01  WS-BANK-DATA.                                                BBANK41P
005600 COPY CBANKDAT.                                                   BBANK41P
005602 COPY CTIMERD.                                                    BBANK41P
005620 01  WS-SESSION-DATA.                                             BBANK41P
005640 COPY CSIGND01.                                                   BBANK41P
005700 01  WS-EXCEPTION-DATA.                                           BBANK41P
005800 COPY CBANKD16.                                                   BBANK41P
005900                                                                  BBANK41P
006700                                                                  BBANK41P
006800 LINKAGE SECTION.                                                 BBANK41P
006900 01  DFHCOMMAREA.                                                 BBANK41P
007000   05  LK-COMMAREA                           PIC X(32654).        BBANK41P
007100                                                                  BBANK41P
007200 COPY CENTRY.                                                     BBANK41P
007300***************************************************************** BBANK41P
