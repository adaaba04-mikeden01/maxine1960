005300 01  WS-BANK-DATA.                                                BBANK42P
005400 COPY CBANKDAT.                                                   BBANK42P
005500 COPY CTIMERD.                                                    BBANK42P
005520 01  WS-SESSION-DATA.                                             BBANK42P
005540 COPY CSIGND01.                                                   BBANK42P
005600 01  WS-EXCEPTION-DATA.                                           BBANK42P
005700 COPY CBANKD16.                                                   BBANK42P
005800                                                                  BBANK42P
006600                                                                  BBANK42P
006700 LINKAGE SECTION.                                                 BBANK42P
006800 01  DFHCOMMAREA.                                                 BBANK42P
006900   05  LK-COMMAREA                           PIC X(32654).        BBANK42P
007000                                                                  BBANK42P
007100 COPY CENTRY.                                                     BBANK42P
007200***************************************************************** BBANK42P
