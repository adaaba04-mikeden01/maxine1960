005500 01  WS-BANK-DATA.                                                BBANK67P
005600 COPY CBANKDAT.                                                   BBANK67P
005700 COPY CTIMERD.                                                    BBANK67P
005720 01  WS-SESSION-DATA.                                             BBANK67P
005740 COPY CSIGND01.                                                   BBANK67P
005800 01  WS-EXCEPTION-DATA.                                           BBANK67P
005900 COPY CBANKD16.                                                   BBANK67P
006000                                                                  BBANK67P
006500                                                                  BBANK67P
006600 LINKAGE SECTION.                                                 BBANK67P
006700 01  DFHCOMMAREA.                                                 BBANK67P
006800   05  LK-COMMAREA                           PIC X(32654).        BBANK67P
006900                                                                  BBANK67P
007000 COPY CENTRY.                                                     BBANK67P
007100***************************************************************** BBANK67P
