005700 01  WS-BANK-DATA.                                                BBANK40P
005800 COPY CBANKDAT.                                                   BBANK40P
005802 COPY CTIMERD.                                                    BBANK40P
005820 01  WS-SESSION-DATA.                                             BBANK40P
005840 COPY CSIGND01.                                                   BBANK40P
005900 01  WS-EXCEPTION-DATA.                                           BBANK40P
006000 COPY CBANKD16.                                                   BBANK40P
                                                                        BBANK40P
007700                                                                  BBANK40P
007800 LINKAGE SECTION.                                                 BBANK40P
007900 01  DFHCOMMAREA.                                                 BBANK40P
008000   05  LK-COMMAREA                           PIC X(32654).        BBANK40P
008100                                                                  BBANK40P
008200 COPY CENTRY.                                                     BBANK40P
008300***************************************************************** BBANK40P
