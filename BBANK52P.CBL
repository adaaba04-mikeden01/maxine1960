005700 01  WS-BANK-DATA.                                                BBANK52P
005800 COPY CBANKDAT.                                                   BBANK52P
005900 COPY CTIMERD.                                                    BBANK52P
005920 01  WS-SESSION-DATA.                                             BBANK52P
005940 COPY CSIGND01.                                                   BBANK52P
006000 01  WS-EXCEPTION-DATA.                                           BBANK52P
006100 COPY CBANKD16.                                                   BBANK52P
006200                                                                  BBANK52P
006700                                                                  BBANK52P
006800 LINKAGE SECTION.                                                 BBANK52P
006900 01  DFHCOMMAREA.                                                 BBANK52P
007000   05  LK-COMMAREA                           PIC X(32654).        BBANK52P
007100                                                                  BBANK52P
007200 COPY CENTRY.                                                     BBANK52P
007300***************************************************************** BBANK52P
