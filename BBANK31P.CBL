005200 01  WS-BANK-DATA.                                                BBANK31P
005300 COPY CBANKDAT.                                                   BBANK31P
005400 COPY CTIMERD.                                                    BBANK31P
005420 01  WS-SESSION-DATA.                                             BBANK31P
005440 COPY CSIGND01.                                                   BBANK31P
005500 01  WS-EXCEPTION-DATA.                                           BBANK31P
005600 COPY CBANKD16.                                                   BBANK31P
005700                                                                  BBANK31P
006500                                                                  BBANK31P
006600 LINKAGE SECTION.                                                 BBANK31P
006700 01  DFHCOMMAREA.                                                 BBANK31P
006800   05  LK-COMMAREA                           PIC X(32654).        BBANK31P
006900                                                                  BBANK31P
007000 COPY CENTRY.                                                     BBANK31P
007100***************************************************************** BBANK31P
