005500 01  WS-BANK-DATA.                                                BBANK37P
005600 COPY CBANKDAT.                                                   BBANK37P
005700 COPY CTIMERD.                                                    BBANK37P
005720 01  WS-SESSION-DATA.                                             BBANK37P
005740 COPY CSIGND01.                                                   BBANK37P
005800 01  WS-EXCEPTION-DATA.                                           BBANK37P
005900 COPY CBANKD16.                                                   BBANK37P
006000                                                                  BBANK37P
006500                                                                  BBANK37P
006600 LINKAGE SECTION.                                                 BBANK37P
006700 01  DFHCOMMAREA.                                                 BBANK37P
006800   05  LK-COMMAREA                           PIC X(32654).        BBANK37P
006900                                                                  BBANK37P
007000 COPY CENTRY.                                                     BBANK37P
007100***************************************************************** BBANK37P
