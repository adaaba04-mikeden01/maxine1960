009300                                                                  BBANK80P
009400 LINKAGE SECTION.                                                 BBANK80P
009500 01  DFHCOMMAREA.                                                 BBANK80P
009600   05  LK-COMMAREA                           PIC X(32654).        BBANK80P
009700                                                                  BBANK80P
009800 COPY CENTRY.                                                     BBANK80P
009900***************************************************************** BBANK80P
