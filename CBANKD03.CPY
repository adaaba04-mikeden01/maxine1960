008096       15  CD03O-GOL-DETAILS.                                     CBANKD03
008097         20  CD03O-GOL                       PIC S9(7)V99         CBANKD03
008098             OCCURS 6 TIMES.                                      CBANKD03
008099*      Cashback earned but not yet paid, and earned this month,   CBANKD03
008100*      per listed account                                         CBANKD03
008101       15  CD03O-RWD-DETAILS                 OCCURS 6 TIMES.      CBANKD03
008102         20  CD03O-RWD-BAL                   PIC S9(7)V99.        CBANKD03
008103         20  CD03O-RWD-MTD                   PIC S9(7)V99.        CBANKD03
008000                                                                  CBANKD03
