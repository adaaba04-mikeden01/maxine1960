013107            VALUE 'BBANK71P'.                                      CSRVOPT
013108        15  SRV-OPTION39-DESC                 PIC X(40)            CSRVOPT
013109            VALUE 'Automatic sweep arrangements            '.      CSRVOPT
013112*  Branch services menu option 40                                  CSRVOPT
013115      10  SRV-OPTION40.                                            CSRVOPT
013118        15  SRV-OPTION40-PROG                 PIC X(8)             CSRVOPT
013121            VALUE 'BBANK16P'.                                      CSRVOPT
013124        15  SRV-OPTION40-DESC                 PIC X(40)            CSRVOPT
013127            VALUE 'Credit card accounts                    '.      CSRVOPT
013130*  Branch services menu option 41                                  CSRVOPT
013133      10  SRV-OPTION41.                                            CSRVOPT
013136        15  SRV-OPTION41-PROG                 PIC X(8)             CSRVOPT
013139            VALUE 'BBANK17P'.                                      CSRVOPT
013142        15  SRV-OPTION41-DESC                 PIC X(40)            CSRVOPT
013145            VALUE 'Guarantees and standby credits          '.      CSRVOPT
013148*  Branch services menu option 42                                  CSRVOPT
013151      10  SRV-OPTION42.                                            CSRVOPT
013154        15  SRV-OPTION42-PROG                 PIC X(8)             CSRVOPT
013157            VALUE 'BBANK18P'.                                      CSRVOPT
013160        15  SRV-OPTION42-DESC                 PIC X(40)            CSRVOPT
013163            VALUE 'Safe-deposit boxes                      '.      CSRVOPT
013166*  Branch services menu option 43                                  CSRVOPT
013169      10  SRV-OPTION43.                                            CSRVOPT
013172        15  SRV-OPTION43-PROG                 PIC X(8)             CSRVOPT
013175            VALUE 'BBANK19P'.                                      CSRVOPT
013178        15  SRV-OPTION43-DESC                 PIC X(40)            CSRVOPT
013181            VALUE 'Mortgage escrow                         '.      CSRVOPT
013184    05  SRV-OPTIONS-R REDEFINES SRV-OPTIONS.                       CSRVOPT
013187      10  SRV-OPTN                            OCCURS 43 TIMES.     CSRVOPT
013200        15  SRV-OPTN-PROG                     PIC X(8).            CSRVOPT
013300        15  SRV-OPTN-DESC                     PIC X(40).           CSRVOPT
