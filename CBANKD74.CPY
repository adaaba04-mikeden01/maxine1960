000900*---------------------------------------------------------------* CBANKD74
001000* This area is used to drive and report back on a run of the    * CBANKD74
001100* loan servicing job (DBANK74P). The collect function takes     * CBANKD74
001150* what has fallen due on each loan from its nominated deposit   * CBANKD74
001200* account as one receipt, allocated fees first by DLNAL01P,     * CBANKD74
001250* marks installments it cannot clear as missed and charges the  * CBANKD74
001300* late fee once a missed installment is past its grace days,    * CBANKD74
001350* and moves the monthly escrow amount into a secured loan's     * CBANKD74
001400* escrow account for each installment cleared; the aging        * CBANKD74
001450* function queues the arrears report bucketed 30/60/90+ days.   * CBANKD74
001600***************************************************************** CBANKD74
001700   05  CD74-DATA.                                                 CBANKD74
001800     10  CD74I-DATA.                                              CBANKD74
003000       15  CD74O-ARREARS-30                  PIC 9(7).            CBANKD74
003100       15  CD74O-ARREARS-60                  PIC 9(7).            CBANKD74
003200       15  CD74O-ARREARS-90                  PIC 9(7).            CBANKD74
003220       15  CD74O-FEES-CHARGED                PIC 9(7).            CBANKD74
003240       15  CD74O-TOTAL-FEES                  PIC S9(9)V99.        CBANKD74
003250       15  CD74O-ESCROW-COLLECTED            PIC S9(9)V99.        CBANKD74
003300       15  CD74O-MSG                         PIC X(62).           CBANKD74
