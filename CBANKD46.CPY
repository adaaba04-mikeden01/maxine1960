001300* status, arrears bucket, dates - framed with DBANK91P          * CBANKD46
001400* control totals on its way out. Accounts belonging to a        * CBANKD46
001500* customer with an open BNKDISP case are suppressed and         * CBANKD46
001600* counted rather than reported. A customer under an open        * CBANKD46
001620* BNKINSV insolvency case is reported with status I, bucket     * CBANKD46
001640* INS and the notice date as the closed date. A written-off     * CBANKD46
001660* loan is reported with status W, bucket WO, the balance        * CBANKD46
001680* still owed after recoveries and the write-off date as the     * CBANKD46
001690* closed date.                                                  * CBANKD46
001700***************************************************************** CBANKD46
001800   05  CD46-DATA.                                                 CBANKD46
001900     10  CD46I-DATA.                                              CBANKD46
002600       15  CD46O-LOANS-REPORTED              PIC 9(7).            CBANKD46
002700       15  CD46O-FACILITIES-REPORTED         PIC 9(7).            CBANKD46
002800       15  CD46O-SUPPRESSED                  PIC 9(5).            CBANKD46
002850       15  CD46O-INSOLVENT                   PIC 9(5).            CBANKD46
002860       15  CD46O-WRITTEN-OFF                 PIC 9(5).            CBANKD46
002900       15  CD46O-MSG                         PIC X(62).           CBANKD46
