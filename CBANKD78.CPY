001300* contact details off BNKCUST, every BNKACC account with        * CBANKD78
001400* status and balance, joint holdings off BNKACCJT, open         * CBANKD78
001500* standing orders off BNKSTORD, loans off BNKLOAN, and the      * CBANKD78
001600* most recent alerts off BNKALRT, with a count of the covenant  * CBANKD78
001620* breaches the reviewer has confirmed on the customer's live    * CBANKD78
001640* loans (BNKCOVB), and the latest month the profitability run   * CBANKD78
001650* priced for the customer (BNKPRFC), and whether post to the    * CBANKD78
001660* customer is coming back undelivered (BNKRTML).                * CBANKD78
001700***************************************************************** CBANKD78
001800   05  CD78-DATA.                                                 CBANKD78
001900     10  CD78I-DATA.                                              CBANKD78
005700         20  CD78O-ALERT-ENTRY               OCCURS 3 TIMES.      CBANKD78
005800           25  CD78O-ALERT-REASON            PIC X(20).           CBANKD78
005900           25  CD78O-ALERT-TS                PIC X(19).           CBANKD78
005950       15  CD78O-COV-BREACHES                PIC 9(3).            CBANKD78
005960       15  CD78O-PRF-MONTH                   PIC X(7).            CBANKD78
005970       15  CD78O-PRF-PROFIT                  PIC S9(9)V99 COMP-3. CBANKD78
005980       15  CD78O-PRF-DECILE                  PIC 9(2).            CBANKD78
005990       15  CD78O-PRF-TIER                    PIC X(1).            CBANKD78
005995       15  CD78O-MAIL-RETURNED               PIC X(1).            CBANKD78
006000       15  CD78O-MSG                         PIC X(62).           CBANKD78
