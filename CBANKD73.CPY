001400* place the posting paths (DBANK04P transfers, DBANK67P cheque  * CBANKD73
001500* clearing) ask whether a balance may run negative; the excess  * CBANKD73
001600* function queues the morning report of accounts sitting        * CBANKD73
001700* beyond their line. A new or raised limit is put to the credit * CBANKD73
001720* scorecard (DSCOR01P) first, and the excess-days function      * CBANKD73
001740* counts the days a customer has spent in unarranged excess     * CBANKD73
001760* for the scorecard.                                            * CBANKD73
001800***************************************************************** CBANKD73
001900   05  CD73-DATA.                                                 CBANKD73
002000     10  CD73I-DATA.                                              CBANKD73
002400         88  CD73I-READ-FACILITY             VALUE 'R'.           CBANKD73
002500         88  CD73I-COVER-CHECK               VALUE 'C'.           CBANKD73
002600         88  CD73I-EXCESS-REPORT             VALUE 'E'.           CBANKD73
002650         88  CD73I-EXCESS-DAYS               VALUE 'U'.           CBANKD73
002700       15  CD73I-ACC                         PIC X(9).            CBANKD73
002800       15  CD73I-LIMIT                       PIC S9(7)V99 COMP-3. CBANKD73
002900       15  CD73I-EXPIRY-DATE                 PIC X(10).           CBANKD73
003000*        For the cover check - how far below zero the posting     CBANKD73
003100*        would take the balance (a positive shortfall amount)     CBANKD73
003200       15  CD73I-SHORTFALL                   PIC S9(7)V99 COMP-3. CBANKD73
003220*        For the excess-days count, the customer counted; for a   CBANKD73
003240*        sanction, the officer sanctioning the limit              CBANKD73
003260       15  CD73I-PERSON-PID                  PIC X(5).            CBANKD73
003280       15  CD73I-USERID                      PIC X(5).            CBANKD73
003300     10  CD73O-DATA.                                              CBANKD73
003400       15  CD73O-RESULT                      PIC X(1).            CBANKD73
003500         88  CD73O-REQUEST-OK                VALUE '0'.           CBANKD73
003700         88  CD73O-NO-FACILITY               VALUE '2'.           CBANKD73
003800         88  CD73O-NOT-COVERED               VALUE '3'.           CBANKD73
003900         88  CD73O-FACILITY-EXPIRED          VALUE '4'.           CBANKD73
003920*        A sanction the scorecard referred to a credit officer or CBANKD73
003940*        declined                                                 CBANKD73
003960         88  CD73O-REFERRED                  VALUE '5'.           CBANKD73
003980         88  CD73O-DECLINED                  VALUE '6'.           CBANKD73
004000       15  CD73O-LIMIT                       PIC S9(7)V99 COMP-3. CBANKD73
004100       15  CD73O-EXPIRY-DATE                 PIC X(10).           CBANKD73
004200*        The accounts listed by the excess report, or the days    CBANKD73
004220*        counted by the excess-days function                      CBANKD73
004240       15  CD73O-EXCESS-COUNT                PIC 9(7).            CBANKD73
004300       15  CD73O-MSG                         PIC X(62).           CBANKD73
