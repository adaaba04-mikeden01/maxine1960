000100***************************************************************** CALIAD01
000200*                                                               * CALIAD01
000300*  Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.     * CALIAD01
000400*                                                               * CALIAD01
000500***************************************************************** CALIAD01
000600                                                                  CALIAD01
000700***************************************************************** CALIAD01
000800* CALIAD01.CPY                                                  * CALIAD01
000900*---------------------------------------------------------------* CALIAD01
001000* This area is used to pass data between callers and the        * CALIAD01
001100* payment alias program (DALIA01P) which owns BNKALIAS - the    * CALIAD01
001200* customer's verified phone number or email registered as a     * CALIAD01
001300* payment alias against a receiving account. A registration     * CALIAD01
001400* only goes live once the one-time code DBANK93P sends to that  * CALIAD01
001500* phone or mailbox is keyed back. A payer paying by alias sees  * CALIAD01
001600* the payee's masked name first; the payment then posts         * CALIAD01
001700* internally through DBANK04P/DBANK06P when the alias is ours,  * CALIAD01
001800* or goes out through DBANK70P when the scheme directory        * CALIAD01
001900* (BNKALDIR) places it at another bank. Aliases are released    * CALIAD01
002000* when the contact detail behind them changes or the account    * CALIAD01
002100* they pay into closes.                                         * CALIAD01
002200***************************************************************** CALIAD01
002300   05  CAL1-DATA.                                                 CALIAD01
002400     10  CAL1I-DATA.                                              CALIAD01
002500       15  CAL1I-FUNCTION                    PIC X(1).            CALIAD01
002600         88  CAL1I-REGISTER-ALIAS            VALUE 'R'.           CALIAD01
002700         88  CAL1I-CONFIRM-ALIAS             VALUE 'C'.           CALIAD01
002800         88  CAL1I-RELEASE-ALIAS             VALUE 'X'.           CALIAD01
002900         88  CAL1I-RESOLVE-ALIAS             VALUE 'Q'.           CALIAD01
003000         88  CAL1I-PAY-ALIAS                 VALUE 'P'.           CALIAD01
003100*       Housekeeping from the programs that change what an alias  CALIAD01
003200*       rests on - the customer's contact details or the status   CALIAD01
003300*       of the receiving account                                  CALIAD01
003400         88  CAL1I-CONTACT-CHANGED           VALUE 'V'.           CALIAD01
003500         88  CAL1I-ACCOUNT-CLOSED            VALUE 'Z'.           CALIAD01
003600       15  CAL1I-PERSON-PID                  PIC X(5).            CALIAD01
003700       15  CAL1I-ALIAS-TYPE                  PIC X(1).            CALIAD01
003800         88  CAL1I-ALIAS-PHONE               VALUE 'T'.           CALIAD01
003900         88  CAL1I-ALIAS-EMAIL               VALUE 'E'.           CALIAD01
004000       15  CAL1I-ALIAS                       PIC X(30).           CALIAD01
004100       15  CAL1I-ACC                         PIC X(9).            CALIAD01
004200       15  CAL1I-FROM-ACC                    PIC X(9).            CALIAD01
004300       15  CAL1I-AMOUNT                      PIC S9(7)V99 COMP-3. CALIAD01
004400       15  CAL1I-CODE                        PIC X(6).            CALIAD01
004500       15  CAL1I-DUP-OVERRIDE                PIC X(1).            CALIAD01
004600     10  CAL1O-DATA.                                              CALIAD01
004700       15  CAL1O-RESULT                      PIC X(1).            CALIAD01
004800         88  CAL1O-REQUEST-OK                VALUE '0'.           CALIAD01
004900         88  CAL1O-REQUEST-FAIL              VALUE '1'.           CALIAD01
005000         88  CAL1O-ALIAS-NOT-FOUND           VALUE '2'.           CALIAD01
005100         88  CAL1O-CODE-MISMATCH             VALUE '3'.           CALIAD01
005200         88  CAL1O-NOT-OWN-ACCOUNT           VALUE '4'.           CALIAD01
005300         88  CAL1O-ACCOUNT-RESTRICTED        VALUE '5'.           CALIAD01
005400         88  CAL1O-INSUFFICIENT-FUNDS        VALUE '6'.           CALIAD01
005500         88  CAL1O-ALIAS-TAKEN               VALUE '7'.           CALIAD01
005600         88  CAL1O-DUPLICATE-SUSPECT         VALUE '8'.           CALIAD01
005700       15  CAL1O-ROUTE                       PIC X(1).            CALIAD01
005800         88  CAL1O-ROUTE-INTERNAL            VALUE 'I'.           CALIAD01
005900         88  CAL1O-ROUTE-EXTERNAL            VALUE 'E'.           CALIAD01
006000       15  CAL1O-MASKED-NAME                 PIC X(25).           CALIAD01
006100       15  CAL1O-REFERENCE                   PIC X(12).           CALIAD01
006200       15  CAL1O-RELEASED                    PIC 9(3).            CALIAD01
006300       15  CAL1O-MSG                         PIC X(62).           CALIAD01
