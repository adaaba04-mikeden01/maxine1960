000100***************************************************************** CBILLD01
000200*                                                               * CBILLD01
000300*  Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.     * CBILLD01
000400*                                                               * CBILLD01
000500***************************************************************** CBILLD01
000600                                                                  CBILLD01
000700***************************************************************** CBILLD01
000800* CBILLD01.CPY                                                  * CBILLD01
000900*---------------------------------------------------------------* CBILLD01
001000* This area is used to pass data between callers and the bill   * CBILLD01
001100* payment program (DBILL01P) which owns the biller directory    * CBILLD01
001200* (BNKBILR - each biller's reference format and check-digit     * CBILLD01
001300* rule, settlement account, GL line and cut-off), the           * CBILLD01
001400* customer's bill-payee list (BNKBPYE) and the bill payments    * CBILLD01
001500* awaiting remittance (BNKBPAY). A reference is validated       * CBILLD01
001600* against the biller's rule when the payee is added, a payment  * CBILLD01
001700* keyed after the biller's cut-off takes the next working day   * CBILLD01
001800* as its value date, and the nightly run cuts one remittance    * CBILLD01
001900* file per biller framed by DBANK91P and posts one settlement   * CBILLD01
002000* to the biller's GL line.                                      * CBILLD01
002100***************************************************************** CBILLD01
002200   05  CBP1-DATA.                                                 CBILLD01
002300     10  CBP1I-DATA.                                              CBILLD01
002400       15  CBP1I-FUNCTION                    PIC X(1).            CBILLD01
002500         88  CBP1I-SAVE-BILLER               VALUE 'D'.           CBILLD01
002600         88  CBP1I-ADD-PAYEE                 VALUE 'A'.           CBILLD01
002700         88  CBP1I-DELETE-PAYEE              VALUE 'X'.           CBILLD01
002800         88  CBP1I-LIST-PAYEES               VALUE 'L'.           CBILLD01
002900         88  CBP1I-PAY-BILL                  VALUE 'P'.           CBILLD01
003000         88  CBP1I-NIGHTLY-RUN               VALUE 'N'.           CBILLD01
003100       15  CBP1I-PERSON-PID                  PIC X(5).            CBILLD01
003200       15  CBP1I-PAYEE-SEQ                   PIC X(3).            CBILLD01
003300       15  CBP1I-BILLER                      PIC X(6).            CBILLD01
003400       15  CBP1I-CUST-REF                    PIC X(17).           CBILLD01
003500       15  CBP1I-FROM-ACC                    PIC X(9).            CBILLD01
003600       15  CBP1I-AMOUNT                      PIC S9(7)V99 COMP-3. CBILLD01
003700*      Biller directory entry, kept by the back office - the      CBILLD01
003800*      reference must be MIN-LEN to MAX-LEN long, digits only     CBILLD01
003900*      when NUMERIC is 'Y', and pass the check-digit rule         CBILLD01
004000       15  CBP1I-BILLER-NAME                 PIC X(25).           CBILLD01
004100       15  CBP1I-REF-MIN-LEN                 PIC 9(2).            CBILLD01
004200       15  CBP1I-REF-MAX-LEN                 PIC 9(2).            CBILLD01
004300       15  CBP1I-REF-NUMERIC                 PIC X(1).            CBILLD01
004400       15  CBP1I-CHECK-RULE                  PIC X(1).            CBILLD01
004500         88  CBP1I-CHECK-NONE                VALUE 'N'.           CBILLD01
004600         88  CBP1I-CHECK-LUHN                VALUE 'L'.           CBILLD01
004700         88  CBP1I-CHECK-MOD11               VALUE 'M'.           CBILLD01
004800       15  CBP1I-SETTLE-ROUTING              PIC X(9).            CBILLD01
004900       15  CBP1I-SETTLE-ACC                  PIC X(17).           CBILLD01
005000       15  CBP1I-GL-ACCT                     PIC X(6).            CBILLD01
005100       15  CBP1I-CUTOFF                      PIC X(8).            CBILLD01
005200       15  CBP1I-BILLER-STATUS               PIC X(1).            CBILLD01
005300         88  CBP1I-BILLER-ACTIVE             VALUE 'A'.           CBILLD01
005400         88  CBP1I-BILLER-SUSPENDED          VALUE 'S'.           CBILLD01
005500       15  CBP1I-USERID                      PIC X(5).            CBILLD01
005600     10  CBP1O-DATA.                                              CBILLD01
005700       15  CBP1O-RESULT                      PIC X(1).            CBILLD01
005800         88  CBP1O-REQUEST-OK                VALUE '0'.           CBILLD01
005900         88  CBP1O-REQUEST-FAIL              VALUE '1'.           CBILLD01
006000         88  CBP1O-PAYEE-NOT-FOUND           VALUE '2'.           CBILLD01
006100         88  CBP1O-REF-INVALID               VALUE '3'.           CBILLD01
006200         88  CBP1O-NOT-OWN-ACCOUNT           VALUE '4'.           CBILLD01
006300         88  CBP1O-ACCOUNT-RESTRICTED        VALUE '5'.           CBILLD01
006400         88  CBP1O-INSUFFICIENT-FUNDS        VALUE '6'.           CBILLD01
006500       15  CBP1O-PAYEE-SEQ                   PIC X(3).            CBILLD01
006600       15  CBP1O-PAYMENT-ID                  PIC 9(7).            CBILLD01
006700       15  CBP1O-VALUE-DATE                  PIC X(10).           CBILLD01
006800       15  CBP1O-PAYEE-COUNT                 PIC 9(1).            CBILLD01
006900       15  CBP1O-PAYEE-LIST.                                      CBILLD01
007000         20  CBP1O-PAYEE-ENTRY               OCCURS 3 TIMES.      CBILLD01
007100           25  CBP1O-LIST-SEQ                PIC X(3).            CBILLD01
007200           25  CBP1O-LIST-BILLER             PIC X(6).            CBILLD01
007300           25  CBP1O-LIST-REF                PIC X(17).           CBILLD01
007400           25  CBP1O-LIST-NAME               PIC X(25).           CBILLD01
007500*      Nightly-run results - one remittance file and one          CBILLD01
007600*      settlement per biller with payments due                    CBILLD01
007700       15  CBP1O-BILLERS-REMITTED            PIC 9(5).            CBILLD01
007800       15  CBP1O-PAYMENTS-REMITTED           PIC 9(7).            CBILLD01
007900       15  CBP1O-AMOUNT-REMITTED             PIC S9(9)V99 COMP-3. CBILLD01
008000       15  CBP1O-MSG                         PIC X(62).           CBILLD01
