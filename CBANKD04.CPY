000100***************************************************************** CBANKD04
000200*                                                               * CBANKD04
000300*  Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.     * CBANKD04
000400*                                                               * CBANKD04
000500***************************************************************** CBANKD04
000600                                                                  CBANKD04
000700***************************************************************** CBANKD04
000800* CBANKD04.CPY                                                  * CBANKD04
000900*---------------------------------------------------------------* CBANKD04
001000* This area is used to pass data between a requesting program   * CBANKD04
001100* and the I/O program (DBANK04P) which updates account          * CBANKD04
001200* information.                                                  * CBANKD04
001300***************************************************************** CBANKD04
001400   05  CD04-DATA.                                                 CBANKD04
001500     10  CD04I-DATA.                                              CBANKD04
001600       15  CD04I-PERSON-PID                  PIC X(5).            CBANKD04
001700       15  CD04I-FROM-ACC                    PIC X(9).            CBANKD04
001800       15  CD04I-FROM-OLD-BAL                PIC S9(7)V99 COMP-3. CBANKD04
001900       15  CD04I-FROM-NEW-BAL                PIC S9(7)V99 COMP-3. CBANKD04
002000       15  CD04I-TO-ACC                      PIC X(9).            CBANKD04
002100       15  CD04I-TO-OLD-BAL                  PIC S9(7)V99 COMP-3. CBANKD04
002200       15  CD04I-TO-NEW-BAL                  PIC S9(7)V99 COMP-3. CBANKD04
002210       15  CD04I-LIMIT-CHECK                 PIC X(1).            CBANKD04
002220         88  CD04I-APPLY-LIMIT-CHECK       VALUE SPACE.           CBANKD04
002230         88  CD04I-SKIP-LIMIT-CHECK        VALUE 'Y'.             CBANKD04
002240*      A posting matching a recent one (same source account,      CBANKD04
002250*      destination and amount inside the detection window) is     CBANKD04
002260*      refused as a suspected duplicate unless the user has       CBANKD04
002270*      explicitly overridden the warning - the override itself    CBANKD04
002280*      is written to the exception log                            CBANKD04
002290       15  CD04I-DUP-OVERRIDE                PIC X(1).            CBANKD04
002291         88  CD04I-DUP-OVERRIDE-OFF        VALUE SPACE.           CBANKD04
002292         88  CD04I-DUP-OVERRIDE-ON         VALUE 'Y'.             CBANKD04
002293*      A credit to a credit card account is a payment towards the CBANKD04
002294*      card's minimum and is put on the card's activity - the cardCBANKD04
002295*      services apply the payments they take themselves, and say  CBANKD04
002296*      so here                                                    CBANKD04
002297       15  CD04I-CARD-PAYMENT                PIC X(1).            CBANKD04
002298         88  CD04I-CARD-PAYMENT-DUE        VALUE SPACE.           CBANKD04
002299         88  CD04I-CARD-PAYMENT-TAKEN      VALUE 'Y'.             CBANKD04
002300     10  CD04O-DATA.                                              CBANKD04
002400       15  CD04O-RESULT                      PIC X(1).            CBANKD04
002500         88  CD04O-UPDATE-OK                 VALUE '0'.           CBANKD04
002600         88  CD04O-UPDATE-FAIL               VALUE '1'.           CBANKD04
002650         88  CD04O-INSUFFICIENT-FUNDS      VALUE '2'.             CBANKD04
002660         88  CD04O-ACCOUNT-RESTRICTED      VALUE '3'.             CBANKD04
002670        88  CD04O-LIMIT-EXCEEDED          VALUE '4'.              CBANKD04
002680        88  CD04O-DUPLICATE-SUSPECT       VALUE '5'.              CBANKD04
002690        88  CD04O-NOTICE-REQUIRED         VALUE '6'.              CBANKD04
002695        88  CD04O-ALLOWANCE-EXCEEDED      VALUE '7'.              CBANKD04
002700       15  CD04O-TIMESTAMP                   PIC X(26).           CBANKD04
002800       15  CD04O-TIMESTAMP-R REDEFINES CD04O-TIMESTAMP.           CBANKD04
002900         20  CD04O-DATE                      PIC X(10).           CBANKD04
003000         20  CD040-FIL1                      PIC X(1).            CBANKD04
003100         20  CD04O-TIME                      PIC X(8).            CBANKD04
003200         20  CD040-FIL2                      PIC X(1).            CBANKD04
003300         20  CD040-MSEC                      PIC X(6).            CBANKD04
003400       15  CD04O-MSG                         PIC X(62).           CBANKD04
003410*        A transfer addressed to a corporate's virtual number is  CBANKD04
003420*        posted to the settlement account behind it - CD04I-TO-ACCCBANKD04
003430*        and its balances come back as the real account's, and theCBANKD04
003440*        virtual number is handed back here for the journal       CBANKD04
003450       15  CD04O-VIRTUAL-ACC                 PIC X(9).            CBANKD04
003500                                                                  CBANKD04
