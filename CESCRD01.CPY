000100***************************************************************** CESCRD01
000200*                                                               * CESCRD01
000300*  Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.     * CESCRD01
000400*                                                               * CESCRD01
000500***************************************************************** CESCRD01
000600                                                                  CESCRD01
000700***************************************************************** CESCRD01
000800* CESCRD01.CPY                                                  * CESCRD01
000900*---------------------------------------------------------------* CESCRD01
001000* This area is used to pass data between callers and the        * CESCRD01
001100* mortgage escrow services (DESCR01P) which own the escrow      * CESCRD01
001200* register (BNKESCR) and the tax and insurance bills paid out   * CESCRD01
001300* of it (BNKESCB). A loan secured on BNKCOLL holds its escrow   * CESCRD01
001400* in a sub-account of type ES opened for the borrower; the      * CESCRD01
001500* servicing job (DBANK74P) moves the monthly escrow amount in   * CESCRD01
001600* as each installment is cleared, the nightly run pays each     * CESCRD01
001700* bill as it falls due to the payee through the outbound        * CESCRD01
001800* payment path (DBANK70P), and the annual analysis projects     * CESCRD01
001900* the coming year's bills, settles any shortage or surplus,     * CESCRD01
002000* resets the monthly amount and sends the escrow statement.     * CESCRD01
002100***************************************************************** CESCRD01
002200   05  CES1-DATA.                                                 CESCRD01
002300     10  CES1I-DATA.                                              CESCRD01
002400       15  CES1I-FUNCTION                    PIC X(1).            CESCRD01
002500         88  CES1I-OPEN-ESCROW               VALUE 'O'.           CESCRD01
002600         88  CES1I-ADD-BILL                  VALUE 'B'.           CESCRD01
002700         88  CES1I-CANCEL-BILL               VALUE 'X'.           CESCRD01
002800         88  CES1I-ENQUIRE                   VALUE 'E'.           CESCRD01
002900         88  CES1I-ANALYSE-NOW               VALUE 'Y'.           CESCRD01
003000         88  CES1I-COLLECT                   VALUE 'C'.           CESCRD01
003100         88  CES1I-NIGHTLY-RUN               VALUE 'N'.           CESCRD01
003200       15  CES1I-LOAN-ID                     PIC X(6).            CESCRD01
003300       15  CES1I-BILL-SEQ                    PIC 9(3).            CESCRD01
003400       15  CES1I-KIND                        PIC X(1).            CESCRD01
003500         88  CES1I-KIND-TAX                  VALUE 'T'.           CESCRD01
003600         88  CES1I-KIND-INSURANCE            VALUE 'I'.           CESCRD01
003700       15  CES1I-PAYEE-NAME                  PIC X(25).           CESCRD01
003800       15  CES1I-ROUTING                     PIC X(9).            CESCRD01
003900       15  CES1I-EXT-ACC                     PIC X(17).           CESCRD01
004000       15  CES1I-AMOUNT                      PIC S9(7)V99 COMP-3. CESCRD01
004100       15  CES1I-FREQ                        PIC X(1).            CESCRD01
004200         88  CES1I-FREQ-ANNUAL               VALUE 'A'.           CESCRD01
004300         88  CES1I-FREQ-HALF-YEARLY          VALUE 'H'.           CESCRD01
004400         88  CES1I-FREQ-QUARTERLY            VALUE 'Q'.           CESCRD01
004500       15  CES1I-NEXT-DUE                    PIC X(10).           CESCRD01
004600*        Collection - the account the installments were taken fromCESCRD01
004700*        and the date they were collected to                      CESCRD01
004800       15  CES1I-FROM-ACC                    PIC X(9).            CESCRD01
004900       15  CES1I-ASOF-DATE                   PIC X(10).           CESCRD01
005000       15  CES1I-USERID                      PIC X(5).            CESCRD01
005100     10  CES1O-DATA.                                              CESCRD01
005200       15  CES1O-RESULT                      PIC X(1).            CESCRD01
005300         88  CES1O-REQUEST-OK                VALUE '0'.           CESCRD01
005400         88  CES1O-REQUEST-FAIL              VALUE '1'.           CESCRD01
005500         88  CES1O-NOT-FOUND                 VALUE '2'.           CESCRD01
005600       15  CES1O-ESC-ACC                     PIC X(9).            CESCRD01
005700       15  CES1O-MONTHLY                     PIC S9(7)V99 COMP-3. CESCRD01
005800       15  CES1O-BALANCE                     PIC S9(7)V99 COMP-3. CESCRD01
005900       15  CES1O-NEXT-ANALYSIS               PIC X(10).           CESCRD01
006000       15  CES1O-PROJECTED                   PIC S9(7)V99 COMP-3. CESCRD01
006100       15  CES1O-SHORTAGE                    PIC S9(7)V99 COMP-3. CESCRD01
006200       15  CES1O-SURPLUS                     PIC S9(7)V99 COMP-3. CESCRD01
006300       15  CES1O-BILL-SEQ                    PIC 9(3).            CESCRD01
006400       15  CES1O-COLLECTED                   PIC S9(7)V99 COMP-3. CESCRD01
006500       15  CES1O-BILLS-PAID                  PIC 9(5).            CESCRD01
006600       15  CES1O-BILLS-SHORT                 PIC 9(5).            CESCRD01
006700       15  CES1O-ANALYSES                    PIC 9(5).            CESCRD01
006800       15  CES1O-BILL-LIST.                                       CESCRD01
006900         20  CES1O-BILL-ENTRY                OCCURS 3 TIMES.      CESCRD01
007000           25  CES1O-LST-SEQ                 PIC 9(3).            CESCRD01
007100           25  CES1O-LST-KIND                PIC X(1).            CESCRD01
007200           25  CES1O-LST-PAYEE               PIC X(25).           CESCRD01
007300           25  CES1O-LST-AMOUNT              PIC S9(7)V99 COMP-3. CESCRD01
007400           25  CES1O-LST-FREQ                PIC X(1).            CESCRD01
007500           25  CES1O-LST-NEXT-DUE            PIC X(10).           CESCRD01
007600       15  CES1O-MSG                         PIC X(62).           CESCRD01
