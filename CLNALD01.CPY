000100***************************************************************** CLNALD01
000200*                                                               * CLNALD01
000300*  Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.     * CLNALD01
000400*                                                               * CLNALD01
000500***************************************************************** CLNALD01
000600                                                                  CLNALD01
000700***************************************************************** CLNALD01
000800* CLNALD01.CPY                                                  * CLNALD01
000900*---------------------------------------------------------------* CLNALD01
001000* This area is used to pass data between callers and the loan   * CLNALD01
001100* payment allocation program (DLNAL01P). Every receipt against  * CLNALD01
001200* a loan - the collection run, a set-off - is taken off the     * CLNALD01
001300* paying account and allocated in a fixed order: late fees,     * CLNALD01
001400* then overdue interest, then overdue principal, then the       * CLNALD01
001500* installment falling due on the as-of date. Each component is  * CLNALD01
001600* recorded against its BNKLNSC row and on BNKLNAL, which the    * CLNALD01
001700* arrears statement reads back to show how every payment was    * CLNALD01
001800* applied.                                                      * CLNALD01
001900***************************************************************** CLNALD01
002000   05  CLN1-DATA.                                                 CLNALD01
002100     10  CLN1I-DATA.                                              CLNALD01
002200       15  CLN1I-FUNCTION                    PIC X(1).            CLNALD01
002300         88  CLN1I-APPLY-RECEIPT             VALUE 'A'.           CLNALD01
002400         88  CLN1I-ARREARS-STATEMENT         VALUE 'S'.           CLNALD01
002500       15  CLN1I-LOAN-ID                     PIC X(6).            CLNALD01
002600       15  CLN1I-PERSON-PID                  PIC X(5).            CLNALD01
002700       15  CLN1I-ACCNO                       PIC X(9).            CLNALD01
002800       15  CLN1I-AMOUNT                      PIC S9(9)V99 COMP-3. CLNALD01
002900       15  CLN1I-ASOF-DATE                   PIC X(10).           CLNALD01
003000       15  CLN1I-DESC                        PIC X(30).           CLNALD01
003100       15  CLN1I-REF-PREFIX                  PIC X(2).            CLNALD01
003200     10  CLN1O-DATA.                                              CLNALD01
003300       15  CLN1O-RESULT                      PIC X(1).            CLNALD01
003400         88  CLN1O-REQUEST-OK                VALUE '0'.           CLNALD01
003500         88  CLN1O-REQUEST-FAIL              VALUE '1'.           CLNALD01
003600         88  CLN1O-LOAN-NOT-FOUND            VALUE '2'.           CLNALD01
003700       15  CLN1O-APPLIED                     PIC S9(9)V99 COMP-3. CLNALD01
003800       15  CLN1O-FEE-PART                    PIC S9(7)V99 COMP-3. CLNALD01
003900       15  CLN1O-INTEREST-PART               PIC S9(7)V99 COMP-3. CLNALD01
004000       15  CLN1O-PRINCIPAL-PART              PIC S9(7)V99 COMP-3. CLNALD01
004100       15  CLN1O-INSTALLMENTS-CLEARED        PIC 9(3).            CLNALD01
004200       15  CLN1O-REFERENCE                   PIC X(12).           CLNALD01
004300       15  CLN1O-FEE-ARREARS                 PIC S9(7)V99 COMP-3. CLNALD01
004400       15  CLN1O-INTEREST-ARREARS            PIC S9(7)V99 COMP-3. CLNALD01
004500       15  CLN1O-PRINCIPAL-ARREARS           PIC S9(7)V99 COMP-3. CLNALD01
004600       15  CLN1O-MSG                         PIC X(62).           CLNALD01
