000100***************************************************************** CCOVND01
000200*                                                               * CCOVND01
000300*  Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.     * CCOVND01
000400*                                                               * CCOVND01
000500***************************************************************** CCOVND01
000600                                                                  CCOVND01
000700***************************************************************** CCOVND01
000800* CCOVND01.CPY                                                  * CCOVND01
000900*---------------------------------------------------------------* CCOVND01
001000* This area is used to pass data between callers and the        * CCOVND01
001100* covenant services (DCOVN01P) which own the covenant register  * CCOVND01
001200* (BNKCOVN) and the breach review queue (BNKCOVB). A business   * CCOVND01
001300* loan carries covenants of three types: a minimum average      * CCOVND01
001400* balance on an account, tested off the BNKEODB snapshot        * CCOVND01
001500* history through DBANK77P; a maximum overdraft usage, tested   * CCOVND01
001600* off the BNKODFA line; and delivery of a document, due on a    * CCOVND01
001700* working day from the DBANK98P calendar. The nightly test      * CCOVND01
001800* pass queues every breach for review and reports them to       * CCOVND01
001900* credit; a breach the reviewer confirms shows on the Customer  * CCOVND01
002000* 360 and counts in the obligor review (DBANK48P).              * CCOVND01
002100***************************************************************** CCOVND01
002200  05  CCV1-DATA.                                                  CCOVND01
002300    10  CCV1I-DATA.                                               CCOVND01
002400      15  CCV1I-FUNCTION                    PIC X(1).             CCOVND01
002500        88  CCV1I-ADD-COVENANT              VALUE 'A'.            CCOVND01
002600        88  CCV1I-DOCUMENT-RECEIVED         VALUE 'R'.            CCOVND01
002700        88  CCV1I-LIST-BREACHES             VALUE 'L'.            CCOVND01
002800        88  CCV1I-CONFIRM-BREACH            VALUE 'C'.            CCOVND01
002900        88  CCV1I-WAIVE-BREACH              VALUE 'W'.            CCOVND01
003000        88  CCV1I-NIGHTLY-RUN               VALUE 'N'.            CCOVND01
003100      15  CCV1I-LOAN-ID                     PIC X(6).             CCOVND01
003200      15  CCV1I-COV-TYPE                    PIC X(1).             CCOVND01
003300        88  CCV1I-TYPE-BALANCE              VALUE 'B'.            CCOVND01
003400        88  CCV1I-TYPE-DOCUMENT             VALUE 'D'.            CCOVND01
003500        88  CCV1I-TYPE-OVERDRAFT            VALUE 'O'.            CCOVND01
003600*        Account tested - defaults to the loan's disbursement     CCOVND01
003700*        account                                                  CCOVND01
003800      15  CCV1I-ACC                         PIC X(9).             CCOVND01
003900*        Minimum average balance, or maximum overdraft usage as a CCOVND01
004000*        percentage of the line                                   CCOVND01
004100      15  CCV1I-THRESHOLD                   PIC S9(9)V99 COMP-3.  CCOVND01
004200      15  CCV1I-FREQ                        PIC X(1).             CCOVND01
004300        88  CCV1I-FREQ-MONTHLY              VALUE 'M'.            CCOVND01
004400        88  CCV1I-FREQ-QUARTERLY            VALUE 'Q'.            CCOVND01
004500        88  CCV1I-FREQ-ANNUAL               VALUE 'A'.            CCOVND01
004600      15  CCV1I-NEXT-TEST                   PIC X(10).            CCOVND01
004700      15  CCV1I-DOC-DESC                    PIC X(30).            CCOVND01
004800      15  CCV1I-COV-ID                      PIC 9(7).             CCOVND01
004900      15  CCV1I-BREACH-ID                   PIC 9(7).             CCOVND01
005000      15  CCV1I-NOTE                        PIC X(30).            CCOVND01
005100      15  CCV1I-USERID                      PIC X(5).             CCOVND01
005200    10  CCV1O-DATA.                                               CCOVND01
005300      15  CCV1O-RESULT                      PIC X(1).             CCOVND01
005400        88  CCV1O-REQUEST-OK                VALUE '0'.            CCOVND01
005500        88  CCV1O-REQUEST-FAIL              VALUE '1'.            CCOVND01
005600        88  CCV1O-NOT-FOUND                 VALUE '2'.            CCOVND01
005700      15  CCV1O-COV-ID                      PIC 9(7).             CCOVND01
005800      15  CCV1O-NEXT-TEST                   PIC X(10).            CCOVND01
005900      15  CCV1O-COVENANTS-TESTED            PIC 9(5).             CCOVND01
006000      15  CCV1O-COVENANTS-BREACHED          PIC 9(5).             CCOVND01
006100      15  CCV1O-BREACH-LIST.                                      CCOVND01
006200        20  CCV1O-BREACH-ENTRY              OCCURS 3 TIMES.       CCOVND01
006300          25  CCV1O-LST-ID                  PIC 9(7).             CCOVND01
006400          25  CCV1O-LST-LOAN-ID             PIC X(6).             CCOVND01
006500          25  CCV1O-LST-TYPE                PIC X(1).             CCOVND01
006600          25  CCV1O-LST-TEST-DATE           PIC X(10).            CCOVND01
006700          25  CCV1O-LST-ACTUAL              PIC S9(9)V99 COMP-3.  CCOVND01
006800          25  CCV1O-LST-THRESHOLD           PIC S9(9)V99 COMP-3.  CCOVND01
006900      15  CCV1O-MSG                         PIC X(62).            CCOVND01
