000100***************************************************************** CSDBXD01
000200*                                                               * CSDBXD01
000300*  Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.     * CSDBXD01
000400*                                                               * CSDBXD01
000500***************************************************************** CSDBXD01
000600                                                                  CSDBXD01
000700***************************************************************** CSDBXD01
000800* CSDBXD01.CPY                                                  * CSDBXD01
000900*---------------------------------------------------------------* CSDBXD01
001000* This area is used to pass data between callers and the        * CSDBXD01
001100* safe-deposit box program (DSDBX01P). Each branch keeps its    * CSDBXD01
001200* box inventory on BNKSDBX by box number, size and status. A    * CSDBXD01
001300* rental agreement on BNKSDRN lets one box to up to three       * CSDBXD01
001400* renters (BNKSDRH), the first of whom is billed. Annual rent   * CSDBXD01
001500* is taken in advance from the nominated account at the         * CSDBXD01
001600* BNKRATE kind 'D' row for the box size. Rent the account       * CSDBXD01
001700* cannot cover is carried as arrears, and access is refused     * CSDBXD01
001800* until it is paid. Every visit is signed for and logged on     * CSDBXD01
001900* BNKSDAC. A box whose rent stays unpaid past the drilling      * CSDBXD01
002000* period is drilled under a witness and its contents are        * CSDBXD01
002100* listed on BNKSDIN. The contents are then registered with      * CSDBXD01
002200* the escheatment job (DBANK49P) as unclaimed property.         * CSDBXD01
002300***************************************************************** CSDBXD01
002400   05  CSB1-DATA.                                                 CSDBXD01
002500     10  CSB1I-DATA.                                              CSDBXD01
002600       15  CSB1I-FUNCTION                    PIC X(1).            CSDBXD01
002700         88  CSB1I-ADD-BOX                   VALUE 'B'.           CSDBXD01
002800         88  CSB1I-OPEN-RENTAL               VALUE 'O'.           CSDBXD01
002900         88  CSB1I-RECORD-ACCESS             VALUE 'A'.           CSDBXD01
003000         88  CSB1I-PAY-ARREARS               VALUE 'P'.           CSDBXD01
003100         88  CSB1I-CLOSE-RENTAL              VALUE 'C'.           CSDBXD01
003200         88  CSB1I-DRILL-BOX                 VALUE 'D'.           CSDBXD01
003300         88  CSB1I-RELEASE-CONTENTS          VALUE 'R'.           CSDBXD01
003400         88  CSB1I-ESCHEAT-CONTENTS          VALUE 'E'.           CSDBXD01
003500         88  CSB1I-NIGHTLY-RUN               VALUE 'N'.           CSDBXD01
003600       15  CSB1I-BRANCH                      PIC X(4).            CSDBXD01
003700       15  CSB1I-BOX-NO                      PIC X(5).            CSDBXD01
003800*        The BNKRATE type code the box's rent is held under       CSDBXD01
003900       15  CSB1I-BOX-SIZE                    PIC X(2).            CSDBXD01
004000       15  CSB1I-RENTAL-ID                   PIC 9(7).            CSDBXD01
004100*        The renters - the first is the primary renter            CSDBXD01
004200       15  CSB1I-HOLDERS.                                         CSDBXD01
004300         20  CSB1I-HOLDER-PID                PIC X(5)             CSDBXD01
004400             OCCURS 3 TIMES.                                      CSDBXD01
004500*        The renter at the vault door                             CSDBXD01
004600       15  CSB1I-PID                         PIC X(5).            CSDBXD01
004700*        The account the rent is taken from                       CSDBXD01
004800       15  CSB1I-ACC                         PIC X(9).            CSDBXD01
004900*        Keys issued on a new rental, handed back on surrender    CSDBXD01
005000       15  CSB1I-KEYS                        PIC 9(1).            CSDBXD01
005100       15  CSB1I-SIGNED                      PIC X(1).            CSDBXD01
005200         88  CSB1I-SIGNATURE-TAKEN           VALUE 'Y'.           CSDBXD01
005300*        Drilling - the second member of staff present, and what  CSDBXD01
005400*        was found in the box                                     CSDBXD01
005500       15  CSB1I-WITNESS                     PIC X(5).            CSDBXD01
005600       15  CSB1I-INVENTORY.                                       CSDBXD01
005700         20  CSB1I-INV-ENTRY                 OCCURS 5 TIMES.      CSDBXD01
005800           25  CSB1I-INV-DESC                PIC X(30).           CSDBXD01
005900           25  CSB1I-INV-CASH                PIC S9(7)V99 COMP-3. CSDBXD01
006000       15  CSB1I-USERID                      PIC X(5).            CSDBXD01
006100     10  CSB1O-DATA.                                              CSDBXD01
006200       15  CSB1O-RESULT                      PIC X(1).            CSDBXD01
006300         88  CSB1O-REQUEST-OK                VALUE '0'.           CSDBXD01
006400         88  CSB1O-REQUEST-FAIL              VALUE '1'.           CSDBXD01
006500         88  CSB1O-NOT-FOUND                 VALUE '2'.           CSDBXD01
006600         88  CSB1O-ACCESS-REFUSED            VALUE '3'.           CSDBXD01
006700       15  CSB1O-RENTAL-ID                   PIC 9(7).            CSDBXD01
006800       15  CSB1O-BRANCH                      PIC X(4).            CSDBXD01
006900       15  CSB1O-BOX-NO                      PIC X(5).            CSDBXD01
007000       15  CSB1O-ANNUAL-RENT                 PIC S9(5)V99 COMP-3. CSDBXD01
007100       15  CSB1O-PAID-TO                     PIC X(10).           CSDBXD01
007200       15  CSB1O-ARREARS                     PIC S9(7)V99 COMP-3. CSDBXD01
007300*        The escheatment claim and what the drilled box held      CSDBXD01
007400       15  CSB1O-ESC-ID                      PIC 9(7).            CSDBXD01
007500       15  CSB1O-CASH-FOUND                  PIC S9(7)V99 COMP-3. CSDBXD01
007600       15  CSB1O-CONTENTS                    PIC X(30).           CSDBXD01
007700*        Nightly run totals                                       CSDBXD01
007800       15  CSB1O-BILLED                      PIC 9(5).            CSDBXD01
007900       15  CSB1O-RENT-BILLED                 PIC S9(9)V99 COMP-3. CSDBXD01
008000       15  CSB1O-IN-ARREARS                  PIC 9(5).            CSDBXD01
008100       15  CSB1O-DRILL-DUE                   PIC 9(5).            CSDBXD01
008200       15  CSB1O-MSG                         PIC X(62).           CSDBXD01
