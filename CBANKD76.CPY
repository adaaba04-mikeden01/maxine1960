001600* a transfer shortly after a contact-detail change. Hits open   * CBANKD76
001700* cases on the queue; the back office lists and works them,     * CBANKD76
001800* and confirming a case freezes the account through DBANK09P.   * CBANKD76
001820* A failed or abandoned payment step-up code (DBANK93P) is      * CBANKD76
001840* scored on its own and opens a case the same way.              * CBANKD76
001900***************************************************************** CBANKD76
002000   05  CD76-DATA.                                                 CBANKD76
002100     10  CD76I-DATA.                                              CBANKD76
002300         88  CD76I-SCORE-POSTING             VALUE 'S'.           CBANKD76
002400         88  CD76I-LIST-CASES                VALUE 'L'.           CBANKD76
002500         88  CD76I-WORK-CASE                 VALUE 'W'.           CBANKD76
002550         88  CD76I-SCORE-STEP-UP             VALUE 'U'.           CBANKD76
002600       15  CD76I-PERSON-PID                  PIC X(5).            CBANKD76
002700       15  CD76I-FROM-ACC                    PIC X(9).            CBANKD76
002800       15  CD76I-TO-ACC                      PIC X(9).            CBANKD76
003200         88  CD76I-CLEAR-CASE                VALUE 'C'.           CBANKD76
003300         88  CD76I-CONFIRM-CASE              VALUE 'F'.           CBANKD76
003400       15  CD76I-USERID                      PIC X(5).            CBANKD76
003420       15  CD76I-STEP-OUTCOME                PIC X(1).            CBANKD76
003440         88  CD76I-STEP-FAILED               VALUE 'F'.           CBANKD76
003460         88  CD76I-STEP-ABANDONED            VALUE 'A'.           CBANKD76
003500     10  CD76O-DATA.                                              CBANKD76
003600       15  CD76O-RESULT                      PIC X(1).            CBANKD76
003700         88  CD76O-REQUEST-OK                VALUE '0'.           CBANKD76
