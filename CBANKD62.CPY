001000* This area is used to pass data between a requesting program   * CBANKD62
001100* and the I/O program (DBANK62P) which files a loan             * CBANKD62
001200* application against BNKLOAN and, on approval, opens the       * CBANKD62
001300* resulting loan account on BNKACC via DBANK10P. A variable     * CBANKD62
001320* rate application ('V') carries its keyed rate as a margin     * CBANKD62
001340* over the base rate effective on the day it is filed.          * CBANKD62
001350* A loan that funds a claim paid under a bank guarantee         * CBANKD62
001360* (origin 'G', filed by DGUAR01P) skips the obligor check -     * CBANKD62
001370* the guarantee it replaces already counted against the limit.  * CBANKD62
001400***************************************************************** CBANKD62
001500 05  CD62-DATA.                                                   CBANKD62
001600   10  CD62I-DATA.                                                CBANKD62
001900       88  CD62I-APPROVE             VALUE 'P'.                   CBANKD62
002000     15  CD62I-PERSON-PID              PIC X(5).                  CBANKD62
002100     15  CD62I-LOAN-ID                 PIC X(6).                  CBANKD62
002200     15  CD62I-AMOUNT                  PIC S9(7)V99 COMP-3.       CBANKD62
002300     15  CD62I-RATE                    PIC S9V9(6) COMP-3.        CBANKD62
002400     15  CD62I-TERM                    PIC S9(5) COMP-3.          CBANKD62
002500     15  CD62I-PAYMENT                 PIC S9(7)V99 COMP-3.       CBANKD62
002520     15  CD62I-RATE-TYPE               PIC X(1).                  CBANKD62
002540       88  CD62I-RATE-VARIABLE       VALUE 'V'.                   CBANKD62
002560     15  CD62I-ORIGIN                  PIC X(1).                  CBANKD62
002580       88  CD62I-FROM-GUARANTEE-CLAIM VALUE 'G'.                  CBANKD62
002600   10  CD62O-DATA.                                                CBANKD62
002700     15  CD62O-LOAN-ID                 PIC X(6).                  CBANKD62
002800     15  CD62O-LOAN-ACCNO              PIC X(9).                  CBANKD62
