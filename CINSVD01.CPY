000100***************************************************************** CINSVD01
000200*                                                               * CINSVD01
000300*  Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.     * CINSVD01
000400*                                                               * CINSVD01
000500***************************************************************** CINSVD01
000600                                                                  CINSVD01
000700***************************************************************** CINSVD01
000800* CINSVD01.CPY                                                  * CINSVD01
000900*---------------------------------------------------------------* CINSVD01
001000* This area is used to pass data between callers and the        * CINSVD01
001100* insolvency case services (DINSV01P) which own BNKINSV. A      * CINSVD01
001200* notice of bankruptcy, arrangement, liquidation or             * CINSVD01
001300* administration opens a case against a living customer: the    * CINSVD01
001400* undrawn part of every overdraft line is withdrawn through     * CINSVD01
001500* DBANK73P, the outbound standing orders are parked, the        * CINSVD01
001600* deposit accounts freeze through the DBANK09P lifecycle and a  * CINSVD01
001700* statement of balances as at the notice date is written for    * CINSVD01
001800* the trustee. While the case is open loan collection (DBANK74P * CINSVD01
001900* and DBANK45P) stands down, inbound direct-debit claims are    * CINSVD01
002000* returned by DBANK69P and the bureau extract (DBANK46P)        * CINSVD01
002100* reports the customer only as insolvent. The trustee's         * CINSVD01
002200* instructions either release the deposit accounts or keep      * CINSVD01
002300* them frozen; a discharge closes the case.                     * CINSVD01
002400***************************************************************** CINSVD01
002500  05  CIN1-DATA.                                                  CINSVD01
002600    10  CIN1I-DATA.                                               CINSVD01
002700      15  CIN1I-FUNCTION                    PIC X(1).             CINSVD01
002800        88  CIN1I-OPEN-CASE                 VALUE 'O'.            CINSVD01
002900        88  CIN1I-TRUSTEE-INSTRUCTIONS      VALUE 'T'.            CINSVD01
003000        88  CIN1I-BALANCE-STATEMENT         VALUE 'S'.            CINSVD01
003100        88  CIN1I-DISCHARGE                 VALUE 'D'.            CINSVD01
003200      15  CIN1I-PERSON-PID                  PIC X(5).             CINSVD01
003300      15  CIN1I-NOTICE-DATE                 PIC X(10).            CINSVD01
003400      15  CIN1I-CASE-TYPE                   PIC X(1).             CINSVD01
003500        88  CIN1I-CASE-BANKRUPTCY           VALUE 'B'.            CINSVD01
003600        88  CIN1I-CASE-ARRANGEMENT          VALUE 'V'.            CINSVD01
003700        88  CIN1I-CASE-LIQUIDATION          VALUE 'L'.            CINSVD01
003800        88  CIN1I-CASE-ADMINISTRATION       VALUE 'A'.            CINSVD01
003900        88  CIN1I-CASE-TYPE-VALID           VALUE 'B' 'V' 'L' 'A'.CINSVD01
004000      15  CIN1I-COURT-REF                   PIC X(20).            CINSVD01
004100      15  CIN1I-TRUSTEE                     PIC X(25).            CINSVD01
004200*        Trustee's instruction on the deposit accounts - R releaseCINSVD01
004300*        them for the trustee to operate, K keep them frozen      CINSVD01
004400      15  CIN1I-INSTRUCTION                 PIC X(1).             CINSVD01
004500        88  CIN1I-RELEASE-ACCOUNTS          VALUE 'R'.            CINSVD01
004600        88  CIN1I-KEEP-FROZEN               VALUE 'K'.            CINSVD01
004700      15  CIN1I-INSTR-TEXT                  PIC X(40).            CINSVD01
004800      15  CIN1I-USERID                      PIC X(5).             CINSVD01
004900    10  CIN1O-DATA.                                               CINSVD01
005000      15  CIN1O-RESULT                      PIC X(1).             CINSVD01
005100        88  CIN1O-REQUEST-OK                VALUE '0'.            CINSVD01
005200        88  CIN1O-REQUEST-FAIL              VALUE '1'.            CINSVD01
005300        88  CIN1O-NOT-FOUND                 VALUE '2'.            CINSVD01
005400      15  CIN1O-CASE-ID                     PIC 9(7).             CINSVD01
005500      15  CIN1O-ACCOUNTS-WORKED             PIC 9(3).             CINSVD01
005600      15  CIN1O-FACILITIES-WORKED           PIC 9(3).             CINSVD01
005700      15  CIN1O-ORDERS-STOPPED              PIC 9(5).             CINSVD01
005800      15  CIN1O-TOTAL-BALANCE               PIC S9(9)V99 COMP-3.  CINSVD01
005900      15  CIN1O-MSG                         PIC X(62).            CINSVD01
