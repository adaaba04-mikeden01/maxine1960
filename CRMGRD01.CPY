000100***************************************************************** CRMGRD01
000200*                                                               * CRMGRD01
000300* Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.      * CRMGRD01
000400*                                                               * CRMGRD01
000500***************************************************************** CRMGRD01
000600                                                                  CRMGRD01
000700***************************************************************** CRMGRD01
000800* CRMGRD01.CPY                                                  * CRMGRD01
000900*---------------------------------------------------------------* CRMGRD01
001000* This area is used to pass data between callers and the        * CRMGRD01
001100* relationship manager program (DRMGR01P). Every customer PID,  * CRMGRD01
001200* personal or corporate, may carry one relationship manager     * CRMGRD01
001300* drawn from the staff users on BNKCUST, held on BNKRMGR with   * CRMGRD01
001400* each change of hands logged on BNKRMGH. The program assigns   * CRMGRD01
001500* a customer, lists a manager's portfolio with the balances     * CRMGRD01
001600* and the open KYC reviews, complaints, collections cases and   * CRMGRD01
001700* covenant breaches of each customer, moves a whole portfolio   * CRMGRD01
001800* on when a manager leaves, and once a month reports each       * CRMGRD01
001900* manager's portfolio movement off the BNKEODB balances.        * CRMGRD01
002000***************************************************************** CRMGRD01
002100   05  CRM1-DATA.                                                 CRMGRD01
002200     10  CRM1I-DATA.                                              CRMGRD01
002300       15  CRM1I-FUNCTION                    PIC X(1).            CRMGRD01
002400         88  CRM1I-ASSIGN-CUSTOMER           VALUE 'A'.           CRMGRD01
002500         88  CRM1I-LIST-PORTFOLIO            VALUE 'L'.           CRMGRD01
002600         88  CRM1I-REASSIGN-PORTFOLIO        VALUE 'R'.           CRMGRD01
002700         88  CRM1I-MONTHLY-RUN               VALUE 'M'.           CRMGRD01
002800*        The customer to assign, or the customer a list starts    CRMGRD01
002900*        after                                                    CRMGRD01
003000       15  CRM1I-PID                         PIC X(5).            CRMGRD01
003100*        The manager assigned to or listed, or whose portfolio    CRMGRD01
003200*        is moved on                                              CRMGRD01
003300       15  CRM1I-RM-USERID                   PIC X(5).            CRMGRD01
003400*        The manager a portfolio moves to - left blank each       CRMGRD01
003500*        customer goes to the manager holding the fewest          CRMGRD01
003600       15  CRM1I-NEW-RM-USERID               PIC X(5).            CRMGRD01
003700*        Why a portfolio moves - L the manager has left           CRMGRD01
003800       15  CRM1I-REASON                      PIC X(1).            CRMGRD01
003900         88  CRM1I-REASON-LEAVER             VALUE 'L'.           CRMGRD01
004000         88  CRM1I-REASON-MANUAL             VALUE 'M'.           CRMGRD01
004100*        The month to report, yyyy-mm - left blank the run        CRMGRD01
004200*        reports the month before the business date, once only    CRMGRD01
004300       15  CRM1I-MONTH                       PIC X(7).            CRMGRD01
004400       15  CRM1I-USERID                      PIC X(5).            CRMGRD01
004500     10  CRM1O-DATA.                                              CRMGRD01
004600       15  CRM1O-RESULT                      PIC X(1).            CRMGRD01
004700         88  CRM1O-REQUEST-OK                VALUE '0'.           CRMGRD01
004800         88  CRM1O-REQUEST-FAIL              VALUE '1'.           CRMGRD01
004900         88  CRM1O-NOT-FOUND                 VALUE '2'.           CRMGRD01
005000       15  CRM1O-RM-NAME                     PIC X(25).           CRMGRD01
005100*        The manager's whole portfolio                            CRMGRD01
005200       15  CRM1O-CUSTOMERS                   PIC 9(5).            CRMGRD01
005300       15  CRM1O-TOTAL-BALANCE               PIC S9(11)V99 COMP-3.CRMGRD01
005400       15  CRM1O-OPEN-ITEMS                  PIC 9(5).            CRMGRD01
005500       15  CRM1O-LIST-COUNT                  PIC 9(1).            CRMGRD01
005600       15  CRM1O-LIST.                                            CRMGRD01
005700         20  CRM1O-LIST-ENTRY                OCCURS 4 TIMES.      CRMGRD01
005800           25  CRM1O-LST-PID                 PIC X(5).            CRMGRD01
005900           25  CRM1O-LST-NAME                PIC X(25).           CRMGRD01
006000           25  CRM1O-LST-BALANCE             PIC S9(11)V99 COMP-3.CRMGRD01
006100           25  CRM1O-LST-KYC                 PIC 9(3).            CRMGRD01
006200           25  CRM1O-LST-COMPLAINTS          PIC 9(3).            CRMGRD01
006300           25  CRM1O-LST-COLLECTIONS         PIC 9(3).            CRMGRD01
006400           25  CRM1O-LST-COVENANTS           PIC 9(3).            CRMGRD01
006500*        A portfolio moved on - customers moved and those left    CRMGRD01
006600*        without a manager as there was nobody to take them       CRMGRD01
006700       15  CRM1O-MOVED                       PIC 9(5).            CRMGRD01
006800       15  CRM1O-UNASSIGNED                  PIC 9(5).            CRMGRD01
006900*        Monthly run totals                                       CRMGRD01
007000       15  CRM1O-MONTH                       PIC X(7).            CRMGRD01
007100       15  CRM1O-MANAGERS                    PIC 9(5).            CRMGRD01
007200       15  CRM1O-MSG                         PIC X(62).           CRMGRD01
