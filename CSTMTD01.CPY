000100***************************************************************** CSTMTD01
000200*                                                               * CSTMTD01
000300* Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.      * CSTMTD01
000400*                                                               * CSTMTD01
000500***************************************************************** CSTMTD01
000600                                                                  CSTMTD01
000700***************************************************************** CSTMTD01
000800* CSTMTD01.CPY                                                  * CSTMTD01
000900*---------------------------------------------------------------* CSTMTD01
001000* This area is used to pass data between callers and the        * CSTMTD01
001100* statement archive program (DSTMT01P). The month-end statement * CSTMTD01
001200* job files every statement it produces - its period, opening   * CSTMTD01
001300* and closing balances and the lines behind it - on BNKSTMH and * CSTMTD01
001400* BNKSTML, where it is kept for the retention years housekeeping* CSTMTD01
001500* allows. Customers list and page through their past statements * CSTMTD01
001600* and may ask for a certified paper copy, which is charged at   * CSTMTD01
001700* the rate master's reprint fee and printed with a covering     * CSTMTD01
001800* letter through the letter engine.                             * CSTMTD01
001900***************************************************************** CSTMTD01
002000  05  CSM1-DATA.                                                  CSTMTD01
002100    10  CSM1I-DATA.                                               CSTMTD01
002200      15  CSM1I-FUNCTION                    PIC X(1).             CSTMTD01
002300        88  CSM1I-ARCHIVE                   VALUE 'A'.            CSTMTD01
002400        88  CSM1I-LIST                      VALUE 'L'.            CSTMTD01
002500        88  CSM1I-VIEW                      VALUE 'V'.            CSTMTD01
002600        88  CSM1I-QUOTE                     VALUE 'Q'.            CSTMTD01
002700        88  CSM1I-REPRINT                   VALUE 'R'.            CSTMTD01
002800      15  CSM1I-USERID                      PIC X(5).             CSTMTD01
002900*        Set when a customer asks - the account must then be      CSTMTD01
003000*        theirs. The statement job passes the account's owner     CSTMTD01
003100      15  CSM1I-PERSON-PID                  PIC X(5).             CSTMTD01
003200      15  CSM1I-ACC                         PIC X(9).             CSTMTD01
003300*        The statement wanted, by its statement date              CSTMTD01
003400      15  CSM1I-STMT-DATE                   PIC X(10).            CSTMTD01
003500*        Paging - F older statements or later lines from the      CSTMTD01
003600*        key, B the page before it. A statement date keys the     CSTMTD01
003700*        list, a line's timestamp keys the lines of a statement   CSTMTD01
003800      15  CSM1I-DIRECTION                   PIC X(1).             CSTMTD01
003900        88  CSM1I-PAGE-FORWARD              VALUE 'F'.            CSTMTD01
004000        88  CSM1I-PAGE-BACK                 VALUE 'B'.            CSTMTD01
004100      15  CSM1I-START-KEY                   PIC X(26).            CSTMTD01
004200*        The closing balance the statement job is snapshotting    CSTMTD01
004300      15  CSM1I-CLOSE-BAL                   PIC S9(7)V99 COMP-3.  CSTMTD01
004400    10  CSM1O-DATA.                                               CSTMTD01
004500      15  CSM1O-RESULT                      PIC X(1).             CSTMTD01
004600        88  CSM1O-REQUEST-OK                VALUE '0'.            CSTMTD01
004700        88  CSM1O-REQUEST-FAIL              VALUE '1'.            CSTMTD01
004800        88  CSM1O-NOT-FOUND                 VALUE '2'.            CSTMTD01
004900      15  CSM1O-LINES-ARCHIVED              PIC 9(5).             CSTMTD01
005000      15  CSM1O-FEE                         PIC Z(3)9.99.         CSTMTD01
005100      15  CSM1O-STMT-COUNT                  PIC 9(1).             CSTMTD01
005200      15  CSM1O-STMT                        OCCURS 6 TIMES.       CSTMTD01
005300        20  CSM1O-STM-DATE                  PIC X(10).            CSTMTD01
005400        20  CSM1O-STM-FROM                  PIC X(10).            CSTMTD01
005500        20  CSM1O-STM-OPEN-BAL              PIC -(6)9.99.         CSTMTD01
005600        20  CSM1O-STM-CLOSE-BAL             PIC -(6)9.99.         CSTMTD01
005700        20  CSM1O-STM-LINES                 PIC 9(4).             CSTMTD01
005800*        The statement being viewed and a page of its lines       CSTMTD01
005900      15  CSM1O-HDR-DATE                    PIC X(10).            CSTMTD01
006000      15  CSM1O-HDR-FROM                    PIC X(10).            CSTMTD01
006100      15  CSM1O-HDR-OPEN-BAL                PIC -(6)9.99.         CSTMTD01
006200      15  CSM1O-HDR-CLOSE-BAL               PIC -(6)9.99.         CSTMTD01
006300      15  CSM1O-HDR-LINES                   PIC 9(4).             CSTMTD01
006400      15  CSM1O-LINE-COUNT                  PIC 9(1).             CSTMTD01
006500      15  CSM1O-LINE                        OCCURS 8 TIMES.       CSTMTD01
006600        20  CSM1O-LIN-TS                    PIC X(26).            CSTMTD01
006700        20  CSM1O-LIN-DESC                  PIC X(30).            CSTMTD01
006800        20  CSM1O-LIN-AMOUNT                PIC -(6)9.99.         CSTMTD01
006900      15  CSM1O-MSG                         PIC X(62).            CSTMTD01
