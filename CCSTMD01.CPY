000100***************************************************************** CCSTMD01
000200*                                                               * CCSTMD01
000300* Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.      * CCSTMD01
000400*                                                               * CCSTMD01
000500***************************************************************** CCSTMD01
000600                                                                  CCSTMD01
000700***************************************************************** CCSTMD01
000800* CCSTMD01.CPY                                                  * CCSTMD01
000900*---------------------------------------------------------------* CCSTMD01
001000* This area is used to pass data between callers and the        * CCSTMD01
001100* corporate statement file program (DCSTM01P). A corporate      * CCSTMD01
001200* customer on BNKCORP subscribes an account on BNKCSTM; each    * CCSTMD01
001300* night every active subscription gets an MT940-style           * CCSTMD01
001400* statement - opening and closing booked balances, the          * CCSTMD01
001500* available balance after holds and one line per posting -      * CCSTMD01
001600* framed through DBANK91P onto the outbound queue. An account   * CCSTMD01
001700* that takes interim reports can also be sent the postings      * CCSTMD01
001800* since its last delivery during the day. Every delivery is     * CCSTMD01
001900* recorded on BNKCSTH.                                          * CCSTMD01
002000***************************************************************** CCSTMD01
002100   05  CCS1-DATA.                                                 CCSTMD01
002200     10  CCS1I-DATA.                                              CCSTMD01
002300       15  CCS1I-FUNCTION                    PIC X(1).            CCSTMD01
002400         88  CCS1I-SUBSCRIBE                 VALUE 'S'.           CCSTMD01
002500         88  CCS1I-UNSUBSCRIBE               VALUE 'U'.           CCSTMD01
002600         88  CCS1I-HISTORY                   VALUE 'H'.           CCSTMD01
002700         88  CCS1I-INTERIM-RUN               VALUE 'I'.           CCSTMD01
002800         88  CCS1I-NIGHTLY-RUN               VALUE 'N'.           CCSTMD01
002900       15  CCS1I-CORP-PID                    PIC X(5).            CCSTMD01
003000*        An interim run with no account reports every account of  CCSTMD01
003100*        the corporate that takes interim reports, or every such  CCSTMD01
003200*        account when no corporate is given either                CCSTMD01
003300       15  CCS1I-ACCNO                       PIC X(9).            CCSTMD01
003400       15  CCS1I-INTERIM                     PIC X(1).            CCSTMD01
003500         88  CCS1I-INTERIM-WANTED            VALUE 'Y'.           CCSTMD01
003600       15  CCS1I-USERID                      PIC X(5).            CCSTMD01
003700     10  CCS1O-DATA.                                              CCSTMD01
003800       15  CCS1O-RESULT                      PIC X(1).            CCSTMD01
003900         88  CCS1O-REQUEST-OK                VALUE '0'.           CCSTMD01
004000         88  CCS1O-REQUEST-FAIL              VALUE '1'.           CCSTMD01
004100         88  CCS1O-NOT-FOUND                 VALUE '2'.           CCSTMD01
004200       15  CCS1O-STATUS                      PIC X(1).            CCSTMD01
004300       15  CCS1O-INTERIM                     PIC X(1).            CCSTMD01
004400       15  CCS1O-STMT-NO                     PIC 9(5).            CCSTMD01
004500       15  CCS1O-ACCOUNTS                    PIC 9(5).            CCSTMD01
004600       15  CCS1O-LINES                       PIC 9(7).            CCSTMD01
004700       15  CCS1O-RECORD-COUNT                PIC 9(9).            CCSTMD01
004800       15  CCS1O-HASH-TOTAL                  PIC 9(13).           CCSTMD01
004900*        The latest deliveries for one account, newest first      CCSTMD01
005000       15  CCS1O-HIST-COUNT                  PIC 9(1).            CCSTMD01
005100       15  CCS1O-HISTORY.                                         CCSTMD01
005200         20  CCS1O-HIST-ENTRY                OCCURS 3 TIMES.      CCSTMD01
005300           25  CCS1O-HST-STMT-NO             PIC 9(5).            CCSTMD01
005400           25  CCS1O-HST-KIND                PIC X(1).            CCSTMD01
005500           25  CCS1O-HST-TS                  PIC X(26).           CCSTMD01
005600           25  CCS1O-HST-LINES               PIC 9(5).            CCSTMD01
005700           25  CCS1O-HST-CLOSE-BAL           PIC S9(9)V99 COMP-3. CCSTMD01
005800       15  CCS1O-MSG                         PIC X(62).           CCSTMD01
