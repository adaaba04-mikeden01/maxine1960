000100***************************************************************** CVACCD01
000200*                                                               * CVACCD01
000300* Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.      * CVACCD01
000400*                                                               * CVACCD01
000500***************************************************************** CVACCD01
000600                                                                  CVACCD01
000700***************************************************************** CVACCD01
000800* CVACCD01.CPY                                                  * CVACCD01
000900*---------------------------------------------------------------* CVACCD01
001000* This area is used to pass data between callers and the        * CVACCD01
001100* virtual account program (DVACC01P). A corporate customer on   * CVACCD01
001200* BNKCORP is issued a block of virtual account numbers on       * CVACCD01
001300* BNKVACC, each with its own check digit and IBAN, all of       * CVACCD01
001400* them settling to one real BNKACC account the corporate        * CVACCD01
001500* holds. The posting paths resolve a credit addressed to a      * CVACCD01
001600* virtual number to its settlement account, and record every    * CVACCD01
001700* credit so taken on BNKVAPT. A closed virtual number resolves  * CVACCD01
001800* as closed so the credit is returned rather than posted. The   * CVACCD01
001900* nightly run reports each corporate's credits grouped by       * CVACCD01
002000* virtual number into the report repository and sends the       * CVACCD01
002100* same grouping as a receivables file framed through DBANK91P.  * CVACCD01
002200***************************************************************** CVACCD01
002300   05  CVA1-DATA.                                                 CVACCD01
002400     10  CVA1I-DATA.                                              CVACCD01
002500       15  CVA1I-FUNCTION                    PIC X(1).            CVACCD01
002600         88  CVA1I-ISSUE-BLOCK               VALUE 'I'.           CVACCD01
002700         88  CVA1I-CLOSE-VIRTUAL             VALUE 'C'.           CVACCD01
002800         88  CVA1I-LIST-VIRTUAL              VALUE 'L'.           CVACCD01
002900         88  CVA1I-RESOLVE-ACC               VALUE 'R'.           CVACCD01
003000         88  CVA1I-RECORD-CREDIT             VALUE 'P'.           CVACCD01
003100         88  CVA1I-NIGHTLY-RUN               VALUE 'N'.           CVACCD01
003200       15  CVA1I-CORP-PID                    PIC X(5).            CVACCD01
003300*        The settlement account a block is issued against, the    CVACCD01
003400*        virtual number to close, resolve or record against, or   CVACCD01
003500*        the virtual number a list starts after                   CVACCD01
003600       15  CVA1I-ACCNO                       PIC X(9).            CVACCD01
003700       15  CVA1I-COUNT                       PIC 9(3).            CVACCD01
003800*        The credit taken - the real account it posted to, the    CVACCD01
003900*        posting reference and time, and where it came from:      CVACCD01
004000*        F an inbound payment file item, R a returned outbound    CVACCD01
004100*        payment, T an internal transfer                          CVACCD01
004200       15  CVA1I-REAL-ACC                    PIC X(9).            CVACCD01
004300       15  CVA1I-AMOUNT                      PIC S9(7)V99 COMP-3. CVACCD01
004400       15  CVA1I-TXN-REF                     PIC X(12).           CVACCD01
004500       15  CVA1I-POST-TS                     PIC X(26).           CVACCD01
004600       15  CVA1I-SOURCE                      PIC X(1).            CVACCD01
004700         88  CVA1I-SOURCE-FILE               VALUE 'F'.           CVACCD01
004800         88  CVA1I-SOURCE-RETURN             VALUE 'R'.           CVACCD01
004900         88  CVA1I-SOURCE-TRANSFER           VALUE 'T'.           CVACCD01
005000       15  CVA1I-ORIGINATOR                  PIC X(20).           CVACCD01
005100       15  CVA1I-USERID                      PIC X(5).            CVACCD01
005200     10  CVA1O-DATA.                                              CVACCD01
005300       15  CVA1O-RESULT                      PIC X(1).            CVACCD01
005400         88  CVA1O-REQUEST-OK                VALUE '0'.           CVACCD01
005500         88  CVA1O-REQUEST-FAIL              VALUE '1'.           CVACCD01
005600         88  CVA1O-NOT-FOUND                 VALUE '2'.           CVACCD01
005700*        A resolve of a number that is not a virtual one comes    CVACCD01
005800*        back OK with the flag off - the caller posts as before   CVACCD01
005900       15  CVA1O-VIRTUAL                     PIC X(1).            CVACCD01
006000         88  CVA1O-IS-VIRTUAL                VALUE 'Y'.           CVACCD01
006100       15  CVA1O-STATUS                      PIC X(1).            CVACCD01
006200         88  CVA1O-VIRTUAL-OPEN              VALUE 'A'.           CVACCD01
006300         88  CVA1O-VIRTUAL-CLOSED            VALUE 'C'.           CVACCD01
006400       15  CVA1O-REAL-ACC                    PIC X(9).            CVACCD01
006500       15  CVA1O-CORP-PID                    PIC X(5).            CVACCD01
006600       15  CVA1O-IBAN                        PIC X(17).           CVACCD01
006700       15  CVA1O-ISSUED                      PIC 9(3).            CVACCD01
006800       15  CVA1O-FIRST-VACC                  PIC X(9).            CVACCD01
006900       15  CVA1O-LAST-VACC                   PIC X(9).            CVACCD01
007000       15  CVA1O-LIST-COUNT                  PIC 9(1).            CVACCD01
007100       15  CVA1O-LIST.                                            CVACCD01
007200         20  CVA1O-LIST-ENTRY                OCCURS 3 TIMES.      CVACCD01
007300           25  CVA1O-LST-VACC                PIC X(9).            CVACCD01
007400           25  CVA1O-LST-IBAN                PIC X(17).           CVACCD01
007500           25  CVA1O-LST-STATUS              PIC X(1).            CVACCD01
007600           25  CVA1O-LST-REAL-ACC            PIC X(9).            CVACCD01
007700*        Nightly run totals                                       CVACCD01
007800       15  CVA1O-CORPORATES                  PIC 9(5).            CVACCD01
007900       15  CVA1O-CREDITS                     PIC 9(7).            CVACCD01
008000       15  CVA1O-RECORD-COUNT                PIC 9(9).            CVACCD01
008100       15  CVA1O-HASH-TOTAL                  PIC 9(13).           CVACCD01
008200       15  CVA1O-MSG                         PIC X(62).           CVACCD01
