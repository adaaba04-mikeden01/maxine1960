000100***************************************************************** CRPRQD01
000200*                                                               * CRPRQD01
000300* Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.      * CRPRQD01
000400*                                                               * CRPRQD01
000500***************************************************************** CRPRQD01
000600                                                                  CRPRQD01
000700***************************************************************** CRPRQD01
000800* CRPRQD01.CPY                                                  * CRPRQD01
000900*---------------------------------------------------------------* CRPRQD01
001000* This area is used to pass data between callers and the        * CRPRQD01
001100* inbound payment repair queue program (DRPRQ01P). Every item   * CRPRQD01
001200* DBANK69P cannot post, and every response record DBANK36P      * CRPRQD01
001300* cannot match, is held on BNKRPRQ with its original file, the  * CRPRQD01
001400* item as received and the reason, and ages against the         * CRPRQD01
001500* scheme's return deadline. An operator either repairs the      * CRPRQD01
001600* item - a corrected account, revalidated and reposted through  * CRPRQD01
001700* DBANK69P, or a corrected outbound reference reworked through  * CRPRQD01
001800* DBANK36P - or returns it to the originator with a scheme      * CRPRQD01
001900* return code on the ACHR return file. Both are captured under  * CRPRQD01
002000* maker-checker (DBANK81P type Q) and carried out on approval.  * CRPRQD01
002100***************************************************************** CRPRQD01
002200   05  CRQ1-DATA.                                                 CRPRQD01
002300     10  CRQ1I-DATA.                                              CRPRQD01
002400       15  CRQ1I-FUNCTION                    PIC X(1).            CRPRQD01
002500         88  CRQ1I-QUEUE-ITEM                VALUE 'Q'.           CRPRQD01
002600         88  CRQ1I-LIST-ITEMS                VALUE 'L'.           CRPRQD01
002700         88  CRQ1I-REPAIR-ITEM               VALUE 'R'.           CRPRQD01
002800         88  CRQ1I-RETURN-ITEM               VALUE 'X'.           CRPRQD01
002900         88  CRQ1I-EXECUTE-APPROVED          VALUE 'E'.           CRPRQD01
003000         88  CRQ1I-NIGHTLY-RUN               VALUE 'N'.           CRPRQD01
003100*        I an inbound file item from DBANK69P, A a response recordCRPRQD01
003200*        from DBANK36P                                            CRPRQD01
003300       15  CRQ1I-SOURCE                      PIC X(1).            CRPRQD01
003400         88  CRQ1I-SOURCE-INBOUND            VALUE 'I'.           CRPRQD01
003500         88  CRQ1I-SOURCE-RESPONSE           VALUE 'A'.           CRPRQD01
003600       15  CRQ1I-FILE-ID                     PIC X(8).            CRPRQD01
003700*        The item exactly as it arrived                           CRPRQD01
003800       15  CRQ1I-ITEM                        PIC X(46).           CRPRQD01
003900       15  CRQ1I-PAYMENT REDEFINES CRQ1I-ITEM.                    CRPRQD01
004000         20  CRQ1I-PAY-SEQ-NO                PIC X(7).            CRPRQD01
004100         20  CRQ1I-PAY-TYPE                  PIC X(1).            CRPRQD01
004200         20  CRQ1I-PAY-ACCNO                 PIC X(9).            CRPRQD01
004300         20  CRQ1I-PAY-AMOUNT                PIC X(9).            CRPRQD01
004400         20  CRQ1I-PAY-AMOUNT-N REDEFINES CRQ1I-PAY-AMOUNT        CRPRQD01
004500                                             PIC 9(7)V99.         CRPRQD01
004600         20  CRQ1I-PAY-ORIGINATOR            PIC X(20).           CRPRQD01
004700       15  CRQ1I-RESPONSE REDEFINES CRQ1I-ITEM.                   CRPRQD01
004800         20  CRQ1I-RTN-REF                   PIC X(7).            CRPRQD01
004900         20  CRQ1I-RTN-STATUS                PIC X(1).            CRPRQD01
005000         20  CRQ1I-RTN-REASON                PIC X(9).            CRPRQD01
005100         20  FILLER                          PIC X(29).           CRPRQD01
005200       15  CRQ1I-REASON                      PIC X(9).            CRPRQD01
005300*        Repair and return work one item; a list starts after it  CRPRQD01
005400       15  CRQ1I-ITEM-ID                     PIC 9(7).            CRPRQD01
005500*        The corrected beneficiary account for an inbound item,   CRPRQD01
005600*        or the corrected outbound reference for a response       CRPRQD01
005700       15  CRQ1I-NEW-ACC                     PIC X(9).            CRPRQD01
005800       15  CRQ1I-NEW-REF                     PIC X(7).            CRPRQD01
005900*        Blank takes the code that fits the reason held           CRPRQD01
006000       15  CRQ1I-RETURN-CODE                 PIC X(4).            CRPRQD01
006100       15  CRQ1I-AUTH-ID                     PIC 9(7).            CRPRQD01
006200       15  CRQ1I-USERID                      PIC X(5).            CRPRQD01
006300     10  CRQ1O-DATA.                                              CRPRQD01
006400       15  CRQ1O-RESULT                      PIC X(1).            CRPRQD01
006500         88  CRQ1O-REQUEST-OK                VALUE '0'.           CRPRQD01
006600         88  CRQ1O-REQUEST-FAIL              VALUE '1'.           CRPRQD01
006700         88  CRQ1O-NOT-FOUND                 VALUE '2'.           CRPRQD01
006800         88  CRQ1O-ACCNO-BAD                 VALUE '3'.           CRPRQD01
006900       15  CRQ1O-ITEM-ID                     PIC 9(7).            CRPRQD01
007000       15  CRQ1O-AUTH-ID                     PIC 9(7).            CRPRQD01
007100       15  CRQ1O-DEADLINE                    PIC X(10).           CRPRQD01
007200       15  CRQ1O-TXN-REF                     PIC X(12).           CRPRQD01
007300       15  CRQ1O-ITEM-COUNT                  PIC 9(1).            CRPRQD01
007400       15  CRQ1O-ITEMS.                                           CRPRQD01
007500         20  CRQ1O-ITEM-ENTRY                OCCURS 5 TIMES.      CRPRQD01
007600           25  CRQ1O-LST-ID                  PIC 9(7).            CRPRQD01
007700           25  CRQ1O-LST-SOURCE              PIC X(1).            CRPRQD01
007800           25  CRQ1O-LST-FILE-ID             PIC X(8).            CRPRQD01
007900           25  CRQ1O-LST-ACCNO               PIC X(9).            CRPRQD01
008000           25  CRQ1O-LST-AMOUNT              PIC S9(7)V99 COMP-3. CRPRQD01
008100           25  CRQ1O-LST-ORIGINATOR          PIC X(20).           CRPRQD01
008200           25  CRQ1O-LST-REASON              PIC X(9).            CRPRQD01
008300           25  CRQ1O-LST-DAYS-LEFT           PIC S9(3) COMP-3.    CRPRQD01
008400           25  CRQ1O-LST-STATUS              PIC X(1).            CRPRQD01
008500*        Nightly ageing - items open and items past the deadline  CRPRQD01
008600       15  CRQ1O-OPEN-COUNT                  PIC 9(5).            CRPRQD01
008700       15  CRQ1O-OVERDUE-COUNT               PIC 9(5).            CRPRQD01
008800       15  CRQ1O-MSG                         PIC X(62).           CRPRQD01
