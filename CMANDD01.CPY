000100***************************************************************** CMANDD01
000200*                                                               * CMANDD01
000300* Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.      * CMANDD01
000400*                                                               * CMANDD01
000500***************************************************************** CMANDD01
000600                                                                  CMANDD01
000700***************************************************************** CMANDD01
000800* CMANDD01.CPY                                                  * CMANDD01
000900*---------------------------------------------------------------* CMANDD01
001000* This area is used to pass data between callers and the        * CMANDD01
001100* direct-debit mandate register (DMAND01P). Every originator    * CMANDD01
001200* allowed to collect from a customer's account is held on       * CMANDD01
001300* BNKDDMN under the originator's name and mandate reference,    * CMANDD01
001400* set up from the originator's own setup instruction or, for a  * CMANDD01
001500* mandate that predates the register, from the first collection * CMANDD01
001600* the originator presents. The inbound processor (DBANK69P) asks* CMANDD01
001700* the register about every collection before posting it - one   * CMANDD01
001800* against a cancelled or unknown mandate, or from an originator * CMANDD01
001900* the customer has blocked on BNKDDBK, goes back unpaid with the* CMANDD01
002000* scheme reason code. Customers list, cancel and block their    * CMANDD01
002100* mandates from the balance screen.                             * CMANDD01
002200***************************************************************** CMANDD01
002300  05  CMD1-DATA.                                                  CMANDD01
002400    10  CMD1I-DATA.                                               CMANDD01
002500      15  CMD1I-FUNCTION                    PIC X(1).             CMANDD01
002600        88  CMD1I-SETUP                     VALUE 'S'.            CMANDD01
002700        88  CMD1I-ORIG-CANCEL               VALUE 'X'.            CMANDD01
002800        88  CMD1I-CHECK-COLLECTION          VALUE 'K'.            CMANDD01
002900        88  CMD1I-RECORD-COLLECTION         VALUE 'P'.            CMANDD01
003000        88  CMD1I-LIST                      VALUE 'L'.            CMANDD01
003100        88  CMD1I-CANCEL                    VALUE 'C'.            CMANDD01
003200        88  CMD1I-BLOCK                     VALUE 'B'.            CMANDD01
003300        88  CMD1I-UNBLOCK                   VALUE 'U'.            CMANDD01
003400      15  CMD1I-USERID                      PIC X(5).             CMANDD01
003500*        Set when a customer asks - the account must then be      CMANDD01
003600*        theirs                                                   CMANDD01
003700      15  CMD1I-PERSON-PID                  PIC X(5).             CMANDD01
003800      15  CMD1I-ACC                         PIC X(9).             CMANDD01
003900*        The originator's name and mandate reference as the file  CMANDD01
004000*        carries them. A collection with no reference, as off the CMANDD01
004100*        repair queue, matches any mandate the originator holds   CMANDD01
004200      15  CMD1I-ORIGINATOR                  PIC X(20).            CMANDD01
004300      15  CMD1I-REF                         PIC X(18).            CMANDD01
004400      15  CMD1I-AMOUNT                      PIC S9(7)V99 COMP-3.  CMANDD01
004500*        The mandate to cancel, block the originator of, or recordCMANDD01
004600*        a collection against                                     CMANDD01
004700      15  CMD1I-MANDATE-ID                  PIC 9(7).             CMANDD01
004800*        Paging - F the mandates after the key, B those before it CMANDD01
004900      15  CMD1I-DIRECTION                   PIC X(1).             CMANDD01
005000        88  CMD1I-PAGE-FORWARD              VALUE 'F'.            CMANDD01
005100        88  CMD1I-PAGE-BACK                 VALUE 'B'.            CMANDD01
005200      15  CMD1I-START-ID                    PIC 9(7).             CMANDD01
005300    10  CMD1O-DATA.                                               CMANDD01
005400      15  CMD1O-RESULT                      PIC X(1).             CMANDD01
005500        88  CMD1O-REQUEST-OK                VALUE '0'.            CMANDD01
005600        88  CMD1O-REQUEST-FAIL              VALUE '1'.            CMANDD01
005700        88  CMD1O-NOT-FOUND                 VALUE '2'.            CMANDD01
005800*            A collection or setup the register refuses - the     CMANDD01
005900*            return code says which scheme reason applies         CMANDD01
006000        88  CMD1O-REFUSED                   VALUE '3'.            CMANDD01
006100      15  CMD1O-RETURN-CODE                 PIC X(4).             CMANDD01
006200        88  CMD1O-NO-MANDATE                VALUE 'MD01'.         CMANDD01
006300        88  CMD1O-ORIG-BLOCKED              VALUE 'SL01'.         CMANDD01
006400      15  CMD1O-MANDATE-ID                  PIC 9(7).             CMANDD01
006500*            Set when a first collection added the mandate        CMANDD01
006600      15  CMD1O-REGISTERED                  PIC X(1).             CMANDD01
006700      15  CMD1O-MAND-COUNT                  PIC 9(1).             CMANDD01
006800      15  CMD1O-MANDATE                     OCCURS 6 TIMES.       CMANDD01
006900        20  CMD1O-MND-ID                    PIC 9(7).             CMANDD01
007000        20  CMD1O-MND-ORIGINATOR            PIC X(20).            CMANDD01
007100        20  CMD1O-MND-REF                   PIC X(18).            CMANDD01
007200*                A active, C cancelled                            CMANDD01
007300        20  CMD1O-MND-STATUS                PIC X(1).             CMANDD01
007400*                I setup instruction, F first collection          CMANDD01
007500        20  CMD1O-MND-SOURCE                PIC X(1).             CMANDD01
007600        20  CMD1O-MND-BLOCKED               PIC X(1).             CMANDD01
007700        20  CMD1O-MND-LAST-DATE             PIC X(10).            CMANDD01
007800        20  CMD1O-MND-LAST-AMOUNT           PIC -(6)9.99.         CMANDD01
007900      15  CMD1O-MSG                         PIC X(62).            CMANDD01
