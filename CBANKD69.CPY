001100* inbound direct-credit/direct-debit file processor (DBANK69P), * CBANKD69
001200* which drains the ACHI queue loaded from the originator's      * CBANKD69
001300* fixed-format file, validates and posts each item against      * CBANKD69
001400* BNKACC, and holds rejected items with a reason code on the    * CBANKD69
001450* payment repair queue (DRPRQ01P). CD69I-FILE-ID names the file * CBANKD69
001500* being run; the last item sequence posted for that file is     * CBANKD69
001550* checkpointed on BNKACHC, so a rerun after an abend re-loads   * CBANKD69
001600* the same file and skips straight past the items already       * CBANKD69
001650* posted - the same restart discipline as DBANK51P's CD51I-PID  * CBANKD69
001700* key. CD69I-REPOST-ITEM posts one repaired item (CD69I-ITEM)   * CBANKD69
001750* from the repair queue outside the checkpoint, returning the   * CBANKD69
001800* posting reference or the reason it is still refused. A credit * CBANKD69
001850* to a closed virtual number is returned to the originator      * CBANKD69
001900* straight away and counted in CD69O-ITEMS-RETURNED, as is a    * CBANKD69
001910* direct debit no live mandate on the payer's register covers   * CBANKD69
001920* or whose originator the customer has blocked (DMAND01P).      * CBANKD69
001930* Originators' mandate setup and cancellation instructions      * CBANKD69
001940* (item types N and X) update the register and are counted in   * CBANKD69
001950* CD69O-INSTRUCTIONS.                                           * CBANKD69
002000***************************************************************** CBANKD69
002100   05  CD69-DATA.                                                 CBANKD69
002200     10  CD69I-DATA.                                              CBANKD69
002300       15  CD69I-FILE-ID                     PIC X(8).            CBANKD69
002320       15  CD69I-FUNCTION                    PIC X(1).            CBANKD69
002340         88  CD69I-RUN-FILE                  VALUE SPACE.         CBANKD69
002360         88  CD69I-REPOST-ITEM               VALUE 'R'.           CBANKD69
002380       15  CD69I-ITEM                        PIC X(46).           CBANKD69
002400     10  CD69O-DATA.                                              CBANKD69
002500       15  CD69O-RESULT                      PIC X(1).            CBANKD69
002600         88  CD69O-RUN-OK                     VALUE '0'.          CBANKD69
003100       15  CD69O-DEBITS-POSTED               PIC 9(7).            CBANKD69
003200       15  CD69O-ITEMS-REJECTED              PIC 9(7).            CBANKD69
003210       15  CD69O-ITEMS-FORWARDED             PIC 9(7).            CBANKD69
003250       15  CD69O-ITEMS-RETURNED              PIC 9(7).            CBANKD69
003260       15  CD69O-INSTRUCTIONS                PIC 9(7).            CBANKD69
003300       15  CD69O-TOTAL-CREDITS               PIC S9(9)V99.        CBANKD69
003400       15  CD69O-TOTAL-DEBITS                PIC S9(9)V99.        CBANKD69
003500       15  CD69O-LAST-SEQ-POSTED             PIC 9(7).            CBANKD69
003520       15  CD69O-REJECT-REASON               PIC X(9).            CBANKD69
003540       15  CD69O-TXN-REF                     PIC X(12).           CBANKD69
003600       15  CD69O-MSG                         PIC X(62).           CBANKD69
