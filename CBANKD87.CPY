001500* normally reject, with an exception logged for the             * CBANKD87
001600* settlement clerk, since the cash has already been paid out -  * CBANKD87
001700* and reconciles the file's trailer control totals against      * CBANKD87
001800* what was posted. A withdrawal approved online consumes its    * CBANKD87
001850* authorization hold as it posts.                               * CBANKD87
001860* A card purchase settles through the same file and a refund of * CBANKD87
001870* one is credited back; both carry the spending category the    * CBANKD87
001880* switch maps the merchant to, and on a debit account earn or   * CBANKD87
001890* take back cashback. The trailer totals count refunds gross.   * CBANKD87
001900***************************************************************** CBANKD87
002000   05  CD87-DATA.                                                 CBANKD87
002100     10  CD87I-DATA.                                              CBANKD87
003120*      lost, unissued or not yet activated - the account is       CBANKD87
003130*      not debited and the item goes to the exception log         CBANKD87
003140       15  CD87O-ITEMS-REJECTED              PIC 9(7).            CBANKD87
003142*      Withdrawals that consumed the authorization hold placed    CBANKD87
003144*      when the card was used - already proven against the        CBANKD87
003146*      available balance, so never force-posted                   CBANKD87
003148       15  CD87O-ITEMS-AUTHORIZED            PIC 9(7).            CBANKD87
003150       15  CD87O-DEVICES-SETTLED             PIC 9(5).            CBANKD87
003200       15  CD87O-TOTAL-POSTED                PIC S9(11)V99.       CBANKD87
003300       15  CD87O-MSG                         PIC X(62).           CBANKD87
