001300* users, denomination-level drawer proof with over/short        * CBRCHD01
001400* posted to its own ledger line, drawer/vault buy-sell          * CBRCHD01
001500* movements on the vault ledger (BNKVLT), and the daily         * CBRCHD01
001600* branch activity and cash position report. Foreign banknotes   * CBRCHD01
001620* are proved and moved the same way, by currency and note value * CBRCHD01
001640* (BNKFXDR drawer notes, BNKFXVL vault notes).                  * CBRCHD01
001700***************************************************************** CBRCHD01
001800   05  CBR1-DATA.                                                 CBRCHD01
001900     10  CBR1I-DATA.                                              CBRCHD01
004000         20  CBR1I-DENOM-ENTRY               OCCURS 6 TIMES.      CBRCHD01
004100           25  CBR1I-DEN-VALUE               PIC 9(3)V99.         CBRCHD01
004200           25  CBR1I-DEN-COUNT               PIC 9(5).            CBRCHD01
004210*      Foreign notes - a currency other than base proves, or movesCBRCHD01
004220*      between drawer and vault, the notes held in that currency; CBRCHD01
004230*      blank is the base-currency cash above                      CBRCHD01
004240       15  CBR1I-CURRENCY                    PIC X(3).            CBRCHD01
004250       15  CBR1I-NOTE-DENOMS.                                     CBRCHD01
004260         20  CBR1I-NOTE-ENTRY                OCCURS 6 TIMES.      CBRCHD01
004270           25  CBR1I-NOTE-VALUE              PIC 9(5)V99.         CBRCHD01
004280           25  CBR1I-NOTE-COUNT              PIC 9(5).            CBRCHD01
004300       15  CBR1I-USERID                      PIC X(5).            CBRCHD01
004400     10  CBR1O-DATA.                                              CBRCHD01
004500       15  CBR1O-RESULT                      PIC X(1).            CBRCHD01
004900       15  CBR1O-COUNTED-TOTAL               PIC S9(9)V99 COMP-3. CBRCHD01
005000       15  CBR1O-COMPUTED-TOTAL              PIC S9(9)V99 COMP-3. CBRCHD01
005100       15  CBR1O-OVER-SHORT                  PIC S9(7)V99 COMP-3. CBRCHD01
005110*      A foreign proof's over/short in base currency at the day's CBRCHD01
005120*      rate, and on a base proof the currencies whose notes in theCBRCHD01
005130*      drawer have not yet been proved today                      CBRCHD01
005140       15  CBR1O-BASE-OVER-SHORT             PIC S9(7)V99 COMP-3. CBRCHD01
005150       15  CBR1O-CCYS-TO-PROVE               PIC S9(4) COMP-3.    CBRCHD01
005200       15  CBR1O-VAULT-BALANCE               PIC S9(11)V99 COMP-3.CBRCHD01
005300       15  CBR1O-MSG                         PIC X(62).           CBRCHD01
