001600* by DBANK03P and enforced by the DBANK04P funds guard while    * CHOLDD01
001700* normal activity continues above them. Every action on a       * CHOLDD01
001800* hold is written to the exception log as its audit trail.      * CHOLDD01
001810* Card authorization holds are placed by the authorization      * CHOLDD01
001820* service (DAUTH01P) for an approved amount, carry the card in  * CHOLDD01
001830* the authority and the approval code in the cheque number,     * CHOLDD01
001840* are consumed when the switch settles the item (DBANK87P) and  * CHOLDD01
001850* lapse in the nightly run once the scheme's window has passed. * CHOLDD01
001860* A deposit hold on a cheque presented to another bank lifts    * CHOLDD01
001870* only when the outward clearing run (DOCLR01P) sees the item   * CHOLDD01
001880* clear, and is forfeited when the item comes back unpaid and   * CHOLDD01
001890* the credit is charged back.                                   * CHOLDD01
001891* A margin hold blocks the cash cover a corporate customer      * CHOLDD01
001892* lodges against a guarantee or standby letter of credit        * CHOLDD01
001893* (DGUAR01P). It names the guarantee in the authority, is never * CHOLDD01
001894* lifted by the nightly run, and is released only when the      * CHOLDD01
001895* guarantee expires, is cancelled or is paid under a claim.     * CHOLDD01
001900***************************************************************** CHOLDD01
002000   05  CDH1-DATA.                                                 CHOLDD01
002100     10  CDH1I-DATA.                                              CHOLDD01
002700         88  CDH1I-REMIT-LEGAL-HOLD          VALUE 'M'.           CHOLDD01
002800         88  CDH1I-TOTAL-HELD                VALUE 'T'.           CHOLDD01
002900         88  CDH1I-NIGHTLY-RELEASE           VALUE 'N'.           CHOLDD01
002920         88  CDH1I-PLACE-AUTH-HOLD           VALUE 'A'.           CHOLDD01
002940         88  CDH1I-SETTLE-AUTH-HOLD          VALUE 'S'.           CHOLDD01
002950         88  CDH1I-FORFEIT-HOLD              VALUE 'F'.           CHOLDD01
002960         88  CDH1I-PLACE-MARGIN-HOLD         VALUE 'C'.           CHOLDD01
003000       15  CDH1I-HOLD-ID                     PIC 9(7).            CHOLDD01
003100       15  CDH1I-ACC                         PIC X(9).            CHOLDD01
003200       15  CDH1I-AMOUNT                      PIC S9(7)V99 COMP-3. CHOLDD01
005400           25  CDH1O-LIST-AUTHORITY          PIC X(25).           CHOLDD01
005500       15  CDH1O-RELEASED                    PIC 9(5).            CHOLDD01
005600       15  CDH1O-EXPIRED                     PIC 9(5).            CHOLDD01
005620*      Authorization holds the switch never settled, lifted by    CHOLDD01
005640*      the nightly run                                            CHOLDD01
005660       15  CDH1O-AUTH-LAPSED                 PIC 9(5).            CHOLDD01
005700       15  CDH1O-MSG                         PIC X(62).           CHOLDD01
