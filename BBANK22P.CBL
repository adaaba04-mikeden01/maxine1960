001500* Function:    Teller cash screen - post an over-the-counter    * BBANK22P
001600*              cash deposit or withdrawal through DBANK66P and  * BBANK22P
001700*              show the teller drawer position for end-of-day   * BBANK22P
001800*              balancing, and quote, buy or sell foreign        * BBANK22P
001850*              banknotes over the counter through DFXNT01P      * BBANK22P
001900***************************************************************** BBANK22P
002000                                                                  BBANK22P
002100 IDENTIFICATION DIVISION.                                         BBANK22P
005100                                             PIC 9(7)V99.         BBANK22P
005200   05  WS-EDIT-BALANCE                       PIC Z,ZZZ,ZZ9.99-.   BBANK22P
005300   05  WS-EDIT-DRAWER                        PIC ZZ,ZZZ,ZZ9.99-.  BBANK22P
005310   05  WS-DENVAL-WORK                        PIC X(6).            BBANK22P
005320   05  WS-DENVAL-WORK-N REDEFINES WS-DENVAL-WORK                  BBANK22P
005330                                             PIC 9(4)V99.         BBANK22P
005340   05  WS-DENCNT-WORK                        PIC X(5).            BBANK22P
005350   05  WS-DENCNT-WORK-N REDEFINES WS-DENCNT-WORK                  BBANK22P
005360                                             PIC 9(5).            BBANK22P
005370   05  WS-DENOM-TOTAL                        PIC S9(9)V99 COMP-3. BBANK22P
005380   05  WS-SUB1                               PIC S9(4) COMP.      BBANK22P
005382   05  WS-NOTEVAL-WORK                       PIC X(7).            BBANK22P
005384   05  WS-NOTEVAL-WORK-N REDEFINES WS-NOTEVAL-WORK                BBANK22P
005386                                             PIC 9(5)V99.         BBANK22P
005388   05  WS-NOTECNT-WORK                       PIC X(5).            BBANK22P
005390   05  WS-NOTECNT-WORK-N REDEFINES WS-NOTECNT-WORK                BBANK22P
005392                                             PIC 9(5).            BBANK22P
005394   05  WS-NOTE-LINES                         PIC S9(4) COMP.      BBANK22P
005396   05  WS-EDIT-FX-RATE                       PIC ZZ9.999999.      BBANK22P
005398   05  WS-EDIT-FX-AMOUNT                     PIC -(10)9.99.       BBANK22P
005400                                                                  BBANK22P
005500 01  WS-BANK-DATA.                                                BBANK22P
005600 COPY CBANKDAT.                                                   BBANK22P
005700 COPY CTIMERD.                                                    BBANK22P
005720 01  WS-SESSION-DATA.                                             BBANK22P
005740 COPY CSIGND01.                                                   BBANK22P
005800 01  WS-EXCEPTION-DATA.                                           BBANK22P
005900 COPY CBANKD16.                                                   BBANK22P
                                                                        BBANK22P
006000                                                                  BBANK22P
006100 01  WS-CASH-DATA.                                                BBANK22P
006200 COPY CBANKD66.                                                   BBANK22P
006220 01  WS-RDIR-DATA.                                                BBANK22P
006240 COPY CRDIRD01.                                                   BBANK22P
006260 01  WS-JOURNAL-DATA.                                             BBANK22P
006280 COPY CEJRND01.                                                   BBANK22P
006285 01  WS-FX-DATA.                                                  BBANK22P
006290 COPY CFXNTD01.                                                   BBANK22P
006300                                                                  BBANK22P
       01  WS-ACCNO-CHECK.                                              BBANK22P
       COPY CBANKD99.                                                   BBANK22P
006500                                                                  BBANK22P
006600 LINKAGE SECTION.                                                 BBANK22P
006700 01  DFHCOMMAREA.                                                 BBANK22P
006800   05  LK-COMMAREA                           PIC X(32654).        BBANK22P
006900                                                                  BBANK22P
007000 COPY CENTRY.                                                     BBANK22P
007100***************************************************************** BBANK22P
015200        MOVE 'MBANK22' TO BANK-NEXT-MAPSET                        BBANK22P
015300        MOVE 'BANK22A' TO BANK-NEXT-MAP                           BBANK22P
015400        MOVE LOW-VALUES TO BANK-SCREEN22-DATA                     BBANK22P
015450        MOVE LOW-VALUES TO BANK-SCREEN22-FX-DATA                  BBANK22P
015500        GO TO COMMON-RETURN                                       BBANK22P
015600     END-IF.                                                      BBANK22P
015700                                                                  BBANK22P
017300        GO TO COMMON-RETURN                                       BBANK22P
017400     END-IF.                                                      BBANK22P
017500                                                                  BBANK22P
017510     IF BANK-SCR22-ACTION IS EQUAL TO 'Q' OR                      BBANK22P
017520        BANK-SCR22-ACTION IS EQUAL TO 'X'                         BBANK22P
017530        PERFORM EXCHANGE-FOREIGN-NOTES THRU                       BBANK22P
017540                EXCHANGE-FOREIGN-NOTES-EXIT                       BBANK22P
017550        GO TO COMMON-RETURN                                       BBANK22P
017560     END-IF.                                                      BBANK22P
017600     PERFORM POST-CASH-MOVEMENT THRU                              BBANK22P
017700             POST-CASH-MOVEMENT-EXIT.                             BBANK22P
017800     GO TO COMMON-RETURN.                                         BBANK22P
              GO TO VALIDATE-INPUT-ERROR                                BBANK22P
           END-IF.                                                      BBANK22P
020100     IF BANK-SCR22-ACTION IS NOT EQUAL TO 'D' AND                 BBANK22P
020150        BANK-SCR22-ACTION IS NOT EQUAL TO 'W' AND                 BBANK22P
020200        BANK-SCR22-ACTION IS NOT EQUAL TO 'T' AND                 BBANK22P
020250        BANK-SCR22-ACTION IS NOT EQUAL TO 'Q' AND                 BBANK22P
020300        BANK-SCR22-ACTION IS NOT EQUAL TO 'X'                     BBANK22P
020350        MOVE 'Action must be D,W,T, or Q/X to quote/deal in notes'BBANK22P
020400          TO WS-ERROR-MSG                                         BBANK22P
020450        GO TO VALIDATE-INPUT-ERROR                                BBANK22P
020500     END-IF.                                                      BBANK22P
020800     IF BANK-SCR22-DRAWER IS EQUAL TO SPACES OR                   BBANK22P
020900        BANK-SCR22-DRAWER IS EQUAL TO LOW-VALUES                  BBANK22P
021000        MOVE 'Please input the drawer number' TO WS-ERROR-MSG     BBANK22P
021100        GO TO VALIDATE-INPUT-ERROR                                BBANK22P
021200     END-IF.                                                      BBANK22P
021210     IF BANK-SCR22-ACTION IS EQUAL TO 'Q' OR                      BBANK22P
021220        BANK-SCR22-ACTION IS EQUAL TO 'X'                         BBANK22P
021230        PERFORM VALIDATE-FX-INPUT THRU                            BBANK22P
021240                VALIDATE-FX-INPUT-EXIT                            BBANK22P
021250        GO TO VALIDATE-INPUT-EXIT                                 BBANK22P
021260     END-IF.                                                      BBANK22P
021300     IF BANK-SCR22-ACTION IS EQUAL TO 'T'                         BBANK22P
021400        GO TO VALIDATE-INPUT-EXIT                                 BBANK22P
021500     END-IF.                                                      BBANK22P
022700        MOVE 'Amount must be greater than zero' TO WS-ERROR-MSG   BBANK22P
022800        GO TO VALIDATE-INPUT-ERROR                                BBANK22P
022900     END-IF.                                                      BBANK22P
022905*    A routing number is only keyed for a cheque drawn on another BBANK22P
022910*    bank and must be one the institution directory knows         BBANK22P
022915     IF BANK-SCR22-CHQRTE IS NOT EQUAL TO SPACES AND              BBANK22P
022920        BANK-SCR22-CHQRTE IS NOT EQUAL TO LOW-VALUES              BBANK22P
022925        IF BANK-SCR22-CHQNO IS EQUAL TO SPACES OR                 BBANK22P
022930           BANK-SCR22-CHQNO IS EQUAL TO LOW-VALUES                BBANK22P
022935           MOVE 'Routing number is only keyed with a cheque'      BBANK22P
022940             TO WS-ERROR-MSG                                      BBANK22P
022945           GO TO VALIDATE-INPUT-ERROR                             BBANK22P
022950        END-IF                                                    BBANK22P
022955        MOVE SPACES TO CRD1-DATA                                  BBANK22P
022960        SET CRD1I-CHECK-ROUTING TO TRUE                           BBANK22P
022965        MOVE BANK-SCR22-CHQRTE TO CRD1I-ROUTING                   BBANK22P
022970 COPY CRDIRX01.                                                   BBANK22P
022975        IF CRD1O-ROUTING-INVALID                                  BBANK22P
022980           MOVE CRD1O-MSG TO WS-ERROR-MSG                         BBANK22P
022985           GO TO VALIDATE-INPUT-ERROR                             BBANK22P
022990        END-IF                                                    BBANK22P
022995     END-IF.                                                      BBANK22P
023000*    A note and coin breakdown is optional, but once keyed it has BBANK22P
023005*    to account for the whole amount                              BBANK22P
023010     INITIALIZE CEJ1-DATA.                                        BBANK22P
023015     MOVE ZEROES TO WS-DENOM-TOTAL.                               BBANK22P
023020     MOVE 0 TO WS-SUB1.                                           BBANK22P
023025     PERFORM PICK-UP-DENOM THRU                                   BBANK22P
023030             PICK-UP-DENOM-EXIT 6 TIMES.                          BBANK22P
023035     IF INPUT-ERROR                                               BBANK22P
023040        GO TO VALIDATE-INPUT-EXIT                                 BBANK22P
023045     END-IF.                                                      BBANK22P
023050     IF WS-DENOM-TOTAL IS NOT EQUAL TO ZERO AND                   BBANK22P
023055        WS-DENOM-TOTAL IS NOT EQUAL TO WS-AMOUNT-WORK-N           BBANK22P
023060        MOVE 'Denomination lines do not add up to the amount'     BBANK22P
023065          TO WS-ERROR-MSG                                         BBANK22P
023070        GO TO VALIDATE-INPUT-ERROR                                BBANK22P
023075     END-IF.                                                      BBANK22P
023080     GO TO VALIDATE-INPUT-EXIT.                                   BBANK22P
023100 VALIDATE-INPUT-ERROR.                                            BBANK22P
023200     SET INPUT-ERROR TO TRUE.                                     BBANK22P
023300 VALIDATE-INPUT-EXIT.                                             BBANK22P
023400     EXIT.                                                        BBANK22P
023402                                                                  BBANK22P
023404***************************************************************** BBANK22P
023406* One keyed denomination line for the journal                   * BBANK22P
023408***************************************************************** BBANK22P
023410 PICK-UP-DENOM.                                                   BBANK22P
023412     ADD 1 TO WS-SUB1.                                            BBANK22P
023414     IF BANK-SCR22-DENCNT (WS-SUB1) IS EQUAL TO SPACES OR         BBANK22P
023416        BANK-SCR22-DENCNT (WS-SUB1) IS EQUAL TO LOW-VALUES        BBANK22P
023418        GO TO PICK-UP-DENOM-EXIT                                  BBANK22P
023420     END-IF.                                                      BBANK22P
023422     MOVE BANK-SCR22-DENVAL (WS-SUB1) TO WS-DENVAL-WORK.          BBANK22P
023424     MOVE BANK-SCR22-DENCNT (WS-SUB1) TO WS-DENCNT-WORK.          BBANK22P
023426     IF WS-DENVAL-WORK IS NOT NUMERIC OR                          BBANK22P
023428        WS-DENCNT-WORK IS NOT NUMERIC                             BBANK22P
023430        MOVE 'Denomination lines must be numeric' TO WS-ERROR-MSG BBANK22P
023432        SET INPUT-ERROR TO TRUE                                   BBANK22P
023434        GO TO PICK-UP-DENOM-EXIT                                  BBANK22P
023436     END-IF.                                                      BBANK22P
023438     MOVE WS-DENVAL-WORK-N TO CEJ1I-DEN-VALUE (WS-SUB1).          BBANK22P
023440     MOVE WS-DENCNT-WORK-N TO CEJ1I-DEN-COUNT (WS-SUB1).          BBANK22P
023442     COMPUTE WS-DENOM-TOTAL =                                     BBANK22P
023444             WS-DENOM-TOTAL +                                     BBANK22P
023446             (WS-DENVAL-WORK-N * WS-DENCNT-WORK-N).               BBANK22P
023448 PICK-UP-DENOM-EXIT.                                              BBANK22P
023450     EXIT.                                                        BBANK22P
023500                                                                  BBANK22P
023503***************************************************************** BBANK22P
023506* A foreign banknote quote or deal - the currency, which way the* BBANK22P
023509* notes go and how the customer settles, and the notes by       * BBANK22P
023512* denomination                                                  * BBANK22P
023515***************************************************************** BBANK22P
023518 VALIDATE-FX-INPUT.                                               BBANK22P
023521     IF BANK-SCR22-CCY IS EQUAL TO SPACES OR                      BBANK22P
023524        BANK-SCR22-CCY IS EQUAL TO LOW-VALUES                     BBANK22P
023527        MOVE 'Please input the currency of the notes'             BBANK22P
023530          TO WS-ERROR-MSG                                         BBANK22P
023533        GO TO VALIDATE-FX-INPUT-ERROR                             BBANK22P
023536     END-IF.                                                      BBANK22P
023539     IF BANK-SCR22-SIDE IS NOT EQUAL TO 'B' AND                   BBANK22P
023542        BANK-SCR22-SIDE IS NOT EQUAL TO 'S'                       BBANK22P
023545        MOVE 'Side must be B (we buy notes) or S (we sell notes)' BBANK22P
023548          TO WS-ERROR-MSG                                         BBANK22P
023551        GO TO VALIDATE-FX-INPUT-ERROR                             BBANK22P
023554     END-IF.                                                      BBANK22P
023557     IF BANK-SCR22-ACTION IS EQUAL TO 'X'                         BBANK22P
023560        IF BANK-SCR22-SETTLE IS NOT EQUAL TO 'C' AND              BBANK22P
023563           BANK-SCR22-SETTLE IS NOT EQUAL TO 'A'                  BBANK22P
023566           MOVE 'Settlement must be C(ash) or A(ccount)'          BBANK22P
023569             TO WS-ERROR-MSG                                      BBANK22P
023572           GO TO VALIDATE-FX-INPUT-ERROR                          BBANK22P
023575        END-IF                                                    BBANK22P
023578        IF BANK-SCR22-SETTLE IS EQUAL TO 'A' AND                  BBANK22P
023581           (BANK-SCR22-ACC IS EQUAL TO SPACES OR                  BBANK22P
023584            BANK-SCR22-ACC IS EQUAL TO LOW-VALUES)                BBANK22P
023587           MOVE 'Please input the account to settle to'           BBANK22P
023590             TO WS-ERROR-MSG                                      BBANK22P
023593           GO TO VALIDATE-FX-INPUT-ERROR                          BBANK22P
023596        END-IF                                                    BBANK22P
023599     END-IF.                                                      BBANK22P
023602     INITIALIZE CFX1-DATA.                                        BBANK22P
023605     MOVE ZERO TO WS-NOTE-LINES.                                  BBANK22P
023608     MOVE 0 TO WS-SUB1.                                           BBANK22P
023611     PERFORM PICK-UP-FX-NOTE THRU                                 BBANK22P
023614             PICK-UP-FX-NOTE-EXIT 6 TIMES.                        BBANK22P
023617     IF INPUT-ERROR                                               BBANK22P
023620        GO TO VALIDATE-FX-INPUT-EXIT                              BBANK22P
023623     END-IF.                                                      BBANK22P
023626     IF WS-NOTE-LINES IS EQUAL TO ZERO                            BBANK22P
023629        MOVE 'Please input the notes by denomination'             BBANK22P
023632          TO WS-ERROR-MSG                                         BBANK22P
023635        GO TO VALIDATE-FX-INPUT-ERROR                             BBANK22P
023638     END-IF.                                                      BBANK22P
023641     GO TO VALIDATE-FX-INPUT-EXIT.                                BBANK22P
023644 VALIDATE-FX-INPUT-ERROR.                                         BBANK22P
023647     SET INPUT-ERROR TO TRUE.                                     BBANK22P
023650 VALIDATE-FX-INPUT-EXIT.                                          BBANK22P
023653     EXIT.                                                        BBANK22P
023656                                                                  BBANK22P
023659 PICK-UP-FX-NOTE.                                                 BBANK22P
023662     ADD 1 TO WS-SUB1.                                            BBANK22P
023665     IF BANK-SCR22-NOTECNT (WS-SUB1) IS EQUAL TO SPACES OR        BBANK22P
023668        BANK-SCR22-NOTECNT (WS-SUB1) IS EQUAL TO LOW-VALUES       BBANK22P
023671        GO TO PICK-UP-FX-NOTE-EXIT                                BBANK22P
023674     END-IF.                                                      BBANK22P
023677     MOVE BANK-SCR22-NOTEVAL (WS-SUB1) TO WS-NOTEVAL-WORK.        BBANK22P
023680     MOVE BANK-SCR22-NOTECNT (WS-SUB1) TO WS-NOTECNT-WORK.        BBANK22P
023683     IF WS-NOTEVAL-WORK IS NOT NUMERIC OR                         BBANK22P
023686        WS-NOTECNT-WORK IS NOT NUMERIC                            BBANK22P
023689        MOVE 'Note lines must be numeric' TO WS-ERROR-MSG         BBANK22P
023692        SET INPUT-ERROR TO TRUE                                   BBANK22P
023695        GO TO PICK-UP-FX-NOTE-EXIT                                BBANK22P
023698     END-IF.                                                      BBANK22P
023701     MOVE WS-NOTEVAL-WORK-N TO CFX1I-NOTE-VALUE (WS-SUB1).        BBANK22P
023704     MOVE WS-NOTECNT-WORK-N TO CFX1I-NOTE-COUNT (WS-SUB1).        BBANK22P
023707     ADD 1 TO WS-NOTE-LINES.                                      BBANK22P
023710 PICK-UP-FX-NOTE-EXIT.                                            BBANK22P
023713     EXIT.                                                        BBANK22P
023716                                                                  BBANK22P
023719***************************************************************** BBANK22P
023722* Drive DFXNT01P for the quote or the deal and show the price;  * BBANK22P
023725* a cash-settled deal is journalled by the note service itself  * BBANK22P
023728***************************************************************** BBANK22P
023731 EXCHANGE-FOREIGN-NOTES.                                          BBANK22P
023734     MOVE BANK-SCR22-ACTION TO CFX1I-FUNCTION.                    BBANK22P
023737     MOVE BANK-SCR22-CCY TO CFX1I-CURRENCY.                       BBANK22P
023740     MOVE BANK-SCR22-SIDE TO CFX1I-SIDE.                          BBANK22P
023743     MOVE BANK-USERID TO CFX1I-TELLER.                            BBANK22P
023746     MOVE BANK-SCR22-DRAWER TO CFX1I-DRAWER.                      BBANK22P
023749     MOVE BANK-USERID TO CFX1I-USERID.                            BBANK22P
023752     IF CFX1I-EXCHANGE                                            BBANK22P
023755        MOVE BANK-SCR22-SETTLE TO CFX1I-SETTLE                    BBANK22P
023758        IF CFX1I-SETTLE-ACCOUNT                                   BBANK22P
023761           MOVE BANK-SCR22-ACC TO CFX1I-ACC                       BBANK22P
023764        END-IF                                                    BBANK22P
023767     END-IF.                                                      BBANK22P
023770     MOVE SPACES TO BANK-SCR22-RECEIPT.                           BBANK22P
023773     MOVE SPACES TO BANK-SCR22-FXRATE.                            BBANK22P
023776     MOVE SPACES TO BANK-SCR22-FXAMT.                             BBANK22P
023779     MOVE SPACES TO BANK-SCR22-FXBASE.                            BBANK22P
023782 COPY CFXNTX01.                                                   BBANK22P
023785     IF NOT CFX1O-REQUEST-OK                                      BBANK22P
023788        MOVE CFX1O-MSG TO BANK-SCR22-ERRMSG                       BBANK22P
023791        MOVE CFX1O-MSG TO BANK-ERROR-MSG                          BBANK22P
023794        GO TO EXCHANGE-FOREIGN-NOTES-EXIT                         BBANK22P
023797     END-IF.                                                      BBANK22P
023800     MOVE CFX1O-DEAL-RATE TO WS-EDIT-FX-RATE.                     BBANK22P
023803     MOVE WS-EDIT-FX-RATE TO BANK-SCR22-FXRATE.                   BBANK22P
023806     MOVE CFX1O-FOREIGN-AMOUNT TO WS-EDIT-FX-AMOUNT.              BBANK22P
023809     MOVE WS-EDIT-FX-AMOUNT TO BANK-SCR22-FXAMT.                  BBANK22P
023812     MOVE CFX1O-BASE-AMOUNT TO WS-EDIT-BALANCE.                   BBANK22P
023815     MOVE WS-EDIT-BALANCE TO BANK-SCR22-FXBASE.                   BBANK22P
023818     IF CFX1I-EXCHANGE                                            BBANK22P
023821        MOVE CFX1O-RECEIPT TO BANK-SCR22-RECEIPT                  BBANK22P
023824        IF CFX1I-SETTLE-ACCOUNT                                   BBANK22P
023827           MOVE CFX1O-NEW-BAL TO WS-EDIT-BALANCE                  BBANK22P
023830           MOVE WS-EDIT-BALANCE TO BANK-SCR22-NEWBAL              BBANK22P
023833        END-IF                                                    BBANK22P
023836     END-IF.                                                      BBANK22P
023839     MOVE CFX1O-MSG TO BANK-SCR22-ERRMSG.                         BBANK22P
023842 EXCHANGE-FOREIGN-NOTES-EXIT.                                     BBANK22P
023845     EXIT.                                                        BBANK22P
023848***************************************************************** BBANK22P
023851* Drive DBANK66P and show the outcome                           * BBANK22P
023854***************************************************************** BBANK22P
023900 POST-CASH-MOVEMENT.                                              BBANK22P
           IF NOT CD66I-DRAWER-TOTALS                                   BBANK22P
              INITIALIZE CD99-DATA                                      BBANK22P
           END-IF.                                                      BBANK22P

024000     MOVE SPACES TO CD66-DATA.                                    BBANK22P
024050     MOVE SPACES TO BANK-SCR22-RECEIPT.                           BBANK22P
024100     MOVE BANK-SCR22-ACTION TO CD66I-FUNCTION.                    BBANK22P
024200     MOVE BANK-USERID TO CD66I-TELLER.                            BBANK22P
024210     MOVE BANK-SCR22-CHQNO TO CD66I-CHQNO.                        BBANK22P
024220     MOVE BANK-SCR22-CHQACC TO CD66I-CHQ-DRAWER.                  BBANK22P
024250     MOVE BANK-SCR22-CHQRTE TO CD66I-CHQ-ROUTING.                 BBANK22P
024300     MOVE BANK-SCR22-DRAWER TO CD66I-DRAWER.                      BBANK22P
024400     MOVE BANK-SCR22-ACC TO CD66I-ACC.                            BBANK22P
024500     IF NOT CD66I-DRAWER-TOTALS                                   BBANK22P
026600           ELSE                                                   BBANK22P
026700              MOVE 'Cash deposit posted' TO BANK-SCR22-ERRMSG     BBANK22P
026800           END-IF                                                 BBANK22P
026820           PERFORM WRITE-JOURNAL THRU                             BBANK22P
026840                   WRITE-JOURNAL-EXIT                             BBANK22P
026900        END-IF                                                    BBANK22P
027000     ELSE                                                         BBANK22P
027100        MOVE CD66O-MSG TO BANK-SCR22-ERRMSG                       BBANK22P
027200        MOVE CD66O-MSG TO BANK-ERROR-MSG                          BBANK22P
027220        IF CD66O-REFERRED IS EQUAL TO 'Y'                         BBANK22P
027240           PERFORM WRITE-JOURNAL THRU                             BBANK22P
027260                   WRITE-JOURNAL-EXIT                             BBANK22P
027280        END-IF                                                    BBANK22P
027300     END-IF.                                                      BBANK22P
027400 POST-CASH-MOVEMENT-EXIT.                                         BBANK22P
027500     EXIT.                                                        BBANK22P
027600                                                                  BBANK22P
027601***************************************************************** BBANK22P
027602* Journal the movement, or the referral of a held withdrawal,   * BBANK22P
027603* and show the customer's receipt number                        * BBANK22P
027604***************************************************************** BBANK22P
027605 WRITE-JOURNAL.                                                   BBANK22P
027606     SET CEJ1I-WRITE-ENTRY TO TRUE.                               BBANK22P
027607     MOVE WS-PROGRAM-ID TO CEJ1I-PROGRAM.                         BBANK22P
027608     MOVE BANK-USERID TO CEJ1I-TELLER.                            BBANK22P
027609     MOVE BANK-SCR22-DRAWER TO CEJ1I-DRAWER.                      BBANK22P
027610     MOVE BANK-SCR22-ACC TO CEJ1I-ACC.                            BBANK22P
027611     MOVE WS-AMOUNT-WORK-N TO CEJ1I-AMOUNT.                       BBANK22P
027612     MOVE CD66O-TXN-REF TO CEJ1I-TXN-REF.                         BBANK22P
027613     MOVE BANK-USERID TO CEJ1I-USERID.                            BBANK22P
027614     SET CEJ1I-POSTED TO TRUE.                                    BBANK22P
027615     EVALUATE TRUE                                                BBANK22P
027616       WHEN CD66O-REFERRED IS EQUAL TO 'Y'                        BBANK22P
027617         SET CEJ1I-OVERRIDE-REFERRED TO TRUE                      BBANK22P
027618         SET CEJ1I-HELD TO TRUE                                   BBANK22P
027619         MOVE 'HELD FOR SIGNATORY APPROVAL' TO CEJ1I-DETAIL       BBANK22P
027620       WHEN CD66I-CASH-WITHDRAWAL                                 BBANK22P
027621         SET CEJ1I-CASH-WITHDRAWAL TO TRUE                        BBANK22P
027622         MOVE WS-AMOUNT-WORK-N TO CEJ1I-CASH-OUT                  BBANK22P
027623       WHEN BANK-SCR22-CHQNO IS NOT EQUAL TO SPACES AND           BBANK22P
027624            BANK-SCR22-CHQNO IS NOT EQUAL TO LOW-VALUES           BBANK22P
027625         SET CEJ1I-CHEQUE-DEPOSIT TO TRUE                         BBANK22P
027626         MOVE WS-AMOUNT-WORK-N TO CEJ1I-CASH-IN                   BBANK22P
027627         STRING 'CHEQUE ' BANK-SCR22-CHQNO                        BBANK22P
027628                ' ON ' BANK-SCR22-CHQACC                          BBANK22P
027629                DELIMITED BY SIZE INTO CEJ1I-DETAIL               BBANK22P
027630       WHEN OTHER                                                 BBANK22P
027631         SET CEJ1I-CASH-DEPOSIT TO TRUE                           BBANK22P
027632         MOVE WS-AMOUNT-WORK-N TO CEJ1I-CASH-IN                   BBANK22P
027633     END-EVALUATE.                                                BBANK22P
027634 COPY CEJRNX01.                                                   BBANK22P
027635     IF CEJ1O-REQUEST-OK                                          BBANK22P
027636        MOVE CEJ1O-RECEIPT TO BANK-SCR22-RECEIPT                  BBANK22P
027637     ELSE                                                         BBANK22P
027638        MOVE SPACES TO BANK-SCR22-RECEIPT                         BBANK22P
027639        PERFORM JOURNAL-EXCEPTION THRU                            BBANK22P
027640                JOURNAL-EXCEPTION-EXIT                            BBANK22P
027641     END-IF.                                                      BBANK22P
027642 WRITE-JOURNAL-EXIT.                                              BBANK22P
027643     EXIT.                                                        BBANK22P
027644                                                                  BBANK22P
027645***************************************************************** BBANK22P
027646* The movement itself stands - a journal problem is left with   * BBANK22P
027647* the back office as an exception rather than handed to the     * BBANK22P
027648* teller as an error that invites keying the movement twice     * BBANK22P
027649***************************************************************** BBANK22P
027650 JOURNAL-EXCEPTION.                                               BBANK22P
027651     MOVE SPACES TO CD16-DATA.                                    BBANK22P
027652     MOVE BANK-USERID TO CD16I-PERSON-PID.                        BBANK22P
027653     MOVE WS-PROGRAM-ID TO CD16I-PROGRAM.                         BBANK22P
027654     MOVE SPACES TO CD16I-MESSAGE.                                BBANK22P
027655     STRING 'NO JOURNAL ENTRY ' BANK-SCR22-DRAWER ' '             BBANK22P
027656            BANK-SCR22-ACC ' ' CEJ1O-MSG                          BBANK22P
027657            DELIMITED BY SIZE INTO CD16I-MESSAGE.                 BBANK22P
027658 COPY CBANKX16.                                                   BBANK22P
027659 JOURNAL-EXCEPTION-EXIT.                                          BBANK22P
027660     EXIT.                                                        BBANK22P
027680                                                                  BBANK22P
027700***************************************************************** BBANK22P
027800* Check for an idle session timeout                             * BBANK22P
027900***************************************************************** BBANK22P
