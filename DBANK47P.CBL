001700*              revaluation-due report and the loan-to-value     * DBANK47P
001800*              report cut into the repository so credit can     * DBANK47P
001900*              see which secured loans have drifted above       * DBANK47P
002000*              policy LTV; registering security can also open   * DBANK47P
002050*              the loan's escrow account through DESCR01P       * DBANK47P
002100*              SQL version                                      * DBANK47P
002200***************************************************************** DBANK47P
002300                                                                  DBANK47P
005500                                                                  DBANK47P
005600 01  WS-96-COMMAREA.                                              DBANK47P
005700 COPY CBANKD96.                                                   DBANK47P
005720                                                                  DBANK47P
005740 01  WS-ESCROW-DATA.                                              DBANK47P
005760 COPY CESCRD01.                                                   DBANK47P
005800                                                                  DBANK47P
005900   EXEC SQL                                                       DBANK47P
006000        BEGIN DECLARE SECTION                                     DBANK47P
021100     MOVE DCL-CLL-ID TO CD47O-COLL-ID.                            DBANK47P
021200     SET CD47O-REQUEST-OK TO TRUE.                                DBANK47P
021300     MOVE 'Collateral registered' TO CD47O-MSG.                   DBANK47P
021320     IF CD47I-OPEN-ESCROW                                         DBANK47P
021340        PERFORM OPEN-LOAN-ESCROW THRU                             DBANK47P
021360                OPEN-LOAN-ESCROW-EXIT                             DBANK47P
021380     END-IF.                                                      DBANK47P
021400 ADD-COLLATERAL-EXIT.                                             DBANK47P
021500     EXIT.                                                        DBANK47P
021600                                                                  DBANK47P
021602***************************************************************** DBANK47P
021604* The security is registered - open the escrow that pays the    * DBANK47P
021606* loan's tax and insurance bills. The collateral stands even if * DBANK47P
021608* the escrow cannot be opened; it can be opened later from the  * DBANK47P
021610* escrow screen                                                 * DBANK47P
021612***************************************************************** DBANK47P
021614 OPEN-LOAN-ESCROW.                                                DBANK47P
021616     INITIALIZE CES1-DATA.                                        DBANK47P
021618     SET CES1I-OPEN-ESCROW TO TRUE.                               DBANK47P
021620     MOVE CD47I-LOAN-ID TO CES1I-LOAN-ID.                         DBANK47P
021622     MOVE CD47I-USERID TO CES1I-USERID.                           DBANK47P
021624 COPY CESCRX01.                                                   DBANK47P
021626     MOVE CES1O-ESC-ACC TO CD47O-ESC-ACC.                         DBANK47P
021628     IF CES1O-REQUEST-OK                                          DBANK47P
021630        MOVE 'Collateral registered and escrow opened'            DBANK47P
021632          TO CD47O-MSG                                            DBANK47P
021634     ELSE                                                         DBANK47P
021636        MOVE SPACES TO CD47O-MSG                                  DBANK47P
021638        STRING 'Registered - escrow: ' DELIMITED BY SIZE          DBANK47P
021640               CES1O-MSG DELIMITED BY SIZE                        DBANK47P
021642          INTO CD47O-MSG                                          DBANK47P
021644     END-IF.                                                      DBANK47P
021646 OPEN-LOAN-ESCROW-EXIT.                                           DBANK47P
021648     EXIT.                                                        DBANK47P
021650                                                                  DBANK47P
021700***************************************************************** DBANK47P
021800* A fresh valuation - the review date moves with it             * DBANK47P
021900***************************************************************** DBANK47P
