001500*              sanction, cancel and read a facility, answer     * DBANK73P
001600*              the posting paths' cover check when a balance    * DBANK73P
001700*              would run negative, and queue the morning        * DBANK73P
001800*              excess report of accounts beyond their line. A   * DBANK73P
001820*              new or raised limit must pass the credit         * DBANK73P
001840*              scorecard, and the days a customer has spent in  * DBANK73P
001860*              unarranged excess are counted for it             * DBANK73P
001880*              SQL version                                      * DBANK73P
002000***************************************************************** DBANK73P
002100                                                                  DBANK73P
002200 IDENTIFICATION DIVISION.                                         DBANK73P
003700       VALUE 'DBANK73P'.                                          DBANK73P
003800   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBANK73P
004110   05  WS-OBL-PID                            PIC X(5).            DBANK73P
004128   05  WS-OD-ELIGIBLE                        PIC X(1).            DBANK73P
004146   05  WS-EXCESS-DISP                        PIC -(7)9.99.        DBANK73P
004164   05  WS-LIMIT-DISP                         PIC -(7)9.99.        DBANK73P
004182                                                                  DBANK73P
004200 01  WS-CSV-DATA.                                                 DBANK73P
004300 COPY CCSVD.                                                      DBANK73P
004400                                                                  DBANK73P
005030     EXEC SQL                                                     DBANK73P
005040          INCLUDE CBANKD48                                        DBANK73P
005100     END-EXEC.                                                    DBANK73P
005120 01  WS-SC-COMMAREA.                                              DBANK73P
005140     EXEC SQL                                                     DBANK73P
005160          INCLUDE CSCORD01                                        DBANK73P
005180     END-EXEC.                                                    DBANK73P
005200                                                                  DBANK73P
005300 01  WS-FACILITY-AREAS.                                           DBANK73P
005400   05  WS-ODF-LIMIT                          PIC S9(7)V99 COMP-3. DBANK73P
005800   05  WS-EXC-PID                            PIC X(5).            DBANK73P
005900   05  WS-EXC-BALANCE                        PIC S9(7)V99 COMP-3. DBANK73P
006000   05  WS-EXC-LIMIT                          PIC S9(7)V99 COMP-3. DBANK73P
006050   05  WS-EXCESS-DAYS                        PIC S9(9) COMP.      DBANK73P
006100                                                                  DBANK73P
006200     EXEC SQL                                                     DBANK73P
006300          INCLUDE SQLCA                                           DBANK73P
010600       WHEN CD73I-EXCESS-REPORT                                   DBANK73P
010700         PERFORM EXCESS-REPORT THRU                               DBANK73P
010800                 EXCESS-REPORT-EXIT                               DBANK73P
010820       WHEN CD73I-EXCESS-DAYS                                     DBANK73P
010840         PERFORM EXCESS-DAYS THRU                                 DBANK73P
010860                 EXCESS-DAYS-EXIT                                 DBANK73P
010900       WHEN OTHER                                                 DBANK73P
011000         MOVE 'Unknown overdraft facility function requested'     DBANK73P
011100           TO CD73O-MSG                                           DBANK73P
013400        GO TO SANCTION-FACILITY-EXIT                              DBANK73P
013500     END-IF.                                                      DBANK73P
013510***************************************************************** DBANK73P
013512* The product must allow an overdraft, and the obligor check    * DBANK73P
013514* speaks before the limit is sanctioned - everything the        * DBANK73P
013516* customer already owes plus this limit must clear the internal * DBANK73P
013518* exposure limit                                                * DBANK73P
013520***************************************************************** DBANK73P
013522     MOVE SPACES TO WS-OBL-PID.                                   DBANK73P
013524     MOVE 'Y' TO WS-OD-ELIGIBLE.                                  DBANK73P
013526     EXEC SQL                                                     DBANK73P
013528          SELECT BAC.BAC_PID,                                     DBANK73P
013530                 VALUE(NULLIF(BAT.BAT_OD_ELIGIBLE, ' '), 'Y')     DBANK73P
013532          INTO :WS-OBL-PID,                                       DBANK73P
013534               :WS-OD-ELIGIBLE                                    DBANK73P
013536          FROM BNKACC BAC                                         DBANK73P
013538               LEFT OUTER JOIN BNKATYPE BAT                       DBANK73P
013540               ON BAT.BAT_TYPE = BAC.BAC_ACCTYPE                  DBANK73P
013542          WHERE BAC.BAC_ACCNO = :CD73I-ACC                        DBANK73P
013544     END-EXEC.                                                    DBANK73P
013546     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK73P
013548        MOVE 'Unable to read the account owner' TO CD73O-MSG      DBANK73P
013550        GO TO SANCTION-FACILITY-EXIT                              DBANK73P
013552     END-IF.                                                      DBANK73P
013554     IF WS-OD-ELIGIBLE IS NOT EQUAL TO 'Y'                        DBANK73P
013556        MOVE 'The account''s product does not allow an overdraft' DBANK73P
013558          TO CD73O-MSG                                            DBANK73P
013560        GO TO SANCTION-FACILITY-EXIT                              DBANK73P
013562     END-IF.                                                      DBANK73P
013564     INITIALIZE CD48-DATA.                                        DBANK73P
013566     SET CD48I-CHECK-FACILITY TO TRUE.                            DBANK73P
013568     MOVE WS-OBL-PID TO CD48I-PERSON-PID.                         DBANK73P
013570     MOVE CD73I-LIMIT TO CD48I-NEW-AMOUNT.                        DBANK73P
013572 COPY CBANKX48.                                                   DBANK73P
013574     IF CD48O-WOULD-BREACH                                        DBANK73P
013576        MOVE CD48O-MSG TO CD73O-MSG                               DBANK73P
013578        GO TO SANCTION-FACILITY-EXIT                              DBANK73P
013580     END-IF.                                                      DBANK73P
013582     IF NOT CD48O-REQUEST-OK                                      DBANK73P
013584        MOVE CD48O-MSG TO CD73O-MSG                               DBANK73P
013586        GO TO SANCTION-FACILITY-EXIT                              DBANK73P
013588     END-IF.                                                      DBANK73P
013590     PERFORM SCORE-FACILITY THRU                                  DBANK73P
013592             SCORE-FACILITY-EXIT.                                 DBANK73P
013594     IF CD73O-MSG IS NOT EQUAL TO SPACES                          DBANK73P
013596        GO TO SANCTION-FACILITY-EXIT                              DBANK73P
013598     END-IF.                                                      DBANK73P
013600     EXEC SQL                                                     DBANK73P
013700          UPDATE BNKODFA                                          DBANK73P
013800          SET ODF_LIMIT = :CD73I-LIMIT,                           DBANK73P
026900               ON ODF.ODF_ACCNO = BAC.BAC_ACCNO                   DBANK73P
027000               AND ODF.ODF_EXPIRY_DATE >= CURRENT DATE            DBANK73P
027100          WHERE BAC.BAC_BALANCE < 0 AND                           DBANK73P
027120*               A credit card account is held to its credit limit,DBANK73P
027140*               not an overdraft facility                         DBANK73P
027160                BAC.BAC_ACCTYPE <> 'CC' AND                       DBANK73P
027200                (ODF.ODF_ACCNO IS NULL OR                         DBANK73P
027300                 (0 - BAC.BAC_BALANCE) > ODF.ODF_LIMIT)           DBANK73P
027400          ORDER BY BAC.BAC_ACCNO                                  DBANK73P
032100     END-IF.                                                      DBANK73P
032200 EXCESS-REPORT-EXIT.                                              DBANK73P
032300     EXIT.                                                        DBANK73P
032301                                                                  DBANK73P
032302***************************************************************** DBANK73P
032303* A new line, or a raise in the limit, is put to the credit     * DBANK73P
032304* scorecard for the increase asked. A referral goes no further  * DBANK73P
032305* until a supervisor has cleared it, and a decline is refused - * DBANK73P
032306* the scorecard writes to the customer. A lower limit, such as  * DBANK73P
032307* the insolvency unit's reduction, is not scored                * DBANK73P
032308***************************************************************** DBANK73P
032309 SCORE-FACILITY.                                                  DBANK73P
032310     EXEC SQL                                                     DBANK73P
032311          SELECT ODF_LIMIT                                        DBANK73P
032312          INTO :WS-ODF-LIMIT                                      DBANK73P
032313          FROM BNKODFA                                            DBANK73P
032314          WHERE ODF_ACCNO = :CD73I-ACC                            DBANK73P
032315     END-EXEC.                                                    DBANK73P
032316     IF SQLCODE IS EQUAL TO +100                                  DBANK73P
032317        MOVE ZERO TO WS-ODF-LIMIT                                 DBANK73P
032318     ELSE                                                         DBANK73P
032319        IF SQLCODE IS NOT EQUAL TO ZERO                           DBANK73P
032320           MOVE 'Unable to read the facility' TO CD73O-MSG        DBANK73P
032321           GO TO SCORE-FACILITY-EXIT                              DBANK73P
032322        END-IF                                                    DBANK73P
032323     END-IF.                                                      DBANK73P
032324     IF CD73I-LIMIT IS NOT GREATER THAN WS-ODF-LIMIT              DBANK73P
032325        GO TO SCORE-FACILITY-EXIT                                 DBANK73P
032326     END-IF.                                                      DBANK73P
032327     INITIALIZE CSD1-DATA.                                        DBANK73P
032328     SET CSD1I-SCORE TO TRUE.                                     DBANK73P
032329     MOVE CD73I-USERID TO CSD1I-USERID.                           DBANK73P
032330     MOVE WS-OBL-PID TO CSD1I-PERSON-PID.                         DBANK73P
032331     SET CSD1I-PRODUCT-OVERDRAFT TO TRUE.                         DBANK73P
032332     MOVE CD73I-ACC TO CSD1I-REF.                                 DBANK73P
032333     COMPUTE CSD1I-AMOUNT = CD73I-LIMIT - WS-ODF-LIMIT.           DBANK73P
032334 COPY CSCORX01.                                                   DBANK73P
032335     IF NOT CSD1O-REQUEST-OK                                      DBANK73P
032336        MOVE CSD1O-MSG TO CD73O-MSG                               DBANK73P
032337        GO TO SCORE-FACILITY-EXIT                                 DBANK73P
032338     END-IF.                                                      DBANK73P
032339     IF CSD1O-REFER                                               DBANK73P
032340        SET CD73O-REFERRED TO TRUE                                DBANK73P
032341        MOVE CSD1O-MSG TO CD73O-MSG                               DBANK73P
032342        GO TO SCORE-FACILITY-EXIT                                 DBANK73P
032343     END-IF.                                                      DBANK73P
032344     IF CSD1O-DECLINE                                             DBANK73P
032345        SET CD73O-DECLINED TO TRUE                                DBANK73P
032346        MOVE CSD1O-MSG TO CD73O-MSG                               DBANK73P
032347     END-IF.                                                      DBANK73P
032348 SCORE-FACILITY-EXIT.                                             DBANK73P
032349     EXIT.                                                        DBANK73P
032350                                                                  DBANK73P
032351***************************************************************** DBANK73P
032352* Count the days in the last 90 a customer ended overdrawn on   * DBANK73P
032353* any account, credit cards aside, without a live facility to   * DBANK73P
032354* cover the balance                                             * DBANK73P
032355***************************************************************** DBANK73P
032356 EXCESS-DAYS.                                                     DBANK73P
032357     IF CD73I-PERSON-PID IS EQUAL TO SPACES                       DBANK73P
032358        MOVE 'Key the customer to count excess days for'          DBANK73P
032359          TO CD73O-MSG                                            DBANK73P
032360        GO TO EXCESS-DAYS-EXIT                                    DBANK73P
032361     END-IF.                                                      DBANK73P
032362     EXEC SQL                                                     DBANK73P
032363          SELECT COUNT(DISTINCT EOD.EOD_DATE)                     DBANK73P
032364          INTO :WS-EXCESS-DAYS                                    DBANK73P
032365          FROM BNKEODB EOD                                        DBANK73P
032366               LEFT OUTER JOIN BNKODFA ODF                        DBANK73P
032367               ON ODF.ODF_ACCNO = EOD.EOD_ACCNO                   DBANK73P
032368               AND ODF.ODF_EXPIRY_DATE >= EOD.EOD_DATE            DBANK73P
032369          WHERE EOD.EOD_PID = :CD73I-PERSON-PID AND               DBANK73P
032370                EOD.EOD_DATE >= CURRENT DATE - 90 DAYS AND        DBANK73P
032371                EOD.EOD_BALANCE < 0 AND                           DBANK73P
032372                EOD.EOD_ACCNO NOT IN                              DBANK73P
032373                (SELECT BAC.BAC_ACCNO                             DBANK73P
032374                 FROM BNKACC BAC                                  DBANK73P
032375                 WHERE BAC.BAC_ACCTYPE = 'CC') AND                DBANK73P
032376                (ODF.ODF_ACCNO IS NULL OR                         DBANK73P
032377                 (0 - EOD.EOD_BALANCE) > ODF.ODF_LIMIT)           DBANK73P
032378     END-EXEC.                                                    DBANK73P
032379     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK73P
032380        MOVE 'Unable to count the excess days' TO CD73O-MSG       DBANK73P
032381        GO TO EXCESS-DAYS-EXIT                                    DBANK73P
032382     END-IF.                                                      DBANK73P
032383     MOVE WS-EXCESS-DAYS TO CD73O-EXCESS-COUNT.                   DBANK73P
032384     SET CD73O-REQUEST-OK TO TRUE.                                DBANK73P
032385 EXCESS-DAYS-EXIT.                                                DBANK73P
032386     EXIT.                                                        DBANK73P
032400                                                                  DBANK73P
032500***************************************************************** DBANK73P
032600* Hand the built line to the extract queue, the same way the    * DBANK73P
