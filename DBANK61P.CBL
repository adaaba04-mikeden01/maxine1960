001300* Program:     DBANK61P.CBL                                     * DBANK61P
001400* Function:    Interest-accrual batch job - post the periodic   * DBANK61P
001500*              interest due on every savings-classified account * DBANK61P
001600*              against BAC_BALANCE, via DBANK04P/DBANK06P. One  * DBANK61P
001620*              account alone is settled this way when its       * DBANK61P
001640*              product is switched                              * DBANK61P
001700*              SQL version                                      * DBANK61P
001800***************************************************************** DBANK61P
001900                                                                  DBANK61P
004500   05  WS-OD-BAL-N                           PIC S9(7)V99.        DBANK61P
004600   05  WS-OD-NEW-BAL                         PIC S9(7)V99.        DBANK61P
004700   05  WS-OD-TIMESTAMP                       PIC X(26).           DBANK61P
004701   05  WS-TOTAL-KIND                         PIC X(1).            DBANK61P
004702   05  WS-TOTAL-AMT                          PIC S9(7)V99.        DBANK61P
004703   05  WS-BAL-DISP                           PIC -(7)9.99.        DBANK61P
004704   05  WS-AMT-DISP                           PIC -(7)9.99.        DBANK61P
004705   05  WS-WHT-DISP                           PIC -(7)9.99.        DBANK61P
004706   05  WS-RATE-DISP                          PIC 9.9(6).          DBANK61P
004707                                                                  DBANK61P
004708 01  WS-CSV-DATA.                                                 DBANK61P
004709 COPY CCSVD.                                                      DBANK61P
004710***************************************************************** DBANK61P
004720* Backup withholding applied at source when the customer holds  * DBANK61P
004730* no certified taxpayer id                                      * DBANK61P
005300     EXEC SQL                                                     DBANK61P
005400          INCLUDE CBANKD61                                        DBANK61P
005500     END-EXEC.                                                    DBANK61P
005520 01  WS-PF-COMMAREA.                                              DBANK61P
005540     EXEC SQL                                                     DBANK61P
005560          INCLUDE CPROFD01                                        DBANK61P
005580     END-EXEC.                                                    DBANK61P
005600                                                                  DBANK61P
005690 01  WS-04-COMMAREA.                                              DBANK61P
005700     EXEC SQL                                                     DBANK61P
008080 01  WS-REF-DATA.                                                 DBANK61P
008090 COPY CTXNREFD.                                                   DBANK61P
008091 01  WS-WHT-AREAS.                                                DBANK61P
008105   05  DCL-TIN-CERT                          PIC X(1).            DBANK61P
008119   05  WS-WHT-AMT                            PIC S9(7)V99 COMP-3. DBANK61P
008133   05  WS-GL-ACCT                            PIC X(6).            DBANK61P
008147   05  WS-GL-DEBIT                           PIC S9(11)V99 COMP-3.DBANK61P
008161   05  WS-GL-CREDIT                          PIC S9(11)V99 COMP-3.DBANK61P
008175   05  WS-WHT-TIMESTAMP                      PIC X(26).           DBANK61P
008189   05  WS-TAX-YEAR                           PIC X(4).            DBANK61P
008203   05  WS-WHT-PERIOD                         PIC X(7).            DBANK61P
008217   05  WS-WHT-POST-DATE                      PIC X(10).           DBANK61P
008231   05  DCL-TAX-WRAPPER                       PIC X(1).            DBANK61P
008237   05  DCL-RATE-TYPE                         PIC X(2).            DBANK61P
008243 01  WS-ROVR-AREAS.                                               DBANK61P
008249*        A negotiated rate agreed for the account - see DROVR01P  DBANK61P
008255   05  DCL-ROV-KIND                          PIC X(1).            DBANK61P
008261   05  DCL-ROV-BASIS                         PIC X(1).            DBANK61P
008267   05  DCL-ROV-VALUE                         PIC S9V9(6) COMP-3.  DBANK61P
008273   05  WS-OVR-RATE                           PIC S9V9(6) COMP-3.  DBANK61P
008279                                                                  DBANK61P
008285     EXEC SQL                                                     DBANK61P
008291          INCLUDE SQLCA                                           DBANK61P
008300     END-EXEC.                                                    DBANK61P
008400                                                                  DBANK61P
008500 COPY CABENDD.                                                    DBANK61P
011800        GO TO DBANK61P-EXIT                                       DBANK61P
011900     END-IF.                                                      DBANK61P
012000     MOVE CD98O-DATE TO WS-BUSINESS-DATE.                         DBANK61P
012002***************************************************************** DBANK61P
012004* A whole run builds control totals by account type - a live    * DBANK61P
012006* run's are the base the next proof is set against. Settling    * DBANK61P
012008* one account at a product switch is not a run of the book, so  * DBANK61P
012010* builds none and cannot be proved                              * DBANK61P
012012***************************************************************** DBANK61P
012014     IF CD61I-PROOF-RUN AND                                       DBANK61P
012016        CD61I-SETTLE-ACC IS NOT EQUAL TO SPACES                   DBANK61P
012018        SET CD61O-RUN-FAIL TO TRUE                                DBANK61P
012020        MOVE 'A proof covers the whole run, not a single account' DBANK61P
012022          TO CD61O-MSG                                            DBANK61P
012024        GO TO DBANK61P-EXIT                                       DBANK61P
012026     END-IF.                                                      DBANK61P
012028     IF CD61I-SETTLE-ACC IS EQUAL TO SPACES                       DBANK61P
012030        INITIALIZE CPR1-DATA                                      DBANK61P
012032        SET CPR1I-BEGIN-RUN TO TRUE                               DBANK61P
012034        MOVE WS-PROGRAM-ID TO CPR1I-JOB                           DBANK61P
012036        IF CD61I-PROOF-RUN                                        DBANK61P
012038           SET CPR1I-MODE-PROOF TO TRUE                           DBANK61P
012040        ELSE                                                      DBANK61P
012042           SET CPR1I-MODE-LIVE TO TRUE                            DBANK61P
012044        END-IF                                                    DBANK61P
012046 COPY CPROFX01.                                                   DBANK61P
012048        IF NOT CPR1O-REQUEST-OK                                   DBANK61P
012050           SET CD61O-RUN-FAIL TO TRUE                             DBANK61P
012052           MOVE CPR1O-MSG TO CD61O-MSG                            DBANK61P
012054           GO TO DBANK61P-EXIT                                    DBANK61P
012056        END-IF                                                    DBANK61P
012058     END-IF.                                                      DBANK61P
012060     IF CD61I-PROOF-RUN                                           DBANK61P
012062        MOVE SPACES TO WS-CSV-LINE                                DBANK61P
012064        STRING 'PROOF,' WS-PROGRAM-ID ',' WS-BUSINESS-DATE        DBANK61P
012066               ',INTEREST - NOTHING POSTED'                       DBANK61P
012068               DELIMITED BY SIZE INTO WS-CSV-LINE                 DBANK61P
012070        PERFORM QUEUE-REPORT-LINE THRU                            DBANK61P
012072                QUEUE-REPORT-LINE-EXIT                            DBANK61P
012074        MOVE 'KIND,PID,ACCOUNT,ACCTYPE,BALANCE,RATE,AMOUNT,WHT'   DBANK61P
012076          TO WS-CSV-LINE                                          DBANK61P
012078        PERFORM QUEUE-REPORT-LINE THRU                            DBANK61P
012080                QUEUE-REPORT-LINE-EXIT                            DBANK61P
012082     END-IF.                                                      DBANK61P
012100                                                                  DBANK61P
012200***************************************************************** DBANK61P
012300* Open a cursor over every interest-bearing account - the flag  * DBANK61P
012350* is carried on the product in BNKATYPE. A product not yet      * DBANK61P
012400* flagged earns interest, as it always has, when its type       * DBANK61P
012450* description names it a savings account. The product also      * DBANK61P
012500* names the BNKRATE type its rates are read under. Given an     * DBANK61P
012520* account to settle, only that account is accrued; otherwise    * DBANK61P
012540* an account switched to another product today is passed over,  * DBANK61P
012560* its day's interest having been settled at the switch          * DBANK61P
012600***************************************************************** DBANK61P
012700     EXEC SQL                                                     DBANK61P
012800          DECLARE SAV_ACC_CSR CURSOR FOR                          DBANK61P
012900          SELECT BAC.BAC_PID,                                     DBANK61P
013000                 BAC.BAC_ACCNO,                                   DBANK61P
013100                 BAC.BAC_BALANCE,                                 DBANK61P
013200                 BAC.BAC_ACCTYPE,                                 DBANK61P
013250                 VALUE(BAT.BAT_TAX_WRAPPER, 'N'),                 DBANK61P
013260                 VALUE(NULLIF(BAT.BAT_RATE_TYPE, ' '),            DBANK61P
013280                       BAT.BAT_TYPE)                              DBANK61P
013300          FROM BNKACC BAC,                                        DBANK61P
013400               BNKATYPE BAT                                       DBANK61P
013500          WHERE (BAC.BAC_ACCTYPE = BAT.BAT_TYPE) AND              DBANK61P
013600                (VALUE(NULLIF(BAT.BAT_INT_BEARING, ' '),          DBANK61P
013620                       CASE WHEN BAT.BAT_DESC LIKE '%SAVINGS%'    DBANK61P
013640                            THEN 'Y'                              DBANK61P
013660                            ELSE 'N'                              DBANK61P
013680                       END) = 'Y') AND                            DBANK61P
013682                (BAC.BAC_ACCNO = :CD61I-SETTLE-ACC OR             DBANK61P
013684                 (:CD61I-SETTLE-ACC = ' ' AND                     DBANK61P
013686                  NOT EXISTS                                      DBANK61P
013688                  (SELECT 1                                       DBANK61P
013690                   FROM BNKPSWT PSW                               DBANK61P
013692                   WHERE PSW.PSW_ACCNO = BAC.BAC_ACCNO AND        DBANK61P
013694                         PSW.PSW_DATE = :WS-BUSINESS-DATE)))      DBANK61P
013700          ORDER BY BAC.BAC_PID,                                   DBANK61P
013800                   BAC.BAC_ACCNO                                  DBANK61P
013900          FOR FETCH ONLY                                          DBANK61P
015300          INTO :DCL-BAC-PID,                                      DBANK61P
015400               :DCL-BAC-ACCNO,                                    DBANK61P
015500               :DCL-BAC-BALANCE,                                  DBANK61P
015600               :DCL-BAC-ACCTYPE,                                  DBANK61P
015650               :DCL-TAX-WRAPPER,                                  DBANK61P
015660               :DCL-RATE-TYPE                                     DBANK61P
015700     END-EXEC.                                                    DBANK61P
015800     IF SQLCODE IS EQUAL TO +100                                  DBANK61P
015900        GO TO ACCRUAL-LOOP-EXIT                                   DBANK61P
017000             READ-ACCRUAL-RATE-EXIT.                              DBANK61P
017100     COMPUTE WS-INT-AMT ROUNDED =                                 DBANK61P
017200             WS-INT-BAL-N * WS-INT-RATE.                          DBANK61P
017300     IF WS-INT-AMT IS GREATER THAN ZERO AND                       DBANK61P
017320        CD61I-PROOF-RUN                                           DBANK61P
017340        PERFORM PROVE-INTEREST THRU                               DBANK61P
017360                PROVE-INTEREST-EXIT                               DBANK61P
017380        IF CD61O-RUN-FAIL                                         DBANK61P
017400           GO TO ACCRUAL-LOOP-EXIT                                DBANK61P
017420        END-IF                                                    DBANK61P
017440     END-IF.                                                      DBANK61P
017460     IF WS-INT-AMT IS GREATER THAN ZERO AND                       DBANK61P
017480        CD61I-LIVE-RUN                                            DBANK61P
017500        PERFORM POST-INTEREST THRU                                DBANK61P
017520                POST-INTEREST-EXIT                                DBANK61P
017540     END-IF.                                                      DBANK61P
017700     GO TO ACCRUAL-LOOP.                                          DBANK61P
017800 ACCRUAL-LOOP-EXIT.                                               DBANK61P
017900     EXEC SQL                                                     DBANK61P
019400          SELECT BAC.BAC_PID,                                     DBANK61P
019500                 BAC.BAC_ACCNO,                                   DBANK61P
019600                 BAC.BAC_BALANCE,                                 DBANK61P
019700                 BAC.BAC_ACCTYPE,                                 DBANK61P
019750                 VALUE(NULLIF(BAT.BAT_RATE_TYPE, ' '),            DBANK61P
019760                       BAC.BAC_ACCTYPE)                           DBANK61P
019800          FROM BNKACC BAC                                         DBANK61P
019820               LEFT OUTER JOIN BNKATYPE BAT                       DBANK61P
019840               ON BAT.BAT_TYPE = BAC.BAC_ACCTYPE                  DBANK61P
019900          WHERE BAC.BAC_BALANCE < 0 AND                           DBANK61P
019920*               A credit card account runs below zero by design - DBANK61P
019940*               its interest is charged on the monthly statement  DBANK61P
019960                BAC.BAC_ACCTYPE <> 'CC' AND                       DBANK61P
019965                (BAC.BAC_ACCNO = :CD61I-SETTLE-ACC OR             DBANK61P
019970                 (:CD61I-SETTLE-ACC = ' ' AND                     DBANK61P
019975                  NOT EXISTS                                      DBANK61P
019980                  (SELECT 1                                       DBANK61P
019985                   FROM BNKPSWT PSW                               DBANK61P
019990                   WHERE PSW.PSW_ACCNO = BAC.BAC_ACCNO AND        DBANK61P
019995                         PSW.PSW_DATE = :WS-BUSINESS-DATE)))      DBANK61P
020000          ORDER BY BAC.BAC_PID,                                   DBANK61P
020100                   BAC.BAC_ACCNO                                  DBANK61P
020200          FOR FETCH ONLY                                          DBANK61P
021700          INTO :DCL-BAC-PID,                                      DBANK61P
021800               :DCL-BAC-ACCNO,                                    DBANK61P
021900               :DCL-BAC-BALANCE,                                  DBANK61P
022000               :DCL-BAC-ACCTYPE,                                  DBANK61P
022050               :DCL-RATE-TYPE                                     DBANK61P
022100     END-EXEC.                                                    DBANK61P
022200     IF SQLCODE IS EQUAL TO +100                                  DBANK61P
022300        GO TO OD-INTEREST-LOOP-EXIT                               DBANK61P
023800     EXEC SQL                                                     DBANK61P
023900          CLOSE OD_ACC_CSR                                        DBANK61P
024000     END-EXEC.                                                    DBANK61P
024005***************************************************************** DBANK61P
024010* A proof run closes with its control totals set against the    * DBANK61P
024015* last live cycle, delivered to the report repository           * DBANK61P
024020***************************************************************** DBANK61P
024025     IF CD61I-PROOF-RUN AND                                       DBANK61P
024030        CD61O-RUN-OK                                              DBANK61P
024035        INITIALIZE CPR1-DATA                                      DBANK61P
024040        SET CPR1I-FINISH-PROOF TO TRUE                            DBANK61P
024045        MOVE WS-PROGRAM-ID TO CPR1I-JOB                           DBANK61P
024050        SET CPR1I-MODE-PROOF TO TRUE                              DBANK61P
024055 COPY CPROFX01.                                                   DBANK61P
024060        MOVE CPR1O-MSG TO CD61O-MSG                               DBANK61P
024065        IF NOT CPR1O-REQUEST-OK                                   DBANK61P
024070           SET CD61O-RUN-FAIL TO TRUE                             DBANK61P
024075        END-IF                                                    DBANK61P
024080     END-IF.                                                      DBANK61P
024100                                                                  DBANK61P
024200 DBANK61P-EXIT.                                                   DBANK61P
024300***************************************************************** DBANK61P
026000* movement of money                                             * DBANK61P
026100***************************************************************** DBANK61P
026200***************************************************************** DBANK61P
026300* Read the accrual rate effective today for the product's rate  * DBANK61P
026400* off the rate master - no live row means no accrual is posted, * DBANK61P
026500* rather than a silently guessed rate                           * DBANK61P
026600***************************************************************** DBANK61P
026700 READ-ACCRUAL-RATE.                                               DBANK61P
026800     MOVE SPACES TO CD72-DATA.                                    DBANK61P
026900     SET CD72I-READ-RATE TO TRUE.                                 DBANK61P
027000     MOVE DCL-RATE-TYPE TO CD72I-ACC-TYPE.                        DBANK61P
027100     SET CD72I-KIND-INTEREST TO TRUE.                             DBANK61P
027200     MOVE WS-INT-BAL-N TO CD72I-BALANCE.                          DBANK61P
027300     MOVE WS-BUSINESS-DATE TO CD72I-ASOF-DATE.                    DBANK61P
027956           ADD WS-TIER3-BONUS TO WS-INT-RATE                      DBANK61P
027957        END-IF                                                    DBANK61P
027958     END-IF.                                                      DBANK61P
027960***************************************************************** DBANK61P
027962* A negotiated credit rate live on the account replaces the     * DBANK61P
027964* master rate and any tier bonus                                * DBANK61P
027966***************************************************************** DBANK61P
027968     MOVE 'C' TO DCL-ROV-KIND.                                    DBANK61P
027970     MOVE WS-INT-RATE TO WS-OVR-RATE.                             DBANK61P
027972     PERFORM APPLY-RATE-OVERRIDE THRU                             DBANK61P
027974             APPLY-RATE-OVERRIDE-EXIT.                            DBANK61P
027976     MOVE WS-OVR-RATE TO WS-INT-RATE.                             DBANK61P
028000 READ-ACCRUAL-RATE-EXIT.                                          DBANK61P
028100     EXIT.                                                        DBANK61P
028200                                                                  DBANK61P
028202***************************************************************** DBANK61P
028204* Look for a negotiated rate of the kind asked for, approved    * DBANK61P
028206* and in force today on the account. One given outright is      * DBANK61P
028208* used as it stands; a margin is added to the rate master       * DBANK61P
028210* figure just read, and a rate cannot go below zero. With none  * DBANK61P
028212* live the rate passed in is left as it was                     * DBANK61P
028214***************************************************************** DBANK61P
028216 APPLY-RATE-OVERRIDE.                                             DBANK61P
028218     EXEC SQL                                                     DBANK61P
028220          SELECT ROV_BASIS,                                       DBANK61P
028222                 ROV_VALUE                                        DBANK61P
028224          INTO :DCL-ROV-BASIS,                                    DBANK61P
028226               :DCL-ROV-VALUE                                     DBANK61P
028228          FROM BNKROVR                                            DBANK61P
028230          WHERE ROV_ACCNO = :DCL-BAC-ACCNO AND                    DBANK61P
028232                ROV_KIND = :DCL-ROV-KIND AND                      DBANK61P
028234                ROV_STATUS = 'A' AND                              DBANK61P
028236                ROV_START_DATE <= :WS-BUSINESS-DATE AND           DBANK61P
028238                ROV_EXPIRY_DATE >= :WS-BUSINESS-DATE              DBANK61P
028240          ORDER BY ROV_START_DATE DESC                            DBANK61P
028242          FETCH FIRST 1 ROW ONLY                                  DBANK61P
028244     END-EXEC.                                                    DBANK61P
028246     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK61P
028248        GO TO APPLY-RATE-OVERRIDE-EXIT                            DBANK61P
028250     END-IF.                                                      DBANK61P
028252     IF DCL-ROV-BASIS IS EQUAL TO 'R'                             DBANK61P
028254        MOVE DCL-ROV-VALUE TO WS-OVR-RATE                         DBANK61P
028256     ELSE                                                         DBANK61P
028258        IF CD72O-REQUEST-OK                                       DBANK61P
028260           COMPUTE WS-OVR-RATE = CD72O-RATE + DCL-ROV-VALUE       DBANK61P
028262        ELSE                                                      DBANK61P
028264           MOVE DCL-ROV-VALUE TO WS-OVR-RATE                      DBANK61P
028266        END-IF                                                    DBANK61P
028268     END-IF.                                                      DBANK61P
028270     IF WS-OVR-RATE IS LESS THAN ZERO                             DBANK61P
028272        MOVE ZERO TO WS-OVR-RATE                                  DBANK61P
028274     END-IF.                                                      DBANK61P
028276 APPLY-RATE-OVERRIDE-EXIT.                                        DBANK61P
028278     EXIT.                                                        DBANK61P
028300***************************************************************** DBANK61P
028400* Work out and post the debit interest for one overdrawn        * DBANK61P
028500* account - the lending-rate row for its type prices the        * DBANK61P
028900 CHARGE-OD-INTEREST.                                              DBANK61P
029000     MOVE SPACES TO CD72-DATA.                                    DBANK61P
029100     SET CD72I-READ-RATE TO TRUE.                                 DBANK61P
029200     MOVE DCL-RATE-TYPE TO CD72I-ACC-TYPE.                        DBANK61P
029300     SET CD72I-KIND-LENDING TO TRUE.                              DBANK61P
029400     MOVE ZEROES TO CD72I-BALANCE.                                DBANK61P
029500     MOVE WS-BUSINESS-DATE TO CD72I-ASOF-DATE.                    DBANK61P
029900     ELSE                                                         DBANK61P
030000        MOVE ZEROES TO WS-OD-RATE                                 DBANK61P
030100     END-IF.                                                      DBANK61P
030110***************************************************************** DBANK61P
030120* A negotiated overdraft rate live on the account replaces the  * DBANK61P
030130* lending rate                                                  * DBANK61P
030140***************************************************************** DBANK61P
030150     MOVE 'D' TO DCL-ROV-KIND.                                    DBANK61P
030160     MOVE WS-OD-RATE TO WS-OVR-RATE.                              DBANK61P
030170     PERFORM APPLY-RATE-OVERRIDE THRU                             DBANK61P
030180             APPLY-RATE-OVERRIDE-EXIT.                            DBANK61P
030190     MOVE WS-OVR-RATE TO WS-OD-RATE.                              DBANK61P
030200     MOVE DCL-BAC-BALANCE TO WS-OD-BAL-N.                         DBANK61P
030300     COMPUTE WS-OD-AMT ROUNDED =                                  DBANK61P
030400             (ZERO - WS-OD-BAL-N) * WS-OD-RATE.                   DBANK61P
030500     IF WS-OD-AMT IS NOT GREATER THAN ZERO                        DBANK61P
030600        GO TO CHARGE-OD-INTEREST-EXIT                             DBANK61P
030700     END-IF.                                                      DBANK61P
030710     IF CD61I-PROOF-RUN                                           DBANK61P
030720        PERFORM PROVE-OD-INTEREST THRU                            DBANK61P
030730                PROVE-OD-INTEREST-EXIT                            DBANK61P
030740        GO TO CHARGE-OD-INTEREST-EXIT                             DBANK61P
030750     END-IF.                                                      DBANK61P
030800     COMPUTE WS-OD-NEW-BAL =                                      DBANK61P
030900             WS-OD-BAL-N - WS-OD-AMT.                             DBANK61P
031000     EXEC SQL                                                     DBANK61P
034500     END-IF.                                                      DBANK61P
034600     ADD 1 TO CD61O-DEBIT-INT-POSTED.                             DBANK61P
034700     ADD WS-OD-AMT TO CD61O-DEBIT-INT-AMOUNT.                     DBANK61P
034720     MOVE 'D' TO WS-TOTAL-KIND.                                   DBANK61P
034740     MOVE WS-OD-AMT TO WS-TOTAL-AMT.                              DBANK61P
034760     PERFORM ADD-CONTROL-TOTAL THRU                               DBANK61P
034780             ADD-CONTROL-TOTAL-EXIT.                              DBANK61P
034800 CHARGE-OD-INTEREST-EXIT.                                         DBANK61P
034900     EXIT.                                                        DBANK61P
035000                                                                  DBANK61P
035100 CALC-WITHHOLDING.                                                DBANK61P
035110***************************************************************** DBANK61P
035120* No certified taxpayer id means the accrual splits - the net   * DBANK61P
035130* credits the account and the withheld slice goes to the tax-   * DBANK61P
035140* payable ledger line and the year's BNKTAXI accumulation       * DBANK61P
035142* Interest earned inside a tax-free savings wrapper is not      * DBANK61P
035144* taxable, so nothing is ever withheld from it                  * DBANK61P
035150***************************************************************** DBANK61P
035160     MOVE ZEROES TO WS-WHT-AMT.                                   DBANK61P
035170     MOVE 'C' TO DCL-TIN-CERT.                                    DBANK61P
035180     EXEC SQL                                                     DBANK61P
035181          SELECT VALUE(BCS_TIN_CERT, 'U')                         DBANK61P
035182          INTO :DCL-TIN-CERT                                      DBANK61P
035183          FROM BNKCUST                                            DBANK61P
035184          WHERE BCS_PID = :DCL-BAC-PID                            DBANK61P
035185     END-EXEC.                                                    DBANK61P
035186     IF SQLCODE IS EQUAL TO ZERO AND                              DBANK61P
035187        DCL-TIN-CERT IS NOT EQUAL TO 'C' AND                      DBANK61P
035188        DCL-TAX-WRAPPER IS NOT EQUAL TO 'Y'                       DBANK61P
035189        COMPUTE WS-WHT-AMT ROUNDED =                              DBANK61P
035190                WS-INT-AMT * WS-BACKUP-WHT-RATE                   DBANK61P
035191        SUBTRACT WS-WHT-AMT FROM WS-INT-AMT                       DBANK61P
035192     END-IF.                                                      DBANK61P
035193 CALC-WITHHOLDING-EXIT.                                           DBANK61P
035194     EXIT.                                                        DBANK61P
035195                                                                  DBANK61P
035196 POST-INTEREST.                                                   DBANK61P
035197     PERFORM CALC-WITHHOLDING THRU                                DBANK61P
035198             CALC-WITHHOLDING-EXIT.                               DBANK61P
035201     MOVE DCL-BAC-PID TO CD04I-PERSON-PID.                        DBANK61P
035300     MOVE DCL-BAC-ACCNO TO CD04I-FROM-ACC.                        DBANK61P
035400     MOVE DCL-BAC-ACCNO TO CD04I-TO-ACC.                          DBANK61P
037800     END-IF.                                                      DBANK61P
037900     ADD 1 TO CD61O-INTEREST-POSTED.                              DBANK61P
038000     ADD WS-INT-AMT TO CD61O-TOTAL-AMOUNT.                        DBANK61P
038002     MOVE 'C' TO WS-TOTAL-KIND.                                   DBANK61P
038004     MOVE WS-INT-AMT TO WS-TOTAL-AMT.                             DBANK61P
038006     PERFORM ADD-CONTROL-TOTAL THRU                               DBANK61P
038008             ADD-CONTROL-TOTAL-EXIT.                              DBANK61P
038010     IF WS-WHT-AMT IS GREATER THAN ZERO                           DBANK61P
038020        PERFORM POST-WITHHOLDING THRU                             DBANK61P
038030                POST-WITHHOLDING-EXIT                             DBANK61P
048900     END-IF.                                                      DBANK61P
049000 WRITE-WHT-POSTING-EXIT.                                          DBANK61P
049100     EXIT.                                                        DBANK61P
049200                                                                  DBANK61P
049300***************************************************************** DBANK61P
049400* Prove one account's interest - the withholding split is       * DBANK61P
049500* worked exactly as the live post would work it, and the net    * DBANK61P
049600* credit listed and counted in the run's totals, without        * DBANK61P
049700* touching the account                                          * DBANK61P
049800***************************************************************** DBANK61P
049900 PROVE-INTEREST.                                                  DBANK61P
050000     PERFORM CALC-WITHHOLDING THRU                                DBANK61P
050100             CALC-WITHHOLDING-EXIT.                               DBANK61P
050200     MOVE DCL-BAC-BALANCE TO WS-BAL-DISP.                         DBANK61P
050300     MOVE WS-INT-RATE TO WS-RATE-DISP.                            DBANK61P
050400     MOVE WS-INT-AMT TO WS-AMT-DISP.                              DBANK61P
050500     MOVE WS-WHT-AMT TO WS-WHT-DISP.                              DBANK61P
050600     MOVE SPACES TO WS-CSV-LINE.                                  DBANK61P
050700     STRING 'C,' DCL-BAC-PID ',' DCL-BAC-ACCNO ',' DCL-BAC-ACCTYPEDBANK61P
050800            ',' WS-BAL-DISP ',' WS-RATE-DISP ',' WS-AMT-DISP ','  DBANK61P
050900            WS-WHT-DISP                                           DBANK61P
051000            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DBANK61P
051100     PERFORM QUEUE-REPORT-LINE THRU                               DBANK61P
051200             QUEUE-REPORT-LINE-EXIT.                              DBANK61P
051300     ADD 1 TO CD61O-INTEREST-POSTED.                              DBANK61P
051400     ADD WS-INT-AMT TO CD61O-TOTAL-AMOUNT.                        DBANK61P
051500     MOVE 'C' TO WS-TOTAL-KIND.                                   DBANK61P
051600     MOVE WS-INT-AMT TO WS-TOTAL-AMT.                             DBANK61P
051700     PERFORM ADD-CONTROL-TOTAL THRU                               DBANK61P
051800             ADD-CONTROL-TOTAL-EXIT.                              DBANK61P
051900 PROVE-INTEREST-EXIT.                                             DBANK61P
052000     EXIT.                                                        DBANK61P
052100                                                                  DBANK61P
052200***************************************************************** DBANK61P
052300* Prove one overdrawn account's debit interest the same way     * DBANK61P
052400***************************************************************** DBANK61P
052500 PROVE-OD-INTEREST.                                               DBANK61P
052600     MOVE DCL-BAC-BALANCE TO WS-BAL-DISP.                         DBANK61P
052700     MOVE WS-OD-RATE TO WS-RATE-DISP.                             DBANK61P
052800     MOVE WS-OD-AMT TO WS-AMT-DISP.                               DBANK61P
052900     MOVE SPACES TO WS-CSV-LINE.                                  DBANK61P
053000     STRING 'D,' DCL-BAC-PID ',' DCL-BAC-ACCNO ',' DCL-BAC-ACCTYPEDBANK61P
053100            ',' WS-BAL-DISP ',' WS-RATE-DISP ',' WS-AMT-DISP ',0' DBANK61P
053200            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DBANK61P
053300     PERFORM QUEUE-REPORT-LINE THRU                               DBANK61P
053400             QUEUE-REPORT-LINE-EXIT.                              DBANK61P
053500     ADD 1 TO CD61O-DEBIT-INT-POSTED.                             DBANK61P
053600     ADD WS-OD-AMT TO CD61O-DEBIT-INT-AMOUNT.                     DBANK61P
053700     MOVE 'D' TO WS-TOTAL-KIND.                                   DBANK61P
053800     MOVE WS-OD-AMT TO WS-TOTAL-AMT.                              DBANK61P
053900     PERFORM ADD-CONTROL-TOTAL THRU                               DBANK61P
054000             ADD-CONTROL-TOTAL-EXIT.                              DBANK61P
054100 PROVE-OD-INTEREST-EXIT.                                          DBANK61P
054200     EXIT.                                                        DBANK61P
054300                                                                  DBANK61P
054400***************************************************************** DBANK61P
054500* Count a posting, made or proved, in the control totals. A     * DBANK61P
054600* proof that cannot total is no proof and stops the run; once a * DBANK61P
054700* live posting is made the run carries on regardless. Settling  * DBANK61P
054800* a single account builds no totals                             * DBANK61P
054900***************************************************************** DBANK61P
055000 ADD-CONTROL-TOTAL.                                               DBANK61P
055100     IF CD61I-SETTLE-ACC IS NOT EQUAL TO SPACES                   DBANK61P
055200        GO TO ADD-CONTROL-TOTAL-EXIT                              DBANK61P
055300     END-IF.                                                      DBANK61P
055400     INITIALIZE CPR1-DATA.                                        DBANK61P
055500     SET CPR1I-ADD-POSTING TO TRUE.                               DBANK61P
055600     MOVE WS-PROGRAM-ID TO CPR1I-JOB.                             DBANK61P
055700     IF CD61I-PROOF-RUN                                           DBANK61P
055800        SET CPR1I-MODE-PROOF TO TRUE                              DBANK61P
055900     ELSE                                                         DBANK61P
056000        SET CPR1I-MODE-LIVE TO TRUE                               DBANK61P
056100     END-IF.                                                      DBANK61P
056200     MOVE WS-TOTAL-KIND TO CPR1I-KIND.                            DBANK61P
056300     MOVE DCL-BAC-ACCTYPE TO CPR1I-ACC-TYPE.                      DBANK61P
056400     MOVE WS-TOTAL-AMT TO CPR1I-AMOUNT.                           DBANK61P
056500 COPY CPROFX01.                                                   DBANK61P
056600     IF NOT CPR1O-REQUEST-OK AND                                  DBANK61P
056700        CD61I-PROOF-RUN                                           DBANK61P
056800        SET CD61O-RUN-FAIL TO TRUE                                DBANK61P
056900        MOVE CPR1O-MSG TO CD61O-MSG                               DBANK61P
057000     END-IF.                                                      DBANK61P
057100 ADD-CONTROL-TOTAL-EXIT.                                          DBANK61P
057200     EXIT.                                                        DBANK61P
057300                                                                  DBANK61P
057400***************************************************************** DBANK61P
057500* Queue one line of the proof listing                           * DBANK61P
057600***************************************************************** DBANK61P
057700 QUEUE-REPORT-LINE.                                               DBANK61P
057800 COPY CCSVWRQ.                                                    DBANK61P
057900 QUEUE-REPORT-LINE-EXIT.                                          DBANK61P
058000     EXIT.                                                        DBANK61P
