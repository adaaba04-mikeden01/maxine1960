003500       VALUE 'DBANK53P'.                                          DBANK53P
003600   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBANK53P
003700   05  WS-BUSINESS-DATE                      PIC X(10).           DBANK53P
003710   05  WS-BAL-DISP                           PIC -(7)9.99.        DBANK53P
003720   05  WS-AMT-DISP                           PIC -(7)9.99.        DBANK53P
003730                                                                  DBANK53P
003740 01  WS-CSV-DATA.                                                 DBANK53P
003750 COPY CCSVD.                                                      DBANK53P
003800                                                                  DBANK53P
003900 01  WS-SERVICE-CHARGES.                                          DBANK53P
004000   05  WS-SRV-BAL-N                          PIC S9(7)V99.        DBANK53P
004100   05  WS-SRV-AMT                            PIC 9(3)V99.         DBANK53P
004110   05  WS-HTI-TIER                           PIC X(1).            DBANK53P
004120   05  WS-ESTA-COUNT                         PIC S9(5) COMP-3.    DBANK53P
004150  05  WS-FEE-SCHED                          PIC X(2).             DBANK53P
004200                                                                  DBANK53P
004300   EXEC SQL                                                       DBANK53P
004400        BEGIN DECLARE SECTION                                     DBANK53P
004700     EXEC SQL                                                     DBANK53P
004800          INCLUDE CBANKD53                                        DBANK53P
004900     END-EXEC.                                                    DBANK53P
004920 01  WS-PF-COMMAREA.                                              DBANK53P
004940     EXEC SQL                                                     DBANK53P
004960          INCLUDE CPROFD01                                        DBANK53P
004980     END-EXEC.                                                    DBANK53P
005000                                                                  DBANK53P
005090 01  WS-04-COMMAREA.                                              DBANK53P
005100     EXEC SQL                                                     DBANK53P
010600        GO TO DBANK53P-EXIT                                       DBANK53P
010700     END-IF.                                                      DBANK53P
010800     MOVE CD98O-DATE TO WS-BUSINESS-DATE.                         DBANK53P
010802***************************************************************** DBANK53P
010804* Control totals by account type are built on every run - a     * DBANK53P
010806* live run's are the base the next proof is set against. A      * DBANK53P
010808* proof run opens its listing                                   * DBANK53P
010810***************************************************************** DBANK53P
010812     INITIALIZE CPR1-DATA.                                        DBANK53P
010814     SET CPR1I-BEGIN-RUN TO TRUE.                                 DBANK53P
010816     MOVE WS-PROGRAM-ID TO CPR1I-JOB.                             DBANK53P
010818     IF CD53I-PROOF-RUN                                           DBANK53P
010820        SET CPR1I-MODE-PROOF TO TRUE                              DBANK53P
010822     ELSE                                                         DBANK53P
010824        SET CPR1I-MODE-LIVE TO TRUE                               DBANK53P
010826     END-IF.                                                      DBANK53P
010828 COPY CPROFX01.                                                   DBANK53P
010830     IF NOT CPR1O-REQUEST-OK                                      DBANK53P
010832        SET CD53O-RUN-FAIL TO TRUE                                DBANK53P
010834        MOVE CPR1O-MSG TO CD53O-MSG                               DBANK53P
010836        GO TO DBANK53P-EXIT                                       DBANK53P
010838     END-IF.                                                      DBANK53P
010840     IF CD53I-PROOF-RUN                                           DBANK53P
010842        MOVE SPACES TO WS-CSV-LINE                                DBANK53P
010844        STRING 'PROOF,' WS-PROGRAM-ID ',' WS-BUSINESS-DATE        DBANK53P
010846               ',SERVICE CHARGES - NOTHING POSTED'                DBANK53P
010848               DELIMITED BY SIZE INTO WS-CSV-LINE                 DBANK53P
010850        PERFORM QUEUE-REPORT-LINE THRU                            DBANK53P
010852                QUEUE-REPORT-LINE-EXIT                            DBANK53P
010854        MOVE 'PID,ACCOUNT,ACCTYPE,BALANCE,CHARGE' TO WS-CSV-LINE  DBANK53P
010856        PERFORM QUEUE-REPORT-LINE THRU                            DBANK53P
010858                QUEUE-REPORT-LINE-EXIT                            DBANK53P
010860     END-IF.                                                      DBANK53P
010900                                                                  DBANK53P
011000***************************************************************** DBANK53P
011100* Open a cursor over every account in the bank and work our way * DBANK53P
011600          SELECT BAC.BAC_PID,                                     DBANK53P
011700                 BAC.BAC_ACCNO,                                   DBANK53P
011800                 BAC.BAC_BALANCE,                                 DBANK53P
011900                 BAC.BAC_ACCTYPE,                                 DBANK53P
011920                 VALUE(NULLIF(BAT.BAT_FEE_SCHED, ' '),            DBANK53P
011940                       BAC.BAC_ACCTYPE)                           DBANK53P
012000          FROM BNKACC BAC                                         DBANK53P
012020               LEFT OUTER JOIN BNKATYPE BAT                       DBANK53P
012040               ON BAT.BAT_TYPE = BAC.BAC_ACCTYPE                  DBANK53P
012100          ORDER BY BAC.BAC_PID,                                   DBANK53P
012200                   BAC.BAC_ACCNO                                  DBANK53P
012300          FOR FETCH ONLY                                          DBANK53P
013700          INTO :DCL-BAC-PID,                                      DBANK53P
013800               :DCL-BAC-ACCNO,                                    DBANK53P
013900               :DCL-BAC-BALANCE,                                  DBANK53P
014000               :DCL-BAC-ACCTYPE,                                  DBANK53P
014050               :WS-FEE-SCHED                                      DBANK53P
014100     END-EXEC.                                                    DBANK53P
014200     IF SQLCODE IS EQUAL TO +100                                  DBANK53P
014300        GO TO BILLING-CYCLE-LOOP-EXIT                             DBANK53P
015100     MOVE DCL-BAC-BALANCE TO WS-SRV-BAL-N.                        DBANK53P
015200     PERFORM CALC-SERVICE-CHARGE THRU                             DBANK53P
015300             CALC-SERVICE-CHARGE-EXIT.                            DBANK53P
015400     IF WS-SRV-AMT IS GREATER THAN ZERO AND                       DBANK53P
015420        CD53I-PROOF-RUN                                           DBANK53P
015440        PERFORM PROVE-SERVICE-CHARGE THRU                         DBANK53P
015460                PROVE-SERVICE-CHARGE-EXIT                         DBANK53P
015480     END-IF.                                                      DBANK53P
015500     IF WS-SRV-AMT IS GREATER THAN ZERO AND                       DBANK53P
015520        CD53I-LIVE-RUN                                            DBANK53P
015540        PERFORM POST-SERVICE-CHARGE THRU                          DBANK53P
015560                POST-SERVICE-CHARGE-EXIT                          DBANK53P
015580     END-IF.                                                      DBANK53P
015600     IF CD53O-RUN-FAIL                                            DBANK53P
015620        GO TO BILLING-CYCLE-LOOP-EXIT                             DBANK53P
015640     END-IF.                                                      DBANK53P
015800     GO TO BILLING-CYCLE-LOOP.                                    DBANK53P
015900 BILLING-CYCLE-LOOP-EXIT.                                         DBANK53P
016000     EXEC SQL                                                     DBANK53P
016100          CLOSE ALL_ACC_CSR                                       DBANK53P
016200     END-EXEC.                                                    DBANK53P
016205***************************************************************** DBANK53P
016210* A proof run closes with its control totals set against the    * DBANK53P
016215* last live cycle, delivered to the report repository           * DBANK53P
016220***************************************************************** DBANK53P
016225     IF CD53I-PROOF-RUN AND                                       DBANK53P
016230        CD53O-RUN-OK                                              DBANK53P
016235        INITIALIZE CPR1-DATA                                      DBANK53P
016240        SET CPR1I-FINISH-PROOF TO TRUE                            DBANK53P
016245        MOVE WS-PROGRAM-ID TO CPR1I-JOB                           DBANK53P
016250        SET CPR1I-MODE-PROOF TO TRUE                              DBANK53P
016255 COPY CPROFX01.                                                   DBANK53P
016260        MOVE CPR1O-MSG TO CD53O-MSG                               DBANK53P
016265        IF NOT CPR1O-REQUEST-OK                                   DBANK53P
016270           SET CD53O-RUN-FAIL TO TRUE                             DBANK53P
016275        END-IF                                                    DBANK53P
016280     END-IF.                                                      DBANK53P
016300                                                                  DBANK53P
016400 DBANK53P-EXIT.                                                   DBANK53P
016500***************************************************************** DBANK53P
017400                                                                  DBANK53P
017500***************************************************************** DBANK53P
017600* Band the account's balance and work out the service charge    * DBANK53P
017650* that applies - read off the effective-dated rate master under * DBANK53P
017700* the product's fee schedule, so a pricing change is a BNKRATE  * DBANK53P
017750* row and not a code release                                    * DBANK53P
017900***************************************************************** DBANK53P
018000 CALC-SERVICE-CHARGE.                                             DBANK53P
018100     MOVE SPACES TO CD72-DATA.                                    DBANK53P
018200     SET CD72I-READ-RATE TO TRUE.                                 DBANK53P
018300     MOVE WS-FEE-SCHED TO CD72I-ACC-TYPE.                         DBANK53P
018400     SET CD72I-KIND-SERVICE TO TRUE.                              DBANK53P
018500     MOVE WS-SRV-BAL-N TO CD72I-BALANCE.                          DBANK53P
018600     MOVE WS-BUSINESS-DATE TO CD72I-ASOF-DATE.                    DBANK53P
023000     END-IF.                                                      DBANK53P
023100     ADD 1 TO CD53O-CHARGES-POSTED.                               DBANK53P
023200     ADD WS-SRV-AMT TO CD53O-TOTAL-AMOUNT.                        DBANK53P
023220     PERFORM ADD-CONTROL-TOTAL THRU                               DBANK53P
023240             ADD-CONTROL-TOTAL-EXIT.                              DBANK53P
023300 POST-SERVICE-CHARGE-EXIT.                                        DBANK53P
023400     EXIT.                                                        DBANK53P
023401                                                                  DBANK53P
023402***************************************************************** DBANK53P
023403* Prove one charge - list it as it would post and count it in   * DBANK53P
023404* the run's totals, without touching the account                * DBANK53P
023405***************************************************************** DBANK53P
023406 PROVE-SERVICE-CHARGE.                                            DBANK53P
023407     MOVE DCL-BAC-BALANCE TO WS-BAL-DISP.                         DBANK53P
023408     MOVE WS-SRV-AMT TO WS-AMT-DISP.                              DBANK53P
023409     MOVE SPACES TO WS-CSV-LINE.                                  DBANK53P
023410     STRING DCL-BAC-PID ',' DCL-BAC-ACCNO ',' DCL-BAC-ACCTYPE ',' DBANK53P
023411            WS-BAL-DISP ',' WS-AMT-DISP                           DBANK53P
023412            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DBANK53P
023413     PERFORM QUEUE-REPORT-LINE THRU                               DBANK53P
023414             QUEUE-REPORT-LINE-EXIT.                              DBANK53P
023415     ADD 1 TO CD53O-CHARGES-POSTED.                               DBANK53P
023416     ADD WS-SRV-AMT TO CD53O-TOTAL-AMOUNT.                        DBANK53P
023417     PERFORM ADD-CONTROL-TOTAL THRU                               DBANK53P
023418             ADD-CONTROL-TOTAL-EXIT.                              DBANK53P
023419 PROVE-SERVICE-CHARGE-EXIT.                                       DBANK53P
023420     EXIT.                                                        DBANK53P
023421                                                                  DBANK53P
023422***************************************************************** DBANK53P
023423* Count a charge, posted or proved, in the control totals. A    * DBANK53P
023424* proof that cannot total is no proof and stops the run; once a * DBANK53P
023425* live charge has posted the run carries on regardless          * DBANK53P
023426***************************************************************** DBANK53P
023427 ADD-CONTROL-TOTAL.                                               DBANK53P
023428     INITIALIZE CPR1-DATA.                                        DBANK53P
023429     SET CPR1I-ADD-POSTING TO TRUE.                               DBANK53P
023430     MOVE WS-PROGRAM-ID TO CPR1I-JOB.                             DBANK53P
023431     IF CD53I-PROOF-RUN                                           DBANK53P
023432        SET CPR1I-MODE-PROOF TO TRUE                              DBANK53P
023433     ELSE                                                         DBANK53P
023434        SET CPR1I-MODE-LIVE TO TRUE                               DBANK53P
023435     END-IF.                                                      DBANK53P
023436     MOVE 'S' TO CPR1I-KIND.                                      DBANK53P
023437     MOVE DCL-BAC-ACCTYPE TO CPR1I-ACC-TYPE.                      DBANK53P
023438     MOVE WS-SRV-AMT TO CPR1I-AMOUNT.                             DBANK53P
023439 COPY CPROFX01.                                                   DBANK53P
023440     IF NOT CPR1O-REQUEST-OK AND                                  DBANK53P
023441        CD53I-PROOF-RUN                                           DBANK53P
023442        SET CD53O-RUN-FAIL TO TRUE                                DBANK53P
023443        MOVE CPR1O-MSG TO CD53O-MSG                               DBANK53P
023444     END-IF.                                                      DBANK53P
023445 ADD-CONTROL-TOTAL-EXIT.                                          DBANK53P
023446     EXIT.                                                        DBANK53P
023447                                                                  DBANK53P
023448***************************************************************** DBANK53P
023449* Queue one line of the proof listing                           * DBANK53P
023450***************************************************************** DBANK53P
023451 QUEUE-REPORT-LINE.                                               DBANK53P
023452 COPY CCSVWRQ.                                                    DBANK53P
023453 QUEUE-REPORT-LINE-EXIT.                                          DBANK53P
023454     EXIT.                                                        DBANK53P
023500                                                                  DBANK53P
