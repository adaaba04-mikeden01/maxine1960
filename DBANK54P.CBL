001600*              and rolls BAC_LAST_STMT_DTE/BAC_LAST_STMT_BAL     *DBANK54P
001700*              forward to today/the current balance, using the  * DBANK54P
001800*              account list already read via DBANK51P           * DBANK54P
001850*              - each statement is filed through DSTMT01P first * DBANK54P
001900*              SQL version                                      * DBANK54P
002000***************************************************************** DBANK54P
002100                                                                  DBANK54P
004170                                                                  DBANK54P
004180 01  WS-SPENDING-DATA.                                            DBANK54P
004190 COPY CBANKD29.                                                   DBANK54P
004192                                                                  DBANK54P
004194 01  WS-ARCHIVE-DATA.                                             DBANK54P
004196 COPY CSTMTD01.                                                   DBANK54P
004200                                                                  DBANK54P
004300***************************************************************** DBANK54P
004400* Commarea used to drive DBANK51P - reads the account details    *DBANK54P
008100     EXEC SQL                                                     DBANK54P
008200          INCLUDE CBANKSCS                                        DBANK54P
008300     END-EXEC.                                                    DBANK54P
008320 01  WS-PSWT-FIELDS.                                              DBANK54P
008340   05  DCL-PSW-DATE                          PIC X(10).           DBANK54P
008360   05  DCL-PSW-OLD-TYPE                      PIC X(2).            DBANK54P
008380   05  DCL-PSW-NEW-TYPE                      PIC X(2).            DBANK54P
008400     EXEC SQL                                                     DBANK54P
008500          INCLUDE SQLCA                                           DBANK54P
008600     END-EXEC.                                                    DBANK54P
018900 GENERATE-STATEMENT-TXN-LOOP-EXIT.                                DBANK54P
019000     SET IO-REQUEST-FUNCTION-CLOSE OF WS-52-COMMAREA TO TRUE.     DBANK54P
019100     CALL 'DBANK52P' USING WS-52-COMMAREA.                        DBANK54P
019110                                                                  DBANK54P
019120***************************************************************** DBANK54P
019130* Any change of product on the account since its last statement * DBANK54P
019140* is shown on this one, before the statement date rolls forward * DBANK54P
019150***************************************************************** DBANK54P
019160     PERFORM QUEUE-PRODUCT-CHANGES THRU                           DBANK54P
019170             QUEUE-PRODUCT-CHANGES-EXIT.                          DBANK54P
019171                                                                  DBANK54P
019172***************************************************************** DBANK54P
019173* File the statement - its period, balances and lines - before  * DBANK54P
019174* the period closes; one that cannot be filed is not rolled     * DBANK54P
019175* forward, so the next run statements the same period again     * DBANK54P
019176***************************************************************** DBANK54P
019177     INITIALIZE CSM1-DATA.                                        DBANK54P
019178     SET CSM1I-ARCHIVE TO TRUE.                                   DBANK54P
019180     MOVE CD51O-PID TO CSM1I-PERSON-PID.                          DBANK54P
019181     MOVE CD51O-ACC-NO TO CSM1I-ACC.                              DBANK54P
019182     MOVE CD51O-ACC-CURR-BAL TO CSM1I-CLOSE-BAL.                  DBANK54P
019183     PERFORM CALL-STATEMENT-ARCHIVE THRU                          DBANK54P
019184             CALL-STATEMENT-ARCHIVE-EXIT.                         DBANK54P
019185     IF NOT CSM1O-REQUEST-OK                                      DBANK54P
019186        ADD 1 TO CD54O-STATEMENTS-FAILED                          DBANK54P
019187        GO TO GENERATE-STATEMENT-EXIT                             DBANK54P
019188     END-IF.                                                      DBANK54P
019200                                                                  DBANK54P
019300***************************************************************** DBANK54P
019400* The running balance already read off VBNKDETS is today's      * DBANK54P
025530***************************************************************** DBANK54P
025540 CALL-CATEGORY-SUMMARY.                                           DBANK54P
025550 COPY CBANKX29.                                                   DBANK54P
025551 CALL-CATEGORY-SUMMARY-EXIT.                                      DBANK54P
025552     EXIT.                                                        DBANK54P
025553                                                                  DBANK54P
025554***************************************************************** DBANK54P
025555* The statement's product-change lines - every switch made on   * DBANK54P
025556* the account since it was last statemented, off BNKPSWT        * DBANK54P
025557***************************************************************** DBANK54P
025558 QUEUE-PRODUCT-CHANGES.                                           DBANK54P
025559     EXEC SQL                                                     DBANK54P
025560          DECLARE PSW_CSR CURSOR FOR                              DBANK54P
025561          SELECT PSW_DATE,                                        DBANK54P
025562                 PSW_OLD_TYPE,                                    DBANK54P
025563                 PSW_NEW_TYPE                                     DBANK54P
025564          FROM BNKPSWT PSW,                                       DBANK54P
025565               BNKACC BAC                                         DBANK54P
025566          WHERE PSW.PSW_ACCNO = :CD51O-ACC-NO AND                 DBANK54P
025567                BAC.BAC_ACCNO = PSW.PSW_ACCNO AND                 DBANK54P
025568                PSW.PSW_DATE >                                    DBANK54P
025569                VALUE(CHAR(BAC.BAC_LAST_STMT_DTE, ISO),           DBANK54P
025570                      '0001-01-01')                               DBANK54P
025571          ORDER BY PSW_DATE                                       DBANK54P
025572          FOR FETCH ONLY                                          DBANK54P
025573     END-EXEC.                                                    DBANK54P
025574     EXEC SQL                                                     DBANK54P
025575          OPEN PSW_CSR                                            DBANK54P
025576     END-EXEC.                                                    DBANK54P
025577     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK54P
025578        GO TO QUEUE-PRODUCT-CHANGES-EXIT                          DBANK54P
025579     END-IF.                                                      DBANK54P
025580 QUEUE-PRODUCT-CHANGES-LOOP.                                      DBANK54P
025581     EXEC SQL                                                     DBANK54P
025582          FETCH PSW_CSR                                           DBANK54P
025583          INTO :DCL-PSW-DATE,                                     DBANK54P
025584               :DCL-PSW-OLD-TYPE,                                 DBANK54P
025585               :DCL-PSW-NEW-TYPE                                  DBANK54P
025586     END-EXEC.                                                    DBANK54P
025587     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK54P
025588        GO TO QUEUE-PRODUCT-CHANGES-LOOP-EXIT                     DBANK54P
025589     END-IF.                                                      DBANK54P
025590     MOVE SPACES TO WS-CSV-LINE.                                  DBANK54P
025591     STRING 'STATEMENT PRODUCT,' CD51O-PID ','                    DBANK54P
025592            CD51O-ACC-NO ','                                      DBANK54P
025593            DCL-PSW-DATE ','                                      DBANK54P
025594            DCL-PSW-OLD-TYPE ','                                  DBANK54P
025595            DCL-PSW-NEW-TYPE                                      DBANK54P
025596            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DBANK54P
025597     PERFORM QUEUE-STMT-LINE THRU                                 DBANK54P
025598             QUEUE-STMT-LINE-EXIT.                                DBANK54P
025599     GO TO QUEUE-PRODUCT-CHANGES-LOOP.                            DBANK54P
025600 QUEUE-PRODUCT-CHANGES-LOOP-EXIT.                                 DBANK54P
025601     EXEC SQL                                                     DBANK54P
025602          CLOSE PSW_CSR                                           DBANK54P
025603     END-EXEC.                                                    DBANK54P
025604 QUEUE-PRODUCT-CHANGES-EXIT.                                      DBANK54P
025605     EXIT.                                                        DBANK54P
025606                                                                  DBANK54P
025607***************************************************************** DBANK54P
025608* Hand the built line to the extract queue                      * DBANK54P
025609***************************************************************** DBANK54P
025610 QUEUE-STMT-LINE.                                                 DBANK54P
025630 COPY CCSVWRQ.                                                    DBANK54P
025640 QUEUE-STMT-LINE-EXIT.                                            DBANK54P
025650     EXIT.                                                        DBANK54P
025660                                                                  DBANK54P
025670***************************************************************** DBANK54P
025680* Reach DSTMT01P through its LINK snippet                       * DBANK54P
025690***************************************************************** DBANK54P
025700 CALL-STATEMENT-ARCHIVE.                                          DBANK54P
025710 COPY CSTMTX01.                                                   DBANK54P
025720 CALL-STATEMENT-ARCHIVE-EXIT.                                     DBANK54P
025730     EXIT.                                                        DBANK54P
