005900 01  WS-BANK-DATA.                                                BBANK65P
006000 COPY CBANKDAT.                                                   BBANK65P
006100 COPY CTIMERD.                                                    BBANK65P
006120 01  WS-SESSION-DATA.                                             BBANK65P
006140 COPY CSIGND01.                                                   BBANK65P
006200 01  WS-EXCEPTION-DATA.                                           BBANK65P
006300 COPY CBANKD16.                                                   BBANK65P
006400                                                                  BBANK65P
006500 01  WS-CHQBOOK-DATA.                                             BBANK65P
006600 COPY CCHQBD01.                                                   BBANK65P
006620 01  WS-JOURNAL-DATA.                                             BBANK65P
006640 COPY CEJRND01.                                                   BBANK65P
006700                                                                  BBANK65P
006800 COPY CABENDD.                                                    BBANK65P
006900                                                                  BBANK65P
007000 LINKAGE SECTION.                                                 BBANK65P
007100 01  DFHCOMMAREA.                                                 BBANK65P
007200   05  LK-COMMAREA                           PIC X(32654).        BBANK65P
007300                                                                  BBANK65P
007400 COPY CENTRY.                                                     BBANK65P
007500***************************************************************** BBANK65P
027700***************************************************************** BBANK65P
027800 WORK-CHQBOOKS.                                                   BBANK65P
027900     MOVE SPACES TO CCQ1-DATA.                                    BBANK65P
027950     MOVE SPACES TO BANK-SCR65-RECEIPT.                           BBANK65P
028000     MOVE BANK-SCR65-ACTION TO CCQ1I-FUNCTION.                    BBANK65P
028100     MOVE BANK-SCR65-ACC TO CCQ1I-ACC.                            BBANK65P
028200     MOVE BANK-SCR65-BRANCH TO CCQ1I-BRANCH.                      BBANK65P
030700                   SHOW-PARKED-PAGE-EXIT                          BBANK65P
030800        END-IF                                                    BBANK65P
030900        MOVE CCQ1O-MSG TO BANK-SCR65-ERRMSG                       BBANK65P
030910        IF NOT CCQ1I-LIST-PARKED AND                              BBANK65P
030920           NOT CCQ1I-CUT-ISSUE-FILE                               BBANK65P
030930           PERFORM WRITE-JOURNAL THRU                             BBANK65P
030940                   WRITE-JOURNAL-EXIT                             BBANK65P
030950        END-IF                                                    BBANK65P
031000     ELSE                                                         BBANK65P
031100        MOVE CCQ1O-MSG TO BANK-SCR65-ERRMSG                       BBANK65P
031200        MOVE CCQ1O-MSG TO BANK-ERROR-MSG                          BBANK65P
031300     END-IF.                                                      BBANK65P
031400 WORK-CHQBOOKS-EXIT.                                              BBANK65P
031500     EXIT.                                                        BBANK65P
031501                                                                  BBANK65P
031502***************************************************************** BBANK65P
031503* Journal the cheque-book or cheque action and show its receipt * BBANK65P
031504* number - paying or returning a parked presentment is an       * BBANK65P
031505* override of the positive-pay mismatch                         * BBANK65P
031506***************************************************************** BBANK65P
031507 WRITE-JOURNAL.                                                   BBANK65P
031508     INITIALIZE CEJ1-DATA.                                        BBANK65P
031509     SET CEJ1I-WRITE-ENTRY TO TRUE.                               BBANK65P
031510     MOVE WS-PROGRAM-ID TO CEJ1I-PROGRAM.                         BBANK65P
031511     MOVE BANK-USERID TO CEJ1I-TELLER.                            BBANK65P
031512     MOVE BANK-SCR65-BRANCH TO CEJ1I-BRANCH.                      BBANK65P
031513     MOVE BANK-SCR65-ACC TO CEJ1I-ACC.                            BBANK65P
031514     MOVE BANK-USERID TO CEJ1I-USERID.                            BBANK65P
031515     SET CEJ1I-POSTED TO TRUE.                                    BBANK65P
031516     EVALUATE TRUE                                                BBANK65P
031517       WHEN CCQ1I-ORDER-BOOK                                      BBANK65P
031518         SET CEJ1I-BOOK-ORDERED TO TRUE                           BBANK65P
031519         STRING 'CHEQUES ' CCQ1O-START-NO ' TO ' CCQ1O-END-NO     BBANK65P
031520                DELIMITED BY SIZE INTO CEJ1I-DETAIL               BBANK65P
031521       WHEN CCQ1I-RECEIVE-STOCK                                   BBANK65P
031522         SET CEJ1I-BOOK-STOCK TO TRUE                             BBANK65P
031523         STRING 'BOOKS RECEIVED ' BANK-SCR65-BOOKS                BBANK65P
031524                DELIMITED BY SIZE INTO CEJ1I-DETAIL               BBANK65P
031525       WHEN CCQ1I-WRITE-CHEQUE                                    BBANK65P
031526         SET CEJ1I-CHEQUE-WRITTEN TO TRUE                         BBANK65P
031527         MOVE CCQ1I-AMOUNT TO CEJ1I-AMOUNT                        BBANK65P
031528         STRING 'CHEQUE ' BANK-SCR65-CHQNO                        BBANK65P
031529                DELIMITED BY SIZE INTO CEJ1I-DETAIL               BBANK65P
031530       WHEN CCQ1I-PAY-PARKED                                      BBANK65P
031531         SET CEJ1I-OVERRIDE-PAID TO TRUE                          BBANK65P
031532         MOVE BANK-USERID TO CEJ1I-SUPERVISOR                     BBANK65P
031533         STRING 'CHEQUE ' BANK-SCR65-CHQNO                        BBANK65P
031534                DELIMITED BY SIZE INTO CEJ1I-DETAIL               BBANK65P
031535       WHEN OTHER                                                 BBANK65P
031536         SET CEJ1I-OVERRIDE-RETURNED TO TRUE                      BBANK65P
031537         MOVE BANK-USERID TO CEJ1I-SUPERVISOR                     BBANK65P
031538         STRING 'CHEQUE ' BANK-SCR65-CHQNO                        BBANK65P
031539                DELIMITED BY SIZE INTO CEJ1I-DETAIL               BBANK65P
031540     END-EVALUATE.                                                BBANK65P
031541 COPY CEJRNX01.                                                   BBANK65P
031542     IF CEJ1O-REQUEST-OK                                          BBANK65P
031543        MOVE CEJ1O-RECEIPT TO BANK-SCR65-RECEIPT                  BBANK65P
031544     ELSE                                                         BBANK65P
031545        PERFORM JOURNAL-EXCEPTION THRU                            BBANK65P
031546                JOURNAL-EXCEPTION-EXIT                            BBANK65P
031547     END-IF.                                                      BBANK65P
031548 WRITE-JOURNAL-EXIT.                                              BBANK65P
031549     EXIT.                                                        BBANK65P
031550                                                                  BBANK65P
031551***************************************************************** BBANK65P
031552* The action itself stands - a journal problem is left with the * BBANK65P
031553* back office as an exception                                   * BBANK65P
031554***************************************************************** BBANK65P
031555 JOURNAL-EXCEPTION.                                               BBANK65P
031556     MOVE SPACES TO CD16-DATA.                                    BBANK65P
031557     MOVE BANK-USERID TO CD16I-PERSON-PID.                        BBANK65P
031558     MOVE WS-PROGRAM-ID TO CD16I-PROGRAM.                         BBANK65P
031559     MOVE SPACES TO CD16I-MESSAGE.                                BBANK65P
031560     STRING 'NO JOURNAL ENTRY ' BANK-SCR65-ACC ' '                BBANK65P
031561            CEJ1O-MSG                                             BBANK65P
031562            DELIMITED BY SIZE INTO CD16I-MESSAGE.                 BBANK65P
031563 COPY CBANKX16.                                                   BBANK65P
031564 JOURNAL-EXCEPTION-EXIT.                                          BBANK65P
031565     EXIT.                                                        BBANK65P
031600                                                                  BBANK65P
031700***************************************************************** BBANK65P
031800* Show the first page of parked presentments                    * BBANK65P
