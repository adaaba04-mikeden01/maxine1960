006000 01  WS-BANK-DATA.                                                BBANK70P
006100 COPY CBANKDAT.                                                   BBANK70P
006102 COPY CTIMERD.                                                    BBANK70P
006120 01  WS-SESSION-DATA.                                             BBANK70P
006140 COPY CSIGND01.                                                   BBANK70P
006200 01  WS-EXCEPTION-DATA.                                           BBANK70P
006300 COPY CBANKD16.                                                   BBANK70P
006400                                                                  BBANK70P
006623 COPY CBANKD44.                                                   BBANK70P
006630 01  WS-RATE-DATA.                                                BBANK70P
006640 COPY CBANKD72.                                                   BBANK70P
006660 01  WS-ALLOCATION-DATA.                                          BBANK70P
006680 COPY CLNALD01.                                                   BBANK70P
006700                                                                  BBANK70P
006800 COPY CABENDD.                                                    BBANK70P
006900                                                                  BBANK70P
007000 LINKAGE SECTION.                                                 BBANK70P
007100 01  DFHCOMMAREA.                                                 BBANK70P
007200   05  LK-COMMAREA                           PIC X(32654).        BBANK70P
007300                                                                  BBANK70P
007400 COPY CENTRY.                                                     BBANK70P
007500***************************************************************** BBANK70P
010630       BANK-AID-PFK07 OR                                          BBANK70P
010640       BANK-AID-PFK08 OR                                          BBANK70P
010650       BANK-AID-PFK09 OR                                          BBANK70P
010660       BANK-AID-PFK10 OR                                          BBANK70P
010680       BANK-AID-PFK11                                             BBANK70P
010700        SET PFK-VALID TO TRUE                                     BBANK70P
010800     END-IF.                                                      BBANK70P
010900     IF BANK-AID-PFK01 AND                                        BBANK70P
016970     END-IF.                                                      BBANK70P
016980                                                                  BBANK70P
016990***************************************************************** BBANK70P
016992* Check the AID to see if we have to approve a loan           *   BBANK70P
016994***************************************************************** BBANK70P
016996     IF BANK-AID-PFK06                                            BBANK70P
016998        PERFORM PROCESS-APPROVE-LOAN THRU                         BBANK70P
017000                PROCESS-APPROVE-LOAN-EXIT                         BBANK70P
017002        GO TO COMMON-RETURN                                       BBANK70P
017004     END-IF.                                                      BBANK70P
017006                                                                  BBANK70P
017008***************************************************************** BBANK70P
017010* PF7 prices an early-settlement payoff and holds the quote;    * BBANK70P
017012* PF8 accepts the held quote and settles the loan; PF9 asks     * BBANK70P
017014* for a repayment holiday and PF10 for a re-term over the       * BBANK70P
017016* keyed months - both go to the authorization queue; PF11 files * BBANK70P
017018* an arrears statement for the loan in the report repository    * BBANK70P
017020***************************************************************** BBANK70P
017022     IF BANK-AID-PFK07                                            BBANK70P
017024        PERFORM PROCESS-SETTLE-QUOTE THRU                         BBANK70P
017026                PROCESS-SETTLE-QUOTE-EXIT                         BBANK70P
017028        GO TO COMMON-RETURN                                       BBANK70P
017030     END-IF.                                                      BBANK70P
017032     IF BANK-AID-PFK08                                            BBANK70P
017034        PERFORM PROCESS-SETTLE-ACCEPT THRU                        BBANK70P
017036                PROCESS-SETTLE-ACCEPT-EXIT                        BBANK70P
017038        GO TO COMMON-RETURN                                       BBANK70P
017040     END-IF.                                                      BBANK70P
017042     IF BANK-AID-PFK09 OR                                         BBANK70P
017044        BANK-AID-PFK10                                            BBANK70P
017046        PERFORM PROCESS-RESTRUCTURE THRU                          BBANK70P
017048                PROCESS-RESTRUCTURE-EXIT                          BBANK70P
017050        GO TO COMMON-RETURN                                       BBANK70P
017052     END-IF.                                                      BBANK70P
017054     IF BANK-AID-PFK11                                            BBANK70P
017056        PERFORM PROCESS-ARREARS-STATEMENT THRU                    BBANK70P
017058                PROCESS-ARREARS-STATEMENT-EXIT                    BBANK70P
017060        GO TO COMMON-RETURN                                       BBANK70P
017062     END-IF.                                                      BBANK70P
017064                                                                  BBANK70P
017066                                                                  BBANK70P
017068* Check if we have set the screen up before or is this 1st time   BBANK70P
017100     IF BANK-LAST-MAPSET IS NOT EQUAL TO 'MBANK70'                BBANK70P
017200        MOVE WS-RETURN-MSG TO BANK-ERROR-MSG                      BBANK70P
017300        MOVE 'BBANK70P' TO BANK-LAST-PROG                         BBANK70P
026100             WS-ERROR-MSG                                         BBANK70P
026200        GO TO VALIDATE-DATA-ERROR                                 BBANK70P
026300     END-IF.                                                      BBANK70P
026310     IF BANK-SCR70-RTYPE IS NOT EQUAL TO 'V' AND                  BBANK70P
026320        BANK-SCR70-RTYPE IS NOT EQUAL TO 'F' AND                  BBANK70P
026330        BANK-SCR70-RTYPE IS NOT EQUAL TO SPACES AND               BBANK70P
026340        BANK-SCR70-RTYPE IS NOT EQUAL TO LOW-VALUES               BBANK70P
026350        MOVE 'Rate type must be F(ixed) or V(ariable)' TO         BBANK70P
026360             WS-ERROR-MSG                                         BBANK70P
026370        GO TO VALIDATE-DATA-ERROR                                 BBANK70P
026380     END-IF.                                                      BBANK70P
026400     GO TO VALIDATE-DATA-EXIT.                                    BBANK70P
026500                                                                  BBANK70P
026600 VALIDATE-DATA-ERROR.                                             BBANK70P
029600***************************************************************** BBANK70P
029700* File a loan application against DBANK62P using the amount,  *   BBANK70P
029800* rate, term and calculated payment already validated above   *   BBANK70P
029850* - a scorecard approval opens the loan account at once       *   BBANK70P
029900***************************************************************** BBANK70P
030000 PROCESS-APPLY-LOAN.                                              BBANK70P
030100     MOVE SPACES TO CD62-DATA.                                    BBANK70P
030500     MOVE WS-RATE-WORK-N TO CD62I-RATE.                           BBANK70P
030600     MOVE WS-TERM-WORK-N TO CD62I-TERM.                           BBANK70P
030700     MOVE WS-PAYMENT-WORK-N TO CD62I-PAYMENT.                     BBANK70P
030750     MOVE BANK-SCR70-RTYPE TO CD62I-RATE-TYPE.                    BBANK70P
030800     COPY CBANKX62.                                               BBANK70P
030900     IF CD62O-LOAN-OK                                             BBANK70P
031000        MOVE CD62O-LOAN-ID TO BANK-SCR70-LOANID                   BBANK70P
031100        IF CD62O-LOAN-ACCNO IS EQUAL TO SPACES                    BBANK70P
031120           SET BANK-SCR70-LOAN-PENDING TO TRUE                    BBANK70P
031140           MOVE SPACES TO BANK-SCR70-LOANACC                      BBANK70P
031160        ELSE                                                      BBANK70P
031170           SET BANK-SCR70-LOAN-APPROVED TO TRUE                   BBANK70P
031180           MOVE CD62O-LOAN-ACCNO TO BANK-SCR70-LOANACC            BBANK70P
031190        END-IF                                                    BBANK70P
031300     ELSE                                                         BBANK70P
031400        MOVE SPACES TO BANK-SCR70-LOANID                          BBANK70P
031500        SET BANK-SCR70-NO-LOAN TO TRUE                            BBANK70P
040130        MOVE CD44O-QUOTE-ID TO BANK-SCR70-QUOTEID                 BBANK70P
040140        MOVE CD44O-PAYOFF-AMOUNT TO WS-EDIT-PAYOFF                BBANK70P
040150        MOVE WS-EDIT-PAYOFF TO BANK-SCR70-PAYOFF                  BBANK70P
040152        MOVE CD44O-FEE-ARREARS TO WS-EDIT-PAYOFF                  BBANK70P
040154        MOVE WS-EDIT-PAYOFF TO BANK-SCR70-FEEARR                  BBANK70P
040156        MOVE CD44O-INTEREST-ARREARS TO WS-EDIT-PAYOFF             BBANK70P
040158        MOVE WS-EDIT-PAYOFF TO BANK-SCR70-INTARR                  BBANK70P
040160        MOVE CD44O-VALID-TO TO BANK-SCR70-VALIDTO                 BBANK70P
040170        MOVE CD44O-MSG TO BANK-SCR70-SRVMSG                       BBANK70P
040180     ELSE                                                         BBANK70P
040800     END-IF.                                                      BBANK70P
040810 PROCESS-RESTRUCTURE-EXIT.                                        BBANK70P
040820     EXIT.                                                        BBANK70P
040830                                                                  BBANK70P
040840***************************************************************** BBANK70P
040850* File an arrears statement for the loan shown - what fell due, * BBANK70P
040860* what has been paid against it and how each receipt was split  * BBANK70P
040870***************************************************************** BBANK70P
040880 PROCESS-ARREARS-STATEMENT.                                       BBANK70P
040890     INITIALIZE CLN1-DATA.                                        BBANK70P
040900     SET CLN1I-ARREARS-STATEMENT TO TRUE.                         BBANK70P
040910     MOVE BANK-SCR70-LOANID TO CLN1I-LOAN-ID.                     BBANK70P
040920     MOVE BANK-USERID TO CLN1I-PERSON-PID.                        BBANK70P
040930     MOVE SPACES TO CLN1I-ASOF-DATE.                              BBANK70P
040940 COPY CLNALX01.                                                   BBANK70P
040950     IF CLN1O-REQUEST-OK                                          BBANK70P
040960        MOVE CLN1O-MSG TO BANK-SCR70-SRVMSG                       BBANK70P
040970     ELSE                                                         BBANK70P
040980        MOVE CLN1O-MSG TO BANK-SCR70-SRVMSG                       BBANK70P
040990        MOVE CLN1O-MSG TO BANK-ERROR-MSG                          BBANK70P
041000     END-IF.                                                      BBANK70P
041010 PROCESS-ARREARS-STATEMENT-EXIT.                                  BBANK70P
041020     EXIT.                                                        BBANK70P
041030 COPY CIDLECHK.                                                   BBANK70P
