001500* Function:    External payments screen - maintain the          * BBANK24P
001600*              customer's beneficiary registry and initiate an  * BBANK24P
001700*              interbank payment through DBANK70P; the end-of-  * BBANK24P
001800*              day run cuts the outbound settlement file.       * BBANK24P
001820*              Bill payees - directory billers and the          * BBANK24P
001840*              customer's reference with each - are kept        * BBANK24P
001860*              through DBILL01P                                 * BBANK24P
001900***************************************************************** BBANK24P
002000                                                                  BBANK24P
002100 IDENTIFICATION DIVISION.                                         BBANK24P
005400 01  WS-BANK-DATA.                                                BBANK24P
005500 COPY CBANKDAT.                                                   BBANK24P
005600 COPY CTIMERD.                                                    BBANK24P
005620 01  WS-SESSION-DATA.                                             BBANK24P
005640 COPY CSIGND01.                                                   BBANK24P
005700 01  WS-EXCEPTION-DATA.                                           BBANK24P
005800 COPY CBANKD16.                                                   BBANK24P
005900                                                                  BBANK24P
006110 01  WS-RDIR-DATA.                                                BBANK24P
006120 COPY CRDIRD01.                                                   BBANK24P
006140 COPY CIBANCHD.                                                   BBANK24P
006160 01  WS-BILL-DATA.                                                BBANK24P
006180 COPY CBILLD01.                                                   BBANK24P
006185 01  WS-VERIFY-DATA.                                              BBANK24P
006190 COPY CBANKD93.                                                   BBANK24P
006200                                                                  BBANK24P
006300 COPY CABENDD.                                                    BBANK24P
006400                                                                  BBANK24P
006500 LINKAGE SECTION.                                                 BBANK24P
006600 01  DFHCOMMAREA.                                                 BBANK24P
006700   05  LK-COMMAREA                           PIC X(32654).        BBANK24P
006800                                                                  BBANK24P
006900 COPY CENTRY.                                                     BBANK24P
007000***************************************************************** BBANK24P
017200        GO TO COMMON-RETURN                                       BBANK24P
017300     END-IF.                                                      BBANK24P
017400                                                                  BBANK24P
017410     IF BANK-SCR24-ACTION IS EQUAL TO 'B' OR                      BBANK24P
017420        BANK-SCR24-ACTION IS EQUAL TO 'R' OR                      BBANK24P
017430        BANK-SCR24-ACTION IS EQUAL TO 'Y'                         BBANK24P
017440        PERFORM WORK-BILL-PAYEE THRU                              BBANK24P
017450                WORK-BILL-PAYEE-EXIT                              BBANK24P
017460        GO TO COMMON-RETURN                                       BBANK24P
017470     END-IF.                                                      BBANK24P
017472     IF BANK-SCR24-ACTION IS EQUAL TO 'P' OR                      BBANK24P
017473        BANK-SCR24-ACTION IS EQUAL TO 'T'                         BBANK24P
017474        PERFORM CHECK-STEP-UP THRU                                BBANK24P
017476                CHECK-STEP-UP-EXIT                                BBANK24P
017478        IF INPUT-ERROR                                            BBANK24P
017480           GO TO COMMON-RETURN                                    BBANK24P
017482        END-IF                                                    BBANK24P
017484     END-IF.                                                      BBANK24P
017500     PERFORM WORK-BENEFICIARY THRU                                BBANK24P
017600             WORK-BENEFICIARY-EXIT.                               BBANK24P
017700     GO TO COMMON-RETURN.                                         BBANK24P
020100        BANK-SCR24-ACTION IS NOT EQUAL TO 'X' AND                 BBANK24P
020200        BANK-SCR24-ACTION IS NOT EQUAL TO 'L' AND                 BBANK24P
020300        BANK-SCR24-ACTION IS NOT EQUAL TO 'P' AND                 BBANK24P
020310        BANK-SCR24-ACTION IS NOT EQUAL TO 'C' AND                 BBANK24P
020320        BANK-SCR24-ACTION IS NOT EQUAL TO 'B' AND                 BBANK24P
020340        BANK-SCR24-ACTION IS NOT EQUAL TO 'R' AND                 BBANK24P
020360        BANK-SCR24-ACTION IS NOT EQUAL TO 'Y' AND                 BBANK24P
020400        BANK-SCR24-ACTION IS NOT EQUAL TO 'T'                     BBANK24P
020450        MOVE 'Action must be A,X,L,P,T,C or B,R,Y for bill payees'BBANK24P
020500          TO WS-ERROR-MSG                                         BBANK24P
020600        GO TO VALIDATE-INPUT-ERROR                                BBANK24P
020700     END-IF.                                                      BBANK24P
020750           GO TO VALIDATE-INPUT-ERROR                             BBANK24P
020760        END-IF                                                    BBANK24P
020770     END-IF.                                                      BBANK24P
020772     IF BANK-SCR24-ACTION IS EQUAL TO 'B'                         BBANK24P
020774        IF BANK-SCR24-BILLER IS EQUAL TO SPACES OR                BBANK24P
020776           BANK-SCR24-BILLER IS EQUAL TO LOW-VALUES OR            BBANK24P
020778           BANK-SCR24-BILLREF IS EQUAL TO SPACES OR               BBANK24P
020780           BANK-SCR24-BILLREF IS EQUAL TO LOW-VALUES              BBANK24P
020782           MOVE 'Biller and your reference are needed to add'     BBANK24P
020784             TO WS-ERROR-MSG                                      BBANK24P
020786           GO TO VALIDATE-INPUT-ERROR                             BBANK24P
020788        END-IF                                                    BBANK24P
020790     END-IF.                                                      BBANK24P
020800     IF BANK-SCR24-ACTION IS EQUAL TO 'A'                         BBANK24P
020900        IF BANK-SCR24-EXTACC IS EQUAL TO SPACES OR                BBANK24P
021000           BANK-SCR24-EXTACC IS EQUAL TO LOW-VALUES OR            BBANK24P
021998        END-IF                                                    BBANK24P
021999     END-IF.                                                      BBANK24P
022000     IF BANK-SCR24-ACTION IS EQUAL TO 'X' OR                      BBANK24P
022100        BANK-SCR24-ACTION IS EQUAL TO 'P' OR                      BBANK24P
022150        BANK-SCR24-ACTION IS EQUAL TO 'R' OR                      BBANK24P
022160        BANK-SCR24-ACTION IS EQUAL TO 'T'                         BBANK24P
022200        IF BANK-SCR24-SEQ IS EQUAL TO SPACES OR                   BBANK24P
022300           BANK-SCR24-SEQ IS EQUAL TO LOW-VALUES                  BBANK24P
022400           MOVE 'Please input the beneficiary number' TO          BBANK24P
022600           GO TO VALIDATE-INPUT-ERROR                             BBANK24P
022700        END-IF                                                    BBANK24P
022800     END-IF.                                                      BBANK24P
022900     IF BANK-SCR24-ACTION IS EQUAL TO 'P' OR                      BBANK24P
022950        BANK-SCR24-ACTION IS EQUAL TO 'T'                         BBANK24P
023000        IF BANK-SCR24-FROMACC IS EQUAL TO SPACES OR               BBANK24P
023100           BANK-SCR24-FROMACC IS EQUAL TO LOW-VALUES              BBANK24P
023200           MOVE 'Please input the paying account' TO WS-ERROR-MSG BBANK24P
026430     ELSE                                                         BBANK24P
026440        MOVE ZEROES TO CD70I-CONFIRM-REF                          BBANK24P
026450     END-IF.                                                      BBANK24P
026500     IF CD70I-PAY-BENEFICIARY OR                                  BBANK24P
026550        CD70I-TRANSFER-WRAPPER                                    BBANK24P
026600        MOVE WS-AMOUNT-WORK-N TO CD70I-AMOUNT                     BBANK24P
026700     ELSE                                                         BBANK24P
026800        MOVE ZEROES TO CD70I-AMOUNT                               BBANK24P
028400 WORK-BENEFICIARY-EXIT.                                           BBANK24P
028500     EXIT.                                                        BBANK24P
028600                                                                  BBANK24P
028602***************************************************************** BBANK24P
028604* A payment that trips a step-up rule is held on the screen     * BBANK24P
028606* until the confirmation code sent for it is keyed back         * BBANK24P
028608***************************************************************** BBANK24P
028610 CHECK-STEP-UP.                                                   BBANK24P
028612     SET INPUT-OK TO TRUE.                                        BBANK24P
028614     INITIALIZE CD93-DATA.                                        BBANK24P
028616     SET CD93I-STEP-UP-CHECK TO TRUE.                             BBANK24P
028618     MOVE BANK-USERID TO CD93I-PERSON-PID.                        BBANK24P
028620     MOVE BANK-SCR24-FROMACC TO CD93I-STEP-FROM-ACC.              BBANK24P
028622     STRING 'BENE ' DELIMITED BY SIZE                             BBANK24P
028624            BANK-SCR24-SEQ DELIMITED BY SIZE                      BBANK24P
028626       INTO CD93I-STEP-PAYEE.                                     BBANK24P
028628     MOVE BANK-SCR24-SEQ TO CD93I-STEP-BENE-SEQ.                  BBANK24P
028630     MOVE WS-AMOUNT-WORK-N TO CD93I-STEP-AMOUNT.                  BBANK24P
028632     IF BANK-SCR24-STEPCODE IS NOT EQUAL TO LOW-VALUES            BBANK24P
028634        MOVE BANK-SCR24-STEPCODE TO CD93I-CODE                    BBANK24P
028636     END-IF.                                                      BBANK24P
028638 COPY CBANKX93.                                                   BBANK24P
028640     MOVE SPACES TO BANK-SCR24-STEPCODE.                          BBANK24P
028642     IF CD93O-REQUEST-OK                                          BBANK24P
028644        GO TO CHECK-STEP-UP-EXIT                                  BBANK24P
028646     END-IF.                                                      BBANK24P
028648     SET INPUT-ERROR TO TRUE.                                     BBANK24P
028650     MOVE CD93O-MSG TO BANK-SCR24-ERRMSG.                         BBANK24P
028652     IF NOT CD93O-STEP-UP-SENT                                    BBANK24P
028654        MOVE CD93O-MSG TO BANK-ERROR-MSG                          BBANK24P
028656     END-IF.                                                      BBANK24P
028658 CHECK-STEP-UP-EXIT.                                              BBANK24P
028660     EXIT.                                                        BBANK24P
028700***************************************************************** BBANK24P
028800* Show the first page of registered beneficiaries               * BBANK24P
028900***************************************************************** BBANK24P
030700 SHOW-BENE-ENTRY-EXIT.                                            BBANK24P
030800     EXIT.                                                        BBANK24P
030900                                                                  BBANK24P
030901***************************************************************** BBANK24P
030902* Drive DBILL01P for the customer's bill payees - a listed      * BBANK24P
030903* payee shows in the beneficiary rows as its number, biller id, * BBANK24P
030904* the customer's reference and the biller's name                * BBANK24P
030905***************************************************************** BBANK24P
030906 WORK-BILL-PAYEE.                                                 BBANK24P
030907     MOVE SPACES TO CBP1-DATA.                                    BBANK24P
030908     EVALUATE BANK-SCR24-ACTION                                   BBANK24P
030909       WHEN 'B'                                                   BBANK24P
030910         SET CBP1I-ADD-PAYEE TO TRUE                              BBANK24P
030911       WHEN 'R'                                                   BBANK24P
030912         SET CBP1I-DELETE-PAYEE TO TRUE                           BBANK24P
030913       WHEN OTHER                                                 BBANK24P
030914         SET CBP1I-LIST-PAYEES TO TRUE                            BBANK24P
030915     END-EVALUATE.                                                BBANK24P
030916     MOVE BANK-USERID TO CBP1I-PERSON-PID.                        BBANK24P
030917     MOVE BANK-USERID TO CBP1I-USERID.                            BBANK24P
030918     MOVE BANK-SCR24-SEQ TO CBP1I-PAYEE-SEQ.                      BBANK24P
030919     MOVE BANK-SCR24-BILLER TO CBP1I-BILLER.                      BBANK24P
030920     MOVE BANK-SCR24-BILLREF TO CBP1I-CUST-REF.                   BBANK24P
030921     MOVE ZEROES TO CBP1I-AMOUNT.                                 BBANK24P
030922 COPY CBILLX01.                                                   BBANK24P
030923     IF CBP1O-REQUEST-OK                                          BBANK24P
030924        IF CBP1I-LIST-PAYEES                                      BBANK24P
030925           MOVE 0 TO WS-SUB1                                      BBANK24P
030926           PERFORM SHOW-PAYEE-ENTRY THRU                          BBANK24P
030927                   SHOW-PAYEE-ENTRY-EXIT 3 TIMES                  BBANK24P
030928        END-IF                                                    BBANK24P
030929        IF CBP1I-ADD-PAYEE                                        BBANK24P
030930           MOVE CBP1O-PAYEE-SEQ TO BANK-SCR24-SEQ                 BBANK24P
030931        END-IF                                                    BBANK24P
030932        MOVE CBP1O-MSG TO BANK-SCR24-ERRMSG                       BBANK24P
030933     ELSE                                                         BBANK24P
030934        MOVE CBP1O-MSG TO BANK-SCR24-ERRMSG                       BBANK24P
030935        MOVE CBP1O-MSG TO BANK-ERROR-MSG                          BBANK24P
030936     END-IF.                                                      BBANK24P
030937 WORK-BILL-PAYEE-EXIT.                                            BBANK24P
030938     EXIT.                                                        BBANK24P
030939                                                                  BBANK24P
030940 SHOW-PAYEE-ENTRY.                                                BBANK24P
030941     ADD 1 TO WS-SUB1.                                            BBANK24P
030942     MOVE CBP1O-LIST-SEQ (WS-SUB1) TO                             BBANK24P
030943          BANK-SCR24-LST-SEQ (WS-SUB1).                           BBANK24P
030944     MOVE CBP1O-LIST-BILLER (WS-SUB1) TO                          BBANK24P
030945          BANK-SCR24-LST-ROUTING (WS-SUB1).                       BBANK24P
030946     MOVE CBP1O-LIST-REF (WS-SUB1) TO                             BBANK24P
030947          BANK-SCR24-LST-EXTACC (WS-SUB1).                        BBANK24P
030948     MOVE CBP1O-LIST-NAME (WS-SUB1) TO                            BBANK24P
030949          BANK-SCR24-LST-NAME (WS-SUB1).                          BBANK24P
030950 SHOW-PAYEE-ENTRY-EXIT.                                           BBANK24P
030951     EXIT.                                                        BBANK24P
031000***************************************************************** BBANK24P
031100* Check for an idle session timeout                             * BBANK24P
031200***************************************************************** BBANK24P
