006360     EXEC SQL                                                     DBANK81P
006370          INCLUDE CBANKD44                                        DBANK81P
006380     END-EXEC.                                                    DBANK81P
006382 01  WS-WO-COMMAREA.                                              DBANK81P
006384     EXEC SQL                                                     DBANK81P
006386          INCLUDE CLNWOD01                                        DBANK81P
006388     END-EXEC.                                                    DBANK81P
006390 01  WS-C1-COMMAREA.                                              DBANK81P
006391     EXEC SQL                                                     DBANK81P
006392          INCLUDE CCORPD01                                        DBANK81P
006393     END-EXEC.                                                    DBANK81P
006394 01  WS-GU-COMMAREA.                                              DBANK81P
006395     EXEC SQL                                                     DBANK81P
006396          INCLUDE CGUARD01                                        DBANK81P
006397     END-EXEC.                                                    DBANK81P
006414 01  WS-EJ-COMMAREA.                                              DBANK81P
006431     EXEC SQL                                                     DBANK81P
006448          INCLUDE CEJRND01                                        DBANK81P
006465     END-EXEC.                                                    DBANK81P
006466 01  WS-RQ-COMMAREA.                                              DBANK81P
006468     EXEC SQL                                                     DBANK81P
006470          INCLUDE CRPRQD01                                        DBANK81P
006472     END-EXEC.                                                    DBANK81P
006474 01  WS-RV-COMMAREA.                                              DBANK81P
006476     EXEC SQL                                                     DBANK81P
006478          INCLUDE CROVRD01                                        DBANK81P
006480     END-EXEC.                                                    DBANK81P
006482                                                                  DBANK81P
006484 01  WS-SC-COMMAREA.                                              DBANK81P
006486     EXEC SQL                                                     DBANK81P
006488          INCLUDE CSTFCD01                                        DBANK81P
006490     END-EXEC.                                                    DBANK81P
006495                                                                  DBANK81P
006500 01  WS-AUTH-AREAS.                                               DBANK81P
006600   05  WS-AUTH-LIMIT                         PIC S9(7)V99 COMP-3. DBANK81P
006700   05  WS-NEW-ITEM-ID                        PIC S9(7) COMP-3.    DBANK81P
015610        NOT CD81I-TYPE-GL-CLEARING AND                            DBANK81P
015620        NOT CD81I-TYPE-FEE-REFUND AND                             DBANK81P
015630        NOT CD81I-TYPE-RESTRUCTURE AND                            DBANK81P
015635        NOT CD81I-TYPE-WRITE-OFF AND                              DBANK81P
015636        NOT CD81I-TYPE-GUARANTEE-CLAIM AND                        DBANK81P
015638        NOT CD81I-TYPE-PAYMENT-REPAIR AND                         DBANK81P
015639        NOT CD81I-TYPE-RATE-OVERRIDE AND                          DBANK81P
015640        CD81I-FORCE-CAPTURE IS NOT EQUAL TO 'Y'                   DBANK81P
015700        SET CD81O-BELOW-THRESHOLD TO TRUE                         DBANK81P
015800        GO TO CAPTURE-CHECK-EXIT                                  DBANK81P
016700          TO CD81O-MSG                                            DBANK81P
016800        GO TO CAPTURE-CHECK-EXIT                                  DBANK81P
016900     END-IF.                                                      DBANK81P
016905***************************************************************** DBANK81P
016910* The maker may not key an item - a fee waiver or refund above  * DBANK81P
016915* all - for their own or a connected party's account            * DBANK81P
016920***************************************************************** DBANK81P
016925     IF CD81I-MAKER IS NOT EQUAL TO SPACES                        DBANK81P
016930        INITIALIZE CSC1-DATA                                      DBANK81P
016935        SET CSC1I-CHECK-ACTION TO TRUE                            DBANK81P
016940        MOVE CD81I-MAKER TO CSC1I-STAFF-PID                       DBANK81P
016945        MOVE CD81I-PERSON-PID TO CSC1I-PID                        DBANK81P
016950        MOVE CD81I-FROM-ACC TO CSC1I-ACC1                         DBANK81P
016955        MOVE CD81I-TO-ACC TO CSC1I-ACC2                           DBANK81P
016960        MOVE WS-PROGRAM-ID TO CSC1I-CALLER                        DBANK81P
016965 COPY CSTFCX01.                                                   DBANK81P
016970        IF NOT CSC1O-REQUEST-OK                                   DBANK81P
016975           SET CD81O-OWN-ITEM TO TRUE                             DBANK81P
016980           MOVE CSC1O-MSG TO CD81O-MSG                            DBANK81P
016985           GO TO CAPTURE-CHECK-EXIT                               DBANK81P
016990        END-IF                                                    DBANK81P
016995     END-IF.                                                      DBANK81P
017000     EXEC SQL                                                     DBANK81P
017100          INSERT                                                  DBANK81P
017200          INTO BNKPAUTH (PAU_ID,                                  DBANK81P
032300          TO CD81O-MSG                                            DBANK81P
032400        GO TO WORK-ITEM-EXIT                                      DBANK81P
032500     END-IF.                                                      DBANK81P
032510***************************************************************** DBANK81P
032520* Nor by a user whose own or connected party's account is on    * DBANK81P
032530* either side of it, or who is the customer it is for           * DBANK81P
032540***************************************************************** DBANK81P
032550     INITIALIZE CSC1-DATA.                                        DBANK81P
032560     SET CSC1I-CHECK-ACTION TO TRUE.                              DBANK81P
032570     MOVE CD81I-CHECKER TO CSC1I-STAFF-PID.                       DBANK81P
032580     MOVE WS-ITEM-PID TO CSC1I-PID.                               DBANK81P
032590     MOVE WS-ITEM-FROM TO CSC1I-ACC1.                             DBANK81P
032600     MOVE WS-ITEM-TO TO CSC1I-ACC2.                               DBANK81P
032610     MOVE WS-PROGRAM-ID TO CSC1I-CALLER.                          DBANK81P
032620 COPY CSTFCX01.                                                   DBANK81P
032630     IF NOT CSC1O-REQUEST-OK                                      DBANK81P
032640        SET CD81O-OWN-ITEM TO TRUE                                DBANK81P
032650        MOVE CSC1O-MSG TO CD81O-MSG                               DBANK81P
032660        GO TO WORK-ITEM-EXIT                                      DBANK81P
032670     END-IF.                                                      DBANK81P
032810***************************************************************** DBANK81P
032820* A transfer - or a counter withdrawal the gate captured -        DBANK81P
032830* against a corporate account answers to the signing rule:        DBANK81P
034462      WHEN WS-ITEM-TYPE IS EQUAL TO 'W'                           DBANK81P
034464        PERFORM EXECUTE-CASH-WITHDRAWAL THRU                      DBANK81P
034466                EXECUTE-CASH-WITHDRAWAL-EXIT                      DBANK81P
034468       WHEN WS-ITEM-TYPE IS EQUAL TO 'L'                          DBANK81P
034470         PERFORM EXECUTE-RESTRUCTURE THRU                         DBANK81P
034472                 EXECUTE-RESTRUCTURE-EXIT                         DBANK81P
034474       WHEN WS-ITEM-TYPE IS EQUAL TO 'O'                          DBANK81P
034476         PERFORM EXECUTE-WRITE-OFF THRU                           DBANK81P
034478                 EXECUTE-WRITE-OFF-EXIT                           DBANK81P
034480       WHEN WS-ITEM-TYPE IS EQUAL TO 'K'                          DBANK81P
034482         PERFORM EXECUTE-GUARANTEE-CLAIM THRU                     DBANK81P
034484                 EXECUTE-GUARANTEE-CLAIM-EXIT                     DBANK81P
034486       WHEN WS-ITEM-TYPE IS EQUAL TO 'Q'                          DBANK81P
034488         PERFORM EXECUTE-PAYMENT-REPAIR THRU                      DBANK81P
034490                 EXECUTE-PAYMENT-REPAIR-EXIT                      DBANK81P
034492       WHEN WS-ITEM-TYPE IS EQUAL TO 'N'                          DBANK81P
034494         PERFORM EXECUTE-RATE-OVERRIDE THRU                       DBANK81P
034496                 EXECUTE-RATE-OVERRIDE-EXIT                       DBANK81P
034500       WHEN OTHER                                                 DBANK81P
034600         MOVE 'The held item carries an unknown type'             DBANK81P
034700           TO CD81O-MSG                                           DBANK81P
044008     MOVE WS-ITEM-AMOUNT TO CD66I-AMOUNT.                         DBANK81P
044009     MOVE 'Y' TO CD66I-AUTHORIZED.                                DBANK81P
044010 COPY CBANKX66.                                                   DBANK81P
044012     IF NOT CD66O-POST-OK                                         DBANK81P
044014        MOVE CD66O-MSG TO CD81O-MSG                               DBANK81P
044016        GO TO EXECUTE-CASH-WITHDRAWAL-EXIT                        DBANK81P
044018     END-IF.                                                      DBANK81P
044020*    The cash leaves the drawer it was keyed at, so the counter   DBANK81P
044022*    journal takes the approved withdrawal against that drawer    DBANK81P
044024     INITIALIZE CEJ1-DATA.                                        DBANK81P
044026     SET CEJ1I-WRITE-ENTRY TO TRUE.                               DBANK81P
044028     SET CEJ1I-OVERRIDE-APPROVED TO TRUE.                         DBANK81P
044030     MOVE WS-PROGRAM-ID TO CEJ1I-PROGRAM.                         DBANK81P
044032     MOVE WS-ITEM-MAKER TO CEJ1I-TELLER.                          DBANK81P
044034     MOVE WS-ITEM-REASON TO CEJ1I-DRAWER.                         DBANK81P
044036     MOVE WS-ITEM-FROM TO CEJ1I-ACC.                              DBANK81P
044038     MOVE WS-ITEM-AMOUNT TO CEJ1I-AMOUNT.                         DBANK81P
044040     MOVE WS-ITEM-AMOUNT TO CEJ1I-CASH-OUT.                       DBANK81P
044042     MOVE CD66O-TXN-REF TO CEJ1I-TXN-REF.                         DBANK81P
044044     SET CEJ1I-POSTED TO TRUE.                                    DBANK81P
044046     MOVE CD81I-CHECKER TO CEJ1I-SUPERVISOR.                      DBANK81P
044048     MOVE CD81I-CHECKER TO CEJ1I-USERID.                          DBANK81P
044050     MOVE 'SIGNATORY APPROVAL' TO CEJ1I-DETAIL.                   DBANK81P
044052 COPY CEJRNX01.                                                   DBANK81P
044054     IF NOT CEJ1O-REQUEST-OK                                      DBANK81P
044056        MOVE CEJ1O-MSG TO CD81O-MSG                               DBANK81P
044058     END-IF.                                                      DBANK81P
044060 EXECUTE-CASH-WITHDRAWAL-EXIT.                                    DBANK81P
044062     EXIT.                                                        DBANK81P
044064                                                                  DBANK81P
044066***************************************************************** DBANK81P
044068* Execute an approved standing order creation                   * DBANK81P
044070***************************************************************** DBANK81P
044072 EXECUTE-STANDING-ORDER.                                          DBANK81P
044074     MOVE SPACES TO CD12-DATA.                                    DBANK81P
044100     SET CD12I-CREATE TO TRUE.                                    DBANK81P
044200     MOVE WS-ITEM-PID TO CD12I-PERSON-PID.                        DBANK81P
044300     MOVE WS-ITEM-FROM TO CD12I-FROM-ACC.                         DBANK81P
054110     END-IF.                                                      DBANK81P
054120 EXECUTE-RESTRUCTURE-EXIT.                                        DBANK81P
054130     EXIT.                                                        DBANK81P
054200***************************************************************** DBANK81P
054300* Execute an approved loan write-off through the write-off      * DBANK81P
054400* program                                                       * DBANK81P
054500***************************************************************** DBANK81P
054600 EXECUTE-WRITE-OFF.                                               DBANK81P
054700     INITIALIZE CLW1-DATA.                                        DBANK81P
054800     SET CLW1I-EXECUTE-WRITE-OFF TO TRUE.                         DBANK81P
054900     MOVE CD81I-ITEM-ID TO CLW1I-AUTH-ID.                         DBANK81P
055000 COPY CLNWOX01.                                                   DBANK81P
055100     IF NOT CLW1O-REQUEST-OK                                      DBANK81P
055200        MOVE CLW1O-MSG TO CD81O-MSG                               DBANK81P
055300     END-IF.                                                      DBANK81P
055400 EXECUTE-WRITE-OFF-EXIT.                                          DBANK81P
055500     EXIT.                                                        DBANK81P
055600                                                                  DBANK81P
055700***************************************************************** DBANK81P
055800* Pay an approved guarantee claim through the guarantee program * DBANK81P
055900***************************************************************** DBANK81P
056000 EXECUTE-GUARANTEE-CLAIM.                                         DBANK81P
056100     INITIALIZE CGU1-DATA.                                        DBANK81P
056200     SET CGU1I-EXECUTE-CLAIM TO TRUE.                             DBANK81P
056300     MOVE CD81I-ITEM-ID TO CGU1I-AUTH-ID.                         DBANK81P
056400     MOVE CD81I-CHECKER TO CGU1I-USERID.                          DBANK81P
056500 COPY CGUARX01.                                                   DBANK81P
056600     IF NOT CGU1O-REQUEST-OK                                      DBANK81P
056700        MOVE CGU1O-MSG TO CD81O-MSG                               DBANK81P
056800     END-IF.                                                      DBANK81P
056900 EXECUTE-GUARANTEE-CLAIM-EXIT.                                    DBANK81P
057000     EXIT.                                                        DBANK81P
057100                                                                  DBANK81P
057200***************************************************************** DBANK81P
057300* Repost or return an approved repair item through the repair   * DBANK81P
057400* queue program                                                 * DBANK81P
057500***************************************************************** DBANK81P
057600 EXECUTE-PAYMENT-REPAIR.                                          DBANK81P
057700     INITIALIZE CRQ1-DATA.                                        DBANK81P
057800     SET CRQ1I-EXECUTE-APPROVED TO TRUE.                          DBANK81P
057900     MOVE CD81I-ITEM-ID TO CRQ1I-AUTH-ID.                         DBANK81P
058000     MOVE CD81I-CHECKER TO CRQ1I-USERID.                          DBANK81P
058100 COPY CRPRQX01.                                                   DBANK81P
058200     IF NOT CRQ1O-REQUEST-OK                                      DBANK81P
058300        MOVE CRQ1O-MSG TO CD81O-MSG                               DBANK81P
058400     END-IF.                                                      DBANK81P
058500 EXECUTE-PAYMENT-REPAIR-EXIT.                                     DBANK81P
058600     EXIT.                                                        DBANK81P
058700                                                                  DBANK81P
058800***************************************************************** DBANK81P
058900* Bring an approved negotiated rate into force through the rate * DBANK81P
059000* override program                                              * DBANK81P
059100***************************************************************** DBANK81P
059200 EXECUTE-RATE-OVERRIDE.                                           DBANK81P
059300     INITIALIZE CRV1-DATA.                                        DBANK81P
059400     SET CRV1I-EXECUTE-APPROVED TO TRUE.                          DBANK81P
059500     MOVE CD81I-ITEM-ID TO CRV1I-AUTH-ID.                         DBANK81P
059600     MOVE CD81I-CHECKER TO CRV1I-CHECKER.                         DBANK81P
059700 COPY CROVRX01.                                                   DBANK81P
059800     IF NOT CRV1O-REQUEST-OK                                      DBANK81P
059900        MOVE CRV1O-MSG TO CD81O-MSG                               DBANK81P
060000     END-IF.                                                      DBANK81P
060100 EXECUTE-RATE-OVERRIDE-EXIT.                                      DBANK81P
060200     EXIT.                                                        DBANK81P
