004302     88  SESSION-NOT-TIMED-OUT             VALUE '0'.             BBANK60P
004303     88  WS-SESSION-TIMED-OUT              VALUE '1'.             BBANK60P
004400   05  WS-ERROR-MSG                          PIC X(75).           BBANK60P
004450   05  WS-SUB1                               PIC S9(4) COMP.      BBANK60P
004500                                                                  BBANK60P
004600 01  WS-BANK-DATA.                                                BBANK60P
004700 COPY CBANKDAT.                                                   BBANK60P
004702 COPY CTIMERD.                                                    BBANK60P
004720 01  WS-SESSION-DATA.                                             BBANK60P
004740 COPY CSIGND01.                                                   BBANK60P
004800 01  WS-EXCEPTION-DATA.                                           BBANK60P
004900 COPY CBANKD16.                                                   BBANK60P
005000                                                                  BBANK60P
005300                                                                  BBANK60P
005400 01  WS-ADDRESS-DATA.                                             BBANK60P
005500 COPY CBANKD02.                                                   BBANK60P
005520                                                                  BBANK60P
005540 01  WS-CONSENT-DATA.                                             BBANK60P
005560 COPY CCONSD01.                                                   BBANK60P
005600                                                                  BBANK60P
005700 01  WS-AUDIT-DATA.                                               BBANK60P
005800 COPY CBANKD07.                                                   BBANK60P
006400                                                                  BBANK60P
006500 LINKAGE SECTION.                                                 BBANK60P
006600 01  DFHCOMMAREA.                                                 BBANK60P
006700   05  LK-COMMAREA                           PIC X(32654).        BBANK60P
006800                                                                  BBANK60P
006900 COPY CENTRY.                                                     BBANK60P
007000***************************************************************** BBANK60P
017500        MOVE 'MBANK60' TO BANK-NEXT-MAPSET                        BBANK60P
017600        MOVE 'BANK60A' TO BANK-NEXT-MAP                           BBANK60P
017700        MOVE SPACES TO BANK-ERROR-MSG                             BBANK60P
017710***************************************************************** BBANK60P
017720* Post to the address on file is coming back undelivered -      * BBANK60P
017730* prompt for a new one                                          * BBANK60P
017740***************************************************************** BBANK60P
017750        IF CCN1O-REQUEST-OK AND                                   BBANK60P
017760           CCN1O-MAIL-RETURNED IS EQUAL TO 'Y'                    BBANK60P
017770           MOVE 'Mail to this address is returned - update it'    BBANK60P
017780             TO BANK-ERROR-MSG                                    BBANK60P
017790        END-IF                                                    BBANK60P
017800        GO TO COMMON-RETURN                                       BBANK60P
017900     END-IF.                                                      BBANK60P
018000                                                                  BBANK60P
025000     MOVE CD02O-CONTACT-SEND-MAIL TO BANK-SCR60-OLD-SEND-MAIL.    BBANK60P
025100     MOVE CD02O-CONTACT-SEND-EMAIL TO BANK-SCR60-OLD-SEND-EMAIL.  BBANK60P
025200     MOVE BANK-SCR60-OLD-DETS TO BANK-SCR60-NEW-DETS.             BBANK60P
025205***************************************************************** BBANK60P
025210* The marketing consents as held, offered for change alongside  * BBANK60P
025215* the contact details                                           * BBANK60P
025220***************************************************************** BBANK60P
025225     INITIALIZE CCN1-DATA.                                        BBANK60P
025230     SET CCN1I-READ-CONSENTS TO TRUE.                             BBANK60P
025235     MOVE BANK-USERID TO CCN1I-PID.                               BBANK60P
025240 COPY CCONSX01.                                                   BBANK60P
025245     IF CCN1O-REQUEST-OK                                          BBANK60P
025250        MOVE CCN1O-CONSENTS TO BANK-SCR60-OLD-CONSENTS            BBANK60P
025255     ELSE                                                         BBANK60P
025260        MOVE ALL 'N' TO BANK-SCR60-OLD-CONSENTS                   BBANK60P
025265     END-IF.                                                      BBANK60P
025270     MOVE BANK-SCR60-OLD-CONSENTS TO BANK-SCR60-NEW-CONSENTS.     BBANK60P
025300 FETCH-CURRENT-ADDRESS-EXIT.                                      BBANK60P
025400     EXIT.                                                        BBANK60P
025500                                                                  BBANK60P
029600        MOVE 'Telephone number is required' TO WS-ERROR-MSG       BBANK60P
029700        GO TO VALIDATE-DATA-ERROR                                 BBANK60P
029800     END-IF.                                                      BBANK60P
029810     MOVE 0 TO WS-SUB1.                                           BBANK60P
029820     PERFORM CHECK-CONSENT-FLAG THRU                              BBANK60P
029830             CHECK-CONSENT-FLAG-EXIT 9 TIMES.                     BBANK60P
029840     IF INPUT-ERROR                                               BBANK60P
029850        GO TO VALIDATE-DATA-EXIT                                  BBANK60P
029860     END-IF.                                                      BBANK60P
029900     GO TO VALIDATE-DATA-EXIT.                                    BBANK60P
030000 VALIDATE-DATA-ERROR.                                             BBANK60P
030100     SET INPUT-ERROR TO TRUE.                                     BBANK60P
030200 VALIDATE-DATA-EXIT.                                              BBANK60P
030300     EXIT.                                                        BBANK60P
030305                                                                  BBANK60P
030310***************************************************************** BBANK60P
030315* A consent left blank is taken as not given; anything else     * BBANK60P
030320* must be Y or N                                                * BBANK60P
030325***************************************************************** BBANK60P
030330 CHECK-CONSENT-FLAG.                                              BBANK60P
030335     ADD 1 TO WS-SUB1.                                            BBANK60P
030340     IF BANK-SCR60-NEW-CNS (WS-SUB1) IS EQUAL TO SPACE OR         BBANK60P
030345        BANK-SCR60-NEW-CNS (WS-SUB1) IS EQUAL TO LOW-VALUE        BBANK60P
030350        MOVE 'N' TO BANK-SCR60-NEW-CNS (WS-SUB1)                  BBANK60P
030355     END-IF.                                                      BBANK60P
030360     IF BANK-SCR60-NEW-CNS (WS-SUB1) IS NOT EQUAL TO 'Y' AND      BBANK60P
030365        BANK-SCR60-NEW-CNS (WS-SUB1) IS NOT EQUAL TO 'N'          BBANK60P
030370        MOVE 'Marketing consents must be Y or N' TO WS-ERROR-MSG  BBANK60P
030375        SET INPUT-ERROR TO TRUE                                   BBANK60P
030380     END-IF.                                                      BBANK60P
030385 CHECK-CONSENT-FLAG-EXIT.                                         BBANK60P
030390     EXIT.                                                        BBANK60P
030400                                                                  BBANK60P
030500***************************************************************** BBANK60P
030600* Commit the verified change - update BNKCUST and write the    *  BBANK60P
036000     ELSE                                                         BBANK60P
036100        MOVE 'Address updated successfully' TO WS-ERROR-MSG       BBANK60P
036200     END-IF.                                                      BBANK60P
036202***************************************************************** BBANK60P
036204* Changed marketing consents go to the register, logged as      * BBANK60P
036206* keyed by the customer or by staff on their behalf             * BBANK60P
036208***************************************************************** BBANK60P
036210     IF BANK-SCR60-NEW-CONSENTS IS NOT EQUAL TO                   BBANK60P
036212        BANK-SCR60-OLD-CONSENTS                                   BBANK60P
036214        INITIALIZE CCN1-DATA                                      BBANK60P
036216        SET CCN1I-UPDATE-CONSENTS TO TRUE                         BBANK60P
036218        MOVE BANK-SCR60-CONTACT-ID TO CCN1I-PID                   BBANK60P
036220        MOVE BANK-USERID TO CCN1I-USERID                          BBANK60P
036222        IF BANK-ROLE-CUSTOMER                                     BBANK60P
036224           SET CCN1I-SOURCE-CUSTOMER TO TRUE                      BBANK60P
036226        ELSE                                                      BBANK60P
036228           SET CCN1I-SOURCE-STAFF TO TRUE                         BBANK60P
036230        END-IF                                                    BBANK60P
036232        MOVE BANK-SCR60-NEW-CONSENTS TO CCN1I-CONSENTS            BBANK60P
036234 COPY CCONSX01.                                                   BBANK60P
036236        IF CCN1O-REQUEST-OK                                       BBANK60P
036238           MOVE BANK-SCR60-NEW-CONSENTS TO BANK-SCR60-OLD-CONSENTSBBANK60P
036240           IF NOT CD07O-UPDATE-FAIL                               BBANK60P
036242              MOVE 'Address and marketing consents updated'       BBANK60P
036244                TO WS-ERROR-MSG                                   BBANK60P
036246           END-IF                                                 BBANK60P
036248        ELSE                                                      BBANK60P
036250           MOVE CCN1O-MSG TO WS-ERROR-MSG                         BBANK60P
036252        END-IF                                                    BBANK60P
036254     END-IF.                                                      BBANK60P
036300     MOVE BANK-SCR60-NEW-DETS TO BANK-SCR60-OLD-DETS.             BBANK60P
036400 PROCESS-COMMIT-EXIT.                                             BBANK60P
036500     EXIT.                                                        BBANK60P
