003200   05  WS-PROGRAM-ID                         PIC X(8)             DBANK02P
003300       VALUE 'DBANK02P'.                                          DBANK02P
003400   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBANK02P
003500                                                                  DBANK02P
003600 01  WS-ALIAS-DATA.                                               DBANK02P
003700 COPY CALIAD01.                                                   DBANK02P
003710                                                                  DBANK02P
003720 01  WS-CONSENT-DATA.                                             DBANK02P
003730 COPY CCONSD01.                                                   DBANK02P
004100
           EXEC SQL                                                     DBANK02P
004200          BEGIN DECLARE SECTION                                   DBANK02P
018600     IF SQLCODE IS EQUAL TO ZERO                                  DBANK02P
018700        MOVE CD02I-CONTACT-ID TO CD02O-CONTACT-ID                 DBANK02P
018800        MOVE 'Update OK' TO CD02O-CONTACT-NAME                    DBANK02P
018805***************************************************************** DBANK02P
018810* A changed phone number or email takes any payment alias       * DBANK02P
018815* on the old detail with it                                     * DBANK02P
018820***************************************************************** DBANK02P
018825        IF CD02I-CONTACT-TELNO IS NOT EQUAL TO CD02I-OLD-TELNO OR DBANK02P
018830           CD02I-CONTACT-EMAIL IS NOT EQUAL TO CD02I-OLD-EMAIL    DBANK02P
018835           INITIALIZE CAL1-DATA                                   DBANK02P
018840           SET CAL1I-CONTACT-CHANGED TO TRUE                      DBANK02P
018845           MOVE CD02I-CONTACT-ID TO CAL1I-PERSON-PID              DBANK02P
018850 COPY CALIAX01.                                                   DBANK02P
018855        END-IF                                                    DBANK02P
018856***************************************************************** DBANK02P
018858* A changed postal address is offered to clear any returned     * DBANK02P
018859* mail held against the customer - it clears, and the post held * DBANK02P
018860* back is released, only if the new address passes the postal   * DBANK02P
018861* check, so mail campaigns pick the customer up again           * DBANK02P
018862***************************************************************** DBANK02P
018864        IF CD02I-CONTACT-ADDR1 IS NOT EQUAL TO CD02I-OLD-ADDR1 OR DBANK02P
018866           CD02I-CONTACT-ADDR2 IS NOT EQUAL TO CD02I-OLD-ADDR2 OR DBANK02P
018868           CD02I-CONTACT-STATE IS NOT EQUAL TO CD02I-OLD-STATE OR DBANK02P
018870           CD02I-CONTACT-CNTRY IS NOT EQUAL TO CD02I-OLD-CNTRY OR DBANK02P
018872           CD02I-CONTACT-PSTCDE IS NOT EQUAL TO                   DBANK02P
018874           CD02I-OLD-PSTCDE                                       DBANK02P
018876           INITIALIZE CCN1-DATA                                   DBANK02P
018878           SET CCN1I-CLEAR-RETURNED TO TRUE                       DBANK02P
018880           MOVE CD02I-CONTACT-ID TO CCN1I-PID                     DBANK02P
018882 COPY CCONSX01.                                                   DBANK02P
018884        END-IF                                                    DBANK02P
018900     END-IF.                                                      DBANK02P
019000                                                                  DBANK02P
019100***************************************************************** DBANK02P
