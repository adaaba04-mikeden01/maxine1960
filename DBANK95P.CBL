005300          INCLUDE CBANKD95                                        DBANK95P
005400     END-EXEC.                                                    DBANK95P
005500                                                                  DBANK95P
005520 01  WS-SC-COMMAREA.                                              DBANK95P
005540     EXEC SQL                                                     DBANK95P
005560          INCLUDE CSTFCD01                                        DBANK95P
005580     END-EXEC.                                                    DBANK95P
005590                                                                  DBANK95P
005600 01  WS-DISPUTE-AREAS.                                            DBANK95P
005700   05  WS-TXN-AMOUNT                         PIC S9(7)V99 COMP-3. DBANK95P
005800   05  WS-NEW-CASE-ID                        PIC S9(7) COMP-3.    DBANK95P
015800        MOVE 'Unable to read the disputed posting' TO CD95O-MSG   DBANK95P
015900        GO TO RAISE-CASE-EXIT                                     DBANK95P
016000     END-IF.                                                      DBANK95P
016010     MOVE CD95I-PERSON-PID TO WS-CASE-PID.                        DBANK95P
016020     MOVE CD95I-ACC TO WS-CASE-ACC.                               DBANK95P
016030     PERFORM CHECK-CASE-PARTY THRU                                DBANK95P
016040             CHECK-CASE-PARTY-EXIT.                               DBANK95P
016050     IF CD95O-MSG IS NOT EQUAL TO SPACES                          DBANK95P
016060        GO TO RAISE-CASE-EXIT                                     DBANK95P
016070     END-IF.                                                      DBANK95P
016100     EXEC SQL                                                     DBANK95P
016200          SELECT VALUE(MAX(DSP_ID), 0) + 1                        DBANK95P
016300          INTO :WS-NEW-CASE-ID                                    DBANK95P
029400* Mark a raised case under investigation                        * DBANK95P
029500***************************************************************** DBANK95P
029600 MARK-INVESTIGATING.                                              DBANK95P
029605     EXEC SQL                                                     DBANK95P
029610          SELECT DSP_PID,                                         DBANK95P
029615                 DSP_ACCNO                                        DBANK95P
029620          INTO :WS-CASE-PID,                                      DBANK95P
029625               :WS-CASE-ACC                                       DBANK95P
029630          FROM BNKDISP                                            DBANK95P
029635          WHERE DSP_ID = :CD95I-CASE-ID                           DBANK95P
029640     END-EXEC.                                                    DBANK95P
029645     IF SQLCODE IS EQUAL TO ZERO                                  DBANK95P
029650        PERFORM CHECK-CASE-PARTY THRU                             DBANK95P
029655                CHECK-CASE-PARTY-EXIT                             DBANK95P
029660        IF CD95O-MSG IS NOT EQUAL TO SPACES                       DBANK95P
029665           GO TO MARK-INVESTIGATING-EXIT                          DBANK95P
029670        END-IF                                                    DBANK95P
029675     END-IF.                                                      DBANK95P
029700     EXEC SQL                                                     DBANK95P
029800          UPDATE BNKDISP                                          DBANK95P
029900          SET DSP_STATUS = 'I',                                   DBANK95P
035100        MOVE 'That case has already been resolved' TO CD95O-MSG   DBANK95P
035200        GO TO RESOLVE-CASE-EXIT                                   DBANK95P
035300     END-IF.                                                      DBANK95P
035310     PERFORM CHECK-CASE-PARTY THRU                                DBANK95P
035320             CHECK-CASE-PARTY-EXIT.                               DBANK95P
035330     IF CD95O-MSG IS NOT EQUAL TO SPACES                          DBANK95P
035340        GO TO RESOLVE-CASE-EXIT                                   DBANK95P
035350     END-IF.                                                      DBANK95P
035400     IF CD95I-RESOLVE-UPHELD                                      DBANK95P
035500        IF WS-CASE-PROV IS NOT EQUAL TO 'Y'                       DBANK95P
035600           MOVE '7' TO WS-POST-SUB-TYPE                           DBANK95P
053600 COPY CCSVWRQ.                                                    DBANK95P
053700 QUEUE-AGING-LINE-EXIT.                                           DBANK95P
053800     EXIT.                                                        DBANK95P
053900                                                                  DBANK95P
054000***************************************************************** DBANK95P
054100* Staff may not raise, work or resolve a dispute for their own  * DBANK95P
054200* or a connected party's account - DSTFC01P holds the links     * DBANK95P
054300***************************************************************** DBANK95P
054400 CHECK-CASE-PARTY.                                                DBANK95P
054500     INITIALIZE CSC1-DATA.                                        DBANK95P
054600     SET CSC1I-CHECK-ACTION TO TRUE.                              DBANK95P
054700     MOVE CD95I-USERID TO CSC1I-STAFF-PID.                        DBANK95P
054800     MOVE WS-CASE-PID TO CSC1I-PID.                               DBANK95P
054900     MOVE WS-CASE-ACC TO CSC1I-ACC1.                              DBANK95P
055000     MOVE WS-PROGRAM-ID TO CSC1I-CALLER.                          DBANK95P
055100 COPY CSTFCX01.                                                   DBANK95P
055200     IF NOT CSC1O-REQUEST-OK                                      DBANK95P
055300        MOVE CSC1O-MSG TO CD95O-MSG                               DBANK95P
055400     END-IF.                                                      DBANK95P
055500 CHECK-CASE-PARTY-EXIT.                                           DBANK95P
055600     EXIT.                                                        DBANK95P
