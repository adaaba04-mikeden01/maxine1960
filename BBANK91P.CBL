004303     88  WS-SESSION-TIMED-OUT              VALUE '1'.             BBANK91P
004400   05  WS-ERROR-MSG                          PIC X(75).           BBANK91P
004401   05  WS-DYNAMIC-PGM                      PIC X(8).              BBANK91P
004420   05  WS-SUB1                               PIC S9(4) COMP.      BBANK91P
004440   05  WS-TAXRES-COUNT                       PIC S9(4) COMP.      BBANK91P
004460   05  WS-HOME-COUNTRY                       PIC X(6)             BBANK91P
004480       VALUE 'USA'.                                               BBANK91P
004500                                                                  BBANK91P
004600 01  WS-BANK-DATA.                                                BBANK91P
004700 COPY CBANKDAT.                                                   BBANK91P
004702 COPY CTIMERD.                                                    BBANK91P
004720 01  WS-SESSION-DATA.                                             BBANK91P
004740 COPY CSIGND01.                                                   BBANK91P
004800 01  WS-EXCEPTION-DATA.                                           BBANK91P
004900 COPY CBANKD16.                                                   BBANK91P
005000                                                                  BBANK91P
       01  WS-POSTAL-DATA.                                              BBANK91P
       COPY CBANKD92.                                                   BBANK91P
                                                                        BBANK91P
006000 01  WS-TAXRES-DATA.                                              BBANK91P
006100 COPY CTAXRD01.                                                   BBANK91P
006210 COPY CCHKDGTD.                                                   BBANK91P
006211 COPY CABENDD.                                                    BBANK91P
006212                                                                  BBANK91P
006213 LINKAGE SECTION.                                                 BBANK91P
006300 01  DFHCOMMAREA.                                                 BBANK91P
006400   05  LK-COMMAREA                           PIC X(32654).        BBANK91P
006500                                                                  BBANK91P
006600 COPY CENTRY.                                                     BBANK91P
006700***************************************************************** BBANK91P
025702           GO TO VALIDATE-DATA-ERROR                              BBANK91P
025703        END-IF                                                    BBANK91P
025704     END-IF.                                                      BBANK91P
025705***************************************************************** BBANK91P
025710* Tax residency is self-certified at onboarding - at least one  * BBANK91P
025715* country, and the taxpayer id held in each one abroad          * BBANK91P
025720***************************************************************** BBANK91P
025725     MOVE SPACES TO WS-ERROR-MSG.                                 BBANK91P
025730     MOVE 0 TO WS-SUB1.                                           BBANK91P
025735     MOVE 0 TO WS-TAXRES-COUNT.                                   BBANK91P
025740     PERFORM CHECK-TAXRES-ROW THRU                                BBANK91P
025745             CHECK-TAXRES-ROW-EXIT 3 TIMES.                       BBANK91P
025750     IF WS-ERROR-MSG IS NOT EQUAL TO SPACES                       BBANK91P
025755        GO TO VALIDATE-DATA-ERROR                                 BBANK91P
025760     END-IF.                                                      BBANK91P
025765     IF WS-TAXRES-COUNT IS EQUAL TO ZERO                          BBANK91P
025770        MOVE 'Name at least one country of tax residence' TO      BBANK91P
025775             WS-ERROR-MSG                                         BBANK91P
025780        GO TO VALIDATE-DATA-ERROR                                 BBANK91P
025785     END-IF.                                                      BBANK91P
025790     GO TO VALIDATE-DATA-EXIT.                                    BBANK91P
025800                                                                  BBANK91P
025900 VALIDATE-DATA-ERROR.                                             BBANK91P
026000     SET INPUT-ERROR TO TRUE.                                     BBANK91P
026100 VALIDATE-DATA-EXIT.                                              BBANK91P
026200     EXIT.                                                        BBANK91P
026202                                                                  BBANK91P
026204***************************************************************** BBANK91P
026206* Check one declared residence. A blank row is passed over      * BBANK91P
026208***************************************************************** BBANK91P
026210 CHECK-TAXRES-ROW.                                                BBANK91P
026212     ADD 1 TO WS-SUB1.                                            BBANK91P
026214     IF BANK-SCR91-TAXCNTRY (WS-SUB1) IS EQUAL TO LOW-VALUES      BBANK91P
026216        MOVE SPACES TO BANK-SCR91-TAXCNTRY (WS-SUB1)              BBANK91P
026218     END-IF.                                                      BBANK91P
026220     IF BANK-SCR91-TAXTIN (WS-SUB1) IS EQUAL TO LOW-VALUES        BBANK91P
026222        MOVE SPACES TO BANK-SCR91-TAXTIN (WS-SUB1)                BBANK91P
026224     END-IF.                                                      BBANK91P
026226     IF WS-ERROR-MSG IS NOT EQUAL TO SPACES                       BBANK91P
026228        GO TO CHECK-TAXRES-ROW-EXIT                               BBANK91P
026230     END-IF.                                                      BBANK91P
026232     IF BANK-SCR91-TAXCNTRY (WS-SUB1) IS EQUAL TO SPACES          BBANK91P
026234        IF BANK-SCR91-TAXTIN (WS-SUB1) IS NOT EQUAL TO SPACES     BBANK91P
026236           MOVE 'Name the country the taxpayer id is held in' TO  BBANK91P
026238                WS-ERROR-MSG                                      BBANK91P
026240        END-IF                                                    BBANK91P
026242        GO TO CHECK-TAXRES-ROW-EXIT                               BBANK91P
026244     END-IF.                                                      BBANK91P
026246     ADD 1 TO WS-TAXRES-COUNT.                                    BBANK91P
026248     IF BANK-SCR91-TAXCNTRY (WS-SUB1) IS NOT EQUAL TO             BBANK91P
026250        WS-HOME-COUNTRY AND                                       BBANK91P
026252        BANK-SCR91-TAXTIN (WS-SUB1) IS EQUAL TO SPACES            BBANK91P
026254        MOVE 'Give the taxpayer id held in each country abroad'   BBANK91P
026255          TO WS-ERROR-MSG                                         BBANK91P
026258     END-IF.                                                      BBANK91P
026260 CHECK-TAXRES-ROW-EXIT.                                           BBANK91P
026262     EXIT.                                                        BBANK91P
026300                                                                  BBANK91P
026400***************************************************************** BBANK91P
026500* Drive DBANK11P to sign up the new customer                    * BBANK91P
028650     COPY CBANKX89.                                               BBANK91P
028660           MOVE CD89O-MSG TO WS-ERROR-MSG                         BBANK91P
028670        END-IF                                                    BBANK91P
028680           PERFORM RECORD-TAX-RESIDENCE THRU                      BBANK91P
028690                   RECORD-TAX-RESIDENCE-EXIT                      BBANK91P
028700     END-IF.                                                      BBANK91P
028800 PROCESS-SIGNUP-EXIT.                                             BBANK91P
028900     EXIT.                                                        BBANK91P
028902                                                                  BBANK91P
028904***************************************************************** BBANK91P
028906* Record the self-certification keyed at signup against the     * BBANK91P
028908* new customer through DTAXR01P                                 * BBANK91P
028910***************************************************************** BBANK91P
028912 RECORD-TAX-RESIDENCE.                                            BBANK91P
028914     INITIALIZE CTX1-DATA.                                        BBANK91P
028916     SET CTX1I-CAPTURE-CERT TO TRUE.                              BBANK91P
028918     MOVE CD11O-PID TO CTX1I-PID.                                 BBANK91P
028920     MOVE CD11O-PID TO CTX1I-USERID.                              BBANK91P
028922     MOVE 0 TO WS-SUB1.                                           BBANK91P
028924     PERFORM PASS-TAXRES-ROW THRU                                 BBANK91P
028926             PASS-TAXRES-ROW-EXIT 3 TIMES.                        BBANK91P
028928 COPY CTAXRX01.                                                   BBANK91P
028930     IF NOT CTX1O-REQUEST-OK                                      BBANK91P
028932        MOVE CTX1O-MSG TO WS-ERROR-MSG                            BBANK91P
028934     END-IF.                                                      BBANK91P
028936 RECORD-TAX-RESIDENCE-EXIT.                                       BBANK91P
028938     EXIT.                                                        BBANK91P
028940                                                                  BBANK91P
028942***************************************************************** BBANK91P
028944* Pass one keyed residence to the service                       * BBANK91P
028946***************************************************************** BBANK91P
028948 PASS-TAXRES-ROW.                                                 BBANK91P
028950     ADD 1 TO WS-SUB1.                                            BBANK91P
028952     MOVE BANK-SCR91-TAXCNTRY (WS-SUB1) TO                        BBANK91P
028954          CTX1I-COUNTRY (WS-SUB1).                                BBANK91P
028956     MOVE BANK-SCR91-TAXTIN (WS-SUB1) TO CTX1I-TIN (WS-SUB1).     BBANK91P
028958 PASS-TAXRES-ROW-EXIT.                                            BBANK91P
028960     EXIT.                                                        BBANK91P
029000                                                                  BBANK91P
029100***************************************************************** BBANK91P
029200* Clear the input fields ready for the next signup request      * BBANK91P
030400     MOVE LOW-VALUES TO BANK-SCR91-SEND-EMAIL.                    BBANK91P
030410     MOVE LOW-VALUES TO BANK-SCR91-PSWD.                          BBANK91P
030420     MOVE LOW-VALUES TO BANK-SCR91-PSWD-CONFIRM.                  BBANK91P
030440     MOVE LOW-VALUES TO BANK-SCR91-TAXRES (1).                    BBANK91P
030460     MOVE LOW-VALUES TO BANK-SCR91-TAXRES (2).                    BBANK91P
030480     MOVE LOW-VALUES TO BANK-SCR91-TAXRES (3).                    BBANK91P
030500 POPULATE-SCREEN-DATA-EXIT.                                       BBANK91P
030600     EXIT.                                                        BBANK91P
030700                                                                  BBANK91P
