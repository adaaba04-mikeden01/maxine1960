001600*              master and home-branch assignment, the           * BBANK64P
001700*              denomination-level drawer proof at end of day,   * BBANK64P
001800*              drawer/vault cash movements and the daily        * BBANK64P
001900*              branch report, all through DBRCH01P; a currency  * BBANK64P
001920*              on a proof or movement works the drawer's        * BBANK64P
001940*              foreign notes in that currency instead of cash   * BBANK64P
002000***************************************************************** BBANK64P
002100                                                                  BBANK64P
002200 IDENTIFICATION DIVISION.                                         BBANK64P
005800                                             PIC 9(5).            BBANK64P
005900   05  WS-AMT-DISP                           PIC -(9)9.99.        BBANK64P
006000   05  WS-VLT-DISP                           PIC -(11)9.99.       BBANK64P
006020   05  WS-NOTEVAL-WORK                       PIC X(7).            BBANK64P
006040   05  WS-NOTEVAL-WORK-N REDEFINES WS-NOTEVAL-WORK                BBANK64P
006060                                             PIC 9(5)V99.         BBANK64P
006080   05  WS-CCYS-DISP                          PIC Z9.              BBANK64P
006100   05  WS-SUB1                               PIC S9(4) COMP.      BBANK64P
006200                                                                  BBANK64P
006300 01  WS-BANK-DATA.                                                BBANK64P
006400 COPY CBANKDAT.                                                   BBANK64P
006500 COPY CTIMERD.                                                    BBANK64P
006520 01  WS-SESSION-DATA.                                             BBANK64P
006540 COPY CSIGND01.                                                   BBANK64P
006600 01  WS-EXCEPTION-DATA.                                           BBANK64P
006700 COPY CBANKD16.                                                   BBANK64P
006800                                                                  BBANK64P
006900 01  WS-BRANCH-DATA.                                              BBANK64P
007000 COPY CBRCHD01.                                                   BBANK64P
007020 01  WS-JOURNAL-DATA.                                             BBANK64P
007040 COPY CEJRND01.                                                   BBANK64P
007100                                                                  BBANK64P
007200 COPY CABENDD.                                                    BBANK64P
007300                                                                  BBANK64P
007400 LINKAGE SECTION.                                                 BBANK64P
007500 01  DFHCOMMAREA.                                                 BBANK64P
007600   05  LK-COMMAREA                           PIC X(32654).        BBANK64P
007700                                                                  BBANK64P
007800 COPY CENTRY.                                                     BBANK64P
007900***************************************************************** BBANK64P
017200        MOVE 'MBANK64' TO BANK-NEXT-MAPSET                        BBANK64P
017300        MOVE 'BANK64A' TO BANK-NEXT-MAP                           BBANK64P
017400        MOVE LOW-VALUES TO BANK-SCREEN64-DATA                     BBANK64P
017450        MOVE LOW-VALUES TO BANK-SCREEN64-FX-DATA                  BBANK64P
017500        GO TO COMMON-RETURN                                       BBANK64P
017600     END-IF.                                                      BBANK64P
017700                                                                  BBANK64P
023200           GO TO VALIDATE-INPUT-ERROR                             BBANK64P
023300        END-IF                                                    BBANK64P
023400     END-IF.                                                      BBANK64P
023500     IF BANK-SCR64-ACTION IS EQUAL TO 'V' AND                     BBANK64P
023520        (BANK-SCR64-CURRENCY IS EQUAL TO SPACES OR                BBANK64P
023540         BANK-SCR64-CURRENCY IS EQUAL TO LOW-VALUES)              BBANK64P
023600        MOVE BANK-SCR64-AMOUNT TO WS-AMOUNT-WORK                  BBANK64P
023700        IF WS-AMOUNT-WORK IS NOT NUMERIC                          BBANK64P
023800           MOVE 'Please input the movement amount' TO             BBANK64P
026000***************************************************************** BBANK64P
026100 WORK-BRANCHES.                                                   BBANK64P
026200     MOVE SPACES TO CBR1-DATA.                                    BBANK64P
026250     MOVE SPACES TO BANK-SCR64-RECEIPT.                           BBANK64P
026300     MOVE BANK-SCR64-ACTION TO CBR1I-FUNCTION.                    BBANK64P
026400     MOVE BANK-SCR64-BRANCH TO CBR1I-BRANCH.                      BBANK64P
026500     MOVE BANK-SCR64-BRNAME TO CBR1I-BRANCH-NAME.                 BBANK64P
026900     MOVE BANK-SCR64-DRAWER TO CBR1I-DRAWER.                      BBANK64P
027000     MOVE BANK-SCR64-DIR TO CBR1I-DIRECTION.                      BBANK64P
027100     MOVE ZEROES TO CBR1I-AMOUNT.                                 BBANK64P
027200     IF BANK-SCR64-ACTION IS EQUAL TO 'V' AND                     BBANK64P
027220        (BANK-SCR64-CURRENCY IS EQUAL TO SPACES OR                BBANK64P
027240         BANK-SCR64-CURRENCY IS EQUAL TO LOW-VALUES)              BBANK64P
027300        MOVE BANK-SCR64-AMOUNT TO WS-AMOUNT-WORK                  BBANK64P
027400        MOVE WS-AMOUNT-WORK-N TO CBR1I-AMOUNT                     BBANK64P
027500     END-IF.                                                      BBANK64P
028300           GO TO WORK-BRANCHES-EXIT                               BBANK64P
028400        END-IF                                                    BBANK64P
028500     END-IF.                                                      BBANK64P
028505     IF (BANK-SCR64-ACTION IS EQUAL TO 'O' OR                     BBANK64P
028510         BANK-SCR64-ACTION IS EQUAL TO 'V') AND                   BBANK64P
028515        BANK-SCR64-CURRENCY IS NOT EQUAL TO SPACES AND            BBANK64P
028520        BANK-SCR64-CURRENCY IS NOT EQUAL TO LOW-VALUES            BBANK64P
028525        MOVE BANK-SCR64-CURRENCY TO CBR1I-CURRENCY                BBANK64P
028530        MOVE 0 TO WS-SUB1                                         BBANK64P
028535        PERFORM PICK-UP-NOTE THRU                                 BBANK64P
028540                PICK-UP-NOTE-EXIT 6 TIMES                         BBANK64P
028545        IF INPUT-ERROR                                            BBANK64P
028550           MOVE WS-ERROR-MSG TO BANK-SCR64-ERRMSG                 BBANK64P
028555           MOVE WS-ERROR-MSG TO BANK-ERROR-MSG                    BBANK64P
028560           GO TO WORK-BRANCHES-EXIT                               BBANK64P
028565        END-IF                                                    BBANK64P
028570     END-IF.                                                      BBANK64P
028600     MOVE BANK-USERID TO CBR1I-USERID.                            BBANK64P
028700 COPY CBRCHX01.                                                   BBANK64P
028800     IF CBR1O-REQUEST-OK                                          BBANK64P
029300           MOVE WS-AMT-DISP TO BANK-SCR64-COMPUTED                BBANK64P
029400           MOVE CBR1O-OVER-SHORT TO WS-AMT-DISP                   BBANK64P
029500           MOVE WS-AMT-DISP TO BANK-SCR64-OVRSHT                  BBANK64P
029510           MOVE CBR1O-CCYS-TO-PROVE TO WS-CCYS-DISP               BBANK64P
029520           MOVE WS-CCYS-DISP TO BANK-SCR64-CCYS                   BBANK64P
029530           IF CBR1I-CURRENCY IS NOT EQUAL TO SPACES               BBANK64P
029540              MOVE CBR1O-BASE-OVER-SHORT TO WS-AMT-DISP           BBANK64P
029550              MOVE WS-AMT-DISP TO BANK-SCR64-BASEOS               BBANK64P
029560           ELSE                                                   BBANK64P
029570              MOVE SPACES TO BANK-SCR64-BASEOS                    BBANK64P
029580           END-IF                                                 BBANK64P
029600        END-IF                                                    BBANK64P
029700        IF CBR1I-VAULT-MOVEMENT                                   BBANK64P
029800           MOVE CBR1O-VAULT-BALANCE TO WS-VLT-DISP                BBANK64P
029900           MOVE WS-VLT-DISP TO BANK-SCR64-VAULT                   BBANK64P
030000        END-IF                                                    BBANK64P
030100        MOVE CBR1O-MSG TO BANK-SCR64-ERRMSG                       BBANK64P
030110        IF (CBR1I-DRAWER-PROOF OR                                 BBANK64P
030115            CBR1I-VAULT-MOVEMENT) AND                             BBANK64P
030120           CBR1I-CURRENCY IS EQUAL TO SPACES                      BBANK64P
030130           PERFORM WRITE-JOURNAL THRU                             BBANK64P
030140                   WRITE-JOURNAL-EXIT                             BBANK64P
030150        END-IF                                                    BBANK64P
030200     ELSE                                                         BBANK64P
030300        MOVE CBR1O-MSG TO BANK-SCR64-ERRMSG                       BBANK64P
030400        MOVE CBR1O-MSG TO BANK-ERROR-MSG                          BBANK64P
030600 WORK-BRANCHES-EXIT.                                              BBANK64P
030700     EXIT.                                                        BBANK64P
030800                                                                  BBANK64P
030802***************************************************************** BBANK64P
030804* One keyed line of foreign notes for a proof or a movement     * BBANK64P
030806***************************************************************** BBANK64P
030808 PICK-UP-NOTE.                                                    BBANK64P
030810     ADD 1 TO WS-SUB1.                                            BBANK64P
030812     MOVE ZEROES TO CBR1I-NOTE-VALUE (WS-SUB1).                   BBANK64P
030814     MOVE ZEROES TO CBR1I-NOTE-COUNT (WS-SUB1).                   BBANK64P
030816     IF BANK-SCR64-NOTECNT (WS-SUB1) IS EQUAL TO SPACES OR        BBANK64P
030818        BANK-SCR64-NOTECNT (WS-SUB1) IS EQUAL TO LOW-VALUES       BBANK64P
030820        GO TO PICK-UP-NOTE-EXIT                                   BBANK64P
030822     END-IF.                                                      BBANK64P
030824     MOVE BANK-SCR64-NOTEVAL (WS-SUB1) TO WS-NOTEVAL-WORK.        BBANK64P
030826     MOVE BANK-SCR64-NOTECNT (WS-SUB1) TO WS-DENCNT-WORK.         BBANK64P
030828     IF WS-NOTEVAL-WORK IS NOT NUMERIC OR                         BBANK64P
030830        WS-DENCNT-WORK IS NOT NUMERIC                             BBANK64P
030832        MOVE 'Note lines must be numeric' TO                      BBANK64P
030834             WS-ERROR-MSG                                         BBANK64P
030836        SET INPUT-ERROR TO TRUE                                   BBANK64P
030838        GO TO PICK-UP-NOTE-EXIT                                   BBANK64P
030840     END-IF.                                                      BBANK64P
030842     MOVE WS-NOTEVAL-WORK-N TO CBR1I-NOTE-VALUE (WS-SUB1).        BBANK64P
030844     MOVE WS-DENCNT-WORK-N TO CBR1I-NOTE-COUNT (WS-SUB1).         BBANK64P
030846 PICK-UP-NOTE-EXIT.                                               BBANK64P
030848     EXIT.                                                        BBANK64P
030900***************************************************************** BBANK64P
031000* One keyed denomination line for the proof                     * BBANK64P
031100***************************************************************** BBANK64P
033000     MOVE WS-DENCNT-WORK-N TO CBR1I-DEN-COUNT (WS-SUB1).          BBANK64P
033100 PICK-UP-DENOM-EXIT.                                              BBANK64P
033200     EXIT.                                                        BBANK64P
033201                                                                  BBANK64P
033202***************************************************************** BBANK64P
033203* Journal a drawer proof or a drawer/vault movement, show the   * BBANK64P
033204* receipt number and, on a proof, any difference between the    * BBANK64P
033205* journal and the drawer position the proof computed            * BBANK64P
033206***************************************************************** BBANK64P
033207 WRITE-JOURNAL.                                                   BBANK64P
033208     INITIALIZE CEJ1-DATA.                                        BBANK64P
033209     SET CEJ1I-WRITE-ENTRY TO TRUE.                               BBANK64P
033210     MOVE WS-PROGRAM-ID TO CEJ1I-PROGRAM.                         BBANK64P
033211     MOVE BANK-USERID TO CEJ1I-TELLER.                            BBANK64P
033212     MOVE BANK-SCR64-DRAWER TO CEJ1I-DRAWER.                      BBANK64P
033213     MOVE BANK-SCR64-BRANCH TO CEJ1I-BRANCH.                      BBANK64P
033214     MOVE BANK-USERID TO CEJ1I-USERID.                            BBANK64P
033215     SET CEJ1I-POSTED TO TRUE.                                    BBANK64P
033216     IF CBR1I-DRAWER-PROOF                                        BBANK64P
033217        SET CEJ1I-DRAWER-PROOF TO TRUE                            BBANK64P
033218        MOVE CBR1O-COUNTED-TOTAL TO CEJ1I-AMOUNT                  BBANK64P
033219        MOVE CBR1O-COMPUTED-TOTAL TO CEJ1I-COMPUTED               BBANK64P
033220        MOVE 0 TO WS-SUB1                                         BBANK64P
033221        PERFORM JOURNAL-DENOM THRU                                BBANK64P
033222                JOURNAL-DENOM-EXIT 6 TIMES                        BBANK64P
033223        MOVE CBR1O-OVER-SHORT TO WS-AMT-DISP                      BBANK64P
033224        STRING 'OVER/SHORT ' WS-AMT-DISP                          BBANK64P
033225               DELIMITED BY SIZE INTO CEJ1I-DETAIL                BBANK64P
033226     END-IF.                                                      BBANK64P
033227     IF CBR1I-VAULT-MOVEMENT                                      BBANK64P
033228        MOVE CBR1I-AMOUNT TO CEJ1I-AMOUNT                         BBANK64P
033229        IF CBR1I-BUY-FROM-VAULT                                   BBANK64P
033230           SET CEJ1I-VAULT-BUY TO TRUE                            BBANK64P
033231           MOVE CBR1I-AMOUNT TO CEJ1I-CASH-IN                     BBANK64P
033232        ELSE                                                      BBANK64P
033233           SET CEJ1I-VAULT-SELL TO TRUE                           BBANK64P
033234           MOVE CBR1I-AMOUNT TO CEJ1I-CASH-OUT                    BBANK64P
033235        END-IF                                                    BBANK64P
033236        MOVE 'VAULT ' TO CEJ1I-DETAIL                             BBANK64P
033237        MOVE BANK-SCR64-BRANCH TO CEJ1I-DETAIL (7:4)              BBANK64P
033238     END-IF.                                                      BBANK64P
033239 COPY CEJRNX01.                                                   BBANK64P
033240     IF CEJ1O-REQUEST-OK                                          BBANK64P
033241        MOVE CEJ1O-RECEIPT TO BANK-SCR64-RECEIPT                  BBANK64P
033242        IF CEJ1O-DIFFERENCE IS NOT EQUAL TO ZERO                  BBANK64P
033243           MOVE CEJ1O-DIFFERENCE TO WS-AMT-DISP                   BBANK64P
033244           MOVE SPACES TO BANK-SCR64-ERRMSG                       BBANK64P
033245           STRING 'Journal differs from the drawer by '           BBANK64P
033246                  WS-AMT-DISP                                     BBANK64P
033247                  DELIMITED BY SIZE INTO BANK-SCR64-ERRMSG        BBANK64P
033248        END-IF                                                    BBANK64P
033249     ELSE                                                         BBANK64P
033250        PERFORM JOURNAL-EXCEPTION THRU                            BBANK64P
033251                JOURNAL-EXCEPTION-EXIT                            BBANK64P
033252     END-IF.                                                      BBANK64P
033253 WRITE-JOURNAL-EXIT.                                              BBANK64P
033254     EXIT.                                                        BBANK64P
033255                                                                  BBANK64P
033256***************************************************************** BBANK64P
033257* One counted denomination line onto the journal entry          * BBANK64P
033258***************************************************************** BBANK64P
033259 JOURNAL-DENOM.                                                   BBANK64P
033260     ADD 1 TO WS-SUB1.                                            BBANK64P
033261     MOVE CBR1I-DEN-VALUE (WS-SUB1) TO CEJ1I-DEN-VALUE (WS-SUB1). BBANK64P
033263     MOVE CBR1I-DEN-COUNT (WS-SUB1) TO CEJ1I-DEN-COUNT (WS-SUB1). BBANK64P
033264 JOURNAL-DENOM-EXIT.                                              BBANK64P
033265     EXIT.                                                        BBANK64P
033266                                                                  BBANK64P
033267***************************************************************** BBANK64P
033268* The proof or movement itself stands - a journal problem is    * BBANK64P
033269* left with the back office as an exception                     * BBANK64P
033270***************************************************************** BBANK64P
033271 JOURNAL-EXCEPTION.                                               BBANK64P
033272     MOVE SPACES TO CD16-DATA.                                    BBANK64P
033273     MOVE BANK-USERID TO CD16I-PERSON-PID.                        BBANK64P
033274     MOVE WS-PROGRAM-ID TO CD16I-PROGRAM.                         BBANK64P
033275     MOVE SPACES TO CD16I-MESSAGE.                                BBANK64P
033276     STRING 'NO JOURNAL ENTRY ' BANK-SCR64-DRAWER ' '             BBANK64P
033277            CEJ1O-MSG                                             BBANK64P
033278            DELIMITED BY SIZE INTO CD16I-MESSAGE.                 BBANK64P
033279 COPY CBANKX16.                                                   BBANK64P
033280 JOURNAL-EXCEPTION-EXIT.                                          BBANK64P
033281     EXIT.                                                        BBANK64P
033300                                                                  BBANK64P
033400***************************************************************** BBANK64P
033500* Check for an idle session timeout                             * BBANK64P
