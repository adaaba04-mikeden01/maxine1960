001700*              list its signatories and set the signing rule    * BBANK57P
001800*              and threshold, all through DCORP01P. Postings    * BBANK57P
001900*              over the threshold route to the authorization    * BBANK57P
002000*              queue until the rule is satisfied. Accounts      * BBANK57P
002020*              are subscribed to the daily statement file,      * BBANK57P
002040*              and their deliveries shown, through DCSTM01P.    * BBANK57P
002060*              Blocks of virtual account numbers are issued to  * BBANK57P
002080*              a corporate, closed and listed through DVACC01P. * BBANK57P
002085*              Action O opens the corporate's beneficial owner  * BBANK57P
002090*              register (BBANK15P)                              * BBANK57P
002100***************************************************************** BBANK57P
002200                                                                  BBANK57P
002300 IDENTIFICATION DIVISION.                                         BBANK57P
005400                                                                  BBANK57P
005500   05  WS-AMT-DISP                           PIC -(9)9.99.        BBANK57P
005600   05  WS-SUB1                               PIC S9(4) COMP.      BBANK57P
005605   05  WS-HIST-LINE.                                              BBANK57P
005610     10  WS-HST-DATE                         PIC X(10).           BBANK57P
005615     10  FILLER                              PIC X(1).            BBANK57P
005620     10  WS-HST-TIME                         PIC X(5).            BBANK57P
005625     10  FILLER                              PIC X(1).            BBANK57P
005630     10  WS-HST-KIND                         PIC X(3).            BBANK57P
005635     10  FILLER                              PIC X(1).            BBANK57P
005640     10  WS-HST-STMT-NO                      PIC 9(5).            BBANK57P
005645     10  FILLER                              PIC X(1).            BBANK57P
005650     10  WS-HST-LINES                        PIC Z(3)9.           BBANK57P
005655     10  FILLER                              PIC X(1).            BBANK57P
005660     10  WS-HST-CLOSE                        PIC -(9)9.99.        BBANK57P
005662   05  WS-VCOUNT-WORK                        PIC X(3).            BBANK57P
005664   05  WS-VCOUNT-WORK-N REDEFINES WS-VCOUNT-WORK                  BBANK57P
005666                                             PIC 9(3).            BBANK57P
005668   05  WS-VACC-LINE.                                              BBANK57P
005670     10  WS-VAC-VACC                         PIC X(9).            BBANK57P
005672     10  FILLER                              PIC X(1).            BBANK57P
005674     10  WS-VAC-IBAN                         PIC X(17).           BBANK57P
005676     10  FILLER                              PIC X(1).            BBANK57P
005678     10  WS-VAC-STATUS                       PIC X(6).            BBANK57P
005680     10  FILLER                              PIC X(1).            BBANK57P
005682     10  WS-VAC-REAL-ACC                     PIC X(9).            BBANK57P
005700                                                                  BBANK57P
005800 01  WS-BANK-DATA.                                                BBANK57P
005900 COPY CBANKDAT.                                                   BBANK57P
006000 COPY CTIMERD.                                                    BBANK57P
006020 01  WS-SESSION-DATA.                                             BBANK57P
006040 COPY CSIGND01.                                                   BBANK57P
006100 01  WS-EXCEPTION-DATA.                                           BBANK57P
006200 COPY CBANKD16.                                                   BBANK57P
006300                                                                  BBANK57P
006400 01  WS-CORPORATE-DATA.                                           BBANK57P
006500 COPY CCORPD01.                                                   BBANK57P
006600                                                                  BBANK57P
006620 01  WS-STATEMENT-DATA.                                           BBANK57P
006640 COPY CCSTMD01.                                                   BBANK57P
006660 01  WS-VIRTUAL-DATA.                                             BBANK57P
006680 COPY CVACCD01.                                                   BBANK57P
006700 COPY CABENDD.                                                    BBANK57P
006800                                                                  BBANK57P
006900 LINKAGE SECTION.                                                 BBANK57P
007000 01  DFHCOMMAREA.                                                 BBANK57P
007100   05  LK-COMMAREA                           PIC X(32654).        BBANK57P
007200                                                                  BBANK57P
007300 COPY CENTRY.                                                     BBANK57P
007400***************************************************************** BBANK57P
021200        BANK-SCR57-ACTION IS NOT EQUAL TO 'A' AND                 BBANK57P
021300        BANK-SCR57-ACTION IS NOT EQUAL TO 'X' AND                 BBANK57P
021400        BANK-SCR57-ACTION IS NOT EQUAL TO 'L' AND                 BBANK57P
021500        BANK-SCR57-ACTION IS NOT EQUAL TO 'R' AND                 BBANK57P
021520        BANK-SCR57-ACTION IS NOT EQUAL TO 'S' AND                 BBANK57P
021540        BANK-SCR57-ACTION IS NOT EQUAL TO 'U' AND                 BBANK57P
021560        BANK-SCR57-ACTION IS NOT EQUAL TO 'H' AND                 BBANK57P
021580        BANK-SCR57-ACTION IS NOT EQUAL TO 'I' AND                 BBANK57P
021600        BANK-SCR57-ACTION IS NOT EQUAL TO 'V' AND                 BBANK57P
021620        BANK-SCR57-ACTION IS NOT EQUAL TO 'Z' AND                 BBANK57P
021630        BANK-SCR57-ACTION IS NOT EQUAL TO 'O' AND                 BBANK57P
021640        BANK-SCR57-ACTION IS NOT EQUAL TO 'W'                     BBANK57P
021660        MOVE 'Actions: C,A,X,L,R,S,U,H,I,O or V,Z,W (virtual)'    BBANK57P
021680          TO WS-ERROR-MSG                                         BBANK57P
021700        GO TO VALIDATE-INPUT-ERROR                                BBANK57P
021800     END-IF.                                                      BBANK57P
021900     IF BANK-SCR57-CORPPID IS EQUAL TO SPACES OR                  BBANK57P
022900           GO TO VALIDATE-INPUT-ERROR                             BBANK57P
023000        END-IF                                                    BBANK57P
023100     END-IF.                                                      BBANK57P
023102     IF BANK-SCR57-STMACC IS EQUAL TO LOW-VALUES                  BBANK57P
023104        MOVE SPACES TO BANK-SCR57-STMACC                          BBANK57P
023106     END-IF.                                                      BBANK57P
023108     IF BANK-SCR57-ACTION IS EQUAL TO 'S' OR                      BBANK57P
023110        BANK-SCR57-ACTION IS EQUAL TO 'U' OR                      BBANK57P
023112        BANK-SCR57-ACTION IS EQUAL TO 'H'                         BBANK57P
023114        IF BANK-SCR57-STMACC IS EQUAL TO SPACES                   BBANK57P
023116           MOVE 'Please input the statement account' TO           BBANK57P
023118                WS-ERROR-MSG                                      BBANK57P
023120           GO TO VALIDATE-INPUT-ERROR                             BBANK57P
023122        END-IF                                                    BBANK57P
023124     END-IF.                                                      BBANK57P
023126     IF BANK-SCR57-ACTION IS EQUAL TO 'S'                         BBANK57P
023128        IF BANK-SCR57-INTERIM IS EQUAL TO LOW-VALUES              BBANK57P
023130           MOVE SPACES TO BANK-SCR57-INTERIM                      BBANK57P
023132        END-IF                                                    BBANK57P
023134        IF BANK-SCR57-INTERIM IS NOT EQUAL TO 'Y' AND             BBANK57P
023136           BANK-SCR57-INTERIM IS NOT EQUAL TO 'N' AND             BBANK57P
023138           BANK-SCR57-INTERIM IS NOT EQUAL TO SPACES              BBANK57P
023140           MOVE 'Interim reports must be Y or N' TO WS-ERROR-MSG  BBANK57P
023142           GO TO VALIDATE-INPUT-ERROR                             BBANK57P
023144        END-IF                                                    BBANK57P
023146     END-IF.                                                      BBANK57P
023148     IF BANK-SCR57-ACTION IS EQUAL TO 'V' OR                      BBANK57P
023150        BANK-SCR57-ACTION IS EQUAL TO 'Z'                         BBANK57P
023152        IF BANK-SCR57-STMACC IS EQUAL TO SPACES                   BBANK57P
023154           MOVE 'Please input the account or virtual number' TO   BBANK57P
023156                WS-ERROR-MSG                                      BBANK57P
023158           GO TO VALIDATE-INPUT-ERROR                             BBANK57P
023160        END-IF                                                    BBANK57P
023162     END-IF.                                                      BBANK57P
023164     IF BANK-SCR57-ACTION IS EQUAL TO 'V'                         BBANK57P
023166        MOVE BANK-SCR57-VCOUNT TO WS-VCOUNT-WORK                  BBANK57P
023168        IF WS-VCOUNT-WORK IS NOT NUMERIC                          BBANK57P
023170           MOVE 'Count of numbers must be numeric (nnn)' TO       BBANK57P
023172                WS-ERROR-MSG                                      BBANK57P
023174           GO TO VALIDATE-INPUT-ERROR                             BBANK57P
023176        END-IF                                                    BBANK57P
023178     END-IF.                                                      BBANK57P
023200     IF BANK-SCR57-ACTION IS EQUAL TO 'R'                         BBANK57P
023300        MOVE BANK-SCR57-THRESH TO WS-AMOUNT-WORK                  BBANK57P
023400        IF WS-AMOUNT-WORK IS NOT NUMERIC                          BBANK57P
024700* Drive DCORP01P and show the outcome                           * BBANK57P
024800***************************************************************** BBANK57P
024900 WORK-CORPORATE.                                                  BBANK57P
024901     IF BANK-SCR57-ACTION IS EQUAL TO 'O'                         BBANK57P
024902        MOVE BANK-SCR57-CORPPID TO BANK-SCR15-CORPPID             BBANK57P
024903        MOVE 'BBANK57P' TO BANK-LAST-PROG                         BBANK57P
024904        MOVE 'BBANK15P' TO BANK-NEXT-PROG                         BBANK57P
024905        GO TO WORK-CORPORATE-EXIT                                 BBANK57P
024906     END-IF.                                                      BBANK57P
024910     IF BANK-SCR57-ACTION IS EQUAL TO 'S' OR                      BBANK57P
024920        BANK-SCR57-ACTION IS EQUAL TO 'U' OR                      BBANK57P
024930        BANK-SCR57-ACTION IS EQUAL TO 'H' OR                      BBANK57P
024940        BANK-SCR57-ACTION IS EQUAL TO 'I'                         BBANK57P
024950        PERFORM WORK-STATEMENTS THRU                              BBANK57P
024960                WORK-STATEMENTS-EXIT                              BBANK57P
024970        GO TO WORK-CORPORATE-EXIT                                 BBANK57P
024980     END-IF.                                                      BBANK57P
024982     IF BANK-SCR57-ACTION IS EQUAL TO 'V' OR                      BBANK57P
024984        BANK-SCR57-ACTION IS EQUAL TO 'Z' OR                      BBANK57P
024986        BANK-SCR57-ACTION IS EQUAL TO 'W'                         BBANK57P
024988        PERFORM WORK-VIRTUAL THRU                                 BBANK57P
024990                WORK-VIRTUAL-EXIT                                 BBANK57P
024992        GO TO WORK-CORPORATE-EXIT                                 BBANK57P
024994     END-IF.                                                      BBANK57P
025000     MOVE SPACES TO CCP1-DATA.                                    BBANK57P
025100     MOVE BANK-SCR57-ACTION TO CCP1I-FUNCTION.                    BBANK57P
025200     MOVE BANK-SCR57-CORPPID TO CCP1I-CORP-PID.                   BBANK57P
029300          BANK-SCR57-LST-NAME (WS-SUB1).                          BBANK57P
029400 SHOW-SIG-ENTRY-EXIT.                                             BBANK57P
029500     EXIT.                                                        BBANK57P
029501                                                                  BBANK57P
029502***************************************************************** BBANK57P
029503* Drive DCSTM01P for the statement file actions - subscribe,    * BBANK57P
029504* unsubscribe, show the deliveries or send an interim report    * BBANK57P
029505***************************************************************** BBANK57P
029506 WORK-STATEMENTS.                                                 BBANK57P
029507     MOVE SPACES TO CCS1-DATA.                                    BBANK57P
029508     MOVE BANK-SCR57-ACTION TO CCS1I-FUNCTION.                    BBANK57P
029509     MOVE BANK-SCR57-CORPPID TO CCS1I-CORP-PID.                   BBANK57P
029510     MOVE BANK-SCR57-STMACC TO CCS1I-ACCNO.                       BBANK57P
029511     MOVE BANK-SCR57-INTERIM TO CCS1I-INTERIM.                    BBANK57P
029512     MOVE BANK-USERID TO CCS1I-USERID.                            BBANK57P
029513 COPY CCSTMX01.                                                   BBANK57P
029514     MOVE SPACES TO BANK-SCR57-HISTORY (1).                       BBANK57P
029515     MOVE SPACES TO BANK-SCR57-HISTORY (2).                       BBANK57P
029516     MOVE SPACES TO BANK-SCR57-HISTORY (3).                       BBANK57P
029517     IF CCS1O-REQUEST-OK                                          BBANK57P
029518        IF CCS1I-HISTORY                                          BBANK57P
029519           MOVE CCS1O-INTERIM TO BANK-SCR57-INTERIM               BBANK57P
029520           PERFORM SHOW-HIST-LIST THRU                            BBANK57P
029521                   SHOW-HIST-LIST-EXIT                            BBANK57P
029522        END-IF                                                    BBANK57P
029523        MOVE CCS1O-MSG TO BANK-SCR57-ERRMSG                       BBANK57P
029524     ELSE                                                         BBANK57P
029525        MOVE CCS1O-MSG TO BANK-SCR57-ERRMSG                       BBANK57P
029526        MOVE CCS1O-MSG TO BANK-ERROR-MSG                          BBANK57P
029527     END-IF.                                                      BBANK57P
029528 WORK-STATEMENTS-EXIT.                                            BBANK57P
029529     EXIT.                                                        BBANK57P
029530                                                                  BBANK57P
029531***************************************************************** BBANK57P
029532* Show the latest deliveries, one line each                     * BBANK57P
029533***************************************************************** BBANK57P
029534 SHOW-HIST-LIST.                                                  BBANK57P
029535     MOVE 0 TO WS-SUB1.                                           BBANK57P
029536     PERFORM SHOW-HIST-ENTRY THRU                                 BBANK57P
029537             SHOW-HIST-ENTRY-EXIT CCS1O-HIST-COUNT TIMES.         BBANK57P
029538 SHOW-HIST-LIST-EXIT.                                             BBANK57P
029539     EXIT.                                                        BBANK57P
029540                                                                  BBANK57P
029541 SHOW-HIST-ENTRY.                                                 BBANK57P
029542     ADD 1 TO WS-SUB1.                                            BBANK57P
029543     MOVE SPACES TO WS-HIST-LINE.                                 BBANK57P
029544     MOVE CCS1O-HST-TS (WS-SUB1) (1:10) TO WS-HST-DATE.           BBANK57P
029545     MOVE CCS1O-HST-TS (WS-SUB1) (12:5) TO WS-HST-TIME.           BBANK57P
029546     IF CCS1O-HST-KIND (WS-SUB1) IS EQUAL TO 'S'                  BBANK57P
029547        MOVE 'EOD' TO WS-HST-KIND                                 BBANK57P
029548     ELSE                                                         BBANK57P
029549        MOVE 'INT' TO WS-HST-KIND                                 BBANK57P
029550     END-IF.                                                      BBANK57P
029551     MOVE CCS1O-HST-STMT-NO (WS-SUB1) TO WS-HST-STMT-NO.          BBANK57P
029552     MOVE CCS1O-HST-LINES (WS-SUB1) TO WS-HST-LINES.              BBANK57P
029553     MOVE CCS1O-HST-CLOSE-BAL (WS-SUB1) TO WS-HST-CLOSE.          BBANK57P
029554     MOVE WS-HIST-LINE TO BANK-SCR57-HISTORY (WS-SUB1).           BBANK57P
029555 SHOW-HIST-ENTRY-EXIT.                                            BBANK57P
029556     EXIT.                                                        BBANK57P
029560                                                                  BBANK57P
029570***************************************************************** BBANK57P
029580* Drive DVACC01P for the virtual account actions - issue a      * BBANK57P
029590* block against the settlement account, close a number, or      * BBANK57P
029600* list the corporate's numbers after the one keyed              * BBANK57P
029610***************************************************************** BBANK57P
029620 WORK-VIRTUAL.                                                    BBANK57P
029630     INITIALIZE CVA1-DATA.                                        BBANK57P
029640     EVALUATE BANK-SCR57-ACTION                                   BBANK57P
029650       WHEN 'V'                                                   BBANK57P
029660         SET CVA1I-ISSUE-BLOCK TO TRUE                            BBANK57P
029670         MOVE WS-VCOUNT-WORK-N TO CVA1I-COUNT                     BBANK57P
029680       WHEN 'Z'                                                   BBANK57P
029690         SET CVA1I-CLOSE-VIRTUAL TO TRUE                          BBANK57P
029700       WHEN OTHER                                                 BBANK57P
029710         SET CVA1I-LIST-VIRTUAL TO TRUE                           BBANK57P
029720     END-EVALUATE.                                                BBANK57P
029730     MOVE BANK-SCR57-CORPPID TO CVA1I-CORP-PID.                   BBANK57P
029740     MOVE BANK-SCR57-STMACC TO CVA1I-ACCNO.                       BBANK57P
029750     MOVE BANK-USERID TO CVA1I-USERID.                            BBANK57P
029760 COPY CVACCX01.                                                   BBANK57P
029770     MOVE SPACES TO BANK-SCR57-HISTORY (1).                       BBANK57P
029780     MOVE SPACES TO BANK-SCR57-HISTORY (2).                       BBANK57P
029790     MOVE SPACES TO BANK-SCR57-HISTORY (3).                       BBANK57P
029800     IF CVA1O-REQUEST-OK                                          BBANK57P
029810        IF CVA1I-LIST-VIRTUAL                                     BBANK57P
029820           PERFORM SHOW-VACC-LIST THRU                            BBANK57P
029830                   SHOW-VACC-LIST-EXIT                            BBANK57P
029840        END-IF                                                    BBANK57P
029850        IF CVA1I-ISSUE-BLOCK                                      BBANK57P
029860           STRING 'First ' CVA1O-FIRST-VACC ' ' CVA1O-IBAN        BBANK57P
029870                  DELIMITED BY SIZE INTO BANK-SCR57-HISTORY (1)   BBANK57P
029880           STRING 'Last  ' CVA1O-LAST-VACC                        BBANK57P
029890                  DELIMITED BY SIZE INTO BANK-SCR57-HISTORY (2)   BBANK57P
029900        END-IF                                                    BBANK57P
029910        MOVE CVA1O-MSG TO BANK-SCR57-ERRMSG                       BBANK57P
029920     ELSE                                                         BBANK57P
029930        MOVE CVA1O-MSG TO BANK-SCR57-ERRMSG                       BBANK57P
029940        MOVE CVA1O-MSG TO BANK-ERROR-MSG                          BBANK57P
029950     END-IF.                                                      BBANK57P
029960 WORK-VIRTUAL-EXIT.                                               BBANK57P
029970     EXIT.                                                        BBANK57P
029980                                                                  BBANK57P
029990***************************************************************** BBANK57P
030000* Show a page of virtual numbers, one line each                 * BBANK57P
030010***************************************************************** BBANK57P
030020 SHOW-VACC-LIST.                                                  BBANK57P
030030     MOVE 0 TO WS-SUB1.                                           BBANK57P
030040     PERFORM SHOW-VACC-ENTRY THRU                                 BBANK57P
030050             SHOW-VACC-ENTRY-EXIT CVA1O-LIST-COUNT TIMES.         BBANK57P
030060 SHOW-VACC-LIST-EXIT.                                             BBANK57P
030070     EXIT.                                                        BBANK57P
030080                                                                  BBANK57P
030090 SHOW-VACC-ENTRY.                                                 BBANK57P
030100     ADD 1 TO WS-SUB1.                                            BBANK57P
030110     MOVE SPACES TO WS-VACC-LINE.                                 BBANK57P
030120     MOVE CVA1O-LST-VACC (WS-SUB1) TO WS-VAC-VACC.                BBANK57P
030130     MOVE CVA1O-LST-IBAN (WS-SUB1) TO WS-VAC-IBAN.                BBANK57P
030140     IF CVA1O-LST-STATUS (WS-SUB1) IS EQUAL TO 'C'                BBANK57P
030150        MOVE 'CLOSED' TO WS-VAC-STATUS                            BBANK57P
030160     ELSE                                                         BBANK57P
030170        MOVE 'OPEN' TO WS-VAC-STATUS                              BBANK57P
030180     END-IF.                                                      BBANK57P
030190     MOVE CVA1O-LST-REAL-ACC (WS-SUB1) TO WS-VAC-REAL-ACC.        BBANK57P
030200     MOVE WS-VACC-LINE TO BANK-SCR57-HISTORY (WS-SUB1).           BBANK57P
030210 SHOW-VACC-ENTRY-EXIT.                                            BBANK57P
030220     EXIT.                                                        BBANK57P
030230                                                                  BBANK57P
030240***************************************************************** BBANK57P
030250* Check for an idle session timeout                             * BBANK57P
030260***************************************************************** BBANK57P
030270 COPY CIDLECHK.                                                   BBANK57P
