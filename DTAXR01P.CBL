000100***************************************************************** DTAXR01P
000200*                                                               * DTAXR01P
000300*  Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.    * DTAXR01P
000400*  This demonstration program is provided for use by users      * DTAXR01P
000500*  of Micro Focus products and may be used, modified and        * DTAXR01P
000600*  distributed as part of your application provided that        * DTAXR01P
000700*  you properly acknowledge the copyright of Micro Focus        * DTAXR01P
000800*  in this material.                                            * DTAXR01P
000900*                                                               * DTAXR01P
001000***************************************************************** DTAXR01P
001100                                                                  DTAXR01P
001200***************************************************************** DTAXR01P
001300* Program:     DTAXR01P.CBL                                     * DTAXR01P
001400* Function:    Tax residency self-certification and the         * DTAXR01P
001500*              reportable-account return - reads and replaces   * DTAXR01P
001600*              a customer's countries of tax residence with     * DTAXR01P
001700*              their foreign taxpayer ids, closing any          * DTAXR01P
001800*              remediation waiting on the due-diligence queue;  * DTAXR01P
001900*              nightly searches the customers holding no        * DTAXR01P
002000*              self-certification for a foreign country,        * DTAXR01P
002100*              postcode or telephone and queues them for        * DTAXR01P
002200*              remediation; and for a tax year builds the file  * DTAXR01P
002300*              of every account held by a foreign tax resident  * DTAXR01P
002400*              with its year-end balance and gross interest,    * DTAXR01P
002500*              framed through DBANK91P with a control report    * DTAXR01P
002600*              SQL version                                      * DTAXR01P
002700***************************************************************** DTAXR01P
002800                                                                  DTAXR01P
002900 IDENTIFICATION DIVISION.                                         DTAXR01P
003000 PROGRAM-ID.                                                      DTAXR01P
003100     DTAXR01P.                                                    DTAXR01P
003200 DATE-WRITTEN.                                                    DTAXR01P
003300     October 2026.                                                DTAXR01P
003400 DATE-COMPILED.                                                   DTAXR01P
003500     Today.                                                       DTAXR01P
003600                                                                  DTAXR01P
003700 ENVIRONMENT DIVISION.                                            DTAXR01P
003800                                                                  DTAXR01P
003900 DATA DIVISION.                                                   DTAXR01P
004000                                                                  DTAXR01P
004100 WORKING-STORAGE SECTION.                                         DTAXR01P
004200 01  WS-MISC-STORAGE.                                             DTAXR01P
004300   05  WS-PROGRAM-ID                         PIC X(8)             DTAXR01P
004400       VALUE 'DTAXR01P'.                                          DTAXR01P
004500   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DTAXR01P
004600   05  WS-RESP                               PIC S9(8) COMP.      DTAXR01P
004700   05  WS-FILE-QUEUE                         PIC X(4)             DTAXR01P
004800       VALUE 'CRSO'.                                              DTAXR01P
004900   05  WS-FRAME-QUEUE                        PIC X(4)             DTAXR01P
005000       VALUE 'CRSX'.                                              DTAXR01P
005100***************************************************************** DTAXR01P
005200* Our own country - residence here is not reportable and needs  * DTAXR01P
005300* no foreign taxpayer id                                        * DTAXR01P
005400***************************************************************** DTAXR01P
005500   05  WS-HOME-COUNTRY                       PIC X(6)             DTAXR01P
005600       VALUE 'USA'.                                               DTAXR01P
005700   05  WS-SUB1                               PIC S9(4) COMP.      DTAXR01P
005800   05  WS-SUB2                               PIC S9(4) COMP.      DTAXR01P
005900   05  WS-RES-COUNT                          PIC S9(4) COMP.      DTAXR01P
006000   05  WS-COUNT-DISP                         PIC Z(6)9.           DTAXR01P
006100   05  WS-AMOUNT-DISP                        PIC -(11)9.99.       DTAXR01P
006200   05  WS-INTEREST-DISP                      PIC -(11)9.99.       DTAXR01P
006300   05  WS-INDICIA-REPORT                     PIC X(20)            DTAXR01P
006400       VALUE 'TAX INDICIA SEARCH'.                                DTAXR01P
006500   05  WS-REPORT-NAME.                                            DTAXR01P
006600     10  FILLER                              PIC X(11)            DTAXR01P
006700         VALUE 'CRS RETURN '.                                     DTAXR01P
006800     10  WS-REPORT-YEAR                      PIC X(4).            DTAXR01P
006900     10  FILLER                              PIC X(5)             DTAXR01P
007000         VALUE SPACES.                                            DTAXR01P
007100                                                                  DTAXR01P
007200***************************************************************** DTAXR01P
007300* What was found against a customer - a foreign country on      * DTAXR01P
007400* file, a postcode not in our own form, or a telephone number   * DTAXR01P
007500* dialled internationally                                       * DTAXR01P
007600***************************************************************** DTAXR01P
007700 01  WS-INDICIA.                                                  DTAXR01P
007800   05  WS-IND-COUNTRY                        PIC X(1).            DTAXR01P
007900   05  WS-IND-ADDRESS                        PIC X(1).            DTAXR01P
008000   05  WS-IND-PHONE                          PIC X(1).            DTAXR01P
008100                                                                  DTAXR01P
008200***************************************************************** DTAXR01P
008300* One record of the reportable-accounts file - the account      * DTAXR01P
008400* holder, the country the account is reported to with the       * DTAXR01P
008500* holder's taxpayer id there, and the account's year            * DTAXR01P
008600***************************************************************** DTAXR01P
008700 01  WS-RETURN-RECORD.                                            DTAXR01P
008800   05  RTN-REC-TYPE                          PIC X(1)             DTAXR01P
008900       VALUE 'A'.                                                 DTAXR01P
009000   05  RTN-TAX-YEAR                          PIC X(4).            DTAXR01P
009100   05  RTN-PID                               PIC X(5).            DTAXR01P
009200   05  RTN-NAME                              PIC X(25).           DTAXR01P
009300   05  RTN-ADDR1                             PIC X(25).           DTAXR01P
009400   05  RTN-ADDR2                             PIC X(25).           DTAXR01P
009500   05  RTN-STATE                             PIC X(3).            DTAXR01P
009600   05  RTN-CNTRY                             PIC X(6).            DTAXR01P
009700   05  RTN-PSTCDE                            PIC X(6).            DTAXR01P
009800   05  RTN-RES-COUNTRY                       PIC X(6).            DTAXR01P
009900   05  RTN-FOREIGN-TIN                       PIC X(20).           DTAXR01P
010000   05  RTN-ACCNO                             PIC X(9).            DTAXR01P
010100   05  RTN-ACCTYPE                           PIC X(2).            DTAXR01P
010200   05  RTN-CURRENCY                          PIC X(3).            DTAXR01P
010300   05  RTN-BALANCE                           PIC 9(9)V99.         DTAXR01P
010400   05  RTN-INTEREST                          PIC 9(9)V99.         DTAXR01P
010500   05  RTN-CLOSED                            PIC X(1).            DTAXR01P
010600   05  RTN-UNDOCUMENTED                      PIC X(1).            DTAXR01P
010700                                                                  DTAXR01P
010800 01  WS-CSV-DATA.                                                 DTAXR01P
010900 COPY CCSVD.                                                      DTAXR01P
011000                                                                  DTAXR01P
011100 01  WS-18-COMMAREA.                                              DTAXR01P
011200 COPY CBANKD18.                                                   DTAXR01P
011300                                                                  DTAXR01P
011400 01  WS-91-COMMAREA.                                              DTAXR01P
011500 COPY CBANKD91.                                                   DTAXR01P
011600                                                                  DTAXR01P
011700 01  WS-96-COMMAREA.                                              DTAXR01P
011800 COPY CBANKD96.                                                   DTAXR01P
011900                                                                  DTAXR01P
012000   EXEC SQL                                                       DTAXR01P
012100        BEGIN DECLARE SECTION                                     DTAXR01P
012200   END-EXEC.                                                      DTAXR01P
012300 01  WS-COMMAREA.                                                 DTAXR01P
012400     EXEC SQL                                                     DTAXR01P
012500          INCLUDE CTAXRD01                                        DTAXR01P
012600     END-EXEC.                                                    DTAXR01P
012700 01  WS-98-COMMAREA.                                              DTAXR01P
012800     EXEC SQL                                                     DTAXR01P
012900          INCLUDE CBANKD98                                        DTAXR01P
013000     END-EXEC.                                                    DTAXR01P
013100 01  DCL-TAX-AREAS.                                               DTAXR01P
013200   05  DCL-TXR-SEQ                           PIC S9(4) COMP.      DTAXR01P
013300   05  DCL-TXR-COUNTRY                       PIC X(6).            DTAXR01P
013400   05  DCL-TXR-TIN                           PIC X(20).           DTAXR01P
013500   05  DCL-TXR-CERT-DATE                     PIC X(10).           DTAXR01P
013600   05  DCL-TXR-CAPTURED-BY                   PIC X(5).            DTAXR01P
013700   05  DCL-RPT-PID                           PIC X(5).            DTAXR01P
013800   05  DCL-RPT-UNDOCUMENTED                  PIC X(1).            DTAXR01P
013900   05  DCL-BCS-PID                           PIC X(5).            DTAXR01P
014000   05  DCL-BCS-NAME                          PIC X(25).           DTAXR01P
014100   05  DCL-BCS-ADDR1                         PIC X(25).           DTAXR01P
014200   05  DCL-BCS-ADDR2                         PIC X(25).           DTAXR01P
014300   05  DCL-BCS-STATE                         PIC X(3).            DTAXR01P
014400   05  DCL-BCS-CNTRY                         PIC X(6).            DTAXR01P
014500   05  DCL-BCS-PSTCDE                        PIC X(6).            DTAXR01P
014600   05  DCL-BCS-TELNO                         PIC X(12).           DTAXR01P
014700   05  DCL-BAC-ACCNO                         PIC X(9).            DTAXR01P
014800   05  DCL-BAC-PID                           PIC X(5).            DTAXR01P
014900   05  DCL-BAC-ACCTYPE                       PIC X(2).            DTAXR01P
015000   05  DCL-BAC-CURRENCY                      PIC X(3).            DTAXR01P
015100   05  DCL-BAC-STATUS                        PIC X(1).            DTAXR01P
015200   05  DCL-CLOSED-DATE                       PIC X(10).           DTAXR01P
015300   05  DCL-EOD-BALANCE                       PIC S9(9)V99 COMP-3. DTAXR01P
015400   05  DCL-TXA-INTEREST                      PIC S9(9)V99 COMP-3. DTAXR01P
015500   05  DCL-ROW-COUNT                         PIC S9(9) COMP-3.    DTAXR01P
015600 01  WS-TAX-AREAS.                                                DTAXR01P
015700   05  WS-BUSINESS-DATE                      PIC X(10).           DTAXR01P
015800   05  WS-TAX-YEAR                           PIC X(4).            DTAXR01P
015900   05  WS-TAX-YEAR-N REDEFINES WS-TAX-YEAR   PIC 9(4).            DTAXR01P
016000   05  WS-YEAR-FROM                          PIC X(10).           DTAXR01P
016100   05  WS-YEAR-TO                            PIC X(10).           DTAXR01P
016200   05  WS-ASOF-DATE                          PIC X(10).           DTAXR01P
016300   05  WS-BALANCE                            PIC S9(9)V99 COMP-3. DTAXR01P
016400                                                                  DTAXR01P
016500     EXEC SQL                                                     DTAXR01P
016600          INCLUDE SQLCA                                           DTAXR01P
016700     END-EXEC.                                                    DTAXR01P
016800                                                                  DTAXR01P
016900 COPY CABENDD.                                                    DTAXR01P
017000   EXEC SQL                                                       DTAXR01P
017100        END DECLARE SECTION                                       DTAXR01P
017200   END-EXEC.                                                      DTAXR01P
017300                                                                  DTAXR01P
017400 LINKAGE SECTION.                                                 DTAXR01P
017500 01  DFHCOMMAREA.                                                 DTAXR01P
017600   05  LK-COMMAREA                           PIC X(1)             DTAXR01P
017700       OCCURS 1 TO 6144 TIMES                                     DTAXR01P
017800         DEPENDING ON WS-COMMAREA-LENGTH.                         DTAXR01P
017900                                                                  DTAXR01P
018000 COPY CENTRY.                                                     DTAXR01P
018100***************************************************************** DTAXR01P
018200* Move the passed area to our area                              * DTAXR01P
018300***************************************************************** DTAXR01P
018400     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DTAXR01P
018500     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DTAXR01P
018600                                                                  DTAXR01P
018700***************************************************************** DTAXR01P
018800* Initialize our output area                                    * DTAXR01P
018900***************************************************************** DTAXR01P
019000     INITIALIZE CTX1O-DATA.                                       DTAXR01P
019100     SET CTX1O-REQUEST-FAIL TO TRUE.                              DTAXR01P
019200                                                                  DTAXR01P
019300     INITIALIZE CD98-DATA.                                        DTAXR01P
019400     SET CD98I-READ-BUSINESS-DATE TO TRUE.                        DTAXR01P
019500 COPY CBANKX98.                                                   DTAXR01P
019600     IF NOT CD98O-REQUEST-OK                                      DTAXR01P
019700        MOVE CD98O-MSG TO CTX1O-MSG                               DTAXR01P
019800        GO TO DTAXR01P-EXIT                                       DTAXR01P
019900     END-IF.                                                      DTAXR01P
020000     MOVE CD98O-DATE TO WS-BUSINESS-DATE.                         DTAXR01P
020100                                                                  DTAXR01P
020200     EVALUATE TRUE                                                DTAXR01P
020300       WHEN CTX1I-READ-CERT                                       DTAXR01P
020400         PERFORM READ-CERT THRU                                   DTAXR01P
020500                 READ-CERT-EXIT                                   DTAXR01P
020600       WHEN CTX1I-CAPTURE-CERT                                    DTAXR01P
020700         PERFORM CAPTURE-CERT THRU                                DTAXR01P
020800                 CAPTURE-CERT-EXIT                                DTAXR01P
020900       WHEN CTX1I-NIGHTLY-RUN                                     DTAXR01P
021000         PERFORM INDICIA-SEARCH THRU                              DTAXR01P
021100                 INDICIA-SEARCH-EXIT                              DTAXR01P
021200       WHEN CTX1I-ANNUAL-RETURN                                   DTAXR01P
021300         PERFORM ANNUAL-RETURN THRU                               DTAXR01P
021400                 ANNUAL-RETURN-EXIT                               DTAXR01P
021500       WHEN OTHER                                                 DTAXR01P
021600         MOVE 'Unknown tax residency function requested'          DTAXR01P
021700           TO CTX1O-MSG                                           DTAXR01P
021800     END-EVALUATE.                                                DTAXR01P
021900                                                                  DTAXR01P
022000 DTAXR01P-EXIT.                                                   DTAXR01P
022100***************************************************************** DTAXR01P
022200* Move the result back to the callers area                      * DTAXR01P
022300***************************************************************** DTAXR01P
022400     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DTAXR01P
022500                                                                  DTAXR01P
022600***************************************************************** DTAXR01P
022700* Return to our caller                                          * DTAXR01P
022800***************************************************************** DTAXR01P
022900 COPY CRETURN.                                                    DTAXR01P
023000                                                                  DTAXR01P
023100***************************************************************** DTAXR01P
023200* The customer's self-certification - the countries in the      * DTAXR01P
023300* order they were declared, with the date it was given          * DTAXR01P
023400***************************************************************** DTAXR01P
023500 READ-CERT.                                                       DTAXR01P
023600     EXEC SQL                                                     DTAXR01P
023700          DECLARE TXR_CSR CURSOR FOR                              DTAXR01P
023800          SELECT TXR_COUNTRY,                                     DTAXR01P
023900                 TXR_TIN,                                         DTAXR01P
024000                 TXR_CERT_DATE,                                   DTAXR01P
024100                 TXR_CAPTURED_BY                                  DTAXR01P
024200          FROM BNKTAXR                                            DTAXR01P
024300          WHERE TXR_PID = :CTX1I-PID                              DTAXR01P
024400          ORDER BY TXR_SEQ                                        DTAXR01P
024500          FOR FETCH ONLY                                          DTAXR01P
024600     END-EXEC.                                                    DTAXR01P
024700     EXEC SQL                                                     DTAXR01P
024800          OPEN TXR_CSR                                            DTAXR01P
024900     END-EXEC.                                                    DTAXR01P
025000     IF SQLCODE IS NOT EQUAL TO ZERO                              DTAXR01P
025100        MOVE 'Unable to read the tax residency' TO CTX1O-MSG      DTAXR01P
025200        GO TO READ-CERT-EXIT                                      DTAXR01P
025300     END-IF.                                                      DTAXR01P
025400     MOVE 0 TO WS-SUB1.                                           DTAXR01P
025500 TXR-LOOP.                                                        DTAXR01P
025600     IF WS-SUB1 IS NOT LESS THAN 5                                DTAXR01P
025700        GO TO TXR-LOOP-EXIT                                       DTAXR01P
025800     END-IF.                                                      DTAXR01P
025900     EXEC SQL                                                     DTAXR01P
026000          FETCH TXR_CSR                                           DTAXR01P
026100          INTO :DCL-TXR-COUNTRY,                                  DTAXR01P
026200               :DCL-TXR-TIN,                                      DTAXR01P
026300               :DCL-TXR-CERT-DATE,                                DTAXR01P
026400               :DCL-TXR-CAPTURED-BY                               DTAXR01P
026500     END-EXEC.                                                    DTAXR01P
026600     IF SQLCODE IS EQUAL TO +100                                  DTAXR01P
026700        GO TO TXR-LOOP-EXIT                                       DTAXR01P
026800     END-IF.                                                      DTAXR01P
026900     IF SQLCODE IS NOT EQUAL TO ZERO                              DTAXR01P
027000        MOVE 'Unable to read the tax residency' TO CTX1O-MSG      DTAXR01P
027100        GO TO TXR-LOOP-EXIT                                       DTAXR01P
027200     END-IF.                                                      DTAXR01P
027300     ADD 1 TO WS-SUB1.                                            DTAXR01P
027400     MOVE DCL-TXR-COUNTRY TO CTX1O-COUNTRY (WS-SUB1).             DTAXR01P
027500     MOVE DCL-TXR-TIN TO CTX1O-TIN (WS-SUB1).                     DTAXR01P
027600     MOVE DCL-TXR-CERT-DATE TO CTX1O-CERT-DATE.                   DTAXR01P
027700     MOVE DCL-TXR-CAPTURED-BY TO CTX1O-CERT-BY.                   DTAXR01P
027800     GO TO TXR-LOOP.                                              DTAXR01P
027900 TXR-LOOP-EXIT.                                                   DTAXR01P
028000     EXEC SQL                                                     DTAXR01P
028100          CLOSE TXR_CSR                                           DTAXR01P
028200     END-EXEC.                                                    DTAXR01P
028300     IF CTX1O-MSG IS NOT EQUAL TO SPACES                          DTAXR01P
028400        GO TO READ-CERT-EXIT                                      DTAXR01P
028500     END-IF.                                                      DTAXR01P
028600     MOVE WS-SUB1 TO CTX1O-RES-COUNT.                             DTAXR01P
028700     IF WS-SUB1 IS EQUAL TO ZERO                                  DTAXR01P
028800        SET CTX1O-NOT-FOUND TO TRUE                               DTAXR01P
028900        MOVE 'No self-certification held for the customer'        DTAXR01P
029000          TO CTX1O-MSG                                            DTAXR01P
029100        GO TO READ-CERT-EXIT                                      DTAXR01P
029200     END-IF.                                                      DTAXR01P
029300     SET CTX1O-REQUEST-OK TO TRUE.                                DTAXR01P
029400     MOVE 'Self-certification shown' TO CTX1O-MSG.                DTAXR01P
029500 READ-CERT-EXIT.                                                  DTAXR01P
029600     EXIT.                                                        DTAXR01P
029700                                                                  DTAXR01P
029800***************************************************************** DTAXR01P
029900* Record a self-certification, replacing whatever the customer  * DTAXR01P
030000* declared before. Every country named must be different and    * DTAXR01P
030100* each foreign one needs the customer's taxpayer id there. A    * DTAXR01P
030200* remediation waiting on the due-diligence queue is closed by   * DTAXR01P
030300* the certification it was waiting for                          * DTAXR01P
030400***************************************************************** DTAXR01P
030500 CAPTURE-CERT.                                                    DTAXR01P
030600     EXEC SQL                                                     DTAXR01P
030700          SELECT BCS_PID                                          DTAXR01P
030800          INTO :DCL-BCS-PID                                       DTAXR01P
030900          FROM BNKCUST                                            DTAXR01P
031000          WHERE BCS_PID = :CTX1I-PID                              DTAXR01P
031100     END-EXEC.                                                    DTAXR01P
031200     IF SQLCODE IS EQUAL TO +100                                  DTAXR01P
031300        SET CTX1O-NOT-FOUND TO TRUE                               DTAXR01P
031400        MOVE 'Customer not found' TO CTX1O-MSG                    DTAXR01P
031500        GO TO CAPTURE-CERT-EXIT                                   DTAXR01P
031600     END-IF.                                                      DTAXR01P
031700     IF SQLCODE IS NOT EQUAL TO ZERO                              DTAXR01P
031800        MOVE 'Unable to read the customer' TO CTX1O-MSG           DTAXR01P
031900        GO TO CAPTURE-CERT-EXIT                                   DTAXR01P
032000     END-IF.                                                      DTAXR01P
032100     MOVE 0 TO WS-SUB1.                                           DTAXR01P
032200     MOVE 0 TO WS-RES-COUNT.                                      DTAXR01P
032300     PERFORM CHECK-RESIDENCE THRU                                 DTAXR01P
032400             CHECK-RESIDENCE-EXIT 5 TIMES.                        DTAXR01P
032500     IF CTX1O-MSG IS NOT EQUAL TO SPACES                          DTAXR01P
032600        GO TO CAPTURE-CERT-EXIT                                   DTAXR01P
032700     END-IF.                                                      DTAXR01P
032800     IF WS-RES-COUNT IS EQUAL TO ZERO                             DTAXR01P
032900        MOVE 'Name at least one country of tax residence'         DTAXR01P
033000          TO CTX1O-MSG                                            DTAXR01P
033100        GO TO CAPTURE-CERT-EXIT                                   DTAXR01P
033200     END-IF.                                                      DTAXR01P
033300     EXEC SQL                                                     DTAXR01P
033400          DELETE                                                  DTAXR01P
033500          FROM BNKTAXR                                            DTAXR01P
033600          WHERE TXR_PID = :CTX1I-PID                              DTAXR01P
033700     END-EXEC.                                                    DTAXR01P
033800     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DTAXR01P
033900        SQLCODE IS NOT EQUAL TO +100                              DTAXR01P
034000        MOVE 'Unable to replace the tax residency' TO CTX1O-MSG   DTAXR01P
034100        GO TO CAPTURE-CERT-EXIT                                   DTAXR01P
034200     END-IF.                                                      DTAXR01P
034300     MOVE 0 TO WS-SUB1.                                           DTAXR01P
034400     MOVE 0 TO DCL-TXR-SEQ.                                       DTAXR01P
034500     PERFORM STORE-RESIDENCE THRU                                 DTAXR01P
034600             STORE-RESIDENCE-EXIT 5 TIMES.                        DTAXR01P
034700     IF CTX1O-MSG IS NOT EQUAL TO SPACES                          DTAXR01P
034800        GO TO CAPTURE-CERT-EXIT                                   DTAXR01P
034900     END-IF.                                                      DTAXR01P
035000     EXEC SQL                                                     DTAXR01P
035100          UPDATE BNKKYCQ                                          DTAXR01P
035200          SET KYQ_STATUS = 'C',                                   DTAXR01P
035300              KYQ_WORKED_BY = :CTX1I-USERID,                      DTAXR01P
035400              KYQ_WORKED_TS = CURRENT TIMESTAMP                   DTAXR01P
035500          WHERE KYQ_PID = :CTX1I-PID AND                          DTAXR01P
035600                KYQ_REASON = 'TAXRES' AND                         DTAXR01P
035700                KYQ_STATUS = 'O'                                  DTAXR01P
035800     END-EXEC.                                                    DTAXR01P
035900     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DTAXR01P
036000        SQLCODE IS NOT EQUAL TO +100                              DTAXR01P
036100        MOVE 'Unable to close the residency remediation'          DTAXR01P
036200          TO CTX1O-MSG                                            DTAXR01P
036300        GO TO CAPTURE-CERT-EXIT                                   DTAXR01P
036400     END-IF.                                                      DTAXR01P
036500     MOVE DCL-TXR-SEQ TO CTX1O-RES-COUNT.                         DTAXR01P
036600     MOVE WS-BUSINESS-DATE TO CTX1O-CERT-DATE.                    DTAXR01P
036700     MOVE CTX1I-USERID TO CTX1O-CERT-BY.                          DTAXR01P
036800     SET CTX1O-REQUEST-OK TO TRUE.                                DTAXR01P
036900     MOVE 'Self-certification recorded' TO CTX1O-MSG.             DTAXR01P
037000 CAPTURE-CERT-EXIT.                                               DTAXR01P
037100     EXIT.                                                        DTAXR01P
037200                                                                  DTAXR01P
037300***************************************************************** DTAXR01P
037400* Check one declared residence. A blank row is passed over      * DTAXR01P
037500***************************************************************** DTAXR01P
037600 CHECK-RESIDENCE.                                                 DTAXR01P
037700     ADD 1 TO WS-SUB1.                                            DTAXR01P
037800     IF CTX1O-MSG IS NOT EQUAL TO SPACES                          DTAXR01P
037900        GO TO CHECK-RESIDENCE-EXIT                                DTAXR01P
038000     END-IF.                                                      DTAXR01P
038100     IF CTX1I-COUNTRY (WS-SUB1) IS EQUAL TO SPACES                DTAXR01P
038200        IF CTX1I-TIN (WS-SUB1) IS NOT EQUAL TO SPACES             DTAXR01P
038300           MOVE 'Give the country each taxpayer id belongs to'    DTAXR01P
038400             TO CTX1O-MSG                                         DTAXR01P
038500        END-IF                                                    DTAXR01P
038600        GO TO CHECK-RESIDENCE-EXIT                                DTAXR01P
038700     END-IF.                                                      DTAXR01P
038800     IF CTX1I-COUNTRY (WS-SUB1) IS NOT EQUAL TO WS-HOME-COUNTRY   DTAXR01P
038900        AND CTX1I-TIN (WS-SUB1) IS EQUAL TO SPACES                DTAXR01P
039000        MOVE SPACES TO CTX1O-MSG                                  DTAXR01P
039100        STRING 'Give the taxpayer id held in '                    DTAXR01P
039200               CTX1I-COUNTRY (WS-SUB1)                            DTAXR01P
039300               DELIMITED BY SIZE INTO CTX1O-MSG                   DTAXR01P
039400        GO TO CHECK-RESIDENCE-EXIT                                DTAXR01P
039500     END-IF.                                                      DTAXR01P
039600     MOVE 1 TO WS-SUB2.                                           DTAXR01P
039700     PERFORM CHECK-DUPLICATE THRU                                 DTAXR01P
039800             CHECK-DUPLICATE-EXIT                                 DTAXR01P
039900       UNTIL WS-SUB2 IS NOT LESS THAN WS-SUB1.                    DTAXR01P
040000     ADD 1 TO WS-RES-COUNT.                                       DTAXR01P
040100 CHECK-RESIDENCE-EXIT.                                            DTAXR01P
040200     EXIT.                                                        DTAXR01P
040300                                                                  DTAXR01P
040400***************************************************************** DTAXR01P
040500* A country may be declared only once                           * DTAXR01P
040600***************************************************************** DTAXR01P
040700 CHECK-DUPLICATE.                                                 DTAXR01P
040800     IF CTX1I-COUNTRY (WS-SUB2) IS EQUAL TO                       DTAXR01P
040900        CTX1I-COUNTRY (WS-SUB1)                                   DTAXR01P
041000        MOVE SPACES TO CTX1O-MSG                                  DTAXR01P
041100        STRING 'Country ' CTX1I-COUNTRY (WS-SUB1)                 DTAXR01P
041200               ' is declared more than once'                      DTAXR01P
041300               DELIMITED BY SIZE INTO CTX1O-MSG                   DTAXR01P
041400        MOVE WS-SUB1 TO WS-SUB2                                   DTAXR01P
041500        GO TO CHECK-DUPLICATE-EXIT                                DTAXR01P
041600     END-IF.                                                      DTAXR01P
041700     ADD 1 TO WS-SUB2.                                            DTAXR01P
041800 CHECK-DUPLICATE-EXIT.                                            DTAXR01P
041900     EXIT.                                                        DTAXR01P
042000                                                                  DTAXR01P
042100***************************************************************** DTAXR01P
042200* Store one declared residence, numbered in the order given     * DTAXR01P
042300***************************************************************** DTAXR01P
042400 STORE-RESIDENCE.                                                 DTAXR01P
042500     ADD 1 TO WS-SUB1.                                            DTAXR01P
042600     IF CTX1O-MSG IS NOT EQUAL TO SPACES                          DTAXR01P
042700        GO TO STORE-RESIDENCE-EXIT                                DTAXR01P
042800     END-IF.                                                      DTAXR01P
042900     IF CTX1I-COUNTRY (WS-SUB1) IS EQUAL TO SPACES                DTAXR01P
043000        GO TO STORE-RESIDENCE-EXIT                                DTAXR01P
043100     END-IF.                                                      DTAXR01P
043200     ADD 1 TO DCL-TXR-SEQ.                                        DTAXR01P
043300     MOVE CTX1I-COUNTRY (WS-SUB1) TO DCL-TXR-COUNTRY.             DTAXR01P
043400     MOVE CTX1I-TIN (WS-SUB1) TO DCL-TXR-TIN.                     DTAXR01P
043500     EXEC SQL                                                     DTAXR01P
043600          INSERT                                                  DTAXR01P
043700          INTO BNKTAXR (TXR_PID,                                  DTAXR01P
043800                        TXR_SEQ,                                  DTAXR01P
043900                        TXR_COUNTRY,                              DTAXR01P
044000                        TXR_TIN,                                  DTAXR01P
044100                        TXR_CERT_DATE,                            DTAXR01P
044200                        TXR_CAPTURED_BY)                          DTAXR01P
044300          VALUES (:CTX1I-PID,                                     DTAXR01P
044400                  :DCL-TXR-SEQ,                                   DTAXR01P
044500                  :DCL-TXR-COUNTRY,                               DTAXR01P
044600                  :DCL-TXR-TIN,                                   DTAXR01P
044700                  :WS-BUSINESS-DATE,                              DTAXR01P
044800                  :CTX1I-USERID)                                  DTAXR01P
044900     END-EXEC.                                                    DTAXR01P
045000     IF SQLCODE IS NOT EQUAL TO ZERO                              DTAXR01P
045100        MOVE 'Unable to record the tax residency' TO CTX1O-MSG    DTAXR01P
045200        GO TO STORE-RESIDENCE-EXIT                                DTAXR01P
045300     END-IF.                                                      DTAXR01P
045400     MOVE DCL-TXR-COUNTRY TO CTX1O-COUNTRY (DCL-TXR-SEQ).         DTAXR01P
045500     MOVE DCL-TXR-TIN TO CTX1O-TIN (DCL-TXR-SEQ).                 DTAXR01P
045600 STORE-RESIDENCE-EXIT.                                            DTAXR01P
045700     EXIT.                                                        DTAXR01P
045800                                                                  DTAXR01P
045900***************************************************************** DTAXR01P
046000* The nightly indicia search over the customers holding no      * DTAXR01P
046100* self-certification and not already waiting for one. A         * DTAXR01P
046200* customer showing any indicia of residence abroad is queued    * DTAXR01P
046300* for remediation on the due-diligence queue and listed on the  * DTAXR01P
046400* night's report                                                * DTAXR01P
046500***************************************************************** DTAXR01P
046600 INDICIA-SEARCH.                                                  DTAXR01P
046700     EXEC SQL                                                     DTAXR01P
046800          DECLARE IND_CSR CURSOR FOR                              DTAXR01P
046900          SELECT BCS.BCS_PID,                                     DTAXR01P
047000                 BCS.BCS_NAME,                                    DTAXR01P
047100                 VALUE(BCS.BCS_COUNTRY, ' '),                     DTAXR01P
047200                 VALUE(BCS.BCS_POST_CODE, ' '),                   DTAXR01P
047300                 VALUE(BCS.BCS_TEL, ' ')                          DTAXR01P
047400          FROM BNKCUST BCS                                        DTAXR01P
047500          WHERE NOT EXISTS                                        DTAXR01P
047600                (SELECT 1                                         DTAXR01P
047700                 FROM BNKTAXR TXR                                 DTAXR01P
047800                 WHERE TXR.TXR_PID = BCS.BCS_PID) AND             DTAXR01P
047900                NOT EXISTS                                        DTAXR01P
048000                (SELECT 1                                         DTAXR01P
048100                 FROM BNKKYCQ KYQ                                 DTAXR01P
048200                 WHERE KYQ.KYQ_PID = BCS.BCS_PID AND              DTAXR01P
048300                       KYQ.KYQ_REASON = 'TAXRES' AND              DTAXR01P
048400                       KYQ.KYQ_STATUS = 'O')                      DTAXR01P
048500          ORDER BY BCS.BCS_PID                                    DTAXR01P
048600          FOR FETCH ONLY                                          DTAXR01P
048700     END-EXEC.                                                    DTAXR01P
048800     EXEC SQL                                                     DTAXR01P
048900          OPEN IND_CSR                                            DTAXR01P
049000     END-EXEC.                                                    DTAXR01P
049100     IF SQLCODE IS NOT EQUAL TO ZERO                              DTAXR01P
049200        MOVE 'Unable to open the tax indicia search' TO CTX1O-MSG DTAXR01P
049300        GO TO INDICIA-SEARCH-EXIT                                 DTAXR01P
049400     END-IF.                                                      DTAXR01P
049500     MOVE SPACES TO WS-CSV-LINE.                                  DTAXR01P
049600     STRING 'PID,NAME,COUNTRY,POSTCODE,TELEPHONE,INDICIA'         DTAXR01P
049700            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DTAXR01P
049800     PERFORM QUEUE-REPORT-LINE THRU                               DTAXR01P
049900             QUEUE-REPORT-LINE-EXIT.                              DTAXR01P
050000 IND-LOOP.                                                        DTAXR01P
050100     EXEC SQL                                                     DTAXR01P
050200          FETCH IND_CSR                                           DTAXR01P
050300          INTO :DCL-BCS-PID,                                      DTAXR01P
050400               :DCL-BCS-NAME,                                     DTAXR01P
050500               :DCL-BCS-CNTRY,                                    DTAXR01P
050600               :DCL-BCS-PSTCDE,                                   DTAXR01P
050700               :DCL-BCS-TELNO                                     DTAXR01P
050800     END-EXEC.                                                    DTAXR01P
050900     IF SQLCODE IS EQUAL TO +100                                  DTAXR01P
051000        GO TO IND-LOOP-EXIT                                       DTAXR01P
051100     END-IF.                                                      DTAXR01P
051200     IF SQLCODE IS NOT EQUAL TO ZERO                              DTAXR01P
051300        MOVE 'Unable to read the tax indicia search' TO CTX1O-MSG DTAXR01P
051400        GO TO IND-LOOP-EXIT                                       DTAXR01P
051500     END-IF.                                                      DTAXR01P
051600     ADD 1 TO CTX1O-EXAMINED.                                     DTAXR01P
051700     PERFORM TEST-INDICIA THRU                                    DTAXR01P
051800             TEST-INDICIA-EXIT.                                   DTAXR01P
051900     IF WS-INDICIA IS EQUAL TO SPACES                             DTAXR01P
052000        GO TO IND-LOOP                                            DTAXR01P
052100     END-IF.                                                      DTAXR01P
052200     EXEC SQL                                                     DTAXR01P
052300          INSERT                                                  DTAXR01P
052400          INTO BNKKYCQ (KYQ_PID,                                  DTAXR01P
052500                        KYQ_REASON,                               DTAXR01P
052600                        KYQ_STATUS,                               DTAXR01P
052700                        KYQ_RAISED_DATE)                          DTAXR01P
052800          VALUES (:DCL-BCS-PID,                                   DTAXR01P
052900                  'TAXRES',                                       DTAXR01P
053000                  'O',                                            DTAXR01P
053100                  :WS-BUSINESS-DATE)                              DTAXR01P
053200     END-EXEC.                                                    DTAXR01P
053300     IF SQLCODE IS NOT EQUAL TO ZERO                              DTAXR01P
053400        MOVE 'Unable to queue a customer for remediation'         DTAXR01P
053500          TO CTX1O-MSG                                            DTAXR01P
053600        GO TO IND-LOOP-EXIT                                       DTAXR01P
053700     END-IF.                                                      DTAXR01P
053800     ADD 1 TO CTX1O-QUEUED.                                       DTAXR01P
053900     MOVE SPACES TO WS-CSV-LINE.                                  DTAXR01P
054000     STRING DCL-BCS-PID ',' DCL-BCS-NAME ',' DCL-BCS-CNTRY ','    DTAXR01P
054100            DCL-BCS-PSTCDE ',' DCL-BCS-TELNO ',' WS-INDICIA       DTAXR01P
054200            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DTAXR01P
054300     PERFORM QUEUE-REPORT-LINE THRU                               DTAXR01P
054400             QUEUE-REPORT-LINE-EXIT.                              DTAXR01P
054500     GO TO IND-LOOP.                                              DTAXR01P
054600 IND-LOOP-EXIT.                                                   DTAXR01P
054700     EXEC SQL                                                     DTAXR01P
054800          CLOSE IND_CSR                                           DTAXR01P
054900     END-EXEC.                                                    DTAXR01P
055000     IF CTX1O-MSG IS NOT EQUAL TO SPACES                          DTAXR01P
055100        GO TO INDICIA-SEARCH-EXIT                                 DTAXR01P
055200     END-IF.                                                      DTAXR01P
055300     IF CTX1O-QUEUED IS GREATER THAN ZERO                         DTAXR01P
055400        INITIALIZE CD96-DATA                                      DTAXR01P
055500        SET CD96I-CAPTURE-REPORT TO TRUE                          DTAXR01P
055600        MOVE WS-PROGRAM-ID TO CD96I-JOB                           DTAXR01P
055700        MOVE WS-INDICIA-REPORT TO CD96I-REPORT-NAME               DTAXR01P
055800        MOVE 'CSVQ' TO CD96I-QUEUE                                DTAXR01P
055900        MOVE 90 TO CD96I-RETAIN-DAYS                              DTAXR01P
056000 COPY CBANKX96.                                                   DTAXR01P
056100        IF NOT CD96O-REQUEST-OK                                   DTAXR01P
056200           MOVE CD96O-MSG TO CTX1O-MSG                            DTAXR01P
056300           GO TO INDICIA-SEARCH-EXIT                              DTAXR01P
056400        END-IF                                                    DTAXR01P
056500     END-IF.                                                      DTAXR01P
056600     SET CTX1O-REQUEST-OK TO TRUE.                                DTAXR01P
056700     MOVE 'Tax residency indicia search worked' TO CTX1O-MSG.     DTAXR01P
056800 INDICIA-SEARCH-EXIT.                                             DTAXR01P
056900     EXIT.                                                        DTAXR01P
057000                                                                  DTAXR01P
057100***************************************************************** DTAXR01P
057200* The indicia, each shown by its letter - C a foreign country   * DTAXR01P
057300* on file, A an address at home whose postcode is not in our    * DTAXR01P
057400* five-digit form, T a telephone number dialled internationally * DTAXR01P
057500* (011, or a + prefix other than our own +1)                    * DTAXR01P
057600***************************************************************** DTAXR01P
057700 TEST-INDICIA.                                                    DTAXR01P
057800     MOVE SPACES TO WS-INDICIA.                                   DTAXR01P
057900     IF DCL-BCS-CNTRY IS NOT EQUAL TO SPACES AND                  DTAXR01P
058000        DCL-BCS-CNTRY IS NOT EQUAL TO WS-HOME-COUNTRY             DTAXR01P
058100        MOVE 'C' TO WS-IND-COUNTRY                                DTAXR01P
058200     END-IF.                                                      DTAXR01P
058300     IF WS-IND-COUNTRY IS EQUAL TO SPACES AND                     DTAXR01P
058400        DCL-BCS-PSTCDE IS NOT EQUAL TO SPACES AND                 DTAXR01P
058500        DCL-BCS-PSTCDE (1:5) IS NOT NUMERIC                       DTAXR01P
058600        MOVE 'A' TO WS-IND-ADDRESS                                DTAXR01P
058700     END-IF.                                                      DTAXR01P
058800     IF DCL-BCS-TELNO (1:3) IS EQUAL TO '011'                     DTAXR01P
058900        MOVE 'T' TO WS-IND-PHONE                                  DTAXR01P
059000     END-IF.                                                      DTAXR01P
059100     IF DCL-BCS-TELNO (1:1) IS EQUAL TO '+' AND                   DTAXR01P
059200        DCL-BCS-TELNO (1:2) IS NOT EQUAL TO '+1'                  DTAXR01P
059300        MOVE 'T' TO WS-IND-PHONE                                  DTAXR01P
059400     END-IF.                                                      DTAXR01P
059500 TEST-INDICIA-EXIT.                                               DTAXR01P
059600     EXIT.                                                        DTAXR01P
059700                                                                  DTAXR01P
059800***************************************************************** DTAXR01P
059900* The annual reportable-account return for a tax year - the     * DTAXR01P
060000* year before the business date unless the caller names one.    * DTAXR01P
060100* It needs the year-end interest job to have accumulated the    * DTAXR01P
060200* year's interest first. Every foreign residence a customer has * DTAXR01P
060300* certified is reportable, and so is the foreign country on     * DTAXR01P
060400* file for a customer who has never certified                   * DTAXR01P
060500***************************************************************** DTAXR01P
060600 ANNUAL-RETURN.                                                   DTAXR01P
060700     IF CTX1I-TAX-YEAR IS EQUAL TO SPACES                         DTAXR01P
060800        MOVE WS-BUSINESS-DATE (1:4) TO WS-TAX-YEAR                DTAXR01P
060900        SUBTRACT 1 FROM WS-TAX-YEAR-N                             DTAXR01P
061000     ELSE                                                         DTAXR01P
061100        MOVE CTX1I-TAX-YEAR TO WS-TAX-YEAR                        DTAXR01P
061200     END-IF.                                                      DTAXR01P
061300     IF WS-TAX-YEAR IS NOT NUMERIC                                DTAXR01P
061400        MOVE 'The tax year must be given as yyyy' TO CTX1O-MSG    DTAXR01P
061500        GO TO ANNUAL-RETURN-EXIT                                  DTAXR01P
061600     END-IF.                                                      DTAXR01P
061700     MOVE WS-TAX-YEAR TO CTX1O-TAX-YEAR.                          DTAXR01P
061800     MOVE SPACES TO WS-YEAR-FROM.                                 DTAXR01P
061900     STRING WS-TAX-YEAR '-01-01'                                  DTAXR01P
062000            DELIMITED BY SIZE INTO WS-YEAR-FROM.                  DTAXR01P
062100     MOVE SPACES TO WS-YEAR-TO.                                   DTAXR01P
062200     STRING WS-TAX-YEAR '-12-31'                                  DTAXR01P
062300            DELIMITED BY SIZE INTO WS-YEAR-TO.                    DTAXR01P
062400     IF WS-YEAR-TO IS NOT LESS THAN WS-BUSINESS-DATE              DTAXR01P
062500        MOVE 'The tax year has not yet ended' TO CTX1O-MSG        DTAXR01P
062600        GO TO ANNUAL-RETURN-EXIT                                  DTAXR01P
062700     END-IF.                                                      DTAXR01P
062800     EXEC SQL                                                     DTAXR01P
062900          SELECT COUNT(*)                                         DTAXR01P
063000          INTO :DCL-ROW-COUNT                                     DTAXR01P
063100          FROM BNKTAXA                                            DTAXR01P
063200          WHERE TXA_YEAR = :WS-TAX-YEAR                           DTAXR01P
063300     END-EXEC.                                                    DTAXR01P
063400     IF SQLCODE IS NOT EQUAL TO ZERO                              DTAXR01P
063500        MOVE 'Unable to read the year''s interest totals'         DTAXR01P
063600          TO CTX1O-MSG                                            DTAXR01P
063700        GO TO ANNUAL-RETURN-EXIT                                  DTAXR01P
063800     END-IF.                                                      DTAXR01P
063900     IF DCL-ROW-COUNT IS EQUAL TO ZERO                            DTAXR01P
064000        MOVE 'Run the year-end interest job for the year first'   DTAXR01P
064100          TO CTX1O-MSG                                            DTAXR01P
064200        GO TO ANNUAL-RETURN-EXIT                                  DTAXR01P
064300     END-IF.                                                      DTAXR01P
064400     MOVE WS-TAX-YEAR TO RTN-TAX-YEAR.                            DTAXR01P
064500     MOVE SPACES TO WS-CSV-LINE.                                  DTAXR01P
064600     STRING 'CRS RETURN,' WS-TAX-YEAR ',' WS-YEAR-FROM ','        DTAXR01P
064700            WS-YEAR-TO                                            DTAXR01P
064800            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DTAXR01P
064900     PERFORM QUEUE-REPORT-LINE THRU                               DTAXR01P
065000             QUEUE-REPORT-LINE-EXIT.                              DTAXR01P
065100     MOVE SPACES TO WS-CSV-LINE.                                  DTAXR01P
065200     STRING 'PID,RESIDENCE,ACCOUNT,BALANCE,INTEREST,CLOSED,'      DTAXR01P
065300            'UNDOCUMENTED'                                        DTAXR01P
065400            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DTAXR01P
065500     PERFORM QUEUE-REPORT-LINE THRU                               DTAXR01P
065600             QUEUE-REPORT-LINE-EXIT.                              DTAXR01P
065700     EXEC SQL                                                     DTAXR01P
065800          DECLARE RPT_CSR CURSOR FOR                              DTAXR01P
065900          SELECT TXR_PID,                                         DTAXR01P
066000                 TXR_COUNTRY,                                     DTAXR01P
066100                 TXR_TIN,                                         DTAXR01P
066200                 'N'                                              DTAXR01P
066300          FROM BNKTAXR                                            DTAXR01P
066400          WHERE TXR_COUNTRY <> :WS-HOME-COUNTRY                   DTAXR01P
066500          UNION ALL                                               DTAXR01P
066600          SELECT BCS.BCS_PID,                                     DTAXR01P
066700                 BCS.BCS_COUNTRY,                                 DTAXR01P
066800                 ' ',                                             DTAXR01P
066900                 'Y'                                              DTAXR01P
067000          FROM BNKCUST BCS                                        DTAXR01P
067100          WHERE BCS.BCS_COUNTRY <> :WS-HOME-COUNTRY AND           DTAXR01P
067200                BCS.BCS_COUNTRY <> ' ' AND                        DTAXR01P
067300                NOT EXISTS                                        DTAXR01P
067400                (SELECT 1                                         DTAXR01P
067500                 FROM BNKTAXR TXR                                 DTAXR01P
067600                 WHERE TXR.TXR_PID = BCS.BCS_PID)                 DTAXR01P
067700          ORDER BY 1, 2                                           DTAXR01P
067800          FOR FETCH ONLY                                          DTAXR01P
067900     END-EXEC.                                                    DTAXR01P
068000     EXEC SQL                                                     DTAXR01P
068100          OPEN RPT_CSR                                            DTAXR01P
068200     END-EXEC.                                                    DTAXR01P
068300     IF SQLCODE IS NOT EQUAL TO ZERO                              DTAXR01P
068400        MOVE 'Unable to open the reportable customers'            DTAXR01P
068500          TO CTX1O-MSG                                            DTAXR01P
068600        GO TO ANNUAL-RETURN-EXIT                                  DTAXR01P
068700     END-IF.                                                      DTAXR01P
068800 RPT-LOOP.                                                        DTAXR01P
068900     EXEC SQL                                                     DTAXR01P
069000          FETCH RPT_CSR                                           DTAXR01P
069100          INTO :DCL-RPT-PID,                                      DTAXR01P
069200               :DCL-TXR-COUNTRY,                                  DTAXR01P
069300               :DCL-TXR-TIN,                                      DTAXR01P
069400               :DCL-RPT-UNDOCUMENTED                              DTAXR01P
069500     END-EXEC.                                                    DTAXR01P
069600     IF SQLCODE IS EQUAL TO +100                                  DTAXR01P
069700        GO TO RPT-LOOP-EXIT                                       DTAXR01P
069800     END-IF.                                                      DTAXR01P
069900     IF SQLCODE IS NOT EQUAL TO ZERO                              DTAXR01P
070000        MOVE 'Unable to read the reportable customers'            DTAXR01P
070100          TO CTX1O-MSG                                            DTAXR01P
070200        GO TO RPT-LOOP-EXIT                                       DTAXR01P
070300     END-IF.                                                      DTAXR01P
070400     PERFORM REPORT-HOLDER THRU                                   DTAXR01P
070500             REPORT-HOLDER-EXIT.                                  DTAXR01P
070600     IF CTX1O-MSG IS NOT EQUAL TO SPACES                          DTAXR01P
070700        GO TO RPT-LOOP-EXIT                                       DTAXR01P
070800     END-IF.                                                      DTAXR01P
070900     GO TO RPT-LOOP.                                              DTAXR01P
071000 RPT-LOOP-EXIT.                                                   DTAXR01P
071100     EXEC SQL                                                     DTAXR01P
071200          CLOSE RPT_CSR                                           DTAXR01P
071300     END-EXEC.                                                    DTAXR01P
071400     IF CTX1O-MSG IS NOT EQUAL TO SPACES                          DTAXR01P
071500        GO TO ANNUAL-RETURN-EXIT                                  DTAXR01P
071600     END-IF.                                                      DTAXR01P
071700     PERFORM FINISH-RETURN THRU                                   DTAXR01P
071800             FINISH-RETURN-EXIT.                                  DTAXR01P
071900 ANNUAL-RETURN-EXIT.                                              DTAXR01P
072000     EXIT.                                                        DTAXR01P
072100                                                                  DTAXR01P
072200***************************************************************** DTAXR01P
072300* One holder reported to one country - the holder's details     * DTAXR01P
072400* once, then each account they hold alone or jointly that was   * DTAXR01P
072500* open at some time in the year                                 * DTAXR01P
072600***************************************************************** DTAXR01P
072700 REPORT-HOLDER.                                                   DTAXR01P
072800     EXEC SQL                                                     DTAXR01P
072900          SELECT BCS_NAME,                                        DTAXR01P
073000                 BCS_ADDR1,                                       DTAXR01P
073100                 BCS_ADDR2,                                       DTAXR01P
073200                 BCS_STATE,                                       DTAXR01P
073300                 BCS_COUNTRY,                                     DTAXR01P
073400                 BCS_POST_CODE                                    DTAXR01P
073500          INTO :DCL-BCS-NAME,                                     DTAXR01P
073600               :DCL-BCS-ADDR1,                                    DTAXR01P
073700               :DCL-BCS-ADDR2,                                    DTAXR01P
073800               :DCL-BCS-STATE,                                    DTAXR01P
073900               :DCL-BCS-CNTRY,                                    DTAXR01P
074000               :DCL-BCS-PSTCDE                                    DTAXR01P
074100          FROM BNKCUST                                            DTAXR01P
074200          WHERE BCS_PID = :DCL-RPT-PID                            DTAXR01P
074300     END-EXEC.                                                    DTAXR01P
074400     IF SQLCODE IS NOT EQUAL TO ZERO                              DTAXR01P
074500        MOVE 'Unable to read a reportable customer' TO CTX1O-MSG  DTAXR01P
074600        GO TO REPORT-HOLDER-EXIT                                  DTAXR01P
074700     END-IF.                                                      DTAXR01P
074800     IF DCL-RPT-UNDOCUMENTED IS EQUAL TO 'Y'                      DTAXR01P
074900        ADD 1 TO CTX1O-UNDOCUMENTED                               DTAXR01P
075000     END-IF.                                                      DTAXR01P
075100     MOVE DCL-RPT-PID TO RTN-PID.                                 DTAXR01P
075200     MOVE DCL-BCS-NAME TO RTN-NAME.                               DTAXR01P
075300     MOVE DCL-BCS-ADDR1 TO RTN-ADDR1.                             DTAXR01P
075400     MOVE DCL-BCS-ADDR2 TO RTN-ADDR2.                             DTAXR01P
075500     MOVE DCL-BCS-STATE TO RTN-STATE.                             DTAXR01P
075600     MOVE DCL-BCS-CNTRY TO RTN-CNTRY.                             DTAXR01P
075700     MOVE DCL-BCS-PSTCDE TO RTN-PSTCDE.                           DTAXR01P
075800     MOVE DCL-TXR-COUNTRY TO RTN-RES-COUNTRY.                     DTAXR01P
075900     MOVE DCL-TXR-TIN TO RTN-FOREIGN-TIN.                         DTAXR01P
076000     MOVE DCL-RPT-UNDOCUMENTED TO RTN-UNDOCUMENTED.               DTAXR01P
076100     EXEC SQL                                                     DTAXR01P
076200          DECLARE RAC_CSR CURSOR FOR                              DTAXR01P
076300          SELECT BAC.BAC_ACCNO,                                   DTAXR01P
076400                 BAC.BAC_PID,                                     DTAXR01P
076500                 BAC.BAC_ACCTYPE,                                 DTAXR01P
076600                 VALUE(BAC.BAC_CURRENCY, ' '),                    DTAXR01P
076700                 BAC.BAC_STATUS,                                  DTAXR01P
076800                 VALUE(CHAR(DATE(BAC.BAC_UPDATED_TS), ISO), ' ')  DTAXR01P
076900          FROM BNKACC BAC                                         DTAXR01P
077000          WHERE (BAC.BAC_PID = :DCL-RPT-PID OR                    DTAXR01P
077100                 EXISTS                                           DTAXR01P
077200                 (SELECT 1                                        DTAXR01P
077300                  FROM BNKACCJT BAJ                               DTAXR01P
077400                  WHERE BAJ.BAJ_ACCNO = BAC.BAC_ACCNO AND         DTAXR01P
077500                        BAJ.BAJ_PID = :DCL-RPT-PID)) AND          DTAXR01P
077600                (BAC.BAC_STATUS <> 'C' OR                         DTAXR01P
077700                 DATE(BAC.BAC_UPDATED_TS) >= :WS-YEAR-FROM)       DTAXR01P
077800          ORDER BY BAC.BAC_ACCNO                                  DTAXR01P
077900          FOR FETCH ONLY                                          DTAXR01P
078000     END-EXEC.                                                    DTAXR01P
078100     EXEC SQL                                                     DTAXR01P
078200          OPEN RAC_CSR                                            DTAXR01P
078300     END-EXEC.                                                    DTAXR01P
078400     IF SQLCODE IS NOT EQUAL TO ZERO                              DTAXR01P
078500        MOVE 'Unable to read a reportable customer''s accounts'   DTAXR01P
078600          TO CTX1O-MSG                                            DTAXR01P
078700        GO TO REPORT-HOLDER-EXIT                                  DTAXR01P
078800     END-IF.                                                      DTAXR01P
078900 RAC-LOOP.                                                        DTAXR01P
079000     EXEC SQL                                                     DTAXR01P
079100          FETCH RAC_CSR                                           DTAXR01P
079200          INTO :DCL-BAC-ACCNO,                                    DTAXR01P
079300               :DCL-BAC-PID,                                      DTAXR01P
079400               :DCL-BAC-ACCTYPE,                                  DTAXR01P
079500               :DCL-BAC-CURRENCY,                                 DTAXR01P
079600               :DCL-BAC-STATUS,                                   DTAXR01P
079700               :DCL-CLOSED-DATE                                   DTAXR01P
079800     END-EXEC.                                                    DTAXR01P
079900     IF SQLCODE IS EQUAL TO +100                                  DTAXR01P
080000        GO TO RAC-LOOP-EXIT                                       DTAXR01P
080100     END-IF.                                                      DTAXR01P
080200     IF SQLCODE IS NOT EQUAL TO ZERO                              DTAXR01P
080300        MOVE 'Unable to read a reportable customer''s accounts'   DTAXR01P
080400          TO CTX1O-MSG                                            DTAXR01P
080500        GO TO RAC-LOOP-EXIT                                       DTAXR01P
080600     END-IF.                                                      DTAXR01P
080700     PERFORM REPORT-ACCOUNT THRU                                  DTAXR01P
080800             REPORT-ACCOUNT-EXIT.                                 DTAXR01P
080900     IF CTX1O-MSG IS NOT EQUAL TO SPACES                          DTAXR01P
081000        GO TO RAC-LOOP-EXIT                                       DTAXR01P
081100     END-IF.                                                      DTAXR01P
081200     GO TO RAC-LOOP.                                              DTAXR01P
081300 RAC-LOOP-EXIT.                                                   DTAXR01P
081400     EXEC SQL                                                     DTAXR01P
081500          CLOSE RAC_CSR                                           DTAXR01P
081600     END-EXEC.                                                    DTAXR01P
081700 REPORT-HOLDER-EXIT.                                              DTAXR01P
081800     EXIT.                                                        DTAXR01P
081900                                                                  DTAXR01P
082000***************************************************************** DTAXR01P
082100* One account's line - an account closed in the year is         * DTAXR01P
082200* reported closed at its balance the day before closure,        * DTAXR01P
082300* otherwise at its balance at the year end, off the end-of-day  * DTAXR01P
082400* snapshot where there is one and the journal replay of         * DTAXR01P
082500* DBANK18P where there is not. An overdrawn balance is reported * DTAXR01P
082600* as nil                                                        * DTAXR01P
082700***************************************************************** DTAXR01P
082800 REPORT-ACCOUNT.                                                  DTAXR01P
082900     MOVE 'N' TO RTN-CLOSED.                                      DTAXR01P
083000     IF DCL-BAC-STATUS IS EQUAL TO 'C' AND                        DTAXR01P
083100        DCL-CLOSED-DATE IS NOT GREATER THAN WS-YEAR-TO            DTAXR01P
083200        MOVE 'Y' TO RTN-CLOSED                                    DTAXR01P
083300        EXEC SQL                                                  DTAXR01P
083400             SET :WS-ASOF-DATE =                                  DTAXR01P
083500                 CHAR(DATE(:DCL-CLOSED-DATE) - 1 DAY, ISO)        DTAXR01P
083600        END-EXEC                                                  DTAXR01P
083700        PERFORM REPLAY-BALANCE THRU                               DTAXR01P
083800                REPLAY-BALANCE-EXIT                               DTAXR01P
083900        IF CTX1O-MSG IS NOT EQUAL TO SPACES                       DTAXR01P
084000           GO TO REPORT-ACCOUNT-EXIT                              DTAXR01P
084100        END-IF                                                    DTAXR01P
084200        GO TO REPORT-ACCOUNT-INTEREST                             DTAXR01P
084300     END-IF.                                                      DTAXR01P
084400     EXEC SQL                                                     DTAXR01P
084500          SELECT EOD_BALANCE                                      DTAXR01P
084600          INTO :DCL-EOD-BALANCE                                   DTAXR01P
084700          FROM BNKEODB                                            DTAXR01P
084800          WHERE EOD_DATE = :WS-YEAR-TO AND                        DTAXR01P
084900                EOD_ACCNO = :DCL-BAC-ACCNO                        DTAXR01P
085000     END-EXEC.                                                    DTAXR01P
085100     IF SQLCODE IS EQUAL TO ZERO                                  DTAXR01P
085200        MOVE DCL-EOD-BALANCE TO WS-BALANCE                        DTAXR01P
085300        GO TO REPORT-ACCOUNT-INTEREST                             DTAXR01P
085400     END-IF.                                                      DTAXR01P
085500     IF SQLCODE IS NOT EQUAL TO +100                              DTAXR01P
085600        MOVE 'Unable to read a year-end balance' TO CTX1O-MSG     DTAXR01P
085700        GO TO REPORT-ACCOUNT-EXIT                                 DTAXR01P
085800     END-IF.                                                      DTAXR01P
085900     MOVE WS-YEAR-TO TO WS-ASOF-DATE.                             DTAXR01P
086000     PERFORM REPLAY-BALANCE THRU                                  DTAXR01P
086100             REPLAY-BALANCE-EXIT.                                 DTAXR01P
086200     IF CTX1O-MSG IS NOT EQUAL TO SPACES                          DTAXR01P
086300        GO TO REPORT-ACCOUNT-EXIT                                 DTAXR01P
086400     END-IF.                                                      DTAXR01P
086500 REPORT-ACCOUNT-INTEREST.                                         DTAXR01P
086600     EXEC SQL                                                     DTAXR01P
086700          SELECT TXA_INTEREST                                     DTAXR01P
086800          INTO :DCL-TXA-INTEREST                                  DTAXR01P
086900          FROM BNKTAXA                                            DTAXR01P
087000          WHERE TXA_YEAR = :WS-TAX-YEAR AND                       DTAXR01P
087100                TXA_ACCNO = :DCL-BAC-ACCNO                        DTAXR01P
087200     END-EXEC.                                                    DTAXR01P
087300     IF SQLCODE IS EQUAL TO +100                                  DTAXR01P
087400        MOVE ZERO TO DCL-TXA-INTEREST                             DTAXR01P
087500     ELSE                                                         DTAXR01P
087600        IF SQLCODE IS NOT EQUAL TO ZERO                           DTAXR01P
087700           MOVE 'Unable to read an account''s interest total'     DTAXR01P
087800             TO CTX1O-MSG                                         DTAXR01P
087900           GO TO REPORT-ACCOUNT-EXIT                              DTAXR01P
088000        END-IF                                                    DTAXR01P
088100     END-IF.                                                      DTAXR01P
088200     IF WS-BALANCE IS LESS THAN ZERO                              DTAXR01P
088300        MOVE ZERO TO WS-BALANCE                                   DTAXR01P
088400     END-IF.                                                      DTAXR01P
088500     MOVE DCL-BAC-ACCNO TO RTN-ACCNO.                             DTAXR01P
088600     MOVE DCL-BAC-ACCTYPE TO RTN-ACCTYPE.                         DTAXR01P
088700     MOVE DCL-BAC-CURRENCY TO RTN-CURRENCY.                       DTAXR01P
088800     MOVE WS-BALANCE TO RTN-BALANCE.                              DTAXR01P
088900     MOVE DCL-TXA-INTEREST TO RTN-INTEREST.                       DTAXR01P
089000     EXEC CICS WRITEQ TD                                          DTAXR01P
089100               QUEUE(WS-FILE-QUEUE)                               DTAXR01P
089200               FROM(WS-RETURN-RECORD)                             DTAXR01P
089300               LENGTH(LENGTH OF WS-RETURN-RECORD)                 DTAXR01P
089400     END-EXEC.                                                    DTAXR01P
089500     ADD 1 TO CTX1O-ACCOUNTS.                                     DTAXR01P
089600     ADD WS-BALANCE TO CTX1O-TOTAL-BALANCE.                       DTAXR01P
089700     ADD DCL-TXA-INTEREST TO CTX1O-TOTAL-INTEREST.                DTAXR01P
089800     MOVE WS-BALANCE TO WS-AMOUNT-DISP.                           DTAXR01P
089900     MOVE DCL-TXA-INTEREST TO WS-INTEREST-DISP.                   DTAXR01P
090000     MOVE SPACES TO WS-CSV-LINE.                                  DTAXR01P
090100     STRING RTN-PID ',' RTN-RES-COUNTRY ',' RTN-ACCNO ','         DTAXR01P
090200            WS-AMOUNT-DISP ',' WS-INTEREST-DISP ',' RTN-CLOSED    DTAXR01P
090300            ',' RTN-UNDOCUMENTED                                  DTAXR01P
090400            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DTAXR01P
090500     PERFORM QUEUE-REPORT-LINE THRU                               DTAXR01P
090600             QUEUE-REPORT-LINE-EXIT.                              DTAXR01P
090700 REPORT-ACCOUNT-EXIT.                                             DTAXR01P
090800     EXIT.                                                        DTAXR01P
090900                                                                  DTAXR01P
091000***************************************************************** DTAXR01P
091100* An account's balance as at WS-ASOF-DATE off the journal       * DTAXR01P
091200* replay - the owner's id goes with it as DBANK18P expects      * DTAXR01P
091300***************************************************************** DTAXR01P
091400 REPLAY-BALANCE.                                                  DTAXR01P
091500     MOVE SPACES TO CD18-DATA.                                    DTAXR01P
091600     MOVE DCL-BAC-PID TO CD18I-PERSON-PID.                        DTAXR01P
091700     MOVE DCL-BAC-ACCNO TO CD18I-ACC.                             DTAXR01P
091800     MOVE WS-ASOF-DATE TO CD18I-ASOF-DATE.                        DTAXR01P
091900 COPY CBANKX18.                                                   DTAXR01P
092000     IF NOT CD18O-LOOKUP-OK                                       DTAXR01P
092100        MOVE CD18O-MSG TO CTX1O-MSG                               DTAXR01P
092200        GO TO REPLAY-BALANCE-EXIT                                 DTAXR01P
092300     END-IF.                                                      DTAXR01P
092400     MOVE CD18O-ASOF-BAL TO WS-BALANCE.                           DTAXR01P
092500 REPLAY-BALANCE-EXIT.                                             DTAXR01P
092600     EXIT.                                                        DTAXR01P
092700                                                                  DTAXR01P
092800***************************************************************** DTAXR01P
092900* Close the return - the report's totals, the file framed with  * DTAXR01P
093000* its control record for transmission and the report kept for   * DTAXR01P
093100* the year and a month after filing                             * DTAXR01P
093200***************************************************************** DTAXR01P
093300 FINISH-RETURN.                                                   DTAXR01P
093400     IF CTX1O-ACCOUNTS IS EQUAL TO ZERO                           DTAXR01P
093500        SET CTX1O-REQUEST-OK TO TRUE                              DTAXR01P
093600        MOVE 'No reportable accounts for the tax year'            DTAXR01P
093700          TO CTX1O-MSG                                            DTAXR01P
093800        GO TO FINISH-RETURN-EXIT                                  DTAXR01P
093900     END-IF.                                                      DTAXR01P
094000     MOVE CTX1O-ACCOUNTS TO WS-COUNT-DISP.                        DTAXR01P
094100     MOVE CTX1O-TOTAL-BALANCE TO WS-AMOUNT-DISP.                  DTAXR01P
094200     MOVE CTX1O-TOTAL-INTEREST TO WS-INTEREST-DISP.               DTAXR01P
094300     MOVE SPACES TO WS-CSV-LINE.                                  DTAXR01P
094400     STRING 'TOTAL,' WS-COUNT-DISP ',,' WS-AMOUNT-DISP ','        DTAXR01P
094500            WS-INTEREST-DISP                                      DTAXR01P
094600            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DTAXR01P
094700     PERFORM QUEUE-REPORT-LINE THRU                               DTAXR01P
094800             QUEUE-REPORT-LINE-EXIT.                              DTAXR01P
094900     INITIALIZE CD91-DATA.                                        DTAXR01P
095000     SET CD91I-FRAME-FILE TO TRUE.                                DTAXR01P
095100     MOVE WS-PROGRAM-ID TO CD91I-SOURCE-JOB.                      DTAXR01P
095200     MOVE WS-FILE-QUEUE TO CD91I-IN-QUEUE.                        DTAXR01P
095300     MOVE WS-FRAME-QUEUE TO CD91I-OUT-QUEUE.                      DTAXR01P
095400     MOVE WS-BUSINESS-DATE TO CD91I-BUSINESS-DATE.                DTAXR01P
095500 COPY CBANKX91.                                                   DTAXR01P
095600     IF NOT CD91O-REQUEST-OK                                      DTAXR01P
095700        MOVE CD91O-MSG TO CTX1O-MSG                               DTAXR01P
095800        GO TO FINISH-RETURN-EXIT                                  DTAXR01P
095900     END-IF.                                                      DTAXR01P
096000     MOVE CD91O-RECORD-COUNT TO CTX1O-RECORD-COUNT.               DTAXR01P
096100     MOVE WS-TAX-YEAR TO WS-REPORT-YEAR.                          DTAXR01P
096200     INITIALIZE CD96-DATA.                                        DTAXR01P
096300     SET CD96I-CAPTURE-REPORT TO TRUE.                            DTAXR01P
096400     MOVE WS-PROGRAM-ID TO CD96I-JOB.                             DTAXR01P
096500     MOVE WS-REPORT-NAME TO CD96I-REPORT-NAME.                    DTAXR01P
096600     MOVE 'CSVQ' TO CD96I-QUEUE.                                  DTAXR01P
096700     MOVE 400 TO CD96I-RETAIN-DAYS.                               DTAXR01P
096800 COPY CBANKX96.                                                   DTAXR01P
096900     IF NOT CD96O-REQUEST-OK                                      DTAXR01P
097000        MOVE CD96O-MSG TO CTX1O-MSG                               DTAXR01P
097100        GO TO FINISH-RETURN-EXIT                                  DTAXR01P
097200     END-IF.                                                      DTAXR01P
097300     SET CTX1O-REQUEST-OK TO TRUE.                                DTAXR01P
097400     MOVE 'Reportable-account return built and framed'            DTAXR01P
097500       TO CTX1O-MSG.                                              DTAXR01P
097600 FINISH-RETURN-EXIT.                                              DTAXR01P
097700     EXIT.                                                        DTAXR01P
097800                                                                  DTAXR01P
097900***************************************************************** DTAXR01P
098000* Queue one line of the report                                  * DTAXR01P
098100***************************************************************** DTAXR01P
098200 QUEUE-REPORT-LINE.                                               DTAXR01P
098300 COPY CCSVWRQ.                                                    DTAXR01P
098400 QUEUE-REPORT-LINE-EXIT.                                          DTAXR01P
098500     EXIT.                                                        DTAXR01P
