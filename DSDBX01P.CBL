000100***************************************************************** DSDBX01P
000200*                                                               * DSDBX01P
000300* Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.     * DSDBX01P
000400* This demonstration program is provided for use by users       * DSDBX01P
000500* of Micro Focus products and may be used, modified and         * DSDBX01P
000600* distributed as part of your application provided that         * DSDBX01P
000700* you properly acknowledge the copyright of Micro Focus         * DSDBX01P
000800* in this material.                                             * DSDBX01P
000900*                                                               * DSDBX01P
001000***************************************************************** DSDBX01P
001100                                                                  DSDBX01P
001200***************************************************************** DSDBX01P
001300* Program:     DSDBX01P.CBL                                     * DSDBX01P
001400* Function:    Safe-deposit boxes - the branch box inventory    * DSDBX01P
001500*              (BNKSDBX), rental agreements with up to three    * DSDBX01P
001600*              renters (BNKSDRN/BNKSDRH), annual rent taken in  * DSDBX01P
001700*              advance at the BNKRATE kind 'D' row for the box  * DSDBX01P
001800*              size, signed and logged vault access (BNKSDAC),  * DSDBX01P
001900*              arrears that refuse access until paid, drilling  * DSDBX01P
002000*              under a witness with an inventory of what was    * DSDBX01P
002100*              found (BNKSDIN), hand-over of the contents to the* DSDBX01P
002200*              escheatment job DBANK49P, and the nightly billing* DSDBX01P
002300*              run with the monthly occupancy report            * DSDBX01P
002400*              SQL version                                      * DSDBX01P
002500***************************************************************** DSDBX01P
002600                                                                  DSDBX01P
002700 IDENTIFICATION DIVISION.                                         DSDBX01P
002800 PROGRAM-ID.                                                      DSDBX01P
002900     DSDBX01P.                                                    DSDBX01P
003000 DATE-WRITTEN.                                                    DSDBX01P
003100     October 2026.                                                DSDBX01P
003200 DATE-COMPILED.                                                   DSDBX01P
003300     Today.                                                       DSDBX01P
003400                                                                  DSDBX01P
003500 ENVIRONMENT DIVISION.                                            DSDBX01P
003600                                                                  DSDBX01P
003700 DATA DIVISION.                                                   DSDBX01P
003800                                                                  DSDBX01P
003900 WORKING-STORAGE SECTION.                                         DSDBX01P
004000 01  WS-MISC-STORAGE.                                             DSDBX01P
004100   05  WS-PROGRAM-ID                         PIC X(8)             DSDBX01P
004200       VALUE 'DSDBX01P'.                                          DSDBX01P
004300   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DSDBX01P
004400   05  WS-SUB1                               PIC S9(4) COMP.      DSDBX01P
004500   05  WS-AMOUNT-DISP                        PIC -(7)9.99.        DSDBX01P
004600   05  WS-TOTAL-DISP                         PIC -(9)9.99.        DSDBX01P
004700   05  WS-COUNT-DISP                         PIC Z(4)9.           DSDBX01P
004800   05  WS-LET-DISP                           PIC Z(4)9.           DSDBX01P
004900   05  WS-FREE-DISP                          PIC Z(4)9.           DSDBX01P
005000   05  WS-DRILLED-DISP                       PIC Z(4)9.           DSDBX01P
005100   05  WS-OWING-DISP                         PIC Z(4)9.           DSDBX01P
005200   05  WS-PCT-DISP                           PIC ZZ9.9.           DSDBX01P
005300   05  WS-COLLECT-FLAG                       PIC X(1).            DSDBX01P
005400     88  ARREARS-COLLECTED                   VALUE 'Y'.           DSDBX01P
005500     88  ARREARS-UNPAID                      VALUE 'N'.           DSDBX01P
005600                                                                  DSDBX01P
005700***************************************************************** DSDBX01P
005800* Safe-deposit default, used when no BNKCTLV override is held - * DSDBX01P
005900* SDBDRILL the days rent may stay unpaid before the box can be  * DSDBX01P
006000* drilled                                                       * DSDBX01P
006100***************************************************************** DSDBX01P
006200 01  WS-BOX-DEFAULTS.                                             DSDBX01P
006300   05  WS-DFT-DRILL-DAYS                     PIC S9(5) COMP-3     DSDBX01P
006400       VALUE +365.                                                DSDBX01P
006500   05  WS-BASE-CURRENCY                      PIC X(3)             DSDBX01P
006600       VALUE 'USD'.                                               DSDBX01P
006700                                                                  DSDBX01P
006800 01  WS-CSV-DATA.                                                 DSDBX01P
006900 COPY CCSVD.                                                      DSDBX01P
007000                                                                  DSDBX01P
007100 01  WS-96-COMMAREA.                                              DSDBX01P
007200 COPY CBANKD96.                                                   DSDBX01P
007300                                                                  DSDBX01P
007400 01  WS-49-COMMAREA.                                              DSDBX01P
007500 COPY CBANKD49.                                                   DSDBX01P
007600                                                                  DSDBX01P
007700   EXEC SQL                                                       DSDBX01P
007800        BEGIN DECLARE SECTION                                     DSDBX01P
007900   END-EXEC.                                                      DSDBX01P
008000 01  WS-COMMAREA.                                                 DSDBX01P
008100     EXEC SQL                                                     DSDBX01P
008200          INCLUDE CSDBXD01                                        DSDBX01P
008300     END-EXEC.                                                    DSDBX01P
008400 01  WS-98-COMMAREA.                                              DSDBX01P
008500     EXEC SQL                                                     DSDBX01P
008600          INCLUDE CBANKD98                                        DSDBX01P
008700     END-EXEC.                                                    DSDBX01P
008800 01  WS-72-COMMAREA.                                              DSDBX01P
008900     EXEC SQL                                                     DSDBX01P
009000          INCLUDE CBANKD72                                        DSDBX01P
009100     END-EXEC.                                                    DSDBX01P
009200 01  WS-H1-COMMAREA.                                              DSDBX01P
009300     EXEC SQL                                                     DSDBX01P
009400          INCLUDE CHOLDD01                                        DSDBX01P
009500     END-EXEC.                                                    DSDBX01P
009600 01  DCL-SDB-AREAS.                                               DSDBX01P
009700   05  DCL-SDB-BRANCH                        PIC X(4).            DSDBX01P
009800   05  DCL-SDB-BOX-NO                        PIC X(5).            DSDBX01P
009900   05  DCL-SDB-SIZE                          PIC X(2).            DSDBX01P
010000   05  DCL-SDB-STATUS                        PIC X(1).            DSDBX01P
010100   05  DCL-SDR-ID                            PIC S9(7) COMP-3.    DSDBX01P
010200   05  DCL-SDR-PID                           PIC X(5).            DSDBX01P
010300   05  DCL-SDR-ACCNO                         PIC X(9).            DSDBX01P
010400   05  DCL-SDR-PAID-TO                       PIC X(10).           DSDBX01P
010500   05  DCL-SDR-NEXT-BILL                     PIC X(10).           DSDBX01P
010600   05  DCL-SDR-ARREARS                       PIC S9(7)V99 COMP-3. DSDBX01P
010700   05  DCL-SDR-ARREARS-SINCE                 PIC X(10).           DSDBX01P
010800   05  DCL-SDR-KEYS                          PIC S9(4) COMP.      DSDBX01P
010900   05  DCL-SDR-STATUS                        PIC X(1).            DSDBX01P
011000   05  DCL-SDR-ESC-ID                        PIC S9(7) COMP-3.    DSDBX01P
011100   05  DCL-SDH-PID                           PIC X(5).            DSDBX01P
011200   05  DCL-SDH-SEQ                           PIC S9(4) COMP.      DSDBX01P
011300   05  DCL-SDH-COUNT                         PIC S9(5) COMP-3.    DSDBX01P
011400   05  DCL-SDI-LINE                          PIC S9(4) COMP.      DSDBX01P
011500   05  DCL-SDI-DESC                          PIC X(30).           DSDBX01P
011600   05  DCL-SDI-CASH                          PIC S9(7)V99 COMP-3. DSDBX01P
011700   05  DCL-BRN-ID                            PIC X(4).            DSDBX01P
011800   05  DCL-BRN-NAME                          PIC X(25).           DSDBX01P
011900   05  DCL-BRN-STATUS                        PIC X(1).            DSDBX01P
012000   05  DCL-BAC-PID                           PIC X(5).            DSDBX01P
012100   05  DCL-BAC-BALANCE                       PIC S9(7)V99 COMP-3. DSDBX01P
012200   05  DCL-BAC-STATUS                        PIC X(1).            DSDBX01P
012300   05  DCL-BAC-ACCTYPE                       PIC X(2).            DSDBX01P
012400   05  DCL-BAC-CURRENCY                      PIC X(3).            DSDBX01P
012500   05  DCL-OCC-BOXES                         PIC S9(5) COMP-3.    DSDBX01P
012600   05  DCL-OCC-LET                           PIC S9(5) COMP-3.    DSDBX01P
012700   05  DCL-OCC-FREE                          PIC S9(5) COMP-3.    DSDBX01P
012800   05  DCL-OCC-DRILLED                       PIC S9(5) COMP-3.    DSDBX01P
012900   05  DCL-OCC-OWING                         PIC S9(5) COMP-3.    DSDBX01P
013000   05  DCL-OCC-ARREARS                       PIC S9(9)V99 COMP-3. DSDBX01P
013100   05  DCL-RPT-COUNT                         PIC S9(5) COMP-3.    DSDBX01P
013200 01  WS-BOX-AREAS.                                                DSDBX01P
013300   05  WS-BUSINESS-DATE                      PIC X(10).           DSDBX01P
013400   05  WS-DRILL-DAYS                         PIC S9(5) COMP-3.    DSDBX01P
013500*        Rent unpaid since this date or earlier makes a box due   DSDBX01P
013600*        for drilling                                             DSDBX01P
013700   05  WS-DRILL-FROM                         PIC X(10).           DSDBX01P
013800   05  WS-MONTH-START                        PIC X(10).           DSDBX01P
013900   05  WS-RENT-DATE                          PIC X(10).           DSDBX01P
014000   05  WS-RENT                               PIC S9(5)V99 COMP-3. DSDBX01P
014100   05  WS-AVAILABLE                          PIC S9(11)V99 COMP-3.DSDBX01P
014200   05  WS-NEW-BALANCE                        PIC S9(7)V99 COMP-3. DSDBX01P
014300   05  WS-CASH-FOUND                         PIC S9(7)V99 COMP-3. DSDBX01P
014400   05  WS-PCT                                PIC S9(3)V9 COMP-3.  DSDBX01P
014500   05  WS-ACCESS-RESULT                      PIC X(1).            DSDBX01P
014600   05  WS-POST-TIMESTAMP                     PIC X(26).           DSDBX01P
014700   05  WS-EVENT                              PIC X(12).           DSDBX01P
014800   05  WS-DETAIL                             PIC X(30).           DSDBX01P
014900     EXEC SQL                                                     DSDBX01P
015000          INCLUDE CBANKTXD                                        DSDBX01P
015100     END-EXEC.                                                    DSDBX01P
015200 01  WS-REF-DATA.                                                 DSDBX01P
015300 COPY CTXNREFD.                                                   DSDBX01P
015400                                                                  DSDBX01P
015500     EXEC SQL                                                     DSDBX01P
015600          INCLUDE SQLCA                                           DSDBX01P
015700     END-EXEC.                                                    DSDBX01P
015800                                                                  DSDBX01P
015900 COPY CABENDD.                                                    DSDBX01P
016000   EXEC SQL                                                       DSDBX01P
016100        END DECLARE SECTION                                       DSDBX01P
016200   END-EXEC.                                                      DSDBX01P
016300                                                                  DSDBX01P
016400 LINKAGE SECTION.                                                 DSDBX01P
016500 01  DFHCOMMAREA.                                                 DSDBX01P
016600   05  LK-COMMAREA                           PIC X(1)             DSDBX01P
016700       OCCURS 1 TO 6144 TIMES                                     DSDBX01P
016800         DEPENDING ON WS-COMMAREA-LENGTH.                         DSDBX01P
016900                                                                  DSDBX01P
017000 COPY CENTRY.                                                     DSDBX01P
017100***************************************************************** DSDBX01P
017200* Move the passed area to our area                              * DSDBX01P
017300***************************************************************** DSDBX01P
017400     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DSDBX01P
017500     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DSDBX01P
017600                                                                  DSDBX01P
017700***************************************************************** DSDBX01P
017800* Initialize our output area                                    * DSDBX01P
017900***************************************************************** DSDBX01P
018000     INITIALIZE CSB1O-DATA.                                       DSDBX01P
018100     SET CSB1O-REQUEST-FAIL TO TRUE.                              DSDBX01P
018200                                                                  DSDBX01P
018300     INITIALIZE CD98-DATA.                                        DSDBX01P
018400     SET CD98I-READ-BUSINESS-DATE TO TRUE.                        DSDBX01P
018500 COPY CBANKX98.                                                   DSDBX01P
018600     IF NOT CD98O-REQUEST-OK                                      DSDBX01P
018700        MOVE CD98O-MSG TO CSB1O-MSG                               DSDBX01P
018800        GO TO DSDBX01P-EXIT                                       DSDBX01P
018900     END-IF.                                                      DSDBX01P
019000     MOVE CD98O-DATE TO WS-BUSINESS-DATE.                         DSDBX01P
019100     PERFORM READ-BOX-CONTROLS THRU                               DSDBX01P
019200             READ-BOX-CONTROLS-EXIT.                              DSDBX01P
019300     IF CSB1O-MSG IS NOT EQUAL TO SPACES                          DSDBX01P
019400        GO TO DSDBX01P-EXIT                                       DSDBX01P
019500     END-IF.                                                      DSDBX01P
019600                                                                  DSDBX01P
019700     EVALUATE TRUE                                                DSDBX01P
019800       WHEN CSB1I-ADD-BOX                                         DSDBX01P
019900         PERFORM ADD-BOX THRU                                     DSDBX01P
020000                 ADD-BOX-EXIT                                     DSDBX01P
020100       WHEN CSB1I-OPEN-RENTAL                                     DSDBX01P
020200         PERFORM OPEN-RENTAL THRU                                 DSDBX01P
020300                 OPEN-RENTAL-EXIT                                 DSDBX01P
020400       WHEN CSB1I-RECORD-ACCESS                                   DSDBX01P
020500         PERFORM RECORD-ACCESS THRU                               DSDBX01P
020600                 RECORD-ACCESS-EXIT                               DSDBX01P
020700       WHEN CSB1I-PAY-ARREARS                                     DSDBX01P
020800         PERFORM PAY-ARREARS THRU                                 DSDBX01P
020900                 PAY-ARREARS-EXIT                                 DSDBX01P
021000       WHEN CSB1I-CLOSE-RENTAL                                    DSDBX01P
021100         PERFORM CLOSE-RENTAL THRU                                DSDBX01P
021200                 CLOSE-RENTAL-EXIT                                DSDBX01P
021300       WHEN CSB1I-DRILL-BOX                                       DSDBX01P
021400         PERFORM DRILL-BOX THRU                                   DSDBX01P
021500                 DRILL-BOX-EXIT                                   DSDBX01P
021600       WHEN CSB1I-RELEASE-CONTENTS                                DSDBX01P
021700         PERFORM RELEASE-CONTENTS THRU                            DSDBX01P
021800                 RELEASE-CONTENTS-EXIT                            DSDBX01P
021900       WHEN CSB1I-ESCHEAT-CONTENTS                                DSDBX01P
022000         PERFORM ESCHEAT-CONTENTS THRU                            DSDBX01P
022100                 ESCHEAT-CONTENTS-EXIT                            DSDBX01P
022200       WHEN CSB1I-NIGHTLY-RUN                                     DSDBX01P
022300         PERFORM NIGHTLY-RUN THRU                                 DSDBX01P
022400                 NIGHTLY-RUN-EXIT                                 DSDBX01P
022500       WHEN OTHER                                                 DSDBX01P
022600         MOVE 'Unknown safe-deposit function requested'           DSDBX01P
022700           TO CSB1O-MSG                                           DSDBX01P
022800     END-EVALUATE.                                                DSDBX01P
022900                                                                  DSDBX01P
023000 DSDBX01P-EXIT.                                                   DSDBX01P
023100***************************************************************** DSDBX01P
023200* Move the result back to the callers area                      * DSDBX01P
023300***************************************************************** DSDBX01P
023400     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DSDBX01P
023500                                                                  DSDBX01P
023600***************************************************************** DSDBX01P
023700* Return to our caller                                          * DSDBX01P
023800***************************************************************** DSDBX01P
023900 COPY CRETURN.                                                    DSDBX01P
024000                                                                  DSDBX01P
024100***************************************************************** DSDBX01P
024200* Put a box on a branch's inventory. The branch must be open    * DSDBX01P
024300* and a rent must be held for the box size before it can be let * DSDBX01P
024400***************************************************************** DSDBX01P
024500 ADD-BOX.                                                         DSDBX01P
024600     IF CSB1I-BRANCH IS EQUAL TO SPACES OR                        DSDBX01P
024700        CSB1I-BOX-NO IS EQUAL TO SPACES OR                        DSDBX01P
024800        CSB1I-BOX-SIZE IS EQUAL TO SPACES                         DSDBX01P
024900        MOVE 'Branch, box number and size are all needed'         DSDBX01P
025000          TO CSB1O-MSG                                            DSDBX01P
025100        GO TO ADD-BOX-EXIT                                        DSDBX01P
025200     END-IF.                                                      DSDBX01P
025300     MOVE CSB1I-BRANCH TO DCL-BRN-ID.                             DSDBX01P
025400     EXEC SQL                                                     DSDBX01P
025500          SELECT BRN_STATUS                                       DSDBX01P
025600          INTO :DCL-BRN-STATUS                                    DSDBX01P
025700          FROM BNKBRCH                                            DSDBX01P
025800          WHERE BRN_ID = :DCL-BRN-ID                              DSDBX01P
025900     END-EXEC.                                                    DSDBX01P
026000     IF SQLCODE IS EQUAL TO +100                                  DSDBX01P
026100        SET CSB1O-NOT-FOUND TO TRUE                               DSDBX01P
026200        MOVE 'No such branch on the branch master' TO CSB1O-MSG   DSDBX01P
026300        GO TO ADD-BOX-EXIT                                        DSDBX01P
026400     END-IF.                                                      DSDBX01P
026500     IF SQLCODE IS NOT EQUAL TO ZERO                              DSDBX01P
026600        MOVE 'Unable to read the branch master' TO CSB1O-MSG      DSDBX01P
026700        GO TO ADD-BOX-EXIT                                        DSDBX01P
026800     END-IF.                                                      DSDBX01P
026900     IF DCL-BRN-STATUS IS NOT EQUAL TO 'A'                        DSDBX01P
027000        MOVE 'That branch is not open' TO CSB1O-MSG               DSDBX01P
027100        GO TO ADD-BOX-EXIT                                        DSDBX01P
027200     END-IF.                                                      DSDBX01P
027300     MOVE CSB1I-BOX-SIZE TO DCL-SDB-SIZE.                         DSDBX01P
027400     MOVE WS-BUSINESS-DATE TO WS-RENT-DATE.                       DSDBX01P
027500     PERFORM READ-RENT THRU                                       DSDBX01P
027600             READ-RENT-EXIT.                                      DSDBX01P
027700     IF CSB1O-MSG IS NOT EQUAL TO SPACES                          DSDBX01P
027800        GO TO ADD-BOX-EXIT                                        DSDBX01P
027900     END-IF.                                                      DSDBX01P
028000     MOVE CSB1I-BRANCH TO DCL-SDB-BRANCH.                         DSDBX01P
028100     MOVE CSB1I-BOX-NO TO DCL-SDB-BOX-NO.                         DSDBX01P
028200     EXEC SQL                                                     DSDBX01P
028300          INSERT                                                  DSDBX01P
028400          INTO BNKSDBX (SDB_BRANCH,                               DSDBX01P
028500                        SDB_BOX_NO,                               DSDBX01P
028600                        SDB_SIZE,                                 DSDBX01P
028700                        SDB_STATUS,                               DSDBX01P
028800                        SDB_UPDATED_TS)                           DSDBX01P
028900          VALUES (:DCL-SDB-BRANCH,                                DSDBX01P
029000                  :DCL-SDB-BOX-NO,                                DSDBX01P
029100                  :DCL-SDB-SIZE,                                  DSDBX01P
029200                  'A',                                            DSDBX01P
029300                  CURRENT TIMESTAMP)                              DSDBX01P
029400     END-EXEC.                                                    DSDBX01P
029500     IF SQLCODE IS EQUAL TO -803                                  DSDBX01P
029600        MOVE 'That box is already on the branch inventory'        DSDBX01P
029700          TO CSB1O-MSG                                            DSDBX01P
029800        GO TO ADD-BOX-EXIT                                        DSDBX01P
029900     END-IF.                                                      DSDBX01P
030000     IF SQLCODE IS NOT EQUAL TO ZERO                              DSDBX01P
030100        MOVE 'Unable to add the box to the inventory' TO CSB1O-MSGDSDBX01P
030200        GO TO ADD-BOX-EXIT                                        DSDBX01P
030300     END-IF.                                                      DSDBX01P
030400     MOVE DCL-SDB-BRANCH TO CSB1O-BRANCH.                         DSDBX01P
030500     MOVE DCL-SDB-BOX-NO TO CSB1O-BOX-NO.                         DSDBX01P
030600     MOVE WS-RENT TO CSB1O-ANNUAL-RENT.                           DSDBX01P
030700     SET CSB1O-REQUEST-OK TO TRUE.                                DSDBX01P
030800     MOVE 'Box added to the branch inventory' TO CSB1O-MSG.       DSDBX01P
030900 ADD-BOX-EXIT.                                                    DSDBX01P
031000     EXIT.                                                        DSDBX01P
031100                                                                  DSDBX01P
031200***************************************************************** DSDBX01P
031300* Let a free box to up to three renters. The first year's rent  * DSDBX01P
031400* is taken from the nominated account straight away - a box is  * DSDBX01P
031500* not let on credit - and the rent then falls due each year on  * DSDBX01P
031600* the anniversary of the letting                                * DSDBX01P
031700***************************************************************** DSDBX01P
031800 OPEN-RENTAL.                                                     DSDBX01P
031900     IF CSB1I-BRANCH IS EQUAL TO SPACES OR                        DSDBX01P
032000        CSB1I-BOX-NO IS EQUAL TO SPACES                           DSDBX01P
032100        MOVE 'Branch and box number are both needed' TO CSB1O-MSG DSDBX01P
032200        GO TO OPEN-RENTAL-EXIT                                    DSDBX01P
032300     END-IF.                                                      DSDBX01P
032400     IF CSB1I-HOLDER-PID (1) IS EQUAL TO SPACES                   DSDBX01P
032500        MOVE 'The primary renter is needed' TO CSB1O-MSG          DSDBX01P
032600        GO TO OPEN-RENTAL-EXIT                                    DSDBX01P
032700     END-IF.                                                      DSDBX01P
032800     IF CSB1I-KEYS IS NOT NUMERIC OR                              DSDBX01P
032900        CSB1I-KEYS IS EQUAL TO ZERO                               DSDBX01P
033000        MOVE 'Record how many keys are issued with the box'       DSDBX01P
033100          TO CSB1O-MSG                                            DSDBX01P
033200        GO TO OPEN-RENTAL-EXIT                                    DSDBX01P
033300     END-IF.                                                      DSDBX01P
033400     MOVE CSB1I-BRANCH TO DCL-SDB-BRANCH.                         DSDBX01P
033500     MOVE CSB1I-BOX-NO TO DCL-SDB-BOX-NO.                         DSDBX01P
033600     EXEC SQL                                                     DSDBX01P
033700          SELECT SDB_SIZE,                                        DSDBX01P
033800                 SDB_STATUS                                       DSDBX01P
033900          INTO :DCL-SDB-SIZE,                                     DSDBX01P
034000               :DCL-SDB-STATUS                                    DSDBX01P
034100          FROM BNKSDBX                                            DSDBX01P
034200          WHERE SDB_BRANCH = :DCL-SDB-BRANCH AND                  DSDBX01P
034300                SDB_BOX_NO = :DCL-SDB-BOX-NO                      DSDBX01P
034400     END-EXEC.                                                    DSDBX01P
034500     IF SQLCODE IS EQUAL TO +100                                  DSDBX01P
034600        SET CSB1O-NOT-FOUND TO TRUE                               DSDBX01P
034700        MOVE 'No such box on the branch inventory' TO CSB1O-MSG   DSDBX01P
034800        GO TO OPEN-RENTAL-EXIT                                    DSDBX01P
034900     END-IF.                                                      DSDBX01P
035000     IF SQLCODE IS NOT EQUAL TO ZERO                              DSDBX01P
035100        MOVE 'Unable to read the box inventory' TO CSB1O-MSG      DSDBX01P
035200        GO TO OPEN-RENTAL-EXIT                                    DSDBX01P
035300     END-IF.                                                      DSDBX01P
035400     IF DCL-SDB-STATUS IS NOT EQUAL TO 'A'                        DSDBX01P
035500        MOVE 'That box is not free to let' TO CSB1O-MSG           DSDBX01P
035600        GO TO OPEN-RENTAL-EXIT                                    DSDBX01P
035700     END-IF.                                                      DSDBX01P
035800     MOVE 1 TO WS-SUB1.                                           DSDBX01P
035900 HOLDER-CHECK-LOOP.                                               DSDBX01P
036000     IF WS-SUB1 IS GREATER THAN 3                                 DSDBX01P
036100        GO TO HOLDER-CHECK-LOOP-EXIT                              DSDBX01P
036200     END-IF.                                                      DSDBX01P
036300     IF CSB1I-HOLDER-PID (WS-SUB1) IS NOT EQUAL TO SPACES         DSDBX01P
036400        MOVE CSB1I-HOLDER-PID (WS-SUB1) TO DCL-SDH-PID            DSDBX01P
036500        EXEC SQL                                                  DSDBX01P
036600             SELECT COUNT(*)                                      DSDBX01P
036700             INTO :DCL-SDH-COUNT                                  DSDBX01P
036800             FROM BNKCUST                                         DSDBX01P
036900             WHERE BCS_PID = :DCL-SDH-PID                         DSDBX01P
037000        END-EXEC                                                  DSDBX01P
037100        IF SQLCODE IS NOT EQUAL TO ZERO                           DSDBX01P
037200           MOVE 'Unable to read the customer master' TO CSB1O-MSG DSDBX01P
037300           GO TO HOLDER-CHECK-LOOP-EXIT                           DSDBX01P
037400        END-IF                                                    DSDBX01P
037500        IF DCL-SDH-COUNT IS EQUAL TO ZERO                         DSDBX01P
037600           MOVE SPACES TO CSB1O-MSG                               DSDBX01P
037700           STRING 'Renter ' DCL-SDH-PID ' is not a customer'      DSDBX01P
037800                  DELIMITED BY SIZE INTO CSB1O-MSG                DSDBX01P
037900           GO TO HOLDER-CHECK-LOOP-EXIT                           DSDBX01P
038000        END-IF                                                    DSDBX01P
038100     END-IF.                                                      DSDBX01P
038200     ADD 1 TO WS-SUB1.                                            DSDBX01P
038300     GO TO HOLDER-CHECK-LOOP.                                     DSDBX01P
038400 HOLDER-CHECK-LOOP-EXIT.                                          DSDBX01P
038500     IF CSB1O-MSG IS NOT EQUAL TO SPACES                          DSDBX01P
038600        GO TO OPEN-RENTAL-EXIT                                    DSDBX01P
038700     END-IF.                                                      DSDBX01P
038800     MOVE CSB1I-ACC TO DCL-SDR-ACCNO.                             DSDBX01P
038900     PERFORM PROVE-RENT-ACCOUNT THRU                              DSDBX01P
039000             PROVE-RENT-ACCOUNT-EXIT.                             DSDBX01P
039100     IF CSB1O-MSG IS NOT EQUAL TO SPACES                          DSDBX01P
039200        GO TO OPEN-RENTAL-EXIT                                    DSDBX01P
039300     END-IF.                                                      DSDBX01P
039400     IF DCL-BAC-PID IS NOT EQUAL TO CSB1I-HOLDER-PID (1) AND      DSDBX01P
039500        DCL-BAC-PID IS NOT EQUAL TO CSB1I-HOLDER-PID (2) AND      DSDBX01P
039600        DCL-BAC-PID IS NOT EQUAL TO CSB1I-HOLDER-PID (3)          DSDBX01P
039700        MOVE 'The rent account must belong to one of the renters' DSDBX01P
039800          TO CSB1O-MSG                                            DSDBX01P
039900        GO TO OPEN-RENTAL-EXIT                                    DSDBX01P
040000     END-IF.                                                      DSDBX01P
040100     MOVE WS-BUSINESS-DATE TO WS-RENT-DATE.                       DSDBX01P
040200     PERFORM READ-RENT THRU                                       DSDBX01P
040300             READ-RENT-EXIT.                                      DSDBX01P
040400     IF CSB1O-MSG IS NOT EQUAL TO SPACES                          DSDBX01P
040500        GO TO OPEN-RENTAL-EXIT                                    DSDBX01P
040600     END-IF.                                                      DSDBX01P
040700     MOVE WS-RENT TO DCL-SDR-ARREARS.                             DSDBX01P
040800     PERFORM COLLECT-ARREARS THRU                                 DSDBX01P
040900             COLLECT-ARREARS-EXIT.                                DSDBX01P
041000     IF CSB1O-MSG IS NOT EQUAL TO SPACES                          DSDBX01P
041100        GO TO OPEN-RENTAL-EXIT                                    DSDBX01P
041200     END-IF.                                                      DSDBX01P
041300     IF ARREARS-UNPAID                                            DSDBX01P
041400        MOVE WS-RENT TO WS-AMOUNT-DISP                            DSDBX01P
041500        MOVE SPACES TO CSB1O-MSG                                  DSDBX01P
041600        STRING 'The account cannot cover the first year''s '      DSDBX01P
041700               'rent of'                                          DSDBX01P
041800               WS-AMOUNT-DISP                                     DSDBX01P
041900               DELIMITED BY SIZE INTO CSB1O-MSG                   DSDBX01P
042000        GO TO OPEN-RENTAL-EXIT                                    DSDBX01P
042100     END-IF.                                                      DSDBX01P
042200     EXEC SQL                                                     DSDBX01P
042300          SELECT VALUE(MAX(SDR_ID), 0) + 1                        DSDBX01P
042400          INTO :DCL-SDR-ID                                        DSDBX01P
042500          FROM BNKSDRN                                            DSDBX01P
042600     END-EXEC.                                                    DSDBX01P
042700     IF SQLCODE IS NOT EQUAL TO ZERO                              DSDBX01P
042800        MOVE 'Unable to number the rental' TO CSB1O-MSG           DSDBX01P
042900        GO TO OPEN-RENTAL-EXIT                                    DSDBX01P
043000     END-IF.                                                      DSDBX01P
043100     EXEC SQL                                                     DSDBX01P
043200          SET :DCL-SDR-NEXT-BILL =                                DSDBX01P
043300              CHAR(DATE(:WS-BUSINESS-DATE) + 12 MONTHS, ISO)      DSDBX01P
043400     END-EXEC.                                                    DSDBX01P
043500     MOVE DCL-SDR-NEXT-BILL TO DCL-SDR-PAID-TO.                   DSDBX01P
043600     MOVE CSB1I-HOLDER-PID (1) TO DCL-SDR-PID.                    DSDBX01P
043700     MOVE CSB1I-KEYS TO DCL-SDR-KEYS.                             DSDBX01P
043800     EXEC SQL                                                     DSDBX01P
043900          INSERT                                                  DSDBX01P
044000          INTO BNKSDRN (SDR_ID,                                   DSDBX01P
044100                        SDR_BRANCH,                               DSDBX01P
044200                        SDR_BOX_NO,                               DSDBX01P
044300                        SDR_PID,                                  DSDBX01P
044400                        SDR_ACCNO,                                DSDBX01P
044500                        SDR_OPEN_DATE,                            DSDBX01P
044600                        SDR_PAID_TO,                              DSDBX01P
044700                        SDR_NEXT_BILL,                            DSDBX01P
044800                        SDR_ANNUAL_RENT,                          DSDBX01P
044900                        SDR_ARREARS,                              DSDBX01P
045000                        SDR_ARREARS_SINCE,                        DSDBX01P
045100                        SDR_KEYS,                                 DSDBX01P
045200                        SDR_STATUS,                               DSDBX01P
045300                        SDR_ESC_ID,                               DSDBX01P
045400                        SDR_USERID,                               DSDBX01P
045500                        SDR_UPDATED_TS)                           DSDBX01P
045600          VALUES (:DCL-SDR-ID,                                    DSDBX01P
045700                  :DCL-SDB-BRANCH,                                DSDBX01P
045800                  :DCL-SDB-BOX-NO,                                DSDBX01P
045900                  :DCL-SDR-PID,                                   DSDBX01P
046000                  :DCL-SDR-ACCNO,                                 DSDBX01P
046100                  :WS-BUSINESS-DATE,                              DSDBX01P
046200                  :DCL-SDR-PAID-TO,                               DSDBX01P
046300                  :DCL-SDR-NEXT-BILL,                             DSDBX01P
046400                  :WS-RENT,                                       DSDBX01P
046500                  0,                                              DSDBX01P
046600                  ' ',                                            DSDBX01P
046700                  :DCL-SDR-KEYS,                                  DSDBX01P
046800                  'A',                                            DSDBX01P
046900                  0,                                              DSDBX01P
047000                  :CSB1I-USERID,                                  DSDBX01P
047100                  CURRENT TIMESTAMP)                              DSDBX01P
047200     END-EXEC.                                                    DSDBX01P
047300     IF SQLCODE IS NOT EQUAL TO ZERO                              DSDBX01P
047400        MOVE 'Unable to record the rental agreement' TO CSB1O-MSG DSDBX01P
047500        GO TO OPEN-RENTAL-EXIT                                    DSDBX01P
047600     END-IF.                                                      DSDBX01P
047700     MOVE 1 TO WS-SUB1.                                           DSDBX01P
047800 HOLDER-ADD-LOOP.                                                 DSDBX01P
047900     IF WS-SUB1 IS GREATER THAN 3                                 DSDBX01P
048000        GO TO HOLDER-ADD-LOOP-EXIT                                DSDBX01P
048100     END-IF.                                                      DSDBX01P
048200     IF CSB1I-HOLDER-PID (WS-SUB1) IS NOT EQUAL TO SPACES         DSDBX01P
048300        MOVE CSB1I-HOLDER-PID (WS-SUB1) TO DCL-SDH-PID            DSDBX01P
048400        MOVE WS-SUB1 TO DCL-SDH-SEQ                               DSDBX01P
048500        EXEC SQL                                                  DSDBX01P
048600             INSERT                                               DSDBX01P
048700             INTO BNKSDRH (SDH_RENTAL_ID,                         DSDBX01P
048800                           SDH_SEQ,                               DSDBX01P
048900                           SDH_PID)                               DSDBX01P
049000             VALUES (:DCL-SDR-ID,                                 DSDBX01P
049100                     :DCL-SDH-SEQ,                                DSDBX01P
049200                     :DCL-SDH-PID)                                DSDBX01P
049300        END-EXEC                                                  DSDBX01P
049400        IF SQLCODE IS NOT EQUAL TO ZERO                           DSDBX01P
049500           MOVE 'Unable to record the renters' TO CSB1O-MSG       DSDBX01P
049600           GO TO HOLDER-ADD-LOOP-EXIT                             DSDBX01P
049700        END-IF                                                    DSDBX01P
049800     END-IF.                                                      DSDBX01P
049900     ADD 1 TO WS-SUB1.                                            DSDBX01P
050000     GO TO HOLDER-ADD-LOOP.                                       DSDBX01P
050100 HOLDER-ADD-LOOP-EXIT.                                            DSDBX01P
050200     IF CSB1O-MSG IS NOT EQUAL TO SPACES                          DSDBX01P
050300        GO TO OPEN-RENTAL-EXIT                                    DSDBX01P
050400     END-IF.                                                      DSDBX01P
050500     EXEC SQL                                                     DSDBX01P
050600          UPDATE BNKSDBX                                          DSDBX01P
050700          SET SDB_STATUS = 'R',                                   DSDBX01P
050800              SDB_UPDATED_TS = CURRENT TIMESTAMP                  DSDBX01P
050900          WHERE SDB_BRANCH = :DCL-SDB-BRANCH AND                  DSDBX01P
051000                SDB_BOX_NO = :DCL-SDB-BOX-NO AND                  DSDBX01P
051100                SDB_STATUS = 'A'                                  DSDBX01P
051200     END-EXEC.                                                    DSDBX01P
051300     IF SQLCODE IS NOT EQUAL TO ZERO                              DSDBX01P
051400        MOVE 'Unable to mark the box as let' TO CSB1O-MSG         DSDBX01P
051500        GO TO OPEN-RENTAL-EXIT                                    DSDBX01P
051600     END-IF.                                                      DSDBX01P
051700     MOVE DCL-SDR-ID TO CSB1O-RENTAL-ID.                          DSDBX01P
051800     MOVE DCL-SDB-BRANCH TO CSB1O-BRANCH.                         DSDBX01P
051900     MOVE DCL-SDB-BOX-NO TO CSB1O-BOX-NO.                         DSDBX01P
052000     MOVE WS-RENT TO CSB1O-ANNUAL-RENT.                           DSDBX01P
052100     MOVE DCL-SDR-PAID-TO TO CSB1O-PAID-TO.                       DSDBX01P
052200     SET CSB1O-REQUEST-OK TO TRUE.                                DSDBX01P
052300     MOVE 'Box let and the first year''s rent taken' TO CSB1O-MSG.DSDBX01P
052400 OPEN-RENTAL-EXIT.                                                DSDBX01P
052500     EXIT.                                                        DSDBX01P
052600                                                                  DSDBX01P
052700***************************************************************** DSDBX01P
052800* A visit to the vault. Only a renter who has signed the access * DSDBX01P
052900* log is let in, and not while rent is owed. Every visit, let in* DSDBX01P
053000* or turned away, is logged                                     * DSDBX01P
053100***************************************************************** DSDBX01P
053200 RECORD-ACCESS.                                                   DSDBX01P
053300     IF NOT CSB1I-SIGNATURE-TAKEN                                 DSDBX01P
053400        MOVE 'The renter must sign the access log' TO CSB1O-MSG   DSDBX01P
053500        GO TO RECORD-ACCESS-EXIT                                  DSDBX01P
053600     END-IF.                                                      DSDBX01P
053700     PERFORM READ-RENTAL THRU                                     DSDBX01P
053800             READ-RENTAL-EXIT.                                    DSDBX01P
053900     IF CSB1O-MSG IS NOT EQUAL TO SPACES                          DSDBX01P
054000        GO TO RECORD-ACCESS-EXIT                                  DSDBX01P
054100     END-IF.                                                      DSDBX01P
054200     MOVE CSB1I-PID TO DCL-SDH-PID.                               DSDBX01P
054300     EXEC SQL                                                     DSDBX01P
054400          SELECT COUNT(*)                                         DSDBX01P
054500          INTO :DCL-SDH-COUNT                                     DSDBX01P
054600          FROM BNKSDRH                                            DSDBX01P
054700          WHERE SDH_RENTAL_ID = :DCL-SDR-ID AND                   DSDBX01P
054800                SDH_PID = :DCL-SDH-PID                            DSDBX01P
054900     END-EXEC.                                                    DSDBX01P
055000     IF SQLCODE IS NOT EQUAL TO ZERO                              DSDBX01P
055100        MOVE 'Unable to read the renters' TO CSB1O-MSG            DSDBX01P
055200        GO TO RECORD-ACCESS-EXIT                                  DSDBX01P
055300     END-IF.                                                      DSDBX01P
055400     MOVE 'R' TO WS-ACCESS-RESULT.                                DSDBX01P
055500     IF DCL-SDR-STATUS IS EQUAL TO 'A' AND                        DSDBX01P
055600        DCL-SDH-COUNT IS GREATER THAN ZERO                        DSDBX01P
055700        MOVE 'G' TO WS-ACCESS-RESULT                              DSDBX01P
055800     END-IF.                                                      DSDBX01P
055900     PERFORM LOG-ACCESS THRU                                      DSDBX01P
056000             LOG-ACCESS-EXIT.                                     DSDBX01P
056100     IF CSB1O-MSG IS NOT EQUAL TO SPACES                          DSDBX01P
056200        GO TO RECORD-ACCESS-EXIT                                  DSDBX01P
056300     END-IF.                                                      DSDBX01P
056400     IF DCL-SDH-COUNT IS EQUAL TO ZERO                            DSDBX01P
056500        SET CSB1O-ACCESS-REFUSED TO TRUE                          DSDBX01P
056600        MOVE 'Not a renter of this box - access refused'          DSDBX01P
056700          TO CSB1O-MSG                                            DSDBX01P
056800        GO TO RECORD-ACCESS-EXIT                                  DSDBX01P
056900     END-IF.                                                      DSDBX01P
057000     IF DCL-SDR-STATUS IS EQUAL TO 'H'                            DSDBX01P
057100        SET CSB1O-ACCESS-REFUSED TO TRUE                          DSDBX01P
057200        MOVE DCL-SDR-ARREARS TO WS-AMOUNT-DISP                    DSDBX01P
057300        MOVE SPACES TO CSB1O-MSG                                  DSDBX01P
057400        STRING 'Access refused - rent arrears of' WS-AMOUNT-DISP  DSDBX01P
057500               DELIMITED BY SIZE INTO CSB1O-MSG                   DSDBX01P
057600        GO TO RECORD-ACCESS-EXIT                                  DSDBX01P
057700     END-IF.                                                      DSDBX01P
057800     IF DCL-SDR-STATUS IS NOT EQUAL TO 'A'                        DSDBX01P
057900        SET CSB1O-ACCESS-REFUSED TO TRUE                          DSDBX01P
058000        MOVE 'The rental has ended - access refused' TO CSB1O-MSG DSDBX01P
058100        GO TO RECORD-ACCESS-EXIT                                  DSDBX01P
058200     END-IF.                                                      DSDBX01P
058300     SET CSB1O-REQUEST-OK TO TRUE.                                DSDBX01P
058400     MOVE 'Access granted and logged' TO CSB1O-MSG.               DSDBX01P
058500 RECORD-ACCESS-EXIT.                                              DSDBX01P
058600     EXIT.                                                        DSDBX01P
058700                                                                  DSDBX01P
058800***************************************************************** DSDBX01P
058900* Log the visit in hand with its result                         * DSDBX01P
059000***************************************************************** DSDBX01P
059100 LOG-ACCESS.                                                      DSDBX01P
059200     EXEC SQL                                                     DSDBX01P
059300          INSERT                                                  DSDBX01P
059400          INTO BNKSDAC (SDA_RENTAL_ID,                            DSDBX01P
059500                        SDA_PID,                                  DSDBX01P
059600                        SDA_TS,                                   DSDBX01P
059700                        SDA_RESULT,                               DSDBX01P
059800                        SDA_USERID)                               DSDBX01P
059900          VALUES (:DCL-SDR-ID,                                    DSDBX01P
060000                  :DCL-SDH-PID,                                   DSDBX01P
060100                  CURRENT TIMESTAMP,                              DSDBX01P
060200                  :WS-ACCESS-RESULT,                              DSDBX01P
060300                  :CSB1I-USERID)                                  DSDBX01P
060400     END-EXEC.                                                    DSDBX01P
060500     IF SQLCODE IS NOT EQUAL TO ZERO                              DSDBX01P
060600        MOVE 'Unable to log the visit' TO CSB1O-MSG               DSDBX01P
060700     END-IF.                                                      DSDBX01P
060800 LOG-ACCESS-EXIT.                                                 DSDBX01P
060900     EXIT.                                                        DSDBX01P
061000                                                                  DSDBX01P
061100***************************************************************** DSDBX01P
061200* Pay off rent arrears at the counter, optionally moving the    * DSDBX01P
061300* rent to another of the renters' accounts first. Once nothing  * DSDBX01P
061400* is owed the renters are let back into the box                 * DSDBX01P
061500***************************************************************** DSDBX01P
061600 PAY-ARREARS.                                                     DSDBX01P
061700     PERFORM READ-RENTAL THRU                                     DSDBX01P
061800             READ-RENTAL-EXIT.                                    DSDBX01P
061900     IF CSB1O-MSG IS NOT EQUAL TO SPACES                          DSDBX01P
062000        GO TO PAY-ARREARS-EXIT                                    DSDBX01P
062100     END-IF.                                                      DSDBX01P
062200     IF DCL-SDR-STATUS IS NOT EQUAL TO 'A' AND                    DSDBX01P
062300        DCL-SDR-STATUS IS NOT EQUAL TO 'H'                        DSDBX01P
062400        MOVE 'That rental has ended' TO CSB1O-MSG                 DSDBX01P
062500        GO TO PAY-ARREARS-EXIT                                    DSDBX01P
062600     END-IF.                                                      DSDBX01P
062700     PERFORM CHANGE-RENT-ACCOUNT THRU                             DSDBX01P
062800             CHANGE-RENT-ACCOUNT-EXIT.                            DSDBX01P
062900     IF CSB1O-MSG IS NOT EQUAL TO SPACES                          DSDBX01P
063000        GO TO PAY-ARREARS-EXIT                                    DSDBX01P
063100     END-IF.                                                      DSDBX01P
063200     IF DCL-SDR-ARREARS IS GREATER THAN ZERO                      DSDBX01P
063300        PERFORM COLLECT-ARREARS THRU                              DSDBX01P
063400                COLLECT-ARREARS-EXIT                              DSDBX01P
063500        IF CSB1O-MSG IS NOT EQUAL TO SPACES                       DSDBX01P
063600           GO TO PAY-ARREARS-EXIT                                 DSDBX01P
063700        END-IF                                                    DSDBX01P
063800        IF ARREARS-COLLECTED                                      DSDBX01P
063900           PERFORM CLEAR-ARREARS THRU                             DSDBX01P
064000                   CLEAR-ARREARS-EXIT                             DSDBX01P
064100        END-IF                                                    DSDBX01P
064200     END-IF.                                                      DSDBX01P
064300     PERFORM UPDATE-RENTAL THRU                                   DSDBX01P
064400             UPDATE-RENTAL-EXIT.                                  DSDBX01P
064500     IF CSB1O-MSG IS NOT EQUAL TO SPACES                          DSDBX01P
064600        GO TO PAY-ARREARS-EXIT                                    DSDBX01P
064700     END-IF.                                                      DSDBX01P
064800     IF DCL-SDR-ARREARS IS GREATER THAN ZERO                      DSDBX01P
064900        MOVE DCL-SDR-ARREARS TO WS-AMOUNT-DISP                    DSDBX01P
065000        STRING 'The account cannot cover the arrears of'          DSDBX01P
065100               WS-AMOUNT-DISP                                     DSDBX01P
065200               DELIMITED BY SIZE INTO CSB1O-MSG                   DSDBX01P
065300        GO TO PAY-ARREARS-EXIT                                    DSDBX01P
065400     END-IF.                                                      DSDBX01P
065500     SET CSB1O-REQUEST-OK TO TRUE.                                DSDBX01P
065600     MOVE 'Rent is paid up and access restored' TO CSB1O-MSG.     DSDBX01P
065700 PAY-ARREARS-EXIT.                                                DSDBX01P
065800     EXIT.                                                        DSDBX01P
065900                                                                  DSDBX01P
066000***************************************************************** DSDBX01P
066100* Give a box up. Rent must be paid up and every key handed back.* DSDBX01P
066200* Rent already paid in advance is not refunded                  * DSDBX01P
066300***************************************************************** DSDBX01P
066400 CLOSE-RENTAL.                                                    DSDBX01P
066500     PERFORM READ-RENTAL THRU                                     DSDBX01P
066600             READ-RENTAL-EXIT.                                    DSDBX01P
066700     IF CSB1O-MSG IS NOT EQUAL TO SPACES                          DSDBX01P
066800        GO TO CLOSE-RENTAL-EXIT                                   DSDBX01P
066900     END-IF.                                                      DSDBX01P
067000     IF DCL-SDR-STATUS IS EQUAL TO 'H'                            DSDBX01P
067100        MOVE 'Rent arrears must be paid before giving the box up' DSDBX01P
067200          TO CSB1O-MSG                                            DSDBX01P
067300        GO TO CLOSE-RENTAL-EXIT                                   DSDBX01P
067400     END-IF.                                                      DSDBX01P
067500     IF DCL-SDR-STATUS IS NOT EQUAL TO 'A'                        DSDBX01P
067600        MOVE 'That rental has ended' TO CSB1O-MSG                 DSDBX01P
067700        GO TO CLOSE-RENTAL-EXIT                                   DSDBX01P
067800     END-IF.                                                      DSDBX01P
067900     IF CSB1I-KEYS IS NOT NUMERIC OR                              DSDBX01P
068000        CSB1I-KEYS IS NOT EQUAL TO DCL-SDR-KEYS                   DSDBX01P
068100        MOVE DCL-SDR-KEYS TO WS-COUNT-DISP                        DSDBX01P
068200        MOVE SPACES TO CSB1O-MSG                                  DSDBX01P
068300        STRING 'All' WS-COUNT-DISP                                DSDBX01P
068400               ' keys issued must be handed back'                 DSDBX01P
068500               DELIMITED BY SIZE INTO CSB1O-MSG                   DSDBX01P
068600        GO TO CLOSE-RENTAL-EXIT                                   DSDBX01P
068700     END-IF.                                                      DSDBX01P
068800     MOVE 'C' TO DCL-SDR-STATUS.                                  DSDBX01P
068900     PERFORM UPDATE-RENTAL THRU                                   DSDBX01P
069000             UPDATE-RENTAL-EXIT.                                  DSDBX01P
069100     IF CSB1O-MSG IS NOT EQUAL TO SPACES                          DSDBX01P
069200        GO TO CLOSE-RENTAL-EXIT                                   DSDBX01P
069300     END-IF.                                                      DSDBX01P
069400     PERFORM FREE-BOX THRU                                        DSDBX01P
069500             FREE-BOX-EXIT.                                       DSDBX01P
069600     IF CSB1O-MSG IS NOT EQUAL TO SPACES                          DSDBX01P
069700        GO TO CLOSE-RENTAL-EXIT                                   DSDBX01P
069800     END-IF.                                                      DSDBX01P
069900     SET CSB1O-REQUEST-OK TO TRUE.                                DSDBX01P
070000     MOVE 'Box given up - rent paid in advance is not refunded'   DSDBX01P
070100       TO CSB1O-MSG.                                              DSDBX01P
070200 CLOSE-RENTAL-EXIT.                                               DSDBX01P
070300     EXIT.                                                        DSDBX01P
070400                                                                  DSDBX01P
070500***************************************************************** DSDBX01P
070600* Drill a box whose rent has gone unpaid for the drilling       * DSDBX01P
070700* period. A second member of staff must witness the opening and * DSDBX01P
070800* what was found is listed and handed to the escheatment job,   * DSDBX01P
070900* which writes to the renter and gives them until the claim     * DSDBX01P
071000* deadline to pay up and collect it                             * DSDBX01P
071100***************************************************************** DSDBX01P
071200 DRILL-BOX.                                                       DSDBX01P
071300     PERFORM READ-RENTAL THRU                                     DSDBX01P
071400             READ-RENTAL-EXIT.                                    DSDBX01P
071500     IF CSB1O-MSG IS NOT EQUAL TO SPACES                          DSDBX01P
071600        GO TO DRILL-BOX-EXIT                                      DSDBX01P
071700     END-IF.                                                      DSDBX01P
071800     IF DCL-SDR-STATUS IS NOT EQUAL TO 'H'                        DSDBX01P
071900        MOVE 'Only a box held for unpaid rent can be drilled'     DSDBX01P
072000          TO CSB1O-MSG                                            DSDBX01P
072100        GO TO DRILL-BOX-EXIT                                      DSDBX01P
072200     END-IF.                                                      DSDBX01P
072300     IF DCL-SDR-ARREARS-SINCE IS GREATER THAN WS-DRILL-FROM       DSDBX01P
072400        MOVE 'The rent has not been owed long enough to drill'    DSDBX01P
072500          TO CSB1O-MSG                                            DSDBX01P
072600        GO TO DRILL-BOX-EXIT                                      DSDBX01P
072700     END-IF.                                                      DSDBX01P
072800     IF CSB1I-WITNESS IS EQUAL TO SPACES OR                       DSDBX01P
072900        CSB1I-WITNESS IS EQUAL TO CSB1I-USERID                    DSDBX01P
073000        MOVE 'A second member of staff must witness the drilling' DSDBX01P
073100          TO CSB1O-MSG                                            DSDBX01P
073200        GO TO DRILL-BOX-EXIT                                      DSDBX01P
073300     END-IF.                                                      DSDBX01P
073400     IF CSB1I-INV-DESC (1) IS EQUAL TO SPACES                     DSDBX01P
073500        MOVE 'List what was found - an empty box as EMPTY'        DSDBX01P
073600          TO CSB1O-MSG                                            DSDBX01P
073700        GO TO DRILL-BOX-EXIT                                      DSDBX01P
073800     END-IF.                                                      DSDBX01P
073900     MOVE ZERO TO WS-CASH-FOUND.                                  DSDBX01P
074000     MOVE 1 TO WS-SUB1.                                           DSDBX01P
074100 DRILL-CASH-LOOP.                                                 DSDBX01P
074200     IF WS-SUB1 IS GREATER THAN 5                                 DSDBX01P
074300        GO TO DRILL-CASH-LOOP-EXIT                                DSDBX01P
074400     END-IF.                                                      DSDBX01P
074500     IF CSB1I-INV-DESC (WS-SUB1) IS NOT EQUAL TO SPACES           DSDBX01P
074600        IF CSB1I-INV-CASH (WS-SUB1) IS LESS THAN ZERO             DSDBX01P
074700           MOVE 'Cash found cannot be negative' TO CSB1O-MSG      DSDBX01P
074800           GO TO DRILL-CASH-LOOP-EXIT                             DSDBX01P
074900        END-IF                                                    DSDBX01P
075000        ADD CSB1I-INV-CASH (WS-SUB1) TO WS-CASH-FOUND             DSDBX01P
075100     END-IF.                                                      DSDBX01P
075200     ADD 1 TO WS-SUB1.                                            DSDBX01P
075300     GO TO DRILL-CASH-LOOP.                                       DSDBX01P
075400 DRILL-CASH-LOOP-EXIT.                                            DSDBX01P
075500     IF CSB1O-MSG IS NOT EQUAL TO SPACES                          DSDBX01P
075600        GO TO DRILL-BOX-EXIT                                      DSDBX01P
075700     END-IF.                                                      DSDBX01P
075800     INITIALIZE CD49-DATA.                                        DSDBX01P
075900     SET CD49I-REGISTER-BOX TO TRUE.                              DSDBX01P
076000     MOVE DCL-SDR-PID TO CD49I-PID.                               DSDBX01P
076100     MOVE DCL-SDR-ID TO CD49I-RENTAL-ID.                          DSDBX01P
076200     MOVE WS-CASH-FOUND TO CD49I-AMOUNT.                          DSDBX01P
076300     MOVE CSB1I-INV-DESC (1) TO CD49I-CONTENTS.                   DSDBX01P
076400 COPY CBANKX49.                                                   DSDBX01P
076500     IF NOT CD49O-RUN-OK                                          DSDBX01P
076600        MOVE CD49O-MSG TO CSB1O-MSG                               DSDBX01P
076700        GO TO DRILL-BOX-EXIT                                      DSDBX01P
076800     END-IF.                                                      DSDBX01P
076900     MOVE CD49O-ESC-ID TO DCL-SDR-ESC-ID.                         DSDBX01P
077000     MOVE 1 TO WS-SUB1.                                           DSDBX01P
077100 DRILL-LIST-LOOP.                                                 DSDBX01P
077200     IF WS-SUB1 IS GREATER THAN 5                                 DSDBX01P
077300        GO TO DRILL-LIST-LOOP-EXIT                                DSDBX01P
077400     END-IF.                                                      DSDBX01P
077500     IF CSB1I-INV-DESC (WS-SUB1) IS NOT EQUAL TO SPACES           DSDBX01P
077600        MOVE WS-SUB1 TO DCL-SDI-LINE                              DSDBX01P
077700        MOVE CSB1I-INV-DESC (WS-SUB1) TO DCL-SDI-DESC             DSDBX01P
077800        MOVE CSB1I-INV-CASH (WS-SUB1) TO DCL-SDI-CASH             DSDBX01P
077900        EXEC SQL                                                  DSDBX01P
078000             INSERT                                               DSDBX01P
078100             INTO BNKSDIN (SDI_RENTAL_ID,                         DSDBX01P
078200                           SDI_LINE,                              DSDBX01P
078300                           SDI_DESC,                              DSDBX01P
078400                           SDI_CASH,                              DSDBX01P
078500                           SDI_STATUS,                            DSDBX01P
078600                           SDI_WITNESS,                           DSDBX01P
078700                           SDI_USERID,                            DSDBX01P
078800                           SDI_DRILL_DATE)                        DSDBX01P
078900             VALUES (:DCL-SDR-ID,                                 DSDBX01P
079000                     :DCL-SDI-LINE,                               DSDBX01P
079100                     :DCL-SDI-DESC,                               DSDBX01P
079200                     :DCL-SDI-CASH,                               DSDBX01P
079300                     'H',                                         DSDBX01P
079400                     :CSB1I-WITNESS,                              DSDBX01P
079500                     :CSB1I-USERID,                               DSDBX01P
079600                     :WS-BUSINESS-DATE)                           DSDBX01P
079700        END-EXEC                                                  DSDBX01P
079800        IF SQLCODE IS NOT EQUAL TO ZERO                           DSDBX01P
079900           MOVE 'Unable to record the box inventory' TO CSB1O-MSG DSDBX01P
080000           GO TO DRILL-LIST-LOOP-EXIT                             DSDBX01P
080100        END-IF                                                    DSDBX01P
080200     END-IF.                                                      DSDBX01P
080300     ADD 1 TO WS-SUB1.                                            DSDBX01P
080400     GO TO DRILL-LIST-LOOP.                                       DSDBX01P
080500 DRILL-LIST-LOOP-EXIT.                                            DSDBX01P
080600     IF CSB1O-MSG IS NOT EQUAL TO SPACES                          DSDBX01P
080700        GO TO DRILL-BOX-EXIT                                      DSDBX01P
080800     END-IF.                                                      DSDBX01P
080900     MOVE 'D' TO DCL-SDR-STATUS.                                  DSDBX01P
081000     PERFORM UPDATE-RENTAL THRU                                   DSDBX01P
081100             UPDATE-RENTAL-EXIT.                                  DSDBX01P
081200     IF CSB1O-MSG IS NOT EQUAL TO SPACES                          DSDBX01P
081300        GO TO DRILL-BOX-EXIT                                      DSDBX01P
081400     END-IF.                                                      DSDBX01P
081500     EXEC SQL                                                     DSDBX01P
081600          UPDATE BNKSDBX                                          DSDBX01P
081700          SET SDB_STATUS = 'D',                                   DSDBX01P
081800              SDB_UPDATED_TS = CURRENT TIMESTAMP                  DSDBX01P
081900          WHERE SDB_BRANCH = :DCL-SDB-BRANCH AND                  DSDBX01P
082000                SDB_BOX_NO = :DCL-SDB-BOX-NO                      DSDBX01P
082100     END-EXEC.                                                    DSDBX01P
082200     IF SQLCODE IS NOT EQUAL TO ZERO                              DSDBX01P
082300        MOVE 'Unable to mark the box as drilled' TO CSB1O-MSG     DSDBX01P
082400        GO TO DRILL-BOX-EXIT                                      DSDBX01P
082500     END-IF.                                                      DSDBX01P
082600     MOVE DCL-SDR-ESC-ID TO CSB1O-ESC-ID.                         DSDBX01P
082700     MOVE WS-CASH-FOUND TO CSB1O-CASH-FOUND.                      DSDBX01P
082800     MOVE CSB1I-INV-DESC (1) TO CSB1O-CONTENTS.                   DSDBX01P
082900     SET CSB1O-REQUEST-OK TO TRUE.                                DSDBX01P
083000     MOVE SPACES TO CSB1O-MSG.                                    DSDBX01P
083100     STRING 'Box drilled - contents claimable until '             DSDBX01P
083200            CD49O-DEADLINE                                        DSDBX01P
083300            DELIMITED BY SIZE INTO CSB1O-MSG.                     DSDBX01P
083400 DRILL-BOX-EXIT.                                                  DSDBX01P
083500     EXIT.                                                        DSDBX01P
083600                                                                  DSDBX01P
083700***************************************************************** DSDBX01P
083800* A renter comes back for the contents of a drilled box before  * DSDBX01P
083900* the claim deadline. The arrears are taken first, the claim is * DSDBX01P
084000* withdrawn from the escheatment register and the box is freed  * DSDBX01P
084100***************************************************************** DSDBX01P
084200 RELEASE-CONTENTS.                                                DSDBX01P
084300     PERFORM READ-RENTAL THRU                                     DSDBX01P
084400             READ-RENTAL-EXIT.                                    DSDBX01P
084500     IF CSB1O-MSG IS NOT EQUAL TO SPACES                          DSDBX01P
084600        GO TO RELEASE-CONTENTS-EXIT                               DSDBX01P
084700     END-IF.                                                      DSDBX01P
084800     IF DCL-SDR-STATUS IS EQUAL TO 'E'                            DSDBX01P
084900        MOVE 'The contents have gone to the state as unclaimed'   DSDBX01P
085000          TO CSB1O-MSG                                            DSDBX01P
085100        GO TO RELEASE-CONTENTS-EXIT                               DSDBX01P
085200     END-IF.                                                      DSDBX01P
085300     IF DCL-SDR-STATUS IS NOT EQUAL TO 'D'                        DSDBX01P
085400        MOVE 'That box has not been drilled' TO CSB1O-MSG         DSDBX01P
085500        GO TO RELEASE-CONTENTS-EXIT                               DSDBX01P
085600     END-IF.                                                      DSDBX01P
085700     PERFORM CHANGE-RENT-ACCOUNT THRU                             DSDBX01P
085800             CHANGE-RENT-ACCOUNT-EXIT.                            DSDBX01P
085900     IF CSB1O-MSG IS NOT EQUAL TO SPACES                          DSDBX01P
086000        GO TO RELEASE-CONTENTS-EXIT                               DSDBX01P
086100     END-IF.                                                      DSDBX01P
086200     IF DCL-SDR-ARREARS IS GREATER THAN ZERO                      DSDBX01P
086300        PERFORM COLLECT-ARREARS THRU                              DSDBX01P
086400                COLLECT-ARREARS-EXIT                              DSDBX01P
086500        IF CSB1O-MSG IS NOT EQUAL TO SPACES                       DSDBX01P
086600           GO TO RELEASE-CONTENTS-EXIT                            DSDBX01P
086700        END-IF                                                    DSDBX01P
086800        IF ARREARS-UNPAID                                         DSDBX01P
086900           MOVE DCL-SDR-ARREARS TO WS-AMOUNT-DISP                 DSDBX01P
087000           STRING 'The arrears of' WS-AMOUNT-DISP                 DSDBX01P
087100                  ' must be paid first'                           DSDBX01P
087200                  DELIMITED BY SIZE INTO CSB1O-MSG                DSDBX01P
087300           GO TO RELEASE-CONTENTS-EXIT                            DSDBX01P
087400        END-IF                                                    DSDBX01P
087500        PERFORM CLEAR-ARREARS THRU                                DSDBX01P
087600                CLEAR-ARREARS-EXIT                                DSDBX01P
087700     END-IF.                                                      DSDBX01P
087800     INITIALIZE CD49-DATA.                                        DSDBX01P
087900     SET CD49I-WITHDRAW-BOX TO TRUE.                              DSDBX01P
088000     MOVE DCL-SDR-ESC-ID TO CD49I-ESC-ID.                         DSDBX01P
088100 COPY CBANKX49.                                                   DSDBX01P
088200     IF NOT CD49O-RUN-OK                                          DSDBX01P
088300        MOVE CD49O-MSG TO CSB1O-MSG                               DSDBX01P
088400        GO TO RELEASE-CONTENTS-EXIT                               DSDBX01P
088500     END-IF.                                                      DSDBX01P
088600     EXEC SQL                                                     DSDBX01P
088700          UPDATE BNKSDIN                                          DSDBX01P
088800          SET SDI_STATUS = 'R'                                    DSDBX01P
088900          WHERE SDI_RENTAL_ID = :DCL-SDR-ID AND                   DSDBX01P
089000                SDI_STATUS = 'H'                                  DSDBX01P
089100     END-EXEC.                                                    DSDBX01P
089200     IF SQLCODE IS NOT EQUAL TO ZERO                              DSDBX01P
089300        MOVE 'Unable to release the box inventory' TO CSB1O-MSG   DSDBX01P
089400        GO TO RELEASE-CONTENTS-EXIT                               DSDBX01P
089500     END-IF.                                                      DSDBX01P
089600     MOVE 'C' TO DCL-SDR-STATUS.                                  DSDBX01P
089700     PERFORM UPDATE-RENTAL THRU                                   DSDBX01P
089800             UPDATE-RENTAL-EXIT.                                  DSDBX01P
089900     IF CSB1O-MSG IS NOT EQUAL TO SPACES                          DSDBX01P
090000        GO TO RELEASE-CONTENTS-EXIT                               DSDBX01P
090100     END-IF.                                                      DSDBX01P
090200     PERFORM FREE-BOX THRU                                        DSDBX01P
090300             FREE-BOX-EXIT.                                       DSDBX01P
090400     IF CSB1O-MSG IS NOT EQUAL TO SPACES                          DSDBX01P
090500        GO TO RELEASE-CONTENTS-EXIT                               DSDBX01P
090600     END-IF.                                                      DSDBX01P
090700     SET CSB1O-REQUEST-OK TO TRUE.                                DSDBX01P
090800     MOVE 'Contents returned to the renter and the box freed'     DSDBX01P
090900       TO CSB1O-MSG.                                              DSDBX01P
091000 RELEASE-CONTENTS-EXIT.                                           DSDBX01P
091100     EXIT.                                                        DSDBX01P
091200                                                                  DSDBX01P
091300***************************************************************** DSDBX01P
091400* The escheatment job is remitting a drilled box's contents to  * DSDBX01P
091500* the state. Mark the inventory gone, end the rental and free   * DSDBX01P
091600* the box, and tell the caller what was remitted                * DSDBX01P
091700***************************************************************** DSDBX01P
091800 ESCHEAT-CONTENTS.                                                DSDBX01P
091900     PERFORM READ-RENTAL THRU                                     DSDBX01P
092000             READ-RENTAL-EXIT.                                    DSDBX01P
092100     IF CSB1O-MSG IS NOT EQUAL TO SPACES                          DSDBX01P
092200        GO TO ESCHEAT-CONTENTS-EXIT                               DSDBX01P
092300     END-IF.                                                      DSDBX01P
092400     IF DCL-SDR-STATUS IS NOT EQUAL TO 'D'                        DSDBX01P
092500        MOVE 'That box is not awaiting escheatment' TO CSB1O-MSG  DSDBX01P
092600        GO TO ESCHEAT-CONTENTS-EXIT                               DSDBX01P
092700     END-IF.                                                      DSDBX01P
092800     EXEC SQL                                                     DSDBX01P
092900          SELECT VALUE(SUM(SDI_CASH), 0)                          DSDBX01P
093000          INTO :WS-CASH-FOUND                                     DSDBX01P
093100          FROM BNKSDIN                                            DSDBX01P
093200          WHERE SDI_RENTAL_ID = :DCL-SDR-ID AND                   DSDBX01P
093300                SDI_STATUS = 'H'                                  DSDBX01P
093400     END-EXEC.                                                    DSDBX01P
093500     IF SQLCODE IS NOT EQUAL TO ZERO                              DSDBX01P
093600        MOVE 'Unable to read the box inventory' TO CSB1O-MSG      DSDBX01P
093700        GO TO ESCHEAT-CONTENTS-EXIT                               DSDBX01P
093800     END-IF.                                                      DSDBX01P
093900     MOVE SPACES TO DCL-SDI-DESC.                                 DSDBX01P
094000     EXEC SQL                                                     DSDBX01P
094100          SELECT SDI_DESC                                         DSDBX01P
094200          INTO :DCL-SDI-DESC                                      DSDBX01P
094300          FROM BNKSDIN                                            DSDBX01P
094400          WHERE SDI_RENTAL_ID = :DCL-SDR-ID AND                   DSDBX01P
094500                SDI_LINE = 1                                      DSDBX01P
094600     END-EXEC.                                                    DSDBX01P
094700     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DSDBX01P
094800        SQLCODE IS NOT EQUAL TO +100                              DSDBX01P
094900        MOVE 'Unable to read the box inventory' TO CSB1O-MSG      DSDBX01P
095000        GO TO ESCHEAT-CONTENTS-EXIT                               DSDBX01P
095100     END-IF.                                                      DSDBX01P
095200     EXEC SQL                                                     DSDBX01P
095300          UPDATE BNKSDIN                                          DSDBX01P
095400          SET SDI_STATUS = 'E'                                    DSDBX01P
095500          WHERE SDI_RENTAL_ID = :DCL-SDR-ID AND                   DSDBX01P
095600                SDI_STATUS = 'H'                                  DSDBX01P
095700     END-EXEC.                                                    DSDBX01P
095800     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DSDBX01P
095900        SQLCODE IS NOT EQUAL TO +100                              DSDBX01P
096000        MOVE 'Unable to update the box inventory' TO CSB1O-MSG    DSDBX01P
096100        GO TO ESCHEAT-CONTENTS-EXIT                               DSDBX01P
096200     END-IF.                                                      DSDBX01P
096300     MOVE 'E' TO DCL-SDR-STATUS.                                  DSDBX01P
096400     PERFORM UPDATE-RENTAL THRU                                   DSDBX01P
096500             UPDATE-RENTAL-EXIT.                                  DSDBX01P
096600     IF CSB1O-MSG IS NOT EQUAL TO SPACES                          DSDBX01P
096700        GO TO ESCHEAT-CONTENTS-EXIT                               DSDBX01P
096800     END-IF.                                                      DSDBX01P
096900     PERFORM FREE-BOX THRU                                        DSDBX01P
097000             FREE-BOX-EXIT.                                       DSDBX01P
097100     IF CSB1O-MSG IS NOT EQUAL TO SPACES                          DSDBX01P
097200        GO TO ESCHEAT-CONTENTS-EXIT                               DSDBX01P
097300     END-IF.                                                      DSDBX01P
097400     MOVE WS-CASH-FOUND TO CSB1O-CASH-FOUND.                      DSDBX01P
097500     MOVE DCL-SDI-DESC TO CSB1O-CONTENTS.                         DSDBX01P
097600     SET CSB1O-REQUEST-OK TO TRUE.                                DSDBX01P
097700     MOVE 'Box contents remitted as unclaimed property'           DSDBX01P
097800       TO CSB1O-MSG.                                              DSDBX01P
097900 ESCHEAT-CONTENTS-EXIT.                                           DSDBX01P
098000     EXIT.                                                        DSDBX01P
098100                                                                  DSDBX01P
098200***************************************************************** DSDBX01P
098300* Nightly - bill the year's rent on rentals that have reached   * DSDBX01P
098400* their anniversary and try again to collect any arrears, list  * DSDBX01P
098500* the boxes now due for drilling, and once a month report box   * DSDBX01P
098600* occupancy and arrears by branch                               * DSDBX01P
098700***************************************************************** DSDBX01P
098800 NIGHTLY-RUN.                                                     DSDBX01P
098900     IF CSB1I-USERID IS EQUAL TO SPACES                           DSDBX01P
099000        MOVE 'BATCH' TO CSB1I-USERID                              DSDBX01P
099100     END-IF.                                                      DSDBX01P
099200     MOVE SPACES TO WS-CSV-LINE.                                  DSDBX01P
099300     MOVE 'BRANCH,BOX,RENTAL,PID,EVENT,AMOUNT,DETAIL'             DSDBX01P
099400       TO WS-CSV-LINE.                                            DSDBX01P
099500     PERFORM QUEUE-REPORT-LINE THRU                               DSDBX01P
099600             QUEUE-REPORT-LINE-EXIT.                              DSDBX01P
099700     EXEC SQL                                                     DSDBX01P
099800          DECLARE BILL_CSR CURSOR FOR                             DSDBX01P
099900          SELECT SDR_ID                                           DSDBX01P
100000          FROM BNKSDRN                                            DSDBX01P
100100          WHERE SDR_STATUS IN ('A', 'H') AND                      DSDBX01P
100200                (SDR_NEXT_BILL <= :WS-BUSINESS-DATE OR            DSDBX01P
100300                 SDR_ARREARS > 0)                                 DSDBX01P
100400          ORDER BY SDR_ID                                         DSDBX01P
100500          FOR FETCH ONLY                                          DSDBX01P
100600     END-EXEC.                                                    DSDBX01P
100700     EXEC SQL                                                     DSDBX01P
100800          OPEN BILL_CSR                                           DSDBX01P
100900     END-EXEC.                                                    DSDBX01P
101000     IF SQLCODE IS NOT EQUAL TO ZERO                              DSDBX01P
101100        MOVE 'Unable to open the rental register' TO CSB1O-MSG    DSDBX01P
101200        GO TO NIGHTLY-RUN-EXIT                                    DSDBX01P
101300     END-IF.                                                      DSDBX01P
101400 BILL-LOOP.                                                       DSDBX01P
101500     EXEC SQL                                                     DSDBX01P
101600          FETCH BILL_CSR                                          DSDBX01P
101700          INTO :DCL-SDR-ID                                        DSDBX01P
101800     END-EXEC.                                                    DSDBX01P
101900     IF SQLCODE IS EQUAL TO +100                                  DSDBX01P
102000        GO TO BILL-LOOP-EXIT                                      DSDBX01P
102100     END-IF.                                                      DSDBX01P
102200     IF SQLCODE IS NOT EQUAL TO ZERO                              DSDBX01P
102300        MOVE 'Unable to read the rental register' TO CSB1O-MSG    DSDBX01P
102400        GO TO BILL-LOOP-EXIT                                      DSDBX01P
102500     END-IF.                                                      DSDBX01P
102600     MOVE DCL-SDR-ID TO CSB1I-RENTAL-ID.                          DSDBX01P
102700     PERFORM READ-RENTAL THRU                                     DSDBX01P
102800             READ-RENTAL-EXIT.                                    DSDBX01P
102900     IF CSB1O-MSG IS NOT EQUAL TO SPACES                          DSDBX01P
103000        GO TO BILL-LOOP-EXIT                                      DSDBX01P
103100     END-IF.                                                      DSDBX01P
103200     PERFORM BILL-RENTAL THRU                                     DSDBX01P
103300             BILL-RENTAL-EXIT.                                    DSDBX01P
103400     IF CSB1O-MSG IS NOT EQUAL TO SPACES                          DSDBX01P
103500        GO TO BILL-LOOP-EXIT                                      DSDBX01P
103600     END-IF.                                                      DSDBX01P
103700     GO TO BILL-LOOP.                                             DSDBX01P
103800 BILL-LOOP-EXIT.                                                  DSDBX01P
103900     EXEC SQL                                                     DSDBX01P
104000          CLOSE BILL_CSR                                          DSDBX01P
104100     END-EXEC.                                                    DSDBX01P
104200     IF CSB1O-MSG IS NOT EQUAL TO SPACES                          DSDBX01P
104300        GO TO NIGHTLY-RUN-EXIT                                    DSDBX01P
104400     END-IF.                                                      DSDBX01P
104500     EXEC SQL                                                     DSDBX01P
104600          DECLARE DRILL_CSR CURSOR FOR                            DSDBX01P
104700          SELECT SDR_ID,                                          DSDBX01P
104800                 SDR_BRANCH,                                      DSDBX01P
104900                 SDR_BOX_NO,                                      DSDBX01P
105000                 SDR_PID,                                         DSDBX01P
105100                 SDR_ARREARS,                                     DSDBX01P
105200                 SDR_ARREARS_SINCE                                DSDBX01P
105300          FROM BNKSDRN                                            DSDBX01P
105400          WHERE SDR_STATUS = 'H' AND                              DSDBX01P
105500                SDR_ARREARS_SINCE <= :WS-DRILL-FROM               DSDBX01P
105600          ORDER BY SDR_BRANCH, SDR_BOX_NO                         DSDBX01P
105700          FOR FETCH ONLY                                          DSDBX01P
105800     END-EXEC.                                                    DSDBX01P
105900     EXEC SQL                                                     DSDBX01P
106000          OPEN DRILL_CSR                                          DSDBX01P
106100     END-EXEC.                                                    DSDBX01P
106200     IF SQLCODE IS NOT EQUAL TO ZERO                              DSDBX01P
106300        MOVE 'Unable to open the rental register' TO CSB1O-MSG    DSDBX01P
106400        GO TO NIGHTLY-RUN-EXIT                                    DSDBX01P
106500     END-IF.                                                      DSDBX01P
106600 DRILL-DUE-LOOP.                                                  DSDBX01P
106700     EXEC SQL                                                     DSDBX01P
106800          FETCH DRILL_CSR                                         DSDBX01P
106900          INTO :DCL-SDR-ID,                                       DSDBX01P
107000               :DCL-SDB-BRANCH,                                   DSDBX01P
107100               :DCL-SDB-BOX-NO,                                   DSDBX01P
107200               :DCL-SDR-PID,                                      DSDBX01P
107300               :DCL-SDR-ARREARS,                                  DSDBX01P
107400               :DCL-SDR-ARREARS-SINCE                             DSDBX01P
107500     END-EXEC.                                                    DSDBX01P
107600     IF SQLCODE IS EQUAL TO +100                                  DSDBX01P
107700        GO TO DRILL-DUE-LOOP-EXIT                                 DSDBX01P
107800     END-IF.                                                      DSDBX01P
107900     IF SQLCODE IS NOT EQUAL TO ZERO                              DSDBX01P
108000        MOVE 'Unable to read the rental register' TO CSB1O-MSG    DSDBX01P
108100        GO TO DRILL-DUE-LOOP-EXIT                                 DSDBX01P
108200     END-IF.                                                      DSDBX01P
108300     ADD 1 TO CSB1O-DRILL-DUE.                                    DSDBX01P
108400     MOVE 'DRILL-DUE' TO WS-EVENT.                                DSDBX01P
108500     MOVE DCL-SDR-ARREARS TO WS-AMOUNT-DISP.                      DSDBX01P
108600     MOVE SPACES TO WS-DETAIL.                                    DSDBX01P
108700     STRING 'Unpaid since ' DCL-SDR-ARREARS-SINCE                 DSDBX01P
108800            DELIMITED BY SIZE INTO WS-DETAIL.                     DSDBX01P
108900     PERFORM REPORT-RENTAL THRU                                   DSDBX01P
109000             REPORT-RENTAL-EXIT.                                  DSDBX01P
109100     GO TO DRILL-DUE-LOOP.                                        DSDBX01P
109200 DRILL-DUE-LOOP-EXIT.                                             DSDBX01P
109300     EXEC SQL                                                     DSDBX01P
109400          CLOSE DRILL_CSR                                         DSDBX01P
109500     END-EXEC.                                                    DSDBX01P
109600     IF CSB1O-MSG IS NOT EQUAL TO SPACES                          DSDBX01P
109700        GO TO NIGHTLY-RUN-EXIT                                    DSDBX01P
109800     END-IF.                                                      DSDBX01P
109900     MOVE CSB1O-BILLED TO WS-COUNT-DISP.                          DSDBX01P
110000     MOVE CSB1O-RENT-BILLED TO WS-TOTAL-DISP.                     DSDBX01P
110100     MOVE SPACES TO WS-CSV-LINE.                                  DSDBX01P
110200     STRING 'TOTAL,,,,BILLED,' WS-TOTAL-DISP ',' WS-COUNT-DISP    DSDBX01P
110300            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DSDBX01P
110400     PERFORM QUEUE-REPORT-LINE THRU                               DSDBX01P
110500             QUEUE-REPORT-LINE-EXIT.                              DSDBX01P
110600     MOVE CSB1O-IN-ARREARS TO WS-COUNT-DISP.                      DSDBX01P
110700     MOVE SPACES TO WS-CSV-LINE.                                  DSDBX01P
110800     STRING 'TOTAL,,,,IN-ARREARS,,' WS-COUNT-DISP                 DSDBX01P
110900            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DSDBX01P
111000     PERFORM QUEUE-REPORT-LINE THRU                               DSDBX01P
111100             QUEUE-REPORT-LINE-EXIT.                              DSDBX01P
111200     MOVE CSB1O-DRILL-DUE TO WS-COUNT-DISP.                       DSDBX01P
111300     MOVE SPACES TO WS-CSV-LINE.                                  DSDBX01P
111400     STRING 'TOTAL,,,,DRILL-DUE,,' WS-COUNT-DISP                  DSDBX01P
111500            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DSDBX01P
111600     PERFORM QUEUE-REPORT-LINE THRU                               DSDBX01P
111700             QUEUE-REPORT-LINE-EXIT.                              DSDBX01P
111800     INITIALIZE CD96-DATA.                                        DSDBX01P
111900     SET CD96I-CAPTURE-REPORT TO TRUE.                            DSDBX01P
112000     MOVE WS-PROGRAM-ID TO CD96I-JOB.                             DSDBX01P
112100     MOVE 'SAFE BOX BILLING' TO CD96I-REPORT-NAME.                DSDBX01P
112200     MOVE 'CSVQ' TO CD96I-QUEUE.                                  DSDBX01P
112300     MOVE 999 TO CD96I-RETAIN-DAYS.                               DSDBX01P
112400 COPY CBANKX96.                                                   DSDBX01P
112500     PERFORM OCCUPANCY-REPORT THRU                                DSDBX01P
112600             OCCUPANCY-REPORT-EXIT.                               DSDBX01P
112700     IF CSB1O-MSG IS NOT EQUAL TO SPACES                          DSDBX01P
112800        GO TO NIGHTLY-RUN-EXIT                                    DSDBX01P
112900     END-IF.                                                      DSDBX01P
113000     SET CSB1O-REQUEST-OK TO TRUE.                                DSDBX01P
113100     MOVE 'Safe-deposit run complete' TO CSB1O-MSG.               DSDBX01P
113200 NIGHTLY-RUN-EXIT.                                                DSDBX01P
113300     EXIT.                                                        DSDBX01P
113400                                                                  DSDBX01P
113500***************************************************************** DSDBX01P
113600* One rental in the nightly pass. On its anniversary the year's * DSDBX01P
113700* rent at today's rate for the box size is added to whatever is * DSDBX01P
113800* owed, then the lot is taken if the account can cover it. If   * DSDBX01P
113900* it cannot, the rent is carried as arrears and access is held  * DSDBX01P
114000* until it is paid                                              * DSDBX01P
114100***************************************************************** DSDBX01P
114200 BILL-RENTAL.                                                     DSDBX01P
114300     IF DCL-SDR-NEXT-BILL IS NOT GREATER THAN WS-BUSINESS-DATE    DSDBX01P
114400        EXEC SQL                                                  DSDBX01P
114500             SELECT SDB_SIZE                                      DSDBX01P
114600             INTO :DCL-SDB-SIZE                                   DSDBX01P
114700             FROM BNKSDBX                                         DSDBX01P
114800             WHERE SDB_BRANCH = :DCL-SDB-BRANCH AND               DSDBX01P
114900                   SDB_BOX_NO = :DCL-SDB-BOX-NO                   DSDBX01P
115000        END-EXEC                                                  DSDBX01P
115100        IF SQLCODE IS NOT EQUAL TO ZERO                           DSDBX01P
115200           MOVE 'Unable to read the box inventory' TO CSB1O-MSG   DSDBX01P
115300           GO TO BILL-RENTAL-EXIT                                 DSDBX01P
115400        END-IF                                                    DSDBX01P
115500        MOVE DCL-SDR-NEXT-BILL TO WS-RENT-DATE                    DSDBX01P
115600        PERFORM READ-RENT THRU                                    DSDBX01P
115700                READ-RENT-EXIT                                    DSDBX01P
115800        IF CSB1O-MSG IS NOT EQUAL TO SPACES                       DSDBX01P
115900           IF NOT CD72O-NO-RATE-FOUND                             DSDBX01P
116000              GO TO BILL-RENTAL-EXIT                              DSDBX01P
116100           END-IF                                                 DSDBX01P
116200           MOVE 'NO-RENT' TO WS-EVENT                             DSDBX01P
116300           MOVE ZERO TO WS-AMOUNT-DISP                            DSDBX01P
116400           MOVE CSB1O-MSG TO WS-DETAIL                            DSDBX01P
116500           MOVE SPACES TO CSB1O-MSG                               DSDBX01P
116600           PERFORM REPORT-RENTAL THRU                             DSDBX01P
116700                   REPORT-RENTAL-EXIT                             DSDBX01P
116800           GO TO BILL-RENTAL-EXIT                                 DSDBX01P
116900        END-IF                                                    DSDBX01P
117000        ADD WS-RENT TO DCL-SDR-ARREARS                            DSDBX01P
117100        IF DCL-SDR-ARREARS-SINCE IS EQUAL TO SPACES               DSDBX01P
117200           MOVE DCL-SDR-NEXT-BILL TO DCL-SDR-ARREARS-SINCE        DSDBX01P
117300        END-IF                                                    DSDBX01P
117400        EXEC SQL                                                  DSDBX01P
117500             SET :DCL-SDR-NEXT-BILL =                             DSDBX01P
117600                 CHAR(DATE(:DCL-SDR-NEXT-BILL) + 12 MONTHS, ISO)  DSDBX01P
117700        END-EXEC                                                  DSDBX01P
117800        ADD 1 TO CSB1O-BILLED                                     DSDBX01P
117900        ADD WS-RENT TO CSB1O-RENT-BILLED                          DSDBX01P
118000     END-IF.                                                      DSDBX01P
118100     PERFORM COLLECT-ARREARS THRU                                 DSDBX01P
118200             COLLECT-ARREARS-EXIT.                                DSDBX01P
118300     IF CSB1O-MSG IS NOT EQUAL TO SPACES                          DSDBX01P
118400        GO TO BILL-RENTAL-EXIT                                    DSDBX01P
118500     END-IF.                                                      DSDBX01P
118600     MOVE DCL-SDR-ARREARS TO WS-AMOUNT-DISP.                      DSDBX01P
118700     IF ARREARS-COLLECTED                                         DSDBX01P
118800        MOVE 'RENT-TAKEN' TO WS-EVENT                             DSDBX01P
118900        MOVE TR-REF TO WS-DETAIL                                  DSDBX01P
119000        PERFORM CLEAR-ARREARS THRU                                DSDBX01P
119100                CLEAR-ARREARS-EXIT                                DSDBX01P
119200     ELSE                                                         DSDBX01P
119300        MOVE 'RENT-UNPAID' TO WS-EVENT                            DSDBX01P
119400        MOVE 'Access held until paid' TO WS-DETAIL                DSDBX01P
119500        MOVE 'H' TO DCL-SDR-STATUS                                DSDBX01P
119600        ADD 1 TO CSB1O-IN-ARREARS                                 DSDBX01P
119700     END-IF.                                                      DSDBX01P
119800     PERFORM UPDATE-RENTAL THRU                                   DSDBX01P
119900             UPDATE-RENTAL-EXIT.                                  DSDBX01P
120000     IF CSB1O-MSG IS NOT EQUAL TO SPACES                          DSDBX01P
120100        GO TO BILL-RENTAL-EXIT                                    DSDBX01P
120200     END-IF.                                                      DSDBX01P
120300     PERFORM REPORT-RENTAL THRU                                   DSDBX01P
120400             REPORT-RENTAL-EXIT.                                  DSDBX01P
120500 BILL-RENTAL-EXIT.                                                DSDBX01P
120600     EXIT.                                                        DSDBX01P
120700                                                                  DSDBX01P
120800***************************************************************** DSDBX01P
120900* One line of the nightly report for the rental in hand         * DSDBX01P
121000***************************************************************** DSDBX01P
121100 REPORT-RENTAL.                                                   DSDBX01P
121200     MOVE DCL-SDR-ID TO CSB1O-RENTAL-ID.                          DSDBX01P
121300     MOVE SPACES TO WS-CSV-LINE.                                  DSDBX01P
121400     STRING DCL-SDB-BRANCH ',' DCL-SDB-BOX-NO ','                 DSDBX01P
121500            CSB1O-RENTAL-ID ',' DCL-SDR-PID ',' WS-EVENT ','      DSDBX01P
121600            WS-AMOUNT-DISP ',' WS-DETAIL                          DSDBX01P
121700            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DSDBX01P
121800     PERFORM QUEUE-REPORT-LINE THRU                               DSDBX01P
121900             QUEUE-REPORT-LINE-EXIT.                              DSDBX01P
122000 REPORT-RENTAL-EXIT.                                              DSDBX01P
122100     EXIT.                                                        DSDBX01P
122200                                                                  DSDBX01P
122300***************************************************************** DSDBX01P
122400* Once a month - the first run on or after the 1st - report the * DSDBX01P
122500* occupancy of each branch's boxes and the arrears owed on them,* DSDBX01P
122600* then the rentals in arrears box by box                        * DSDBX01P
122700***************************************************************** DSDBX01P
122800 OCCUPANCY-REPORT.                                                DSDBX01P
122900     MOVE WS-BUSINESS-DATE TO WS-MONTH-START.                     DSDBX01P
123000     MOVE '01' TO WS-MONTH-START (9:2).                           DSDBX01P
123100     EXEC SQL                                                     DSDBX01P
123200          SELECT COUNT(*)                                         DSDBX01P
123300          INTO :DCL-RPT-COUNT                                     DSDBX01P
123400          FROM BNKRPTH                                            DSDBX01P
123500          WHERE RPT_JOB = 'DSDBX01P' AND                          DSDBX01P
123600                RPT_NAME = 'SAFE BOX OCCUPANCY' AND               DSDBX01P
123700                RPT_RUN_DATE >= :WS-MONTH-START                   DSDBX01P
123800     END-EXEC.                                                    DSDBX01P
123900     IF SQLCODE IS NOT EQUAL TO ZERO                              DSDBX01P
124000        MOVE 'Unable to read the report repository' TO CSB1O-MSG  DSDBX01P
124100        GO TO OCCUPANCY-REPORT-EXIT                               DSDBX01P
124200     END-IF.                                                      DSDBX01P
124300     IF DCL-RPT-COUNT IS GREATER THAN ZERO                        DSDBX01P
124400        GO TO OCCUPANCY-REPORT-EXIT                               DSDBX01P
124500     END-IF.                                                      DSDBX01P
124600     MOVE SPACES TO WS-CSV-LINE.                                  DSDBX01P
124700     STRING 'BRANCH,NAME,BOXES,LET,FREE,DRILLED,OCCUPANCY%,'      DSDBX01P
124800            'IN-ARREARS,ARREARS'                                  DSDBX01P
124900            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DSDBX01P
125000     PERFORM QUEUE-REPORT-LINE THRU                               DSDBX01P
125100             QUEUE-REPORT-LINE-EXIT.                              DSDBX01P
125200     EXEC SQL                                                     DSDBX01P
125300          DECLARE OCC_CSR CURSOR FOR                              DSDBX01P
125400          SELECT BRN.BRN_ID,                                      DSDBX01P
125500                 BRN.BRN_NAME,                                    DSDBX01P
125600                 (SELECT COUNT(*)                                 DSDBX01P
125700                  FROM BNKSDBX SB1                                DSDBX01P
125800                  WHERE SB1.SDB_BRANCH = BRN.BRN_ID),             DSDBX01P
125900                 (SELECT COUNT(*)                                 DSDBX01P
126000                  FROM BNKSDBX SB2                                DSDBX01P
126100                  WHERE SB2.SDB_BRANCH = BRN.BRN_ID AND           DSDBX01P
126200                        SB2.SDB_STATUS = 'R'),                    DSDBX01P
126300                 (SELECT COUNT(*)                                 DSDBX01P
126400                  FROM BNKSDBX SB3                                DSDBX01P
126500                  WHERE SB3.SDB_BRANCH = BRN.BRN_ID AND           DSDBX01P
126600                        SB3.SDB_STATUS = 'A'),                    DSDBX01P
126700                 (SELECT COUNT(*)                                 DSDBX01P
126800                  FROM BNKSDBX SB4                                DSDBX01P
126900                  WHERE SB4.SDB_BRANCH = BRN.BRN_ID AND           DSDBX01P
127000                        SB4.SDB_STATUS = 'D'),                    DSDBX01P
127100                 (SELECT COUNT(*)                                 DSDBX01P
127200                  FROM BNKSDRN SR1                                DSDBX01P
127300                  WHERE SR1.SDR_BRANCH = BRN.BRN_ID AND           DSDBX01P
127400                        SR1.SDR_STATUS IN ('H', 'D')),            DSDBX01P
127500                 VALUE((SELECT SUM(SR2.SDR_ARREARS)               DSDBX01P
127600                        FROM BNKSDRN SR2                          DSDBX01P
127700                        WHERE SR2.SDR_BRANCH = BRN.BRN_ID AND     DSDBX01P
127800                              SR2.SDR_STATUS IN ('H', 'D')), 0)   DSDBX01P
127900          FROM BNKBRCH BRN                                        DSDBX01P
128000          WHERE EXISTS (SELECT 1                                  DSDBX01P
128100                        FROM BNKSDBX SB5                          DSDBX01P
128200                        WHERE SB5.SDB_BRANCH = BRN.BRN_ID)        DSDBX01P
128300          ORDER BY BRN.BRN_ID                                     DSDBX01P
128400          FOR FETCH ONLY                                          DSDBX01P
128500     END-EXEC.                                                    DSDBX01P
128600     EXEC SQL                                                     DSDBX01P
128700          OPEN OCC_CSR                                            DSDBX01P
128800     END-EXEC.                                                    DSDBX01P
128900     IF SQLCODE IS NOT EQUAL TO ZERO                              DSDBX01P
129000        MOVE 'Unable to open the box inventory' TO CSB1O-MSG      DSDBX01P
129100        GO TO OCCUPANCY-REPORT-EXIT                               DSDBX01P
129200     END-IF.                                                      DSDBX01P
129300 OCCUPANCY-LOOP.                                                  DSDBX01P
129400     EXEC SQL                                                     DSDBX01P
129500          FETCH OCC_CSR                                           DSDBX01P
129600          INTO :DCL-BRN-ID,                                       DSDBX01P
129700               :DCL-BRN-NAME,                                     DSDBX01P
129800               :DCL-OCC-BOXES,                                    DSDBX01P
129900               :DCL-OCC-LET,                                      DSDBX01P
130000               :DCL-OCC-FREE,                                     DSDBX01P
130100               :DCL-OCC-DRILLED,                                  DSDBX01P
130200               :DCL-OCC-OWING,                                    DSDBX01P
130300               :DCL-OCC-ARREARS                                   DSDBX01P
130400     END-EXEC.                                                    DSDBX01P
130500     IF SQLCODE IS EQUAL TO +100                                  DSDBX01P
130600        GO TO OCCUPANCY-LOOP-EXIT                                 DSDBX01P
130700     END-IF.                                                      DSDBX01P
130800     IF SQLCODE IS NOT EQUAL TO ZERO                              DSDBX01P
130900        MOVE 'Unable to read the box inventory' TO CSB1O-MSG      DSDBX01P
131000        GO TO OCCUPANCY-LOOP-EXIT                                 DSDBX01P
131100     END-IF.                                                      DSDBX01P
131200     MOVE ZERO TO WS-PCT.                                         DSDBX01P
131300     IF DCL-OCC-BOXES IS GREATER THAN ZERO                        DSDBX01P
131400        COMPUTE WS-PCT ROUNDED =                                  DSDBX01P
131500                DCL-OCC-LET * 100 / DCL-OCC-BOXES                 DSDBX01P
131600     END-IF.                                                      DSDBX01P
131700     MOVE DCL-OCC-BOXES TO WS-COUNT-DISP.                         DSDBX01P
131800     MOVE DCL-OCC-LET TO WS-LET-DISP.                             DSDBX01P
131900     MOVE DCL-OCC-FREE TO WS-FREE-DISP.                           DSDBX01P
132000     MOVE DCL-OCC-DRILLED TO WS-DRILLED-DISP.                     DSDBX01P
132100     MOVE DCL-OCC-OWING TO WS-OWING-DISP.                         DSDBX01P
132200     MOVE WS-PCT TO WS-PCT-DISP.                                  DSDBX01P
132300     MOVE DCL-OCC-ARREARS TO WS-TOTAL-DISP.                       DSDBX01P
132400     MOVE SPACES TO WS-CSV-LINE.                                  DSDBX01P
132500     STRING DCL-BRN-ID ',' DCL-BRN-NAME ',' WS-COUNT-DISP ','     DSDBX01P
132600            WS-LET-DISP ',' WS-FREE-DISP ',' WS-DRILLED-DISP ','  DSDBX01P
132700            WS-PCT-DISP ',' WS-OWING-DISP ',' WS-TOTAL-DISP       DSDBX01P
132800            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DSDBX01P
132900     PERFORM QUEUE-REPORT-LINE THRU                               DSDBX01P
133000             QUEUE-REPORT-LINE-EXIT.                              DSDBX01P
133100     GO TO OCCUPANCY-LOOP.                                        DSDBX01P
133200 OCCUPANCY-LOOP-EXIT.                                             DSDBX01P
133300     EXEC SQL                                                     DSDBX01P
133400          CLOSE OCC_CSR                                           DSDBX01P
133500     END-EXEC.                                                    DSDBX01P
133600     IF CSB1O-MSG IS NOT EQUAL TO SPACES                          DSDBX01P
133700        GO TO OCCUPANCY-REPORT-EXIT                               DSDBX01P
133800     END-IF.                                                      DSDBX01P
133900     MOVE SPACES TO WS-CSV-LINE.                                  DSDBX01P
134000     MOVE 'BRANCH,BOX,RENTAL,PID,STATUS,ARREARS,UNPAID-SINCE'     DSDBX01P
134100       TO WS-CSV-LINE.                                            DSDBX01P
134200     PERFORM QUEUE-REPORT-LINE THRU                               DSDBX01P
134300             QUEUE-REPORT-LINE-EXIT.                              DSDBX01P
134400     EXEC SQL                                                     DSDBX01P
134500          DECLARE ARR_CSR CURSOR FOR                              DSDBX01P
134600          SELECT SDR_ID,                                          DSDBX01P
134700                 SDR_BRANCH,                                      DSDBX01P
134800                 SDR_BOX_NO,                                      DSDBX01P
134900                 SDR_PID,                                         DSDBX01P
135000                 SDR_STATUS,                                      DSDBX01P
135100                 SDR_ARREARS,                                     DSDBX01P
135200                 SDR_ARREARS_SINCE                                DSDBX01P
135300          FROM BNKSDRN                                            DSDBX01P
135400          WHERE SDR_STATUS IN ('H', 'D')                          DSDBX01P
135500          ORDER BY SDR_BRANCH, SDR_BOX_NO                         DSDBX01P
135600          FOR FETCH ONLY                                          DSDBX01P
135700     END-EXEC.                                                    DSDBX01P
135800     EXEC SQL                                                     DSDBX01P
135900          OPEN ARR_CSR                                            DSDBX01P
136000     END-EXEC.                                                    DSDBX01P
136100     IF SQLCODE IS NOT EQUAL TO ZERO                              DSDBX01P
136200        MOVE 'Unable to open the rental register' TO CSB1O-MSG    DSDBX01P
136300        GO TO OCCUPANCY-REPORT-EXIT                               DSDBX01P
136400     END-IF.                                                      DSDBX01P
136500 ARREARS-LOOP.                                                    DSDBX01P
136600     EXEC SQL                                                     DSDBX01P
136700          FETCH ARR_CSR                                           DSDBX01P
136800          INTO :DCL-SDR-ID,                                       DSDBX01P
136900               :DCL-SDB-BRANCH,                                   DSDBX01P
137000               :DCL-SDB-BOX-NO,                                   DSDBX01P
137100               :DCL-SDR-PID,                                      DSDBX01P
137200               :DCL-SDR-STATUS,                                   DSDBX01P
137300               :DCL-SDR-ARREARS,                                  DSDBX01P
137400               :DCL-SDR-ARREARS-SINCE                             DSDBX01P
137500     END-EXEC.                                                    DSDBX01P
137600     IF SQLCODE IS EQUAL TO +100                                  DSDBX01P
137700        GO TO ARREARS-LOOP-EXIT                                   DSDBX01P
137800     END-IF.                                                      DSDBX01P
137900     IF SQLCODE IS NOT EQUAL TO ZERO                              DSDBX01P
138000        MOVE 'Unable to read the rental register' TO CSB1O-MSG    DSDBX01P
138100        GO TO ARREARS-LOOP-EXIT                                   DSDBX01P
138200     END-IF.                                                      DSDBX01P
138300     MOVE DCL-SDR-ID TO CSB1O-RENTAL-ID.                          DSDBX01P
138400     MOVE DCL-SDR-ARREARS TO WS-AMOUNT-DISP.                      DSDBX01P
138500     MOVE SPACES TO WS-CSV-LINE.                                  DSDBX01P
138600     STRING DCL-SDB-BRANCH ',' DCL-SDB-BOX-NO ','                 DSDBX01P
138700            CSB1O-RENTAL-ID ',' DCL-SDR-PID ',' DCL-SDR-STATUS ','DSDBX01P
138800            WS-AMOUNT-DISP ',' DCL-SDR-ARREARS-SINCE              DSDBX01P
138900            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DSDBX01P
139000     PERFORM QUEUE-REPORT-LINE THRU                               DSDBX01P
139100             QUEUE-REPORT-LINE-EXIT.                              DSDBX01P
139200     GO TO ARREARS-LOOP.                                          DSDBX01P
139300 ARREARS-LOOP-EXIT.                                               DSDBX01P
139400     EXEC SQL                                                     DSDBX01P
139500          CLOSE ARR_CSR                                           DSDBX01P
139600     END-EXEC.                                                    DSDBX01P
139700     IF CSB1O-MSG IS NOT EQUAL TO SPACES                          DSDBX01P
139800        GO TO OCCUPANCY-REPORT-EXIT                               DSDBX01P
139900     END-IF.                                                      DSDBX01P
140000     INITIALIZE CD96-DATA.                                        DSDBX01P
140100     SET CD96I-CAPTURE-REPORT TO TRUE.                            DSDBX01P
140200     MOVE WS-PROGRAM-ID TO CD96I-JOB.                             DSDBX01P
140300     MOVE 'SAFE BOX OCCUPANCY' TO CD96I-REPORT-NAME.              DSDBX01P
140400     MOVE 'CSVQ' TO CD96I-QUEUE.                                  DSDBX01P
140500     MOVE 999 TO CD96I-RETAIN-DAYS.                               DSDBX01P
140600 COPY CBANKX96.                                                   DSDBX01P
140700 OCCUPANCY-REPORT-EXIT.                                           DSDBX01P
140800     EXIT.                                                        DSDBX01P
140900                                                                  DSDBX01P
141000***************************************************************** DSDBX01P
141100* Read the rental named in the request                          * DSDBX01P
141200***************************************************************** DSDBX01P
141300 READ-RENTAL.                                                     DSDBX01P
141400     MOVE CSB1I-RENTAL-ID TO DCL-SDR-ID.                          DSDBX01P
141500     EXEC SQL                                                     DSDBX01P
141600          SELECT SDR_BRANCH,                                      DSDBX01P
141700                 SDR_BOX_NO,                                      DSDBX01P
141800                 SDR_PID,                                         DSDBX01P
141900                 SDR_ACCNO,                                       DSDBX01P
142000                 SDR_PAID_TO,                                     DSDBX01P
142100                 SDR_NEXT_BILL,                                   DSDBX01P
142200                 SDR_ARREARS,                                     DSDBX01P
142300                 SDR_ARREARS_SINCE,                               DSDBX01P
142400                 SDR_KEYS,                                        DSDBX01P
142500                 SDR_STATUS,                                      DSDBX01P
142600                 SDR_ESC_ID                                       DSDBX01P
142700          INTO :DCL-SDB-BRANCH,                                   DSDBX01P
142800               :DCL-SDB-BOX-NO,                                   DSDBX01P
142900               :DCL-SDR-PID,                                      DSDBX01P
143000               :DCL-SDR-ACCNO,                                    DSDBX01P
143100               :DCL-SDR-PAID-TO,                                  DSDBX01P
143200               :DCL-SDR-NEXT-BILL,                                DSDBX01P
143300               :DCL-SDR-ARREARS,                                  DSDBX01P
143400               :DCL-SDR-ARREARS-SINCE,                            DSDBX01P
143500               :DCL-SDR-KEYS,                                     DSDBX01P
143600               :DCL-SDR-STATUS,                                   DSDBX01P
143700               :DCL-SDR-ESC-ID                                    DSDBX01P
143800          FROM BNKSDRN                                            DSDBX01P
143900          WHERE SDR_ID = :DCL-SDR-ID                              DSDBX01P
144000     END-EXEC.                                                    DSDBX01P
144100     IF SQLCODE IS EQUAL TO +100                                  DSDBX01P
144200        SET CSB1O-NOT-FOUND TO TRUE                               DSDBX01P
144300        MOVE 'No rental agreement under that number' TO CSB1O-MSG DSDBX01P
144400        GO TO READ-RENTAL-EXIT                                    DSDBX01P
144500     END-IF.                                                      DSDBX01P
144600     IF SQLCODE IS NOT EQUAL TO ZERO                              DSDBX01P
144700        MOVE 'Unable to read the rental register' TO CSB1O-MSG    DSDBX01P
144800        GO TO READ-RENTAL-EXIT                                    DSDBX01P
144900     END-IF.                                                      DSDBX01P
145000     MOVE DCL-SDR-ID TO CSB1O-RENTAL-ID.                          DSDBX01P
145100     MOVE DCL-SDB-BRANCH TO CSB1O-BRANCH.                         DSDBX01P
145200     MOVE DCL-SDB-BOX-NO TO CSB1O-BOX-NO.                         DSDBX01P
145300     MOVE DCL-SDR-PAID-TO TO CSB1O-PAID-TO.                       DSDBX01P
145400     MOVE DCL-SDR-ARREARS TO CSB1O-ARREARS.                       DSDBX01P
145500 READ-RENTAL-EXIT.                                                DSDBX01P
145600     EXIT.                                                        DSDBX01P
145700                                                                  DSDBX01P
145800***************************************************************** DSDBX01P
145900* Write back the rental in hand                                 * DSDBX01P
146000***************************************************************** DSDBX01P
146100 UPDATE-RENTAL.                                                   DSDBX01P
146200     EXEC SQL                                                     DSDBX01P
146300          UPDATE BNKSDRN                                          DSDBX01P
146400          SET SDR_ACCNO = :DCL-SDR-ACCNO,                         DSDBX01P
146500              SDR_PAID_TO = :DCL-SDR-PAID-TO,                     DSDBX01P
146600              SDR_NEXT_BILL = :DCL-SDR-NEXT-BILL,                 DSDBX01P
146700              SDR_ARREARS = :DCL-SDR-ARREARS,                     DSDBX01P
146800              SDR_ARREARS_SINCE = :DCL-SDR-ARREARS-SINCE,         DSDBX01P
146900              SDR_STATUS = :DCL-SDR-STATUS,                       DSDBX01P
147000              SDR_ESC_ID = :DCL-SDR-ESC-ID,                       DSDBX01P
147100              SDR_USERID = :CSB1I-USERID,                         DSDBX01P
147200              SDR_UPDATED_TS = CURRENT TIMESTAMP                  DSDBX01P
147300          WHERE SDR_ID = :DCL-SDR-ID                              DSDBX01P
147400     END-EXEC.                                                    DSDBX01P
147500     IF SQLCODE IS NOT EQUAL TO ZERO                              DSDBX01P
147600        MOVE 'Unable to update the rental register' TO CSB1O-MSG  DSDBX01P
147700        GO TO UPDATE-RENTAL-EXIT                                  DSDBX01P
147800     END-IF.                                                      DSDBX01P
147900     MOVE DCL-SDR-PAID-TO TO CSB1O-PAID-TO.                       DSDBX01P
148000     MOVE DCL-SDR-ARREARS TO CSB1O-ARREARS.                       DSDBX01P
148100 UPDATE-RENTAL-EXIT.                                              DSDBX01P
148200     EXIT.                                                        DSDBX01P
148300                                                                  DSDBX01P
148400***************************************************************** DSDBX01P
148500* Arrears taken - the rent is paid up to the next anniversary   * DSDBX01P
148600* and the renters may use the box again                         * DSDBX01P
148700***************************************************************** DSDBX01P
148800 CLEAR-ARREARS.                                                   DSDBX01P
148900     MOVE ZERO TO DCL-SDR-ARREARS.                                DSDBX01P
149000     MOVE SPACES TO DCL-SDR-ARREARS-SINCE.                        DSDBX01P
149100     MOVE DCL-SDR-NEXT-BILL TO DCL-SDR-PAID-TO.                   DSDBX01P
149200     IF DCL-SDR-STATUS IS EQUAL TO 'H'                            DSDBX01P
149300        MOVE 'A' TO DCL-SDR-STATUS                                DSDBX01P
149400     END-IF.                                                      DSDBX01P
149500 CLEAR-ARREARS-EXIT.                                              DSDBX01P
149600     EXIT.                                                        DSDBX01P
149700                                                                  DSDBX01P
149800***************************************************************** DSDBX01P
149900* Put a box back on the shelf once its rental has ended         * DSDBX01P
150000***************************************************************** DSDBX01P
150100 FREE-BOX.                                                        DSDBX01P
150200     EXEC SQL                                                     DSDBX01P
150300          UPDATE BNKSDBX                                          DSDBX01P
150400          SET SDB_STATUS = 'A',                                   DSDBX01P
150500              SDB_UPDATED_TS = CURRENT TIMESTAMP                  DSDBX01P
150600          WHERE SDB_BRANCH = :DCL-SDB-BRANCH AND                  DSDBX01P
150700                SDB_BOX_NO = :DCL-SDB-BOX-NO                      DSDBX01P
150800     END-EXEC.                                                    DSDBX01P
150900     IF SQLCODE IS NOT EQUAL TO ZERO                              DSDBX01P
151000        MOVE 'Unable to free the box' TO CSB1O-MSG                DSDBX01P
151100     END-IF.                                                      DSDBX01P
151200 FREE-BOX-EXIT.                                                   DSDBX01P
151300     EXIT.                                                        DSDBX01P
151400                                                                  DSDBX01P
151500***************************************************************** DSDBX01P
151600* The annual rent for the box size in hand, at the rate held on * DSDBX01P
151700* the date it falls due                                         * DSDBX01P
151800***************************************************************** DSDBX01P
151900 READ-RENT.                                                       DSDBX01P
152000     INITIALIZE CD72-DATA.                                        DSDBX01P
152100     SET CD72I-READ-RATE TO TRUE.                                 DSDBX01P
152200     MOVE DCL-SDB-SIZE TO CD72I-ACC-TYPE.                         DSDBX01P
152300     SET CD72I-KIND-BOX-RENT TO TRUE.                             DSDBX01P
152400     MOVE ZERO TO CD72I-BALANCE.                                  DSDBX01P
152500     MOVE WS-RENT-DATE TO CD72I-ASOF-DATE.                        DSDBX01P
152600 COPY CBANKX72.                                                   DSDBX01P
152700     IF CD72O-NO-RATE-FOUND                                       DSDBX01P
152800        MOVE 'No rent is held for that box size' TO CSB1O-MSG     DSDBX01P
152900        GO TO READ-RENT-EXIT                                      DSDBX01P
153000     END-IF.                                                      DSDBX01P
153100     IF NOT CD72O-REQUEST-OK                                      DSDBX01P
153200        MOVE CD72O-MSG TO CSB1O-MSG                               DSDBX01P
153300        GO TO READ-RENT-EXIT                                      DSDBX01P
153400     END-IF.                                                      DSDBX01P
153500     MOVE CD72O-AMOUNT TO WS-RENT.                                DSDBX01P
153600     IF WS-RENT IS NOT GREATER THAN ZERO                          DSDBX01P
153700        SET CD72O-NO-RATE-FOUND TO TRUE                           DSDBX01P
153800        MOVE 'No rent is held for that box size' TO CSB1O-MSG     DSDBX01P
153900     END-IF.                                                      DSDBX01P
154000 READ-RENT-EXIT.                                                  DSDBX01P
154100     EXIT.                                                        DSDBX01P
154200                                                                  DSDBX01P
154300***************************************************************** DSDBX01P
154400* The renters may move the rent to another of their accounts    * DSDBX01P
154500***************************************************************** DSDBX01P
154600 CHANGE-RENT-ACCOUNT.                                             DSDBX01P
154700     IF CSB1I-ACC IS EQUAL TO SPACES OR                           DSDBX01P
154800        CSB1I-ACC IS EQUAL TO DCL-SDR-ACCNO                       DSDBX01P
154900        GO TO CHANGE-RENT-ACCOUNT-EXIT                            DSDBX01P
155000     END-IF.                                                      DSDBX01P
155100     MOVE CSB1I-ACC TO DCL-SDR-ACCNO.                             DSDBX01P
155200     PERFORM PROVE-RENT-ACCOUNT THRU                              DSDBX01P
155300             PROVE-RENT-ACCOUNT-EXIT.                             DSDBX01P
155400     IF CSB1O-MSG IS NOT EQUAL TO SPACES                          DSDBX01P
155500        GO TO CHANGE-RENT-ACCOUNT-EXIT                            DSDBX01P
155600     END-IF.                                                      DSDBX01P
155700     MOVE DCL-BAC-PID TO DCL-SDH-PID.                             DSDBX01P
155800     EXEC SQL                                                     DSDBX01P
155900          SELECT COUNT(*)                                         DSDBX01P
156000          INTO :DCL-SDH-COUNT                                     DSDBX01P
156100          FROM BNKSDRH                                            DSDBX01P
156200          WHERE SDH_RENTAL_ID = :DCL-SDR-ID AND                   DSDBX01P
156300                SDH_PID = :DCL-SDH-PID                            DSDBX01P
156400     END-EXEC.                                                    DSDBX01P
156500     IF SQLCODE IS NOT EQUAL TO ZERO                              DSDBX01P
156600        MOVE 'Unable to read the renters' TO CSB1O-MSG            DSDBX01P
156700        GO TO CHANGE-RENT-ACCOUNT-EXIT                            DSDBX01P
156800     END-IF.                                                      DSDBX01P
156900     IF DCL-SDH-COUNT IS EQUAL TO ZERO                            DSDBX01P
157000        MOVE 'The rent account must belong to one of the renters' DSDBX01P
157100          TO CSB1O-MSG                                            DSDBX01P
157200     END-IF.                                                      DSDBX01P
157300 CHANGE-RENT-ACCOUNT-EXIT.                                        DSDBX01P
157400     EXIT.                                                        DSDBX01P
157500                                                                  DSDBX01P
157600***************************************************************** DSDBX01P
157700* The nominated account must be open, in base currency and one  * DSDBX01P
157800* that can be debited for a service charge                      * DSDBX01P
157900***************************************************************** DSDBX01P
158000 PROVE-RENT-ACCOUNT.                                              DSDBX01P
158100     IF DCL-SDR-ACCNO IS EQUAL TO SPACES                          DSDBX01P
158200        MOVE 'The account to take the rent from is needed'        DSDBX01P
158300          TO CSB1O-MSG                                            DSDBX01P
158400        GO TO PROVE-RENT-ACCOUNT-EXIT                             DSDBX01P
158500     END-IF.                                                      DSDBX01P
158600     EXEC SQL                                                     DSDBX01P
158700          SELECT BAC_PID,                                         DSDBX01P
158800                 BAC_STATUS,                                      DSDBX01P
158900                 BAC_ACCTYPE,                                     DSDBX01P
159000                 BAC_CURRENCY                                     DSDBX01P
159100          INTO :DCL-BAC-PID,                                      DSDBX01P
159200               :DCL-BAC-STATUS,                                   DSDBX01P
159300               :DCL-BAC-ACCTYPE,                                  DSDBX01P
159400               :DCL-BAC-CURRENCY                                  DSDBX01P
159500          FROM BNKACC                                             DSDBX01P
159600          WHERE BAC_ACCNO = :DCL-SDR-ACCNO                        DSDBX01P
159700     END-EXEC.                                                    DSDBX01P
159800     IF SQLCODE IS EQUAL TO +100                                  DSDBX01P
159900        SET CSB1O-NOT-FOUND TO TRUE                               DSDBX01P
160000        MOVE 'No such account to take the rent from' TO CSB1O-MSG DSDBX01P
160100        GO TO PROVE-RENT-ACCOUNT-EXIT                             DSDBX01P
160200     END-IF.                                                      DSDBX01P
160300     IF SQLCODE IS NOT EQUAL TO ZERO                              DSDBX01P
160400        MOVE 'Unable to read the rent account' TO CSB1O-MSG       DSDBX01P
160500        GO TO PROVE-RENT-ACCOUNT-EXIT                             DSDBX01P
160600     END-IF.                                                      DSDBX01P
160700     IF DCL-BAC-STATUS IS NOT EQUAL TO ' '                        DSDBX01P
160800        MOVE 'The rent account is not open' TO CSB1O-MSG          DSDBX01P
160900        GO TO PROVE-RENT-ACCOUNT-EXIT                             DSDBX01P
161000     END-IF.                                                      DSDBX01P
161100     IF DCL-BAC-ACCTYPE IS EQUAL TO 'LN' OR                       DSDBX01P
161200        DCL-BAC-ACCTYPE IS EQUAL TO 'ES' OR                       DSDBX01P
161300        DCL-BAC-ACCTYPE IS EQUAL TO 'CC'                          DSDBX01P
161400        MOVE 'Rent cannot be taken from that kind of account'     DSDBX01P
161500          TO CSB1O-MSG                                            DSDBX01P
161600        GO TO PROVE-RENT-ACCOUNT-EXIT                             DSDBX01P
161700     END-IF.                                                      DSDBX01P
161800     IF DCL-BAC-CURRENCY IS NOT EQUAL TO WS-BASE-CURRENCY         DSDBX01P
161900        MOVE 'The rent account must be held in base currency'     DSDBX01P
162000          TO CSB1O-MSG                                            DSDBX01P
162100     END-IF.                                                      DSDBX01P
162200 PROVE-RENT-ACCOUNT-EXIT.                                         DSDBX01P
162300     EXIT.                                                        DSDBX01P
162400                                                                  DSDBX01P
162500***************************************************************** DSDBX01P
162600* Take what is owed on the rental in hand from the nominated    * DSDBX01P
162700* account. Only money free of holds is used - an account that   * DSDBX01P
162800* has closed or cannot cover the whole amount leaves it owed,   * DSDBX01P
162900* and nothing is posted until it can be taken                   * DSDBX01P
163000***************************************************************** DSDBX01P
163100 COLLECT-ARREARS.                                                 DSDBX01P
163200     SET ARREARS-UNPAID TO TRUE.                                  DSDBX01P
163300     EXEC SQL                                                     DSDBX01P
163400          SELECT BAC_PID,                                         DSDBX01P
163500                 BAC_BALANCE,                                     DSDBX01P
163600                 BAC_STATUS                                       DSDBX01P
163700          INTO :DCL-BAC-PID,                                      DSDBX01P
163800               :DCL-BAC-BALANCE,                                  DSDBX01P
163900               :DCL-BAC-STATUS                                    DSDBX01P
164000          FROM BNKACC                                             DSDBX01P
164100          WHERE BAC_ACCNO = :DCL-SDR-ACCNO                        DSDBX01P
164200     END-EXEC.                                                    DSDBX01P
164300     IF SQLCODE IS EQUAL TO +100                                  DSDBX01P
164400        GO TO COLLECT-ARREARS-EXIT                                DSDBX01P
164500     END-IF.                                                      DSDBX01P
164600     IF SQLCODE IS NOT EQUAL TO ZERO                              DSDBX01P
164700        MOVE 'Unable to read the rent account' TO CSB1O-MSG       DSDBX01P
164800        GO TO COLLECT-ARREARS-EXIT                                DSDBX01P
164900     END-IF.                                                      DSDBX01P
165000     IF DCL-BAC-STATUS IS NOT EQUAL TO ' '                        DSDBX01P
165100        GO TO COLLECT-ARREARS-EXIT                                DSDBX01P
165200     END-IF.                                                      DSDBX01P
165300     INITIALIZE CDH1-DATA.                                        DSDBX01P
165400     SET CDH1I-TOTAL-HELD TO TRUE.                                DSDBX01P
165500     MOVE DCL-SDR-ACCNO TO CDH1I-ACC.                             DSDBX01P
165600 COPY CHOLDX01.                                                   DSDBX01P
165700     IF NOT CDH1O-REQUEST-OK                                      DSDBX01P
165800        MOVE CDH1O-MSG TO CSB1O-MSG                               DSDBX01P
165900        GO TO COLLECT-ARREARS-EXIT                                DSDBX01P
166000     END-IF.                                                      DSDBX01P
166100     COMPUTE WS-AVAILABLE = DCL-BAC-BALANCE - CDH1O-TOTAL-HELD.   DSDBX01P
166200     IF WS-AVAILABLE IS LESS THAN DCL-SDR-ARREARS                 DSDBX01P
166300        GO TO COLLECT-ARREARS-EXIT                                DSDBX01P
166400     END-IF.                                                      DSDBX01P
166500     COMPUTE WS-NEW-BALANCE = DCL-BAC-BALANCE - DCL-SDR-ARREARS.  DSDBX01P
166600     EXEC SQL                                                     DSDBX01P
166700          UPDATE BNKACC                                           DSDBX01P
166800          SET BAC_BALANCE = :WS-NEW-BALANCE,                      DSDBX01P
166900              BAC_UPDATED_TS = CURRENT TIMESTAMP                  DSDBX01P
167000          WHERE (BAC_ACCNO = :DCL-SDR-ACCNO AND                   DSDBX01P
167100                 BAC_BALANCE = :DCL-BAC-BALANCE)                  DSDBX01P
167200     END-EXEC.                                                    DSDBX01P
167300     IF SQLCODE IS NOT EQUAL TO ZERO                              DSDBX01P
167400        MOVE 'Unable to take the box rent' TO CSB1O-MSG           DSDBX01P
167500        GO TO COLLECT-ARREARS-EXIT                                DSDBX01P
167600     END-IF.                                                      DSDBX01P
167700     EXEC SQL                                                     DSDBX01P
167800          SET :WS-POST-TIMESTAMP = CURRENT TIMESTAMP              DSDBX01P
167900     END-EXEC.                                                    DSDBX01P
168000     MOVE SPACES TO TXN-DATA-OLD.                                 DSDBX01P
168100     MOVE 'Safe deposit box rent' TO TXN-T1-OLD-DESC.             DSDBX01P
168200     MOVE 'SB' TO TR-PREFIX.                                      DSDBX01P
168300     MOVE WS-POST-TIMESTAMP TO TR-TIMESTAMP.                      DSDBX01P
168400     CALL 'DBANK30P' USING WS-REF-DATA.                           DSDBX01P
168500     EXEC SQL                                                     DSDBX01P
168600          INSERT                                                  DSDBX01P
168700          INTO BNKTXN (BTX_PID,                                   DSDBX01P
168800                       BTX_TYPE,                                  DSDBX01P
168900                       BTX_SUB_TYPE,                              DSDBX01P
169000                       BTX_ACCNO,                                 DSDBX01P
169100                       BTX_TIMESTAMP,                             DSDBX01P
169200                       BTX_AMOUNT,                                DSDBX01P
169300                       BTX_DATA_OLD,                              DSDBX01P
169400                       BTX_REF)                                   DSDBX01P
169500          VALUES (:DCL-BAC-PID,                                   DSDBX01P
169600                  '3',                                            DSDBX01P
169700                  '8',                                            DSDBX01P
169800                  :DCL-SDR-ACCNO,                                 DSDBX01P
169900                  :WS-POST-TIMESTAMP,                             DSDBX01P
170000                  :DCL-SDR-ARREARS,                               DSDBX01P
170100                  :TXN-DATA-OLD,                                  DSDBX01P
170200                  :TR-REF)                                        DSDBX01P
170300     END-EXEC.                                                    DSDBX01P
170400     IF SQLCODE IS NOT EQUAL TO ZERO                              DSDBX01P
170500        MOVE 'Unable to journal the box rent' TO CSB1O-MSG        DSDBX01P
170600        GO TO COLLECT-ARREARS-EXIT                                DSDBX01P
170700     END-IF.                                                      DSDBX01P
170800     SET ARREARS-COLLECTED TO TRUE.                               DSDBX01P
170900 COLLECT-ARREARS-EXIT.                                            DSDBX01P
171000     EXIT.                                                        DSDBX01P
171100                                                                  DSDBX01P
171200***************************************************************** DSDBX01P
171300* The drilling period, from the control table if one is held    * DSDBX01P
171400***************************************************************** DSDBX01P
171500 READ-BOX-CONTROLS.                                               DSDBX01P
171600     MOVE WS-DFT-DRILL-DAYS TO WS-DRILL-DAYS.                     DSDBX01P
171700     EXEC SQL                                                     DSDBX01P
171800          SELECT CTL_VALUE                                        DSDBX01P
171900          INTO :WS-DRILL-DAYS                                     DSDBX01P
172000          FROM BNKCTLV                                            DSDBX01P
172100          WHERE CTL_ID = 'SDBDRILL'                               DSDBX01P
172200     END-EXEC.                                                    DSDBX01P
172300     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DSDBX01P
172400        SQLCODE IS NOT EQUAL TO +100                              DSDBX01P
172500        MOVE 'Unable to read the safe-deposit controls'           DSDBX01P
172600          TO CSB1O-MSG                                            DSDBX01P
172700        GO TO READ-BOX-CONTROLS-EXIT                              DSDBX01P
172800     END-IF.                                                      DSDBX01P
172900     IF WS-DRILL-DAYS IS NOT GREATER THAN ZERO                    DSDBX01P
173000        MOVE WS-DFT-DRILL-DAYS TO WS-DRILL-DAYS                   DSDBX01P
173100     END-IF.                                                      DSDBX01P
173200     EXEC SQL                                                     DSDBX01P
173300          SET :WS-DRILL-FROM =                                    DSDBX01P
173400              CHAR(DATE(:WS-BUSINESS-DATE) - :WS-DRILL-DAYS DAYS, DSDBX01P
173500                   ISO)                                           DSDBX01P
173600     END-EXEC.                                                    DSDBX01P
173700 READ-BOX-CONTROLS-EXIT.                                          DSDBX01P
173800     EXIT.                                                        DSDBX01P
173900                                                                  DSDBX01P
174000***************************************************************** DSDBX01P
174100* Hand the built line to the extract queue                      * DSDBX01P
174200***************************************************************** DSDBX01P
174300 QUEUE-REPORT-LINE.                                               DSDBX01P
174400 COPY CCSVWRQ.                                                    DSDBX01P
174500 QUEUE-REPORT-LINE-EXIT.                                          DSDBX01P
174600     EXIT.                                                        DSDBX01P
