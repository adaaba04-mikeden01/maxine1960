000100***************************************************************** DFEED01P
000200*                                                               * DFEED01P
000300*  Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.    * DFEED01P
000400*  This demonstration program is provided for use by users      * DFEED01P
000500*  of Micro Focus products and may be used, modified and        * DFEED01P
000600*  distributed as part of your application provided that        * DFEED01P
000700*  you properly acknowledge the copyright of Micro Focus        * DFEED01P
000800*  in this material.                                            * DFEED01P
000900*                                                               * DFEED01P
001000***************************************************************** DFEED01P
001100                                                                  DFEED01P
001200***************************************************************** DFEED01P
001300* Program:     DFEED01P.CBL                                     * DFEED01P
001400* Function:    Inbound feed monitor - keeps the register of     * DFEED01P
001500*              inbound interface files with each one's arrival  * DFEED01P
001600*              window, owner and header layout, logs every      * DFEED01P
001700*              arrival with its control totals and content      * DFEED01P
001800*              digest, flags a feed missing or late for its     * DFEED01P
001900*              window before the step that consumes it, and     * DFEED01P
002000*              rejects a file already processed once            * DFEED01P
002100*              SQL version                                      * DFEED01P
002200***************************************************************** DFEED01P
002300                                                                  DFEED01P
002400 IDENTIFICATION DIVISION.                                         DFEED01P
002500 PROGRAM-ID.                                                      DFEED01P
002600     DFEED01P.                                                    DFEED01P
002700 DATE-WRITTEN.                                                    DFEED01P
002800     October 2026.                                                DFEED01P
002900 DATE-COMPILED.                                                   DFEED01P
003000     Today.                                                       DFEED01P
003100                                                                  DFEED01P
003200 ENVIRONMENT DIVISION.                                            DFEED01P
003300                                                                  DFEED01P
003400 DATA DIVISION.                                                   DFEED01P
003500                                                                  DFEED01P
003600 WORKING-STORAGE SECTION.                                         DFEED01P
003700 01  WS-MISC-STORAGE.                                             DFEED01P
003800   05  WS-PROGRAM-ID                         PIC X(8)             DFEED01P
003900       VALUE 'DFEED01P'.                                          DFEED01P
004000   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DFEED01P
004100   05  WS-RESP                               PIC S9(8) COMP.      DFEED01P
004200   05  WS-QUEUE-LENGTH                       PIC S9(4) COMP.      DFEED01P
004300   05  WS-ITEM                               PIC S9(4) COMP.      DFEED01P
004400   05  WS-POS                                PIC S9(4) COMP.      DFEED01P
004500   05  WS-SUB1                               PIC S9(4) COMP.      DFEED01P
004600   05  WS-COUNT-DISP                         PIC Z(6)9.           DFEED01P
004700   05  WS-INC-DISP                           PIC ZZ9.             DFEED01P
004800   05  WS-HDR-NUM                            PIC 9(7).            DFEED01P
004900   05  WS-CONSUMING                          PIC X(1).            DFEED01P
005000   05  WS-INC-CODE                           PIC X(4).            DFEED01P
005100   05  WS-INC-REASON                         PIC X(50).           DFEED01P
005200   05  WS-TS-QUEUE.                                               DFEED01P
005300     10  FILLER                              PIC X(4)             DFEED01P
005400         VALUE 'FEED'.                                            DFEED01P
005500     10  WS-TS-FEED                          PIC X(4).            DFEED01P
005600                                                                  DFEED01P
005700***************************************************************** DFEED01P
005800* One record off a feed, whatever its layout - the longest      * DFEED01P
005900* record any interface sends fits with room to spare            * DFEED01P
006000***************************************************************** DFEED01P
006100 01  WS-FEED-RECORD                          PIC X(600).          DFEED01P
006200                                                                  DFEED01P
006300 01  WS-HASH-DATA.                                                DFEED01P
006400 COPY CTXNHSHD.                                                   DFEED01P
006500 01  WS-98-COMMAREA.                                              DFEED01P
006600 COPY CBANKD98.                                                   DFEED01P
006700 01  WS-EXCEPTION-DATA.                                           DFEED01P
006800 COPY CBANKD16.                                                   DFEED01P
006900                                                                  DFEED01P
007000   EXEC SQL                                                       DFEED01P
007100        BEGIN DECLARE SECTION                                     DFEED01P
007200   END-EXEC.                                                      DFEED01P
007300 01  WS-COMMAREA.                                                 DFEED01P
007400     EXEC SQL                                                     DFEED01P
007500          INCLUDE CFEEDD01                                        DFEED01P
007600     END-EXEC.                                                    DFEED01P
007700 01  DCL-FEED-AREAS.                                              DFEED01P
007800*        A feed as held on the register BNKFEED                   DFEED01P
007900   05  DCL-FED-QUEUE                         PIC X(4).            DFEED01P
008000   05  DCL-FED-NAME                          PIC X(30).           DFEED01P
008100   05  DCL-FED-CONSUMER                      PIC X(8).            DFEED01P
008200   05  DCL-FED-OWNER                         PIC X(8).            DFEED01P
008300   05  DCL-FED-WIN-FROM                      PIC X(5).            DFEED01P
008400   05  DCL-FED-WIN-TO                        PIC X(5).            DFEED01P
008500   05  DCL-FED-DAYS                          PIC X(1).            DFEED01P
008600   05  DCL-FED-LAYOUT                        PIC X(40).           DFEED01P
008700   05  DCL-FED-HDR-POS                       PIC S9(3) COMP-3.    DFEED01P
008800   05  DCL-FED-HDR-LEN                       PIC S9(1) COMP-3.    DFEED01P
008900   05  DCL-FED-ACTIVE                        PIC X(1).            DFEED01P
009000*        An arrival as logged on BNKFEDA                          DFEED01P
009100   05  DCL-FDA-BUS-DATE                      PIC X(10).           DFEED01P
009200   05  DCL-FDA-ARRIVED-TS                    PIC X(26).           DFEED01P
009300   05  DCL-FDA-RECORDS                       PIC S9(7) COMP-3.    DFEED01P
009400   05  DCL-FDA-BYTES                         PIC S9(9) COMP-3.    DFEED01P
009500   05  DCL-FDA-HDR-COUNT                     PIC S9(7) COMP-3.    DFEED01P
009600   05  DCL-FDA-DIGEST                        PIC X(8).            DFEED01P
009700   05  DCL-FDA-STATUS                        PIC X(1).            DFEED01P
009800   05  DCL-FDA-LATE                          PIC X(1).            DFEED01P
009900 01  WS-FEED-AREAS.                                               DFEED01P
010000   05  WS-BUS-DATE                           PIC X(10).           DFEED01P
010100   05  WS-RUN-TS                             PIC X(26).           DFEED01P
010200   05  WS-SCAN-CONSUMER                      PIC X(8).            DFEED01P
010300   05  WS-COUNT                              PIC S9(7) COMP-3.    DFEED01P
010400   05  WS-REC-COUNT                          PIC S9(7) COMP-3.    DFEED01P
010500   05  WS-BYTES                              PIC S9(9) COMP-3.    DFEED01P
010600   05  WS-HDR-COUNT                          PIC S9(7) COMP-3.    DFEED01P
010700                                                                  DFEED01P
010800     EXEC SQL                                                     DFEED01P
010900          INCLUDE SQLCA                                           DFEED01P
011000     END-EXEC.                                                    DFEED01P
011100                                                                  DFEED01P
011200 COPY CABENDD.                                                    DFEED01P
011300   EXEC SQL                                                       DFEED01P
011400        END DECLARE SECTION                                       DFEED01P
011500   END-EXEC.                                                      DFEED01P
011600                                                                  DFEED01P
011700 LINKAGE SECTION.                                                 DFEED01P
011800 01  DFHCOMMAREA.                                                 DFEED01P
011900   05  LK-COMMAREA                           PIC X(1)             DFEED01P
012000       OCCURS 1 TO 6144 TIMES                                     DFEED01P
012100         DEPENDING ON WS-COMMAREA-LENGTH.                         DFEED01P
012200                                                                  DFEED01P
012300 COPY CENTRY.                                                     DFEED01P
012400***************************************************************** DFEED01P
012500* Move the passed area to our area                              * DFEED01P
012600***************************************************************** DFEED01P
012700     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DFEED01P
012800     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DFEED01P
012900                                                                  DFEED01P
013000***************************************************************** DFEED01P
013100* Initialize our output area                                    * DFEED01P
013200***************************************************************** DFEED01P
013300     INITIALIZE CFD1O-DATA.                                       DFEED01P
013400     SET CFD1O-REQUEST-FAIL TO TRUE.                              DFEED01P
013500                                                                  DFEED01P
013600***************************************************************** DFEED01P
013700* Every feed is expected on the calendar's business day; an     * DFEED01P
013800* arrival is timed by the moment the monitor first sees it      * DFEED01P
013900***************************************************************** DFEED01P
014000     INITIALIZE CD98-DATA.                                        DFEED01P
014100     SET CD98I-READ-BUSINESS-DATE TO TRUE.                        DFEED01P
014200 COPY CBANKX98.                                                   DFEED01P
014300     IF NOT CD98O-REQUEST-OK                                      DFEED01P
014400        MOVE CD98O-MSG TO CFD1O-MSG                               DFEED01P
014500        GO TO DFEED01P-EXIT                                       DFEED01P
014600     END-IF.                                                      DFEED01P
014700     MOVE CD98O-DATE TO WS-BUS-DATE.                              DFEED01P
014800     EXEC SQL                                                     DFEED01P
014900          SET :WS-RUN-TS = CURRENT TIMESTAMP                      DFEED01P
015000     END-EXEC.                                                    DFEED01P
015100     PERFORM SEED-REGISTER THRU                                   DFEED01P
015200             SEED-REGISTER-EXIT.                                  DFEED01P
015300     IF CFD1O-MSG IS NOT EQUAL TO SPACES                          DFEED01P
015400        GO TO DFEED01P-EXIT                                       DFEED01P
015500     END-IF.                                                      DFEED01P
015600                                                                  DFEED01P
015700     EVALUATE TRUE                                                DFEED01P
015800       WHEN CFD1I-RECEIVE                                         DFEED01P
015900         PERFORM RECEIVE-FOR-CONSUMER THRU                        DFEED01P
016000                 RECEIVE-FOR-CONSUMER-EXIT                        DFEED01P
016100       WHEN CFD1I-CHECK-STEP                                      DFEED01P
016200         MOVE CFD1I-CONSUMER TO WS-SCAN-CONSUMER                  DFEED01P
016300         PERFORM SCAN-FEEDS THRU                                  DFEED01P
016400                 SCAN-FEEDS-EXIT                                  DFEED01P
016500       WHEN CFD1I-SCAN-ALL                                        DFEED01P
016600         MOVE SPACES TO WS-SCAN-CONSUMER                          DFEED01P
016700         PERFORM SCAN-FEEDS THRU                                  DFEED01P
016800                 SCAN-FEEDS-EXIT                                  DFEED01P
016900       WHEN CFD1I-LIST-REGISTER                                   DFEED01P
017000         PERFORM LIST-REGISTER THRU                               DFEED01P
017100                 LIST-REGISTER-EXIT                               DFEED01P
017200       WHEN CFD1I-LIST-ARRIVALS                                   DFEED01P
017300         PERFORM LIST-ARRIVALS THRU                               DFEED01P
017400                 LIST-ARRIVALS-EXIT                               DFEED01P
017500       WHEN CFD1I-UPDATE-REGISTER                                 DFEED01P
017600         PERFORM UPDATE-REGISTER THRU                             DFEED01P
017700                 UPDATE-REGISTER-EXIT                             DFEED01P
017800       WHEN OTHER                                                 DFEED01P
017900         MOVE 'Unknown feed monitor function requested'           DFEED01P
018000           TO CFD1O-MSG                                           DFEED01P
018100     END-EVALUATE.                                                DFEED01P
018200                                                                  DFEED01P
018300 DFEED01P-EXIT.                                                   DFEED01P
018400***************************************************************** DFEED01P
018500* Move the result back to the callers area                      * DFEED01P
018600***************************************************************** DFEED01P
018700     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DFEED01P
018800                                                                  DFEED01P
018900***************************************************************** DFEED01P
019000* Return to our caller                                          * DFEED01P
019100***************************************************************** DFEED01P
019200 COPY CRETURN.                                                    DFEED01P
019300                                                                  DFEED01P
019400***************************************************************** DFEED01P
019500* The first call ever finds the register empty and loads the    * DFEED01P
019600* bank's inbound interfaces. Windows are hh.mm on the business  * DFEED01P
019700* day; only the payroll file carries a header with a count      * DFEED01P
019800***************************************************************** DFEED01P
019900 SEED-REGISTER.                                                   DFEED01P
020000     EXEC SQL                                                     DFEED01P
020100          SELECT COUNT(*)                                         DFEED01P
020200          INTO :WS-COUNT                                          DFEED01P
020300          FROM BNKFEED                                            DFEED01P
020400     END-EXEC.                                                    DFEED01P
020500     IF SQLCODE IS NOT EQUAL TO ZERO                              DFEED01P
020600        MOVE 'Unable to read the feed register' TO CFD1O-MSG      DFEED01P
020700        GO TO SEED-REGISTER-EXIT                                  DFEED01P
020800     END-IF.                                                      DFEED01P
020900     IF WS-COUNT IS GREATER THAN ZERO                             DFEED01P
021000        GO TO SEED-REGISTER-EXIT                                  DFEED01P
021100     END-IF.                                                      DFEED01P
021200     MOVE ZERO TO DCL-FED-HDR-POS.                                DFEED01P
021300     MOVE ZERO TO DCL-FED-HDR-LEN.                                DFEED01P
021400     MOVE 'No header - payment records' TO DCL-FED-LAYOUT.        DFEED01P
021500     MOVE 'ACHI' TO DCL-FED-QUEUE.                                DFEED01P
021600     MOVE 'ACH inbound payments' TO DCL-FED-NAME.                 DFEED01P
021700     MOVE 'DBANK69P' TO DCL-FED-CONSUMER.                         DFEED01P
021800     MOVE 'PAYMENTS' TO DCL-FED-OWNER.                            DFEED01P
021900     MOVE '06.00' TO DCL-FED-WIN-FROM.                            DFEED01P
022000     MOVE '08.00' TO DCL-FED-WIN-TO.                              DFEED01P
022100     MOVE 'B' TO DCL-FED-DAYS.                                    DFEED01P
022200     PERFORM INSERT-FEED THRU                                     DFEED01P
022300             INSERT-FEED-EXIT.                                    DFEED01P
022400     MOVE 'IBKR' TO DCL-FED-QUEUE.                                DFEED01P
022500     MOVE 'Inbound returns' TO DCL-FED-NAME.                      DFEED01P
022600     MOVE 'DBANK36P' TO DCL-FED-CONSUMER.                         DFEED01P
022700     MOVE '14.00' TO DCL-FED-WIN-FROM.                            DFEED01P
022800     MOVE '16.00' TO DCL-FED-WIN-TO.                              DFEED01P
022900     MOVE 'No header - return records' TO DCL-FED-LAYOUT.         DFEED01P
023000     PERFORM INSERT-FEED THRU                                     DFEED01P
023100             INSERT-FEED-EXIT.                                    DFEED01P
023200     MOVE 'CHQI' TO DCL-FED-QUEUE.                                DFEED01P
023300     MOVE 'Cheque clearing' TO DCL-FED-NAME.                      DFEED01P
023400     MOVE 'DBANK67P' TO DCL-FED-CONSUMER.                         DFEED01P
023500     MOVE '05.00' TO DCL-FED-WIN-FROM.                            DFEED01P
023600     MOVE '07.00' TO DCL-FED-WIN-TO.                              DFEED01P
023700     MOVE 'No header - clearing items' TO DCL-FED-LAYOUT.         DFEED01P
023800     PERFORM INSERT-FEED THRU                                     DFEED01P
023900             INSERT-FEED-EXIT.                                    DFEED01P
024000     MOVE 'SWII' TO DCL-FED-QUEUE.                                DFEED01P
024100     MOVE 'Account switching intake' TO DCL-FED-NAME.             DFEED01P
024200     MOVE 'DSWCH01P' TO DCL-FED-CONSUMER.                         DFEED01P
024300     MOVE '06.00' TO DCL-FED-WIN-FROM.                            DFEED01P
024400     MOVE '09.00' TO DCL-FED-WIN-TO.                              DFEED01P
024500     MOVE 'No header - switch instructions' TO DCL-FED-LAYOUT.    DFEED01P
024600     PERFORM INSERT-FEED THRU                                     DFEED01P
024700             INSERT-FEED-EXIT.                                    DFEED01P
024800     MOVE 'PAYI' TO DCL-FED-QUEUE.                                DFEED01P
024900     MOVE 'Payroll files' TO DCL-FED-NAME.                        DFEED01P
025000     MOVE 'DPAYR01P' TO DCL-FED-CONSUMER.                         DFEED01P
025100     MOVE '05.00' TO DCL-FED-WIN-FROM.                            DFEED01P
025200     MOVE '10.00' TO DCL-FED-WIN-TO.                              DFEED01P
025300     MOVE 'H record, count at 11 for 5' TO DCL-FED-LAYOUT.        DFEED01P
025400     MOVE 11 TO DCL-FED-HDR-POS.                                  DFEED01P
025500     MOVE 5 TO DCL-FED-HDR-LEN.                                   DFEED01P
025600     PERFORM INSERT-FEED THRU                                     DFEED01P
025700             INSERT-FEED-EXIT.                                    DFEED01P
025800     MOVE ZERO TO DCL-FED-HDR-POS.                                DFEED01P
025900     MOVE ZERO TO DCL-FED-HDR-LEN.                                DFEED01P
026000     MOVE 'TREASURY' TO DCL-FED-OWNER.                            DFEED01P
026100     MOVE 'NSTI' TO DCL-FED-QUEUE.                                DFEED01P
026200     MOVE 'Nostro statements' TO DCL-FED-NAME.                    DFEED01P
026300     MOVE 'DBANK39P' TO DCL-FED-CONSUMER.                         DFEED01P
026400     MOVE '07.00' TO DCL-FED-WIN-FROM.                            DFEED01P
026500     MOVE '09.00' TO DCL-FED-WIN-TO.                              DFEED01P
026600     MOVE 'No header - statement lines' TO DCL-FED-LAYOUT.        DFEED01P
026700     PERFORM INSERT-FEED THRU                                     DFEED01P
026800             INSERT-FEED-EXIT.                                    DFEED01P
026900     MOVE 'FXRI' TO DCL-FED-QUEUE.                                DFEED01P
027000     MOVE 'Treasury FX rates' TO DCL-FED-NAME.                    DFEED01P
027100     MOVE 'DBANK88P' TO DCL-FED-CONSUMER.                         DFEED01P
027200     MOVE '07.00' TO DCL-FED-WIN-FROM.                            DFEED01P
027300     MOVE '08.30' TO DCL-FED-WIN-TO.                              DFEED01P
027400     MOVE 'No header - rate records' TO DCL-FED-LAYOUT.           DFEED01P
027500     PERFORM INSERT-FEED THRU                                     DFEED01P
027600             INSERT-FEED-EXIT.                                    DFEED01P
027700     MOVE 'CARDS   ' TO DCL-FED-OWNER.                            DFEED01P
027800     MOVE 'ATMI' TO DCL-FED-QUEUE.                                DFEED01P
027900     MOVE 'ATM switch settlement' TO DCL-FED-NAME.                DFEED01P
028000     MOVE 'DBANK87P' TO DCL-FED-CONSUMER.                         DFEED01P
028100     MOVE '04.00' TO DCL-FED-WIN-FROM.                            DFEED01P
028200     MOVE '06.00' TO DCL-FED-WIN-TO.                              DFEED01P
028300     MOVE 'No header - items, T record trailer' TO DCL-FED-LAYOUT.DFEED01P
028400     PERFORM INSERT-FEED THRU                                     DFEED01P
028500             INSERT-FEED-EXIT.                                    DFEED01P
028600     MOVE 'O' TO DCL-FED-DAYS.                                    DFEED01P
028700     MOVE 'COMPLY  ' TO DCL-FED-OWNER.                            DFEED01P
028800     MOVE 'WTLI' TO DCL-FED-QUEUE.                                DFEED01P
028900     MOVE 'Sanctions watchlist' TO DCL-FED-NAME.                  DFEED01P
029000     MOVE 'DBANK89P' TO DCL-FED-CONSUMER.                         DFEED01P
029100     MOVE '00.00' TO DCL-FED-WIN-FROM.                            DFEED01P
029200     MOVE '23.59' TO DCL-FED-WIN-TO.                              DFEED01P
029300     MOVE 'No header - listed parties' TO DCL-FED-LAYOUT.         DFEED01P
029400     PERFORM INSERT-FEED THRU                                     DFEED01P
029500             INSERT-FEED-EXIT.                                    DFEED01P
029600     MOVE 'REFDATA ' TO DCL-FED-OWNER.                            DFEED01P
029700     MOVE 'POSI' TO DCL-FED-QUEUE.                                DFEED01P
029800     MOVE 'Postal address directory' TO DCL-FED-NAME.             DFEED01P
029900     MOVE 'DBANK92P' TO DCL-FED-CONSUMER.                         DFEED01P
030000     MOVE 'No header - address records' TO DCL-FED-LAYOUT.        DFEED01P
030100     PERFORM INSERT-FEED THRU                                     DFEED01P
030200             INSERT-FEED-EXIT.                                    DFEED01P
030300     MOVE 'RDRI' TO DCL-FED-QUEUE.                                DFEED01P
030400     MOVE 'Routing directory' TO DCL-FED-NAME.                    DFEED01P
030500     MOVE 'DRDIR01P' TO DCL-FED-CONSUMER.                         DFEED01P
030600     MOVE 'No header - routing entries' TO DCL-FED-LAYOUT.        DFEED01P
030700     PERFORM INSERT-FEED THRU                                     DFEED01P
030800             INSERT-FEED-EXIT.                                    DFEED01P
030900 SEED-REGISTER-EXIT.                                              DFEED01P
031000     EXIT.                                                        DFEED01P
031100                                                                  DFEED01P
031200***************************************************************** DFEED01P
031300* Load one interface onto the register, active                  * DFEED01P
031400***************************************************************** DFEED01P
031500 INSERT-FEED.                                                     DFEED01P
031600     IF CFD1O-MSG IS NOT EQUAL TO SPACES                          DFEED01P
031700        GO TO INSERT-FEED-EXIT                                    DFEED01P
031800     END-IF.                                                      DFEED01P
031900     EXEC SQL                                                     DFEED01P
032000          INSERT                                                  DFEED01P
032100          INTO BNKFEED (FED_QUEUE,                                DFEED01P
032200                        FED_NAME,                                 DFEED01P
032300                        FED_CONSUMER,                             DFEED01P
032400                        FED_OWNER,                                DFEED01P
032500                        FED_WIN_FROM,                             DFEED01P
032600                        FED_WIN_TO,                               DFEED01P
032700                        FED_DAYS,                                 DFEED01P
032800                        FED_LAYOUT,                               DFEED01P
032900                        FED_HDR_POS,                              DFEED01P
033000                        FED_HDR_LEN,                              DFEED01P
033100                        FED_ACTIVE)                               DFEED01P
033200          VALUES (:DCL-FED-QUEUE,                                 DFEED01P
033300                  :DCL-FED-NAME,                                  DFEED01P
033400                  :DCL-FED-CONSUMER,                              DFEED01P
033500                  :DCL-FED-OWNER,                                 DFEED01P
033600                  :DCL-FED-WIN-FROM,                              DFEED01P
033700                  :DCL-FED-WIN-TO,                                DFEED01P
033800                  :DCL-FED-DAYS,                                  DFEED01P
033900                  :DCL-FED-LAYOUT,                                DFEED01P
034000                  :DCL-FED-HDR-POS,                               DFEED01P
034100                  :DCL-FED-HDR-LEN,                               DFEED01P
034200                  'Y')                                            DFEED01P
034300     END-EXEC.                                                    DFEED01P
034400     IF SQLCODE IS NOT EQUAL TO ZERO                              DFEED01P
034500        MOVE 'Unable to load the feed register' TO CFD1O-MSG      DFEED01P
034600     END-IF.                                                      DFEED01P
034700 INSERT-FEED-EXIT.                                                DFEED01P
034800     EXIT.                                                        DFEED01P
034900                                                                  DFEED01P
035000***************************************************************** DFEED01P
035100* Read one feed off the register into the DCL- area             * DFEED01P
035200***************************************************************** DFEED01P
035300 READ-FEED.                                                       DFEED01P
035400     EXEC SQL                                                     DFEED01P
035500          SELECT FED_NAME,                                        DFEED01P
035600                 FED_CONSUMER,                                    DFEED01P
035700                 FED_OWNER,                                       DFEED01P
035800                 FED_WIN_FROM,                                    DFEED01P
035900                 FED_WIN_TO,                                      DFEED01P
036000                 FED_DAYS,                                        DFEED01P
036100                 FED_LAYOUT,                                      DFEED01P
036200                 FED_HDR_POS,                                     DFEED01P
036300                 FED_HDR_LEN,                                     DFEED01P
036400                 FED_ACTIVE                                       DFEED01P
036500          INTO :DCL-FED-NAME,                                     DFEED01P
036600               :DCL-FED-CONSUMER,                                 DFEED01P
036700               :DCL-FED-OWNER,                                    DFEED01P
036800               :DCL-FED-WIN-FROM,                                 DFEED01P
036900               :DCL-FED-WIN-TO,                                   DFEED01P
037000               :DCL-FED-DAYS,                                     DFEED01P
037100               :DCL-FED-LAYOUT,                                   DFEED01P
037200               :DCL-FED-HDR-POS,                                  DFEED01P
037300               :DCL-FED-HDR-LEN,                                  DFEED01P
037400               :DCL-FED-ACTIVE                                    DFEED01P
037500          FROM BNKFEED                                            DFEED01P
037600          WHERE FED_QUEUE = :DCL-FED-QUEUE                        DFEED01P
037700     END-EXEC.                                                    DFEED01P
037800 READ-FEED-EXIT.                                                  DFEED01P
037900     EXIT.                                                        DFEED01P
038000                                                                  DFEED01P
038100***************************************************************** DFEED01P
038200* A loader is about to read its feed. The file is logged and    * DFEED01P
038300* checked; a duplicate is discarded so the loader finds its     * DFEED01P
038400* queue empty. A feed not on the register, or no longer         * DFEED01P
038500* monitored, is left for the loader untouched                   * DFEED01P
038600***************************************************************** DFEED01P
038700 RECEIVE-FOR-CONSUMER.                                            DFEED01P
038800     MOVE CFD1I-QUEUE TO DCL-FED-QUEUE.                           DFEED01P
038900     PERFORM READ-FEED THRU                                       DFEED01P
039000             READ-FEED-EXIT.                                      DFEED01P
039100     IF SQLCODE IS EQUAL TO +100                                  DFEED01P
039200        SET CFD1O-REQUEST-OK TO TRUE                              DFEED01P
039300        MOVE 'Feed is not on the register' TO CFD1O-MSG           DFEED01P
039400        GO TO RECEIVE-FOR-CONSUMER-EXIT                           DFEED01P
039500     END-IF.                                                      DFEED01P
039600     IF SQLCODE IS NOT EQUAL TO ZERO                              DFEED01P
039700        MOVE 'Unable to read the feed register' TO CFD1O-MSG      DFEED01P
039800        GO TO RECEIVE-FOR-CONSUMER-EXIT                           DFEED01P
039900     END-IF.                                                      DFEED01P
040000     IF DCL-FED-ACTIVE IS NOT EQUAL TO 'Y'                        DFEED01P
040100        SET CFD1O-REQUEST-OK TO TRUE                              DFEED01P
040200        MOVE 'Feed is not monitored' TO CFD1O-MSG                 DFEED01P
040300        GO TO RECEIVE-FOR-CONSUMER-EXIT                           DFEED01P
040400     END-IF.                                                      DFEED01P
040500     MOVE 'Y' TO WS-CONSUMING.                                    DFEED01P
040600     PERFORM RECEIVE-FEED THRU                                    DFEED01P
040700             RECEIVE-FEED-EXIT.                                   DFEED01P
040800 RECEIVE-FOR-CONSUMER-EXIT.                                       DFEED01P
040900     EXIT.                                                        DFEED01P
041000                                                                  DFEED01P
041100***************************************************************** DFEED01P
041200* Before a batch step - or for every feed when the monitor is   * DFEED01P
041300* run on its own - log whatever has arrived and flag any feed   * DFEED01P
041400* whose window has closed with nothing seen. Nothing here       * DFEED01P
041500* stops the step; the incidents are for the feed's owner        * DFEED01P
041600***************************************************************** DFEED01P
041700 SCAN-FEEDS.                                                      DFEED01P
041800     EXEC SQL                                                     DFEED01P
041900          DECLARE FED_CSR CURSOR FOR                              DFEED01P
042000          SELECT FED_QUEUE,                                       DFEED01P
042100                 FED_NAME,                                        DFEED01P
042200                 FED_CONSUMER,                                    DFEED01P
042300                 FED_OWNER,                                       DFEED01P
042400                 FED_WIN_FROM,                                    DFEED01P
042500                 FED_WIN_TO,                                      DFEED01P
042600                 FED_DAYS,                                        DFEED01P
042700                 FED_LAYOUT,                                      DFEED01P
042800                 FED_HDR_POS,                                     DFEED01P
042900                 FED_HDR_LEN                                      DFEED01P
043000          FROM BNKFEED                                            DFEED01P
043100          WHERE FED_ACTIVE = 'Y' AND                              DFEED01P
043200                (FED_CONSUMER = :WS-SCAN-CONSUMER OR              DFEED01P
043300                 :WS-SCAN-CONSUMER = ' ')                         DFEED01P
043400          ORDER BY FED_QUEUE                                      DFEED01P
043500          FOR FETCH ONLY                                          DFEED01P
043600     END-EXEC.                                                    DFEED01P
043700     EXEC SQL                                                     DFEED01P
043800          OPEN FED_CSR                                            DFEED01P
043900     END-EXEC.                                                    DFEED01P
044000     IF SQLCODE IS NOT EQUAL TO ZERO                              DFEED01P
044100        MOVE 'Unable to open the feed register' TO CFD1O-MSG      DFEED01P
044200        GO TO SCAN-FEEDS-EXIT                                     DFEED01P
044300     END-IF.                                                      DFEED01P
044400     MOVE 'N' TO WS-CONSUMING.                                    DFEED01P
044500 FED-LOOP.                                                        DFEED01P
044600     EXEC SQL                                                     DFEED01P
044700          FETCH FED_CSR                                           DFEED01P
044800          INTO :DCL-FED-QUEUE,                                    DFEED01P
044900               :DCL-FED-NAME,                                     DFEED01P
045000               :DCL-FED-CONSUMER,                                 DFEED01P
045100               :DCL-FED-OWNER,                                    DFEED01P
045200               :DCL-FED-WIN-FROM,                                 DFEED01P
045300               :DCL-FED-WIN-TO,                                   DFEED01P
045400               :DCL-FED-DAYS,                                     DFEED01P
045500               :DCL-FED-LAYOUT,                                   DFEED01P
045600               :DCL-FED-HDR-POS,                                  DFEED01P
045700               :DCL-FED-HDR-LEN                                   DFEED01P
045800     END-EXEC.                                                    DFEED01P
045900     IF SQLCODE IS EQUAL TO +100                                  DFEED01P
046000        GO TO FED-LOOP-EXIT                                       DFEED01P
046100     END-IF.                                                      DFEED01P
046200     IF SQLCODE IS NOT EQUAL TO ZERO                              DFEED01P
046300        MOVE 'Unable to read the feed register' TO CFD1O-MSG      DFEED01P
046400        GO TO FED-LOOP-EXIT                                       DFEED01P
046500     END-IF.                                                      DFEED01P
046600     PERFORM RECEIVE-FEED THRU                                    DFEED01P
046700             RECEIVE-FEED-EXIT.                                   DFEED01P
046800     IF CFD1O-REQUEST-FAIL                                        DFEED01P
046900        GO TO FED-LOOP-EXIT                                       DFEED01P
047000     END-IF.                                                      DFEED01P
047100     MOVE SPACES TO CFD1O-MSG.                                    DFEED01P
047200     GO TO FED-LOOP.                                              DFEED01P
047300 FED-LOOP-EXIT.                                                   DFEED01P
047400     EXEC SQL                                                     DFEED01P
047500          CLOSE FED_CSR                                           DFEED01P
047600     END-EXEC.                                                    DFEED01P
047700     IF CFD1O-MSG IS NOT EQUAL TO SPACES                          DFEED01P
047800        SET CFD1O-REQUEST-FAIL TO TRUE                            DFEED01P
047900        GO TO SCAN-FEEDS-EXIT                                     DFEED01P
048000     END-IF.                                                      DFEED01P
048100     SET CFD1O-REQUEST-OK TO TRUE.                                DFEED01P
048200     MOVE CFD1O-INCIDENTS TO WS-INC-DISP.                         DFEED01P
048300     STRING 'Feeds checked - incidents raised:' WS-INC-DISP       DFEED01P
048400            DELIMITED BY SIZE INTO CFD1O-MSG.                     DFEED01P
048500 SCAN-FEEDS-EXIT.                                                 DFEED01P
048600     EXIT.                                                        DFEED01P
048700                                                                  DFEED01P
048800***************************************************************** DFEED01P
048900* Take whatever is on the feed's queue, stage it on a TS queue  * DFEED01P
049000* while it is counted and digested, then log it and put it      * DFEED01P
049100* back for its loader - unless it has been processed before     * DFEED01P
049200***************************************************************** DFEED01P
049300 RECEIVE-FEED.                                                    DFEED01P
049400     MOVE SPACES TO CFD1O-MSG.                                    DFEED01P
049500     MOVE DCL-FED-QUEUE TO WS-TS-FEED.                            DFEED01P
049600     EXEC CICS DELETEQ TS                                         DFEED01P
049700               QUEUE(WS-TS-QUEUE)                                 DFEED01P
049800               RESP(WS-RESP)                                      DFEED01P
049900     END-EXEC.                                                    DFEED01P
050000     MOVE ZERO TO WS-REC-COUNT.                                   DFEED01P
050100     MOVE ZERO TO WS-BYTES.                                       DFEED01P
050200     MOVE ZERO TO WS-HDR-COUNT.                                   DFEED01P
050300     MOVE SPACES TO TH-HASH-OUT.                                  DFEED01P
050400 STAGE-LOOP.                                                      DFEED01P
050500     MOVE SPACES TO WS-FEED-RECORD.                               DFEED01P
050600     MOVE LENGTH OF WS-FEED-RECORD TO WS-QUEUE-LENGTH.            DFEED01P
050700     EXEC CICS READQ TD                                           DFEED01P
050800               QUEUE(DCL-FED-QUEUE)                               DFEED01P
050900               INTO(WS-FEED-RECORD)                               DFEED01P
051000               LENGTH(WS-QUEUE-LENGTH)                            DFEED01P
051100               RESP(WS-RESP)                                      DFEED01P
051200     END-EXEC.                                                    DFEED01P
051300     IF WS-RESP IS EQUAL TO DFHRESP(QZERO)                        DFEED01P
051400        GO TO STAGE-LOOP-EXIT                                     DFEED01P
051500     END-IF.                                                      DFEED01P
051600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DFEED01P
051700        MOVE 'Unable to read the feed queue' TO CFD1O-MSG         DFEED01P
051800        GO TO STAGE-LOOP-EXIT                                     DFEED01P
051900     END-IF.                                                      DFEED01P
052000     ADD 1 TO WS-REC-COUNT.                                       DFEED01P
052100     ADD WS-QUEUE-LENGTH TO WS-BYTES.                             DFEED01P
052200     IF WS-REC-COUNT IS EQUAL TO 1 AND                            DFEED01P
052300        DCL-FED-HDR-POS IS GREATER THAN ZERO                      DFEED01P
052400        PERFORM TAKE-HEADER-COUNT THRU                            DFEED01P
052500                TAKE-HEADER-COUNT-EXIT                            DFEED01P
052600     END-IF.                                                      DFEED01P
052700     PERFORM DIGEST-RECORD THRU                                   DFEED01P
052800             DIGEST-RECORD-EXIT.                                  DFEED01P
052900     EXEC CICS WRITEQ TS                                          DFEED01P
053000               QUEUE(WS-TS-QUEUE)                                 DFEED01P
053100               FROM(WS-FEED-RECORD)                               DFEED01P
053200               LENGTH(WS-QUEUE-LENGTH)                            DFEED01P
053300               RESP(WS-RESP)                                      DFEED01P
053400     END-EXEC.                                                    DFEED01P
053500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DFEED01P
053600        MOVE 'Unable to stage the feed' TO CFD1O-MSG              DFEED01P
053700        GO TO STAGE-LOOP-EXIT                                     DFEED01P
053800     END-IF.                                                      DFEED01P
053900     GO TO STAGE-LOOP.                                            DFEED01P
054000 STAGE-LOOP-EXIT.                                                 DFEED01P
054100     IF CFD1O-MSG IS NOT EQUAL TO SPACES                          DFEED01P
054200        PERFORM REQUEUE-FEED THRU                                 DFEED01P
054300                REQUEUE-FEED-EXIT                                 DFEED01P
054400        SET CFD1O-REQUEST-FAIL TO TRUE                            DFEED01P
054500        GO TO RECEIVE-FEED-EXIT                                   DFEED01P
054600     END-IF.                                                      DFEED01P
054700     MOVE WS-REC-COUNT TO CFD1O-RECORDS.                          DFEED01P
054800     IF WS-REC-COUNT IS EQUAL TO ZERO                             DFEED01P
054900        PERFORM CHECK-MISSING THRU                                DFEED01P
055000                CHECK-MISSING-EXIT                                DFEED01P
055100        SET CFD1O-NOTHING-ARRIVED TO TRUE                         DFEED01P
055200        MOVE 'Nothing has arrived on the feed' TO CFD1O-MSG       DFEED01P
055300        GO TO RECEIVE-FEED-EXIT                                   DFEED01P
055400     END-IF.                                                      DFEED01P
055500     MOVE TH-HASH-OUT TO DCL-FDA-DIGEST.                          DFEED01P
055600     MOVE TH-HASH-OUT TO CFD1O-DIGEST.                            DFEED01P
055700     MOVE WS-REC-COUNT TO DCL-FDA-RECORDS.                        DFEED01P
055800     MOVE WS-BYTES TO DCL-FDA-BYTES.                              DFEED01P
055900     MOVE WS-HDR-COUNT TO DCL-FDA-HDR-COUNT.                      DFEED01P
056000                                                                  DFEED01P
056100***************************************************************** DFEED01P
056200* The same content already processed is a resend - it is        * DFEED01P
056300* logged as rejected and goes no further                        * DFEED01P
056400***************************************************************** DFEED01P
056500     EXEC SQL                                                     DFEED01P
056600          SELECT COUNT(*)                                         DFEED01P
056700          INTO :WS-COUNT                                          DFEED01P
056800          FROM BNKFEDA                                            DFEED01P
056900          WHERE FDA_QUEUE = :DCL-FED-QUEUE AND                    DFEED01P
057000                FDA_DIGEST = :DCL-FDA-DIGEST AND                  DFEED01P
057100                FDA_RECORDS = :DCL-FDA-RECORDS AND                DFEED01P
057200                FDA_STATUS = 'P'                                  DFEED01P
057300     END-EXEC.                                                    DFEED01P
057400     IF SQLCODE IS NOT EQUAL TO ZERO                              DFEED01P
057500        MOVE 'Unable to read the feed arrivals' TO CFD1O-MSG      DFEED01P
057600        PERFORM REQUEUE-FEED THRU                                 DFEED01P
057700                REQUEUE-FEED-EXIT                                 DFEED01P
057800        SET CFD1O-REQUEST-FAIL TO TRUE                            DFEED01P
057900        GO TO RECEIVE-FEED-EXIT                                   DFEED01P
058000     END-IF.                                                      DFEED01P
058100     IF WS-COUNT IS GREATER THAN ZERO                             DFEED01P
058200        PERFORM REJECT-DUPLICATE THRU                             DFEED01P
058300                REJECT-DUPLICATE-EXIT                             DFEED01P
058400        GO TO RECEIVE-FEED-EXIT                                   DFEED01P
058500     END-IF.                                                      DFEED01P
058600                                                                  DFEED01P
058700***************************************************************** DFEED01P
058800* The same content seen earlier and still waiting for its       * DFEED01P
058900* loader is the one file, not a new arrival                     * DFEED01P
059000***************************************************************** DFEED01P
059100     EXEC SQL                                                     DFEED01P
059200          SELECT COUNT(*)                                         DFEED01P
059300          INTO :WS-COUNT                                          DFEED01P
059400          FROM BNKFEDA                                            DFEED01P
059500          WHERE FDA_QUEUE = :DCL-FED-QUEUE AND                    DFEED01P
059600                FDA_DIGEST = :DCL-FDA-DIGEST AND                  DFEED01P
059700                FDA_RECORDS = :DCL-FDA-RECORDS AND                DFEED01P
059800                FDA_STATUS = 'W'                                  DFEED01P
059900     END-EXEC.                                                    DFEED01P
060000     IF SQLCODE IS EQUAL TO ZERO AND                              DFEED01P
060100        WS-COUNT IS GREATER THAN ZERO                             DFEED01P
060200        PERFORM MARK-WAITING-FILE THRU                            DFEED01P
060300                MARK-WAITING-FILE-EXIT                            DFEED01P
060400     ELSE                                                         DFEED01P
060500        PERFORM LOG-NEW-ARRIVAL THRU                              DFEED01P
060600                LOG-NEW-ARRIVAL-EXIT                              DFEED01P
060700     END-IF.                                                      DFEED01P
060800     PERFORM REQUEUE-FEED THRU                                    DFEED01P
060900             REQUEUE-FEED-EXIT.                                   DFEED01P
061000     IF CFD1O-MSG IS NOT EQUAL TO SPACES                          DFEED01P
061100        SET CFD1O-REQUEST-FAIL TO TRUE                            DFEED01P
061200        GO TO RECEIVE-FEED-EXIT                                   DFEED01P
061300     END-IF.                                                      DFEED01P
061400     SET CFD1O-REQUEST-OK TO TRUE.                                DFEED01P
061500     MOVE WS-REC-COUNT TO WS-COUNT-DISP.                          DFEED01P
061600     STRING 'Feed received - records:' WS-COUNT-DISP              DFEED01P
061700            DELIMITED BY SIZE INTO CFD1O-MSG.                     DFEED01P
061800 RECEIVE-FEED-EXIT.                                               DFEED01P
061900     EXIT.                                                        DFEED01P
062000                                                                  DFEED01P
062100***************************************************************** DFEED01P
062200* The sender's record count off the header record               * DFEED01P
062300***************************************************************** DFEED01P
062400 TAKE-HEADER-COUNT.                                               DFEED01P
062500     IF WS-FEED-RECORD (DCL-FED-HDR-POS:DCL-FED-HDR-LEN)          DFEED01P
062600          IS NUMERIC                                              DFEED01P
062700        MOVE WS-FEED-RECORD (DCL-FED-HDR-POS:DCL-FED-HDR-LEN)     DFEED01P
062800          TO WS-HDR-NUM                                           DFEED01P
062900        MOVE WS-HDR-NUM TO WS-HDR-COUNT                           DFEED01P
063000     END-IF.                                                      DFEED01P
063100 TAKE-HEADER-COUNT-EXIT.                                          DFEED01P
063200     EXIT.                                                        DFEED01P
063300                                                                  DFEED01P
063400***************************************************************** DFEED01P
063500* Fold one record into the file's digest a hundred bytes at a   * DFEED01P
063600* time, each slice chained to the digest before it              * DFEED01P
063700***************************************************************** DFEED01P
063800 DIGEST-RECORD.                                                   DFEED01P
063900     MOVE 1 TO WS-POS.                                            DFEED01P
064000 DIGEST-SLICE.                                                    DFEED01P
064100     IF WS-POS IS GREATER THAN WS-QUEUE-LENGTH                    DFEED01P
064200        GO TO DIGEST-RECORD-EXIT                                  DFEED01P
064300     END-IF.                                                      DFEED01P
064400     MOVE TH-HASH-OUT TO TH-PREV-HASH.                            DFEED01P
064500     MOVE WS-FEED-RECORD (WS-POS:100) TO TH-CONTENT.              DFEED01P
064600     CALL 'UTXNHASH' USING WS-HASH-DATA.                          DFEED01P
064700     ADD 100 TO WS-POS.                                           DFEED01P
064800     GO TO DIGEST-SLICE.                                          DFEED01P
064900 DIGEST-RECORD-EXIT.                                              DFEED01P
065000     EXIT.                                                        DFEED01P
065100                                                                  DFEED01P
065200***************************************************************** DFEED01P
065300* A file first seen now. It is late if the business day's       * DFEED01P
065400* window had closed before the monitor saw it, and its count    * DFEED01P
065500* must agree with the header's, which covers every record       * DFEED01P
065600* but the header itself and any trailer                         * DFEED01P
065700***************************************************************** DFEED01P
065800 LOG-NEW-ARRIVAL.                                                 DFEED01P
065900     MOVE 'N' TO DCL-FDA-LATE.                                    DFEED01P
066000     IF DCL-FED-DAYS IS EQUAL TO 'B'                              DFEED01P
066100        IF WS-RUN-TS (1:10) IS GREATER THAN WS-BUS-DATE OR        DFEED01P
066200           WS-RUN-TS (12:5) IS GREATER THAN DCL-FED-WIN-TO        DFEED01P
066300           MOVE 'Y' TO DCL-FDA-LATE                               DFEED01P
066400        END-IF                                                    DFEED01P
066500     END-IF.                                                      DFEED01P
066600     IF WS-CONSUMING IS EQUAL TO 'Y'                              DFEED01P
066700        MOVE 'P' TO DCL-FDA-STATUS                                DFEED01P
066800     ELSE                                                         DFEED01P
066900        MOVE 'W' TO DCL-FDA-STATUS                                DFEED01P
067000     END-IF.                                                      DFEED01P
067100     PERFORM INSERT-ARRIVAL THRU                                  DFEED01P
067200             INSERT-ARRIVAL-EXIT.                                 DFEED01P
067300     IF CFD1O-MSG IS NOT EQUAL TO SPACES                          DFEED01P
067400        GO TO LOG-NEW-ARRIVAL-EXIT                                DFEED01P
067500     END-IF.                                                      DFEED01P
067600     IF DCL-FDA-LATE IS EQUAL TO 'Y'                              DFEED01P
067700        MOVE 'FLAT' TO WS-INC-CODE                                DFEED01P
067800        MOVE SPACES TO WS-INC-REASON                              DFEED01P
067900        STRING 'Feed arrived after its window closed at '         DFEED01P
068000               DCL-FED-WIN-TO                                     DFEED01P
068100               DELIMITED BY SIZE INTO WS-INC-REASON               DFEED01P
068200        PERFORM RAISE-INCIDENT THRU                               DFEED01P
068300                RAISE-INCIDENT-EXIT                               DFEED01P
068400     END-IF.                                                      DFEED01P
068500     IF DCL-FED-HDR-POS IS GREATER THAN ZERO                      DFEED01P
068600        IF WS-HDR-COUNT IS NOT EQUAL TO WS-REC-COUNT - 1 AND      DFEED01P
068700           WS-HDR-COUNT IS NOT EQUAL TO WS-REC-COUNT - 2          DFEED01P
068800           MOVE 'FCTL' TO WS-INC-CODE                             DFEED01P
068900           MOVE 'Feed record count disagrees with its header'     DFEED01P
069000             TO WS-INC-REASON                                     DFEED01P
069100           PERFORM RAISE-INCIDENT THRU                            DFEED01P
069200                   RAISE-INCIDENT-EXIT                            DFEED01P
069300        END-IF                                                    DFEED01P
069400     END-IF.                                                      DFEED01P
069500 LOG-NEW-ARRIVAL-EXIT.                                            DFEED01P
069600     EXIT.                                                        DFEED01P
069700                                                                  DFEED01P
069800***************************************************************** DFEED01P
069900* The file logged earlier is now being taken by its loader      * DFEED01P
070000***************************************************************** DFEED01P
070100 MARK-WAITING-FILE.                                               DFEED01P
070200     IF WS-CONSUMING IS NOT EQUAL TO 'Y'                          DFEED01P
070300        GO TO MARK-WAITING-FILE-EXIT                              DFEED01P
070400     END-IF.                                                      DFEED01P
070500     EXEC SQL                                                     DFEED01P
070600          UPDATE BNKFEDA                                          DFEED01P
070700          SET FDA_STATUS = 'P',                                   DFEED01P
070800              FDA_CONSUMED_TS = :WS-RUN-TS                        DFEED01P
070900          WHERE FDA_QUEUE = :DCL-FED-QUEUE AND                    DFEED01P
071000                FDA_DIGEST = :DCL-FDA-DIGEST AND                  DFEED01P
071100                FDA_RECORDS = :DCL-FDA-RECORDS AND                DFEED01P
071200                FDA_STATUS = 'W'                                  DFEED01P
071300     END-EXEC.                                                    DFEED01P
071400     IF SQLCODE IS NOT EQUAL TO ZERO                              DFEED01P
071500        MOVE 'Unable to update the feed arrival' TO CFD1O-MSG     DFEED01P
071600     END-IF.                                                      DFEED01P
071700 MARK-WAITING-FILE-EXIT.                                          DFEED01P
071800     EXIT.                                                        DFEED01P
071900                                                                  DFEED01P
072000***************************************************************** DFEED01P
072100* A resend of content already processed. The staged copy is     * DFEED01P
072200* dropped, the rejection logged and the owner told              * DFEED01P
072300***************************************************************** DFEED01P
072400 REJECT-DUPLICATE.                                                DFEED01P
072500     EXEC CICS DELETEQ TS                                         DFEED01P
072600               QUEUE(WS-TS-QUEUE)                                 DFEED01P
072700               RESP(WS-RESP)                                      DFEED01P
072800     END-EXEC.                                                    DFEED01P
072900     MOVE 'N' TO DCL-FDA-LATE.                                    DFEED01P
073000     MOVE 'D' TO DCL-FDA-STATUS.                                  DFEED01P
073100     PERFORM INSERT-ARRIVAL THRU                                  DFEED01P
073200             INSERT-ARRIVAL-EXIT.                                 DFEED01P
073300     MOVE 'FDUP' TO WS-INC-CODE.                                  DFEED01P
073400     MOVE 'Feed rejected - same content already processed'        DFEED01P
073500       TO WS-INC-REASON.                                          DFEED01P
073600     PERFORM RAISE-INCIDENT THRU                                  DFEED01P
073700             RAISE-INCIDENT-EXIT.                                 DFEED01P
073800     SET CFD1O-DUPLICATE TO TRUE.                                 DFEED01P
073900     MOVE 'Feed rejected as a duplicate of one already processed' DFEED01P
074000       TO CFD1O-MSG.                                              DFEED01P
074100 REJECT-DUPLICATE-EXIT.                                           DFEED01P
074200     EXIT.                                                        DFEED01P
074300                                                                  DFEED01P
074400***************************************************************** DFEED01P
074500* Log one arrival                                               * DFEED01P
074600***************************************************************** DFEED01P
074700 INSERT-ARRIVAL.                                                  DFEED01P
074800     EXEC SQL                                                     DFEED01P
074900          INSERT                                                  DFEED01P
075000          INTO BNKFEDA (FDA_QUEUE,                                DFEED01P
075100                        FDA_BUS_DATE,                             DFEED01P
075200                        FDA_ARRIVED_TS,                           DFEED01P
075300                        FDA_RECORDS,                              DFEED01P
075400                        FDA_BYTES,                                DFEED01P
075500                        FDA_HDR_COUNT,                            DFEED01P
075600                        FDA_DIGEST,                               DFEED01P
075700                        FDA_STATUS,                               DFEED01P
075800                        FDA_LATE,                                 DFEED01P
075900                        FDA_CONSUMED_TS)                          DFEED01P
076000          VALUES (:DCL-FED-QUEUE,                                 DFEED01P
076100                  :WS-BUS-DATE,                                   DFEED01P
076200                  :WS-RUN-TS,                                     DFEED01P
076300                  :DCL-FDA-RECORDS,                               DFEED01P
076400                  :DCL-FDA-BYTES,                                 DFEED01P
076500                  :DCL-FDA-HDR-COUNT,                             DFEED01P
076600                  :DCL-FDA-DIGEST,                                DFEED01P
076700                  :DCL-FDA-STATUS,                                DFEED01P
076800                  :DCL-FDA-LATE,                                  DFEED01P
076900                  :WS-RUN-TS)                                     DFEED01P
077000     END-EXEC.                                                    DFEED01P
077100     IF SQLCODE IS NOT EQUAL TO ZERO                              DFEED01P
077200        MOVE 'Unable to log the feed arrival' TO CFD1O-MSG        DFEED01P
077300     END-IF.                                                      DFEED01P
077400 INSERT-ARRIVAL-EXIT.                                             DFEED01P
077500     EXIT.                                                        DFEED01P
077600                                                                  DFEED01P
077700***************************************************************** DFEED01P
077800* Put the staged records back on the feed's queue in the order  * DFEED01P
077900* they came off it, then drop the staged copy                   * DFEED01P
078000***************************************************************** DFEED01P
078100 REQUEUE-FEED.                                                    DFEED01P
078200     MOVE ZERO TO WS-ITEM.                                        DFEED01P
078300 REQUEUE-LOOP.                                                    DFEED01P
078400     IF WS-ITEM IS NOT LESS THAN WS-REC-COUNT                     DFEED01P
078500        GO TO REQUEUE-LOOP-EXIT                                   DFEED01P
078600     END-IF.                                                      DFEED01P
078700     ADD 1 TO WS-ITEM.                                            DFEED01P
078800     MOVE LENGTH OF WS-FEED-RECORD TO WS-QUEUE-LENGTH.            DFEED01P
078900     EXEC CICS READQ TS                                           DFEED01P
079000               QUEUE(WS-TS-QUEUE)                                 DFEED01P
079100               INTO(WS-FEED-RECORD)                               DFEED01P
079200               LENGTH(WS-QUEUE-LENGTH)                            DFEED01P
079300               ITEM(WS-ITEM)                                      DFEED01P
079400               RESP(WS-RESP)                                      DFEED01P
079500     END-EXEC.                                                    DFEED01P
079600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DFEED01P
079700        GO TO REQUEUE-LOOP-EXIT                                   DFEED01P
079800     END-IF.                                                      DFEED01P
079900     EXEC CICS WRITEQ TD                                          DFEED01P
080000               QUEUE(DCL-FED-QUEUE)                               DFEED01P
080100               FROM(WS-FEED-RECORD)                               DFEED01P
080200               LENGTH(WS-QUEUE-LENGTH)                            DFEED01P
080300               RESP(WS-RESP)                                      DFEED01P
080400     END-EXEC.                                                    DFEED01P
080500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DFEED01P
080600        MOVE 'Unable to return the feed to its queue' TO CFD1O-MSGDFEED01P
080700        GO TO REQUEUE-LOOP-EXIT                                   DFEED01P
080800     END-IF.                                                      DFEED01P
080900     GO TO REQUEUE-LOOP.                                          DFEED01P
081000 REQUEUE-LOOP-EXIT.                                               DFEED01P
081100     EXEC CICS DELETEQ TS                                         DFEED01P
081200               QUEUE(WS-TS-QUEUE)                                 DFEED01P
081300               RESP(WS-RESP)                                      DFEED01P
081400     END-EXEC.                                                    DFEED01P
081500 REQUEUE-FEED-EXIT.                                               DFEED01P
081600     EXIT.                                                        DFEED01P
081700                                                                  DFEED01P
081800***************************************************************** DFEED01P
081900* A feed expected every business day whose window has closed    * DFEED01P
082000* with nothing seen is missing - flagged once for the day       * DFEED01P
082100***************************************************************** DFEED01P
082200 CHECK-MISSING.                                                   DFEED01P
082300     IF DCL-FED-DAYS IS NOT EQUAL TO 'B'                          DFEED01P
082400        GO TO CHECK-MISSING-EXIT                                  DFEED01P
082500     END-IF.                                                      DFEED01P
082600     IF WS-RUN-TS (1:10) IS NOT GREATER THAN WS-BUS-DATE AND      DFEED01P
082700        WS-RUN-TS (12:5) IS NOT GREATER THAN DCL-FED-WIN-TO       DFEED01P
082800        GO TO CHECK-MISSING-EXIT                                  DFEED01P
082900     END-IF.                                                      DFEED01P
083000     EXEC SQL                                                     DFEED01P
083100          SELECT COUNT(*)                                         DFEED01P
083200          INTO :WS-COUNT                                          DFEED01P
083300          FROM BNKFEDA                                            DFEED01P
083400          WHERE FDA_QUEUE = :DCL-FED-QUEUE AND                    DFEED01P
083500                FDA_BUS_DATE = :WS-BUS-DATE AND                   DFEED01P
083600                FDA_STATUS IN ('W', 'P', 'M')                     DFEED01P
083700     END-EXEC.                                                    DFEED01P
083800     IF SQLCODE IS NOT EQUAL TO ZERO OR                           DFEED01P
083900        WS-COUNT IS GREATER THAN ZERO                             DFEED01P
084000        GO TO CHECK-MISSING-EXIT                                  DFEED01P
084100     END-IF.                                                      DFEED01P
084200     MOVE ZERO TO DCL-FDA-RECORDS.                                DFEED01P
084300     MOVE ZERO TO DCL-FDA-BYTES.                                  DFEED01P
084400     MOVE ZERO TO DCL-FDA-HDR-COUNT.                              DFEED01P
084500     MOVE SPACES TO DCL-FDA-DIGEST.                               DFEED01P
084600     MOVE 'N' TO DCL-FDA-LATE.                                    DFEED01P
084700     MOVE 'M' TO DCL-FDA-STATUS.                                  DFEED01P
084800     PERFORM INSERT-ARRIVAL THRU                                  DFEED01P
084900             INSERT-ARRIVAL-EXIT.                                 DFEED01P
085000     MOVE 'FMIS' TO WS-INC-CODE.                                  DFEED01P
085100     MOVE SPACES TO WS-INC-REASON.                                DFEED01P
085200     STRING 'Feed not received by its window close at '           DFEED01P
085300            DCL-FED-WIN-TO                                        DFEED01P
085400            DELIMITED BY SIZE INTO WS-INC-REASON.                 DFEED01P
085500     PERFORM RAISE-INCIDENT THRU                                  DFEED01P
085600             RAISE-INCIDENT-EXIT.                                 DFEED01P
085700 CHECK-MISSING-EXIT.                                              DFEED01P
085800     EXIT.                                                        DFEED01P
085900                                                                  DFEED01P
086000***************************************************************** DFEED01P
086100* An incident against the consuming program for the feed's      * DFEED01P
086200* owner, with the exception row that puts it on the operators'  * DFEED01P
086300* screen                                                        * DFEED01P
086400***************************************************************** DFEED01P
086500 RAISE-INCIDENT.                                                  DFEED01P
086600     MOVE SPACES TO CD15-DATA.                                    DFEED01P
086700     MOVE DCL-FED-CONSUMER TO CD15I-CULPRIT.                      DFEED01P
086800     MOVE WS-INC-CODE TO CD15I-CODE.                              DFEED01P
086900     MOVE WS-INC-REASON TO CD15I-REASON.                          DFEED01P
087000 COPY CBANKX15.                                                   DFEED01P
087100     MOVE SPACES TO CD16-DATA.                                    DFEED01P
087200     MOVE WS-PROGRAM-ID TO CD16I-PROGRAM.                         DFEED01P
087300     STRING DCL-FED-QUEUE ' ' DCL-FED-OWNER ' '                   DFEED01P
087400            WS-INC-REASON                                         DFEED01P
087500            DELIMITED BY SIZE INTO CD16I-MESSAGE.                 DFEED01P
087600 COPY CBANKX16.                                                   DFEED01P
087700     ADD 1 TO CFD1O-INCIDENTS.                                    DFEED01P
087800 RAISE-INCIDENT-EXIT.                                             DFEED01P
087900     EXIT.                                                        DFEED01P
088000                                                                  DFEED01P
088100***************************************************************** DFEED01P
088200* The register, with each feed's latest arrival for the         * DFEED01P
088300* business day                                                  * DFEED01P
088400***************************************************************** DFEED01P
088500 LIST-REGISTER.                                                   DFEED01P
088600     EXEC SQL                                                     DFEED01P
088700          DECLARE FEL_CSR CURSOR FOR                              DFEED01P
088800          SELECT FED_QUEUE,                                       DFEED01P
088900                 FED_OWNER,                                       DFEED01P
089000                 FED_WIN_FROM,                                    DFEED01P
089100                 FED_WIN_TO,                                      DFEED01P
089200                 FED_DAYS,                                        DFEED01P
089300                 FED_ACTIVE                                       DFEED01P
089400          FROM BNKFEED                                            DFEED01P
089500          ORDER BY FED_QUEUE                                      DFEED01P
089600          FOR FETCH ONLY                                          DFEED01P
089700     END-EXEC.                                                    DFEED01P
089800     EXEC SQL                                                     DFEED01P
089900          OPEN FEL_CSR                                            DFEED01P
090000     END-EXEC.                                                    DFEED01P
090100     IF SQLCODE IS NOT EQUAL TO ZERO                              DFEED01P
090200        MOVE 'Unable to open the feed register' TO CFD1O-MSG      DFEED01P
090300        GO TO LIST-REGISTER-EXIT                                  DFEED01P
090400     END-IF.                                                      DFEED01P
090500     MOVE 0 TO WS-SUB1.                                           DFEED01P
090600 FEL-LOOP.                                                        DFEED01P
090700     IF WS-SUB1 IS EQUAL TO 12                                    DFEED01P
090800        GO TO FEL-LOOP-EXIT                                       DFEED01P
090900     END-IF.                                                      DFEED01P
091000     EXEC SQL                                                     DFEED01P
091100          FETCH FEL_CSR                                           DFEED01P
091200          INTO :DCL-FED-QUEUE,                                    DFEED01P
091300               :DCL-FED-OWNER,                                    DFEED01P
091400               :DCL-FED-WIN-FROM,                                 DFEED01P
091500               :DCL-FED-WIN-TO,                                   DFEED01P
091600               :DCL-FED-DAYS,                                     DFEED01P
091700               :DCL-FED-ACTIVE                                    DFEED01P
091800     END-EXEC.                                                    DFEED01P
091900     IF SQLCODE IS NOT EQUAL TO ZERO                              DFEED01P
092000        GO TO FEL-LOOP-EXIT                                       DFEED01P
092100     END-IF.                                                      DFEED01P
092200     ADD 1 TO WS-SUB1.                                            DFEED01P
092300     MOVE DCL-FED-QUEUE TO CFD1O-LST-QUEUE (WS-SUB1).             DFEED01P
092400     MOVE DCL-FED-OWNER TO CFD1O-LST-OWNER (WS-SUB1).             DFEED01P
092500     PERFORM SET-LIST-WINDOW THRU                                 DFEED01P
092600             SET-LIST-WINDOW-EXIT.                                DFEED01P
092700     IF DCL-FED-ACTIVE IS NOT EQUAL TO 'Y'                        DFEED01P
092800        MOVE 'OFF' TO CFD1O-LST-TIME (WS-SUB1)                    DFEED01P
092900        GO TO FEL-LOOP                                            DFEED01P
093000     END-IF.                                                      DFEED01P
093100     EXEC SQL                                                     DFEED01P
093200          SELECT FDA_ARRIVED_TS,                                  DFEED01P
093300                 FDA_RECORDS,                                     DFEED01P
093400                 FDA_DIGEST,                                      DFEED01P
093500                 FDA_STATUS,                                      DFEED01P
093600                 FDA_LATE                                         DFEED01P
093700          INTO :DCL-FDA-ARRIVED-TS,                               DFEED01P
093800               :DCL-FDA-RECORDS,                                  DFEED01P
093900               :DCL-FDA-DIGEST,                                   DFEED01P
094000               :DCL-FDA-STATUS,                                   DFEED01P
094100               :DCL-FDA-LATE                                      DFEED01P
094200          FROM BNKFEDA                                            DFEED01P
094300          WHERE FDA_QUEUE = :DCL-FED-QUEUE AND                    DFEED01P
094400                FDA_BUS_DATE = :WS-BUS-DATE                       DFEED01P
094500          ORDER BY FDA_ARRIVED_TS DESC                            DFEED01P
094600          FETCH FIRST 1 ROW ONLY                                  DFEED01P
094700     END-EXEC.                                                    DFEED01P
094800     IF SQLCODE IS EQUAL TO ZERO                                  DFEED01P
094900        MOVE WS-BUS-DATE TO CFD1O-LST-DATE (WS-SUB1)              DFEED01P
095000        PERFORM SET-LIST-ARRIVAL THRU                             DFEED01P
095100                SET-LIST-ARRIVAL-EXIT                             DFEED01P
095200     END-IF.                                                      DFEED01P
095300     GO TO FEL-LOOP.                                              DFEED01P
095400 FEL-LOOP-EXIT.                                                   DFEED01P
095500     EXEC SQL                                                     DFEED01P
095600          CLOSE FEL_CSR                                           DFEED01P
095700     END-EXEC.                                                    DFEED01P
095800     MOVE WS-SUB1 TO CFD1O-LIST-COUNT.                            DFEED01P
095900     SET CFD1O-REQUEST-OK TO TRUE.                                DFEED01P
096000     STRING 'Feed register - latest arrivals for ' WS-BUS-DATE    DFEED01P
096100            DELIMITED BY SIZE INTO CFD1O-MSG.                     DFEED01P
096200 LIST-REGISTER-EXIT.                                              DFEED01P
096300     EXIT.                                                        DFEED01P
096400                                                                  DFEED01P
096500***************************************************************** DFEED01P
096600* The arrivals logged for one feed, newest first                * DFEED01P
096700***************************************************************** DFEED01P
096800 LIST-ARRIVALS.                                                   DFEED01P
096900     MOVE CFD1I-QUEUE TO DCL-FED-QUEUE.                           DFEED01P
097000     PERFORM READ-FEED THRU                                       DFEED01P
097100             READ-FEED-EXIT.                                      DFEED01P
097200     IF SQLCODE IS EQUAL TO +100                                  DFEED01P
097300        MOVE 'Feed is not on the register' TO CFD1O-MSG           DFEED01P
097400        GO TO LIST-ARRIVALS-EXIT                                  DFEED01P
097500     END-IF.                                                      DFEED01P
097600     IF SQLCODE IS NOT EQUAL TO ZERO                              DFEED01P
097700        MOVE 'Unable to read the feed register' TO CFD1O-MSG      DFEED01P
097800        GO TO LIST-ARRIVALS-EXIT                                  DFEED01P
097900     END-IF.                                                      DFEED01P
098000     EXEC SQL                                                     DFEED01P
098100          DECLARE FDA_CSR CURSOR FOR                              DFEED01P
098200          SELECT FDA_BUS_DATE,                                    DFEED01P
098300                 FDA_ARRIVED_TS,                                  DFEED01P
098400                 FDA_RECORDS,                                     DFEED01P
098500                 FDA_DIGEST,                                      DFEED01P
098600                 FDA_STATUS,                                      DFEED01P
098700                 FDA_LATE                                         DFEED01P
098800          FROM BNKFEDA                                            DFEED01P
098900          WHERE FDA_QUEUE = :DCL-FED-QUEUE                        DFEED01P
099000          ORDER BY FDA_ARRIVED_TS DESC                            DFEED01P
099100          FOR FETCH ONLY                                          DFEED01P
099200     END-EXEC.                                                    DFEED01P
099300     EXEC SQL                                                     DFEED01P
099400          OPEN FDA_CSR                                            DFEED01P
099500     END-EXEC.                                                    DFEED01P
099600     IF SQLCODE IS NOT EQUAL TO ZERO                              DFEED01P
099700        MOVE 'Unable to open the feed arrivals' TO CFD1O-MSG      DFEED01P
099800        GO TO LIST-ARRIVALS-EXIT                                  DFEED01P
099900     END-IF.                                                      DFEED01P
100000     MOVE 0 TO WS-SUB1.                                           DFEED01P
100100 FDA-LOOP.                                                        DFEED01P
100200     IF WS-SUB1 IS EQUAL TO 12                                    DFEED01P
100300        GO TO FDA-LOOP-EXIT                                       DFEED01P
100400     END-IF.                                                      DFEED01P
100500     EXEC SQL                                                     DFEED01P
100600          FETCH FDA_CSR                                           DFEED01P
100700          INTO :DCL-FDA-BUS-DATE,                                 DFEED01P
100800               :DCL-FDA-ARRIVED-TS,                               DFEED01P
100900               :DCL-FDA-RECORDS,                                  DFEED01P
101000               :DCL-FDA-DIGEST,                                   DFEED01P
101100               :DCL-FDA-STATUS,                                   DFEED01P
101200               :DCL-FDA-LATE                                      DFEED01P
101300     END-EXEC.                                                    DFEED01P
101400     IF SQLCODE IS NOT EQUAL TO ZERO                              DFEED01P
101500        GO TO FDA-LOOP-EXIT                                       DFEED01P
101600     END-IF.                                                      DFEED01P
101700     ADD 1 TO WS-SUB1.                                            DFEED01P
101800     MOVE DCL-FED-QUEUE TO CFD1O-LST-QUEUE (WS-SUB1).             DFEED01P
101900     MOVE DCL-FED-OWNER TO CFD1O-LST-OWNER (WS-SUB1).             DFEED01P
102000     MOVE DCL-FDA-BUS-DATE TO CFD1O-LST-DATE (WS-SUB1).           DFEED01P
102100     PERFORM SET-LIST-WINDOW THRU                                 DFEED01P
102200             SET-LIST-WINDOW-EXIT.                                DFEED01P
102300     PERFORM SET-LIST-ARRIVAL THRU                                DFEED01P
102400             SET-LIST-ARRIVAL-EXIT.                               DFEED01P
102500     GO TO FDA-LOOP.                                              DFEED01P
102600 FDA-LOOP-EXIT.                                                   DFEED01P
102700     EXEC SQL                                                     DFEED01P
102800          CLOSE FDA_CSR                                           DFEED01P
102900     END-EXEC.                                                    DFEED01P
103000     MOVE WS-SUB1 TO CFD1O-LIST-COUNT.                            DFEED01P
103100     SET CFD1O-REQUEST-OK TO TRUE.                                DFEED01P
103200     IF WS-SUB1 IS EQUAL TO ZERO                                  DFEED01P
103300        MOVE 'No arrivals have been logged for that feed'         DFEED01P
103400          TO CFD1O-MSG                                            DFEED01P
103500     END-IF.                                                      DFEED01P
103600 LIST-ARRIVALS-EXIT.                                              DFEED01P
103700     EXIT.                                                        DFEED01P
103800                                                                  DFEED01P
103900***************************************************************** DFEED01P
104000* The feed's window as from-to on a list row                    * DFEED01P
104100***************************************************************** DFEED01P
104200 SET-LIST-WINDOW.                                                 DFEED01P
104300     STRING DCL-FED-WIN-FROM '-' DCL-FED-WIN-TO                   DFEED01P
104400            DELIMITED BY SIZE INTO CFD1O-LST-WINDOW (WS-SUB1).    DFEED01P
104500 SET-LIST-WINDOW-EXIT.                                            DFEED01P
104600     EXIT.                                                        DFEED01P
104700                                                                  DFEED01P
104800***************************************************************** DFEED01P
104900* An arrival's time, totals and outcome on a list row. A        * DFEED01P
105000* missing-feed row has no time of its own                       * DFEED01P
105100***************************************************************** DFEED01P
105200 SET-LIST-ARRIVAL.                                                DFEED01P
105300     IF DCL-FDA-STATUS IS NOT EQUAL TO 'M'                        DFEED01P
105400        MOVE DCL-FDA-ARRIVED-TS (12:8)                            DFEED01P
105500          TO CFD1O-LST-TIME (WS-SUB1)                             DFEED01P
105600     END-IF.                                                      DFEED01P
105700     MOVE DCL-FDA-STATUS TO CFD1O-LST-STATUS (WS-SUB1).           DFEED01P
105800     MOVE DCL-FDA-LATE TO CFD1O-LST-LATE (WS-SUB1).               DFEED01P
105900     MOVE DCL-FDA-RECORDS TO CFD1O-LST-RECORDS (WS-SUB1).         DFEED01P
106000     MOVE DCL-FDA-DIGEST TO CFD1O-LST-DIGEST (WS-SUB1).           DFEED01P
106100 SET-LIST-ARRIVAL-EXIT.                                           DFEED01P
106200     EXIT.                                                        DFEED01P
106300                                                                  DFEED01P
106400***************************************************************** DFEED01P
106500* Change a feed's owner, window, days, header layout or whether * DFEED01P
106600* it is monitored. The queue and its consumer are fixed by the  * DFEED01P
106700* interface itself and are not maintained here                  * DFEED01P
106800***************************************************************** DFEED01P
106900 UPDATE-REGISTER.                                                 DFEED01P
107000     IF CFD1I-OWNER IS EQUAL TO SPACES                            DFEED01P
107100        MOVE 'Every feed must have an owner' TO CFD1O-MSG         DFEED01P
107200        GO TO UPDATE-REGISTER-EXIT                                DFEED01P
107300     END-IF.                                                      DFEED01P
107400     IF CFD1I-WINDOW-FROM (1:2) IS NOT NUMERIC OR                 DFEED01P
107500        CFD1I-WINDOW-FROM (3:1) IS NOT EQUAL TO '.' OR            DFEED01P
107600        CFD1I-WINDOW-FROM (4:2) IS NOT NUMERIC OR                 DFEED01P
107700        CFD1I-WINDOW-FROM (1:2) IS GREATER THAN '23' OR           DFEED01P
107800        CFD1I-WINDOW-FROM (4:2) IS GREATER THAN '59' OR           DFEED01P
107900        CFD1I-WINDOW-TO (1:2) IS NOT NUMERIC OR                   DFEED01P
108000        CFD1I-WINDOW-TO (3:1) IS NOT EQUAL TO '.' OR              DFEED01P
108100        CFD1I-WINDOW-TO (4:2) IS NOT NUMERIC OR                   DFEED01P
108200        CFD1I-WINDOW-TO (1:2) IS GREATER THAN '23' OR             DFEED01P
108300        CFD1I-WINDOW-TO (4:2) IS GREATER THAN '59'                DFEED01P
108400        MOVE 'Window times must be entered as hh.mm' TO CFD1O-MSG DFEED01P
108500        GO TO UPDATE-REGISTER-EXIT                                DFEED01P
108600     END-IF.                                                      DFEED01P
108700     IF CFD1I-WINDOW-FROM IS GREATER THAN CFD1I-WINDOW-TO         DFEED01P
108800        MOVE 'Window must open before it closes' TO CFD1O-MSG     DFEED01P
108900        GO TO UPDATE-REGISTER-EXIT                                DFEED01P
109000     END-IF.                                                      DFEED01P
109100     IF CFD1I-DAYS IS NOT EQUAL TO 'B' AND                        DFEED01P
109200        CFD1I-DAYS IS NOT EQUAL TO 'O'                            DFEED01P
109300        MOVE 'Days must be B (business days) or O (on demand)'    DFEED01P
109400          TO CFD1O-MSG                                            DFEED01P
109500        GO TO UPDATE-REGISTER-EXIT                                DFEED01P
109600     END-IF.                                                      DFEED01P
109700     IF CFD1I-ACTIVE IS NOT EQUAL TO 'Y' AND                      DFEED01P
109800        CFD1I-ACTIVE IS NOT EQUAL TO 'N'                          DFEED01P
109900        MOVE 'Monitored must be Y or N' TO CFD1O-MSG              DFEED01P
110000        GO TO UPDATE-REGISTER-EXIT                                DFEED01P
110100     END-IF.                                                      DFEED01P
110200     IF CFD1I-HDR-POS IS GREATER THAN ZERO AND                    DFEED01P
110300        (CFD1I-HDR-LEN IS EQUAL TO ZERO OR                        DFEED01P
110400         CFD1I-HDR-POS + CFD1I-HDR-LEN IS GREATER THAN 601)       DFEED01P
110500        MOVE 'Header count position and length do not fit'        DFEED01P
110600          TO CFD1O-MSG                                            DFEED01P
110700        GO TO UPDATE-REGISTER-EXIT                                DFEED01P
110800     END-IF.                                                      DFEED01P
110900     MOVE CFD1I-QUEUE TO DCL-FED-QUEUE.                           DFEED01P
111000     MOVE CFD1I-OWNER TO DCL-FED-OWNER.                           DFEED01P
111100     MOVE CFD1I-WINDOW-FROM TO DCL-FED-WIN-FROM.                  DFEED01P
111200     MOVE CFD1I-WINDOW-TO TO DCL-FED-WIN-TO.                      DFEED01P
111300     MOVE CFD1I-DAYS TO DCL-FED-DAYS.                             DFEED01P
111400     MOVE CFD1I-LAYOUT TO DCL-FED-LAYOUT.                         DFEED01P
111500     MOVE CFD1I-HDR-POS TO DCL-FED-HDR-POS.                       DFEED01P
111600     MOVE CFD1I-HDR-LEN TO DCL-FED-HDR-LEN.                       DFEED01P
111700     IF CFD1I-HDR-POS IS EQUAL TO ZERO                            DFEED01P
111800        MOVE ZERO TO DCL-FED-HDR-LEN                              DFEED01P
111900     END-IF.                                                      DFEED01P
112000     MOVE CFD1I-ACTIVE TO DCL-FED-ACTIVE.                         DFEED01P
112100     EXEC SQL                                                     DFEED01P
112200          UPDATE BNKFEED                                          DFEED01P
112300          SET FED_OWNER = :DCL-FED-OWNER,                         DFEED01P
112400              FED_WIN_FROM = :DCL-FED-WIN-FROM,                   DFEED01P
112500              FED_WIN_TO = :DCL-FED-WIN-TO,                       DFEED01P
112600              FED_DAYS = :DCL-FED-DAYS,                           DFEED01P
112700              FED_LAYOUT = :DCL-FED-LAYOUT,                       DFEED01P
112800              FED_HDR_POS = :DCL-FED-HDR-POS,                     DFEED01P
112900              FED_HDR_LEN = :DCL-FED-HDR-LEN,                     DFEED01P
113000              FED_ACTIVE = :DCL-FED-ACTIVE                        DFEED01P
113100          WHERE FED_QUEUE = :DCL-FED-QUEUE                        DFEED01P
113200     END-EXEC.                                                    DFEED01P
113300     IF SQLCODE IS EQUAL TO +100                                  DFEED01P
113400        MOVE 'Feed is not on the register' TO CFD1O-MSG           DFEED01P
113500        GO TO UPDATE-REGISTER-EXIT                                DFEED01P
113600     END-IF.                                                      DFEED01P
113700     IF SQLCODE IS NOT EQUAL TO ZERO                              DFEED01P
113800        MOVE 'Unable to update the feed register' TO CFD1O-MSG    DFEED01P
113900        GO TO UPDATE-REGISTER-EXIT                                DFEED01P
114000     END-IF.                                                      DFEED01P
114100     SET CFD1O-REQUEST-OK TO TRUE.                                DFEED01P
114200     MOVE 'Feed register updated' TO CFD1O-MSG.                   DFEED01P
114300 UPDATE-REGISTER-EXIT.                                            DFEED01P
114400     EXIT.                                                        DFEED01P
