000100***************************************************************** DOCLR01P
000200*                                                               * DOCLR01P
000300*   Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.   * DOCLR01P
000400*   This demonstration program is provided for use by users     * DOCLR01P
000500*   of Micro Focus products and may be used, modified and       * DOCLR01P
000600*   distributed as part of your application provided that       * DOCLR01P
000700*   you properly acknowledge the copyright of Micro Focus       * DOCLR01P
000800*   in this material.                                           * DOCLR01P
000900*                                                               * DOCLR01P
001000***************************************************************** DOCLR01P
001100                                                                  DOCLR01P
001200***************************************************************** DOCLR01P
001300* Program:     DOCLR01P.CBL                                     * DOCLR01P
001400* Function:    Outward cheque clearing - registers each cheque  * DOCLR01P
001500*              deposited at the counter that is drawn on        * DOCLR01P
001600*              another bank, and in the nightly run works the   * DOCLR01P
001700*              inward returns file (charging back the credit,   * DOCLR01P
001800*              forfeiting the deposit hold, taking the BNKRATE  * DOCLR01P
001900*              returned-item fee and writing to the customer),  * DOCLR01P
002000*              clears presented items whose return window has   * DOCLR01P
002100*              passed by releasing their holds, and cuts the    * DOCLR01P
002200*              outward presentment file framed with control     * DOCLR01P
002300*              totals by DBANK91P                               * DOCLR01P
002400*              SQL version                                      * DOCLR01P
002500***************************************************************** DOCLR01P
002600                                                                  DOCLR01P
002700 IDENTIFICATION DIVISION.                                         DOCLR01P
002800 PROGRAM-ID.                                                      DOCLR01P
002900     DOCLR01P.                                                    DOCLR01P
003000 DATE-WRITTEN.                                                    DOCLR01P
003100     October 2026.                                                DOCLR01P
003200 DATE-COMPILED.                                                   DOCLR01P
003300     Today.                                                       DOCLR01P
003400                                                                  DOCLR01P
003500 ENVIRONMENT DIVISION.                                            DOCLR01P
003600                                                                  DOCLR01P
003700 DATA DIVISION.                                                   DOCLR01P
003800                                                                  DOCLR01P
003900 WORKING-STORAGE SECTION.                                         DOCLR01P
004000 01  WS-MISC-STORAGE.                                             DOCLR01P
004100   05  WS-PROGRAM-ID                         PIC X(8)             DOCLR01P
004200       VALUE 'DOCLR01P'.                                          DOCLR01P
004300   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DOCLR01P
004400   05  WS-RESP                               PIC S9(8) COMP.      DOCLR01P
004500   05  WS-QUEUE-LENGTH                       PIC S9(4) COMP.      DOCLR01P
004600   05  WS-ITEM-DISP                          PIC 9(7).            DOCLR01P
004700                                                                  DOCLR01P
004800***************************************************************** DOCLR01P
004900* How many business days the drawee bank has to send an item    * DOCLR01P
005000* back - a presented cheque not returned by then has cleared    * DOCLR01P
005100***************************************************************** DOCLR01P
005200 01  WS-OCLR-CONSTANTS.                                           DOCLR01P
005300   05  WS-RETURN-WINDOW-DAYS  VALUE 3                             DOCLR01P
005400                              PIC S9(3) COMP-3.                   DOCLR01P
005500                                                                  DOCLR01P
005600***************************************************************** DOCLR01P
005700* One record off the inward returns queue - our item number as  * DOCLR01P
005800* it went out on the presentment file, the cheque it carried    * DOCLR01P
005900* and the drawee bank's reason for not paying it                * DOCLR01P
006000***************************************************************** DOCLR01P
006100 01  WS-RETURN-RECORD.                                            DOCLR01P
006200   05  RTI-ITEM-ID                           PIC X(7).            DOCLR01P
006300   05  RTI-ITEM-ID-N REDEFINES RTI-ITEM-ID   PIC 9(7).            DOCLR01P
006400   05  RTI-ROUTING                           PIC X(9).            DOCLR01P
006500   05  RTI-DRAWER-ACC                        PIC X(9).            DOCLR01P
006600   05  RTI-CHQNO                             PIC X(6).            DOCLR01P
006700   05  RTI-AMOUNT                            PIC X(9).            DOCLR01P
006800   05  RTI-AMOUNT-N REDEFINES RTI-AMOUNT     PIC 9(7)V99.         DOCLR01P
006900   05  RTI-REASON                            PIC X(9).            DOCLR01P
007000                                                                  DOCLR01P
007100***************************************************************** DOCLR01P
007200* One record for the outward presentment file - the item, the   * DOCLR01P
007300* bank and account it is drawn on, and the account we credited  * DOCLR01P
007400***************************************************************** DOCLR01P
007500 01  WS-PRESENT-RECORD.                                           DOCLR01P
007600   05  PRS-ITEM-ID                           PIC 9(7).            DOCLR01P
007700   05  PRS-ROUTING                           PIC X(9).            DOCLR01P
007800   05  PRS-DRAWER-ACC                        PIC X(9).            DOCLR01P
007900   05  PRS-CHQNO                             PIC X(6).            DOCLR01P
008000   05  PRS-AMOUNT                            PIC 9(7)V99.         DOCLR01P
008100   05  PRS-DEP-ACC                           PIC X(9).            DOCLR01P
008200                                                                  DOCLR01P
008300 01  WS-16-COMMAREA.                                              DOCLR01P
008400 COPY CBANKD16.                                                   DOCLR01P
008500 01  WS-91-COMMAREA.                                              DOCLR01P
008600 COPY CBANKD91.                                                   DOCLR01P
008700 01  WS-H1-COMMAREA.                                              DOCLR01P
008800 COPY CHOLDD01.                                                   DOCLR01P
008900                                                                  DOCLR01P
009000   EXEC SQL                                                       DOCLR01P
009100        BEGIN DECLARE SECTION                                     DOCLR01P
009200   END-EXEC.                                                      DOCLR01P
009300 01  WS-COMMAREA.                                                 DOCLR01P
009400     EXEC SQL                                                     DOCLR01P
009500          INCLUDE COCLRD01                                        DOCLR01P
009600     END-EXEC.                                                    DOCLR01P
009700 01  WS-72-COMMAREA.                                              DOCLR01P
009800     EXEC SQL                                                     DOCLR01P
009900          INCLUDE CBANKD72                                        DOCLR01P
010000     END-EXEC.                                                    DOCLR01P
010100 01  WS-98-COMMAREA.                                              DOCLR01P
010200     EXEC SQL                                                     DOCLR01P
010300          INCLUDE CBANKD98                                        DOCLR01P
010400     END-EXEC.                                                    DOCLR01P
010500 01  WS-L1-COMMAREA.                                              DOCLR01P
010600     EXEC SQL                                                     DOCLR01P
010700          INCLUDE CLTTRD01                                        DOCLR01P
010800     END-EXEC.                                                    DOCLR01P
010900 01  DCL-OCL-AREAS.                                               DOCLR01P
011000   05  DCL-OCL-ID                            PIC S9(7) COMP-3.    DOCLR01P
011100   05  DCL-OCL-LAST-ID                       PIC S9(7) COMP-3.    DOCLR01P
011200   05  DCL-OCL-ACCNO                         PIC X(9).            DOCLR01P
011300   05  DCL-OCL-CHQNO                         PIC X(6).            DOCLR01P
011400   05  DCL-OCL-ROUTING                       PIC X(9).            DOCLR01P
011500   05  DCL-OCL-DRAWER-ACC                    PIC X(9).            DOCLR01P
011600   05  DCL-OCL-AMOUNT                        PIC S9(7)V99 COMP-3. DOCLR01P
011700   05  DCL-OCL-HOLD-ID                       PIC S9(7) COMP-3.    DOCLR01P
011800   05  DCL-WINDOW-DAYS                       PIC S9(3) COMP-3.    DOCLR01P
011900   05  DCL-CLEAR-DATE                        PIC X(10).           DOCLR01P
012000   05  DCL-ACC-PID                           PIC X(5).            DOCLR01P
012100   05  DCL-ACC-TYPE                          PIC X(2).            DOCLR01P
012200   05  DCL-OLD-BALANCE                       PIC S9(7)V99 COMP-3. DOCLR01P
012300   05  DCL-NEW-BALANCE                       PIC S9(7)V99 COMP-3. DOCLR01P
012400   05  DCL-POST-AMOUNT                       PIC S9(7)V99 COMP-3. DOCLR01P
012500   05  DCL-POST-SUB-TYPE                     PIC X(1).            DOCLR01P
012600   05  DCL-POST-TIMESTAMP                    PIC X(26).           DOCLR01P
012700   05  DCL-CUST-NAME                         PIC X(25).           DOCLR01P
012800 01  WS-BUSINESS-DATE                        PIC X(10).           DOCLR01P
012900                                                                  DOCLR01P
013000     EXEC SQL                                                     DOCLR01P
013100          INCLUDE CBANKSTX                                        DOCLR01P
013200     END-EXEC.                                                    DOCLR01P
013300     EXEC SQL                                                     DOCLR01P
013400          INCLUDE CBANKTXD                                        DOCLR01P
013500     END-EXEC.                                                    DOCLR01P
013600 01  WS-REF-DATA.                                                 DOCLR01P
013700 COPY CTXNREFD.                                                   DOCLR01P
013800                                                                  DOCLR01P
013900     EXEC SQL                                                     DOCLR01P
014000          INCLUDE SQLCA                                           DOCLR01P
014100     END-EXEC.                                                    DOCLR01P
014200                                                                  DOCLR01P
014300 COPY CABENDD.                                                    DOCLR01P
014400   EXEC SQL                                                       DOCLR01P
014500        END DECLARE SECTION                                       DOCLR01P
014600   END-EXEC.                                                      DOCLR01P
014700                                                                  DOCLR01P
014800 LINKAGE SECTION.                                                 DOCLR01P
014900 01  DFHCOMMAREA.                                                 DOCLR01P
015000   05  LK-COMMAREA                           PIC X(1)             DOCLR01P
015100       OCCURS 1 TO 6144 TIMES                                     DOCLR01P
015200         DEPENDING ON WS-COMMAREA-LENGTH.                         DOCLR01P
015300                                                                  DOCLR01P
015400 COPY CENTRY.                                                     DOCLR01P
015500***************************************************************** DOCLR01P
015600* Move the passed area to our area                              * DOCLR01P
015700***************************************************************** DOCLR01P
015800     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DOCLR01P
015900     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DOCLR01P
016000                                                                  DOCLR01P
016100***************************************************************** DOCLR01P
016200* Initialize our output area                                    * DOCLR01P
016300***************************************************************** DOCLR01P
016400     INITIALIZE COC1O-DATA.                                       DOCLR01P
016500     SET COC1O-REQUEST-FAIL TO TRUE.                              DOCLR01P
016600                                                                  DOCLR01P
016700     INITIALIZE CD98-DATA.                                        DOCLR01P
016800     SET CD98I-READ-BUSINESS-DATE TO TRUE.                        DOCLR01P
016900 COPY CBANKX98.                                                   DOCLR01P
017000     IF NOT CD98O-REQUEST-OK                                      DOCLR01P
017100        MOVE CD98O-MSG TO COC1O-MSG                               DOCLR01P
017200        GO TO DOCLR01P-EXIT                                       DOCLR01P
017300     END-IF.                                                      DOCLR01P
017400     MOVE CD98O-DATE TO WS-BUSINESS-DATE.                         DOCLR01P
017500                                                                  DOCLR01P
017600     EVALUATE TRUE                                                DOCLR01P
017700       WHEN COC1I-REGISTER-ITEM                                   DOCLR01P
017800         PERFORM REGISTER-ITEM THRU                               DOCLR01P
017900                 REGISTER-ITEM-EXIT                               DOCLR01P
018000       WHEN COC1I-NIGHTLY-RUN                                     DOCLR01P
018100         PERFORM NIGHTLY-RUN THRU                                 DOCLR01P
018200                 NIGHTLY-RUN-EXIT                                 DOCLR01P
018300       WHEN OTHER                                                 DOCLR01P
018400         MOVE 'Unknown outward clearing function requested'       DOCLR01P
018500           TO COC1O-MSG                                           DOCLR01P
018600     END-EVALUATE.                                                DOCLR01P
018700                                                                  DOCLR01P
018800 DOCLR01P-EXIT.                                                   DOCLR01P
018900***************************************************************** DOCLR01P
019000* Move the result back to the callers area                      * DOCLR01P
019100***************************************************************** DOCLR01P
019200     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DOCLR01P
019300                                                                  DOCLR01P
019400***************************************************************** DOCLR01P
019500* Return to our caller                                          * DOCLR01P
019600***************************************************************** DOCLR01P
019700 COPY CRETURN.                                                    DOCLR01P
019800                                                                  DOCLR01P
019900***************************************************************** DOCLR01P
020000* Put a deposited cheque on the register to go out on tonight's * DOCLR01P
020100* presentment file, remembering the deposit hold it carries     * DOCLR01P
020200***************************************************************** DOCLR01P
020300 REGISTER-ITEM.                                                   DOCLR01P
020400     IF COC1I-ACC IS EQUAL TO SPACES OR                           DOCLR01P
020500        COC1I-CHQNO IS EQUAL TO SPACES OR                         DOCLR01P
020600        COC1I-ROUTING IS EQUAL TO SPACES OR                       DOCLR01P
020700        COC1I-AMOUNT IS NOT GREATER THAN ZERO                     DOCLR01P
020800        MOVE 'Account, cheque, routing and amount are required'   DOCLR01P
020900          TO COC1O-MSG                                            DOCLR01P
021000        GO TO REGISTER-ITEM-EXIT                                  DOCLR01P
021100     END-IF.                                                      DOCLR01P
021200     MOVE COC1I-ACC TO DCL-OCL-ACCNO.                             DOCLR01P
021300     MOVE COC1I-CHQNO TO DCL-OCL-CHQNO.                           DOCLR01P
021400     MOVE COC1I-ROUTING TO DCL-OCL-ROUTING.                       DOCLR01P
021500     MOVE COC1I-DRAWER-ACC TO DCL-OCL-DRAWER-ACC.                 DOCLR01P
021600     MOVE COC1I-AMOUNT TO DCL-OCL-AMOUNT.                         DOCLR01P
021700     IF COC1I-HOLD-ID IS NUMERIC                                  DOCLR01P
021800        MOVE COC1I-HOLD-ID TO DCL-OCL-HOLD-ID                     DOCLR01P
021900     ELSE                                                         DOCLR01P
022000        MOVE ZEROES TO DCL-OCL-HOLD-ID                            DOCLR01P
022100     END-IF.                                                      DOCLR01P
022200     EXEC SQL                                                     DOCLR01P
022300          SELECT VALUE(MAX(OCL_ID), 0) + 1                        DOCLR01P
022400          INTO :DCL-OCL-ID                                        DOCLR01P
022500          FROM BNKOCLR                                            DOCLR01P
022600     END-EXEC.                                                    DOCLR01P
022700     IF SQLCODE IS NOT EQUAL TO ZERO                              DOCLR01P
022800        MOVE 'Unable to number the clearing item' TO COC1O-MSG    DOCLR01P
022900        GO TO REGISTER-ITEM-EXIT                                  DOCLR01P
023000     END-IF.                                                      DOCLR01P
023100     EXEC SQL                                                     DOCLR01P
023200          INSERT                                                  DOCLR01P
023300          INTO BNKOCLR (OCL_ID,                                   DOCLR01P
023400                        OCL_ACCNO,                                DOCLR01P
023500                        OCL_CHQNO,                                DOCLR01P
023600                        OCL_ROUTING,                              DOCLR01P
023700                        OCL_DRAWER_ACC,                           DOCLR01P
023800                        OCL_AMOUNT,                               DOCLR01P
023900                        OCL_HOLD_ID,                              DOCLR01P
024000                        OCL_DEP_DATE,                             DOCLR01P
024100                        OCL_STATUS,                               DOCLR01P
024200                        OCL_DEP_BY,                               DOCLR01P
024300                        OCL_DEP_TS)                               DOCLR01P
024400          VALUES (:DCL-OCL-ID,                                    DOCLR01P
024500                  :DCL-OCL-ACCNO,                                 DOCLR01P
024600                  :DCL-OCL-CHQNO,                                 DOCLR01P
024700                  :DCL-OCL-ROUTING,                               DOCLR01P
024800                  :DCL-OCL-DRAWER-ACC,                            DOCLR01P
024900                  :DCL-OCL-AMOUNT,                                DOCLR01P
025000                  :DCL-OCL-HOLD-ID,                               DOCLR01P
025100                  :WS-BUSINESS-DATE,                              DOCLR01P
025200                  'D',                                            DOCLR01P
025300                  :COC1I-USERID,                                  DOCLR01P
025400                  CURRENT TIMESTAMP)                              DOCLR01P
025500     END-EXEC.                                                    DOCLR01P
025600     IF SQLCODE IS NOT EQUAL TO ZERO                              DOCLR01P
025700        MOVE 'Unable to register the clearing item' TO COC1O-MSG  DOCLR01P
025800        GO TO REGISTER-ITEM-EXIT                                  DOCLR01P
025900     END-IF.                                                      DOCLR01P
026000     MOVE DCL-OCL-ID TO COC1O-ITEM-ID.                            DOCLR01P
026100     SET COC1O-REQUEST-OK TO TRUE.                                DOCLR01P
026200     MOVE 'Cheque registered for outward clearing' TO COC1O-MSG.  DOCLR01P
026300 REGISTER-ITEM-EXIT.                                              DOCLR01P
026400     EXIT.                                                        DOCLR01P
026500                                                                  DOCLR01P
026600***************************************************************** DOCLR01P
026700* The nightly run - returns first, so a bounced item is never   * DOCLR01P
026800* cleared, then the items whose window has passed, then the     * DOCLR01P
026900* file for everything deposited since the last cut              * DOCLR01P
027000***************************************************************** DOCLR01P
027100 NIGHTLY-RUN.                                                     DOCLR01P
027200     PERFORM PROCESS-RETURNS THRU                                 DOCLR01P
027300             PROCESS-RETURNS-EXIT.                                DOCLR01P
027400     IF COC1O-MSG IS NOT EQUAL TO SPACES                          DOCLR01P
027500        GO TO NIGHTLY-RUN-EXIT                                    DOCLR01P
027600     END-IF.                                                      DOCLR01P
027700     PERFORM CLEAR-PRESENTED THRU                                 DOCLR01P
027800             CLEAR-PRESENTED-EXIT.                                DOCLR01P
027900     IF COC1O-MSG IS NOT EQUAL TO SPACES                          DOCLR01P
028000        GO TO NIGHTLY-RUN-EXIT                                    DOCLR01P
028100     END-IF.                                                      DOCLR01P
028200     PERFORM CUT-PRESENTMENT THRU                                 DOCLR01P
028300             CUT-PRESENTMENT-EXIT.                                DOCLR01P
028400     IF COC1O-MSG IS NOT EQUAL TO SPACES                          DOCLR01P
028500        GO TO NIGHTLY-RUN-EXIT                                    DOCLR01P
028600     END-IF.                                                      DOCLR01P
028700     SET COC1O-REQUEST-OK TO TRUE.                                DOCLR01P
028800     MOVE 'Outward clearing run complete' TO COC1O-MSG.           DOCLR01P
028900 NIGHTLY-RUN-EXIT.                                                DOCLR01P
029000     EXIT.                                                        DOCLR01P
029100                                                                  DOCLR01P
029200***************************************************************** DOCLR01P
029300* Drain the inward returns queue one bounced item at a time     * DOCLR01P
029400***************************************************************** DOCLR01P
029500 PROCESS-RETURNS.                                                 DOCLR01P
029600 RTNI-LOOP.                                                       DOCLR01P
029700     MOVE LENGTH OF WS-RETURN-RECORD TO WS-QUEUE-LENGTH.          DOCLR01P
029800     EXEC CICS READQ TD                                           DOCLR01P
029900               QUEUE('OCRI')                                      DOCLR01P
030000               INTO(WS-RETURN-RECORD)                             DOCLR01P
030100               LENGTH(WS-QUEUE-LENGTH)                            DOCLR01P
030200               RESP(WS-RESP)                                      DOCLR01P
030300     END-EXEC.                                                    DOCLR01P
030400     IF WS-RESP IS EQUAL TO DFHRESP(QZERO)                        DOCLR01P
030500        GO TO RTNI-LOOP-EXIT                                      DOCLR01P
030600     END-IF.                                                      DOCLR01P
030700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DOCLR01P
030800        MOVE 'Unable to read the inward returns queue'            DOCLR01P
030900          TO COC1O-MSG                                            DOCLR01P
031000        GO TO RTNI-LOOP-EXIT                                      DOCLR01P
031100     END-IF.                                                      DOCLR01P
031200     ADD 1 TO COC1O-RETURNS-READ.                                 DOCLR01P
031300     PERFORM RETURN-ITEM THRU                                     DOCLR01P
031400             RETURN-ITEM-EXIT.                                    DOCLR01P
031500     IF COC1O-MSG IS NOT EQUAL TO SPACES                          DOCLR01P
031600        GO TO RTNI-LOOP-EXIT                                      DOCLR01P
031700     END-IF.                                                      DOCLR01P
031800     GO TO RTNI-LOOP.                                             DOCLR01P
031900 RTNI-LOOP-EXIT.                                                  DOCLR01P
032000 PROCESS-RETURNS-EXIT.                                            DOCLR01P
032100     EXIT.                                                        DOCLR01P
032200                                                                  DOCLR01P
032300***************************************************************** DOCLR01P
032400* Work one returned item - it must be one we presented (a late  * DOCLR01P
032500* return on an item already cleared is still honoured). The     * DOCLR01P
032600* credit is charged back even if that takes the account         * DOCLR01P
032700* overdrawn, the hold goes with it, the fee is taken and the    * DOCLR01P
032800* customer is written to                                        * DOCLR01P
032900***************************************************************** DOCLR01P
033000 RETURN-ITEM.                                                     DOCLR01P
033100     IF RTI-ITEM-ID IS NOT NUMERIC                                DOCLR01P
033200        PERFORM LOG-UNMATCHED THRU                                DOCLR01P
033300                LOG-UNMATCHED-EXIT                                DOCLR01P
033400        GO TO RETURN-ITEM-EXIT                                    DOCLR01P
033500     END-IF.                                                      DOCLR01P
033600     MOVE RTI-ITEM-ID-N TO DCL-OCL-ID.                            DOCLR01P
033700     EXEC SQL                                                     DOCLR01P
033800          SELECT OCL_ACCNO,                                       DOCLR01P
033900                 OCL_CHQNO,                                       DOCLR01P
034000                 OCL_AMOUNT,                                      DOCLR01P
034100                 OCL_HOLD_ID                                      DOCLR01P
034200          INTO :DCL-OCL-ACCNO,                                    DOCLR01P
034300               :DCL-OCL-CHQNO,                                    DOCLR01P
034400               :DCL-OCL-AMOUNT,                                   DOCLR01P
034500               :DCL-OCL-HOLD-ID                                   DOCLR01P
034600          FROM BNKOCLR                                            DOCLR01P
034700          WHERE OCL_ID = :DCL-OCL-ID AND                          DOCLR01P
034800                OCL_CHQNO = :RTI-CHQNO AND                        DOCLR01P
034900                OCL_STATUS IN ('P', 'C')                          DOCLR01P
035000     END-EXEC.                                                    DOCLR01P
035100     IF SQLCODE IS EQUAL TO +100                                  DOCLR01P
035200        PERFORM LOG-UNMATCHED THRU                                DOCLR01P
035300                LOG-UNMATCHED-EXIT                                DOCLR01P
035400        GO TO RETURN-ITEM-EXIT                                    DOCLR01P
035500     END-IF.                                                      DOCLR01P
035600     IF SQLCODE IS NOT EQUAL TO ZERO                              DOCLR01P
035700        MOVE 'Unable to read the outward clearing register'       DOCLR01P
035800          TO COC1O-MSG                                            DOCLR01P
035900        GO TO RETURN-ITEM-EXIT                                    DOCLR01P
036000     END-IF.                                                      DOCLR01P
036100                                                                  DOCLR01P
036200***************************************************************** DOCLR01P
036300* The hold has nothing left to protect once the money is taken  * DOCLR01P
036400* back - forfeit it so the same funds are not removed twice     * DOCLR01P
036500***************************************************************** DOCLR01P
036600     IF DCL-OCL-HOLD-ID IS GREATER THAN ZERO                      DOCLR01P
036700        MOVE SPACES TO CDH1-DATA                                  DOCLR01P
036800        SET CDH1I-FORFEIT-HOLD TO TRUE                            DOCLR01P
036900        MOVE DCL-OCL-HOLD-ID TO CDH1I-HOLD-ID                     DOCLR01P
037000        MOVE 'CLRNG' TO CDH1I-USERID                              DOCLR01P
037100 COPY CHOLDX01.                                                   DOCLR01P
037200        IF NOT CDH1O-REQUEST-OK AND                               DOCLR01P
037300           NOT CDH1O-HOLD-NOT-FOUND                               DOCLR01P
037400           MOVE SPACES TO CD16-DATA                               DOCLR01P
037500           MOVE SPACES TO CD16I-PERSON-PID                        DOCLR01P
037600           MOVE WS-PROGRAM-ID TO CD16I-PROGRAM                    DOCLR01P
037700           MOVE SPACES TO CD16I-MESSAGE                           DOCLR01P
037800           STRING 'RETURNED ITEM HOLD NOT FORFEITED ON '          DOCLR01P
037900                  DCL-OCL-ACCNO                                   DOCLR01P
038000                  DELIMITED BY SIZE INTO CD16I-MESSAGE            DOCLR01P
038100 COPY CBANKX16.                                                   DOCLR01P
038200        END-IF                                                    DOCLR01P
038300     END-IF.                                                      DOCLR01P
038400                                                                  DOCLR01P
038500     MOVE DCL-OCL-AMOUNT TO DCL-POST-AMOUNT.                      DOCLR01P
038600     SET TXN-CHEQUE-CHARGEBACK TO TRUE.                           DOCLR01P
038700     MOVE TXN-SUB-TYPE TO DCL-POST-SUB-TYPE.                      DOCLR01P
038800     MOVE SPACES TO TXN-DATA-OLD.                                 DOCLR01P
038900     MOVE 'Returned cheque charged back' TO TXN-T4-OLD-DESC.      DOCLR01P
039000     MOVE DCL-OCL-CHQNO TO TXN-T4-OLD-CHEQUE-NO.                  DOCLR01P
039100     PERFORM POST-DEBIT THRU                                      DOCLR01P
039200             POST-DEBIT-EXIT.                                     DOCLR01P
039300     IF COC1O-MSG IS NOT EQUAL TO SPACES                          DOCLR01P
039400        GO TO RETURN-ITEM-EXIT                                    DOCLR01P
039500     END-IF.                                                      DOCLR01P
039600     ADD 1 TO COC1O-ITEMS-RETURNED.                               DOCLR01P
039700     ADD DCL-OCL-AMOUNT TO COC1O-AMOUNT-RETURNED.                 DOCLR01P
039800                                                                  DOCLR01P
039900***************************************************************** DOCLR01P
040000* The returned-item fee comes off the rate table like any other * DOCLR01P
040100* service charge - no row or a zero row means no fee            * DOCLR01P
040200***************************************************************** DOCLR01P
040300     MOVE SPACES TO CD72-DATA.                                    DOCLR01P
040400     SET CD72I-READ-RATE TO TRUE.                                 DOCLR01P
040500     MOVE DCL-ACC-TYPE TO CD72I-ACC-TYPE.                         DOCLR01P
040600     SET CD72I-KIND-RETURN-FEE TO TRUE.                           DOCLR01P
040700     MOVE ZEROES TO CD72I-BALANCE.                                DOCLR01P
040800     MOVE WS-BUSINESS-DATE TO CD72I-ASOF-DATE.                    DOCLR01P
040900 COPY CBANKX72.                                                   DOCLR01P
041000     IF CD72O-REQUEST-OK AND                                      DOCLR01P
041100        CD72O-AMOUNT IS GREATER THAN ZERO                         DOCLR01P
041200        MOVE CD72O-AMOUNT TO DCL-POST-AMOUNT                      DOCLR01P
041300        SET TXN-RETURNED-ITEM-FEE TO TRUE                         DOCLR01P
041400        MOVE TXN-SUB-TYPE TO DCL-POST-SUB-TYPE                    DOCLR01P
041500        MOVE SPACES TO TXN-DATA-OLD                               DOCLR01P
041600        MOVE 'Returned cheque fee' TO TXN-T4-OLD-DESC             DOCLR01P
041700        MOVE DCL-OCL-CHQNO TO TXN-T4-OLD-CHEQUE-NO                DOCLR01P
041800        PERFORM POST-DEBIT THRU                                   DOCLR01P
041900                POST-DEBIT-EXIT                                   DOCLR01P
042000        IF COC1O-MSG IS NOT EQUAL TO SPACES                       DOCLR01P
042100           GO TO RETURN-ITEM-EXIT                                 DOCLR01P
042200        END-IF                                                    DOCLR01P
042300        ADD 1 TO COC1O-FEES-CHARGED                               DOCLR01P
042400     END-IF.                                                      DOCLR01P
042500                                                                  DOCLR01P
042600     EXEC SQL                                                     DOCLR01P
042700          UPDATE BNKOCLR                                          DOCLR01P
042800          SET OCL_STATUS = 'R',                                   DOCLR01P
042900              OCL_REASON = :RTI-REASON,                           DOCLR01P
043000              OCL_RTN_DATE = :WS-BUSINESS-DATE                    DOCLR01P
043100          WHERE OCL_ID = :DCL-OCL-ID                              DOCLR01P
043200     END-EXEC.                                                    DOCLR01P
043300     IF SQLCODE IS NOT EQUAL TO ZERO                              DOCLR01P
043400        MOVE 'Unable to mark the clearing item returned'          DOCLR01P
043500          TO COC1O-MSG                                            DOCLR01P
043600        GO TO RETURN-ITEM-EXIT                                    DOCLR01P
043700     END-IF.                                                      DOCLR01P
043800                                                                  DOCLR01P
043900***************************************************************** DOCLR01P
044000* Tell the customer - a letter problem is for the back office,  * DOCLR01P
044100* the chargeback itself stands                                  * DOCLR01P
044200***************************************************************** DOCLR01P
044300     MOVE SPACES TO DCL-CUST-NAME.                                DOCLR01P
044400     EXEC SQL                                                     DOCLR01P
044500          SELECT BCS_NAME                                         DOCLR01P
044600          INTO :DCL-CUST-NAME                                     DOCLR01P
044700          FROM BNKCUST                                            DOCLR01P
044800          WHERE BCS_PID = :DCL-ACC-PID                            DOCLR01P
044900     END-EXEC.                                                    DOCLR01P
045000     INITIALIZE CLT1-DATA.                                        DOCLR01P
045100     SET CLT1I-FORMAT-LETTER TO TRUE.                             DOCLR01P
045200     MOVE 'CHQRTN01' TO CLT1I-TEMPLATE.                           DOCLR01P
045300     MOVE DCL-CUST-NAME TO CLT1I-MERGE-NAME.                      DOCLR01P
045400     MOVE DCL-OCL-ACCNO TO CLT1I-MERGE-ACC.                       DOCLR01P
045500     MOVE DCL-OCL-AMOUNT TO CLT1I-MERGE-AMOUNT.                   DOCLR01P
045600     MOVE WS-BUSINESS-DATE TO CLT1I-MERGE-DATE.                   DOCLR01P
045650     MOVE DCL-ACC-PID TO CLT1I-PERSON-PID.                        DOCLR01P
045700     MOVE SPACES TO CLT1I-LETTER-NAME.                            DOCLR01P
045800     STRING 'RETURNED CHEQUE ' DCL-OCL-ACCNO                      DOCLR01P
045900            DELIMITED BY SIZE INTO CLT1I-LETTER-NAME.             DOCLR01P
046000 COPY CLTTRX01.                                                   DOCLR01P
046100     IF NOT CLT1O-REQUEST-OK                                      DOCLR01P
046200        MOVE SPACES TO CD16-DATA                                  DOCLR01P
046300        MOVE DCL-ACC-PID TO CD16I-PERSON-PID                      DOCLR01P
046400        MOVE WS-PROGRAM-ID TO CD16I-PROGRAM                       DOCLR01P
046500        MOVE SPACES TO CD16I-MESSAGE                              DOCLR01P
046600        STRING 'RETURNED CHEQUE LETTER NOT SENT ON ' DCL-OCL-ACCNODOCLR01P
046700               DELIMITED BY SIZE INTO CD16I-MESSAGE               DOCLR01P
046800 COPY CBANKX16.                                                   DOCLR01P
046900     END-IF.                                                      DOCLR01P
047000 RETURN-ITEM-EXIT.                                                DOCLR01P
047100     EXIT.                                                        DOCLR01P
047200                                                                  DOCLR01P
047300***************************************************************** DOCLR01P
047400* A return we cannot tie to an item we presented is left for    * DOCLR01P
047500* the back office to trace                                      * DOCLR01P
047600***************************************************************** DOCLR01P
047700 LOG-UNMATCHED.                                                   DOCLR01P
047800     ADD 1 TO COC1O-ITEMS-UNMATCHED.                              DOCLR01P
047900     MOVE SPACES TO CD16-DATA.                                    DOCLR01P
048000     MOVE SPACES TO CD16I-PERSON-PID.                             DOCLR01P
048100     MOVE WS-PROGRAM-ID TO CD16I-PROGRAM.                         DOCLR01P
048200     MOVE SPACES TO CD16I-MESSAGE.                                DOCLR01P
048300     STRING 'UNMATCHED RETURN ITEM ' RTI-ITEM-ID                  DOCLR01P
048400            ' CHEQUE ' RTI-CHQNO                                  DOCLR01P
048500            DELIMITED BY SIZE INTO CD16I-MESSAGE.                 DOCLR01P
048600 COPY CBANKX16.                                                   DOCLR01P
048700 LOG-UNMATCHED-EXIT.                                              DOCLR01P
048800     EXIT.                                                        DOCLR01P
048900                                                                  DOCLR01P
049000***************************************************************** DOCLR01P
049100* Debit the depositor's account for a chargeback or its fee.    * DOCLR01P
049200* The money has already gone, so no funds guard applies - the   * DOCLR01P
049300* account may go overdrawn. The journal data is set by caller   * DOCLR01P
049400***************************************************************** DOCLR01P
049500 POST-DEBIT.                                                      DOCLR01P
049600     EXEC SQL                                                     DOCLR01P
049700          SELECT BAC_PID,                                         DOCLR01P
049800                 BAC_ACCTYPE,                                     DOCLR01P
049900                 BAC_BALANCE                                      DOCLR01P
050000          INTO :DCL-ACC-PID,                                      DOCLR01P
050100               :DCL-ACC-TYPE,                                     DOCLR01P
050200               :DCL-OLD-BALANCE                                   DOCLR01P
050300          FROM BNKACC                                             DOCLR01P
050400          WHERE BAC_ACCNO = :DCL-OCL-ACCNO                        DOCLR01P
050500     END-EXEC.                                                    DOCLR01P
050600     IF SQLCODE IS NOT EQUAL TO ZERO                              DOCLR01P
050700        MOVE 'Unable to read the depositing account' TO COC1O-MSG DOCLR01P
050800        GO TO POST-DEBIT-EXIT                                     DOCLR01P
050900     END-IF.                                                      DOCLR01P
051000     COMPUTE DCL-NEW-BALANCE =                                    DOCLR01P
051100             DCL-OLD-BALANCE - DCL-POST-AMOUNT.                   DOCLR01P
051200     EXEC SQL                                                     DOCLR01P
051300          UPDATE BNKACC                                           DOCLR01P
051400          SET BAC_BALANCE = :DCL-NEW-BALANCE,                     DOCLR01P
051500              BAC_UPDATED_TS = CURRENT TIMESTAMP                  DOCLR01P
051600          WHERE (BAC_ACCNO = :DCL-OCL-ACCNO AND                   DOCLR01P
051700                 BAC_BALANCE = :DCL-OLD-BALANCE)                  DOCLR01P
051800     END-EXEC.                                                    DOCLR01P
051900     IF SQLCODE IS NOT EQUAL TO ZERO                              DOCLR01P
052000        MOVE 'Unable to debit the account for a returned cheque'  DOCLR01P
052100          TO COC1O-MSG                                            DOCLR01P
052200        GO TO POST-DEBIT-EXIT                                     DOCLR01P
052300     END-IF.                                                      DOCLR01P
052400     EXEC SQL                                                     DOCLR01P
052500          SET :DCL-POST-TIMESTAMP = CURRENT TIMESTAMP             DOCLR01P
052600     END-EXEC.                                                    DOCLR01P
052700     MOVE 'RC' TO TR-PREFIX.                                      DOCLR01P
052800     MOVE DCL-POST-TIMESTAMP TO TR-TIMESTAMP.                     DOCLR01P
052900     CALL 'DBANK30P' USING WS-REF-DATA.                           DOCLR01P
053000     EXEC SQL                                                     DOCLR01P
053100          INSERT                                                  DOCLR01P
053200          INTO BNKTXN (BTX_PID,                                   DOCLR01P
053300                       BTX_TYPE,                                  DOCLR01P
053400                       BTX_SUB_TYPE,                              DOCLR01P
053500                       BTX_ACCNO,                                 DOCLR01P
053600                       BTX_TIMESTAMP,                             DOCLR01P
053700                       BTX_AMOUNT,                                DOCLR01P
053800                       BTX_DATA_OLD,                              DOCLR01P
053900                       BTX_REF)                                   DOCLR01P
054000          VALUES (:DCL-ACC-PID,                                   DOCLR01P
054100                  '4',                                            DOCLR01P
054200                  :DCL-POST-SUB-TYPE,                             DOCLR01P
054300                  :DCL-OCL-ACCNO,                                 DOCLR01P
054400                  :DCL-POST-TIMESTAMP,                            DOCLR01P
054500                  :DCL-POST-AMOUNT,                               DOCLR01P
054600                  :TXN-DATA-OLD,                                  DOCLR01P
054700                  :TR-REF)                                        DOCLR01P
054800     END-EXEC.                                                    DOCLR01P
054900     IF SQLCODE IS NOT EQUAL TO ZERO                              DOCLR01P
055000        MOVE 'Unable to journal a returned cheque' TO COC1O-MSG   DOCLR01P
055100        GO TO POST-DEBIT-EXIT                                     DOCLR01P
055200     END-IF.                                                      DOCLR01P
055300 POST-DEBIT-EXIT.                                                 DOCLR01P
055400     EXIT.                                                        DOCLR01P
055500                                                                  DOCLR01P
055600***************************************************************** DOCLR01P
055700* Presented items not returned within the window have cleared - * DOCLR01P
055800* their deposit holds come off and the register says so         * DOCLR01P
055900***************************************************************** DOCLR01P
056000 CLEAR-PRESENTED.                                                 DOCLR01P
056100     EXEC SQL                                                     DOCLR01P
056200          DECLARE OCLC_CSR CURSOR FOR                             DOCLR01P
056300          SELECT OCL_ID,                                          DOCLR01P
056400                 OCL_ACCNO,                                       DOCLR01P
056500                 OCL_HOLD_ID                                      DOCLR01P
056600          FROM BNKOCLR                                            DOCLR01P
056700          WHERE OCL_STATUS = 'P' AND                              DOCLR01P
056800                OCL_CLEAR_DATE <= :WS-BUSINESS-DATE               DOCLR01P
056900          ORDER BY OCL_ID                                         DOCLR01P
057000          FOR FETCH ONLY                                          DOCLR01P
057100     END-EXEC.                                                    DOCLR01P
057200     EXEC SQL                                                     DOCLR01P
057300          OPEN OCLC_CSR                                           DOCLR01P
057400     END-EXEC.                                                    DOCLR01P
057500     IF SQLCODE IS NOT EQUAL TO ZERO                              DOCLR01P
057600        MOVE 'Unable to open the cleared items' TO COC1O-MSG      DOCLR01P
057700        GO TO CLEAR-PRESENTED-EXIT                                DOCLR01P
057800     END-IF.                                                      DOCLR01P
057900     MOVE ZEROES TO DCL-OCL-LAST-ID.                              DOCLR01P
058000 OCLC-LOOP.                                                       DOCLR01P
058100     EXEC SQL                                                     DOCLR01P
058200          FETCH OCLC_CSR                                          DOCLR01P
058300          INTO :DCL-OCL-ID,                                       DOCLR01P
058400               :DCL-OCL-ACCNO,                                    DOCLR01P
058500               :DCL-OCL-HOLD-ID                                   DOCLR01P
058600     END-EXEC.                                                    DOCLR01P
058700     IF SQLCODE IS EQUAL TO +100                                  DOCLR01P
058800        GO TO OCLC-LOOP-EXIT                                      DOCLR01P
058900     END-IF.                                                      DOCLR01P
059000     IF SQLCODE IS NOT EQUAL TO ZERO                              DOCLR01P
059100        MOVE 'Unable to read the cleared items' TO COC1O-MSG      DOCLR01P
059200        GO TO OCLC-LOOP-EXIT                                      DOCLR01P
059300     END-IF.                                                      DOCLR01P
059400     MOVE DCL-OCL-ID TO DCL-OCL-LAST-ID.                          DOCLR01P
059500     IF DCL-OCL-HOLD-ID IS GREATER THAN ZERO                      DOCLR01P
059600        MOVE SPACES TO CDH1-DATA                                  DOCLR01P
059700        SET CDH1I-RELEASE-HOLD TO TRUE                            DOCLR01P
059800        MOVE DCL-OCL-HOLD-ID TO CDH1I-HOLD-ID                     DOCLR01P
059900        MOVE 'CLRNG' TO CDH1I-USERID                              DOCLR01P
060000 COPY CHOLDX01.                                                   DOCLR01P
060100        IF NOT CDH1O-REQUEST-OK AND                               DOCLR01P
060200           NOT CDH1O-HOLD-NOT-FOUND                               DOCLR01P
060300           MOVE SPACES TO CD16-DATA                               DOCLR01P
060400           MOVE SPACES TO CD16I-PERSON-PID                        DOCLR01P
060500           MOVE WS-PROGRAM-ID TO CD16I-PROGRAM                    DOCLR01P
060600           MOVE SPACES TO CD16I-MESSAGE                           DOCLR01P
060700           STRING 'CLEARED ITEM HOLD NOT RELEASED ON '            DOCLR01P
060800                  DCL-OCL-ACCNO                                   DOCLR01P
060900                  DELIMITED BY SIZE INTO CD16I-MESSAGE            DOCLR01P
061000 COPY CBANKX16.                                                   DOCLR01P
061100        END-IF                                                    DOCLR01P
061200     END-IF.                                                      DOCLR01P
061300     ADD 1 TO COC1O-ITEMS-CLEARED.                                DOCLR01P
061400     GO TO OCLC-LOOP.                                             DOCLR01P
061500 OCLC-LOOP-EXIT.                                                  DOCLR01P
061600     EXEC SQL                                                     DOCLR01P
061700          CLOSE OCLC_CSR                                          DOCLR01P
061800     END-EXEC.                                                    DOCLR01P
061900     IF COC1O-MSG IS NOT EQUAL TO SPACES OR                       DOCLR01P
062000        DCL-OCL-LAST-ID IS EQUAL TO ZERO                          DOCLR01P
062100        GO TO CLEAR-PRESENTED-EXIT                                DOCLR01P
062200     END-IF.                                                      DOCLR01P
062300     EXEC SQL                                                     DOCLR01P
062400          UPDATE BNKOCLR                                          DOCLR01P
062500          SET OCL_STATUS = 'C'                                    DOCLR01P
062600          WHERE OCL_STATUS = 'P' AND                              DOCLR01P
062700                OCL_CLEAR_DATE <= :WS-BUSINESS-DATE AND           DOCLR01P
062800                OCL_ID <= :DCL-OCL-LAST-ID                        DOCLR01P
062900     END-EXEC.                                                    DOCLR01P
063000     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DOCLR01P
063100        SQLCODE IS NOT EQUAL TO +100                              DOCLR01P
063200        MOVE 'Unable to mark the clearing items cleared'          DOCLR01P
063300          TO COC1O-MSG                                            DOCLR01P
063400        GO TO CLEAR-PRESENTED-EXIT                                DOCLR01P
063500     END-IF.                                                      DOCLR01P
063600 CLEAR-PRESENTED-EXIT.                                            DOCLR01P
063700     EXIT.                                                        DOCLR01P
063800                                                                  DOCLR01P
063900***************************************************************** DOCLR01P
064000* Cut tonight's presentment file - every item deposited since   * DOCLR01P
064100* the last cut, framed with item count and hash total, then     * DOCLR01P
064200* the items marked presented with the date their return window  * DOCLR01P
064300* closes                                                        * DOCLR01P
064400***************************************************************** DOCLR01P
064500 CUT-PRESENTMENT.                                                 DOCLR01P
064600     MOVE WS-RETURN-WINDOW-DAYS TO DCL-WINDOW-DAYS.               DOCLR01P
064700     EXEC SQL                                                     DOCLR01P
064800          SET :DCL-CLEAR-DATE =                                   DOCLR01P
064900              DATE(:WS-BUSINESS-DATE) + :DCL-WINDOW-DAYS DAYS     DOCLR01P
065000     END-EXEC.                                                    DOCLR01P
065100     INITIALIZE CD98-DATA.                                        DOCLR01P
065200     SET CD98I-NEXT-BUSINESS-DAY TO TRUE.                         DOCLR01P
065300     MOVE DCL-CLEAR-DATE TO CD98I-DATE.                           DOCLR01P
065400 COPY CBANKX98.                                                   DOCLR01P
065500     IF CD98O-REQUEST-OK                                          DOCLR01P
065600        MOVE CD98O-DATE TO DCL-CLEAR-DATE                         DOCLR01P
065700     END-IF.                                                      DOCLR01P
065800     EXEC SQL                                                     DOCLR01P
065900          DECLARE OCLP_CSR CURSOR FOR                             DOCLR01P
066000          SELECT OCL_ID,                                          DOCLR01P
066100                 OCL_ROUTING,                                     DOCLR01P
066200                 VALUE(OCL_DRAWER_ACC, ' '),                      DOCLR01P
066300                 OCL_CHQNO,                                       DOCLR01P
066400                 OCL_AMOUNT,                                      DOCLR01P
066500                 OCL_ACCNO                                        DOCLR01P
066600          FROM BNKOCLR                                            DOCLR01P
066700          WHERE OCL_STATUS = 'D'                                  DOCLR01P
066800          ORDER BY OCL_ID                                         DOCLR01P
066900          FOR FETCH ONLY                                          DOCLR01P
067000     END-EXEC.                                                    DOCLR01P
067100     EXEC SQL                                                     DOCLR01P
067200          OPEN OCLP_CSR                                           DOCLR01P
067300     END-EXEC.                                                    DOCLR01P
067400     IF SQLCODE IS NOT EQUAL TO ZERO                              DOCLR01P
067500        MOVE 'Unable to open the presentment extract' TO COC1O-MSGDOCLR01P
067600        GO TO CUT-PRESENTMENT-EXIT                                DOCLR01P
067700     END-IF.                                                      DOCLR01P
067800     MOVE ZEROES TO DCL-OCL-LAST-ID.                              DOCLR01P
067900 OCLP-LOOP.                                                       DOCLR01P
068000     EXEC SQL                                                     DOCLR01P
068100          FETCH OCLP_CSR                                          DOCLR01P
068200          INTO :DCL-OCL-ID,                                       DOCLR01P
068300               :DCL-OCL-ROUTING,                                  DOCLR01P
068400               :DCL-OCL-DRAWER-ACC,                               DOCLR01P
068500               :DCL-OCL-CHQNO,                                    DOCLR01P
068600               :DCL-OCL-AMOUNT,                                   DOCLR01P
068700               :DCL-OCL-ACCNO                                     DOCLR01P
068800     END-EXEC.                                                    DOCLR01P
068900     IF SQLCODE IS EQUAL TO +100                                  DOCLR01P
069000        GO TO OCLP-LOOP-EXIT                                      DOCLR01P
069100     END-IF.                                                      DOCLR01P
069200     IF SQLCODE IS NOT EQUAL TO ZERO                              DOCLR01P
069300        MOVE 'Unable to read the presentment extract' TO COC1O-MSGDOCLR01P
069400        GO TO OCLP-LOOP-EXIT                                      DOCLR01P
069500     END-IF.                                                      DOCLR01P
069600     MOVE DCL-OCL-ID TO DCL-OCL-LAST-ID.                          DOCLR01P
069700     MOVE DCL-OCL-ID TO PRS-ITEM-ID.                              DOCLR01P
069800     MOVE DCL-OCL-ROUTING TO PRS-ROUTING.                         DOCLR01P
069900     MOVE DCL-OCL-DRAWER-ACC TO PRS-DRAWER-ACC.                   DOCLR01P
070000     MOVE DCL-OCL-CHQNO TO PRS-CHQNO.                             DOCLR01P
070100     MOVE DCL-OCL-AMOUNT TO PRS-AMOUNT.                           DOCLR01P
070200     MOVE DCL-OCL-ACCNO TO PRS-DEP-ACC.                           DOCLR01P
070300     EXEC CICS WRITEQ TD                                          DOCLR01P
070400               QUEUE('OCPO')                                      DOCLR01P
070500               FROM(WS-PRESENT-RECORD)                            DOCLR01P
070600               LENGTH(LENGTH OF WS-PRESENT-RECORD)                DOCLR01P
070700               RESP(WS-RESP)                                      DOCLR01P
070800     END-EXEC.                                                    DOCLR01P
070900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DOCLR01P
071000        MOVE 'Unable to write the presentment queue' TO COC1O-MSG DOCLR01P
071100        GO TO OCLP-LOOP-EXIT                                      DOCLR01P
071200     END-IF.                                                      DOCLR01P
071300     ADD 1 TO COC1O-ITEMS-PRESENTED.                              DOCLR01P
071400     ADD DCL-OCL-AMOUNT TO COC1O-AMOUNT-PRESENTED.                DOCLR01P
071500     GO TO OCLP-LOOP.                                             DOCLR01P
071600 OCLP-LOOP-EXIT.                                                  DOCLR01P
071700     EXEC SQL                                                     DOCLR01P
071800          CLOSE OCLP_CSR                                          DOCLR01P
071900     END-EXEC.                                                    DOCLR01P
072000     IF COC1O-MSG IS NOT EQUAL TO SPACES                          DOCLR01P
072100        GO TO CUT-PRESENTMENT-EXIT                                DOCLR01P
072200     END-IF.                                                      DOCLR01P
072300     IF DCL-OCL-LAST-ID IS GREATER THAN ZERO                      DOCLR01P
072400        EXEC SQL                                                  DOCLR01P
072500             UPDATE BNKOCLR                                       DOCLR01P
072600             SET OCL_STATUS = 'P',                                DOCLR01P
072700                 OCL_PRES_DATE = :WS-BUSINESS-DATE,               DOCLR01P
072800                 OCL_CLEAR_DATE = :DCL-CLEAR-DATE                 DOCLR01P
072900             WHERE OCL_STATUS = 'D' AND                           DOCLR01P
073000                   OCL_ID <= :DCL-OCL-LAST-ID                     DOCLR01P
073100        END-EXEC                                                  DOCLR01P
073200        IF SQLCODE IS NOT EQUAL TO ZERO                           DOCLR01P
073300           MOVE 'Unable to mark the clearing items presented'     DOCLR01P
073400             TO COC1O-MSG                                         DOCLR01P
073500           GO TO CUT-PRESENTMENT-EXIT                             DOCLR01P
073600        END-IF                                                    DOCLR01P
073700     END-IF.                                                      DOCLR01P
073800     INITIALIZE CD91-DATA.                                        DOCLR01P
073900     SET CD91I-FRAME-FILE TO TRUE.                                DOCLR01P
074000     MOVE WS-PROGRAM-ID TO CD91I-SOURCE-JOB.                      DOCLR01P
074100     MOVE 'OCPO' TO CD91I-IN-QUEUE.                               DOCLR01P
074200     MOVE 'OCPX' TO CD91I-OUT-QUEUE.                              DOCLR01P
074300     MOVE WS-BUSINESS-DATE TO CD91I-BUSINESS-DATE.                DOCLR01P
074400 COPY CBANKX91.                                                   DOCLR01P
074500     IF NOT CD91O-REQUEST-OK                                      DOCLR01P
074600        MOVE CD91O-MSG TO COC1O-MSG                               DOCLR01P
074700        GO TO CUT-PRESENTMENT-EXIT                                DOCLR01P
074800     END-IF.                                                      DOCLR01P
074900 CUT-PRESENTMENT-EXIT.                                            DOCLR01P
075000     EXIT.                                                        DOCLR01P
