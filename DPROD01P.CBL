000100***************************************************************** DPROD01P
000200*                                                               * DPROD01P
000300*  Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.    * DPROD01P
000400*  This demonstration program is provided for use by users      * DPROD01P
000500*  of Micro Focus products and may be used, modified and        * DPROD01P
000600*  distributed as part of your application provided that        * DPROD01P
000700*  you properly acknowledge the copyright of Micro Focus        * DPROD01P
000800*  in this material.                                            * DPROD01P
000900*                                                               * DPROD01P
001000***************************************************************** DPROD01P
001100                                                                  DPROD01P
001200***************************************************************** DPROD01P
001300* Program:     DPROD01P.CBL                                     * DPROD01P
001400* Function:    Product catalogue - lists and reads the account  * DPROD01P
001500*              types on BNKATYPE with the rules that go with    * DPROD01P
001600*              them, and takes a new product or a change to one * DPROD01P
001700*              as a pending row that only reaches BNKATYPE when * DPROD01P
001800*              a second user approves it                        * DPROD01P
001900*              SQL version                                      * DPROD01P
002000***************************************************************** DPROD01P
002100                                                                  DPROD01P
002200 IDENTIFICATION DIVISION.                                         DPROD01P
002300 PROGRAM-ID.                                                      DPROD01P
002400     DPROD01P.                                                    DPROD01P
002500 DATE-WRITTEN.                                                    DPROD01P
002600     October 2026.                                                DPROD01P
002700 DATE-COMPILED.                                                   DPROD01P
002800     Today.                                                       DPROD01P
002900                                                                  DPROD01P
003000 ENVIRONMENT DIVISION.                                            DPROD01P
003100                                                                  DPROD01P
003200 DATA DIVISION.                                                   DPROD01P
003300                                                                  DPROD01P
003400 WORKING-STORAGE SECTION.                                         DPROD01P
003500 01  WS-MISC-STORAGE.                                             DPROD01P
003600   05  WS-PROGRAM-ID                         PIC X(8)             DPROD01P
003700       VALUE 'DPROD01P'.                                          DPROD01P
003800   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DPROD01P
003900   05  WS-SUB1                               PIC S9(4) COMP.      DPROD01P
004000   05  WS-CCY-FLAG                           PIC X(1).            DPROD01P
004100     88  WS-CCY-INVALID                      VALUE 'Y'.           DPROD01P
004200                                                                  DPROD01P
004300   EXEC SQL                                                       DPROD01P
004400        BEGIN DECLARE SECTION                                     DPROD01P
004500   END-EXEC.                                                      DPROD01P
004600 01  WS-COMMAREA.                                                 DPROD01P
004700     EXEC SQL                                                     DPROD01P
004800          INCLUDE CPRODD01                                        DPROD01P
004900     END-EXEC.                                                    DPROD01P
005000 01  WS-98-COMMAREA.                                              DPROD01P
005100     EXEC SQL                                                     DPROD01P
005200          INCLUDE CBANKD98                                        DPROD01P
005300     END-EXEC.                                                    DPROD01P
005400 01  DCL-PROD-AREAS.                                              DPROD01P
005500*        A product as held on BNKATYPE or proposed on BNKATYPP    DPROD01P
005600   05  DCL-BAT-TYPE                          PIC X(2).            DPROD01P
005700   05  DCL-BAT-DESC                          PIC X(15).           DPROD01P
005800   05  DCL-BAT-MIN-OPEN-BAL                  PIC S9(7)V99 COMP-3. DPROD01P
005900   05  DCL-BAT-MIN-AGE                       PIC S9(3) COMP-3.    DPROD01P
006000   05  DCL-BAT-MAX-AGE                       PIC S9(3) COMP-3.    DPROD01P
006100   05  DCL-BAT-CURRENCIES                    PIC X(15).           DPROD01P
006200   05  DCL-BAT-INT-BEARING                   PIC X(1).            DPROD01P
006300   05  DCL-BAT-OD-ELIGIBLE                   PIC X(1).            DPROD01P
006400   05  DCL-BAT-FEE-SCHED                     PIC X(2).            DPROD01P
006500   05  DCL-BAT-RATE-TYPE                     PIC X(2).            DPROD01P
006600   05  DCL-BAT-SELL-FROM                     PIC X(10).           DPROD01P
006700   05  DCL-BAT-STOP-SELL                     PIC X(10).           DPROD01P
006800   05  DCL-ATP-MAKER                         PIC X(5).            DPROD01P
006900   05  DCL-ATP-MADE-TS                       PIC X(26).           DPROD01P
007000   05  DCL-LST-KIND                          PIC X(1).            DPROD01P
007100   05  DCL-ROW-COUNT                         PIC S9(9) COMP-3.    DPROD01P
007200 01  WS-PROD-AREAS.                                               DPROD01P
007300   05  WS-BUSINESS-DATE                      PIC X(10).           DPROD01P
007400   05  WS-RUN-TS                             PIC X(26).           DPROD01P
007500                                                                  DPROD01P
007600     EXEC SQL                                                     DPROD01P
007700          INCLUDE SQLCA                                           DPROD01P
007800     END-EXEC.                                                    DPROD01P
007900                                                                  DPROD01P
008000 COPY CABENDD.                                                    DPROD01P
008100   EXEC SQL                                                       DPROD01P
008200        END DECLARE SECTION                                       DPROD01P
008300   END-EXEC.                                                      DPROD01P
008400                                                                  DPROD01P
008500 LINKAGE SECTION.                                                 DPROD01P
008600 01  DFHCOMMAREA.                                                 DPROD01P
008700   05  LK-COMMAREA                           PIC X(1)             DPROD01P
008800       OCCURS 1 TO 6144 TIMES                                     DPROD01P
008900         DEPENDING ON WS-COMMAREA-LENGTH.                         DPROD01P
009000                                                                  DPROD01P
009100 COPY CENTRY.                                                     DPROD01P
009200***************************************************************** DPROD01P
009300* Move the passed area to our area                              * DPROD01P
009400***************************************************************** DPROD01P
009500     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DPROD01P
009600     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DPROD01P
009700                                                                  DPROD01P
009800***************************************************************** DPROD01P
009900* Initialize our output area                                    * DPROD01P
010000***************************************************************** DPROD01P
010100     INITIALIZE CPD1O-DATA.                                       DPROD01P
010200     SET CPD1O-REQUEST-FAIL TO TRUE.                              DPROD01P
010300                                                                  DPROD01P
010400     INITIALIZE CD98-DATA.                                        DPROD01P
010500     SET CD98I-READ-BUSINESS-DATE TO TRUE.                        DPROD01P
010600 COPY CBANKX98.                                                   DPROD01P
010700     IF NOT CD98O-REQUEST-OK                                      DPROD01P
010800        MOVE CD98O-MSG TO CPD1O-MSG                               DPROD01P
010900        GO TO DPROD01P-EXIT                                       DPROD01P
011000     END-IF.                                                      DPROD01P
011100     MOVE CD98O-DATE TO WS-BUSINESS-DATE.                         DPROD01P
011200     EXEC SQL                                                     DPROD01P
011300          SET :WS-RUN-TS = CURRENT TIMESTAMP                      DPROD01P
011400     END-EXEC.                                                    DPROD01P
011500                                                                  DPROD01P
011600     EVALUATE TRUE                                                DPROD01P
011700       WHEN CPD1I-LIST                                            DPROD01P
011800         PERFORM LIST-PRODUCTS THRU                               DPROD01P
011900                 LIST-PRODUCTS-EXIT                               DPROD01P
012000       WHEN CPD1I-READ                                            DPROD01P
012100         PERFORM READ-PRODUCT THRU                                DPROD01P
012200                 READ-PRODUCT-EXIT                                DPROD01P
012300       WHEN CPD1I-PROPOSE                                         DPROD01P
012400         PERFORM PROPOSE-PRODUCT THRU                             DPROD01P
012500                 PROPOSE-PRODUCT-EXIT                             DPROD01P
012600       WHEN CPD1I-APPROVE                                         DPROD01P
012700         PERFORM APPROVE-PRODUCT THRU                             DPROD01P
012800                 APPROVE-PRODUCT-EXIT                             DPROD01P
012900       WHEN CPD1I-REJECT                                          DPROD01P
013000         PERFORM REJECT-PRODUCT THRU                              DPROD01P
013100                 REJECT-PRODUCT-EXIT                              DPROD01P
013200       WHEN OTHER                                                 DPROD01P
013300         MOVE 'Unknown product function requested' TO CPD1O-MSG   DPROD01P
013400     END-EVALUATE.                                                DPROD01P
013500                                                                  DPROD01P
013600 DPROD01P-EXIT.                                                   DPROD01P
013700***************************************************************** DPROD01P
013800* Move the result back to the callers area                      * DPROD01P
013900***************************************************************** DPROD01P
014000     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DPROD01P
014100                                                                  DPROD01P
014200***************************************************************** DPROD01P
014300* Return to our caller                                          * DPROD01P
014400***************************************************************** DPROD01P
014500 COPY CRETURN.                                                    DPROD01P
014600                                                                  DPROD01P
014700***************************************************************** DPROD01P
014800* A page of products from the type given, each shown as on      * DPROD01P
014900* sale, not yet on sale or stopped as at the business date and  * DPROD01P
015000* marked when a change to it awaits approval. A new product     * DPROD01P
015100* still awaiting approval is listed as NEW                      * DPROD01P
015200***************************************************************** DPROD01P
015300 LIST-PRODUCTS.                                                   DPROD01P
015400     EXEC SQL                                                     DPROD01P
015500          DECLARE BAT_CSR CURSOR FOR                              DPROD01P
015600          SELECT BAT.BAT_TYPE,                                    DPROD01P
015700                 BAT.BAT_DESC,                                    DPROD01P
015800                 VALUE(NULLIF(BAT.BAT_SELL_FROM, ' '),            DPROD01P
015900                       '0001-01-01'),                             DPROD01P
016000                 VALUE(NULLIF(BAT.BAT_STOP_SELL, ' '),            DPROD01P
016100                       '9999-12-31'),                             DPROD01P
016200                 CASE WHEN EXISTS                                 DPROD01P
016300                           (SELECT 1                              DPROD01P
016400                            FROM BNKATYPP ATP                     DPROD01P
016500                            WHERE ATP.ATP_TYPE = BAT.BAT_TYPE AND DPROD01P
016600                                  ATP.ATP_STATUS = 'P')           DPROD01P
016700                      THEN 'P'                                    DPROD01P
016800                      ELSE 'H'                                    DPROD01P
016900                 END                                              DPROD01P
017000          FROM BNKATYPE BAT                                       DPROD01P
017100          WHERE BAT.BAT_TYPE >= :CPD1I-TYPE                       DPROD01P
017200          UNION ALL                                               DPROD01P
017300          SELECT ATP.ATP_TYPE,                                    DPROD01P
017400                 ATP.ATP_DESC,                                    DPROD01P
017500                 '0001-01-01',                                    DPROD01P
017600                 '9999-12-31',                                    DPROD01P
017700                 'N'                                              DPROD01P
017800          FROM BNKATYPP ATP                                       DPROD01P
017900          WHERE ATP.ATP_STATUS = 'P' AND                          DPROD01P
018000                ATP.ATP_TYPE >= :CPD1I-TYPE AND                   DPROD01P
018100                NOT EXISTS                                        DPROD01P
018200                    (SELECT 1                                     DPROD01P
018300                     FROM BNKATYPE BAT                            DPROD01P
018400                     WHERE BAT.BAT_TYPE = ATP.ATP_TYPE)           DPROD01P
018500          ORDER BY 1                                              DPROD01P
018600          FOR FETCH ONLY                                          DPROD01P
018700     END-EXEC.                                                    DPROD01P
018800     EXEC SQL                                                     DPROD01P
018900          OPEN BAT_CSR                                            DPROD01P
019000     END-EXEC.                                                    DPROD01P
019100     IF SQLCODE IS NOT EQUAL TO ZERO                              DPROD01P
019200        MOVE 'Unable to open the product catalogue' TO CPD1O-MSG  DPROD01P
019300        GO TO LIST-PRODUCTS-EXIT                                  DPROD01P
019400     END-IF.                                                      DPROD01P
019500     MOVE 0 TO WS-SUB1.                                           DPROD01P
019600 BAT-LOOP.                                                        DPROD01P
019700     IF WS-SUB1 IS EQUAL TO 6                                     DPROD01P
019800        GO TO BAT-LOOP-EXIT                                       DPROD01P
019900     END-IF.                                                      DPROD01P
020000     EXEC SQL                                                     DPROD01P
020100          FETCH BAT_CSR                                           DPROD01P
020200          INTO :DCL-BAT-TYPE,                                     DPROD01P
020300               :DCL-BAT-DESC,                                     DPROD01P
020400               :DCL-BAT-SELL-FROM,                                DPROD01P
020500               :DCL-BAT-STOP-SELL,                                DPROD01P
020600               :DCL-LST-KIND                                      DPROD01P
020700     END-EXEC.                                                    DPROD01P
020800     IF SQLCODE IS EQUAL TO +100                                  DPROD01P
020900        GO TO BAT-LOOP-EXIT                                       DPROD01P
021000     END-IF.                                                      DPROD01P
021100     IF SQLCODE IS NOT EQUAL TO ZERO                              DPROD01P
021200        MOVE 'Unable to read the product catalogue' TO CPD1O-MSG  DPROD01P
021300        GO TO BAT-LOOP-EXIT                                       DPROD01P
021400     END-IF.                                                      DPROD01P
021500     ADD 1 TO WS-SUB1.                                            DPROD01P
021600     MOVE DCL-BAT-TYPE TO CPD1O-LST-TYPE (WS-SUB1).               DPROD01P
021700     MOVE DCL-BAT-DESC TO CPD1O-LST-DESC (WS-SUB1).               DPROD01P
021800     EVALUATE TRUE                                                DPROD01P
021900       WHEN DCL-LST-KIND IS EQUAL TO 'N'                          DPROD01P
022000         MOVE 'NEW' TO CPD1O-LST-STATE (WS-SUB1)                  DPROD01P
022100       WHEN DCL-BAT-SELL-FROM IS GREATER THAN WS-BUSINESS-DATE    DPROD01P
022200         MOVE 'NOT YET' TO CPD1O-LST-STATE (WS-SUB1)              DPROD01P
022300       WHEN DCL-BAT-STOP-SELL IS NOT GREATER THAN WS-BUSINESS-DATEDPROD01P
022400         MOVE 'STOPPED' TO CPD1O-LST-STATE (WS-SUB1)              DPROD01P
022500       WHEN OTHER                                                 DPROD01P
022600         MOVE 'ON SALE' TO CPD1O-LST-STATE (WS-SUB1)              DPROD01P
022700     END-EVALUATE.                                                DPROD01P
022800     IF DCL-LST-KIND IS NOT EQUAL TO 'H'                          DPROD01P
022900        MOVE '*' TO CPD1O-LST-PEND (WS-SUB1)                      DPROD01P
023000     END-IF.                                                      DPROD01P
023100     GO TO BAT-LOOP.                                              DPROD01P
023200 BAT-LOOP-EXIT.                                                   DPROD01P
023300     EXEC SQL                                                     DPROD01P
023400          CLOSE BAT_CSR                                           DPROD01P
023500     END-EXEC.                                                    DPROD01P
023600     IF CPD1O-MSG IS NOT EQUAL TO SPACES                          DPROD01P
023700        GO TO LIST-PRODUCTS-EXIT                                  DPROD01P
023800     END-IF.                                                      DPROD01P
023900     MOVE WS-SUB1 TO CPD1O-LIST-COUNT.                            DPROD01P
024000     IF WS-SUB1 IS EQUAL TO ZERO                                  DPROD01P
024100        SET CPD1O-NOT-FOUND TO TRUE                               DPROD01P
024200        MOVE 'No products held from that type' TO CPD1O-MSG       DPROD01P
024300        GO TO LIST-PRODUCTS-EXIT                                  DPROD01P
024400     END-IF.                                                      DPROD01P
024500     SET CPD1O-REQUEST-OK TO TRUE.                                DPROD01P
024600 LIST-PRODUCTS-EXIT.                                              DPROD01P
024700     EXIT.                                                        DPROD01P
024800                                                                  DPROD01P
024900***************************************************************** DPROD01P
025000* One product. While a change to it awaits approval it is the   * DPROD01P
025100* change that is shown, with its maker, so the checker sees     * DPROD01P
025200* what they are approving. Rules not yet set on a product held  * DPROD01P
025300* before the catalogue read as they always worked - no minimum  * DPROD01P
025400* balance, age band or currency limit, interest earned on a     * DPROD01P
025500* savings type, any account able to be overdrawn, and fees and  * DPROD01P
025600* rates read under the product's own type                       * DPROD01P
025700***************************************************************** DPROD01P
025800 READ-PRODUCT.                                                    DPROD01P
025900     PERFORM READ-PENDING THRU                                    DPROD01P
026000             READ-PENDING-EXIT.                                   DPROD01P
026100     IF SQLCODE IS EQUAL TO ZERO                                  DPROD01P
026200        MOVE DCL-ATP-MAKER TO CPD1O-PEND-BY                       DPROD01P
026300        GO TO READ-PRODUCT-SHOW                                   DPROD01P
026400     END-IF.                                                      DPROD01P
026500     IF SQLCODE IS NOT EQUAL TO +100                              DPROD01P
026600        MOVE 'Unable to read the pending products' TO CPD1O-MSG   DPROD01P
026700        GO TO READ-PRODUCT-EXIT                                   DPROD01P
026800     END-IF.                                                      DPROD01P
026900     EXEC SQL                                                     DPROD01P
027000          SELECT BAT_TYPE,                                        DPROD01P
027100                 BAT_DESC,                                        DPROD01P
027200                 VALUE(BAT_MIN_OPEN_BAL, 0),                      DPROD01P
027300                 VALUE(BAT_MIN_AGE, 0),                           DPROD01P
027400                 VALUE(BAT_MAX_AGE, 0),                           DPROD01P
027500                 VALUE(BAT_CURRENCIES, ' '),                      DPROD01P
027600                 VALUE(NULLIF(BAT_INT_BEARING, ' '),              DPROD01P
027700                       CASE WHEN BAT_DESC LIKE '%SAVINGS%'        DPROD01P
027800                            THEN 'Y'                              DPROD01P
027900                            ELSE 'N'                              DPROD01P
028000                       END),                                      DPROD01P
028100                 VALUE(NULLIF(BAT_OD_ELIGIBLE, ' '), 'Y'),        DPROD01P
028200                 VALUE(NULLIF(BAT_FEE_SCHED, ' '), BAT_TYPE),     DPROD01P
028300                 VALUE(NULLIF(BAT_RATE_TYPE, ' '), BAT_TYPE),     DPROD01P
028400                 VALUE(BAT_SELL_FROM, ' '),                       DPROD01P
028500                 VALUE(BAT_STOP_SELL, ' ')                        DPROD01P
028600          INTO :DCL-BAT-TYPE,                                     DPROD01P
028700               :DCL-BAT-DESC,                                     DPROD01P
028800               :DCL-BAT-MIN-OPEN-BAL,                             DPROD01P
028900               :DCL-BAT-MIN-AGE,                                  DPROD01P
029000               :DCL-BAT-MAX-AGE,                                  DPROD01P
029100               :DCL-BAT-CURRENCIES,                               DPROD01P
029200               :DCL-BAT-INT-BEARING,                              DPROD01P
029300               :DCL-BAT-OD-ELIGIBLE,                              DPROD01P
029400               :DCL-BAT-FEE-SCHED,                                DPROD01P
029500               :DCL-BAT-RATE-TYPE,                                DPROD01P
029600               :DCL-BAT-SELL-FROM,                                DPROD01P
029700               :DCL-BAT-STOP-SELL                                 DPROD01P
029800          FROM BNKATYPE                                           DPROD01P
029900          WHERE BAT_TYPE = :CPD1I-TYPE                            DPROD01P
030000     END-EXEC.                                                    DPROD01P
030100     IF SQLCODE IS EQUAL TO +100                                  DPROD01P
030200        SET CPD1O-NOT-FOUND TO TRUE                               DPROD01P
030300        MOVE 'Product is not held in the catalogue' TO CPD1O-MSG  DPROD01P
030400        GO TO READ-PRODUCT-EXIT                                   DPROD01P
030500     END-IF.                                                      DPROD01P
030600     IF SQLCODE IS NOT EQUAL TO ZERO                              DPROD01P
030700        MOVE 'Unable to read the product catalogue' TO CPD1O-MSG  DPROD01P
030800        GO TO READ-PRODUCT-EXIT                                   DPROD01P
030900     END-IF.                                                      DPROD01P
031000 READ-PRODUCT-SHOW.                                               DPROD01P
031100     MOVE DCL-BAT-TYPE TO CPD1O-TYPE.                             DPROD01P
031200     MOVE DCL-BAT-DESC TO CPD1O-DESC.                             DPROD01P
031300     MOVE DCL-BAT-MIN-OPEN-BAL TO CPD1O-MIN-OPEN-BAL.             DPROD01P
031400     MOVE DCL-BAT-MIN-AGE TO CPD1O-MIN-AGE.                       DPROD01P
031500     MOVE DCL-BAT-MAX-AGE TO CPD1O-MAX-AGE.                       DPROD01P
031600     MOVE DCL-BAT-CURRENCIES TO CPD1O-CURRENCIES.                 DPROD01P
031700     MOVE DCL-BAT-INT-BEARING TO CPD1O-INT-BEARING.               DPROD01P
031800     MOVE DCL-BAT-OD-ELIGIBLE TO CPD1O-OD-ELIGIBLE.               DPROD01P
031900     MOVE DCL-BAT-FEE-SCHED TO CPD1O-FEE-SCHED.                   DPROD01P
032000     MOVE DCL-BAT-RATE-TYPE TO CPD1O-RATE-TYPE.                   DPROD01P
032100     MOVE DCL-BAT-SELL-FROM TO CPD1O-SELL-FROM.                   DPROD01P
032200     MOVE DCL-BAT-STOP-SELL TO CPD1O-STOP-SELL.                   DPROD01P
032300     SET CPD1O-REQUEST-OK TO TRUE.                                DPROD01P
032400     IF CPD1O-PEND-BY IS EQUAL TO SPACES                          DPROD01P
032500        MOVE 'Product as held in the catalogue' TO CPD1O-MSG      DPROD01P
032600     ELSE                                                         DPROD01P
032700        MOVE 'Proposed change shown - awaiting approval'          DPROD01P
032800          TO CPD1O-MSG                                            DPROD01P
032900     END-IF.                                                      DPROD01P
033000 READ-PRODUCT-EXIT.                                               DPROD01P
033100     EXIT.                                                        DPROD01P
033200                                                                  DPROD01P
033300***************************************************************** DPROD01P
033400* The change to a product that is awaiting approval, if any -   * DPROD01P
033500* the caller tests SQLCODE                                      * DPROD01P
033600***************************************************************** DPROD01P
033700 READ-PENDING.                                                    DPROD01P
033800     EXEC SQL                                                     DPROD01P
033900          SELECT ATP_TYPE,                                        DPROD01P
034000                 ATP_DESC,                                        DPROD01P
034100                 ATP_MIN_OPEN_BAL,                                DPROD01P
034200                 ATP_MIN_AGE,                                     DPROD01P
034300                 ATP_MAX_AGE,                                     DPROD01P
034400                 ATP_CURRENCIES,                                  DPROD01P
034500                 ATP_INT_BEARING,                                 DPROD01P
034600                 ATP_OD_ELIGIBLE,                                 DPROD01P
034700                 ATP_FEE_SCHED,                                   DPROD01P
034800                 ATP_RATE_TYPE,                                   DPROD01P
034900                 ATP_SELL_FROM,                                   DPROD01P
035000                 ATP_STOP_SELL,                                   DPROD01P
035100                 ATP_MAKER,                                       DPROD01P
035200                 ATP_MADE_TS                                      DPROD01P
035300          INTO :DCL-BAT-TYPE,                                     DPROD01P
035400               :DCL-BAT-DESC,                                     DPROD01P
035500               :DCL-BAT-MIN-OPEN-BAL,                             DPROD01P
035600               :DCL-BAT-MIN-AGE,                                  DPROD01P
035700               :DCL-BAT-MAX-AGE,                                  DPROD01P
035800               :DCL-BAT-CURRENCIES,                               DPROD01P
035900               :DCL-BAT-INT-BEARING,                              DPROD01P
036000               :DCL-BAT-OD-ELIGIBLE,                              DPROD01P
036100               :DCL-BAT-FEE-SCHED,                                DPROD01P
036200               :DCL-BAT-RATE-TYPE,                                DPROD01P
036300               :DCL-BAT-SELL-FROM,                                DPROD01P
036400               :DCL-BAT-STOP-SELL,                                DPROD01P
036500               :DCL-ATP-MAKER,                                    DPROD01P
036600               :DCL-ATP-MADE-TS                                   DPROD01P
036700          FROM BNKATYPP                                           DPROD01P
036800          WHERE ATP_TYPE = :CPD1I-TYPE AND                        DPROD01P
036900                ATP_STATUS = 'P'                                  DPROD01P
037000     END-EXEC.                                                    DPROD01P
037100 READ-PENDING-EXIT.                                               DPROD01P
037200     EXIT.                                                        DPROD01P
037300                                                                  DPROD01P
037400***************************************************************** DPROD01P
037500* A new product, or a change to one held, is checked and held   * DPROD01P
037600* as pending. Only one change to a product may be outstanding   * DPROD01P
037700***************************************************************** DPROD01P
037800 PROPOSE-PRODUCT.                                                 DPROD01P
037900     IF CPD1I-TYPE IS EQUAL TO SPACES OR                          DPROD01P
038000        CPD1I-TYPE IS EQUAL TO '**'                               DPROD01P
038100        MOVE 'Key the product type code' TO CPD1O-MSG             DPROD01P
038200        GO TO PROPOSE-PRODUCT-EXIT                                DPROD01P
038300     END-IF.                                                      DPROD01P
038400     IF CPD1I-DESC IS EQUAL TO SPACES                             DPROD01P
038500        MOVE 'Key a description for the product' TO CPD1O-MSG     DPROD01P
038600        GO TO PROPOSE-PRODUCT-EXIT                                DPROD01P
038700     END-IF.                                                      DPROD01P
038800     IF CPD1I-MIN-OPEN-BAL IS LESS THAN ZERO                      DPROD01P
038900        MOVE 'Minimum opening balance cannot be negative'         DPROD01P
039000          TO CPD1O-MSG                                            DPROD01P
039100        GO TO PROPOSE-PRODUCT-EXIT                                DPROD01P
039200     END-IF.                                                      DPROD01P
039300     IF CPD1I-MAX-AGE IS NOT EQUAL TO ZERO AND                    DPROD01P
039400        CPD1I-MAX-AGE IS LESS THAN CPD1I-MIN-AGE                  DPROD01P
039500        MOVE 'Maximum age cannot be below the minimum age'        DPROD01P
039600          TO CPD1O-MSG                                            DPROD01P
039700        GO TO PROPOSE-PRODUCT-EXIT                                DPROD01P
039800     END-IF.                                                      DPROD01P
039900     IF (CPD1I-INT-BEARING IS NOT EQUAL TO 'Y' AND                DPROD01P
040000         CPD1I-INT-BEARING IS NOT EQUAL TO 'N') OR                DPROD01P
040100        (CPD1I-OD-ELIGIBLE IS NOT EQUAL TO 'Y' AND                DPROD01P
040200         CPD1I-OD-ELIGIBLE IS NOT EQUAL TO 'N')                   DPROD01P
040300        MOVE 'Interest and overdraft flags must be Y or N'        DPROD01P
040400          TO CPD1O-MSG                                            DPROD01P
040500        GO TO PROPOSE-PRODUCT-EXIT                                DPROD01P
040600     END-IF.                                                      DPROD01P
040700     MOVE 'N' TO WS-CCY-FLAG.                                     DPROD01P
040800     MOVE 0 TO WS-SUB1.                                           DPROD01P
040900     PERFORM CHECK-CURRENCY THRU                                  DPROD01P
041000             CHECK-CURRENCY-EXIT 5 TIMES.                         DPROD01P
041100     IF WS-CCY-INVALID                                            DPROD01P
041200        MOVE 'Currencies must be USD, GBP, EUR, CAD or AUD'       DPROD01P
041300          TO CPD1O-MSG                                            DPROD01P
041400        GO TO PROPOSE-PRODUCT-EXIT                                DPROD01P
041500     END-IF.                                                      DPROD01P
041600     IF CPD1I-SELL-FROM IS NOT EQUAL TO SPACES AND                DPROD01P
041700        CPD1I-STOP-SELL IS NOT EQUAL TO SPACES AND                DPROD01P
041800        CPD1I-STOP-SELL IS NOT GREATER THAN CPD1I-SELL-FROM       DPROD01P
041900        MOVE 'Stop-sell date must be after the sell-from date'    DPROD01P
042000          TO CPD1O-MSG                                            DPROD01P
042100        GO TO PROPOSE-PRODUCT-EXIT                                DPROD01P
042200     END-IF.                                                      DPROD01P
042300     IF CPD1I-FEE-SCHED IS EQUAL TO SPACES                        DPROD01P
042400        MOVE CPD1I-TYPE TO CPD1I-FEE-SCHED                        DPROD01P
042500     END-IF.                                                      DPROD01P
042600     IF CPD1I-RATE-TYPE IS EQUAL TO SPACES                        DPROD01P
042700        MOVE CPD1I-TYPE TO CPD1I-RATE-TYPE                        DPROD01P
042800     END-IF.                                                      DPROD01P
042900     EXEC SQL                                                     DPROD01P
043000          SELECT COUNT(*)                                         DPROD01P
043100          INTO :DCL-ROW-COUNT                                     DPROD01P
043200          FROM BNKATYPP                                           DPROD01P
043300          WHERE ATP_TYPE = :CPD1I-TYPE AND                        DPROD01P
043400                ATP_STATUS = 'P'                                  DPROD01P
043500     END-EXEC.                                                    DPROD01P
043600     IF SQLCODE IS NOT EQUAL TO ZERO                              DPROD01P
043700        MOVE 'Unable to read the pending products' TO CPD1O-MSG   DPROD01P
043800        GO TO PROPOSE-PRODUCT-EXIT                                DPROD01P
043900     END-IF.                                                      DPROD01P
044000     IF DCL-ROW-COUNT IS GREATER THAN ZERO                        DPROD01P
044100        MOVE 'A change to this product is already outstanding'    DPROD01P
044200          TO CPD1O-MSG                                            DPROD01P
044300        GO TO PROPOSE-PRODUCT-EXIT                                DPROD01P
044400     END-IF.                                                      DPROD01P
044500     EXEC SQL                                                     DPROD01P
044600          INSERT                                                  DPROD01P
044700          INTO BNKATYPP (ATP_TYPE,                                DPROD01P
044800                         ATP_DESC,                                DPROD01P
044900                         ATP_MIN_OPEN_BAL,                        DPROD01P
045000                         ATP_MIN_AGE,                             DPROD01P
045100                         ATP_MAX_AGE,                             DPROD01P
045200                         ATP_CURRENCIES,                          DPROD01P
045300                         ATP_INT_BEARING,                         DPROD01P
045400                         ATP_OD_ELIGIBLE,                         DPROD01P
045500                         ATP_FEE_SCHED,                           DPROD01P
045600                         ATP_RATE_TYPE,                           DPROD01P
045700                         ATP_SELL_FROM,                           DPROD01P
045800                         ATP_STOP_SELL,                           DPROD01P
045900                         ATP_STATUS,                              DPROD01P
046000                         ATP_MAKER,                               DPROD01P
046100                         ATP_CHECKER,                             DPROD01P
046200                         ATP_MADE_TS)                             DPROD01P
046300          VALUES (:CPD1I-TYPE,                                    DPROD01P
046400                  :CPD1I-DESC,                                    DPROD01P
046500                  :CPD1I-MIN-OPEN-BAL,                            DPROD01P
046600                  :CPD1I-MIN-AGE,                                 DPROD01P
046700                  :CPD1I-MAX-AGE,                                 DPROD01P
046800                  :CPD1I-CURRENCIES,                              DPROD01P
046900                  :CPD1I-INT-BEARING,                             DPROD01P
047000                  :CPD1I-OD-ELIGIBLE,                             DPROD01P
047100                  :CPD1I-FEE-SCHED,                               DPROD01P
047200                  :CPD1I-RATE-TYPE,                               DPROD01P
047300                  :CPD1I-SELL-FROM,                               DPROD01P
047400                  :CPD1I-STOP-SELL,                               DPROD01P
047500                  'P',                                            DPROD01P
047600                  :CPD1I-USERID,                                  DPROD01P
047700                  ' ',                                            DPROD01P
047800                  :WS-RUN-TS)                                     DPROD01P
047900     END-EXEC.                                                    DPROD01P
048000     IF SQLCODE IS NOT EQUAL TO ZERO                              DPROD01P
048100        MOVE 'Unable to record the proposed product' TO CPD1O-MSG DPROD01P
048200        GO TO PROPOSE-PRODUCT-EXIT                                DPROD01P
048300     END-IF.                                                      DPROD01P
048400     SET CPD1O-REQUEST-OK TO TRUE.                                DPROD01P
048500     MOVE 'Product proposed - a second user must approve it'      DPROD01P
048600       TO CPD1O-MSG.                                              DPROD01P
048700 PROPOSE-PRODUCT-EXIT.                                            DPROD01P
048800     EXIT.                                                        DPROD01P
048900                                                                  DPROD01P
049000***************************************************************** DPROD01P
049100* Each currency slot is blank or one of the currencies the      * DPROD01P
049200* bank opens accounts in                                        * DPROD01P
049300***************************************************************** DPROD01P
049400 CHECK-CURRENCY.                                                  DPROD01P
049500     ADD 1 TO WS-SUB1.                                            DPROD01P
049600     IF CPD1I-CURRENCY-R (WS-SUB1) IS NOT EQUAL TO SPACES AND     DPROD01P
049700        CPD1I-CURRENCY-R (WS-SUB1) IS NOT EQUAL TO 'USD' AND      DPROD01P
049800        CPD1I-CURRENCY-R (WS-SUB1) IS NOT EQUAL TO 'GBP' AND      DPROD01P
049900        CPD1I-CURRENCY-R (WS-SUB1) IS NOT EQUAL TO 'EUR' AND      DPROD01P
050000        CPD1I-CURRENCY-R (WS-SUB1) IS NOT EQUAL TO 'CAD' AND      DPROD01P
050100        CPD1I-CURRENCY-R (WS-SUB1) IS NOT EQUAL TO 'AUD'          DPROD01P
050200        MOVE 'Y' TO WS-CCY-FLAG                                   DPROD01P
050300     END-IF.                                                      DPROD01P
050400 CHECK-CURRENCY-EXIT.                                             DPROD01P
050500     EXIT.                                                        DPROD01P
050600                                                                  DPROD01P
050700***************************************************************** DPROD01P
050800* The pending product is approved by someone other than its     * DPROD01P
050900* maker and written to BNKATYPE - over the product held, or as  * DPROD01P
051000* a new product. Accounts already open on it carry on as before * DPROD01P
051100***************************************************************** DPROD01P
051200 APPROVE-PRODUCT.                                                 DPROD01P
051300     PERFORM READ-PENDING THRU                                    DPROD01P
051400             READ-PENDING-EXIT.                                   DPROD01P
051500     IF SQLCODE IS EQUAL TO +100                                  DPROD01P
051600        SET CPD1O-NOT-FOUND TO TRUE                               DPROD01P
051700        MOVE 'No change to this product is awaiting approval'     DPROD01P
051800          TO CPD1O-MSG                                            DPROD01P
051900        GO TO APPROVE-PRODUCT-EXIT                                DPROD01P
052000     END-IF.                                                      DPROD01P
052100     IF SQLCODE IS NOT EQUAL TO ZERO                              DPROD01P
052200        MOVE 'Unable to read the pending products' TO CPD1O-MSG   DPROD01P
052300        GO TO APPROVE-PRODUCT-EXIT                                DPROD01P
052400     END-IF.                                                      DPROD01P
052500     IF DCL-ATP-MAKER IS EQUAL TO CPD1I-USERID                    DPROD01P
052600        SET CPD1O-SELF-APPROVAL TO TRUE                           DPROD01P
052700        MOVE 'A change cannot be approved by the user who made it'DPROD01P
052800          TO CPD1O-MSG                                            DPROD01P
052900        GO TO APPROVE-PRODUCT-EXIT                                DPROD01P
053000     END-IF.                                                      DPROD01P
053100     EXEC SQL                                                     DPROD01P
053200          UPDATE BNKATYPE                                         DPROD01P
053300          SET BAT_DESC = :DCL-BAT-DESC,                           DPROD01P
053400              BAT_MIN_OPEN_BAL = :DCL-BAT-MIN-OPEN-BAL,           DPROD01P
053500              BAT_MIN_AGE = :DCL-BAT-MIN-AGE,                     DPROD01P
053600              BAT_MAX_AGE = :DCL-BAT-MAX-AGE,                     DPROD01P
053700              BAT_CURRENCIES = :DCL-BAT-CURRENCIES,               DPROD01P
053800              BAT_INT_BEARING = :DCL-BAT-INT-BEARING,             DPROD01P
053900              BAT_OD_ELIGIBLE = :DCL-BAT-OD-ELIGIBLE,             DPROD01P
054000              BAT_FEE_SCHED = :DCL-BAT-FEE-SCHED,                 DPROD01P
054100              BAT_RATE_TYPE = :DCL-BAT-RATE-TYPE,                 DPROD01P
054200              BAT_SELL_FROM = :DCL-BAT-SELL-FROM,                 DPROD01P
054300              BAT_STOP_SELL = :DCL-BAT-STOP-SELL                  DPROD01P
054400          WHERE BAT_TYPE = :DCL-BAT-TYPE                          DPROD01P
054500     END-EXEC.                                                    DPROD01P
054600     IF SQLCODE IS EQUAL TO +100                                  DPROD01P
054700        EXEC SQL                                                  DPROD01P
054800             INSERT                                               DPROD01P
054900             INTO BNKATYPE (BAT_TYPE,                             DPROD01P
055000                            BAT_DESC,                             DPROD01P
055100                            BAT_MIN_OPEN_BAL,                     DPROD01P
055200                            BAT_MIN_AGE,                          DPROD01P
055300                            BAT_MAX_AGE,                          DPROD01P
055400                            BAT_CURRENCIES,                       DPROD01P
055500                            BAT_INT_BEARING,                      DPROD01P
055600                            BAT_OD_ELIGIBLE,                      DPROD01P
055700                            BAT_FEE_SCHED,                        DPROD01P
055800                            BAT_RATE_TYPE,                        DPROD01P
055900                            BAT_SELL_FROM,                        DPROD01P
056000                            BAT_STOP_SELL)                        DPROD01P
056100             VALUES (:DCL-BAT-TYPE,                               DPROD01P
056200                     :DCL-BAT-DESC,                               DPROD01P
056300                     :DCL-BAT-MIN-OPEN-BAL,                       DPROD01P
056400                     :DCL-BAT-MIN-AGE,                            DPROD01P
056500                     :DCL-BAT-MAX-AGE,                            DPROD01P
056600                     :DCL-BAT-CURRENCIES,                         DPROD01P
056700                     :DCL-BAT-INT-BEARING,                        DPROD01P
056800                     :DCL-BAT-OD-ELIGIBLE,                        DPROD01P
056900                     :DCL-BAT-FEE-SCHED,                          DPROD01P
057000                     :DCL-BAT-RATE-TYPE,                          DPROD01P
057100                     :DCL-BAT-SELL-FROM,                          DPROD01P
057200                     :DCL-BAT-STOP-SELL)                          DPROD01P
057300        END-EXEC                                                  DPROD01P
057400     END-IF.                                                      DPROD01P
057500     IF SQLCODE IS NOT EQUAL TO ZERO                              DPROD01P
057600        MOVE 'Unable to update the product catalogue' TO CPD1O-MSGDPROD01P
057700        GO TO APPROVE-PRODUCT-EXIT                                DPROD01P
057800     END-IF.                                                      DPROD01P
057900     EXEC SQL                                                     DPROD01P
058000          UPDATE BNKATYPP                                         DPROD01P
058100          SET ATP_STATUS = 'A',                                   DPROD01P
058200              ATP_CHECKER = :CPD1I-USERID,                        DPROD01P
058300              ATP_CHECKED_TS = :WS-RUN-TS                         DPROD01P
058400          WHERE ATP_TYPE = :DCL-BAT-TYPE AND                      DPROD01P
058500                ATP_MADE_TS = :DCL-ATP-MADE-TS                    DPROD01P
058600     END-EXEC.                                                    DPROD01P
058700     IF SQLCODE IS NOT EQUAL TO ZERO                              DPROD01P
058800        MOVE 'Unable to mark the product change approved'         DPROD01P
058900          TO CPD1O-MSG                                            DPROD01P
059000        GO TO APPROVE-PRODUCT-EXIT                                DPROD01P
059100     END-IF.                                                      DPROD01P
059200     SET CPD1O-REQUEST-OK TO TRUE.                                DPROD01P
059300     MOVE 'Product change approved and applied' TO CPD1O-MSG.     DPROD01P
059400 APPROVE-PRODUCT-EXIT.                                            DPROD01P
059500     EXIT.                                                        DPROD01P
059600                                                                  DPROD01P
059700***************************************************************** DPROD01P
059800* A pending product change is turned down, or withdrawn by its  * DPROD01P
059900* maker                                                         * DPROD01P
060000***************************************************************** DPROD01P
060100 REJECT-PRODUCT.                                                  DPROD01P
060200     EXEC SQL                                                     DPROD01P
060300          UPDATE BNKATYPP                                         DPROD01P
060400          SET ATP_STATUS = 'X',                                   DPROD01P
060500              ATP_CHECKER = :CPD1I-USERID,                        DPROD01P
060600              ATP_CHECKED_TS = :WS-RUN-TS                         DPROD01P
060700          WHERE ATP_TYPE = :CPD1I-TYPE AND                        DPROD01P
060800                ATP_STATUS = 'P'                                  DPROD01P
060900     END-EXEC.                                                    DPROD01P
061000     IF SQLCODE IS EQUAL TO +100                                  DPROD01P
061100        SET CPD1O-NOT-FOUND TO TRUE                               DPROD01P
061200        MOVE 'No change to this product is awaiting approval'     DPROD01P
061300          TO CPD1O-MSG                                            DPROD01P
061400        GO TO REJECT-PRODUCT-EXIT                                 DPROD01P
061500     END-IF.                                                      DPROD01P
061600     IF SQLCODE IS NOT EQUAL TO ZERO                              DPROD01P
061700        MOVE 'Unable to record the rejection' TO CPD1O-MSG        DPROD01P
061800        GO TO REJECT-PRODUCT-EXIT                                 DPROD01P
061900     END-IF.                                                      DPROD01P
062000     SET CPD1O-REQUEST-OK TO TRUE.                                DPROD01P
062100     MOVE 'Product change rejected' TO CPD1O-MSG.                 DPROD01P
062200 REJECT-PRODUCT-EXIT.                                             DPROD01P
062300     EXIT.                                                        DPROD01P
