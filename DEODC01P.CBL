000100***************************************************************** DEODC01P
000200*                                                               * DEODC01P
000300*  Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.    * DEODC01P
000400*  This demonstration program is provided for use by users      * DEODC01P
000500*  of Micro Focus products and may be used, modified and        * DEODC01P
000600*  distributed as part of your application provided that        * DEODC01P
000700*  you properly acknowledge the copyright of Micro Focus        * DEODC01P
000800*  in this material.                                            * DEODC01P
000900*                                                               * DEODC01P
001000***************************************************************** DEODC01P
001100                                                                  DEODC01P
001200***************************************************************** DEODC01P
001300* Program:     DEODC01P.CBL                                     * DEODC01P
001400* Function:    End-of-day close checklist - evaluates the       * DEODC01P
001500*              readiness items listed on BNKEODI for the        * DEODC01P
001600*              business date, keeps each day's results with any * DEODC01P
001700*              override and its reason, records the supervisor  * DEODC01P
001800*              sign-off, and answers the business-date roll's   * DEODC01P
001900*              gate: every item green or overridden, and signed * DEODC01P
002000*              SQL version                                      * DEODC01P
002100***************************************************************** DEODC01P
002200                                                                  DEODC01P
002300 IDENTIFICATION DIVISION.                                         DEODC01P
002400 PROGRAM-ID.                                                      DEODC01P
002500     DEODC01P.                                                    DEODC01P
002600 DATE-WRITTEN.                                                    DEODC01P
002700     October 2026.                                                DEODC01P
002800 DATE-COMPILED.                                                   DEODC01P
002900     Today.                                                       DEODC01P
003000                                                                  DEODC01P
003100 ENVIRONMENT DIVISION.                                            DEODC01P
003200                                                                  DEODC01P
003300 DATA DIVISION.                                                   DEODC01P
003400                                                                  DEODC01P
003500 WORKING-STORAGE SECTION.                                         DEODC01P
003600 01  WS-MISC-STORAGE.                                             DEODC01P
003700   05  WS-PROGRAM-ID                         PIC X(8)             DEODC01P
003800       VALUE 'DEODC01P'.                                          DEODC01P
003900   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DEODC01P
004000   05  WS-SUB1                               PIC S9(4) COMP.      DEODC01P
004100   05  WS-RED-COUNT                          PIC S9(4) COMP.      DEODC01P
004200   05  WS-COUNT-DISP                         PIC Z(6)9.           DEODC01P
004300   05  WS-AMT-DISP                           PIC Z(10)9.99.       DEODC01P
004400   05  WS-RED-DISP                           PIC Z9.              DEODC01P
004500                                                                  DEODC01P
004600 01  WS-98-COMMAREA.                                              DEODC01P
004700 COPY CBANKD98.                                                   DEODC01P
004800                                                                  DEODC01P
004900   EXEC SQL                                                       DEODC01P
005000        BEGIN DECLARE SECTION                                     DEODC01P
005100   END-EXEC.                                                      DEODC01P
005200 01  WS-COMMAREA.                                                 DEODC01P
005300     EXEC SQL                                                     DEODC01P
005400          INCLUDE CEODCD01                                        DEODC01P
005500     END-EXEC.                                                    DEODC01P
005600 01  DCL-EODC-AREAS.                                              DEODC01P
005700*        A readiness item as held on BNKEODI                      DEODC01P
005800   05  DCL-EOI-ITEM                          PIC X(8).            DEODC01P
005900   05  DCL-EOI-SEQ                           PIC S9(3) COMP-3.    DEODC01P
006000   05  DCL-EOI-DESC                          PIC X(40).           DEODC01P
006100   05  DCL-EOI-LIMIT                         PIC S9(11)V99 COMP-3.DEODC01P
006200*        That item's result for the day as held on BNKEODC        DEODC01P
006300   05  DCL-EOC-STATUS                        PIC X(1).            DEODC01P
006400   05  DCL-EOC-DETAIL                        PIC X(40).           DEODC01P
006500   05  DCL-EOC-OVR-BY                        PIC X(5).            DEODC01P
006600*        The day's sign-off as held on BNKEODS                    DEODC01P
006700   05  DCL-EOS-SIGNED-BY                     PIC X(5).            DEODC01P
006800 01  WS-EODC-AREAS.                                               DEODC01P
006900   05  WS-CHECK-DATE                         PIC X(10).           DEODC01P
007000   05  WS-RUN-TS                             PIC X(26).           DEODC01P
007100   05  WS-COUNT                              PIC S9(7) COMP-3.    DEODC01P
007200   05  WS-COUNT2                             PIC S9(7) COMP-3.    DEODC01P
007300   05  WS-TOTAL                              PIC S9(11)V99 COMP-3.DEODC01P
007400                                                                  DEODC01P
007500     EXEC SQL                                                     DEODC01P
007600          INCLUDE SQLCA                                           DEODC01P
007700     END-EXEC.                                                    DEODC01P
007800                                                                  DEODC01P
007900 COPY CABENDD.                                                    DEODC01P
008000   EXEC SQL                                                       DEODC01P
008100        END DECLARE SECTION                                       DEODC01P
008200   END-EXEC.                                                      DEODC01P
008300                                                                  DEODC01P
008400 LINKAGE SECTION.                                                 DEODC01P
008500 01  DFHCOMMAREA.                                                 DEODC01P
008600   05  LK-COMMAREA                           PIC X(1)             DEODC01P
008700       OCCURS 1 TO 6144 TIMES                                     DEODC01P
008800         DEPENDING ON WS-COMMAREA-LENGTH.                         DEODC01P
008900                                                                  DEODC01P
009000 COPY CENTRY.                                                     DEODC01P
009100***************************************************************** DEODC01P
009200* Move the passed area to our area                              * DEODC01P
009300***************************************************************** DEODC01P
009400     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DEODC01P
009500     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DEODC01P
009600                                                                  DEODC01P
009700***************************************************************** DEODC01P
009800* Initialize our output area                                    * DEODC01P
009900***************************************************************** DEODC01P
010000     INITIALIZE CEC1O-DATA.                                       DEODC01P
010100     SET CEC1O-REQUEST-FAIL TO TRUE.                              DEODC01P
010200                                                                  DEODC01P
010300***************************************************************** DEODC01P
010400* The business-date roll passes the date it is closing; anyone  * DEODC01P
010500* else is working the current business date unless they key an  * DEODC01P
010600* earlier day to look back at                                   * DEODC01P
010700***************************************************************** DEODC01P
010800     MOVE CEC1I-DATE TO WS-CHECK-DATE.                            DEODC01P
010900     IF WS-CHECK-DATE IS EQUAL TO SPACES OR                       DEODC01P
011000        WS-CHECK-DATE IS EQUAL TO LOW-VALUES                      DEODC01P
011100        INITIALIZE CD98-DATA                                      DEODC01P
011200        SET CD98I-READ-BUSINESS-DATE TO TRUE                      DEODC01P
011300 COPY CBANKX98.                                                   DEODC01P
011400        IF NOT CD98O-REQUEST-OK                                   DEODC01P
011500           MOVE CD98O-MSG TO CEC1O-MSG                            DEODC01P
011600           GO TO DEODC01P-EXIT                                    DEODC01P
011700        END-IF                                                    DEODC01P
011800        MOVE CD98O-DATE TO WS-CHECK-DATE                          DEODC01P
011900     END-IF.                                                      DEODC01P
012000     MOVE WS-CHECK-DATE TO CEC1O-DATE.                            DEODC01P
012100     EXEC SQL                                                     DEODC01P
012200          SET :WS-RUN-TS = CURRENT TIMESTAMP                      DEODC01P
012300     END-EXEC.                                                    DEODC01P
012400                                                                  DEODC01P
012500     EVALUATE TRUE                                                DEODC01P
012600       WHEN CEC1I-EVALUATE                                        DEODC01P
012700         PERFORM EVALUATE-ITEMS THRU                              DEODC01P
012800                 EVALUATE-ITEMS-EXIT                              DEODC01P
012900       WHEN CEC1I-LIST                                            DEODC01P
013000         SET CEC1O-REQUEST-OK TO TRUE                             DEODC01P
013100       WHEN CEC1I-OVERRIDE                                        DEODC01P
013200         PERFORM OVERRIDE-ITEM THRU                               DEODC01P
013300                 OVERRIDE-ITEM-EXIT                               DEODC01P
013400       WHEN CEC1I-SIGN-OFF                                        DEODC01P
013500         PERFORM SIGN-OFF THRU                                    DEODC01P
013600                 SIGN-OFF-EXIT                                    DEODC01P
013700       WHEN CEC1I-GATE                                            DEODC01P
013800         PERFORM GATE-CHECK THRU                                  DEODC01P
013900                 GATE-CHECK-EXIT                                  DEODC01P
014000       WHEN OTHER                                                 DEODC01P
014100         MOVE 'Unknown checklist function requested' TO CEC1O-MSG DEODC01P
014200         GO TO DEODC01P-EXIT                                      DEODC01P
014300     END-EVALUATE.                                                DEODC01P
014400     PERFORM LIST-CHECKLIST THRU                                  DEODC01P
014500             LIST-CHECKLIST-EXIT.                                 DEODC01P
014600                                                                  DEODC01P
014700 DEODC01P-EXIT.                                                   DEODC01P
014800***************************************************************** DEODC01P
014900* Move the result back to the callers area                      * DEODC01P
015000***************************************************************** DEODC01P
015100     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DEODC01P
015200                                                                  DEODC01P
015300***************************************************************** DEODC01P
015400* Return to our caller                                          * DEODC01P
015500***************************************************************** DEODC01P
015600 COPY CRETURN.                                                    DEODC01P
015700                                                                  DEODC01P
015800***************************************************************** DEODC01P
015900* Evaluate every active readiness item for the day and record   * DEODC01P
016000* the result. A red item a supervisor has already overridden    * DEODC01P
016100* stays overridden; anything still red is counted               * DEODC01P
016200***************************************************************** DEODC01P
016300 EVALUATE-ITEMS.                                                  DEODC01P
016400     PERFORM SEED-ITEMS THRU                                      DEODC01P
016500             SEED-ITEMS-EXIT.                                     DEODC01P
016600     IF CEC1O-MSG IS NOT EQUAL TO SPACES                          DEODC01P
016700        GO TO EVALUATE-ITEMS-EXIT                                 DEODC01P
016800     END-IF.                                                      DEODC01P
016900     MOVE ZERO TO WS-RED-COUNT.                                   DEODC01P
017000     EXEC SQL                                                     DEODC01P
017100          DECLARE EOI_CSR CURSOR FOR                              DEODC01P
017200          SELECT EOI_ITEM,                                        DEODC01P
017300                 EOI_SEQ,                                         DEODC01P
017400                 EOI_LIMIT                                        DEODC01P
017500          FROM BNKEODI                                            DEODC01P
017600          WHERE EOI_ACTIVE = 'Y'                                  DEODC01P
017700          ORDER BY EOI_SEQ                                        DEODC01P
017800          FOR FETCH ONLY                                          DEODC01P
017900     END-EXEC.                                                    DEODC01P
018000     EXEC SQL                                                     DEODC01P
018100          OPEN EOI_CSR                                            DEODC01P
018200     END-EXEC.                                                    DEODC01P
018300     IF SQLCODE IS NOT EQUAL TO ZERO                              DEODC01P
018400        MOVE 'Unable to open the checklist items' TO CEC1O-MSG    DEODC01P
018500        GO TO EVALUATE-ITEMS-EXIT                                 DEODC01P
018600     END-IF.                                                      DEODC01P
018700 EOI-LOOP.                                                        DEODC01P
018800     EXEC SQL                                                     DEODC01P
018900          FETCH EOI_CSR                                           DEODC01P
019000          INTO :DCL-EOI-ITEM,                                     DEODC01P
019100               :DCL-EOI-SEQ,                                      DEODC01P
019200               :DCL-EOI-LIMIT                                     DEODC01P
019300     END-EXEC.                                                    DEODC01P
019400     IF SQLCODE IS EQUAL TO +100                                  DEODC01P
019500        GO TO EOI-LOOP-EXIT                                       DEODC01P
019600     END-IF.                                                      DEODC01P
019700     IF SQLCODE IS NOT EQUAL TO ZERO                              DEODC01P
019800        MOVE 'Unable to read the checklist items' TO CEC1O-MSG    DEODC01P
019900        GO TO EOI-LOOP-EXIT                                       DEODC01P
020000     END-IF.                                                      DEODC01P
020100     PERFORM CHECK-ONE-ITEM THRU                                  DEODC01P
020200             CHECK-ONE-ITEM-EXIT.                                 DEODC01P
020300     PERFORM RECORD-ITEM THRU                                     DEODC01P
020400             RECORD-ITEM-EXIT.                                    DEODC01P
020500     IF CEC1O-MSG IS NOT EQUAL TO SPACES                          DEODC01P
020600        GO TO EOI-LOOP-EXIT                                       DEODC01P
020700     END-IF.                                                      DEODC01P
020800     GO TO EOI-LOOP.                                              DEODC01P
020900 EOI-LOOP-EXIT.                                                   DEODC01P
021000     EXEC SQL                                                     DEODC01P
021100          CLOSE EOI_CSR                                           DEODC01P
021200     END-EXEC.                                                    DEODC01P
021300     IF CEC1O-MSG IS NOT EQUAL TO SPACES                          DEODC01P
021400        GO TO EVALUATE-ITEMS-EXIT                                 DEODC01P
021500     END-IF.                                                      DEODC01P
021600     SET CEC1O-REQUEST-OK TO TRUE.                                DEODC01P
021700     IF WS-RED-COUNT IS EQUAL TO ZERO                             DEODC01P
021800        MOVE 'Every checklist item is green or overridden'        DEODC01P
021900          TO CEC1O-MSG                                            DEODC01P
022000     ELSE                                                         DEODC01P
022100        MOVE WS-RED-COUNT TO WS-RED-DISP                          DEODC01P
022200        STRING 'Checklist items still red:' WS-RED-DISP           DEODC01P
022300               DELIMITED BY SIZE INTO CEC1O-MSG                   DEODC01P
022400     END-IF.                                                      DEODC01P
022500 EVALUATE-ITEMS-EXIT.                                             DEODC01P
022600     EXIT.                                                        DEODC01P
022700                                                                  DEODC01P
022800***************************************************************** DEODC01P
022900* The first evaluation ever finds the item list empty and loads * DEODC01P
023000* the standard items. The suspense limit is the total of open   * DEODC01P
023100* suspense the bank will carry over a date roll                 * DEODC01P
023200***************************************************************** DEODC01P
023300 SEED-ITEMS.                                                      DEODC01P
023400     EXEC SQL                                                     DEODC01P
023500          SELECT COUNT(*)                                         DEODC01P
023600          INTO :WS-COUNT                                          DEODC01P
023700          FROM BNKEODI                                            DEODC01P
023800     END-EXEC.                                                    DEODC01P
023900     IF SQLCODE IS NOT EQUAL TO ZERO                              DEODC01P
024000        MOVE 'Unable to read the checklist items' TO CEC1O-MSG    DEODC01P
024100        GO TO SEED-ITEMS-EXIT                                     DEODC01P
024200     END-IF.                                                      DEODC01P
024300     IF WS-COUNT IS GREATER THAN ZERO                             DEODC01P
024400        GO TO SEED-ITEMS-EXIT                                     DEODC01P
024500     END-IF.                                                      DEODC01P
024600     MOVE 'DRAWERS ' TO DCL-EOI-ITEM.                             DEODC01P
024700     MOVE 10 TO DCL-EOI-SEQ.                                      DEODC01P
024800     MOVE 'Every open drawer proved' TO DCL-EOI-DESC.             DEODC01P
024900     MOVE ZERO TO DCL-EOI-LIMIT.                                  DEODC01P
025000     PERFORM INSERT-ITEM THRU                                     DEODC01P
025100             INSERT-ITEM-EXIT.                                    DEODC01P
025200     MOVE 'SUSPENSE' TO DCL-EOI-ITEM.                             DEODC01P
025300     MOVE 20 TO DCL-EOI-SEQ.                                      DEODC01P
025400     MOVE 'Open GL suspense below the limit' TO DCL-EOI-DESC.     DEODC01P
025500     MOVE 10000 TO DCL-EOI-LIMIT.                                 DEODC01P
025600     PERFORM INSERT-ITEM THRU                                     DEODC01P
025700             INSERT-ITEM-EXIT.                                    DEODC01P
025800     MOVE 'NOSTRO  ' TO DCL-EOI-ITEM.                             DEODC01P
025900     MOVE 30 TO DCL-EOI-SEQ.                                      DEODC01P
026000     MOVE 'Nostro reconciliation complete' TO DCL-EOI-DESC.       DEODC01P
026100     MOVE ZERO TO DCL-EOI-LIMIT.                                  DEODC01P
026200     PERFORM INSERT-ITEM THRU                                     DEODC01P
026300             INSERT-ITEM-EXIT.                                    DEODC01P
026400     MOVE 'AUTHS   ' TO DCL-EOI-ITEM.                             DEODC01P
026500     MOVE 40 TO DCL-EOI-SEQ.                                      DEODC01P
026600     MOVE 'Pending authorizations worked' TO DCL-EOI-DESC.        DEODC01P
026700     PERFORM INSERT-ITEM THRU                                     DEODC01P
026800             INSERT-ITEM-EXIT.                                    DEODC01P
026900     MOVE 'ATMCTRS ' TO DCL-EOI-ITEM.                             DEODC01P
027000     MOVE 50 TO DCL-EOI-SEQ.                                      DEODC01P
027100     MOVE 'ATM counters keyed for every device' TO DCL-EOI-DESC.  DEODC01P
027200     PERFORM INSERT-ITEM THRU                                     DEODC01P
027300             INSERT-ITEM-EXIT.                                    DEODC01P
027400 SEED-ITEMS-EXIT.                                                 DEODC01P
027500     EXIT.                                                        DEODC01P
027600                                                                  DEODC01P
027700***************************************************************** DEODC01P
027800* Load one standard item, active                                * DEODC01P
027900***************************************************************** DEODC01P
028000 INSERT-ITEM.                                                     DEODC01P
028100     IF CEC1O-MSG IS NOT EQUAL TO SPACES                          DEODC01P
028200        GO TO INSERT-ITEM-EXIT                                    DEODC01P
028300     END-IF.                                                      DEODC01P
028400     EXEC SQL                                                     DEODC01P
028500          INSERT                                                  DEODC01P
028600          INTO BNKEODI (EOI_ITEM,                                 DEODC01P
028700                        EOI_SEQ,                                  DEODC01P
028800                        EOI_DESC,                                 DEODC01P
028900                        EOI_ACTIVE,                               DEODC01P
029000                        EOI_LIMIT)                                DEODC01P
029100          VALUES (:DCL-EOI-ITEM,                                  DEODC01P
029200                  :DCL-EOI-SEQ,                                   DEODC01P
029300                  :DCL-EOI-DESC,                                  DEODC01P
029400                  'Y',                                            DEODC01P
029500                  :DCL-EOI-LIMIT)                                 DEODC01P
029600     END-EXEC.                                                    DEODC01P
029700     IF SQLCODE IS NOT EQUAL TO ZERO                              DEODC01P
029800        MOVE 'Unable to load the checklist items' TO CEC1O-MSG    DEODC01P
029900     END-IF.                                                      DEODC01P
030000 INSERT-ITEM-EXIT.                                                DEODC01P
030100     EXIT.                                                        DEODC01P
030200                                                                  DEODC01P
030300***************************************************************** DEODC01P
030400* Work out one item. An item the program has no check for, or   * DEODC01P
030500* one whose data cannot be read, is red - the checklist never   * DEODC01P
030600* lets the date roll on a guess                                 * DEODC01P
030700***************************************************************** DEODC01P
030800 CHECK-ONE-ITEM.                                                  DEODC01P
030900     MOVE 'R' TO DCL-EOC-STATUS.                                  DEODC01P
031000     MOVE SPACES TO DCL-EOC-DETAIL.                               DEODC01P
031100     EVALUATE DCL-EOI-ITEM                                        DEODC01P
031200       WHEN 'DRAWERS '                                            DEODC01P
031300         PERFORM CHECK-DRAWERS THRU                               DEODC01P
031400                 CHECK-DRAWERS-EXIT                               DEODC01P
031500       WHEN 'SUSPENSE'                                            DEODC01P
031600         PERFORM CHECK-SUSPENSE THRU                              DEODC01P
031700                 CHECK-SUSPENSE-EXIT                              DEODC01P
031800       WHEN 'NOSTRO  '                                            DEODC01P
031900         PERFORM CHECK-NOSTRO THRU                                DEODC01P
032000                 CHECK-NOSTRO-EXIT                                DEODC01P
032100       WHEN 'AUTHS   '                                            DEODC01P
032200         PERFORM CHECK-AUTHS THRU                                 DEODC01P
032300                 CHECK-AUTHS-EXIT                                 DEODC01P
032400       WHEN 'ATMCTRS '                                            DEODC01P
032500         PERFORM CHECK-ATM-COUNTERS THRU                          DEODC01P
032600                 CHECK-ATM-COUNTERS-EXIT                          DEODC01P
032700       WHEN OTHER                                                 DEODC01P
032800         MOVE 'No check is defined for this item'                 DEODC01P
032900           TO DCL-EOC-DETAIL                                      DEODC01P
033000     END-EVALUATE.                                                DEODC01P
033100 CHECK-ONE-ITEM-EXIT.                                             DEODC01P
033200     EXIT.                                                        DEODC01P
033300                                                                  DEODC01P
033400***************************************************************** DEODC01P
033500* Every drawer opened on the day must carry the denomination    * DEODC01P
033600* count DBRCH01P records when the drawer is proved              * DEODC01P
033700***************************************************************** DEODC01P
033800 CHECK-DRAWERS.                                                   DEODC01P
033900     EXEC SQL                                                     DEODC01P
034000          SELECT COUNT(*)                                         DEODC01P
034100          INTO :WS-COUNT                                          DEODC01P
034200          FROM BNKDRWR DRW                                        DEODC01P
034300          WHERE DRW.DRW_BUS_DATE = :WS-CHECK-DATE AND             DEODC01P
034400                NOT EXISTS                                        DEODC01P
034500                (SELECT 1                                         DEODC01P
034600                 FROM BNKDENO DEN                                 DEODC01P
034700                 WHERE DEN.DEN_BUS_DATE = DRW.DRW_BUS_DATE AND    DEODC01P
034800                       DEN.DEN_TELLER = DRW.DRW_TELLER AND        DEODC01P
034900                       DEN.DEN_DRAWER = DRW.DRW_DRAWER)           DEODC01P
035000     END-EXEC.                                                    DEODC01P
035100     IF SQLCODE IS NOT EQUAL TO ZERO                              DEODC01P
035200        MOVE 'Unable to read the drawers' TO DCL-EOC-DETAIL       DEODC01P
035300        GO TO CHECK-DRAWERS-EXIT                                  DEODC01P
035400     END-IF.                                                      DEODC01P
035500     IF WS-COUNT IS EQUAL TO ZERO                                 DEODC01P
035600        MOVE 'G' TO DCL-EOC-STATUS                                DEODC01P
035700        MOVE 'Every open drawer is proved' TO DCL-EOC-DETAIL      DEODC01P
035800     ELSE                                                         DEODC01P
035900        MOVE WS-COUNT TO WS-COUNT-DISP                            DEODC01P
036000        STRING 'Open drawers not proved:' WS-COUNT-DISP           DEODC01P
036100               DELIMITED BY SIZE INTO DCL-EOC-DETAIL              DEODC01P
036200     END-IF.                                                      DEODC01P
036300 CHECK-DRAWERS-EXIT.                                              DEODC01P
036400     EXIT.                                                        DEODC01P
036500                                                                  DEODC01P
036600***************************************************************** DEODC01P
036700* Open suspense - items raised and items whose clearing is      * DEODC01P
036800* awaiting approval - must total below the item's limit         * DEODC01P
036900***************************************************************** DEODC01P
037000 CHECK-SUSPENSE.                                                  DEODC01P
037100     EXEC SQL                                                     DEODC01P
037200          SELECT VALUE(SUM(ABS(SUS_AMOUNT)), 0)                   DEODC01P
037300          INTO :WS-TOTAL                                          DEODC01P
037400          FROM BNKGLSUS                                           DEODC01P
037500          WHERE SUS_STATUS = 'O' OR                               DEODC01P
037600                SUS_STATUS = 'P'                                  DEODC01P
037700     END-EXEC.                                                    DEODC01P
037800     IF SQLCODE IS NOT EQUAL TO ZERO                              DEODC01P
037900        MOVE 'Unable to read the suspense register'               DEODC01P
038000          TO DCL-EOC-DETAIL                                       DEODC01P
038100        GO TO CHECK-SUSPENSE-EXIT                                 DEODC01P
038200     END-IF.                                                      DEODC01P
038300     IF WS-TOTAL IS LESS THAN DCL-EOI-LIMIT                       DEODC01P
038400        MOVE 'G' TO DCL-EOC-STATUS                                DEODC01P
038500     END-IF.                                                      DEODC01P
038600     MOVE WS-TOTAL TO WS-AMT-DISP.                                DEODC01P
038700     STRING 'Open suspense:' WS-AMT-DISP                          DEODC01P
038800            DELIMITED BY SIZE INTO DCL-EOC-DETAIL.                DEODC01P
038900 CHECK-SUSPENSE-EXIT.                                             DEODC01P
039000     EXIT.                                                        DEODC01P
039100                                                                  DEODC01P
039200***************************************************************** DEODC01P
039300* The nostro reconciliation is complete once tonight's DBANK39P * DEODC01P
039400* step has finished; the lines it left unmatched are shown      * DEODC01P
039500***************************************************************** DEODC01P
039600 CHECK-NOSTRO.                                                    DEODC01P
039700     EXEC SQL                                                     DEODC01P
039800          SELECT COUNT(*)                                         DEODC01P
039900          INTO :WS-COUNT                                          DEODC01P
040000          FROM BNKRUNC                                            DEODC01P
040100          WHERE RUN_DATE = CURRENT DATE AND                       DEODC01P
040200                RUN_JOB = 'DBANK39P' AND                          DEODC01P
040300                RUN_STATUS = 'C'                                  DEODC01P
040400     END-EXEC.                                                    DEODC01P
040500     IF SQLCODE IS NOT EQUAL TO ZERO                              DEODC01P
040600        MOVE 'Unable to read the run control' TO DCL-EOC-DETAIL   DEODC01P
040700        GO TO CHECK-NOSTRO-EXIT                                   DEODC01P
040800     END-IF.                                                      DEODC01P
040900     IF WS-COUNT IS EQUAL TO ZERO                                 DEODC01P
041000        MOVE 'Nostro reconciliation has not run tonight'          DEODC01P
041100          TO DCL-EOC-DETAIL                                       DEODC01P
041200        GO TO CHECK-NOSTRO-EXIT                                   DEODC01P
041300     END-IF.                                                      DEODC01P
041400     EXEC SQL                                                     DEODC01P
041500          SELECT COUNT(*)                                         DEODC01P
041600          INTO :WS-COUNT2                                         DEODC01P
041700          FROM BNKNSTL                                            DEODC01P
041800          WHERE NSL_STATUS = 'U'                                  DEODC01P
041900     END-EXEC.                                                    DEODC01P
042000     IF SQLCODE IS NOT EQUAL TO ZERO                              DEODC01P
042100        MOVE 'Unable to read the nostro lines' TO DCL-EOC-DETAIL  DEODC01P
042200        GO TO CHECK-NOSTRO-EXIT                                   DEODC01P
042300     END-IF.                                                      DEODC01P
042400     MOVE 'G' TO DCL-EOC-STATUS.                                  DEODC01P
042500     MOVE WS-COUNT2 TO WS-COUNT-DISP.                             DEODC01P
042600     STRING 'Reconciled - lines unmatched:' WS-COUNT-DISP         DEODC01P
042700            DELIMITED BY SIZE INTO DCL-EOC-DETAIL.                DEODC01P
042800 CHECK-NOSTRO-EXIT.                                               DEODC01P
042900     EXIT.                                                        DEODC01P
043000                                                                  DEODC01P
043100***************************************************************** DEODC01P
043200* Nothing may still be waiting on the DBANK81P queue - each     * DEODC01P
043300* item must have been approved, rejected or expired             * DEODC01P
043400***************************************************************** DEODC01P
043500 CHECK-AUTHS.                                                     DEODC01P
043600     EXEC SQL                                                     DEODC01P
043700          SELECT COUNT(*)                                         DEODC01P
043800          INTO :WS-COUNT                                          DEODC01P
043900          FROM BNKPAUTH                                           DEODC01P
044000          WHERE PAU_STATUS = 'P'                                  DEODC01P
044100     END-EXEC.                                                    DEODC01P
044200     IF SQLCODE IS NOT EQUAL TO ZERO                              DEODC01P
044300        MOVE 'Unable to read the authorization queue'             DEODC01P
044400          TO DCL-EOC-DETAIL                                       DEODC01P
044500        GO TO CHECK-AUTHS-EXIT                                    DEODC01P
044600     END-IF.                                                      DEODC01P
044700     IF WS-COUNT IS EQUAL TO ZERO                                 DEODC01P
044800        MOVE 'G' TO DCL-EOC-STATUS                                DEODC01P
044900        MOVE 'No authorizations are pending' TO DCL-EOC-DETAIL    DEODC01P
045000     ELSE                                                         DEODC01P
045100        MOVE WS-COUNT TO WS-COUNT-DISP                            DEODC01P
045200        STRING 'Authorizations pending:' WS-COUNT-DISP            DEODC01P
045300               DELIMITED BY SIZE INTO DCL-EOC-DETAIL              DEODC01P
045400     END-IF.                                                      DEODC01P
045500 CHECK-AUTHS-EXIT.                                                DEODC01P
045600     EXIT.                                                        DEODC01P
045700                                                                  DEODC01P
045800***************************************************************** DEODC01P
045900* Every active ATM must have its dispense counters keyed for    * DEODC01P
046000* the day                                                       * DEODC01P
046100***************************************************************** DEODC01P
046200 CHECK-ATM-COUNTERS.                                              DEODC01P
046300     EXEC SQL                                                     DEODC01P
046400          SELECT COUNT(*)                                         DEODC01P
046500          INTO :WS-COUNT                                          DEODC01P
046600          FROM BNKATMD DEV                                        DEODC01P
046700          WHERE DEV.DEV_STATUS = 'A' AND                          DEODC01P
046800                NOT EXISTS                                        DEODC01P
046900                (SELECT 1                                         DEODC01P
047000                 FROM BNKATMC CTR                                 DEODC01P
047100                 WHERE CTR.CTR_TERMINAL = DEV.DEV_TERMINAL AND    DEODC01P
047200                       CTR.CTR_BUS_DATE = :WS-CHECK-DATE)         DEODC01P
047300     END-EXEC.                                                    DEODC01P
047400     IF SQLCODE IS NOT EQUAL TO ZERO                              DEODC01P
047500        MOVE 'Unable to read the ATM counters' TO DCL-EOC-DETAIL  DEODC01P
047600        GO TO CHECK-ATM-COUNTERS-EXIT                             DEODC01P
047700     END-IF.                                                      DEODC01P
047800     IF WS-COUNT IS EQUAL TO ZERO                                 DEODC01P
047900        MOVE 'G' TO DCL-EOC-STATUS                                DEODC01P
048000        MOVE 'Counters keyed for every ATM' TO DCL-EOC-DETAIL     DEODC01P
048100     ELSE                                                         DEODC01P
048200        MOVE WS-COUNT TO WS-COUNT-DISP                            DEODC01P
048300        STRING 'ATMs without counters:' WS-COUNT-DISP             DEODC01P
048400               DELIMITED BY SIZE INTO DCL-EOC-DETAIL              DEODC01P
048500     END-IF.                                                      DEODC01P
048600 CHECK-ATM-COUNTERS-EXIT.                                         DEODC01P
048700     EXIT.                                                        DEODC01P
048800                                                                  DEODC01P
048900***************************************************************** DEODC01P
049000* Keep the item's result for the day. An override recorded      * DEODC01P
049100* earlier in the day stands for as long as the item stays red   * DEODC01P
049200***************************************************************** DEODC01P
049300 RECORD-ITEM.                                                     DEODC01P
049400     EXEC SQL                                                     DEODC01P
049500          SELECT EOC_OVR_BY                                       DEODC01P
049600          INTO :DCL-EOC-OVR-BY                                    DEODC01P
049700          FROM BNKEODC                                            DEODC01P
049800          WHERE EOC_DATE = :WS-CHECK-DATE AND                     DEODC01P
049900                EOC_ITEM = :DCL-EOI-ITEM                          DEODC01P
050000     END-EXEC.                                                    DEODC01P
050100     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DEODC01P
050200        SQLCODE IS NOT EQUAL TO +100                              DEODC01P
050300        MOVE 'Unable to read the day''s checklist' TO CEC1O-MSG   DEODC01P
050400        GO TO RECORD-ITEM-EXIT                                    DEODC01P
050500     END-IF.                                                      DEODC01P
050600     IF SQLCODE IS EQUAL TO +100                                  DEODC01P
050700        EXEC SQL                                                  DEODC01P
050800             INSERT                                               DEODC01P
050900             INTO BNKEODC (EOC_DATE,                              DEODC01P
051000                           EOC_ITEM,                              DEODC01P
051100                           EOC_SEQ,                               DEODC01P
051200                           EOC_STATUS,                            DEODC01P
051300                           EOC_DETAIL,                            DEODC01P
051400                           EOC_CHECKED_TS,                        DEODC01P
051500                           EOC_OVR_BY,                            DEODC01P
051600                           EOC_OVR_REASON)                        DEODC01P
051700             VALUES (:WS-CHECK-DATE,                              DEODC01P
051800                     :DCL-EOI-ITEM,                               DEODC01P
051900                     :DCL-EOI-SEQ,                                DEODC01P
052000                     :DCL-EOC-STATUS,                             DEODC01P
052100                     :DCL-EOC-DETAIL,                             DEODC01P
052200                     :WS-RUN-TS,                                  DEODC01P
052300                     ' ',                                         DEODC01P
052400                     ' ')                                         DEODC01P
052500        END-EXEC                                                  DEODC01P
052600     ELSE                                                         DEODC01P
052700        IF DCL-EOC-STATUS IS EQUAL TO 'R' AND                     DEODC01P
052800           DCL-EOC-OVR-BY IS NOT EQUAL TO SPACES                  DEODC01P
052900           MOVE 'O' TO DCL-EOC-STATUS                             DEODC01P
053000        END-IF                                                    DEODC01P
053100        EXEC SQL                                                  DEODC01P
053200             UPDATE BNKEODC                                       DEODC01P
053300             SET EOC_STATUS = :DCL-EOC-STATUS,                    DEODC01P
053400                 EOC_DETAIL = :DCL-EOC-DETAIL,                    DEODC01P
053500                 EOC_CHECKED_TS = :WS-RUN-TS                      DEODC01P
053600             WHERE EOC_DATE = :WS-CHECK-DATE AND                  DEODC01P
053700                   EOC_ITEM = :DCL-EOI-ITEM                       DEODC01P
053800        END-EXEC                                                  DEODC01P
053900     END-IF.                                                      DEODC01P
054000     IF SQLCODE IS NOT EQUAL TO ZERO                              DEODC01P
054100        MOVE 'Unable to record the day''s checklist' TO CEC1O-MSG DEODC01P
054200        GO TO RECORD-ITEM-EXIT                                    DEODC01P
054300     END-IF.                                                      DEODC01P
054400     IF DCL-EOC-STATUS IS EQUAL TO 'R'                            DEODC01P
054500        ADD 1 TO WS-RED-COUNT                                     DEODC01P
054600     END-IF.                                                      DEODC01P
054700 RECORD-ITEM-EXIT.                                                DEODC01P
054800     EXIT.                                                        DEODC01P
054900                                                                  DEODC01P
055000***************************************************************** DEODC01P
055100* A supervisor overrides a red item for the day, giving the     * DEODC01P
055200* reason it is safe to roll the date regardless                 * DEODC01P
055300***************************************************************** DEODC01P
055400 OVERRIDE-ITEM.                                                   DEODC01P
055500     IF CEC1I-REASON IS EQUAL TO SPACES                           DEODC01P
055600        MOVE 'An override needs a reason' TO CEC1O-MSG            DEODC01P
055700        GO TO OVERRIDE-ITEM-EXIT                                  DEODC01P
055800     END-IF.                                                      DEODC01P
055900     EXEC SQL                                                     DEODC01P
056000          UPDATE BNKEODC                                          DEODC01P
056100          SET EOC_STATUS = 'O',                                   DEODC01P
056200              EOC_OVR_BY = :CEC1I-USERID,                         DEODC01P
056300              EOC_OVR_REASON = :CEC1I-REASON,                     DEODC01P
056400              EOC_OVR_TS = :WS-RUN-TS                             DEODC01P
056500          WHERE EOC_DATE = :WS-CHECK-DATE AND                     DEODC01P
056600                EOC_ITEM = :CEC1I-ITEM AND                        DEODC01P
056700                EOC_STATUS = 'R'                                  DEODC01P
056800     END-EXEC.                                                    DEODC01P
056900     IF SQLCODE IS EQUAL TO +100                                  DEODC01P
057000        MOVE 'That item is not red on the day''s checklist'       DEODC01P
057100          TO CEC1O-MSG                                            DEODC01P
057200        GO TO OVERRIDE-ITEM-EXIT                                  DEODC01P
057300     END-IF.                                                      DEODC01P
057400     IF SQLCODE IS NOT EQUAL TO ZERO                              DEODC01P
057500        MOVE 'Unable to override the item' TO CEC1O-MSG           DEODC01P
057600        GO TO OVERRIDE-ITEM-EXIT                                  DEODC01P
057700     END-IF.                                                      DEODC01P
057800     SET CEC1O-REQUEST-OK TO TRUE.                                DEODC01P
057900     MOVE 'Item overridden' TO CEC1O-MSG.                         DEODC01P
058000 OVERRIDE-ITEM-EXIT.                                              DEODC01P
058100     EXIT.                                                        DEODC01P
058200                                                                  DEODC01P
058300***************************************************************** DEODC01P
058400* The supervisor signs the day off. The items are evaluated     * DEODC01P
058500* afresh first and the sign-off is refused while any is red     * DEODC01P
058600***************************************************************** DEODC01P
058700 SIGN-OFF.                                                        DEODC01P
058800     PERFORM EVALUATE-ITEMS THRU                                  DEODC01P
058900             EVALUATE-ITEMS-EXIT.                                 DEODC01P
059000     IF NOT CEC1O-REQUEST-OK                                      DEODC01P
059100        GO TO SIGN-OFF-EXIT                                       DEODC01P
059200     END-IF.                                                      DEODC01P
059300     IF WS-RED-COUNT IS GREATER THAN ZERO                         DEODC01P
059400        SET CEC1O-NOT-READY TO TRUE                               DEODC01P
059500        GO TO SIGN-OFF-EXIT                                       DEODC01P
059600     END-IF.                                                      DEODC01P
059700     SET CEC1O-REQUEST-FAIL TO TRUE.                              DEODC01P
059800     EXEC SQL                                                     DEODC01P
059900          UPDATE BNKEODS                                          DEODC01P
060000          SET EOS_SIGNED_BY = :CEC1I-USERID,                      DEODC01P
060100              EOS_SIGNED_TS = :WS-RUN-TS                          DEODC01P
060200          WHERE EOS_DATE = :WS-CHECK-DATE                         DEODC01P
060300     END-EXEC.                                                    DEODC01P
060400     IF SQLCODE IS EQUAL TO +100                                  DEODC01P
060500        EXEC SQL                                                  DEODC01P
060600             INSERT                                               DEODC01P
060700             INTO BNKEODS (EOS_DATE,                              DEODC01P
060800                           EOS_SIGNED_BY,                         DEODC01P
060900                           EOS_SIGNED_TS)                         DEODC01P
061000             VALUES (:WS-CHECK-DATE,                              DEODC01P
061100                     :CEC1I-USERID,                               DEODC01P
061200                     :WS-RUN-TS)                                  DEODC01P
061300        END-EXEC                                                  DEODC01P
061400     END-IF.                                                      DEODC01P
061500     IF SQLCODE IS NOT EQUAL TO ZERO                              DEODC01P
061600        MOVE 'Unable to record the sign-off' TO CEC1O-MSG         DEODC01P
061700        GO TO SIGN-OFF-EXIT                                       DEODC01P
061800     END-IF.                                                      DEODC01P
061900     SET CEC1O-REQUEST-OK TO TRUE.                                DEODC01P
062000     MOVE 'Checklist signed off - the date may now roll'          DEODC01P
062100       TO CEC1O-MSG.                                              DEODC01P
062200 SIGN-OFF-EXIT.                                                   DEODC01P
062300     EXIT.                                                        DEODC01P
062400                                                                  DEODC01P
062500***************************************************************** DEODC01P
062600* The business-date roll's question. The items are evaluated    * DEODC01P
062700* again at the moment of the roll, so one that has gone red     * DEODC01P
062800* since the sign-off still holds the date                       * DEODC01P
062900***************************************************************** DEODC01P
063000 GATE-CHECK.                                                      DEODC01P
063100     PERFORM EVALUATE-ITEMS THRU                                  DEODC01P
063200             EVALUATE-ITEMS-EXIT.                                 DEODC01P
063300     IF NOT CEC1O-REQUEST-OK                                      DEODC01P
063400        GO TO GATE-CHECK-EXIT                                     DEODC01P
063500     END-IF.                                                      DEODC01P
063600     IF WS-RED-COUNT IS GREATER THAN ZERO                         DEODC01P
063700        SET CEC1O-NOT-READY TO TRUE                               DEODC01P
063800        MOVE WS-RED-COUNT TO WS-RED-DISP                          DEODC01P
063900        MOVE SPACES TO CEC1O-MSG                                  DEODC01P
064000        STRING 'End-of-day checklist items still red:' WS-RED-DISPDEODC01P
064100               DELIMITED BY SIZE INTO CEC1O-MSG                   DEODC01P
064200        GO TO GATE-CHECK-EXIT                                     DEODC01P
064300     END-IF.                                                      DEODC01P
064400     EXEC SQL                                                     DEODC01P
064500          SELECT EOS_SIGNED_BY                                    DEODC01P
064600          INTO :DCL-EOS-SIGNED-BY                                 DEODC01P
064700          FROM BNKEODS                                            DEODC01P
064800          WHERE EOS_DATE = :WS-CHECK-DATE                         DEODC01P
064900     END-EXEC.                                                    DEODC01P
065000     IF SQLCODE IS EQUAL TO +100                                  DEODC01P
065100        SET CEC1O-NOT-READY TO TRUE                               DEODC01P
065200        MOVE 'End-of-day checklist has not been signed off'       DEODC01P
065300          TO CEC1O-MSG                                            DEODC01P
065400        GO TO GATE-CHECK-EXIT                                     DEODC01P
065500     END-IF.                                                      DEODC01P
065600     IF SQLCODE IS NOT EQUAL TO ZERO                              DEODC01P
065700        SET CEC1O-REQUEST-FAIL TO TRUE                            DEODC01P
065800        MOVE 'Unable to read the checklist sign-off' TO CEC1O-MSG DEODC01P
065900        GO TO GATE-CHECK-EXIT                                     DEODC01P
066000     END-IF.                                                      DEODC01P
066100     MOVE 'End-of-day checklist is complete and signed off'       DEODC01P
066200       TO CEC1O-MSG.                                              DEODC01P
066300 GATE-CHECK-EXIT.                                                 DEODC01P
066400     EXIT.                                                        DEODC01P
066500                                                                  DEODC01P
066600***************************************************************** DEODC01P
066700* Return the day's checklist as recorded and who signed it off. * DEODC01P
066800* The outcome of the function already worked is left alone      * DEODC01P
066900***************************************************************** DEODC01P
067000 LIST-CHECKLIST.                                                  DEODC01P
067100     EXEC SQL                                                     DEODC01P
067200          SELECT EOS_SIGNED_BY                                    DEODC01P
067300          INTO :DCL-EOS-SIGNED-BY                                 DEODC01P
067400          FROM BNKEODS                                            DEODC01P
067500          WHERE EOS_DATE = :WS-CHECK-DATE                         DEODC01P
067600     END-EXEC.                                                    DEODC01P
067700     IF SQLCODE IS EQUAL TO ZERO                                  DEODC01P
067800        MOVE DCL-EOS-SIGNED-BY TO CEC1O-SIGNED-BY                 DEODC01P
067900     END-IF.                                                      DEODC01P
068000     EXEC SQL                                                     DEODC01P
068100          DECLARE EOC_CSR CURSOR FOR                              DEODC01P
068200          SELECT EOC_ITEM,                                        DEODC01P
068300                 EOC_STATUS,                                      DEODC01P
068400                 EOC_DETAIL,                                      DEODC01P
068500                 EOC_OVR_BY                                       DEODC01P
068600          FROM BNKEODC                                            DEODC01P
068700          WHERE EOC_DATE = :WS-CHECK-DATE                         DEODC01P
068800          ORDER BY EOC_SEQ                                        DEODC01P
068900          FOR FETCH ONLY                                          DEODC01P
069000     END-EXEC.                                                    DEODC01P
069100     EXEC SQL                                                     DEODC01P
069200          OPEN EOC_CSR                                            DEODC01P
069300     END-EXEC.                                                    DEODC01P
069400     IF SQLCODE IS NOT EQUAL TO ZERO                              DEODC01P
069500        GO TO LIST-CHECKLIST-EXIT                                 DEODC01P
069600     END-IF.                                                      DEODC01P
069700     MOVE 0 TO WS-SUB1.                                           DEODC01P
069800 EOC-LOOP.                                                        DEODC01P
069900     IF WS-SUB1 IS EQUAL TO 6                                     DEODC01P
070000        GO TO EOC-LOOP-EXIT                                       DEODC01P
070100     END-IF.                                                      DEODC01P
070200     EXEC SQL                                                     DEODC01P
070300          FETCH EOC_CSR                                           DEODC01P
070400          INTO :DCL-EOI-ITEM,                                     DEODC01P
070500               :DCL-EOC-STATUS,                                   DEODC01P
070600               :DCL-EOC-DETAIL,                                   DEODC01P
070700               :DCL-EOC-OVR-BY                                    DEODC01P
070800     END-EXEC.                                                    DEODC01P
070900     IF SQLCODE IS NOT EQUAL TO ZERO                              DEODC01P
071000        GO TO EOC-LOOP-EXIT                                       DEODC01P
071100     END-IF.                                                      DEODC01P
071200     ADD 1 TO WS-SUB1.                                            DEODC01P
071300     MOVE DCL-EOI-ITEM TO CEC1O-LST-ITEM (WS-SUB1).               DEODC01P
071400     MOVE DCL-EOC-STATUS TO CEC1O-LST-STATUS (WS-SUB1).           DEODC01P
071500     MOVE DCL-EOC-DETAIL TO CEC1O-LST-DETAIL (WS-SUB1).           DEODC01P
071600     MOVE DCL-EOC-OVR-BY TO CEC1O-LST-OVR-BY (WS-SUB1).           DEODC01P
071700     GO TO EOC-LOOP.                                              DEODC01P
071800 EOC-LOOP-EXIT.                                                   DEODC01P
071900     EXEC SQL                                                     DEODC01P
072000          CLOSE EOC_CSR                                           DEODC01P
072100     END-EXEC.                                                    DEODC01P
072200     MOVE WS-SUB1 TO CEC1O-LIST-COUNT.                            DEODC01P
072300     IF CEC1I-LIST AND                                            DEODC01P
072400        WS-SUB1 IS EQUAL TO ZERO                                  DEODC01P
072500        MOVE 'No checklist has been evaluated for that day'       DEODC01P
072600          TO CEC1O-MSG                                            DEODC01P
072700     END-IF.                                                      DEODC01P
072800 LIST-CHECKLIST-EXIT.                                             DEODC01P
072900     EXIT.                                                        DEODC01P
