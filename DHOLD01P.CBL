001900*              deposit holds on schedule and expires lapsed     * DHOLD01P
002000*              legal orders; a legal hold can be remitted to    * DHOLD01P
002100*              the authority through the external payment       * DHOLD01P
002200*              machinery; card authorization holds are placed   * DHOLD01P
002210*              for approved amounts, consumed when the switch   * DHOLD01P
002220*              settles them and lifted by the nightly run if    * DHOLD01P
002230*              never settled; a deposit hold on a cheque sent   * DHOLD01P
002240*              to another bank waits for the outward clearing   * DHOLD01P
002260*              run, which lifts it or forfeits it on a return.  * DHOLD01P
002280*              Every action is audited on the                   * DHOLD01P
002300*              exception log                                    * DHOLD01P
002400*              SQL version                                      * DHOLD01P
002500***************************************************************** DHOLD01P
006800   05  DCL-HLD-AMOUNT                        PIC S9(7)V99 COMP-3. DHOLD01P
006900   05  DCL-HLD-UNTIL                         PIC X(10).           DHOLD01P
007000   05  DCL-HLD-AUTHORITY                     PIC X(25).           DHOLD01P
007050   05  DCL-HLD-CHQNO                         PIC X(6).            DHOLD01P
007100   05  DCL-HLD-STATUS                        PIC X(1).            DHOLD01P
007200   05  DCL-ACC-PID                           PIC X(5).            DHOLD01P
007300   05  DCL-ACC-BALANCE                       PIC S9(7)V99 COMP-3. DHOLD01P
012800       WHEN CDH1I-PLACE-LEGAL-HOLD                                DHOLD01P
012900         PERFORM PLACE-HOLD THRU                                  DHOLD01P
013000                 PLACE-HOLD-EXIT                                  DHOLD01P
013010       WHEN CDH1I-PLACE-AUTH-HOLD                                 DHOLD01P
013020         PERFORM PLACE-HOLD THRU                                  DHOLD01P
013030                 PLACE-HOLD-EXIT                                  DHOLD01P
013032       WHEN CDH1I-PLACE-MARGIN-HOLD                               DHOLD01P
013034         PERFORM PLACE-HOLD THRU                                  DHOLD01P
013036                 PLACE-HOLD-EXIT                                  DHOLD01P
013040       WHEN CDH1I-SETTLE-AUTH-HOLD                                DHOLD01P
013050         PERFORM SETTLE-AUTH-HOLD THRU                            DHOLD01P
013060                 SETTLE-AUTH-HOLD-EXIT                            DHOLD01P
013070       WHEN CDH1I-FORFEIT-HOLD                                    DHOLD01P
013080         PERFORM FORFEIT-HOLD THRU                                DHOLD01P
013090                 FORFEIT-HOLD-EXIT                                DHOLD01P
013100       WHEN CDH1I-LIST-HOLDS                                      DHOLD01P
013200         PERFORM LIST-HOLDS THRU                                  DHOLD01P
013300                 LIST-HOLDS-EXIT                                  DHOLD01P
018700        MOVE 'Unable to reference the hold register' TO CDH1O-MSG DHOLD01P
018800        GO TO PLACE-HOLD-EXIT                                     DHOLD01P
018900     END-IF.                                                      DHOLD01P
019000     MOVE CDH1I-CHQNO TO DCL-HLD-CHQNO.                           DHOLD01P
019020     EVALUATE TRUE                                                DHOLD01P
019040       WHEN CDH1I-PLACE-DEPOSIT-HOLD                              DHOLD01P
019060         MOVE 'D' TO DCL-HLD-KIND                                 DHOLD01P
019080         MOVE CDH1I-RELEASE-DATE TO DCL-HLD-UNTIL                 DHOLD01P
019100         MOVE SPACES TO DCL-HLD-AUTHORITY                         DHOLD01P
019120*      An authorization hold lapses at the end of the scheme's    DHOLD01P
019140*      window; its approval code is cut from the hold number, so  DHOLD01P
019160*      settlement item can name the hold it consumes              DHOLD01P
019180       WHEN CDH1I-PLACE-AUTH-HOLD                                 DHOLD01P
019200         MOVE 'A' TO DCL-HLD-KIND                                 DHOLD01P
019220         MOVE CDH1I-EXPIRY-DATE TO DCL-HLD-UNTIL                  DHOLD01P
019240         MOVE CDH1I-AUTHORITY TO DCL-HLD-AUTHORITY                DHOLD01P
019260         MOVE DCL-HLD-ID TO WS-HOLD-ID-DISP                       DHOLD01P
019280         MOVE WS-HOLD-ID-DISP (2:6) TO DCL-HLD-CHQNO              DHOLD01P
019282*      A guarantee margin stands until the guarantee it covers is DHOLD01P
019284*      settled - the expiry shown is the guarantee's own          DHOLD01P
019286       WHEN CDH1I-PLACE-MARGIN-HOLD                               DHOLD01P
019288         MOVE 'C' TO DCL-HLD-KIND                                 DHOLD01P
019290         MOVE CDH1I-EXPIRY-DATE TO DCL-HLD-UNTIL                  DHOLD01P
019292         MOVE CDH1I-AUTHORITY TO DCL-HLD-AUTHORITY                DHOLD01P
019300       WHEN OTHER                                                 DHOLD01P
019320         MOVE 'L' TO DCL-HLD-KIND                                 DHOLD01P
019340         MOVE CDH1I-EXPIRY-DATE TO DCL-HLD-UNTIL                  DHOLD01P
019360         MOVE CDH1I-AUTHORITY TO DCL-HLD-AUTHORITY                DHOLD01P
019380     END-EVALUATE.                                                DHOLD01P
019900     EXEC SQL                                                     DHOLD01P
020000          INSERT                                                  DHOLD01P
020100          INTO BNKHOLD (HLD_ID,                                   DHOLD01P
021300                  :DCL-HLD-KIND,                                  DHOLD01P
021400                  :CDH1I-AMOUNT,                                  DHOLD01P
021500                  :DCL-HLD-UNTIL,                                 DHOLD01P
021600                  :DCL-HLD-CHQNO,                                 DHOLD01P
021610                 :CDH1I-CHQ-DRAWER,                               DHOLD01P
021700                  :DCL-HLD-AUTHORITY,                             DHOLD01P
021800                  'O',                                            DHOLD01P
022800     PERFORM AUDIT-HOLD-ACTION THRU                               DHOLD01P
022900             AUDIT-HOLD-ACTION-EXIT.                              DHOLD01P
023000     SET CDH1O-REQUEST-OK TO TRUE.                                DHOLD01P
023100     EVALUATE TRUE                                                DHOLD01P
023150       WHEN CDH1I-PLACE-DEPOSIT-HOLD                              DHOLD01P
023200         MOVE 'Deposit hold placed' TO CDH1O-MSG                  DHOLD01P
023250       WHEN CDH1I-PLACE-AUTH-HOLD                                 DHOLD01P
023300         MOVE 'Authorization hold placed' TO CDH1O-MSG            DHOLD01P
023320       WHEN CDH1I-PLACE-MARGIN-HOLD                               DHOLD01P
023340         MOVE 'Guarantee margin held' TO CDH1O-MSG                DHOLD01P
023350       WHEN OTHER                                                 DHOLD01P
023400         MOVE 'Legal order recorded' TO CDH1O-MSG                 DHOLD01P
023450     END-EVALUATE.                                                DHOLD01P
023600 PLACE-HOLD-EXIT.                                                 DHOLD01P
023700     EXIT.                                                        DHOLD01P
023800                                                                  DHOLD01P
032600     MOVE 'Hold released' TO CDH1O-MSG.                           DHOLD01P
032700 RELEASE-HOLD-EXIT.                                               DHOLD01P
032800     EXIT.                                                        DHOLD01P
032801                                                                  DHOLD01P
032802***************************************************************** DHOLD01P
032803* Consume the authorization hold behind a settled card item -   * DHOLD01P
032804* by its approval code when the switch carries one, otherwise   * DHOLD01P
032805* the oldest live hold for that card and amount. The settled    * DHOLD01P
032806* debit now stands where the hold did                           * DHOLD01P
032807***************************************************************** DHOLD01P
032808 SETTLE-AUTH-HOLD.                                                DHOLD01P
032809     MOVE ZEROES TO DCL-HLD-ID.                                   DHOLD01P
032810     IF CDH1I-CHQNO IS NOT EQUAL TO SPACES                        DHOLD01P
032811        EXEC SQL                                                  DHOLD01P
032812             SELECT VALUE(MIN(HLD_ID), 0)                         DHOLD01P
032813             INTO :DCL-HLD-ID                                     DHOLD01P
032814             FROM BNKHOLD                                         DHOLD01P
032815             WHERE HLD_ACCNO = :CDH1I-ACC AND                     DHOLD01P
032816                   HLD_KIND = 'A' AND                             DHOLD01P
032817                   HLD_STATUS = 'O' AND                           DHOLD01P
032818                   HLD_CHQNO = :CDH1I-CHQNO                       DHOLD01P
032819        END-EXEC                                                  DHOLD01P
032820     ELSE                                                         DHOLD01P
032821        EXEC SQL                                                  DHOLD01P
032822             SELECT VALUE(MIN(HLD_ID), 0)                         DHOLD01P
032823             INTO :DCL-HLD-ID                                     DHOLD01P
032824             FROM BNKHOLD                                         DHOLD01P
032825             WHERE HLD_ACCNO = :CDH1I-ACC AND                     DHOLD01P
032826                   HLD_KIND = 'A' AND                             DHOLD01P
032827                   HLD_STATUS = 'O' AND                           DHOLD01P
032828                   HLD_AUTHORITY = :CDH1I-AUTHORITY AND           DHOLD01P
032829                   HLD_AMOUNT = :CDH1I-AMOUNT                     DHOLD01P
032830        END-EXEC                                                  DHOLD01P
032831     END-IF.                                                      DHOLD01P
032832     IF SQLCODE IS NOT EQUAL TO ZERO                              DHOLD01P
032833        MOVE 'Unable to read the hold register' TO CDH1O-MSG      DHOLD01P
032834        GO TO SETTLE-AUTH-HOLD-EXIT                               DHOLD01P
032835     END-IF.                                                      DHOLD01P
032836     IF DCL-HLD-ID IS EQUAL TO ZERO                               DHOLD01P
032837        SET CDH1O-HOLD-NOT-FOUND TO TRUE                          DHOLD01P
032838        MOVE 'No live authorization for that item' TO CDH1O-MSG   DHOLD01P
032839        GO TO SETTLE-AUTH-HOLD-EXIT                               DHOLD01P
032840     END-IF.                                                      DHOLD01P
032841     EXEC SQL                                                     DHOLD01P
032842          UPDATE BNKHOLD                                          DHOLD01P
032843          SET HLD_STATUS = 'S',                                   DHOLD01P
032844              HLD_WORKED_BY = :CDH1I-USERID,                      DHOLD01P
032845              HLD_WORKED_TS = CURRENT TIMESTAMP                   DHOLD01P
032846          WHERE HLD_ID = :DCL-HLD-ID AND                          DHOLD01P
032847                HLD_STATUS = 'O'                                  DHOLD01P
032848     END-EXEC.                                                    DHOLD01P
032849     IF SQLCODE IS NOT EQUAL TO ZERO                              DHOLD01P
032850        MOVE 'Unable to consume the authorization hold'           DHOLD01P
032851          TO CDH1O-MSG                                            DHOLD01P
032852        GO TO SETTLE-AUTH-HOLD-EXIT                               DHOLD01P
032853     END-IF.                                                      DHOLD01P
032854     MOVE DCL-HLD-ID TO CDH1O-HOLD-ID.                            DHOLD01P
032855     MOVE 'SETTLED' TO CDH1O-MSG.                                 DHOLD01P
032856     PERFORM AUDIT-HOLD-ACTION THRU                               DHOLD01P
032857             AUDIT-HOLD-ACTION-EXIT.                              DHOLD01P
032858     SET CDH1O-REQUEST-OK TO TRUE.                                DHOLD01P
032859     MOVE 'Authorization hold settled' TO CDH1O-MSG.              DHOLD01P
032860 SETTLE-AUTH-HOLD-EXIT.                                           DHOLD01P
032861     EXIT.                                                        DHOLD01P
032862                                                                  DHOLD01P
032863***************************************************************** DHOLD01P
032864* Forfeit a deposit hold - the cheque behind it came back       * DHOLD01P
032865* unpaid and its credit has been charged back, so the held      * DHOLD01P
032866* money is gone rather than released                            * DHOLD01P
032867***************************************************************** DHOLD01P
032868 FORFEIT-HOLD.                                                    DHOLD01P
032869     MOVE CDH1I-HOLD-ID TO DCL-HLD-ID.                            DHOLD01P
032870     EXEC SQL                                                     DHOLD01P
032871          UPDATE BNKHOLD                                          DHOLD01P
032872          SET HLD_STATUS = 'F',                                   DHOLD01P
032873              HLD_WORKED_BY = :CDH1I-USERID,                      DHOLD01P
032874              HLD_WORKED_TS = CURRENT TIMESTAMP                   DHOLD01P
032875          WHERE HLD_ID = :DCL-HLD-ID AND                          DHOLD01P
032876                HLD_KIND = 'D' AND                                DHOLD01P
032877                HLD_STATUS = 'O'                                  DHOLD01P
032878     END-EXEC.                                                    DHOLD01P
032879     IF SQLCODE IS EQUAL TO +100                                  DHOLD01P
032880        SET CDH1O-HOLD-NOT-FOUND TO TRUE                          DHOLD01P
032881        MOVE 'No live deposit hold under that number'             DHOLD01P
032882          TO CDH1O-MSG                                            DHOLD01P
032883        GO TO FORFEIT-HOLD-EXIT                                   DHOLD01P
032884     END-IF.                                                      DHOLD01P
032885     IF SQLCODE IS NOT EQUAL TO ZERO                              DHOLD01P
032886        MOVE 'Unable to forfeit the hold' TO CDH1O-MSG            DHOLD01P
032887        GO TO FORFEIT-HOLD-EXIT                                   DHOLD01P
032888     END-IF.                                                      DHOLD01P
032889     MOVE DCL-HLD-ID TO CDH1O-HOLD-ID.                            DHOLD01P
032890     MOVE 'FORFEITED' TO CDH1O-MSG.                               DHOLD01P
032891     PERFORM AUDIT-HOLD-ACTION THRU                               DHOLD01P
032892             AUDIT-HOLD-ACTION-EXIT.                              DHOLD01P
032893     SET CDH1O-REQUEST-OK TO TRUE.                                DHOLD01P
032894     MOVE 'Hold forfeited' TO CDH1O-MSG.                          DHOLD01P
032895 FORFEIT-HOLD-EXIT.                                               DHOLD01P
032896     EXIT.                                                        DHOLD01P
032900                                                                  DHOLD01P
033000***************************************************************** DHOLD01P
033100* Remit a legal order - the held amount leaves the account and  * DHOLD01P
051600                                                                  DHOLD01P
051700***************************************************************** DHOLD01P
051800* Nightly pass - deposit holds past their release date lift,    * DHOLD01P
051850* unless the cheque is still out with another bank and the      * DHOLD01P
051900* outward clearing run has not yet seen it clear; legal orders  * DHOLD01P
051950* past their expiry lapse                                       * DHOLD01P
052000***************************************************************** DHOLD01P
052100 NIGHTLY-RELEASE.                                                 DHOLD01P
052200     EXEC SQL                                                     DHOLD01P
052600              HLD_WORKED_TS = CURRENT TIMESTAMP                   DHOLD01P
052700          WHERE HLD_KIND = 'D' AND                                DHOLD01P
052800                HLD_STATUS = 'O' AND                              DHOLD01P
052900                HLD_UNTIL_DATE <= :WS-BUSINESS-DATE AND           DHOLD01P
052920                HLD_ID NOT IN                                     DHOLD01P
052940                   (SELECT OCL_HOLD_ID                            DHOLD01P
052960                    FROM BNKOCLR                                  DHOLD01P
052980                    WHERE OCL_STATUS IN ('D', 'P'))               DHOLD01P
053000     END-EXEC.                                                    DHOLD01P
053100     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DHOLD01P
053200        SQLCODE IS NOT EQUAL TO +100                              DHOLD01P
055300     IF SQLCODE IS EQUAL TO ZERO                                  DHOLD01P
055400        MOVE SQLERRD (3) TO CDH1O-EXPIRED                         DHOLD01P
055500     END-IF.                                                      DHOLD01P
055502***************************************************************** DHOLD01P
055504* Authorization holds the switch never settled within the       * DHOLD01P
055506* scheme's window give the money back to the customer           * DHOLD01P
055508***************************************************************** DHOLD01P
055510     EXEC SQL                                                     DHOLD01P
055512          UPDATE BNKHOLD                                          DHOLD01P
055514          SET HLD_STATUS = 'R',                                   DHOLD01P
055516              HLD_WORKED_BY = 'BATCH',                            DHOLD01P
055518              HLD_WORKED_TS = CURRENT TIMESTAMP                   DHOLD01P
055520          WHERE HLD_KIND = 'A' AND                                DHOLD01P
055522                HLD_STATUS = 'O' AND                              DHOLD01P
055524                HLD_UNTIL_DATE < :WS-BUSINESS-DATE                DHOLD01P
055526     END-EXEC.                                                    DHOLD01P
055528     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DHOLD01P
055530        SQLCODE IS NOT EQUAL TO +100                              DHOLD01P
055532        MOVE 'Unable to lift the lapsed authorizations'           DHOLD01P
055534          TO CDH1O-MSG                                            DHOLD01P
055536        GO TO NIGHTLY-RELEASE-EXIT                                DHOLD01P
055538     END-IF.                                                      DHOLD01P
055540     IF SQLCODE IS EQUAL TO ZERO                                  DHOLD01P
055542        MOVE SQLERRD (3) TO CDH1O-AUTH-LAPSED                     DHOLD01P
055544     END-IF.                                                      DHOLD01P
055600     SET CDH1O-REQUEST-OK TO TRUE.                                DHOLD01P
055700 NIGHTLY-RELEASE-EXIT.                                            DHOLD01P
055800     EXIT.                                                        DHOLD01P
