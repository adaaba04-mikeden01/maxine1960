000100***************************************************************** DCONS01P
000200*                                                               * DCONS01P
000300*  Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.    * DCONS01P
000400*  This demonstration program is provided for use by users      * DCONS01P
000500*  of Micro Focus products and may be used, modified and        * DCONS01P
000600*  distributed as part of your application provided that        * DCONS01P
000700*  you properly acknowledge the copyright of Micro Focus        * DCONS01P
000800*  in this material.                                            * DCONS01P
000900*                                                               * DCONS01P
001000***************************************************************** DCONS01P
001100                                                                  DCONS01P
001200***************************************************************** DCONS01P
001300* Program:     DCONS01P.CBL                                     * DCONS01P
001400* Function:    Marketing consent register and campaign          * DCONS01P
001500*              selection - reads and maintains a customer's     * DCONS01P
001600*              grants and withdrawals by channel and purpose,   * DCONS01P
001700*              logging each change with its time; records and   * DCONS01P
001800*              clears post returned undelivered, keyed by staff * DCONS01P
001820*              or read overnight off the mailroom's returns     * DCONS01P
001840*              file, clearing only for an address that passes   * DCONS01P
001860*              the postal check and releasing the post held     * DCONS01P
001880*              back meanwhile; raises and lists campaigns; and  * DCONS01P
001900*              overnight selects each campaign's customers by   * DCONS01P
002000*              account type, balance band, tier and branch,     * DCONS01P
002100*              suppressing the deceased, minors, the erased,    * DCONS01P
002200*              open sanctions hits, returned mail and those     * DCONS01P
002300*              without consent, frames the selection through    * DCONS01P
002400*              DBANK91P and reports every suppression with its  * DCONS01P
002500*              reason                                           * DCONS01P
002600*              SQL version                                      * DCONS01P
002700***************************************************************** DCONS01P
002800                                                                  DCONS01P
002900 IDENTIFICATION DIVISION.                                         DCONS01P
003000 PROGRAM-ID.                                                      DCONS01P
003100     DCONS01P.                                                    DCONS01P
003200 DATE-WRITTEN.                                                    DCONS01P
003300     October 2026.                                                DCONS01P
003400 DATE-COMPILED.                                                   DCONS01P
003500     Today.                                                       DCONS01P
003600                                                                  DCONS01P
003700 ENVIRONMENT DIVISION.                                            DCONS01P
003800                                                                  DCONS01P
003900 DATA DIVISION.                                                   DCONS01P
004000                                                                  DCONS01P
004100 WORKING-STORAGE SECTION.                                         DCONS01P
004200 01  WS-MISC-STORAGE.                                             DCONS01P
004300   05  WS-PROGRAM-ID                         PIC X(8)             DCONS01P
004400       VALUE 'DCONS01P'.                                          DCONS01P
004500   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DCONS01P
004600   05  WS-RESP                               PIC S9(8) COMP.      DCONS01P
004700   05  WS-FILE-QUEUE                         PIC X(4)             DCONS01P
004800       VALUE 'CMPO'.                                              DCONS01P
004900   05  WS-FRAME-QUEUE                        PIC X(4)             DCONS01P
005000       VALUE 'CMPX'.                                              DCONS01P
005010   05  WS-RETURNS-QUEUE                      PIC X(4)             DCONS01P
005020       VALUE 'RTMI'.                                              DCONS01P
005030   05  WS-QUEUE-LENGTH                       PIC S9(4) COMP.      DCONS01P
005040   05  WS-MAILROOM-USER                      PIC X(5)             DCONS01P
005050       VALUE 'MAILR'.                                             DCONS01P
005100   05  WS-SUB1                               PIC S9(4) COMP.      DCONS01P
005200   05  WS-REASON-SUB                         PIC S9(4) COMP.      DCONS01P
005300   05  WS-COUNT-DISP                         PIC Z(6)9.           DCONS01P
005400   05  WS-REPORT-NAME.                                            DCONS01P
005500     10  FILLER                              PIC X(9)             DCONS01P
005600         VALUE 'CAMPAIGN '.                                       DCONS01P
005700     10  WS-REPORT-CAMPAIGN                  PIC X(8).            DCONS01P
005800     10  FILLER                              PIC X(3)             DCONS01P
005900         VALUE SPACES.                                            DCONS01P
006000                                                                  DCONS01P
006100***************************************************************** DCONS01P
006200* The nine consents in the order callers hold them - mail,      * DCONS01P
006300* email and telephone, each for own offers, partner offers      * DCONS01P
006400* and research                                                  * DCONS01P
006500***************************************************************** DCONS01P
006600 01  WS-CONSENT-KEY-TABLE.                                        DCONS01P
006700   05  WS-CONSENT-KEY-VALUES                 PIC X(18)            DCONS01P
006800       VALUE 'MOMPMREOEPERTOTPTR'.                                DCONS01P
006900   05  FILLER REDEFINES WS-CONSENT-KEY-VALUES.                    DCONS01P
007000     10  WS-CONSENT-KEY OCCURS 9 TIMES.                           DCONS01P
007100       15  WS-KEY-CHANNEL                    PIC X(1).            DCONS01P
007200       15  WS-KEY-PURPOSE                    PIC X(1).            DCONS01P
007300                                                                  DCONS01P
007400***************************************************************** DCONS01P
007500* The suppressions in the order they are tested - the first     * DCONS01P
007600* that applies is the one reported - with a count of each for   * DCONS01P
007700* the report's summary                                          * DCONS01P
007800***************************************************************** DCONS01P
007900 01  WS-REASON-TABLE.                                             DCONS01P
008000   05  WS-REASON-VALUES.                                          DCONS01P
008100     10  FILLER                              PIC X(13)            DCONS01P
008200         VALUE 'DECEASED'.                                        DCONS01P
008300     10  FILLER                              PIC X(13)            DCONS01P
008400         VALUE 'MINOR'.                                           DCONS01P
008500     10  FILLER                              PIC X(13)            DCONS01P
008600         VALUE 'ERASURE'.                                         DCONS01P
008700     10  FILLER                              PIC X(13)            DCONS01P
008800         VALUE 'SANCTIONS HIT'.                                   DCONS01P
008900     10  FILLER                              PIC X(13)            DCONS01P
009000         VALUE 'RETURNED MAIL'.                                   DCONS01P
009100     10  FILLER                              PIC X(13)            DCONS01P
009200         VALUE 'NO CONSENT'.                                      DCONS01P
009300     10  FILLER                              PIC X(13)            DCONS01P
009400         VALUE 'NO CONTACT'.                                      DCONS01P
009500   05  FILLER REDEFINES WS-REASON-VALUES.                         DCONS01P
009600     10  WS-REASON-NAME                      PIC X(13)            DCONS01P
009700         OCCURS 7 TIMES.                                          DCONS01P
009800   05  WS-REASON-COUNTS.                                          DCONS01P
009900     10  WS-REASON-COUNT                     PIC 9(7)             DCONS01P
010000         OCCURS 7 TIMES.                                          DCONS01P
010100                                                                  DCONS01P
010200***************************************************************** DCONS01P
010300* One record of the selection file - the campaign, the customer * DCONS01P
010400* and only the contact detail the campaign's channel needs      * DCONS01P
010500***************************************************************** DCONS01P
010600 01  WS-CAMPAIGN-RECORD.                                          DCONS01P
010700   05  CMR-CAMPAIGN-ID                       PIC X(8).            DCONS01P
010800   05  CMR-PID                               PIC X(5).            DCONS01P
010900   05  CMR-NAME                              PIC X(25).           DCONS01P
011000   05  CMR-CHANNEL                           PIC X(1).            DCONS01P
011100   05  CMR-PURPOSE                           PIC X(1).            DCONS01P
011200   05  CMR-TIER                              PIC X(1).            DCONS01P
011300   05  CMR-CONTACT                           PIC X(100).          DCONS01P
011400   05  CMR-MAIL-CONTACT REDEFINES CMR-CONTACT.                    DCONS01P
011500     10  CMR-ADDR1                           PIC X(25).           DCONS01P
011600     10  CMR-ADDR2                           PIC X(25).           DCONS01P
011700     10  CMR-STATE                           PIC X(3).            DCONS01P
011800     10  CMR-CNTRY                           PIC X(6).            DCONS01P
011900     10  CMR-PSTCDE                          PIC X(6).            DCONS01P
012000     10  FILLER                              PIC X(35).           DCONS01P
012100   05  CMR-EMAIL-CONTACT REDEFINES CMR-CONTACT.                   DCONS01P
012200     10  CMR-EMAIL                           PIC X(30).           DCONS01P
012300     10  FILLER                              PIC X(70).           DCONS01P
012400   05  CMR-TEL-CONTACT REDEFINES CMR-CONTACT.                     DCONS01P
012500     10  CMR-TELNO                           PIC X(12).           DCONS01P
012600     10  FILLER                              PIC X(88).           DCONS01P
012700                                                                  DCONS01P
012705                                                                  DCONS01P
012710***************************************************************** DCONS01P
012715* One item the mailroom has logged as returned undelivered -    * DCONS01P
012720* the customer, the day it came back and the reason marked on   * DCONS01P
012725* the envelope                                                  * DCONS01P
012730***************************************************************** DCONS01P
012735 01  WS-RETURNS-RECORD.                                           DCONS01P
012740   05  RTF-PID                               PIC X(5).            DCONS01P
012745   05  RTF-RETURN-DATE                       PIC X(10).           DCONS01P
012750   05  RTF-REASON                            PIC X(20).           DCONS01P
012800 01  WS-CSV-DATA.                                                 DCONS01P
012900 COPY CCSVD.                                                      DCONS01P
013000                                                                  DCONS01P
013100 01  WS-91-COMMAREA.                                              DCONS01P
013200 COPY CBANKD91.                                                   DCONS01P
013300                                                                  DCONS01P
013400 01  WS-96-COMMAREA.                                              DCONS01P
013500 COPY CBANKD96.                                                   DCONS01P
013510                                                                  DCONS01P
013520 01  WS-16-COMMAREA.                                              DCONS01P
013530 COPY CBANKD16.                                                   DCONS01P
013540                                                                  DCONS01P
013550 01  WS-92-COMMAREA.                                              DCONS01P
013560 COPY CBANKD92.                                                   DCONS01P
013600                                                                  DCONS01P
013700   EXEC SQL                                                       DCONS01P
013800        BEGIN DECLARE SECTION                                     DCONS01P
013900   END-EXEC.                                                      DCONS01P
014000 01  WS-COMMAREA.                                                 DCONS01P
014100     EXEC SQL                                                     DCONS01P
014200          INCLUDE CCONSD01                                        DCONS01P
014300     END-EXEC.                                                    DCONS01P
014400 01  WS-98-COMMAREA.                                              DCONS01P
014500     EXEC SQL                                                     DCONS01P
014600          INCLUDE CBANKD98                                        DCONS01P
014700     END-EXEC.                                                    DCONS01P
014800 01  DCL-CONSENT-AREAS.                                           DCONS01P
014900   05  DCL-CNS-CHANNEL                       PIC X(1).            DCONS01P
015000   05  DCL-CNS-PURPOSE                       PIC X(1).            DCONS01P
015100   05  DCL-CNS-STATUS                        PIC X(1).            DCONS01P
015200   05  DCL-RTM-STATUS                        PIC X(1).            DCONS01P
015300   05  DCL-RTM-COUNT                         PIC S9(3) COMP-3.    DCONS01P
015400   05  DCL-CPG-ID                            PIC X(8).            DCONS01P
015500   05  DCL-CPG-DESC                          PIC X(30).           DCONS01P
015600   05  DCL-CPG-CHANNEL                       PIC X(1).            DCONS01P
015700   05  DCL-CPG-PURPOSE                       PIC X(1).            DCONS01P
015800   05  DCL-CPG-ACCTYPE                       PIC X(2).            DCONS01P
015900   05  DCL-CPG-MIN-BAL                       PIC S9(9)V99 COMP-3. DCONS01P
016000   05  DCL-CPG-MAX-BAL                       PIC S9(9)V99 COMP-3. DCONS01P
016100   05  DCL-CPG-TIER                          PIC X(1).            DCONS01P
016200   05  DCL-CPG-BRANCH                        PIC X(4).            DCONS01P
016300   05  DCL-CPG-STATUS                        PIC X(1).            DCONS01P
016400   05  DCL-CPG-RUN-DATE                      PIC X(10).           DCONS01P
016500   05  DCL-CPG-SELECTED                      PIC S9(7) COMP-3.    DCONS01P
016600   05  DCL-CPG-SUPPRESSED                    PIC S9(7) COMP-3.    DCONS01P
016700   05  DCL-BCS-PID                           PIC X(5).            DCONS01P
016800   05  DCL-BCS-NAME                          PIC X(25).           DCONS01P
016900   05  DCL-BCS-ADDR1                         PIC X(25).           DCONS01P
017000   05  DCL-BCS-ADDR2                         PIC X(25).           DCONS01P
017100   05  DCL-BCS-STATE                         PIC X(3).            DCONS01P
017200   05  DCL-BCS-CNTRY                         PIC X(6).            DCONS01P
017300   05  DCL-BCS-PSTCDE                        PIC X(6).            DCONS01P
017400   05  DCL-BCS-TELNO                         PIC X(12).           DCONS01P
017500   05  DCL-BCS-EMAIL                         PIC X(30).           DCONS01P
017600   05  DCL-BCS-MINOR                         PIC X(1).            DCONS01P
017700   05  DCL-HTI-TIER                          PIC X(1).            DCONS01P
017800   05  DCL-ROW-COUNT                         PIC S9(9) COMP-3.    DCONS01P
017850   05  DCL-BAL-DESTINATION                   PIC X(30).           DCONS01P
017900 01  WS-CAMPAIGN-AREAS.                                           DCONS01P
018000   05  WS-BUSINESS-DATE                      PIC X(10).           DCONS01P
018100   05  WS-RUN-TS                             PIC X(26).           DCONS01P
018150   05  WS-RETURN-DATE                        PIC X(10).           DCONS01P
018200   05  WS-CANDIDATES                         PIC 9(7).            DCONS01P
018300   05  WS-SELECTED                           PIC 9(7).            DCONS01P
018400   05  WS-SUPPRESSED                         PIC 9(7).            DCONS01P
018500                                                                  DCONS01P
018600     EXEC SQL                                                     DCONS01P
018700          INCLUDE SQLCA                                           DCONS01P
018800     END-EXEC.                                                    DCONS01P
018900                                                                  DCONS01P
019000 COPY CABENDD.                                                    DCONS01P
019100   EXEC SQL                                                       DCONS01P
019200        END DECLARE SECTION                                       DCONS01P
019300   END-EXEC.                                                      DCONS01P
019400                                                                  DCONS01P
019500 LINKAGE SECTION.                                                 DCONS01P
019600 01  DFHCOMMAREA.                                                 DCONS01P
019700   05  LK-COMMAREA                           PIC X(1)             DCONS01P
019800       OCCURS 1 TO 6144 TIMES                                     DCONS01P
019900         DEPENDING ON WS-COMMAREA-LENGTH.                         DCONS01P
020000                                                                  DCONS01P
020100 COPY CENTRY.                                                     DCONS01P
020200***************************************************************** DCONS01P
020300* Move the passed area to our area                              * DCONS01P
020400***************************************************************** DCONS01P
020500     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DCONS01P
020600     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DCONS01P
020700                                                                  DCONS01P
020800***************************************************************** DCONS01P
020900* Initialize our output area                                    * DCONS01P
021000***************************************************************** DCONS01P
021100     INITIALIZE CCN1O-DATA.                                       DCONS01P
021200     SET CCN1O-REQUEST-FAIL TO TRUE.                              DCONS01P
021300                                                                  DCONS01P
021400     INITIALIZE CD98-DATA.                                        DCONS01P
021500     SET CD98I-READ-BUSINESS-DATE TO TRUE.                        DCONS01P
021600 COPY CBANKX98.                                                   DCONS01P
021700     IF NOT CD98O-REQUEST-OK                                      DCONS01P
021800        MOVE CD98O-MSG TO CCN1O-MSG                               DCONS01P
021900        GO TO DCONS01P-EXIT                                       DCONS01P
022000     END-IF.                                                      DCONS01P
022100     MOVE CD98O-DATE TO WS-BUSINESS-DATE.                         DCONS01P
022200     EXEC SQL                                                     DCONS01P
022300          SET :WS-RUN-TS = CURRENT TIMESTAMP                      DCONS01P
022400     END-EXEC.                                                    DCONS01P
022450     MOVE WS-BUSINESS-DATE TO WS-RETURN-DATE.                     DCONS01P
022500                                                                  DCONS01P
022600     EVALUATE TRUE                                                DCONS01P
022700       WHEN CCN1I-READ-CONSENTS                                   DCONS01P
022800         PERFORM READ-CONSENTS THRU                               DCONS01P
022900                 READ-CONSENTS-EXIT                               DCONS01P
023000       WHEN CCN1I-UPDATE-CONSENTS                                 DCONS01P
023100         PERFORM UPDATE-CONSENTS THRU                             DCONS01P
023200                 UPDATE-CONSENTS-EXIT                             DCONS01P
023300       WHEN CCN1I-RETURNED-MAIL                                   DCONS01P
023400         PERFORM RECORD-RETURNED THRU                             DCONS01P
023500                 RECORD-RETURNED-EXIT                             DCONS01P
023600       WHEN CCN1I-CLEAR-RETURNED                                  DCONS01P
023700         PERFORM CLEAR-RETURNED THRU                              DCONS01P
023800                 CLEAR-RETURNED-EXIT                              DCONS01P
023900       WHEN CCN1I-DEFINE-CAMPAIGN                                 DCONS01P
024000         PERFORM DEFINE-CAMPAIGN THRU                             DCONS01P
024100                 DEFINE-CAMPAIGN-EXIT                             DCONS01P
024200       WHEN CCN1I-LIST-CAMPAIGNS                                  DCONS01P
024300         PERFORM LIST-CAMPAIGNS THRU                              DCONS01P
024400                 LIST-CAMPAIGNS-EXIT                              DCONS01P
024500       WHEN CCN1I-NIGHTLY-RUN                                     DCONS01P
024600         PERFORM NIGHTLY-RUN THRU                                 DCONS01P
024700                 NIGHTLY-RUN-EXIT                                 DCONS01P
024800       WHEN OTHER                                                 DCONS01P
024900         MOVE 'Unknown consent function requested' TO CCN1O-MSG   DCONS01P
025000     END-EVALUATE.                                                DCONS01P
025100                                                                  DCONS01P
025200 DCONS01P-EXIT.                                                   DCONS01P
025300***************************************************************** DCONS01P
025400* Move the result back to the callers area                      * DCONS01P
025500***************************************************************** DCONS01P
025600     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DCONS01P
025700                                                                  DCONS01P
025800***************************************************************** DCONS01P
025900* Return to our caller                                          * DCONS01P
026000***************************************************************** DCONS01P
026100 COPY CRETURN.                                                    DCONS01P
026200                                                                  DCONS01P
026300***************************************************************** DCONS01P
026400* A customer's nine consents as held - a channel and purpose    * DCONS01P
026500* with no row, or a withdrawal, reads as no consent - and       * DCONS01P
026600* whether post to the customer is coming back                   * DCONS01P
026700***************************************************************** DCONS01P
026800 READ-CONSENTS.                                                   DCONS01P
026900     PERFORM CHECK-CUSTOMER THRU                                  DCONS01P
027000             CHECK-CUSTOMER-EXIT.                                 DCONS01P
027100     IF CCN1O-MSG IS NOT EQUAL TO SPACES                          DCONS01P
027200        GO TO READ-CONSENTS-EXIT                                  DCONS01P
027300     END-IF.                                                      DCONS01P
027400     MOVE 0 TO WS-SUB1.                                           DCONS01P
027500     PERFORM READ-CONSENT THRU                                    DCONS01P
027600             READ-CONSENT-EXIT 9 TIMES.                           DCONS01P
027700     IF CCN1O-MSG IS NOT EQUAL TO SPACES                          DCONS01P
027800        GO TO READ-CONSENTS-EXIT                                  DCONS01P
027900     END-IF.                                                      DCONS01P
028000     MOVE 'N' TO CCN1O-MAIL-RETURNED.                             DCONS01P
028100     EXEC SQL                                                     DCONS01P
028200          SELECT RTM_COUNT                                        DCONS01P
028300          INTO :DCL-RTM-COUNT                                     DCONS01P
028400          FROM BNKRTML                                            DCONS01P
028500          WHERE RTM_PID = :CCN1I-PID AND                          DCONS01P
028600                RTM_STATUS = 'O'                                  DCONS01P
028700     END-EXEC.                                                    DCONS01P
028800     IF SQLCODE IS EQUAL TO ZERO                                  DCONS01P
028900        MOVE 'Y' TO CCN1O-MAIL-RETURNED                           DCONS01P
029000        MOVE DCL-RTM-COUNT TO CCN1O-RETURNED-COUNT                DCONS01P
029100     END-IF.                                                      DCONS01P
029200     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DCONS01P
029300        SQLCODE IS NOT EQUAL TO +100                              DCONS01P
029400        MOVE 'Unable to read the returned mail register'          DCONS01P
029500          TO CCN1O-MSG                                            DCONS01P
029600        GO TO READ-CONSENTS-EXIT                                  DCONS01P
029700     END-IF.                                                      DCONS01P
029800     SET CCN1O-REQUEST-OK TO TRUE.                                DCONS01P
029900 READ-CONSENTS-EXIT.                                              DCONS01P
030000     EXIT.                                                        DCONS01P
030100                                                                  DCONS01P
030200***************************************************************** DCONS01P
030300* One channel and purpose                                       * DCONS01P
030400***************************************************************** DCONS01P
030500 READ-CONSENT.                                                    DCONS01P
030600     ADD 1 TO WS-SUB1.                                            DCONS01P
030700     MOVE 'N' TO CCN1O-CONSENT (WS-SUB1).                         DCONS01P
030800     MOVE WS-KEY-CHANNEL (WS-SUB1) TO DCL-CNS-CHANNEL.            DCONS01P
030900     MOVE WS-KEY-PURPOSE (WS-SUB1) TO DCL-CNS-PURPOSE.            DCONS01P
031000     EXEC SQL                                                     DCONS01P
031100          SELECT CNS_STATUS                                       DCONS01P
031200          INTO :DCL-CNS-STATUS                                    DCONS01P
031300          FROM BNKCONS                                            DCONS01P
031400          WHERE CNS_PID = :CCN1I-PID AND                          DCONS01P
031500                CNS_CHANNEL = :DCL-CNS-CHANNEL AND                DCONS01P
031600                CNS_PURPOSE = :DCL-CNS-PURPOSE                    DCONS01P
031700     END-EXEC.                                                    DCONS01P
031800     IF SQLCODE IS EQUAL TO +100                                  DCONS01P
031900        GO TO READ-CONSENT-EXIT                                   DCONS01P
032000     END-IF.                                                      DCONS01P
032100     IF SQLCODE IS NOT EQUAL TO ZERO                              DCONS01P
032200        MOVE 'Unable to read the consent register' TO CCN1O-MSG   DCONS01P
032300        GO TO READ-CONSENT-EXIT                                   DCONS01P
032400     END-IF.                                                      DCONS01P
032500     IF DCL-CNS-STATUS IS EQUAL TO 'G'                            DCONS01P
032600        MOVE 'Y' TO CCN1O-CONSENT (WS-SUB1)                       DCONS01P
032700     END-IF.                                                      DCONS01P
032800 READ-CONSENT-EXIT.                                               DCONS01P
032900     EXIT.                                                        DCONS01P
033000                                                                  DCONS01P
033100***************************************************************** DCONS01P
033200* Apply the consents the caller passed. Only a channel and      * DCONS01P
033300* purpose whose answer has changed is written, as a grant or    * DCONS01P
033400* withdrawal stamped with the time, who made it and whether     * DCONS01P
033500* the customer or a member of staff keyed it                    * DCONS01P
033600***************************************************************** DCONS01P
033700 UPDATE-CONSENTS.                                                 DCONS01P
033800     MOVE 0 TO WS-SUB1.                                           DCONS01P
033900     PERFORM CHECK-CONSENT THRU                                   DCONS01P
034000             CHECK-CONSENT-EXIT 9 TIMES.                          DCONS01P
034100     IF CCN1O-MSG IS NOT EQUAL TO SPACES                          DCONS01P
034200        GO TO UPDATE-CONSENTS-EXIT                                DCONS01P
034300     END-IF.                                                      DCONS01P
034400     IF NOT CCN1I-SOURCE-CUSTOMER AND                             DCONS01P
034500        NOT CCN1I-SOURCE-STAFF                                    DCONS01P
034600        MOVE 'Consent source must be C(ustomer) or S(taff)'       DCONS01P
034700          TO CCN1O-MSG                                            DCONS01P
034800        GO TO UPDATE-CONSENTS-EXIT                                DCONS01P
034900     END-IF.                                                      DCONS01P
035000     PERFORM READ-CONSENTS THRU                                   DCONS01P
035100             READ-CONSENTS-EXIT.                                  DCONS01P
035200     IF NOT CCN1O-REQUEST-OK                                      DCONS01P
035300        GO TO UPDATE-CONSENTS-EXIT                                DCONS01P
035400     END-IF.                                                      DCONS01P
035500     SET CCN1O-REQUEST-FAIL TO TRUE.                              DCONS01P
035600     MOVE 0 TO WS-SUB1.                                           DCONS01P
035700     PERFORM APPLY-CONSENT THRU                                   DCONS01P
035800             APPLY-CONSENT-EXIT 9 TIMES.                          DCONS01P
035900     IF CCN1O-MSG IS NOT EQUAL TO SPACES                          DCONS01P
036000        GO TO UPDATE-CONSENTS-EXIT                                DCONS01P
036100     END-IF.                                                      DCONS01P
036200     SET CCN1O-REQUEST-OK TO TRUE.                                DCONS01P
036300     IF CCN1O-CHANGES IS EQUAL TO ZERO                            DCONS01P
036400        MOVE 'No change to the marketing consents' TO CCN1O-MSG   DCONS01P
036500     ELSE                                                         DCONS01P
036600        MOVE 'Marketing consents updated' TO CCN1O-MSG            DCONS01P
036700     END-IF.                                                      DCONS01P
036800 UPDATE-CONSENTS-EXIT.                                            DCONS01P
036900     EXIT.                                                        DCONS01P
037000                                                                  DCONS01P
037100***************************************************************** DCONS01P
037200* Each answer must be Y or N                                    * DCONS01P
037300***************************************************************** DCONS01P
037400 CHECK-CONSENT.                                                   DCONS01P
037500     ADD 1 TO WS-SUB1.                                            DCONS01P
037600     IF CCN1I-CONSENT (WS-SUB1) IS NOT EQUAL TO 'Y' AND           DCONS01P
037700        CCN1I-CONSENT (WS-SUB1) IS NOT EQUAL TO 'N'               DCONS01P
037800        MOVE 'Each consent must be Y or N' TO CCN1O-MSG           DCONS01P
037900     END-IF.                                                      DCONS01P
038000 CHECK-CONSENT-EXIT.                                              DCONS01P
038100     EXIT.                                                        DCONS01P
038200                                                                  DCONS01P
038300***************************************************************** DCONS01P
038400* Write one changed answer and log it                           * DCONS01P
038500***************************************************************** DCONS01P
038600 APPLY-CONSENT.                                                   DCONS01P
038700     ADD 1 TO WS-SUB1.                                            DCONS01P
038800     IF CCN1I-CONSENT (WS-SUB1) IS EQUAL TO                       DCONS01P
038900        CCN1O-CONSENT (WS-SUB1)                                   DCONS01P
039000        GO TO APPLY-CONSENT-EXIT                                  DCONS01P
039100     END-IF.                                                      DCONS01P
039200     MOVE WS-KEY-CHANNEL (WS-SUB1) TO DCL-CNS-CHANNEL.            DCONS01P
039300     MOVE WS-KEY-PURPOSE (WS-SUB1) TO DCL-CNS-PURPOSE.            DCONS01P
039400     IF CCN1I-CONSENT (WS-SUB1) IS EQUAL TO 'Y'                   DCONS01P
039500        MOVE 'G' TO DCL-CNS-STATUS                                DCONS01P
039600     ELSE                                                         DCONS01P
039700        MOVE 'W' TO DCL-CNS-STATUS                                DCONS01P
039800     END-IF.                                                      DCONS01P
039900     EXEC SQL                                                     DCONS01P
040000          UPDATE BNKCONS                                          DCONS01P
040100          SET CNS_STATUS = :DCL-CNS-STATUS,                       DCONS01P
040200              CNS_UPDATED_TS = :WS-RUN-TS,                        DCONS01P
040300              CNS_SOURCE = :CCN1I-SOURCE                          DCONS01P
040400          WHERE CNS_PID = :CCN1I-PID AND                          DCONS01P
040500                CNS_CHANNEL = :DCL-CNS-CHANNEL AND                DCONS01P
040600                CNS_PURPOSE = :DCL-CNS-PURPOSE                    DCONS01P
040700     END-EXEC.                                                    DCONS01P
040800     IF SQLCODE IS EQUAL TO +100                                  DCONS01P
040900        EXEC SQL                                                  DCONS01P
041000             INSERT                                               DCONS01P
041100             INTO BNKCONS (CNS_PID,                               DCONS01P
041200                           CNS_CHANNEL,                           DCONS01P
041300                           CNS_PURPOSE,                           DCONS01P
041400                           CNS_STATUS,                            DCONS01P
041500                           CNS_UPDATED_TS,                        DCONS01P
041600                           CNS_SOURCE)                            DCONS01P
041700             VALUES (:CCN1I-PID,                                  DCONS01P
041800                     :DCL-CNS-CHANNEL,                            DCONS01P
041900                     :DCL-CNS-PURPOSE,                            DCONS01P
042000                     :DCL-CNS-STATUS,                             DCONS01P
042100                     :WS-RUN-TS,                                  DCONS01P
042200                     :CCN1I-SOURCE)                               DCONS01P
042300        END-EXEC                                                  DCONS01P
042400     END-IF.                                                      DCONS01P
042500     IF SQLCODE IS NOT EQUAL TO ZERO                              DCONS01P
042600        MOVE 'Unable to update the consent register' TO CCN1O-MSG DCONS01P
042700        GO TO APPLY-CONSENT-EXIT                                  DCONS01P
042800     END-IF.                                                      DCONS01P
042900     EXEC SQL                                                     DCONS01P
043000          INSERT                                                  DCONS01P
043100          INTO BNKCONH (CNH_PID,                                  DCONS01P
043200                        CNH_CHANNEL,                              DCONS01P
043300                        CNH_PURPOSE,                              DCONS01P
043400                        CNH_ACTION,                               DCONS01P
043500                        CNH_TS,                                   DCONS01P
043600                        CNH_USERID,                               DCONS01P
043700                        CNH_SOURCE)                               DCONS01P
043800          VALUES (:CCN1I-PID,                                     DCONS01P
043900                  :DCL-CNS-CHANNEL,                               DCONS01P
044000                  :DCL-CNS-PURPOSE,                               DCONS01P
044100                  :DCL-CNS-STATUS,                                DCONS01P
044200                  :WS-RUN-TS,                                     DCONS01P
044300                  :CCN1I-USERID,                                  DCONS01P
044400                  :CCN1I-SOURCE)                                  DCONS01P
044500     END-EXEC.                                                    DCONS01P
044600     IF SQLCODE IS NOT EQUAL TO ZERO                              DCONS01P
044700        MOVE 'Unable to log the consent change' TO CCN1O-MSG      DCONS01P
044800        GO TO APPLY-CONSENT-EXIT                                  DCONS01P
044900     END-IF.                                                      DCONS01P
045000     MOVE CCN1I-CONSENT (WS-SUB1) TO CCN1O-CONSENT (WS-SUB1).     DCONS01P
045100     ADD 1 TO CCN1O-CHANGES.                                      DCONS01P
045200 APPLY-CONSENT-EXIT.                                              DCONS01P
045300     EXIT.                                                        DCONS01P
045400                                                                  DCONS01P
045500***************************************************************** DCONS01P
045600* Post to the customer has come back undelivered. The first     * DCONS01P
045650* return opens the register entry, each further one adds to     * DCONS01P
045700* its count, and mail campaigns pass the customer by - and the  * DCONS01P
045750* customer's own post is held back - until a new address clears * DCONS01P
045800* the entry                                                     * DCONS01P
046000***************************************************************** DCONS01P
046100 RECORD-RETURNED.                                                 DCONS01P
046200     PERFORM CHECK-CUSTOMER THRU                                  DCONS01P
046300             CHECK-CUSTOMER-EXIT.                                 DCONS01P
046400     IF CCN1O-MSG IS NOT EQUAL TO SPACES                          DCONS01P
046500        GO TO RECORD-RETURNED-EXIT                                DCONS01P
046600     END-IF.                                                      DCONS01P
046700     EXEC SQL                                                     DCONS01P
046800          UPDATE BNKRTML                                          DCONS01P
046900          SET RTM_COUNT = CASE WHEN RTM_STATUS = 'O'              DCONS01P
047000                               THEN RTM_COUNT + 1                 DCONS01P
047100                               ELSE 1 END,                        DCONS01P
047200              RTM_STATUS = 'O',                                   DCONS01P
047300              RTM_LAST_DATE = :WS-RETURN-DATE,                    DCONS01P
047400              RTM_RECORDED_BY = :CCN1I-USERID,                    DCONS01P
047500              RTM_CLEARED_DATE = ' '                              DCONS01P
047600          WHERE RTM_PID = :CCN1I-PID                              DCONS01P
047700     END-EXEC.                                                    DCONS01P
047800     IF SQLCODE IS EQUAL TO +100                                  DCONS01P
047900        EXEC SQL                                                  DCONS01P
048000             INSERT                                               DCONS01P
048100             INTO BNKRTML (RTM_PID,                               DCONS01P
048200                           RTM_STATUS,                            DCONS01P
048300                           RTM_LAST_DATE,                         DCONS01P
048400                           RTM_COUNT,                             DCONS01P
048500                           RTM_RECORDED_BY,                       DCONS01P
048600                           RTM_CLEARED_DATE)                      DCONS01P
048700             VALUES (:CCN1I-PID,                                  DCONS01P
048800                     'O',                                         DCONS01P
048900                     :WS-BUSINESS-DATE,                           DCONS01P
049000                     :WS-RETURN-DATE,                             DCONS01P
049100                     :CCN1I-USERID,                               DCONS01P
049200                     ' ')                                         DCONS01P
049300        END-EXEC                                                  DCONS01P
049400     END-IF.                                                      DCONS01P
049500     IF SQLCODE IS NOT EQUAL TO ZERO                              DCONS01P
049600        MOVE 'Unable to record the returned mail' TO CCN1O-MSG    DCONS01P
049700        GO TO RECORD-RETURNED-EXIT                                DCONS01P
049800     END-IF.                                                      DCONS01P
049900     SET CCN1O-REQUEST-OK TO TRUE.                                DCONS01P
050000     MOVE 'Returned mail recorded - no mail until address changes'DCONS01P
050100       TO CCN1O-MSG.                                              DCONS01P
050200 RECORD-RETURNED-EXIT.                                            DCONS01P
050300     EXIT.                                                        DCONS01P
050400                                                                  DCONS01P
050450***************************************************************** DCONS01P
050500* A new address, or a return recorded in error, clears the      * DCONS01P
050510* entry - but only once the address on file passes the postal   * DCONS01P
050520* check, so post is not released to an address that will only   * DCONS01P
050530* send it back. Mail campaigns may then select the customer     * DCONS01P
050540* again and the post held back meanwhile goes out               * DCONS01P
050550***************************************************************** DCONS01P
050560 CLEAR-RETURNED.                                                  DCONS01P
050570     MOVE ZERO TO DCL-ROW-COUNT.                                  DCONS01P
050580     EXEC SQL                                                     DCONS01P
050590          SELECT COUNT(*)                                         DCONS01P
050600          INTO :DCL-ROW-COUNT                                     DCONS01P
050610          FROM BNKRTML                                            DCONS01P
050620          WHERE RTM_PID = :CCN1I-PID AND                          DCONS01P
050630                RTM_STATUS = 'O'                                  DCONS01P
050640     END-EXEC.                                                    DCONS01P
050650     IF SQLCODE IS NOT EQUAL TO ZERO                              DCONS01P
050660        MOVE 'Unable to read the returned mail register'          DCONS01P
050670          TO CCN1O-MSG                                            DCONS01P
050680        GO TO CLEAR-RETURNED-EXIT                                 DCONS01P
050690     END-IF.                                                      DCONS01P
050700     IF DCL-ROW-COUNT IS EQUAL TO ZERO                            DCONS01P
050710        SET CCN1O-REQUEST-OK TO TRUE                              DCONS01P
050720        MOVE 'No returned mail held for the customer' TO CCN1O-MSGDCONS01P
050730        GO TO CLEAR-RETURNED-EXIT                                 DCONS01P
050740     END-IF.                                                      DCONS01P
050750     EXEC SQL                                                     DCONS01P
050760          SELECT BCS_STATE,                                       DCONS01P
050770                 BCS_COUNTRY,                                     DCONS01P
050780                 BCS_POST_CODE                                    DCONS01P
050790          INTO :DCL-BCS-STATE,                                    DCONS01P
050800               :DCL-BCS-CNTRY,                                    DCONS01P
050810               :DCL-BCS-PSTCDE                                    DCONS01P
050820          FROM BNKCUST                                            DCONS01P
050830          WHERE BCS_PID = :CCN1I-PID                              DCONS01P
050840     END-EXEC.                                                    DCONS01P
050850     IF SQLCODE IS NOT EQUAL TO ZERO                              DCONS01P
050860        MOVE 'Unable to read the customer''s address' TO CCN1O-MSGDCONS01P
050870        GO TO CLEAR-RETURNED-EXIT                                 DCONS01P
050880     END-IF.                                                      DCONS01P
050890     INITIALIZE CD92-DATA.                                        DCONS01P
050900     SET CD92I-CHECK-ADDRESS TO TRUE.                             DCONS01P
050910     MOVE DCL-BCS-CNTRY TO CD92I-COUNTRY.                         DCONS01P
050920     MOVE DCL-BCS-STATE TO CD92I-STATE.                           DCONS01P
050930     MOVE DCL-BCS-PSTCDE TO CD92I-POSTCODE.                       DCONS01P
050940 COPY CBANKX92.                                                   DCONS01P
050950     IF CD92O-ADDRESS-INVALID                                     DCONS01P
050960        MOVE 'Address fails the postal check - mail still held'   DCONS01P
050970          TO CCN1O-MSG                                            DCONS01P
050980        GO TO CLEAR-RETURNED-EXIT                                 DCONS01P
050990     END-IF.                                                      DCONS01P
051000     IF NOT CD92O-REQUEST-OK                                      DCONS01P
051010        MOVE CD92O-MSG TO CCN1O-MSG                               DCONS01P
051020        GO TO CLEAR-RETURNED-EXIT                                 DCONS01P
051030     END-IF.                                                      DCONS01P
051040     EXEC SQL                                                     DCONS01P
051050          UPDATE BNKRTML                                          DCONS01P
051060          SET RTM_STATUS = 'C',                                   DCONS01P
051070              RTM_RECORDED_BY = :CCN1I-USERID,                    DCONS01P
051080              RTM_CLEARED_DATE = :WS-BUSINESS-DATE                DCONS01P
051090          WHERE RTM_PID = :CCN1I-PID AND                          DCONS01P
051100                RTM_STATUS = 'O'                                  DCONS01P
051110     END-EXEC.                                                    DCONS01P
051120     IF SQLCODE IS NOT EQUAL TO ZERO                              DCONS01P
051130        MOVE 'Unable to clear the returned mail' TO CCN1O-MSG     DCONS01P
051140        GO TO CLEAR-RETURNED-EXIT                                 DCONS01P
051150     END-IF.                                                      DCONS01P
051160     PERFORM RELEASE-HELD-MAIL THRU                               DCONS01P
051170             RELEASE-HELD-MAIL-EXIT.                              DCONS01P
051180     IF CCN1O-MSG IS NOT EQUAL TO SPACES                          DCONS01P
051190        GO TO CLEAR-RETURNED-EXIT                                 DCONS01P
051200     END-IF.                                                      DCONS01P
051210     SET CCN1O-REQUEST-OK TO TRUE.                                DCONS01P
051220     IF CCN1O-MAIL-RELEASED IS EQUAL TO ZERO                      DCONS01P
051230        MOVE 'Returned mail cleared' TO CCN1O-MSG                 DCONS01P
051240     ELSE                                                         DCONS01P
051250        MOVE CCN1O-MAIL-RELEASED TO WS-COUNT-DISP                 DCONS01P
051260        MOVE SPACES TO CCN1O-MSG                                  DCONS01P
051270        STRING 'Returned mail cleared -' WS-COUNT-DISP            DCONS01P
051280               ' held items released'                             DCONS01P
051290               DELIMITED BY SIZE INTO CCN1O-MSG                   DCONS01P
051300     END-IF.                                                      DCONS01P
051310 CLEAR-RETURNED-EXIT.                                             DCONS01P
051320     EXIT.                                                        DCONS01P
051330                                                                  DCONS01P
051340***************************************************************** DCONS01P
051350* The post held back on the alert log (channel H) goes out.     * DCONS01P
051360* Held letters are queued back out of the repository for        * DCONS01P
051370* printing and marked printed (P); held notices return to the   * DCONS01P
051380* mail channel, stamped afresh so the gateway takes them up     * DCONS01P
051390***************************************************************** DCONS01P
051400 RELEASE-HELD-MAIL.                                               DCONS01P
051410     MOVE ZERO TO CCN1O-MAIL-RELEASED.                            DCONS01P
051420     EXEC SQL                                                     DCONS01P
051430          DECLARE HLD_CSR CURSOR FOR                              DCONS01P
051440          SELECT BAL_DESTINATION                                  DCONS01P
051450          FROM BNKALRT                                            DCONS01P
051460          WHERE BAL_PID = :CCN1I-PID AND                          DCONS01P
051470                BAL_CHANNEL = 'H' AND                             DCONS01P
051480                BAL_REASON = 'LETTER HELD'                        DCONS01P
051490          FOR FETCH ONLY                                          DCONS01P
051500     END-EXEC.                                                    DCONS01P
051510     EXEC SQL                                                     DCONS01P
051520          OPEN HLD_CSR                                            DCONS01P
051530     END-EXEC.                                                    DCONS01P
051540     IF SQLCODE IS NOT EQUAL TO ZERO                              DCONS01P
051550        MOVE 'Unable to read the held post' TO CCN1O-MSG          DCONS01P
051560        GO TO RELEASE-HELD-MAIL-EXIT                              DCONS01P
051570     END-IF.                                                      DCONS01P
051580 HLD-LOOP.                                                        DCONS01P
051590     EXEC SQL                                                     DCONS01P
051600          FETCH HLD_CSR                                           DCONS01P
051610          INTO :DCL-BAL-DESTINATION                               DCONS01P
051620     END-EXEC.                                                    DCONS01P
051630     IF SQLCODE IS EQUAL TO +100                                  DCONS01P
051640        GO TO HLD-LOOP-EXIT                                       DCONS01P
051650     END-IF.                                                      DCONS01P
051660     IF SQLCODE IS NOT EQUAL TO ZERO                              DCONS01P
051670        MOVE 'Unable to read the held post' TO CCN1O-MSG          DCONS01P
051680        GO TO HLD-LOOP-EXIT                                       DCONS01P
051690     END-IF.                                                      DCONS01P
051700     IF DCL-BAL-DESTINATION (8:7) IS NOT NUMERIC                  DCONS01P
051710        GO TO HLD-LOOP                                            DCONS01P
051720     END-IF.                                                      DCONS01P
051730     INITIALIZE CD96-DATA.                                        DCONS01P
051740     SET CD96I-REPRINT-REPORT TO TRUE.                            DCONS01P
051750     MOVE DCL-BAL-DESTINATION (8:7) TO CD96I-REPORT-ID.           DCONS01P
051760 COPY CBANKX96.                                                   DCONS01P
051770     IF NOT CD96O-REQUEST-OK                                      DCONS01P
051780        MOVE CD96O-MSG TO CCN1O-MSG                               DCONS01P
051790        GO TO HLD-LOOP-EXIT                                       DCONS01P
051800     END-IF.                                                      DCONS01P
051810     ADD 1 TO CCN1O-MAIL-RELEASED.                                DCONS01P
051820     GO TO HLD-LOOP.                                              DCONS01P
051830 HLD-LOOP-EXIT.                                                   DCONS01P
051840     EXEC SQL                                                     DCONS01P
051850          CLOSE HLD_CSR                                           DCONS01P
051860     END-EXEC.                                                    DCONS01P
051870     IF CCN1O-MSG IS NOT EQUAL TO SPACES                          DCONS01P
051880        GO TO RELEASE-HELD-MAIL-EXIT                              DCONS01P
051890     END-IF.                                                      DCONS01P
051900     EXEC SQL                                                     DCONS01P
051910          UPDATE BNKALRT                                          DCONS01P
051920          SET BAL_CHANNEL = 'P'                                   DCONS01P
051930          WHERE BAL_PID = :CCN1I-PID AND                          DCONS01P
051940                BAL_CHANNEL = 'H' AND                             DCONS01P
051950                BAL_REASON = 'LETTER HELD'                        DCONS01P
051960     END-EXEC.                                                    DCONS01P
051970     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DCONS01P
051980        SQLCODE IS NOT EQUAL TO +100                              DCONS01P
051990        MOVE 'Unable to mark the held letters printed'            DCONS01P
051995          TO CCN1O-MSG                                            DCONS01P
052000        GO TO RELEASE-HELD-MAIL-EXIT                              DCONS01P
052010     END-IF.                                                      DCONS01P
052020     EXEC SQL                                                     DCONS01P
052030          UPDATE BNKALRT                                          DCONS01P
052040          SET BAL_CHANNEL = 'M',                                  DCONS01P
052050              BAL_TIMESTAMP = CURRENT TIMESTAMP                   DCONS01P
052060          WHERE BAL_PID = :CCN1I-PID AND                          DCONS01P
052070                BAL_CHANNEL = 'H'                                 DCONS01P
052080     END-EXEC.                                                    DCONS01P
052090     IF SQLCODE IS EQUAL TO ZERO                                  DCONS01P
052100        ADD SQLERRD (3) TO CCN1O-MAIL-RELEASED                    DCONS01P
052110     END-IF.                                                      DCONS01P
052120     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DCONS01P
052130        SQLCODE IS NOT EQUAL TO +100                              DCONS01P
052140        MOVE 'Unable to release the held notices' TO CCN1O-MSG    DCONS01P
052150     END-IF.                                                      DCONS01P
052160 RELEASE-HELD-MAIL-EXIT.                                          DCONS01P
052170     EXIT.                                                        DCONS01P
052180                                                                  DCONS01P
052190***************************************************************** DCONS01P
052200* The mailroom's returns file, read off its queue overnight.    * DCONS01P
052210* Each item is recorded against the customer as if keyed by     * DCONS01P
052220* staff, dated the day it came back; an item for no customer    * DCONS01P
052230* on file is passed to the exception log and the rest go on     * DCONS01P
052240***************************************************************** DCONS01P
052250 MAILROOM-RETURNS.                                                DCONS01P
052260     MOVE WS-MAILROOM-USER TO CCN1I-USERID.                       DCONS01P
052270 RTF-LOOP.                                                        DCONS01P
052280     MOVE LENGTH OF WS-RETURNS-RECORD TO WS-QUEUE-LENGTH.         DCONS01P
052290     EXEC CICS READQ TD                                           DCONS01P
052300               QUEUE(WS-RETURNS-QUEUE)                            DCONS01P
052310               INTO(WS-RETURNS-RECORD)                            DCONS01P
052320               LENGTH(WS-QUEUE-LENGTH)                            DCONS01P
052330               RESP(WS-RESP)                                      DCONS01P
052340     END-EXEC.                                                    DCONS01P
052350     IF WS-RESP IS EQUAL TO DFHRESP(QZERO)                        DCONS01P
052360        GO TO MAILROOM-RETURNS-EXIT                               DCONS01P
052370     END-IF.                                                      DCONS01P
052380     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DCONS01P
052390        MOVE 'Unable to read the mailroom returns file'           DCONS01P
052395          TO CCN1O-MSG                                            DCONS01P
052400        GO TO MAILROOM-RETURNS-EXIT                               DCONS01P
052410     END-IF.                                                      DCONS01P
052420     MOVE RTF-PID TO CCN1I-PID.                                   DCONS01P
052430     MOVE WS-BUSINESS-DATE TO WS-RETURN-DATE.                     DCONS01P
052440     IF RTF-RETURN-DATE IS NOT EQUAL TO SPACES                    DCONS01P
052450        MOVE RTF-RETURN-DATE TO WS-RETURN-DATE                    DCONS01P
052460     END-IF.                                                      DCONS01P
052470     PERFORM RECORD-RETURNED THRU                                 DCONS01P
052480             RECORD-RETURNED-EXIT.                                DCONS01P
052490     IF CCN1O-REQUEST-OK                                          DCONS01P
052500        ADD 1 TO CCN1O-RETURNS-LOADED                             DCONS01P
052510     ELSE                                                         DCONS01P
052520        ADD 1 TO CCN1O-RETURNS-REJECTED                           DCONS01P
052530        MOVE SPACES TO CD16-DATA                                  DCONS01P
052540        MOVE RTF-PID TO CD16I-PERSON-PID                          DCONS01P
052550        MOVE WS-PROGRAM-ID TO CD16I-PROGRAM                       DCONS01P
052560        MOVE SPACES TO CD16I-MESSAGE                              DCONS01P
052570        STRING 'MAILROOM RETURN REJECTED - ' CCN1O-MSG            DCONS01P
052580               DELIMITED BY SIZE INTO CD16I-MESSAGE               DCONS01P
052590        CALL 'DBANK16P' USING WS-16-COMMAREA                      DCONS01P
052600     END-IF.                                                      DCONS01P
052610     SET CCN1O-REQUEST-FAIL TO TRUE.                              DCONS01P
052620     MOVE SPACES TO CCN1O-MSG.                                    DCONS01P
052630     GO TO RTF-LOOP.                                              DCONS01P
052640 MAILROOM-RETURNS-EXIT.                                           DCONS01P
052660     EXIT.                                                        DCONS01P
053100                                                                  DCONS01P
053200***************************************************************** DCONS01P
053300* The customer must be on file                                  * DCONS01P
053400***************************************************************** DCONS01P
053500 CHECK-CUSTOMER.                                                  DCONS01P
053600     IF CCN1I-PID IS EQUAL TO SPACES                              DCONS01P
053700        MOVE 'Key the customer''s PID' TO CCN1O-MSG               DCONS01P
053800        GO TO CHECK-CUSTOMER-EXIT                                 DCONS01P
053900     END-IF.                                                      DCONS01P
054000     EXEC SQL                                                     DCONS01P
054100          SELECT BCS_NAME                                         DCONS01P
054200          INTO :DCL-BCS-NAME                                      DCONS01P
054300          FROM BNKCUST                                            DCONS01P
054400          WHERE BCS_PID = :CCN1I-PID                              DCONS01P
054500     END-EXEC.                                                    DCONS01P
054600     IF SQLCODE IS EQUAL TO +100                                  DCONS01P
054700        MOVE 'No customer on file with that PID' TO CCN1O-MSG     DCONS01P
054800        GO TO CHECK-CUSTOMER-EXIT                                 DCONS01P
054900     END-IF.                                                      DCONS01P
055000     IF SQLCODE IS NOT EQUAL TO ZERO                              DCONS01P
055100        MOVE 'Unable to read the customer' TO CCN1O-MSG           DCONS01P
055200     END-IF.                                                      DCONS01P
055300 CHECK-CUSTOMER-EXIT.                                             DCONS01P
055400     EXIT.                                                        DCONS01P
055500                                                                  DCONS01P
055600***************************************************************** DCONS01P
055700* Raise a campaign. It waits on BNKCAMP for the overnight run   * DCONS01P
055800* to select its customers                                       * DCONS01P
055900***************************************************************** DCONS01P
056000 DEFINE-CAMPAIGN.                                                 DCONS01P
056100     IF CCN1I-CAMPAIGN-ID IS EQUAL TO SPACES                      DCONS01P
056200        MOVE 'Key an id for the campaign' TO CCN1O-MSG            DCONS01P
056300        GO TO DEFINE-CAMPAIGN-EXIT                                DCONS01P
056400     END-IF.                                                      DCONS01P
056500     IF CCN1I-CAMPAIGN-DESC IS EQUAL TO SPACES                    DCONS01P
056600        MOVE 'Describe the campaign' TO CCN1O-MSG                 DCONS01P
056700        GO TO DEFINE-CAMPAIGN-EXIT                                DCONS01P
056800     END-IF.                                                      DCONS01P
056900     IF NOT CCN1I-CHANNEL-MAIL AND                                DCONS01P
057000        NOT CCN1I-CHANNEL-EMAIL AND                               DCONS01P
057100        NOT CCN1I-CHANNEL-TELEPHONE                               DCONS01P
057200        MOVE 'Channel must be M(ail), E(mail) or T(elephone)'     DCONS01P
057300          TO CCN1O-MSG                                            DCONS01P
057400        GO TO DEFINE-CAMPAIGN-EXIT                                DCONS01P
057500     END-IF.                                                      DCONS01P
057600     IF NOT CCN1I-PURPOSE-OWN AND                                 DCONS01P
057700        NOT CCN1I-PURPOSE-PARTNER AND                             DCONS01P
057800        NOT CCN1I-PURPOSE-RESEARCH                                DCONS01P
057900        MOVE 'Purpose must be O(wn), P(artner) or R(esearch)'     DCONS01P
058000          TO CCN1O-MSG                                            DCONS01P
058100        GO TO DEFINE-CAMPAIGN-EXIT                                DCONS01P
058200     END-IF.                                                      DCONS01P
058300     IF CCN1I-TIER IS NOT EQUAL TO SPACES AND                     DCONS01P
058400        CCN1I-TIER IS NOT EQUAL TO '1' AND                        DCONS01P
058500        CCN1I-TIER IS NOT EQUAL TO '2' AND                        DCONS01P
058600        CCN1I-TIER IS NOT EQUAL TO '3'                            DCONS01P
058700        MOVE 'Tier must be 1, 2, 3 or blank for any' TO CCN1O-MSG DCONS01P
058800        GO TO DEFINE-CAMPAIGN-EXIT                                DCONS01P
058900     END-IF.                                                      DCONS01P
059000     IF CCN1I-MAX-BALANCE IS NOT EQUAL TO ZERO AND                DCONS01P
059100        CCN1I-MAX-BALANCE IS LESS THAN CCN1I-MIN-BALANCE          DCONS01P
059200        MOVE 'The balance band''s top is below its bottom'        DCONS01P
059300          TO CCN1O-MSG                                            DCONS01P
059400        GO TO DEFINE-CAMPAIGN-EXIT                                DCONS01P
059500     END-IF.                                                      DCONS01P
059600     EXEC SQL                                                     DCONS01P
059700          INSERT                                                  DCONS01P
059800          INTO BNKCAMP (CPG_ID,                                   DCONS01P
059900                        CPG_DESC,                                 DCONS01P
060000                        CPG_CHANNEL,                              DCONS01P
060100                        CPG_PURPOSE,                              DCONS01P
060200                        CPG_ACCTYPE,                              DCONS01P
060300                        CPG_MIN_BAL,                              DCONS01P
060400                        CPG_MAX_BAL,                              DCONS01P
060500                        CPG_TIER,                                 DCONS01P
060600                        CPG_BRANCH,                               DCONS01P
060700                        CPG_STATUS,                               DCONS01P
060800                        CPG_RAISED_BY,                            DCONS01P
060900                        CPG_RAISED_DATE,                          DCONS01P
061000                        CPG_RUN_DATE,                             DCONS01P
061100                        CPG_CANDIDATES,                           DCONS01P
061200                        CPG_SELECTED,                             DCONS01P
061300                        CPG_SUPPRESSED)                           DCONS01P
061400          VALUES (:CCN1I-CAMPAIGN-ID,                             DCONS01P
061500                  :CCN1I-CAMPAIGN-DESC,                           DCONS01P
061600                  :CCN1I-CHANNEL,                                 DCONS01P
061700                  :CCN1I-PURPOSE,                                 DCONS01P
061800                  :CCN1I-ACC-TYPE,                                DCONS01P
061900                  :CCN1I-MIN-BALANCE,                             DCONS01P
062000                  :CCN1I-MAX-BALANCE,                             DCONS01P
062100                  :CCN1I-TIER,                                    DCONS01P
062200                  :CCN1I-BRANCH,                                  DCONS01P
062300                  'P',                                            DCONS01P
062400                  :CCN1I-USERID,                                  DCONS01P
062500                  :WS-BUSINESS-DATE,                              DCONS01P
062600                  ' ',                                            DCONS01P
062700                  0,                                              DCONS01P
062800                  0,                                              DCONS01P
062900                  0)                                              DCONS01P
063000     END-EXEC.                                                    DCONS01P
063100     IF SQLCODE IS EQUAL TO -803                                  DCONS01P
063200        MOVE 'A campaign with that id is already held'            DCONS01P
063300          TO CCN1O-MSG                                            DCONS01P
063400        GO TO DEFINE-CAMPAIGN-EXIT                                DCONS01P
063500     END-IF.                                                      DCONS01P
063600     IF SQLCODE IS NOT EQUAL TO ZERO                              DCONS01P
063700        MOVE 'Unable to raise the campaign' TO CCN1O-MSG          DCONS01P
063800        GO TO DEFINE-CAMPAIGN-EXIT                                DCONS01P
063900     END-IF.                                                      DCONS01P
064000     SET CCN1O-REQUEST-OK TO TRUE.                                DCONS01P
064100     MOVE 'Campaign raised - customers are selected overnight'    DCONS01P
064200       TO CCN1O-MSG.                                              DCONS01P
064300 DEFINE-CAMPAIGN-EXIT.                                            DCONS01P
064400     EXIT.                                                        DCONS01P
064500                                                                  DCONS01P
064600***************************************************************** DCONS01P
064700* The campaigns in id order, five at a time, starting after     * DCONS01P
064800* the id the caller passes                                      * DCONS01P
064900***************************************************************** DCONS01P
065000 LIST-CAMPAIGNS.                                                  DCONS01P
065100     EXEC SQL                                                     DCONS01P
065200          DECLARE LST_CSR CURSOR FOR                              DCONS01P
065300          SELECT CPG_ID,                                          DCONS01P
065400                 CPG_DESC,                                        DCONS01P
065500                 CPG_CHANNEL,                                     DCONS01P
065600                 CPG_PURPOSE,                                     DCONS01P
065700                 CPG_STATUS,                                      DCONS01P
065800                 CPG_RUN_DATE,                                    DCONS01P
065900                 CPG_SELECTED,                                    DCONS01P
066000                 CPG_SUPPRESSED                                   DCONS01P
066100          FROM BNKCAMP                                            DCONS01P
066200          WHERE CPG_ID > :CCN1I-CAMPAIGN-ID                       DCONS01P
066300          ORDER BY CPG_ID                                         DCONS01P
066400          FETCH FIRST 5 ROWS ONLY                                 DCONS01P
066500     END-EXEC.                                                    DCONS01P
066600     EXEC SQL                                                     DCONS01P
066700          OPEN LST_CSR                                            DCONS01P
066800     END-EXEC.                                                    DCONS01P
066900     IF SQLCODE IS NOT EQUAL TO ZERO                              DCONS01P
067000        MOVE 'Unable to read the campaigns' TO CCN1O-MSG          DCONS01P
067100        GO TO LIST-CAMPAIGNS-EXIT                                 DCONS01P
067200     END-IF.                                                      DCONS01P
067300 LST-LOOP.                                                        DCONS01P
067400     IF CCN1O-LIST-COUNT IS EQUAL TO 5                            DCONS01P
067500        GO TO LST-LOOP-EXIT                                       DCONS01P
067600     END-IF.                                                      DCONS01P
067700     EXEC SQL                                                     DCONS01P
067800          FETCH LST_CSR                                           DCONS01P
067900          INTO :DCL-CPG-ID,                                       DCONS01P
068000               :DCL-CPG-DESC,                                     DCONS01P
068100               :DCL-CPG-CHANNEL,                                  DCONS01P
068200               :DCL-CPG-PURPOSE,                                  DCONS01P
068300               :DCL-CPG-STATUS,                                   DCONS01P
068400               :DCL-CPG-RUN-DATE,                                 DCONS01P
068500               :DCL-CPG-SELECTED,                                 DCONS01P
068600               :DCL-CPG-SUPPRESSED                                DCONS01P
068700     END-EXEC.                                                    DCONS01P
068800     IF SQLCODE IS EQUAL TO +100                                  DCONS01P
068900        GO TO LST-LOOP-EXIT                                       DCONS01P
069000     END-IF.                                                      DCONS01P
069100     IF SQLCODE IS NOT EQUAL TO ZERO                              DCONS01P
069200        MOVE 'Unable to read the campaigns' TO CCN1O-MSG          DCONS01P
069300        GO TO LST-LOOP-EXIT                                       DCONS01P
069400     END-IF.                                                      DCONS01P
069500     ADD 1 TO CCN1O-LIST-COUNT.                                   DCONS01P
069600     MOVE CCN1O-LIST-COUNT TO WS-SUB1.                            DCONS01P
069700     MOVE DCL-CPG-ID TO CCN1O-CPG-ID (WS-SUB1).                   DCONS01P
069800     MOVE DCL-CPG-DESC TO CCN1O-CPG-DESC (WS-SUB1).               DCONS01P
069900     MOVE DCL-CPG-CHANNEL TO CCN1O-CPG-CHANNEL (WS-SUB1).         DCONS01P
070000     MOVE DCL-CPG-PURPOSE TO CCN1O-CPG-PURPOSE (WS-SUB1).         DCONS01P
070100     MOVE DCL-CPG-STATUS TO CCN1O-CPG-STATUS (WS-SUB1).           DCONS01P
070200     MOVE DCL-CPG-RUN-DATE TO CCN1O-CPG-RUN-DATE (WS-SUB1).       DCONS01P
070300     MOVE DCL-CPG-SELECTED TO CCN1O-CPG-SELECTED (WS-SUB1).       DCONS01P
070400     MOVE DCL-CPG-SUPPRESSED TO CCN1O-CPG-SUPPRESSED (WS-SUB1).   DCONS01P
070500     GO TO LST-LOOP.                                              DCONS01P
070600 LST-LOOP-EXIT.                                                   DCONS01P
070700     EXEC SQL                                                     DCONS01P
070800          CLOSE LST_CSR                                           DCONS01P
070900     END-EXEC.                                                    DCONS01P
071000     IF CCN1O-MSG IS NOT EQUAL TO SPACES                          DCONS01P
071100        GO TO LIST-CAMPAIGNS-EXIT                                 DCONS01P
071200     END-IF.                                                      DCONS01P
071300     SET CCN1O-REQUEST-OK TO TRUE.                                DCONS01P
071400     IF CCN1O-LIST-COUNT IS EQUAL TO ZERO                         DCONS01P
071500        MOVE 'No further campaigns held' TO CCN1O-MSG             DCONS01P
071600     END-IF.                                                      DCONS01P
071700 LIST-CAMPAIGNS-EXIT.                                             DCONS01P
071800     EXIT.                                                        DCONS01P
071900                                                                  DCONS01P
072000***************************************************************** DCONS01P
072100* The overnight run - the mailroom's returns are recorded first * DCONS01P
072150* so tonight's selections pass them by, then every campaign     * DCONS01P
072200* still waiting is selected in id order, each framed as a file  * DCONS01P
072250* of its own and reported on its own suppression report         * DCONS01P
072400***************************************************************** DCONS01P
072500 NIGHTLY-RUN.                                                     DCONS01P
072510     PERFORM MAILROOM-RETURNS THRU                                DCONS01P
072520             MAILROOM-RETURNS-EXIT.                               DCONS01P
072530     IF CCN1O-MSG IS NOT EQUAL TO SPACES                          DCONS01P
072540        GO TO NIGHTLY-RUN-EXIT                                    DCONS01P
072550     END-IF.                                                      DCONS01P
072600     EXEC SQL                                                     DCONS01P
072700          DECLARE CPG_CSR CURSOR FOR                              DCONS01P
072800          SELECT CPG_ID,                                          DCONS01P
072900                 CPG_DESC,                                        DCONS01P
073000                 CPG_CHANNEL,                                     DCONS01P
073100                 CPG_PURPOSE,                                     DCONS01P
073200                 CPG_ACCTYPE,                                     DCONS01P
073300                 CPG_MIN_BAL,                                     DCONS01P
073400                 CPG_MAX_BAL,                                     DCONS01P
073500                 CPG_TIER,                                        DCONS01P
073600                 CPG_BRANCH                                       DCONS01P
073700          FROM BNKCAMP                                            DCONS01P
073800          WHERE CPG_STATUS = 'P'                                  DCONS01P
073900          ORDER BY CPG_ID                                         DCONS01P
074000          FOR FETCH ONLY                                          DCONS01P
074100     END-EXEC.                                                    DCONS01P
074200     EXEC SQL                                                     DCONS01P
074300          OPEN CPG_CSR                                            DCONS01P
074400     END-EXEC.                                                    DCONS01P
074500     IF SQLCODE IS NOT EQUAL TO ZERO                              DCONS01P
074600        MOVE 'Unable to read the waiting campaigns' TO CCN1O-MSG  DCONS01P
074700        GO TO NIGHTLY-RUN-EXIT                                    DCONS01P
074800     END-IF.                                                      DCONS01P
074900 CPG-LOOP.                                                        DCONS01P
075000     EXEC SQL                                                     DCONS01P
075100          FETCH CPG_CSR                                           DCONS01P
075200          INTO :DCL-CPG-ID,                                       DCONS01P
075300               :DCL-CPG-DESC,                                     DCONS01P
075400               :DCL-CPG-CHANNEL,                                  DCONS01P
075500               :DCL-CPG-PURPOSE,                                  DCONS01P
075600               :DCL-CPG-ACCTYPE,                                  DCONS01P
075700               :DCL-CPG-MIN-BAL,                                  DCONS01P
075800               :DCL-CPG-MAX-BAL,                                  DCONS01P
075900               :DCL-CPG-TIER,                                     DCONS01P
076000               :DCL-CPG-BRANCH                                    DCONS01P
076100     END-EXEC.                                                    DCONS01P
076200     IF SQLCODE IS EQUAL TO +100                                  DCONS01P
076300        GO TO CPG-LOOP-EXIT                                       DCONS01P
076400     END-IF.                                                      DCONS01P
076500     IF SQLCODE IS NOT EQUAL TO ZERO                              DCONS01P
076600        MOVE 'Unable to read the waiting campaigns' TO CCN1O-MSG  DCONS01P
076700        GO TO CPG-LOOP-EXIT                                       DCONS01P
076800     END-IF.                                                      DCONS01P
076900     PERFORM RUN-CAMPAIGN THRU                                    DCONS01P
077000             RUN-CAMPAIGN-EXIT.                                   DCONS01P
077100     IF CCN1O-MSG IS NOT EQUAL TO SPACES                          DCONS01P
077200        GO TO CPG-LOOP-EXIT                                       DCONS01P
077300     END-IF.                                                      DCONS01P
077400     GO TO CPG-LOOP.                                              DCONS01P
077500 CPG-LOOP-EXIT.                                                   DCONS01P
077600     EXEC SQL                                                     DCONS01P
077700          CLOSE CPG_CSR                                           DCONS01P
077800     END-EXEC.                                                    DCONS01P
077900     IF CCN1O-MSG IS NOT EQUAL TO SPACES                          DCONS01P
078000        GO TO NIGHTLY-RUN-EXIT                                    DCONS01P
078100     END-IF.                                                      DCONS01P
078200     SET CCN1O-REQUEST-OK TO TRUE.                                DCONS01P
078300     IF CCN1O-CAMPAIGNS-RUN IS EQUAL TO ZERO                      DCONS01P
078400        MOVE 'No campaigns waiting to be selected' TO CCN1O-MSG   DCONS01P
078500     ELSE                                                         DCONS01P
078600        MOVE 'Campaigns selected and suppressions reported'       DCONS01P
078700          TO CCN1O-MSG                                            DCONS01P
078800     END-IF.                                                      DCONS01P
078900 NIGHTLY-RUN-EXIT.                                                DCONS01P
079000     EXIT.                                                        DCONS01P
079100                                                                  DCONS01P
079200***************************************************************** DCONS01P
079300* One campaign. The candidates are the customers holding an     * DCONS01P
079400* open account of the campaign's type and branch whose balance  * DCONS01P
079500* falls in its band, and who sit in its pricing tier. Each is   * DCONS01P
079600* either suppressed, with the reason reported, or written to    * DCONS01P
079700* the selection file with the contact detail for the channel    * DCONS01P
079800***************************************************************** DCONS01P
079900 RUN-CAMPAIGN.                                                    DCONS01P
080000     MOVE ZERO TO WS-CANDIDATES.                                  DCONS01P
080100     MOVE ZERO TO WS-SELECTED.                                    DCONS01P
080200     MOVE ZERO TO WS-SUPPRESSED.                                  DCONS01P
080300     MOVE ZEROES TO WS-REASON-COUNTS.                             DCONS01P
080400     MOVE SPACES TO WS-CSV-LINE.                                  DCONS01P
080500     STRING 'CAMPAIGN,' DCL-CPG-ID ',' DCL-CPG-DESC ','           DCONS01P
080600            DCL-CPG-CHANNEL ',' DCL-CPG-PURPOSE ','               DCONS01P
080700            WS-BUSINESS-DATE                                      DCONS01P
080800            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DCONS01P
080900     PERFORM QUEUE-REPORT-LINE THRU                               DCONS01P
081000             QUEUE-REPORT-LINE-EXIT.                              DCONS01P
081100     MOVE SPACES TO WS-CSV-LINE.                                  DCONS01P
081200     STRING 'PID,REASON'                                          DCONS01P
081300            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DCONS01P
081400     PERFORM QUEUE-REPORT-LINE THRU                               DCONS01P
081500             QUEUE-REPORT-LINE-EXIT.                              DCONS01P
081600     EXEC SQL                                                     DCONS01P
081700          DECLARE SEL_CSR CURSOR FOR                              DCONS01P
081800          SELECT BCS.BCS_PID,                                     DCONS01P
081900                 BCS.BCS_NAME,                                    DCONS01P
082000                 BCS.BCS_ADDR1,                                   DCONS01P
082100                 BCS.BCS_ADDR2,                                   DCONS01P
082200                 BCS.BCS_STATE,                                   DCONS01P
082300                 BCS.BCS_COUNTRY,                                 DCONS01P
082400                 BCS.BCS_POST_CODE,                               DCONS01P
082500                 BCS.BCS_TEL,                                     DCONS01P
082600                 BCS.BCS_EMAIL,                                   DCONS01P
082700                 BCS.BCS_MINOR                                    DCONS01P
082800          FROM BNKCUST BCS                                        DCONS01P
082900          WHERE BCS.BCS_ROLE = ' ' AND                            DCONS01P
083000                EXISTS                                            DCONS01P
083100                (SELECT 1                                         DCONS01P
083200                 FROM BNKACC BAC                                  DCONS01P
083300                 WHERE BAC.BAC_PID = BCS.BCS_PID AND              DCONS01P
083400                       BAC.BAC_STATUS = ' ' AND                   DCONS01P
083500                       (BAC.BAC_ACCTYPE = :DCL-CPG-ACCTYPE OR     DCONS01P
083600                        :DCL-CPG-ACCTYPE = ' ') AND               DCONS01P
083700                       (VALUE(BAC.BAC_BRANCH, ' ') =              DCONS01P
083800                        :DCL-CPG-BRANCH OR                        DCONS01P
083900                        :DCL-CPG-BRANCH = ' ') AND                DCONS01P
084000                       ((:DCL-CPG-MIN-BAL = 0 AND                 DCONS01P
084100                         :DCL-CPG-MAX-BAL = 0) OR                 DCONS01P
084200                        (BAC.BAC_BALANCE >= :DCL-CPG-MIN-BAL AND  DCONS01P
084300                         (BAC.BAC_BALANCE <= :DCL-CPG-MAX-BAL OR  DCONS01P
084400                          :DCL-CPG-MAX-BAL = 0))))                DCONS01P
084500          ORDER BY BCS.BCS_PID                                    DCONS01P
084600          FOR FETCH ONLY                                          DCONS01P
084700     END-EXEC.                                                    DCONS01P
084800     EXEC SQL                                                     DCONS01P
084900          OPEN SEL_CSR                                            DCONS01P
085000     END-EXEC.                                                    DCONS01P
085100     IF SQLCODE IS NOT EQUAL TO ZERO                              DCONS01P
085200        MOVE 'Unable to select the campaign''s customers'         DCONS01P
085300          TO CCN1O-MSG                                            DCONS01P
085400        GO TO RUN-CAMPAIGN-EXIT                                   DCONS01P
085500     END-IF.                                                      DCONS01P
085600 SEL-LOOP.                                                        DCONS01P
085700     EXEC SQL                                                     DCONS01P
085800          FETCH SEL_CSR                                           DCONS01P
085900          INTO :DCL-BCS-PID,                                      DCONS01P
086000               :DCL-BCS-NAME,                                     DCONS01P
086100               :DCL-BCS-ADDR1,                                    DCONS01P
086200               :DCL-BCS-ADDR2,                                    DCONS01P
086300               :DCL-BCS-STATE,                                    DCONS01P
086400               :DCL-BCS-CNTRY,                                    DCONS01P
086500               :DCL-BCS-PSTCDE,                                   DCONS01P
086600               :DCL-BCS-TELNO,                                    DCONS01P
086700               :DCL-BCS-EMAIL,                                    DCONS01P
086800               :DCL-BCS-MINOR                                     DCONS01P
086900     END-EXEC.                                                    DCONS01P
087000     IF SQLCODE IS EQUAL TO +100                                  DCONS01P
087100        GO TO SEL-LOOP-EXIT                                       DCONS01P
087200     END-IF.                                                      DCONS01P
087300     IF SQLCODE IS NOT EQUAL TO ZERO                              DCONS01P
087400        MOVE 'Unable to select the campaign''s customers'         DCONS01P
087500          TO CCN1O-MSG                                            DCONS01P
087600        GO TO SEL-LOOP-EXIT                                       DCONS01P
087700     END-IF.                                                      DCONS01P
087800     MOVE '1' TO DCL-HTI-TIER.                                    DCONS01P
087900     EXEC SQL                                                     DCONS01P
088000          SELECT HTI_TIER                                         DCONS01P
088100          INTO :DCL-HTI-TIER                                      DCONS01P
088200          FROM BNKHTIER                                           DCONS01P
088300          WHERE HTI_PID = :DCL-BCS-PID                            DCONS01P
088400     END-EXEC.                                                    DCONS01P
088500     IF SQLCODE IS NOT EQUAL TO ZERO                              DCONS01P
088600        MOVE '1' TO DCL-HTI-TIER                                  DCONS01P
088700     END-IF.                                                      DCONS01P
088800     IF DCL-CPG-TIER IS NOT EQUAL TO SPACES AND                   DCONS01P
088900        DCL-CPG-TIER IS NOT EQUAL TO DCL-HTI-TIER                 DCONS01P
089000        GO TO SEL-LOOP                                            DCONS01P
089100     END-IF.                                                      DCONS01P
089200     ADD 1 TO WS-CANDIDATES.                                      DCONS01P
089300     PERFORM CHECK-SUPPRESSIONS THRU                              DCONS01P
089400             CHECK-SUPPRESSIONS-EXIT.                             DCONS01P
089500     IF CCN1O-MSG IS NOT EQUAL TO SPACES                          DCONS01P
089600        GO TO SEL-LOOP-EXIT                                       DCONS01P
089700     END-IF.                                                      DCONS01P
089800     IF WS-REASON-SUB IS GREATER THAN ZERO                        DCONS01P
089900        ADD 1 TO WS-SUPPRESSED                                    DCONS01P
090000        ADD 1 TO WS-REASON-COUNT (WS-REASON-SUB)                  DCONS01P
090100        MOVE SPACES TO WS-CSV-LINE                                DCONS01P
090200        STRING DCL-BCS-PID ',' WS-REASON-NAME (WS-REASON-SUB)     DCONS01P
090300               DELIMITED BY SIZE INTO WS-CSV-LINE                 DCONS01P
090400        PERFORM QUEUE-REPORT-LINE THRU                            DCONS01P
090500                QUEUE-REPORT-LINE-EXIT                            DCONS01P
090600        GO TO SEL-LOOP                                            DCONS01P
090700     END-IF.                                                      DCONS01P
090800     PERFORM WRITE-SELECTION THRU                                 DCONS01P
090900             WRITE-SELECTION-EXIT.                                DCONS01P
091000     IF CCN1O-MSG IS NOT EQUAL TO SPACES                          DCONS01P
091100        GO TO SEL-LOOP-EXIT                                       DCONS01P
091200     END-IF.                                                      DCONS01P
091300     ADD 1 TO WS-SELECTED.                                        DCONS01P
091400     GO TO SEL-LOOP.                                              DCONS01P
091500 SEL-LOOP-EXIT.                                                   DCONS01P
091600     EXEC SQL                                                     DCONS01P
091700          CLOSE SEL_CSR                                           DCONS01P
091800     END-EXEC.                                                    DCONS01P
091900     IF CCN1O-MSG IS NOT EQUAL TO SPACES                          DCONS01P
092000        GO TO RUN-CAMPAIGN-EXIT                                   DCONS01P
092100     END-IF.                                                      DCONS01P
092200     PERFORM FINISH-CAMPAIGN THRU                                 DCONS01P
092300             FINISH-CAMPAIGN-EXIT.                                DCONS01P
092400 RUN-CAMPAIGN-EXIT.                                               DCONS01P
092500     EXIT.                                                        DCONS01P
092600                                                                  DCONS01P
092700***************************************************************** DCONS01P
092800* Frame the selection, capture the suppression report and       * DCONS01P
092900* mark the campaign run with its counts                         * DCONS01P
093000***************************************************************** DCONS01P
093100 FINISH-CAMPAIGN.                                                 DCONS01P
093200     MOVE SPACES TO WS-CSV-LINE.                                  DCONS01P
093300     STRING 'SUMMARY,COUNT'                                       DCONS01P
093400            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DCONS01P
093500     PERFORM QUEUE-REPORT-LINE THRU                               DCONS01P
093600             QUEUE-REPORT-LINE-EXIT.                              DCONS01P
093700     MOVE WS-CANDIDATES TO WS-COUNT-DISP.                         DCONS01P
093800     MOVE SPACES TO WS-CSV-LINE.                                  DCONS01P
093900     STRING 'CANDIDATES,' WS-COUNT-DISP                           DCONS01P
094000            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DCONS01P
094100     PERFORM QUEUE-REPORT-LINE THRU                               DCONS01P
094200             QUEUE-REPORT-LINE-EXIT.                              DCONS01P
094300     MOVE 0 TO WS-SUB1.                                           DCONS01P
094400     PERFORM REPORT-REASON THRU                                   DCONS01P
094500             REPORT-REASON-EXIT 7 TIMES.                          DCONS01P
094600     MOVE WS-SELECTED TO WS-COUNT-DISP.                           DCONS01P
094700     MOVE SPACES TO WS-CSV-LINE.                                  DCONS01P
094800     STRING 'SELECTED,' WS-COUNT-DISP                             DCONS01P
094900            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DCONS01P
095000     PERFORM QUEUE-REPORT-LINE THRU                               DCONS01P
095100             QUEUE-REPORT-LINE-EXIT.                              DCONS01P
095200     INITIALIZE CD91-DATA.                                        DCONS01P
095300     SET CD91I-FRAME-FILE TO TRUE.                                DCONS01P
095400     MOVE WS-PROGRAM-ID TO CD91I-SOURCE-JOB.                      DCONS01P
095500     MOVE WS-FILE-QUEUE TO CD91I-IN-QUEUE.                        DCONS01P
095600     MOVE WS-FRAME-QUEUE TO CD91I-OUT-QUEUE.                      DCONS01P
095700     MOVE WS-BUSINESS-DATE TO CD91I-BUSINESS-DATE.                DCONS01P
095800 COPY CBANKX91.                                                   DCONS01P
095900     IF NOT CD91O-REQUEST-OK                                      DCONS01P
096000        MOVE CD91O-MSG TO CCN1O-MSG                               DCONS01P
096100        GO TO FINISH-CAMPAIGN-EXIT                                DCONS01P
096200     END-IF.                                                      DCONS01P
096300     ADD CD91O-RECORD-COUNT TO CCN1O-RECORD-COUNT.                DCONS01P
096400     INITIALIZE CD96-DATA.                                        DCONS01P
096500     SET CD96I-CAPTURE-REPORT TO TRUE.                            DCONS01P
096600     MOVE WS-PROGRAM-ID TO CD96I-JOB.                             DCONS01P
096700     MOVE DCL-CPG-ID TO WS-REPORT-CAMPAIGN.                       DCONS01P
096800     MOVE WS-REPORT-NAME TO CD96I-REPORT-NAME.                    DCONS01P
096900     MOVE 'CSVQ' TO CD96I-QUEUE.                                  DCONS01P
097000     MOVE 90 TO CD96I-RETAIN-DAYS.                                DCONS01P
097100 COPY CBANKX96.                                                   DCONS01P
097200     IF NOT CD96O-REQUEST-OK                                      DCONS01P
097300        MOVE CD96O-MSG TO CCN1O-MSG                               DCONS01P
097400        GO TO FINISH-CAMPAIGN-EXIT                                DCONS01P
097500     END-IF.                                                      DCONS01P
097600     MOVE WS-SELECTED TO DCL-CPG-SELECTED.                        DCONS01P
097700     MOVE WS-SUPPRESSED TO DCL-CPG-SUPPRESSED.                    DCONS01P
097800     MOVE WS-CANDIDATES TO DCL-ROW-COUNT.                         DCONS01P
097900     EXEC SQL                                                     DCONS01P
098000          UPDATE BNKCAMP                                          DCONS01P
098100          SET CPG_STATUS = 'R',                                   DCONS01P
098200              CPG_RUN_DATE = :WS-BUSINESS-DATE,                   DCONS01P
098300              CPG_CANDIDATES = :DCL-ROW-COUNT,                    DCONS01P
098400              CPG_SELECTED = :DCL-CPG-SELECTED,                   DCONS01P
098500              CPG_SUPPRESSED = :DCL-CPG-SUPPRESSED                DCONS01P
098600          WHERE CPG_ID = :DCL-CPG-ID                              DCONS01P
098700     END-EXEC.                                                    DCONS01P
098800     IF SQLCODE IS NOT EQUAL TO ZERO                              DCONS01P
098900        MOVE 'Unable to mark the campaign run' TO CCN1O-MSG       DCONS01P
099000        GO TO FINISH-CAMPAIGN-EXIT                                DCONS01P
099100     END-IF.                                                      DCONS01P
099200     ADD 1 TO CCN1O-CAMPAIGNS-RUN.                                DCONS01P
099300     ADD WS-CANDIDATES TO CCN1O-CANDIDATES.                       DCONS01P
099400     ADD WS-SELECTED TO CCN1O-SELECTED.                           DCONS01P
099500     ADD WS-SUPPRESSED TO CCN1O-SUPPRESSED.                       DCONS01P
099600 FINISH-CAMPAIGN-EXIT.                                            DCONS01P
099700     EXIT.                                                        DCONS01P
099800                                                                  DCONS01P
099900***************************************************************** DCONS01P
100000* One suppression reason's count on the summary                 * DCONS01P
100100***************************************************************** DCONS01P
100200 REPORT-REASON.                                                   DCONS01P
100300     ADD 1 TO WS-SUB1.                                            DCONS01P
100400     MOVE WS-REASON-COUNT (WS-SUB1) TO WS-COUNT-DISP.             DCONS01P
100500     MOVE SPACES TO WS-CSV-LINE.                                  DCONS01P
100600     STRING WS-REASON-NAME (WS-SUB1) ',' WS-COUNT-DISP            DCONS01P
100700            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DCONS01P
100800     PERFORM QUEUE-REPORT-LINE THRU                               DCONS01P
100900             QUEUE-REPORT-LINE-EXIT.                              DCONS01P
101000 REPORT-REASON-EXIT.                                              DCONS01P
101100     EXIT.                                                        DCONS01P
101200                                                                  DCONS01P
101300***************************************************************** DCONS01P
101400* The mandatory suppressions, tested in turn - the first that   * DCONS01P
101500* applies is the customer's reason. None leaves the reason      * DCONS01P
101600* number at zero. Returned mail only bars a mail campaign       * DCONS01P
101700***************************************************************** DCONS01P
101800 CHECK-SUPPRESSIONS.                                              DCONS01P
101900     MOVE 0 TO WS-REASON-SUB.                                     DCONS01P
102000     EXEC SQL                                                     DCONS01P
102100          SELECT COUNT(*)                                         DCONS01P
102200          INTO :DCL-ROW-COUNT                                     DCONS01P
102300          FROM BNKESTA                                            DCONS01P
102400          WHERE EST_PID = :DCL-BCS-PID                            DCONS01P
102500     END-EXEC.                                                    DCONS01P
102600     IF SQLCODE IS NOT EQUAL TO ZERO                              DCONS01P
102700        MOVE 'Unable to read the estate cases' TO CCN1O-MSG       DCONS01P
102800        GO TO CHECK-SUPPRESSIONS-EXIT                             DCONS01P
102900     END-IF.                                                      DCONS01P
103000     IF DCL-ROW-COUNT IS GREATER THAN ZERO                        DCONS01P
103100        MOVE 1 TO WS-REASON-SUB                                   DCONS01P
103200        GO TO CHECK-SUPPRESSIONS-EXIT                             DCONS01P
103300     END-IF.                                                      DCONS01P
103400     IF DCL-BCS-MINOR IS EQUAL TO 'Y'                             DCONS01P
103500        MOVE 2 TO WS-REASON-SUB                                   DCONS01P
103600        GO TO CHECK-SUPPRESSIONS-EXIT                             DCONS01P
103700     END-IF.                                                      DCONS01P
103800     EXEC SQL                                                     DCONS01P
103900          SELECT COUNT(*)                                         DCONS01P
104000          INTO :DCL-ROW-COUNT                                     DCONS01P
104100          FROM BNKERSR                                            DCONS01P
104200          WHERE ERS_PID = :DCL-BCS-PID                            DCONS01P
104300     END-EXEC.                                                    DCONS01P
104400     IF SQLCODE IS NOT EQUAL TO ZERO                              DCONS01P
104500        MOVE 'Unable to read the erasure requests' TO CCN1O-MSG   DCONS01P
104600        GO TO CHECK-SUPPRESSIONS-EXIT                             DCONS01P
104700     END-IF.                                                      DCONS01P
104800     IF DCL-ROW-COUNT IS GREATER THAN ZERO                        DCONS01P
104900        MOVE 3 TO WS-REASON-SUB                                   DCONS01P
105000        GO TO CHECK-SUPPRESSIONS-EXIT                             DCONS01P
105100     END-IF.                                                      DCONS01P
105200     EXEC SQL                                                     DCONS01P
105300          SELECT COUNT(*)                                         DCONS01P
105400          INTO :DCL-ROW-COUNT                                     DCONS01P
105500          FROM BNKWHIT                                            DCONS01P
105600          WHERE WHT_PID = :DCL-BCS-PID AND                        DCONS01P
105700                WHT_STATUS <> 'C'                                 DCONS01P
105800     END-EXEC.                                                    DCONS01P
105900     IF SQLCODE IS NOT EQUAL TO ZERO                              DCONS01P
106000        MOVE 'Unable to read the sanctions hits' TO CCN1O-MSG     DCONS01P
106100        GO TO CHECK-SUPPRESSIONS-EXIT                             DCONS01P
106200     END-IF.                                                      DCONS01P
106300     IF DCL-ROW-COUNT IS GREATER THAN ZERO                        DCONS01P
106400        MOVE 4 TO WS-REASON-SUB                                   DCONS01P
106500        GO TO CHECK-SUPPRESSIONS-EXIT                             DCONS01P
106600     END-IF.                                                      DCONS01P
106700     IF DCL-CPG-CHANNEL IS EQUAL TO 'M'                           DCONS01P
106800        EXEC SQL                                                  DCONS01P
106900             SELECT COUNT(*)                                      DCONS01P
107000             INTO :DCL-ROW-COUNT                                  DCONS01P
107100             FROM BNKRTML                                         DCONS01P
107200             WHERE RTM_PID = :DCL-BCS-PID AND                     DCONS01P
107300                   RTM_STATUS = 'O'                               DCONS01P
107400        END-EXEC                                                  DCONS01P
107500        IF SQLCODE IS NOT EQUAL TO ZERO                           DCONS01P
107600           MOVE 'Unable to read the returned mail register'       DCONS01P
107700             TO CCN1O-MSG                                         DCONS01P
107800           GO TO CHECK-SUPPRESSIONS-EXIT                          DCONS01P
107900        END-IF                                                    DCONS01P
108000        IF DCL-ROW-COUNT IS GREATER THAN ZERO                     DCONS01P
108100           MOVE 5 TO WS-REASON-SUB                                DCONS01P
108200           GO TO CHECK-SUPPRESSIONS-EXIT                          DCONS01P
108300        END-IF                                                    DCONS01P
108400     END-IF.                                                      DCONS01P
108500     EXEC SQL                                                     DCONS01P
108600          SELECT COUNT(*)                                         DCONS01P
108700          INTO :DCL-ROW-COUNT                                     DCONS01P
108800          FROM BNKCONS                                            DCONS01P
108900          WHERE CNS_PID = :DCL-BCS-PID AND                        DCONS01P
109000                CNS_CHANNEL = :DCL-CPG-CHANNEL AND                DCONS01P
109100                CNS_PURPOSE = :DCL-CPG-PURPOSE AND                DCONS01P
109200                CNS_STATUS = 'G'                                  DCONS01P
109300     END-EXEC.                                                    DCONS01P
109400     IF SQLCODE IS NOT EQUAL TO ZERO                              DCONS01P
109500        MOVE 'Unable to read the consent register' TO CCN1O-MSG   DCONS01P
109600        GO TO CHECK-SUPPRESSIONS-EXIT                             DCONS01P
109700     END-IF.                                                      DCONS01P
109800     IF DCL-ROW-COUNT IS EQUAL TO ZERO                            DCONS01P
109900        MOVE 6 TO WS-REASON-SUB                                   DCONS01P
110000        GO TO CHECK-SUPPRESSIONS-EXIT                             DCONS01P
110100     END-IF.                                                      DCONS01P
110200     EVALUATE DCL-CPG-CHANNEL                                     DCONS01P
110300       WHEN 'M'                                                   DCONS01P
110400         IF DCL-BCS-ADDR1 IS EQUAL TO SPACES                      DCONS01P
110500            MOVE 7 TO WS-REASON-SUB                               DCONS01P
110600         END-IF                                                   DCONS01P
110700       WHEN 'E'                                                   DCONS01P
110800         IF DCL-BCS-EMAIL IS EQUAL TO SPACES                      DCONS01P
110900            MOVE 7 TO WS-REASON-SUB                               DCONS01P
111000         END-IF                                                   DCONS01P
111100       WHEN OTHER                                                 DCONS01P
111200         IF DCL-BCS-TELNO IS EQUAL TO SPACES                      DCONS01P
111300            MOVE 7 TO WS-REASON-SUB                               DCONS01P
111400         END-IF                                                   DCONS01P
111500     END-EVALUATE.                                                DCONS01P
111600 CHECK-SUPPRESSIONS-EXIT.                                         DCONS01P
111700     EXIT.                                                        DCONS01P
111800                                                                  DCONS01P
111900***************************************************************** DCONS01P
112000* Hand one selected customer to the selection file's queue      * DCONS01P
112100***************************************************************** DCONS01P
112200 WRITE-SELECTION.                                                 DCONS01P
112300     MOVE SPACES TO WS-CAMPAIGN-RECORD.                           DCONS01P
112400     MOVE DCL-CPG-ID TO CMR-CAMPAIGN-ID.                          DCONS01P
112500     MOVE DCL-BCS-PID TO CMR-PID.                                 DCONS01P
112600     MOVE DCL-BCS-NAME TO CMR-NAME.                               DCONS01P
112700     MOVE DCL-CPG-CHANNEL TO CMR-CHANNEL.                         DCONS01P
112800     MOVE DCL-CPG-PURPOSE TO CMR-PURPOSE.                         DCONS01P
112900     MOVE DCL-HTI-TIER TO CMR-TIER.                               DCONS01P
113000     EVALUATE DCL-CPG-CHANNEL                                     DCONS01P
113100       WHEN 'M'                                                   DCONS01P
113200         MOVE DCL-BCS-ADDR1 TO CMR-ADDR1                          DCONS01P
113300         MOVE DCL-BCS-ADDR2 TO CMR-ADDR2                          DCONS01P
113400         MOVE DCL-BCS-STATE TO CMR-STATE                          DCONS01P
113500         MOVE DCL-BCS-CNTRY TO CMR-CNTRY                          DCONS01P
113600         MOVE DCL-BCS-PSTCDE TO CMR-PSTCDE                        DCONS01P
113700       WHEN 'E'                                                   DCONS01P
113800         MOVE DCL-BCS-EMAIL TO CMR-EMAIL                          DCONS01P
113900       WHEN OTHER                                                 DCONS01P
114000         MOVE DCL-BCS-TELNO TO CMR-TELNO                          DCONS01P
114100     END-EVALUATE.                                                DCONS01P
114200     EXEC CICS WRITEQ TD                                          DCONS01P
114300               QUEUE(WS-FILE-QUEUE)                               DCONS01P
114400               FROM(WS-CAMPAIGN-RECORD)                           DCONS01P
114500               LENGTH(LENGTH OF WS-CAMPAIGN-RECORD)               DCONS01P
114600               RESP(WS-RESP)                                      DCONS01P
114700     END-EXEC.                                                    DCONS01P
114800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DCONS01P
114900        MOVE 'Unable to write the campaign selection queue'       DCONS01P
115000          TO CCN1O-MSG                                            DCONS01P
115100     END-IF.                                                      DCONS01P
115200 WRITE-SELECTION-EXIT.                                            DCONS01P
115300     EXIT.                                                        DCONS01P
115400                                                                  DCONS01P
115500***************************************************************** DCONS01P
115600* Hand the built line to the extract queue                      * DCONS01P
115700***************************************************************** DCONS01P
115800 QUEUE-REPORT-LINE.                                               DCONS01P
115900 COPY CCSVWRQ.                                                    DCONS01P
116000 QUEUE-REPORT-LINE-EXIT.                                          DCONS01P
116100     EXIT.                                                        DCONS01P
