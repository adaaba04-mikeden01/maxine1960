000100***************************************************************** DRPRQ01P
000200*                                                               * DRPRQ01P
000300* Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.     * DRPRQ01P
000400* This demonstration program is provided for use by users       * DRPRQ01P
000500* of Micro Focus products and may be used, modified and         * DRPRQ01P
000600* distributed as part of your application provided that         * DRPRQ01P
000700* you properly acknowledge the copyright of Micro Focus         * DRPRQ01P
000800* in this material.                                             * DRPRQ01P
000900*                                                               * DRPRQ01P
001000***************************************************************** DRPRQ01P
001100                                                                  DRPRQ01P
001200***************************************************************** DRPRQ01P
001300* Program:     DRPRQ01P.CBL                                     * DRPRQ01P
001400* Function:    Inbound payment repair queue - hold every item   * DRPRQ01P
001500*              DBANK69P rejects and every response record       * DRPRQ01P
001600*              DBANK36P cannot match on BNKRPRQ, aged against   * DRPRQ01P
001700*              the scheme's return deadline; list the open      * DRPRQ01P
001800*              items; capture a repair (corrected account,      * DRPRQ01P
001900*              revalidated, or corrected outbound reference)    * DRPRQ01P
002000*              or a return to the originator under              * DRPRQ01P
002100*              maker-checker, carry it out once approved, and   * DRPRQ01P
002200*              report the queue's ageing nightly                * DRPRQ01P
002300*              SQL version                                      * DRPRQ01P
002400***************************************************************** DRPRQ01P
002500                                                                  DRPRQ01P
002600 IDENTIFICATION DIVISION.                                         DRPRQ01P
002700 PROGRAM-ID.                                                      DRPRQ01P
002800     DRPRQ01P.                                                    DRPRQ01P
002900 DATE-WRITTEN.                                                    DRPRQ01P
003000     October 2026.                                                DRPRQ01P
003100 DATE-COMPILED.                                                   DRPRQ01P
003200     Today.                                                       DRPRQ01P
003300                                                                  DRPRQ01P
003400 ENVIRONMENT DIVISION.                                            DRPRQ01P
003500                                                                  DRPRQ01P
003600 DATA DIVISION.                                                   DRPRQ01P
003700                                                                  DRPRQ01P
003800 WORKING-STORAGE SECTION.                                         DRPRQ01P
003900 01  WS-MISC-STORAGE.                                             DRPRQ01P
004000   05  WS-PROGRAM-ID                         PIC X(8)             DRPRQ01P
004100       VALUE 'DRPRQ01P'.                                          DRPRQ01P
004200   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DRPRQ01P
004300   05  WS-RESP                               PIC S9(8) COMP.      DRPRQ01P
004400   05  WS-SUB1                               PIC S9(4) COMP.      DRPRQ01P
004500   05  WS-RETURN-DAYS                        PIC S9(4) COMP.      DRPRQ01P
004600   05  WS-AMOUNT-DISP                        PIC -(9)9.99.        DRPRQ01P
004700   05  WS-DAYS-DISP                          PIC -(3)9.           DRPRQ01P
004800   05  WS-ID-DISP                            PIC 9(7).            DRPRQ01P
004900   05  WS-COUNT-DISP                         PIC Z(4)9.           DRPRQ01P
005000   05  WS-AGE-STATUS                         PIC X(9).            DRPRQ01P
005100   05  WS-CODE-FOUND                         PIC X(1).            DRPRQ01P
005200                                                                  DRPRQ01P
005300***************************************************************** DRPRQ01P
005400* The scheme allows this many business days to return an item   * DRPRQ01P
005500* unless control value RPRDAYS says otherwise                   * DRPRQ01P
005600***************************************************************** DRPRQ01P
005700 01  WS-REPAIR-DEFAULTS.                                          DRPRQ01P
005800   05  WS-DEFAULT-RETURN-DAYS                PIC S9(4) COMP       DRPRQ01P
005900       VALUE 2.                                                   DRPRQ01P
006000                                                                  DRPRQ01P
006100***************************************************************** DRPRQ01P
006200* The scheme return code that fits each reason an item is held  * DRPRQ01P
006300* for - the code an operator gets when none is keyed            * DRPRQ01P
006400***************************************************************** DRPRQ01P
006500 01  WS-REASON-CODES.                                             DRPRQ01P
006600   05  FILLER                                PIC X(13)            DRPRQ01P
006700       VALUE 'NOACCOUNTAC01'.                                     DRPRQ01P
006800   05  FILLER                                PIC X(13)            DRPRQ01P
006900       VALUE 'ACCTHELD AC06'.                                     DRPRQ01P
007000   05  FILLER                                PIC X(13)            DRPRQ01P
007100       VALUE 'NSF      AM04'.                                     DRPRQ01P
007200   05  FILLER                                PIC X(13)            DRPRQ01P
007300       VALUE 'BADITEM  FF01'.                                     DRPRQ01P
007400   05  FILLER                                PIC X(13)            DRPRQ01P
007500       VALUE 'INSOLVENTMS03'.                                     DRPRQ01P
007600   05  FILLER                                PIC X(13)            DRPRQ01P
007700       VALUE 'ALLOWANCEAM02'.                                     DRPRQ01P
007800   05  FILLER                                PIC X(13)            DRPRQ01P
007900       VALUE 'UNMATCHEDMS03'.                                     DRPRQ01P
007920   05  FILLER                                PIC X(13)            DRPRQ01P
007940       VALUE 'VACCLOSEDAC04'.                                     DRPRQ01P
008000 01  WS-REASON-CODES-R REDEFINES WS-REASON-CODES.                 DRPRQ01P
008100   05  WS-REASON-ENTRY                       OCCURS 8 TIMES.      DRPRQ01P
008200     10  WS-RC-REASON                        PIC X(9).            DRPRQ01P
008300     10  WS-RC-CODE                          PIC X(4).            DRPRQ01P
008400                                                                  DRPRQ01P
008500***************************************************************** DRPRQ01P
008600* The scheme return codes an operator may key                   * DRPRQ01P
008700***************************************************************** DRPRQ01P
008800 01  WS-SCHEME-CODES.                                             DRPRQ01P
008900   05  FILLER                                PIC X(32)            DRPRQ01P
009000       VALUE 'AC01AC04AC06AM02AM04FF01MD07MS03'.                  DRPRQ01P
009100 01  WS-SCHEME-CODES-R REDEFINES WS-SCHEME-CODES.                 DRPRQ01P
009200   05  WS-SCHEME-CODE                        PIC X(4)             DRPRQ01P
009300       OCCURS 8 TIMES.                                            DRPRQ01P
009400                                                                  DRPRQ01P
009500 01  WS-CSV-DATA.                                                 DRPRQ01P
009600 COPY CCSVD.                                                      DRPRQ01P
009700                                                                  DRPRQ01P
009800 01  WS-96-COMMAREA.                                              DRPRQ01P
009900 COPY CBANKD96.                                                   DRPRQ01P
010000                                                                  DRPRQ01P
010100***************************************************************** DRPRQ01P
010200* One record for the machine-readable return file - the item as * DRPRQ01P
010300* it arrived plus the scheme return code                        * DRPRQ01P
010400***************************************************************** DRPRQ01P
010500 01  WS-RETURN-RECORD.                                            DRPRQ01P
010600   05  RET-ITEM                              PIC X(46).           DRPRQ01P
010700   05  RET-CODE                              PIC X(9).            DRPRQ01P
010800                                                                  DRPRQ01P
010900   EXEC SQL                                                       DRPRQ01P
011000        BEGIN DECLARE SECTION                                     DRPRQ01P
011100   END-EXEC.                                                      DRPRQ01P
011200 01  WS-COMMAREA.                                                 DRPRQ01P
011300     EXEC SQL                                                     DRPRQ01P
011400          INCLUDE CRPRQD01                                        DRPRQ01P
011500     END-EXEC.                                                    DRPRQ01P
011600 01  WS-98-COMMAREA.                                              DRPRQ01P
011700     EXEC SQL                                                     DRPRQ01P
011800          INCLUDE CBANKD98                                        DRPRQ01P
011900     END-EXEC.                                                    DRPRQ01P
012000 01  WS-99-COMMAREA.                                              DRPRQ01P
012100     EXEC SQL                                                     DRPRQ01P
012200          INCLUDE CBANKD99                                        DRPRQ01P
012300     END-EXEC.                                                    DRPRQ01P
012400 01  WS-81-COMMAREA.                                              DRPRQ01P
012500     EXEC SQL                                                     DRPRQ01P
012600          INCLUDE CBANKD81                                        DRPRQ01P
012700     END-EXEC.                                                    DRPRQ01P
012800 01  WS-69-COMMAREA.                                              DRPRQ01P
012900     EXEC SQL                                                     DRPRQ01P
013000          INCLUDE CBANKD69                                        DRPRQ01P
013100     END-EXEC.                                                    DRPRQ01P
013200 01  WS-36-COMMAREA.                                              DRPRQ01P
013300     EXEC SQL                                                     DRPRQ01P
013400          INCLUDE CBANKD36                                        DRPRQ01P
013500     END-EXEC.                                                    DRPRQ01P
013600 01  DCL-RPQ-AREAS.                                               DRPRQ01P
013700   05  DCL-RPQ-ID                            PIC S9(7) COMP-3.    DRPRQ01P
013800   05  DCL-RPQ-SOURCE                        PIC X(1).            DRPRQ01P
013900   05  DCL-RPQ-FILE-ID                       PIC X(8).            DRPRQ01P
014000   05  DCL-RPQ-ITEM                          PIC X(46).           DRPRQ01P
014100   05  DCL-RPQ-PAYMENT REDEFINES DCL-RPQ-ITEM.                    DRPRQ01P
014200     10  DCL-RPQ-PAY-SEQ-NO                  PIC X(7).            DRPRQ01P
014300     10  DCL-RPQ-PAY-TYPE                    PIC X(1).            DRPRQ01P
014400     10  DCL-RPQ-PAY-ACCNO                   PIC X(9).            DRPRQ01P
014500     10  DCL-RPQ-PAY-AMOUNT                  PIC X(9).            DRPRQ01P
014600     10  DCL-RPQ-PAY-ORIGINATOR              PIC X(20).           DRPRQ01P
014700   05  DCL-RPQ-RESPONSE REDEFINES DCL-RPQ-ITEM.                   DRPRQ01P
014800     10  DCL-RPQ-RTN-RECORD.                                      DRPRQ01P
014900       15  DCL-RPQ-RTN-REF                   PIC X(7).            DRPRQ01P
015000       15  DCL-RPQ-RTN-STATUS                PIC X(1).            DRPRQ01P
015100       15  DCL-RPQ-RTN-REASON                PIC X(9).            DRPRQ01P
015200     10  FILLER                              PIC X(29).           DRPRQ01P
015300   05  DCL-RPQ-SEQ-NO                        PIC X(7).            DRPRQ01P
015400   05  DCL-RPQ-TYPE                          PIC X(1).            DRPRQ01P
015500   05  DCL-RPQ-ACCNO                         PIC X(9).            DRPRQ01P
015600   05  DCL-RPQ-AMOUNT                        PIC S9(7)V99 COMP-3. DRPRQ01P
015700   05  DCL-RPQ-ORIGINATOR                    PIC X(20).           DRPRQ01P
015800   05  DCL-RPQ-REASON                        PIC X(9).            DRPRQ01P
015900   05  DCL-RPQ-RECEIVED                      PIC X(10).           DRPRQ01P
016000   05  DCL-RPQ-DEADLINE                      PIC X(10).           DRPRQ01P
016100   05  DCL-RPQ-STATUS                        PIC X(1).            DRPRQ01P
016200   05  DCL-RPQ-ACTION                        PIC X(1).            DRPRQ01P
016300   05  DCL-RPQ-NEW-ACC                       PIC X(9).            DRPRQ01P
016400   05  DCL-RPQ-NEW-REF                       PIC X(7).            DRPRQ01P
016500   05  DCL-RPQ-RETURN-CODE                   PIC X(4).            DRPRQ01P
016600   05  DCL-RPQ-AUTH-ID                       PIC S9(7) COMP-3.    DRPRQ01P
016700   05  DCL-RPQ-POST-REF                      PIC X(12).           DRPRQ01P
016800   05  DCL-RPQ-DAYS-LEFT                     PIC S9(5) COMP-3.    DRPRQ01P
016900   05  DCL-CTL-VALUE                         PIC S9(7)V99 COMP-3. DRPRQ01P
017000   05  DCL-ACC-PID                           PIC X(5).            DRPRQ01P
017100   05  DCL-ACC-STATUS                        PIC X(1).            DRPRQ01P
017200   05  DCL-OUT-REF                           PIC S9(7) COMP-3.    DRPRQ01P
017300   05  DCL-OUT-PID                           PIC X(5).            DRPRQ01P
017400   05  DCL-OUT-FROM-ACC                      PIC X(9).            DRPRQ01P
017500   05  DCL-OUT-STATUS                        PIC X(1).            DRPRQ01P
017600 01  WS-REPAIR-AREAS.                                             DRPRQ01P
017700   05  WS-BUSINESS-DATE                      PIC X(10).           DRPRQ01P
017800   05  WS-NEW-REF                            PIC X(7).            DRPRQ01P
017900   05  WS-NEW-REF-N REDEFINES WS-NEW-REF     PIC 9(7).            DRPRQ01P
018000   05  WS-CAPTURE-PID                        PIC X(5).            DRPRQ01P
018100   05  WS-CAPTURE-FROM                       PIC X(9).            DRPRQ01P
018200   05  WS-CAPTURE-REASON                     PIC X(4).            DRPRQ01P
018300                                                                  DRPRQ01P
018400     EXEC SQL                                                     DRPRQ01P
018500          INCLUDE SQLCA                                           DRPRQ01P
018600     END-EXEC.                                                    DRPRQ01P
018700                                                                  DRPRQ01P
018800 COPY CABENDD.                                                    DRPRQ01P
018900   EXEC SQL                                                       DRPRQ01P
019000        END DECLARE SECTION                                       DRPRQ01P
019100   END-EXEC.                                                      DRPRQ01P
019200                                                                  DRPRQ01P
019300 LINKAGE SECTION.                                                 DRPRQ01P
019400 01  DFHCOMMAREA.                                                 DRPRQ01P
019500   05  LK-COMMAREA                           PIC X(1)             DRPRQ01P
019600       OCCURS 1 TO 6144 TIMES                                     DRPRQ01P
019700         DEPENDING ON WS-COMMAREA-LENGTH.                         DRPRQ01P
019800                                                                  DRPRQ01P
019900 COPY CENTRY.                                                     DRPRQ01P
020000***************************************************************** DRPRQ01P
020100* Move the passed area to our area                              * DRPRQ01P
020200***************************************************************** DRPRQ01P
020300     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DRPRQ01P
020400     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DRPRQ01P
020500                                                                  DRPRQ01P
020600***************************************************************** DRPRQ01P
020700* Initialize our output area                                    * DRPRQ01P
020800***************************************************************** DRPRQ01P
020900     INITIALIZE CRQ1O-DATA.                                       DRPRQ01P
021000     SET CRQ1O-REQUEST-FAIL TO TRUE.                              DRPRQ01P
021100                                                                  DRPRQ01P
021200     INITIALIZE CD98-DATA.                                        DRPRQ01P
021300     SET CD98I-READ-BUSINESS-DATE TO TRUE.                        DRPRQ01P
021400 COPY CBANKX98.                                                   DRPRQ01P
021500     IF NOT CD98O-REQUEST-OK                                      DRPRQ01P
021600        MOVE CD98O-MSG TO CRQ1O-MSG                               DRPRQ01P
021700        GO TO DRPRQ01P-EXIT                                       DRPRQ01P
021800     END-IF.                                                      DRPRQ01P
021900     MOVE CD98O-DATE TO WS-BUSINESS-DATE.                         DRPRQ01P
022000                                                                  DRPRQ01P
022100     EVALUATE TRUE                                                DRPRQ01P
022200       WHEN CRQ1I-QUEUE-ITEM                                      DRPRQ01P
022300         PERFORM QUEUE-ITEM THRU                                  DRPRQ01P
022400                 QUEUE-ITEM-EXIT                                  DRPRQ01P
022500       WHEN CRQ1I-LIST-ITEMS                                      DRPRQ01P
022600         PERFORM LIST-ITEMS THRU                                  DRPRQ01P
022700                 LIST-ITEMS-EXIT                                  DRPRQ01P
022800       WHEN CRQ1I-REPAIR-ITEM                                     DRPRQ01P
022900         PERFORM REPAIR-ITEM THRU                                 DRPRQ01P
023000                 REPAIR-ITEM-EXIT                                 DRPRQ01P
023100       WHEN CRQ1I-RETURN-ITEM                                     DRPRQ01P
023200         PERFORM RETURN-ITEM THRU                                 DRPRQ01P
023300                 RETURN-ITEM-EXIT                                 DRPRQ01P
023400       WHEN CRQ1I-EXECUTE-APPROVED                                DRPRQ01P
023500         PERFORM EXECUTE-APPROVED THRU                            DRPRQ01P
023600                 EXECUTE-APPROVED-EXIT                            DRPRQ01P
023700       WHEN CRQ1I-NIGHTLY-RUN                                     DRPRQ01P
023800         PERFORM NIGHTLY-RUN THRU                                 DRPRQ01P
023900                 NIGHTLY-RUN-EXIT                                 DRPRQ01P
024000       WHEN OTHER                                                 DRPRQ01P
024100         MOVE 'Unknown repair queue function requested'           DRPRQ01P
024200           TO CRQ1O-MSG                                           DRPRQ01P
024300     END-EVALUATE.                                                DRPRQ01P
024400                                                                  DRPRQ01P
024500 DRPRQ01P-EXIT.                                                   DRPRQ01P
024600***************************************************************** DRPRQ01P
024700* Move the result back to the callers area                      * DRPRQ01P
024800***************************************************************** DRPRQ01P
024900     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DRPRQ01P
025000                                                                  DRPRQ01P
025100***************************************************************** DRPRQ01P
025200* Return to our caller                                          * DRPRQ01P
025300***************************************************************** DRPRQ01P
025400 COPY CRETURN.                                                    DRPRQ01P
025500                                                                  DRPRQ01P
025600***************************************************************** DRPRQ01P
025700* Hold one item on the queue. The account, amount and originator* DRPRQ01P
025800* are taken from an inbound item as it arrived; a response      * DRPRQ01P
025900* record carries only the reference and the network's reason,   * DRPRQ01P
026000* kept in the originator column. The deadline is the business   * DRPRQ01P
026100* date plus the scheme's return days, counted in working days   * DRPRQ01P
026200***************************************************************** DRPRQ01P
026300 QUEUE-ITEM.                                                      DRPRQ01P
026400     IF NOT CRQ1I-SOURCE-INBOUND AND                              DRPRQ01P
026500        NOT CRQ1I-SOURCE-RESPONSE                                 DRPRQ01P
026600        MOVE 'Source must be I(nbound) or A(cknowledgement)'      DRPRQ01P
026700          TO CRQ1O-MSG                                            DRPRQ01P
026800        GO TO QUEUE-ITEM-EXIT                                     DRPRQ01P
026900     END-IF.                                                      DRPRQ01P
027000     MOVE CRQ1I-SOURCE TO DCL-RPQ-SOURCE.                         DRPRQ01P
027100     MOVE CRQ1I-FILE-ID TO DCL-RPQ-FILE-ID.                       DRPRQ01P
027200     MOVE CRQ1I-ITEM TO DCL-RPQ-ITEM.                             DRPRQ01P
027300     MOVE CRQ1I-REASON TO DCL-RPQ-REASON.                         DRPRQ01P
027400     MOVE ZEROES TO DCL-RPQ-AMOUNT.                               DRPRQ01P
027500     IF CRQ1I-SOURCE-INBOUND                                      DRPRQ01P
027600        MOVE CRQ1I-PAY-SEQ-NO TO DCL-RPQ-SEQ-NO                   DRPRQ01P
027700        MOVE CRQ1I-PAY-TYPE TO DCL-RPQ-TYPE                       DRPRQ01P
027800        MOVE CRQ1I-PAY-ACCNO TO DCL-RPQ-ACCNO                     DRPRQ01P
027900        IF CRQ1I-PAY-AMOUNT IS NUMERIC                            DRPRQ01P
028000           MOVE CRQ1I-PAY-AMOUNT-N TO DCL-RPQ-AMOUNT              DRPRQ01P
028100        END-IF                                                    DRPRQ01P
028200        MOVE CRQ1I-PAY-ORIGINATOR TO DCL-RPQ-ORIGINATOR           DRPRQ01P
028300     ELSE                                                         DRPRQ01P
028400        MOVE CRQ1I-RTN-REF TO DCL-RPQ-SEQ-NO                      DRPRQ01P
028500        MOVE CRQ1I-RTN-STATUS TO DCL-RPQ-TYPE                     DRPRQ01P
028600        MOVE SPACES TO DCL-RPQ-ACCNO                              DRPRQ01P
028700        MOVE SPACES TO DCL-RPQ-ORIGINATOR                         DRPRQ01P
028800        STRING 'RESPONSE ' CRQ1I-RTN-REASON                       DRPRQ01P
028900               DELIMITED BY SIZE INTO DCL-RPQ-ORIGINATOR          DRPRQ01P
029000     END-IF.                                                      DRPRQ01P
029100     PERFORM SET-DEADLINE THRU                                    DRPRQ01P
029200             SET-DEADLINE-EXIT.                                   DRPRQ01P
029300     IF CRQ1O-MSG IS NOT EQUAL TO SPACES                          DRPRQ01P
029400        GO TO QUEUE-ITEM-EXIT                                     DRPRQ01P
029500     END-IF.                                                      DRPRQ01P
029600     EXEC SQL                                                     DRPRQ01P
029700          SELECT VALUE(MAX(RPQ_ID), 0) + 1                        DRPRQ01P
029800          INTO :DCL-RPQ-ID                                        DRPRQ01P
029900          FROM BNKRPRQ                                            DRPRQ01P
030000     END-EXEC.                                                    DRPRQ01P
030100     IF SQLCODE IS NOT EQUAL TO ZERO                              DRPRQ01P
030200        MOVE 'Unable to number the repair item' TO CRQ1O-MSG      DRPRQ01P
030300        GO TO QUEUE-ITEM-EXIT                                     DRPRQ01P
030400     END-IF.                                                      DRPRQ01P
030500     EXEC SQL                                                     DRPRQ01P
030600          INSERT                                                  DRPRQ01P
030700          INTO BNKRPRQ (RPQ_ID,                                   DRPRQ01P
030800                        RPQ_SOURCE,                               DRPRQ01P
030900                        RPQ_FILE_ID,                              DRPRQ01P
031000                        RPQ_ITEM,                                 DRPRQ01P
031100                        RPQ_SEQ_NO,                               DRPRQ01P
031200                        RPQ_TYPE,                                 DRPRQ01P
031300                        RPQ_ACCNO,                                DRPRQ01P
031400                        RPQ_AMOUNT,                               DRPRQ01P
031500                        RPQ_ORIGINATOR,                           DRPRQ01P
031600                        RPQ_REASON,                               DRPRQ01P
031700                        RPQ_RECEIVED,                             DRPRQ01P
031800                        RPQ_DEADLINE,                             DRPRQ01P
031900                        RPQ_STATUS,                               DRPRQ01P
032000                        RPQ_ACTION,                               DRPRQ01P
032100                        RPQ_NEW_ACC,                              DRPRQ01P
032200                        RPQ_NEW_REF,                              DRPRQ01P
032300                        RPQ_RETURN_CODE,                          DRPRQ01P
032400                        RPQ_AUTH_ID,                              DRPRQ01P
032500                        RPQ_MAKER,                                DRPRQ01P
032600                        RPQ_CHECKER,                              DRPRQ01P
032700                        RPQ_POST_REF,                             DRPRQ01P
032800                        RPQ_QUEUED_TS)                            DRPRQ01P
032900          VALUES (:DCL-RPQ-ID,                                    DRPRQ01P
033000                  :DCL-RPQ-SOURCE,                                DRPRQ01P
033100                  :DCL-RPQ-FILE-ID,                               DRPRQ01P
033200                  :DCL-RPQ-ITEM,                                  DRPRQ01P
033300                  :DCL-RPQ-SEQ-NO,                                DRPRQ01P
033400                  :DCL-RPQ-TYPE,                                  DRPRQ01P
033500                  :DCL-RPQ-ACCNO,                                 DRPRQ01P
033600                  :DCL-RPQ-AMOUNT,                                DRPRQ01P
033700                  :DCL-RPQ-ORIGINATOR,                            DRPRQ01P
033800                  :DCL-RPQ-REASON,                                DRPRQ01P
033900                  :WS-BUSINESS-DATE,                              DRPRQ01P
034000                  :DCL-RPQ-DEADLINE,                              DRPRQ01P
034100                  'O',                                            DRPRQ01P
034200                  ' ',                                            DRPRQ01P
034300                  ' ',                                            DRPRQ01P
034400                  ' ',                                            DRPRQ01P
034500                  ' ',                                            DRPRQ01P
034600                  0,                                              DRPRQ01P
034700                  ' ',                                            DRPRQ01P
034800                  ' ',                                            DRPRQ01P
034900                  ' ',                                            DRPRQ01P
035000                  CURRENT TIMESTAMP)                              DRPRQ01P
035100     END-EXEC.                                                    DRPRQ01P
035200     IF SQLCODE IS NOT EQUAL TO ZERO                              DRPRQ01P
035300        MOVE 'Unable to hold the item on the repair queue'        DRPRQ01P
035400          TO CRQ1O-MSG                                            DRPRQ01P
035500        GO TO QUEUE-ITEM-EXIT                                     DRPRQ01P
035600     END-IF.                                                      DRPRQ01P
035700     MOVE DCL-RPQ-ID TO CRQ1O-ITEM-ID.                            DRPRQ01P
035800     MOVE DCL-RPQ-DEADLINE TO CRQ1O-DEADLINE.                     DRPRQ01P
035900     SET CRQ1O-REQUEST-OK TO TRUE.                                DRPRQ01P
036000     MOVE 'Item held on the repair queue' TO CRQ1O-MSG.           DRPRQ01P
036100 QUEUE-ITEM-EXIT.                                                 DRPRQ01P
036200     EXIT.                                                        DRPRQ01P
036300                                                                  DRPRQ01P
036400***************************************************************** DRPRQ01P
036500* The return deadline - so many working days after the business * DRPRQ01P
036600* date the item arrived                                         * DRPRQ01P
036700***************************************************************** DRPRQ01P
036800 SET-DEADLINE.                                                    DRPRQ01P
036900     EXEC SQL                                                     DRPRQ01P
037000          SELECT CTL_VALUE                                        DRPRQ01P
037100          INTO :DCL-CTL-VALUE                                     DRPRQ01P
037200          FROM BNKCTLV                                            DRPRQ01P
037300          WHERE CTL_ID = 'RPRDAYS '                               DRPRQ01P
037400     END-EXEC.                                                    DRPRQ01P
037500     IF SQLCODE IS EQUAL TO ZERO                                  DRPRQ01P
037600        MOVE DCL-CTL-VALUE TO WS-RETURN-DAYS                      DRPRQ01P
037700     ELSE                                                         DRPRQ01P
037800        IF SQLCODE IS NOT EQUAL TO +100                           DRPRQ01P
037900           MOVE 'Unable to read the scheme return days'           DRPRQ01P
038000             TO CRQ1O-MSG                                         DRPRQ01P
038100           GO TO SET-DEADLINE-EXIT                                DRPRQ01P
038200        END-IF                                                    DRPRQ01P
038300        MOVE WS-DEFAULT-RETURN-DAYS TO WS-RETURN-DAYS             DRPRQ01P
038400     END-IF.                                                      DRPRQ01P
038500     MOVE WS-BUSINESS-DATE TO DCL-RPQ-DEADLINE.                   DRPRQ01P
038600     PERFORM STEP-WORKING-DAY THRU                                DRPRQ01P
038700             STEP-WORKING-DAY-EXIT WS-RETURN-DAYS TIMES.          DRPRQ01P
038800 SET-DEADLINE-EXIT.                                               DRPRQ01P
038900     EXIT.                                                        DRPRQ01P
039000                                                                  DRPRQ01P
039100 STEP-WORKING-DAY.                                                DRPRQ01P
039200     IF CRQ1O-MSG IS NOT EQUAL TO SPACES                          DRPRQ01P
039300        GO TO STEP-WORKING-DAY-EXIT                               DRPRQ01P
039400     END-IF.                                                      DRPRQ01P
039500     EXEC SQL                                                     DRPRQ01P
039600          SET :DCL-RPQ-DEADLINE =                                 DRPRQ01P
039700              CHAR(DATE(:DCL-RPQ-DEADLINE) + 1 DAY, ISO)          DRPRQ01P
039800     END-EXEC.                                                    DRPRQ01P
039900     INITIALIZE CD98-DATA.                                        DRPRQ01P
040000     SET CD98I-NEXT-BUSINESS-DAY TO TRUE.                         DRPRQ01P
040100     MOVE DCL-RPQ-DEADLINE TO CD98I-DATE.                         DRPRQ01P
040200 COPY CBANKX98.                                                   DRPRQ01P
040300     IF NOT CD98O-REQUEST-OK                                      DRPRQ01P
040400        MOVE CD98O-MSG TO CRQ1O-MSG                               DRPRQ01P
040500        GO TO STEP-WORKING-DAY-EXIT                               DRPRQ01P
040600     END-IF.                                                      DRPRQ01P
040700     MOVE CD98O-DATE TO DCL-RPQ-DEADLINE.                         DRPRQ01P
040800 STEP-WORKING-DAY-EXIT.                                           DRPRQ01P
040900     EXIT.                                                        DRPRQ01P
041000                                                                  DRPRQ01P
041100***************************************************************** DRPRQ01P
041200* An item whose repair or return a supervisor rejected, or that * DRPRQ01P
041300* lapsed unapproved at the end of the day, is open again        * DRPRQ01P
041400***************************************************************** DRPRQ01P
041500 REOPEN-LAPSED.                                                   DRPRQ01P
041600     EXEC SQL                                                     DRPRQ01P
041700          UPDATE BNKRPRQ                                          DRPRQ01P
041800          SET RPQ_STATUS = 'O',                                   DRPRQ01P
041900              RPQ_ACTION = ' ',                                   DRPRQ01P
042000              RPQ_AUTH_ID = 0                                     DRPRQ01P
042100          WHERE RPQ_STATUS = 'P' AND                              DRPRQ01P
042200                NOT EXISTS                                        DRPRQ01P
042300                (SELECT 1                                         DRPRQ01P
042400                 FROM BNKPAUTH                                    DRPRQ01P
042500                 WHERE PAU_ID = RPQ_AUTH_ID AND                   DRPRQ01P
042600                       PAU_STATUS = 'P')                          DRPRQ01P
042700     END-EXEC.                                                    DRPRQ01P
042800     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DRPRQ01P
042900        SQLCODE IS NOT EQUAL TO +100                              DRPRQ01P
043000        MOVE 'Unable to reopen lapsed repair items' TO CRQ1O-MSG  DRPRQ01P
043100     END-IF.                                                      DRPRQ01P
043200 REOPEN-LAPSED-EXIT.                                              DRPRQ01P
043300     EXIT.                                                        DRPRQ01P
043400                                                                  DRPRQ01P
043500***************************************************************** DRPRQ01P
043600* List the items still to be worked, oldest first, starting     * DRPRQ01P
043700* after the item id given                                       * DRPRQ01P
043800***************************************************************** DRPRQ01P
043900 LIST-ITEMS.                                                      DRPRQ01P
044000     PERFORM REOPEN-LAPSED THRU                                   DRPRQ01P
044100             REOPEN-LAPSED-EXIT.                                  DRPRQ01P
044200     IF CRQ1O-MSG IS NOT EQUAL TO SPACES                          DRPRQ01P
044300        GO TO LIST-ITEMS-EXIT                                     DRPRQ01P
044400     END-IF.                                                      DRPRQ01P
044500     MOVE CRQ1I-ITEM-ID TO DCL-RPQ-ID.                            DRPRQ01P
044600     EXEC SQL                                                     DRPRQ01P
044700          DECLARE LST_CSR CURSOR FOR                              DRPRQ01P
044800          SELECT RPQ_ID,                                          DRPRQ01P
044900                 RPQ_SOURCE,                                      DRPRQ01P
045000                 RPQ_FILE_ID,                                     DRPRQ01P
045100                 RPQ_ACCNO,                                       DRPRQ01P
045200                 RPQ_AMOUNT,                                      DRPRQ01P
045300                 RPQ_ORIGINATOR,                                  DRPRQ01P
045400                 RPQ_REASON,                                      DRPRQ01P
045500                 DAYS(RPQ_DEADLINE) -                             DRPRQ01P
045600                 DAYS(DATE(:WS-BUSINESS-DATE)),                   DRPRQ01P
045700                 RPQ_STATUS                                       DRPRQ01P
045800          FROM BNKRPRQ                                            DRPRQ01P
045900          WHERE RPQ_STATUS IN ('O', 'P') AND                      DRPRQ01P
046000                RPQ_ID > :DCL-RPQ-ID                              DRPRQ01P
046100          ORDER BY RPQ_ID                                         DRPRQ01P
046200          FOR FETCH ONLY                                          DRPRQ01P
046300     END-EXEC.                                                    DRPRQ01P
046400     EXEC SQL                                                     DRPRQ01P
046500          OPEN LST_CSR                                            DRPRQ01P
046600     END-EXEC.                                                    DRPRQ01P
046700     IF SQLCODE IS NOT EQUAL TO ZERO                              DRPRQ01P
046800        MOVE 'Unable to read the repair queue' TO CRQ1O-MSG       DRPRQ01P
046900        GO TO LIST-ITEMS-EXIT                                     DRPRQ01P
047000     END-IF.                                                      DRPRQ01P
047100     MOVE 0 TO WS-SUB1.                                           DRPRQ01P
047200 LST-LOOP.                                                        DRPRQ01P
047300     IF WS-SUB1 IS NOT LESS THAN 5                                DRPRQ01P
047400        GO TO LST-LOOP-EXIT                                       DRPRQ01P
047500     END-IF.                                                      DRPRQ01P
047600     EXEC SQL                                                     DRPRQ01P
047700          FETCH LST_CSR                                           DRPRQ01P
047800          INTO :DCL-RPQ-ID,                                       DRPRQ01P
047900               :DCL-RPQ-SOURCE,                                   DRPRQ01P
048000               :DCL-RPQ-FILE-ID,                                  DRPRQ01P
048100               :DCL-RPQ-ACCNO,                                    DRPRQ01P
048200               :DCL-RPQ-AMOUNT,                                   DRPRQ01P
048300               :DCL-RPQ-ORIGINATOR,                               DRPRQ01P
048400               :DCL-RPQ-REASON,                                   DRPRQ01P
048500               :DCL-RPQ-DAYS-LEFT,                                DRPRQ01P
048600               :DCL-RPQ-STATUS                                    DRPRQ01P
048700     END-EXEC.                                                    DRPRQ01P
048800     IF SQLCODE IS EQUAL TO +100                                  DRPRQ01P
048900        GO TO LST-LOOP-EXIT                                       DRPRQ01P
049000     END-IF.                                                      DRPRQ01P
049100     IF SQLCODE IS NOT EQUAL TO ZERO                              DRPRQ01P
049200        MOVE 'Unable to read the repair queue' TO CRQ1O-MSG       DRPRQ01P
049300        GO TO LST-LOOP-EXIT                                       DRPRQ01P
049400     END-IF.                                                      DRPRQ01P
049500     ADD 1 TO WS-SUB1.                                            DRPRQ01P
049600     MOVE DCL-RPQ-ID TO CRQ1O-LST-ID (WS-SUB1).                   DRPRQ01P
049700     MOVE DCL-RPQ-SOURCE TO CRQ1O-LST-SOURCE (WS-SUB1).           DRPRQ01P
049800     MOVE DCL-RPQ-FILE-ID TO CRQ1O-LST-FILE-ID (WS-SUB1).         DRPRQ01P
049900     MOVE DCL-RPQ-ACCNO TO CRQ1O-LST-ACCNO (WS-SUB1).             DRPRQ01P
050000     MOVE DCL-RPQ-AMOUNT TO CRQ1O-LST-AMOUNT (WS-SUB1).           DRPRQ01P
050100     MOVE DCL-RPQ-ORIGINATOR TO CRQ1O-LST-ORIGINATOR (WS-SUB1).   DRPRQ01P
050200     MOVE DCL-RPQ-REASON TO CRQ1O-LST-REASON (WS-SUB1).           DRPRQ01P
050300     MOVE DCL-RPQ-DAYS-LEFT TO CRQ1O-LST-DAYS-LEFT (WS-SUB1).     DRPRQ01P
050400     MOVE DCL-RPQ-STATUS TO CRQ1O-LST-STATUS (WS-SUB1).           DRPRQ01P
050500     GO TO LST-LOOP.                                              DRPRQ01P
050600 LST-LOOP-EXIT.                                                   DRPRQ01P
050700     EXEC SQL                                                     DRPRQ01P
050800          CLOSE LST_CSR                                           DRPRQ01P
050900     END-EXEC.                                                    DRPRQ01P
051000     IF CRQ1O-MSG IS NOT EQUAL TO SPACES                          DRPRQ01P
051100        GO TO LIST-ITEMS-EXIT                                     DRPRQ01P
051200     END-IF.                                                      DRPRQ01P
051300     MOVE WS-SUB1 TO CRQ1O-ITEM-COUNT.                            DRPRQ01P
051400     SET CRQ1O-REQUEST-OK TO TRUE.                                DRPRQ01P
051500     IF WS-SUB1 IS EQUAL TO ZERO                                  DRPRQ01P
051600        MOVE 'No items waiting on the repair queue' TO CRQ1O-MSG  DRPRQ01P
051700     ELSE                                                         DRPRQ01P
051800        MOVE 'Items waiting on the repair queue' TO CRQ1O-MSG     DRPRQ01P
051900     END-IF.                                                      DRPRQ01P
052000 LIST-ITEMS-EXIT.                                                 DRPRQ01P
052100     EXIT.                                                        DRPRQ01P
052200                                                                  DRPRQ01P
052300***************************************************************** DRPRQ01P
052400* Read one item by its id and make sure it is open for work     * DRPRQ01P
052500***************************************************************** DRPRQ01P
052600 READ-OPEN-ITEM.                                                  DRPRQ01P
052700     PERFORM REOPEN-LAPSED THRU                                   DRPRQ01P
052800             REOPEN-LAPSED-EXIT.                                  DRPRQ01P
052900     IF CRQ1O-MSG IS NOT EQUAL TO SPACES                          DRPRQ01P
053000        GO TO READ-OPEN-ITEM-EXIT                                 DRPRQ01P
053100     END-IF.                                                      DRPRQ01P
053200     MOVE CRQ1I-ITEM-ID TO DCL-RPQ-ID.                            DRPRQ01P
053300     EXEC SQL                                                     DRPRQ01P
053400          SELECT RPQ_SOURCE,                                      DRPRQ01P
053500                 RPQ_FILE_ID,                                     DRPRQ01P
053600                 RPQ_ITEM,                                        DRPRQ01P
053700                 RPQ_ACCNO,                                       DRPRQ01P
053800                 RPQ_AMOUNT,                                      DRPRQ01P
053900                 RPQ_REASON,                                      DRPRQ01P
054000                 RPQ_STATUS                                       DRPRQ01P
054100          INTO :DCL-RPQ-SOURCE,                                   DRPRQ01P
054200               :DCL-RPQ-FILE-ID,                                  DRPRQ01P
054300               :DCL-RPQ-ITEM,                                     DRPRQ01P
054400               :DCL-RPQ-ACCNO,                                    DRPRQ01P
054500               :DCL-RPQ-AMOUNT,                                   DRPRQ01P
054600               :DCL-RPQ-REASON,                                   DRPRQ01P
054700               :DCL-RPQ-STATUS                                    DRPRQ01P
054800          FROM BNKRPRQ                                            DRPRQ01P
054900          WHERE RPQ_ID = :DCL-RPQ-ID                              DRPRQ01P
055000     END-EXEC.                                                    DRPRQ01P
055100     IF SQLCODE IS EQUAL TO +100                                  DRPRQ01P
055200        SET CRQ1O-NOT-FOUND TO TRUE                               DRPRQ01P
055300        MOVE 'No such item on the repair queue' TO CRQ1O-MSG      DRPRQ01P
055400        GO TO READ-OPEN-ITEM-EXIT                                 DRPRQ01P
055500     END-IF.                                                      DRPRQ01P
055600     IF SQLCODE IS NOT EQUAL TO ZERO                              DRPRQ01P
055700        MOVE 'Unable to read the repair item' TO CRQ1O-MSG        DRPRQ01P
055800        GO TO READ-OPEN-ITEM-EXIT                                 DRPRQ01P
055900     END-IF.                                                      DRPRQ01P
056000     IF DCL-RPQ-STATUS IS EQUAL TO 'P'                            DRPRQ01P
056100        MOVE 'The item already awaits a supervisor' TO CRQ1O-MSG  DRPRQ01P
056200        GO TO READ-OPEN-ITEM-EXIT                                 DRPRQ01P
056300     END-IF.                                                      DRPRQ01P
056400     IF DCL-RPQ-STATUS IS NOT EQUAL TO 'O'                        DRPRQ01P
056500        MOVE 'The item has already been repaired or returned'     DRPRQ01P
056600          TO CRQ1O-MSG                                            DRPRQ01P
056700        GO TO READ-OPEN-ITEM-EXIT                                 DRPRQ01P
056800     END-IF.                                                      DRPRQ01P
056900 READ-OPEN-ITEM-EXIT.                                             DRPRQ01P
057000     EXIT.                                                        DRPRQ01P
057100                                                                  DRPRQ01P
057200***************************************************************** DRPRQ01P
057300* Capture a repair. An inbound item takes a corrected account,  * DRPRQ01P
057400* which must pass the check digit and be open to postings; a    * DRPRQ01P
057500* response record takes the corrected reference of a payment we * DRPRQ01P
057600* sent. Nothing moves until a second user approves              * DRPRQ01P
057700***************************************************************** DRPRQ01P
057800 REPAIR-ITEM.                                                     DRPRQ01P
057900     IF CRQ1I-USERID IS EQUAL TO SPACES                           DRPRQ01P
058000        MOVE 'The operator is needed' TO CRQ1O-MSG                DRPRQ01P
058100        GO TO REPAIR-ITEM-EXIT                                    DRPRQ01P
058200     END-IF.                                                      DRPRQ01P
058300     PERFORM READ-OPEN-ITEM THRU                                  DRPRQ01P
058400             READ-OPEN-ITEM-EXIT.                                 DRPRQ01P
058500     IF CRQ1O-MSG IS NOT EQUAL TO SPACES                          DRPRQ01P
058600        GO TO REPAIR-ITEM-EXIT                                    DRPRQ01P
058700     END-IF.                                                      DRPRQ01P
058800     MOVE SPACES TO DCL-RPQ-NEW-ACC.                              DRPRQ01P
058900     MOVE SPACES TO DCL-RPQ-NEW-REF.                              DRPRQ01P
059000     IF DCL-RPQ-SOURCE IS EQUAL TO 'I'                            DRPRQ01P
059100        PERFORM CHECK-NEW-ACCOUNT THRU                            DRPRQ01P
059200                CHECK-NEW-ACCOUNT-EXIT                            DRPRQ01P
059300     ELSE                                                         DRPRQ01P
059400        PERFORM CHECK-NEW-REFERENCE THRU                          DRPRQ01P
059500                CHECK-NEW-REFERENCE-EXIT                          DRPRQ01P
059600     END-IF.                                                      DRPRQ01P
059700     IF CRQ1O-MSG IS NOT EQUAL TO SPACES                          DRPRQ01P
059800        GO TO REPAIR-ITEM-EXIT                                    DRPRQ01P
059900     END-IF.                                                      DRPRQ01P
060000     MOVE 'R' TO DCL-RPQ-ACTION.                                  DRPRQ01P
060100     MOVE SPACES TO DCL-RPQ-RETURN-CODE.                          DRPRQ01P
060200     MOVE 'RPST' TO WS-CAPTURE-REASON.                            DRPRQ01P
060300     PERFORM CAPTURE-WORK THRU                                    DRPRQ01P
060400             CAPTURE-WORK-EXIT.                                   DRPRQ01P
060500     IF CRQ1O-MSG IS NOT EQUAL TO SPACES                          DRPRQ01P
060600        GO TO REPAIR-ITEM-EXIT                                    DRPRQ01P
060700     END-IF.                                                      DRPRQ01P
060800     SET CRQ1O-REQUEST-OK TO TRUE.                                DRPRQ01P
060900     MOVE 'Repair captured - awaiting a second user' TO CRQ1O-MSG.DRPRQ01P
061000 REPAIR-ITEM-EXIT.                                                DRPRQ01P
061100     EXIT.                                                        DRPRQ01P
061200                                                                  DRPRQ01P
061300***************************************************************** DRPRQ01P
061400* The corrected beneficiary account - the check digit through   * DRPRQ01P
061500* DBANK99P, then the account itself must exist and be open      * DRPRQ01P
061600***************************************************************** DRPRQ01P
061700 CHECK-NEW-ACCOUNT.                                               DRPRQ01P
061800     IF CRQ1I-NEW-ACC IS EQUAL TO SPACES OR                       DRPRQ01P
061900        CRQ1I-NEW-ACC IS EQUAL TO LOW-VALUES                      DRPRQ01P
062000        MOVE 'Key the corrected account number' TO CRQ1O-MSG      DRPRQ01P
062100        GO TO CHECK-NEW-ACCOUNT-EXIT                              DRPRQ01P
062200     END-IF.                                                      DRPRQ01P
062300     INITIALIZE CD99-DATA.                                        DRPRQ01P
062400     SET CD99I-VALIDATE-ACCNO TO TRUE.                            DRPRQ01P
062500     MOVE CRQ1I-NEW-ACC TO CD99I-ACC.                             DRPRQ01P
062600 COPY CBANKX99.                                                   DRPRQ01P
062700     IF CD99O-ACCNO-BAD                                           DRPRQ01P
062800        SET CRQ1O-ACCNO-BAD TO TRUE                               DRPRQ01P
062900        MOVE CD99O-MSG TO CRQ1O-MSG                               DRPRQ01P
063000        GO TO CHECK-NEW-ACCOUNT-EXIT                              DRPRQ01P
063100     END-IF.                                                      DRPRQ01P
063200     IF NOT CD99O-ACCNO-OK                                        DRPRQ01P
063300        MOVE CD99O-MSG TO CRQ1O-MSG                               DRPRQ01P
063400        GO TO CHECK-NEW-ACCOUNT-EXIT                              DRPRQ01P
063500     END-IF.                                                      DRPRQ01P
063600     EXEC SQL                                                     DRPRQ01P
063700          SELECT BAC_PID,                                         DRPRQ01P
063800                 BAC_STATUS                                       DRPRQ01P
063900          INTO :DCL-ACC-PID,                                      DRPRQ01P
064000               :DCL-ACC-STATUS                                    DRPRQ01P
064100          FROM BNKACC                                             DRPRQ01P
064200          WHERE BAC_ACCNO = :CRQ1I-NEW-ACC                        DRPRQ01P
064300     END-EXEC.                                                    DRPRQ01P
064400     IF SQLCODE IS EQUAL TO +100                                  DRPRQ01P
064500        SET CRQ1O-ACCNO-BAD TO TRUE                               DRPRQ01P
064600        MOVE 'No account carries that number' TO CRQ1O-MSG        DRPRQ01P
064700        GO TO CHECK-NEW-ACCOUNT-EXIT                              DRPRQ01P
064800     END-IF.                                                      DRPRQ01P
064900     IF SQLCODE IS NOT EQUAL TO ZERO                              DRPRQ01P
065000        MOVE 'Unable to read the account' TO CRQ1O-MSG            DRPRQ01P
065100        GO TO CHECK-NEW-ACCOUNT-EXIT                              DRPRQ01P
065200     END-IF.                                                      DRPRQ01P
065300     IF DCL-ACC-STATUS IS NOT EQUAL TO SPACE                      DRPRQ01P
065400        SET CRQ1O-ACCNO-BAD TO TRUE                               DRPRQ01P
065500        MOVE 'That account is not open to postings' TO CRQ1O-MSG  DRPRQ01P
065600        GO TO CHECK-NEW-ACCOUNT-EXIT                              DRPRQ01P
065700     END-IF.                                                      DRPRQ01P
065800     MOVE CRQ1I-NEW-ACC TO DCL-RPQ-NEW-ACC.                       DRPRQ01P
065900     MOVE DCL-ACC-PID TO WS-CAPTURE-PID.                          DRPRQ01P
066000     MOVE CRQ1I-NEW-ACC TO WS-CAPTURE-FROM.                       DRPRQ01P
066100 CHECK-NEW-ACCOUNT-EXIT.                                          DRPRQ01P
066200     EXIT.                                                        DRPRQ01P
066300                                                                  DRPRQ01P
066400***************************************************************** DRPRQ01P
066500* The corrected reference must be a payment we sent and have not* DRPRQ01P
066600* yet seen returned                                             * DRPRQ01P
066700***************************************************************** DRPRQ01P
066800 CHECK-NEW-REFERENCE.                                             DRPRQ01P
066900     MOVE CRQ1I-NEW-REF TO WS-NEW-REF.                            DRPRQ01P
067000     IF WS-NEW-REF IS NOT NUMERIC                                 DRPRQ01P
067100        MOVE 'Key the corrected outbound payment reference'       DRPRQ01P
067200          TO CRQ1O-MSG                                            DRPRQ01P
067300        GO TO CHECK-NEW-REFERENCE-EXIT                            DRPRQ01P
067400     END-IF.                                                      DRPRQ01P
067500     MOVE WS-NEW-REF-N TO DCL-OUT-REF.                            DRPRQ01P
067600     EXEC SQL                                                     DRPRQ01P
067700          SELECT OUT_PID,                                         DRPRQ01P
067800                 OUT_FROM_ACC,                                    DRPRQ01P
067900                 OUT_STATUS                                       DRPRQ01P
068000          INTO :DCL-OUT-PID,                                      DRPRQ01P
068100               :DCL-OUT-FROM-ACC,                                 DRPRQ01P
068200               :DCL-OUT-STATUS                                    DRPRQ01P
068300          FROM BNKOUTP                                            DRPRQ01P
068400          WHERE OUT_REF = :DCL-OUT-REF                            DRPRQ01P
068500     END-EXEC.                                                    DRPRQ01P
068600     IF SQLCODE IS EQUAL TO +100                                  DRPRQ01P
068700        MOVE 'No outbound payment carries that reference'         DRPRQ01P
068800          TO CRQ1O-MSG                                            DRPRQ01P
068900        GO TO CHECK-NEW-REFERENCE-EXIT                            DRPRQ01P
069000     END-IF.                                                      DRPRQ01P
069100     IF SQLCODE IS NOT EQUAL TO ZERO                              DRPRQ01P
069200        MOVE 'Unable to read the outbound payment queue'          DRPRQ01P
069300          TO CRQ1O-MSG                                            DRPRQ01P
069400        GO TO CHECK-NEW-REFERENCE-EXIT                            DRPRQ01P
069500     END-IF.                                                      DRPRQ01P
069600     IF DCL-OUT-STATUS IS NOT EQUAL TO 'S' AND                    DRPRQ01P
069700        DCL-OUT-STATUS IS NOT EQUAL TO 'C'                        DRPRQ01P
069800        MOVE 'That payment is not one awaiting a response'        DRPRQ01P
069900          TO CRQ1O-MSG                                            DRPRQ01P
070000        GO TO CHECK-NEW-REFERENCE-EXIT                            DRPRQ01P
070100     END-IF.                                                      DRPRQ01P
070200     MOVE WS-NEW-REF TO DCL-RPQ-NEW-REF.                          DRPRQ01P
070300     MOVE DCL-OUT-PID TO WS-CAPTURE-PID.                          DRPRQ01P
070400     MOVE DCL-OUT-FROM-ACC TO WS-CAPTURE-FROM.                    DRPRQ01P
070500 CHECK-NEW-REFERENCE-EXIT.                                        DRPRQ01P
070600     EXIT.                                                        DRPRQ01P
070700                                                                  DRPRQ01P
070800***************************************************************** DRPRQ01P
070900* Capture a return to the originator. The operator's code must  * DRPRQ01P
071000* be one the scheme knows; with none keyed the code that fits   * DRPRQ01P
071100* the reason the item is held for is used                       * DRPRQ01P
071200***************************************************************** DRPRQ01P
071300 RETURN-ITEM.                                                     DRPRQ01P
071400     IF CRQ1I-USERID IS EQUAL TO SPACES                           DRPRQ01P
071500        MOVE 'The operator is needed' TO CRQ1O-MSG                DRPRQ01P
071600        GO TO RETURN-ITEM-EXIT                                    DRPRQ01P
071700     END-IF.                                                      DRPRQ01P
071800     PERFORM READ-OPEN-ITEM THRU                                  DRPRQ01P
071900             READ-OPEN-ITEM-EXIT.                                 DRPRQ01P
072000     IF CRQ1O-MSG IS NOT EQUAL TO SPACES                          DRPRQ01P
072100        GO TO RETURN-ITEM-EXIT                                    DRPRQ01P
072200     END-IF.                                                      DRPRQ01P
072300     MOVE CRQ1I-RETURN-CODE TO DCL-RPQ-RETURN-CODE.               DRPRQ01P
072400     IF DCL-RPQ-RETURN-CODE IS EQUAL TO SPACES OR                 DRPRQ01P
072500        DCL-RPQ-RETURN-CODE IS EQUAL TO LOW-VALUES                DRPRQ01P
072600        MOVE 'MS03' TO DCL-RPQ-RETURN-CODE                        DRPRQ01P
072700        MOVE 0 TO WS-SUB1                                         DRPRQ01P
072800        PERFORM FIND-REASON-CODE THRU                             DRPRQ01P
072900                FIND-REASON-CODE-EXIT 8 TIMES                     DRPRQ01P
073000     ELSE                                                         DRPRQ01P
073100        MOVE 'N' TO WS-CODE-FOUND                                 DRPRQ01P
073200        MOVE 0 TO WS-SUB1                                         DRPRQ01P
073300        PERFORM CHECK-SCHEME-CODE THRU                            DRPRQ01P
073400                CHECK-SCHEME-CODE-EXIT 8 TIMES                    DRPRQ01P
073500        IF WS-CODE-FOUND IS NOT EQUAL TO 'Y'                      DRPRQ01P
073600           MOVE 'That is not a scheme return code' TO CRQ1O-MSG   DRPRQ01P
073700           GO TO RETURN-ITEM-EXIT                                 DRPRQ01P
073800        END-IF                                                    DRPRQ01P
073900     END-IF.                                                      DRPRQ01P
074000     MOVE SPACES TO DCL-RPQ-NEW-ACC.                              DRPRQ01P
074100     MOVE SPACES TO DCL-RPQ-NEW-REF.                              DRPRQ01P
074200     MOVE 'X' TO DCL-RPQ-ACTION.                                  DRPRQ01P
074300     MOVE SPACES TO WS-CAPTURE-PID.                               DRPRQ01P
074400     MOVE DCL-RPQ-ACCNO TO WS-CAPTURE-FROM.                       DRPRQ01P
074500     MOVE DCL-RPQ-RETURN-CODE TO WS-CAPTURE-REASON.               DRPRQ01P
074600     PERFORM CAPTURE-WORK THRU                                    DRPRQ01P
074700             CAPTURE-WORK-EXIT.                                   DRPRQ01P
074800     IF CRQ1O-MSG IS NOT EQUAL TO SPACES                          DRPRQ01P
074900        GO TO RETURN-ITEM-EXIT                                    DRPRQ01P
075000     END-IF.                                                      DRPRQ01P
075100     SET CRQ1O-REQUEST-OK TO TRUE.                                DRPRQ01P
075200     MOVE 'Return captured - awaiting a second user' TO CRQ1O-MSG.DRPRQ01P
075300 RETURN-ITEM-EXIT.                                                DRPRQ01P
075400     EXIT.                                                        DRPRQ01P
075500                                                                  DRPRQ01P
075600 FIND-REASON-CODE.                                                DRPRQ01P
075700     ADD 1 TO WS-SUB1.                                            DRPRQ01P
075800     IF WS-RC-REASON (WS-SUB1) IS EQUAL TO DCL-RPQ-REASON         DRPRQ01P
075900        MOVE WS-RC-CODE (WS-SUB1) TO DCL-RPQ-RETURN-CODE          DRPRQ01P
076000     END-IF.                                                      DRPRQ01P
076100 FIND-REASON-CODE-EXIT.                                           DRPRQ01P
076200     EXIT.                                                        DRPRQ01P
076300                                                                  DRPRQ01P
076400 CHECK-SCHEME-CODE.                                               DRPRQ01P
076500     ADD 1 TO WS-SUB1.                                            DRPRQ01P
076600     IF WS-SCHEME-CODE (WS-SUB1) IS EQUAL TO DCL-RPQ-RETURN-CODE  DRPRQ01P
076700        MOVE 'Y' TO WS-CODE-FOUND                                 DRPRQ01P
076800     END-IF.                                                      DRPRQ01P
076900 CHECK-SCHEME-CODE-EXIT.                                          DRPRQ01P
077000     EXIT.                                                        DRPRQ01P
077100                                                                  DRPRQ01P
077200***************************************************************** DRPRQ01P
077300* Hand the repair or return to DBANK81P - always captured - and * DRPRQ01P
077400* mark the item as awaiting the supervisor                      * DRPRQ01P
077500***************************************************************** DRPRQ01P
077600 CAPTURE-WORK.                                                    DRPRQ01P
077700     INITIALIZE CD81-DATA.                                        DRPRQ01P
077800     SET CD81I-CAPTURE-CHECK TO TRUE.                             DRPRQ01P
077900     SET CD81I-TYPE-PAYMENT-REPAIR TO TRUE.                       DRPRQ01P
078000     MOVE WS-CAPTURE-PID TO CD81I-PERSON-PID.                     DRPRQ01P
078100     MOVE CRQ1I-USERID TO CD81I-MAKER.                            DRPRQ01P
078200     MOVE WS-CAPTURE-FROM TO CD81I-FROM-ACC.                      DRPRQ01P
078300     MOVE DCL-RPQ-ACCNO TO CD81I-TO-ACC.                          DRPRQ01P
078400     MOVE DCL-RPQ-AMOUNT TO CD81I-AMOUNT.                         DRPRQ01P
078500     MOVE WS-CAPTURE-REASON TO CD81I-REASON-CODE.                 DRPRQ01P
078600     MOVE DCL-RPQ-ID TO WS-ID-DISP.                               DRPRQ01P
078700     MOVE WS-ID-DISP TO CD81I-ORIG-REF.                           DRPRQ01P
078800 COPY CBANKX81.                                                   DRPRQ01P
078900     IF NOT CD81O-ITEM-CAPTURED                                   DRPRQ01P
079000        MOVE CD81O-MSG TO CRQ1O-MSG                               DRPRQ01P
079100        GO TO CAPTURE-WORK-EXIT                                   DRPRQ01P
079200     END-IF.                                                      DRPRQ01P
079300     MOVE CD81O-ITEM-ID TO DCL-RPQ-AUTH-ID.                       DRPRQ01P
079400     EXEC SQL                                                     DRPRQ01P
079500          UPDATE BNKRPRQ                                          DRPRQ01P
079600          SET RPQ_STATUS = 'P',                                   DRPRQ01P
079700              RPQ_ACTION = :DCL-RPQ-ACTION,                       DRPRQ01P
079800              RPQ_NEW_ACC = :DCL-RPQ-NEW-ACC,                     DRPRQ01P
079900              RPQ_NEW_REF = :DCL-RPQ-NEW-REF,                     DRPRQ01P
080000              RPQ_RETURN_CODE = :DCL-RPQ-RETURN-CODE,             DRPRQ01P
080100              RPQ_AUTH_ID = :DCL-RPQ-AUTH-ID,                     DRPRQ01P
080200              RPQ_MAKER = :CRQ1I-USERID                           DRPRQ01P
080300          WHERE RPQ_ID = :DCL-RPQ-ID AND                          DRPRQ01P
080400                RPQ_STATUS = 'O'                                  DRPRQ01P
080500     END-EXEC.                                                    DRPRQ01P
080600     IF SQLCODE IS NOT EQUAL TO ZERO                              DRPRQ01P
080700        MOVE 'Unable to mark the item as awaiting approval'       DRPRQ01P
080800          TO CRQ1O-MSG                                            DRPRQ01P
080900        GO TO CAPTURE-WORK-EXIT                                   DRPRQ01P
081000     END-IF.                                                      DRPRQ01P
081100     MOVE DCL-RPQ-ID TO CRQ1O-ITEM-ID.                            DRPRQ01P
081200     MOVE CD81O-ITEM-ID TO CRQ1O-AUTH-ID.                         DRPRQ01P
081300 CAPTURE-WORK-EXIT.                                               DRPRQ01P
081400     EXIT.                                                        DRPRQ01P
081500                                                                  DRPRQ01P
081600***************************************************************** DRPRQ01P
081700* Carry out an approved repair or return - called by DBANK81P   * DRPRQ01P
081800* with the authorization item id. A repair that the posting path* DRPRQ01P
081900* still refuses fails the approval and leaves the item pending  * DRPRQ01P
082000***************************************************************** DRPRQ01P
082100 EXECUTE-APPROVED.                                                DRPRQ01P
082200     MOVE CRQ1I-AUTH-ID TO DCL-RPQ-AUTH-ID.                       DRPRQ01P
082300     EXEC SQL                                                     DRPRQ01P
082400          SELECT RPQ_ID,                                          DRPRQ01P
082500                 RPQ_SOURCE,                                      DRPRQ01P
082600                 RPQ_FILE_ID,                                     DRPRQ01P
082700                 RPQ_ITEM,                                        DRPRQ01P
082800                 RPQ_ACTION,                                      DRPRQ01P
082900                 RPQ_NEW_ACC,                                     DRPRQ01P
083000                 RPQ_NEW_REF,                                     DRPRQ01P
083100                 RPQ_RETURN_CODE                                  DRPRQ01P
083200          INTO :DCL-RPQ-ID,                                       DRPRQ01P
083300               :DCL-RPQ-SOURCE,                                   DRPRQ01P
083400               :DCL-RPQ-FILE-ID,                                  DRPRQ01P
083500               :DCL-RPQ-ITEM,                                     DRPRQ01P
083600               :DCL-RPQ-ACTION,                                   DRPRQ01P
083700               :DCL-RPQ-NEW-ACC,                                  DRPRQ01P
083800               :DCL-RPQ-NEW-REF,                                  DRPRQ01P
083900               :DCL-RPQ-RETURN-CODE                               DRPRQ01P
084000          FROM BNKRPRQ                                            DRPRQ01P
084100          WHERE RPQ_AUTH_ID = :DCL-RPQ-AUTH-ID AND                DRPRQ01P
084200                RPQ_STATUS = 'P'                                  DRPRQ01P
084300     END-EXEC.                                                    DRPRQ01P
084400     IF SQLCODE IS EQUAL TO +100                                  DRPRQ01P
084500        SET CRQ1O-NOT-FOUND TO TRUE                               DRPRQ01P
084600        MOVE 'No repair item awaits that approval' TO CRQ1O-MSG   DRPRQ01P
084700        GO TO EXECUTE-APPROVED-EXIT                               DRPRQ01P
084800     END-IF.                                                      DRPRQ01P
084900     IF SQLCODE IS NOT EQUAL TO ZERO                              DRPRQ01P
085000        MOVE 'Unable to read the repair item' TO CRQ1O-MSG        DRPRQ01P
085100        GO TO EXECUTE-APPROVED-EXIT                               DRPRQ01P
085200     END-IF.                                                      DRPRQ01P
085300     MOVE SPACES TO DCL-RPQ-POST-REF.                             DRPRQ01P
085400     EVALUATE TRUE                                                DRPRQ01P
085500       WHEN DCL-RPQ-ACTION IS EQUAL TO 'X'                        DRPRQ01P
085600         PERFORM RETURN-TO-ORIGINATOR THRU                        DRPRQ01P
085700                 RETURN-TO-ORIGINATOR-EXIT                        DRPRQ01P
085800       WHEN DCL-RPQ-SOURCE IS EQUAL TO 'I'                        DRPRQ01P
085900         PERFORM REPOST-PAYMENT THRU                              DRPRQ01P
086000                 REPOST-PAYMENT-EXIT                              DRPRQ01P
086100       WHEN OTHER                                                 DRPRQ01P
086200         PERFORM REWORK-RESPONSE THRU                             DRPRQ01P
086300                 REWORK-RESPONSE-EXIT                             DRPRQ01P
086400     END-EVALUATE.                                                DRPRQ01P
086500     IF CRQ1O-MSG IS NOT EQUAL TO SPACES                          DRPRQ01P
086600        GO TO EXECUTE-APPROVED-EXIT                               DRPRQ01P
086700     END-IF.                                                      DRPRQ01P
086800     IF DCL-RPQ-ACTION IS EQUAL TO 'X'                            DRPRQ01P
086900        MOVE 'X' TO DCL-RPQ-STATUS                                DRPRQ01P
087000     ELSE                                                         DRPRQ01P
087100        MOVE 'R' TO DCL-RPQ-STATUS                                DRPRQ01P
087200     END-IF.                                                      DRPRQ01P
087300     EXEC SQL                                                     DRPRQ01P
087400          UPDATE BNKRPRQ                                          DRPRQ01P
087500          SET RPQ_STATUS = :DCL-RPQ-STATUS,                       DRPRQ01P
087600              RPQ_CHECKER = :CRQ1I-USERID,                        DRPRQ01P
087700              RPQ_POST_REF = :DCL-RPQ-POST-REF,                   DRPRQ01P
087800              RPQ_WORKED_TS = CURRENT TIMESTAMP                   DRPRQ01P
087900          WHERE RPQ_ID = :DCL-RPQ-ID                              DRPRQ01P
088000     END-EXEC.                                                    DRPRQ01P
088100     IF SQLCODE IS NOT EQUAL TO ZERO                              DRPRQ01P
088200        MOVE 'Unable to close the repair item' TO CRQ1O-MSG       DRPRQ01P
088300        GO TO EXECUTE-APPROVED-EXIT                               DRPRQ01P
088400     END-IF.                                                      DRPRQ01P
088500     MOVE DCL-RPQ-ID TO CRQ1O-ITEM-ID.                            DRPRQ01P
088600     MOVE DCL-RPQ-POST-REF TO CRQ1O-TXN-REF.                      DRPRQ01P
088700     SET CRQ1O-REQUEST-OK TO TRUE.                                DRPRQ01P
088800     IF DCL-RPQ-ACTION IS EQUAL TO 'X'                            DRPRQ01P
088900        MOVE 'Item returned to the originator' TO CRQ1O-MSG       DRPRQ01P
089000     ELSE                                                         DRPRQ01P
089100        MOVE 'Item repaired and reposted' TO CRQ1O-MSG            DRPRQ01P
089200     END-IF.                                                      DRPRQ01P
089300 EXECUTE-APPROVED-EXIT.                                           DRPRQ01P
089400     EXIT.                                                        DRPRQ01P
089500                                                                  DRPRQ01P
089600***************************************************************** DRPRQ01P
089700* Repost an inbound item with its corrected account through     * DRPRQ01P
089800* DBANK69P - the same validation and posting a file item meets  * DRPRQ01P
089900***************************************************************** DRPRQ01P
090000 REPOST-PAYMENT.                                                  DRPRQ01P
090100     MOVE DCL-RPQ-NEW-ACC TO DCL-RPQ-PAY-ACCNO.                   DRPRQ01P
090200     INITIALIZE CD69-DATA.                                        DRPRQ01P
090300     SET CD69I-REPOST-ITEM TO TRUE.                               DRPRQ01P
090400     MOVE DCL-RPQ-FILE-ID TO CD69I-FILE-ID.                       DRPRQ01P
090500     MOVE DCL-RPQ-ITEM TO CD69I-ITEM.                             DRPRQ01P
090600 COPY CBANKX69.                                                   DRPRQ01P
090700     IF CD69O-RUN-FAIL                                            DRPRQ01P
090800        MOVE CD69O-MSG TO CRQ1O-MSG                               DRPRQ01P
090900        GO TO REPOST-PAYMENT-EXIT                                 DRPRQ01P
091000     END-IF.                                                      DRPRQ01P
091100     IF CD69O-ITEMS-REJECTED IS GREATER THAN ZERO                 DRPRQ01P
091200        STRING 'The repaired item is still refused - '            DRPRQ01P
091300               CD69O-REJECT-REASON                                DRPRQ01P
091400               DELIMITED BY SIZE INTO CRQ1O-MSG                   DRPRQ01P
091500        GO TO REPOST-PAYMENT-EXIT                                 DRPRQ01P
091600     END-IF.                                                      DRPRQ01P
091700     MOVE CD69O-TXN-REF TO DCL-RPQ-POST-REF.                      DRPRQ01P
091800 REPOST-PAYMENT-EXIT.                                             DRPRQ01P
091900     EXIT.                                                        DRPRQ01P
092000                                                                  DRPRQ01P
092100***************************************************************** DRPRQ01P
092200* Rework a response record under its corrected reference through* DRPRQ01P
092300* DBANK36P, which settles or returns the payment as it would    * DRPRQ01P
092400* have done                                                     * DRPRQ01P
092500***************************************************************** DRPRQ01P
092600 REWORK-RESPONSE.                                                 DRPRQ01P
092700     MOVE DCL-RPQ-NEW-REF TO DCL-RPQ-RTN-REF.                     DRPRQ01P
092800     INITIALIZE CD36-DATA.                                        DRPRQ01P
092900     SET CD36I-REWORK-ONE TO TRUE.                                DRPRQ01P
093000     MOVE DCL-RPQ-RTN-RECORD TO CD36I-RETURN-RECORD.              DRPRQ01P
093100 COPY CBANKX36.                                                   DRPRQ01P
093200     IF CD36O-RUN-FAIL                                            DRPRQ01P
093300        MOVE CD36O-MSG TO CRQ1O-MSG                               DRPRQ01P
093400        GO TO REWORK-RESPONSE-EXIT                                DRPRQ01P
093500     END-IF.                                                      DRPRQ01P
093600     IF CD36O-ITEMS-UNMATCHED IS GREATER THAN ZERO                DRPRQ01P
093700        MOVE 'The response still matches no payment we sent'      DRPRQ01P
093800          TO CRQ1O-MSG                                            DRPRQ01P
093900        GO TO REWORK-RESPONSE-EXIT                                DRPRQ01P
094000     END-IF.                                                      DRPRQ01P
094100 REWORK-RESPONSE-EXIT.                                            DRPRQ01P
094200     EXIT.                                                        DRPRQ01P
094300                                                                  DRPRQ01P
094400***************************************************************** DRPRQ01P
094500* Queue the item, as it arrived, to the return file with the    * DRPRQ01P
094600* scheme return code - it goes back on the next outbound file   * DRPRQ01P
094700***************************************************************** DRPRQ01P
094800 RETURN-TO-ORIGINATOR.                                            DRPRQ01P
094900     MOVE DCL-RPQ-ITEM TO RET-ITEM.                               DRPRQ01P
095000     MOVE DCL-RPQ-RETURN-CODE TO RET-CODE.                        DRPRQ01P
095100     EXEC CICS WRITEQ TD                                          DRPRQ01P
095200               QUEUE('ACHR')                                      DRPRQ01P
095300               FROM(WS-RETURN-RECORD)                             DRPRQ01P
095400               LENGTH(LENGTH OF WS-RETURN-RECORD)                 DRPRQ01P
095500               RESP(WS-RESP)                                      DRPRQ01P
095600     END-EXEC.                                                    DRPRQ01P
095700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DRPRQ01P
095800        MOVE 'Unable to write the payment return queue'           DRPRQ01P
095900          TO CRQ1O-MSG                                            DRPRQ01P
096000        GO TO RETURN-TO-ORIGINATOR-EXIT                           DRPRQ01P
096100     END-IF.                                                      DRPRQ01P
096200 RETURN-TO-ORIGINATOR-EXIT.                                       DRPRQ01P
096300     EXIT.                                                        DRPRQ01P
096400                                                                  DRPRQ01P
096500***************************************************************** DRPRQ01P
096600* Nightly ageing - every item still to be worked against its    * DRPRQ01P
096700* return deadline, captured into the report repository          * DRPRQ01P
096800***************************************************************** DRPRQ01P
096900 NIGHTLY-RUN.                                                     DRPRQ01P
097000     PERFORM REOPEN-LAPSED THRU                                   DRPRQ01P
097100             REOPEN-LAPSED-EXIT.                                  DRPRQ01P
097200     IF CRQ1O-MSG IS NOT EQUAL TO SPACES                          DRPRQ01P
097300        GO TO NIGHTLY-RUN-EXIT                                    DRPRQ01P
097400     END-IF.                                                      DRPRQ01P
097500     MOVE SPACES TO WS-CSV-LINE.                                  DRPRQ01P
097600     STRING 'ID,SOURCE,FILE,SEQ,ACCOUNT,AMOUNT,REASON,RECEIVED,'  DRPRQ01P
097700            'DEADLINE,DAYS LEFT,STATUS'                           DRPRQ01P
097800            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DRPRQ01P
097900     PERFORM QUEUE-REPORT-LINE THRU                               DRPRQ01P
098000             QUEUE-REPORT-LINE-EXIT.                              DRPRQ01P
098100     EXEC SQL                                                     DRPRQ01P
098200          DECLARE AGE_CSR CURSOR FOR                              DRPRQ01P
098300          SELECT RPQ_ID,                                          DRPRQ01P
098400                 RPQ_SOURCE,                                      DRPRQ01P
098500                 RPQ_FILE_ID,                                     DRPRQ01P
098600                 RPQ_SEQ_NO,                                      DRPRQ01P
098700                 RPQ_ACCNO,                                       DRPRQ01P
098800                 RPQ_AMOUNT,                                      DRPRQ01P
098900                 RPQ_REASON,                                      DRPRQ01P
099000                 CHAR(RPQ_RECEIVED, ISO),                         DRPRQ01P
099100                 CHAR(RPQ_DEADLINE, ISO),                         DRPRQ01P
099200                 DAYS(RPQ_DEADLINE) -                             DRPRQ01P
099300                 DAYS(DATE(:WS-BUSINESS-DATE)),                   DRPRQ01P
099400                 RPQ_STATUS                                       DRPRQ01P
099500          FROM BNKRPRQ                                            DRPRQ01P
099600          WHERE RPQ_STATUS IN ('O', 'P')                          DRPRQ01P
099700          ORDER BY RPQ_DEADLINE, RPQ_ID                           DRPRQ01P
099800          FOR FETCH ONLY                                          DRPRQ01P
099900     END-EXEC.                                                    DRPRQ01P
100000     EXEC SQL                                                     DRPRQ01P
100100          OPEN AGE_CSR                                            DRPRQ01P
100200     END-EXEC.                                                    DRPRQ01P
100300     IF SQLCODE IS NOT EQUAL TO ZERO                              DRPRQ01P
100400        MOVE 'Unable to read the repair queue' TO CRQ1O-MSG       DRPRQ01P
100500        GO TO NIGHTLY-RUN-EXIT                                    DRPRQ01P
100600     END-IF.                                                      DRPRQ01P
100700 AGE-LOOP.                                                        DRPRQ01P
100800     EXEC SQL                                                     DRPRQ01P
100900          FETCH AGE_CSR                                           DRPRQ01P
101000          INTO :DCL-RPQ-ID,                                       DRPRQ01P
101100               :DCL-RPQ-SOURCE,                                   DRPRQ01P
101200               :DCL-RPQ-FILE-ID,                                  DRPRQ01P
101300               :DCL-RPQ-SEQ-NO,                                   DRPRQ01P
101400               :DCL-RPQ-ACCNO,                                    DRPRQ01P
101500               :DCL-RPQ-AMOUNT,                                   DRPRQ01P
101600               :DCL-RPQ-REASON,                                   DRPRQ01P
101700               :DCL-RPQ-RECEIVED,                                 DRPRQ01P
101800               :DCL-RPQ-DEADLINE,                                 DRPRQ01P
101900               :DCL-RPQ-DAYS-LEFT,                                DRPRQ01P
102000               :DCL-RPQ-STATUS                                    DRPRQ01P
102100     END-EXEC.                                                    DRPRQ01P
102200     IF SQLCODE IS EQUAL TO +100                                  DRPRQ01P
102300        GO TO AGE-LOOP-EXIT                                       DRPRQ01P
102400     END-IF.                                                      DRPRQ01P
102500     IF SQLCODE IS NOT EQUAL TO ZERO                              DRPRQ01P
102600        MOVE 'Unable to read the repair queue' TO CRQ1O-MSG       DRPRQ01P
102700        GO TO AGE-LOOP-EXIT                                       DRPRQ01P
102800     END-IF.                                                      DRPRQ01P
102900     PERFORM AGE-ONE-ITEM THRU                                    DRPRQ01P
103000             AGE-ONE-ITEM-EXIT.                                   DRPRQ01P
103100     GO TO AGE-LOOP.                                              DRPRQ01P
103200 AGE-LOOP-EXIT.                                                   DRPRQ01P
103300     EXEC SQL                                                     DRPRQ01P
103400          CLOSE AGE_CSR                                           DRPRQ01P
103500     END-EXEC.                                                    DRPRQ01P
103600     IF CRQ1O-MSG IS NOT EQUAL TO SPACES                          DRPRQ01P
103700        GO TO NIGHTLY-RUN-EXIT                                    DRPRQ01P
103800     END-IF.                                                      DRPRQ01P
103900     MOVE CRQ1O-OPEN-COUNT TO WS-COUNT-DISP.                      DRPRQ01P
104000     MOVE SPACES TO WS-CSV-LINE.                                  DRPRQ01P
104100     STRING 'TOTAL,,,,,,,,,ITEMS,' WS-COUNT-DISP                  DRPRQ01P
104200            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DRPRQ01P
104300     PERFORM QUEUE-REPORT-LINE THRU                               DRPRQ01P
104400             QUEUE-REPORT-LINE-EXIT.                              DRPRQ01P
104500     MOVE CRQ1O-OVERDUE-COUNT TO WS-COUNT-DISP.                   DRPRQ01P
104600     MOVE SPACES TO WS-CSV-LINE.                                  DRPRQ01P
104700     STRING 'TOTAL,,,,,,,,,OVERDUE,' WS-COUNT-DISP                DRPRQ01P
104800            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DRPRQ01P
104900     PERFORM QUEUE-REPORT-LINE THRU                               DRPRQ01P
105000             QUEUE-REPORT-LINE-EXIT.                              DRPRQ01P
105100     INITIALIZE CD96-DATA.                                        DRPRQ01P
105200     SET CD96I-CAPTURE-REPORT TO TRUE.                            DRPRQ01P
105300     MOVE WS-PROGRAM-ID TO CD96I-JOB.                             DRPRQ01P
105400     MOVE 'PAYMENT REPAIR AGEING' TO CD96I-REPORT-NAME.           DRPRQ01P
105500     MOVE 'CSVQ' TO CD96I-QUEUE.                                  DRPRQ01P
105600     MOVE 90 TO CD96I-RETAIN-DAYS.                                DRPRQ01P
105700 COPY CBANKX96.                                                   DRPRQ01P
105800     IF NOT CD96O-REQUEST-OK                                      DRPRQ01P
105900        MOVE CD96O-MSG TO CRQ1O-MSG                               DRPRQ01P
106000        GO TO NIGHTLY-RUN-EXIT                                    DRPRQ01P
106100     END-IF.                                                      DRPRQ01P
106200     SET CRQ1O-REQUEST-OK TO TRUE.                                DRPRQ01P
106300     IF CRQ1O-OVERDUE-COUNT IS GREATER THAN ZERO                  DRPRQ01P
106400        MOVE 'Repair queue aged - items past the return deadline' DRPRQ01P
106500          TO CRQ1O-MSG                                            DRPRQ01P
106600     ELSE                                                         DRPRQ01P
106700        MOVE 'Repair queue aged - nothing past its deadline'      DRPRQ01P
106800          TO CRQ1O-MSG                                            DRPRQ01P
106900     END-IF.                                                      DRPRQ01P
107000 NIGHTLY-RUN-EXIT.                                                DRPRQ01P
107100     EXIT.                                                        DRPRQ01P
107200                                                                  DRPRQ01P
107300***************************************************************** DRPRQ01P
107400* One item's report line - past its deadline, due today, still  * DRPRQ01P
107500* open, or awaiting a supervisor                                * DRPRQ01P
107600***************************************************************** DRPRQ01P
107700 AGE-ONE-ITEM.                                                    DRPRQ01P
107800     ADD 1 TO CRQ1O-OPEN-COUNT.                                   DRPRQ01P
107900     EVALUATE TRUE                                                DRPRQ01P
108000       WHEN DCL-RPQ-DAYS-LEFT IS LESS THAN ZERO                   DRPRQ01P
108100         ADD 1 TO CRQ1O-OVERDUE-COUNT                             DRPRQ01P
108200         MOVE 'OVERDUE' TO WS-AGE-STATUS                          DRPRQ01P
108300       WHEN DCL-RPQ-STATUS IS EQUAL TO 'P'                        DRPRQ01P
108400         MOVE 'PENDING' TO WS-AGE-STATUS                          DRPRQ01P
108500       WHEN DCL-RPQ-DAYS-LEFT IS EQUAL TO ZERO                    DRPRQ01P
108600         MOVE 'DUE TODAY' TO WS-AGE-STATUS                        DRPRQ01P
108700       WHEN OTHER                                                 DRPRQ01P
108800         MOVE 'OPEN' TO WS-AGE-STATUS                             DRPRQ01P
108900     END-EVALUATE.                                                DRPRQ01P
109000     MOVE DCL-RPQ-ID TO WS-ID-DISP.                               DRPRQ01P
109100     MOVE DCL-RPQ-AMOUNT TO WS-AMOUNT-DISP.                       DRPRQ01P
109200     MOVE DCL-RPQ-DAYS-LEFT TO WS-DAYS-DISP.                      DRPRQ01P
109300     MOVE SPACES TO WS-CSV-LINE.                                  DRPRQ01P
109400     STRING WS-ID-DISP ',' DCL-RPQ-SOURCE ',' DCL-RPQ-FILE-ID     DRPRQ01P
109500            ',' DCL-RPQ-SEQ-NO ',' DCL-RPQ-ACCNO                  DRPRQ01P
109600            ',' WS-AMOUNT-DISP ',' DCL-RPQ-REASON                 DRPRQ01P
109700            ',' DCL-RPQ-RECEIVED ',' DCL-RPQ-DEADLINE             DRPRQ01P
109800            ',' WS-DAYS-DISP ',' WS-AGE-STATUS                    DRPRQ01P
109900            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DRPRQ01P
110000     PERFORM QUEUE-REPORT-LINE THRU                               DRPRQ01P
110100             QUEUE-REPORT-LINE-EXIT.                              DRPRQ01P
110200 AGE-ONE-ITEM-EXIT.                                               DRPRQ01P
110300     EXIT.                                                        DRPRQ01P
110400                                                                  DRPRQ01P
110500***************************************************************** DRPRQ01P
110600* Hand the built line to the extract queue                      * DRPRQ01P
110700***************************************************************** DRPRQ01P
110800 QUEUE-REPORT-LINE.                                               DRPRQ01P
110900 COPY CCSVWRQ.                                                    DRPRQ01P
111000 QUEUE-REPORT-LINE-EXIT.                                          DRPRQ01P
111100     EXIT.                                                        DRPRQ01P
