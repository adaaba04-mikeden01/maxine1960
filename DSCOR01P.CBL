000100***************************************************************** DSCOR01P
000200*                                                               * DSCOR01P
000300*  Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.    * DSCOR01P
000400*  This demonstration program is provided for use by users      * DSCOR01P
000500*  of Micro Focus products and may be used, modified and        * DSCOR01P
000600*  distributed as part of your application provided that        * DSCOR01P
000700*  you properly acknowledge the copyright of Micro Focus        * DSCOR01P
000800*  in this material.                                            * DSCOR01P
000900*                                                               * DSCOR01P
001000***************************************************************** DSCOR01P
001100                                                                  DSCOR01P
001200***************************************************************** DSCOR01P
001300* Program:     DSCOR01P.CBL                                     * DSCOR01P
001400* Function:    Credit scorecard - scores a loan or overdraft    * DSCOR01P
001500*              applicant from our own data against the bands    * DSCOR01P
001600*              held on BNKSCRC and returns approve, refer or    * DSCOR01P
001700*              decline with the top reasons. Every decision     * DSCOR01P
001800*              and its breakdown is kept on BNKSCRD and         * DSCOR01P
001900*              BNKSCRL for model monitoring, and a decline is   * DSCOR01P
002000*              sent an adverse-action letter through DLTTR01P.  * DSCOR01P
002100*              Supervisors maintain the bands and clear a       * DSCOR01P
002200*              referred overdraft for the officer to sanction   * DSCOR01P
002300*              SQL version                                      * DSCOR01P
002400***************************************************************** DSCOR01P
002500                                                                  DSCOR01P
002600 IDENTIFICATION DIVISION.                                         DSCOR01P
002700 PROGRAM-ID.                                                      DSCOR01P
002800     DSCOR01P.                                                    DSCOR01P
002900 DATE-WRITTEN.                                                    DSCOR01P
003000     October 2026.                                                DSCOR01P
003100 DATE-COMPILED.                                                   DSCOR01P
003200     Today.                                                       DSCOR01P
003300                                                                  DSCOR01P
003400 ENVIRONMENT DIVISION.                                            DSCOR01P
003500                                                                  DSCOR01P
003600 DATA DIVISION.                                                   DSCOR01P
003700                                                                  DSCOR01P
003800 WORKING-STORAGE SECTION.                                         DSCOR01P
003900 01  WS-MISC-STORAGE.                                             DSCOR01P
004000   05  WS-PROGRAM-ID                         PIC X(8)             DSCOR01P
004100       VALUE 'DSCOR01P'.                                          DSCOR01P
004200   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DSCOR01P
004300   05  WS-SUB1                               PIC S9(4) COMP.      DSCOR01P
004400   05  WS-SUB2                               PIC S9(4) COMP.      DSCOR01P
004500   05  WS-BEST                               PIC S9(4) COMP.      DSCOR01P
004600   05  WS-BEST-SHORT                         PIC S9(5) COMP-3.    DSCOR01P
004700   05  WS-TOTAL-SCORE                        PIC S9(5) COMP-3.    DSCOR01P
004800   05  WS-KNOCKOUT                           PIC X(1).            DSCOR01P
004900   05  WS-SCORE-DISP                         PIC -(4)9.           DSCOR01P
005000*        The cutoffs used when BNKCTLV holds none                 DSCOR01P
005100   05  WS-DFT-APPROVE                        PIC S9(5) COMP-3     DSCOR01P
005200       VALUE +600.                                                DSCOR01P
005300   05  WS-DFT-REFER                          PIC S9(5) COMP-3     DSCOR01P
005400       VALUE +450.                                                DSCOR01P
005500   05  WS-DECLINE-TEMPLATE                   PIC X(8)             DSCOR01P
005600       VALUE 'CRDDECL1'.                                          DSCOR01P
005700                                                                  DSCOR01P
005800***************************************************************** DSCOR01P
005900* The characteristics, the reason given when one falls short and* DSCOR01P
006000* it has no band of its own to say why, and what it is called   * DSCOR01P
006100***************************************************************** DSCOR01P
006200 01  WS-CHAR-NAMES.                                               DSCOR01P
006300   05  FILLER                                PIC X(32)            DSCOR01P
006400       VALUE 'AVGBBALLow average balance'.                        DSCOR01P
006500   05  FILLER                                PIC X(32)            DSCOR01P
006600       VALUE 'TENRTENShort banking history'.                      DSCOR01P
006700   05  FILLER                                PIC X(32)            DSCOR01P
006800       VALUE 'ARRSARRPast loan arrears'.                          DSCOR01P
006900   05  FILLER                                PIC X(32)            DSCOR01P
007000       VALUE 'XCESEXCUnarranged overdraft use'.                   DSCOR01P
007100   05  FILLER                                PIC X(32)            DSCOR01P
007200       VALUE 'KYCBKYCCustomer risk profile'.                      DSCOR01P
007300   05  FILLER                                PIC X(32)            DSCOR01P
007400       VALUE 'EXPOEXPExisting borrowing level'.                   DSCOR01P
007500   05  FILLER                                PIC X(32)            DSCOR01P
007600       VALUE 'MINRMINApplicant is a minor'.                       DSCOR01P
007700   05  FILLER                                PIC X(32)            DSCOR01P
007800       VALUE 'INSVINSInsolvency case open'.                       DSCOR01P
007900 01  WS-CHAR-TABLE REDEFINES WS-CHAR-NAMES.                       DSCOR01P
008000   05  WS-CHAR-ENTRY                         OCCURS 8 TIMES.      DSCOR01P
008100     10  WS-CHR-CODE                         PIC X(4).            DSCOR01P
008200     10  WS-CHR-REASON                       PIC X(3).            DSCOR01P
008300     10  WS-CHR-TEXT                         PIC X(25).           DSCOR01P
008400                                                                  DSCOR01P
008500***************************************************************** DSCOR01P
008600* What each characteristic came to for the applicant scored     * DSCOR01P
008700***************************************************************** DSCOR01P
008800 01  WS-SCORE-TABLE.                                              DSCOR01P
008900   05  WS-SCORE-ENTRY                        OCCURS 8 TIMES.      DSCOR01P
009000     10  WS-SC-VALUE                         PIC S9(9) COMP-3.    DSCOR01P
009100     10  WS-SC-POINTS                        PIC S9(3) COMP-3.    DSCOR01P
009200     10  WS-SC-SHORT                         PIC S9(5) COMP-3.    DSCOR01P
009300     10  WS-SC-REASON                        PIC X(3).            DSCOR01P
009400     10  WS-SC-TEXT                          PIC X(25).           DSCOR01P
009500     10  WS-SC-TAKEN                         PIC X(1).            DSCOR01P
009600                                                                  DSCOR01P
009700 01  WS-EXCEPTION-DATA.                                           DSCOR01P
009800 COPY CBANKD16.                                                   DSCOR01P
009900                                                                  DSCOR01P
010000   EXEC SQL                                                       DSCOR01P
010100        BEGIN DECLARE SECTION                                     DSCOR01P
010200   END-EXEC.                                                      DSCOR01P
010300 01  WS-COMMAREA.                                                 DSCOR01P
010400     EXEC SQL                                                     DSCOR01P
010500          INCLUDE CSCORD01                                        DSCOR01P
010600     END-EXEC.                                                    DSCOR01P
010700 01  WS-48-COMMAREA.                                              DSCOR01P
010800     EXEC SQL                                                     DSCOR01P
010900          INCLUDE CBANKD48                                        DSCOR01P
011000     END-EXEC.                                                    DSCOR01P
011100 01  WS-73-COMMAREA.                                              DSCOR01P
011200     EXEC SQL                                                     DSCOR01P
011300          INCLUDE CBANKD73                                        DSCOR01P
011400     END-EXEC.                                                    DSCOR01P
011500 01  WS-LT-COMMAREA.                                              DSCOR01P
011600     EXEC SQL                                                     DSCOR01P
011700          INCLUDE CLTTRD01                                        DSCOR01P
011800     END-EXEC.                                                    DSCOR01P
011900 01  DCL-SCORE-AREAS.                                             DSCOR01P
012000   05  DCL-BCS-ROLE                          PIC X(1).            DSCOR01P
012100   05  DCL-BCS-NAME                          PIC X(25).           DSCOR01P
012200   05  DCL-BCS-MINOR                         PIC X(1).            DSCOR01P
012300   05  DCL-BCS-RISK-BAND                     PIC X(1).            DSCOR01P
012400   05  DCL-APPROVE-CUTOFF                    PIC S9(5) COMP-3.    DSCOR01P
012500   05  DCL-REFER-CUTOFF                      PIC S9(5) COMP-3.    DSCOR01P
012600   05  DCL-BAND-COUNT                        PIC S9(9) COMP.      DSCOR01P
012700   05  DCL-COUNT                             PIC S9(9) COMP.      DSCOR01P
012800   05  DCL-DAY-COUNT                         PIC S9(9) COMP.      DSCOR01P
012900   05  DCL-TENURE-DAYS                       PIC S9(9) COMP.      DSCOR01P
013000   05  DCL-BAL-SUM                           PIC S9(11)V99 COMP-3.DSCOR01P
013100*        A scorecard band as kept on BNKSCRC                      DSCOR01P
013200   05  DCL-SCR-CHAR                          PIC X(4).            DSCOR01P
013300   05  DCL-SCR-LOW                           PIC S9(9) COMP-3.    DSCOR01P
013400   05  DCL-SCR-HIGH                          PIC S9(9) COMP-3.    DSCOR01P
013500   05  DCL-SCR-POINTS                        PIC S9(3) COMP-3.    DSCOR01P
013600   05  DCL-SCR-MAX-POINTS                    PIC S9(3) COMP-3.    DSCOR01P
013700   05  DCL-SCR-REASON                        PIC X(3).            DSCOR01P
013800   05  DCL-SCR-REASON-TEXT                   PIC X(25).           DSCOR01P
013900   05  DCL-VALUE                             PIC S9(9) COMP-3.    DSCOR01P
014000*        A decision as kept on BNKSCRD                            DSCOR01P
014100   05  DCL-SCD-ID                            PIC S9(7) COMP-3.    DSCOR01P
014200   05  DCL-SCD-DECISION                      PIC X(1).            DSCOR01P
014300   05  DCL-SCD-REASON1                       PIC X(3).            DSCOR01P
014400   05  DCL-SCD-REASON2                       PIC X(3).            DSCOR01P
014500   05  DCL-SCD-REASON3                       PIC X(3).            DSCOR01P
014600   05  DCL-SCD-SCORE                         PIC S9(5) COMP-3.    DSCOR01P
014700 01  WS-SCORE-AREAS.                                              DSCOR01P
014800   05  WS-TODAY                              PIC X(10).           DSCOR01P
014900   05  WS-RUN-TS                             PIC X(26).           DSCOR01P
015000*        How long a cleared referral may wait to be used          DSCOR01P
015100   05  WS-CLEARED-DAYS                       PIC S9(3) COMP-3     DSCOR01P
015200       VALUE +30.                                                 DSCOR01P
015300                                                                  DSCOR01P
015400     EXEC SQL                                                     DSCOR01P
015500          INCLUDE SQLCA                                           DSCOR01P
015600     END-EXEC.                                                    DSCOR01P
015700                                                                  DSCOR01P
015800 COPY CABENDD.                                                    DSCOR01P
015900   EXEC SQL                                                       DSCOR01P
016000        END DECLARE SECTION                                       DSCOR01P
016100   END-EXEC.                                                      DSCOR01P
016200                                                                  DSCOR01P
016300 LINKAGE SECTION.                                                 DSCOR01P
016400 01  DFHCOMMAREA.                                                 DSCOR01P
016500   05  LK-COMMAREA                           PIC X(1)             DSCOR01P
016600       OCCURS 1 TO 6144 TIMES                                     DSCOR01P
016700         DEPENDING ON WS-COMMAREA-LENGTH.                         DSCOR01P
016800                                                                  DSCOR01P
016900 COPY CENTRY.                                                     DSCOR01P
017000***************************************************************** DSCOR01P
017100* Move the passed area to our area                              * DSCOR01P
017200***************************************************************** DSCOR01P
017300     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DSCOR01P
017400     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DSCOR01P
017500                                                                  DSCOR01P
017600***************************************************************** DSCOR01P
017700* Initialize our output area                                    * DSCOR01P
017800***************************************************************** DSCOR01P
017900     INITIALIZE CSD1O-DATA.                                       DSCOR01P
018000     SET CSD1O-REQUEST-FAIL TO TRUE.                              DSCOR01P
018100     EXEC SQL                                                     DSCOR01P
018200          SET :WS-TODAY = CURRENT DATE                            DSCOR01P
018300     END-EXEC.                                                    DSCOR01P
018400     EXEC SQL                                                     DSCOR01P
018500          SET :WS-RUN-TS = CURRENT TIMESTAMP                      DSCOR01P
018600     END-EXEC.                                                    DSCOR01P
018700                                                                  DSCOR01P
018800***************************************************************** DSCOR01P
018900* Changing the scorecard and clearing a referral are for        * DSCOR01P
019000* supervisors only                                              * DSCOR01P
019100***************************************************************** DSCOR01P
019200     IF CSD1I-SET-BAND OR                                         DSCOR01P
019300        CSD1I-DELETE-BAND OR                                      DSCOR01P
019400        CSD1I-CLEAR-REFERRAL                                      DSCOR01P
019500        PERFORM CHECK-SUPERVISOR THRU                             DSCOR01P
019600                CHECK-SUPERVISOR-EXIT                             DSCOR01P
019700        IF CSD1O-MSG IS NOT EQUAL TO SPACES                       DSCOR01P
019800           GO TO DSCOR01P-EXIT                                    DSCOR01P
019900        END-IF                                                    DSCOR01P
020000     END-IF.                                                      DSCOR01P
020100                                                                  DSCOR01P
020200     EVALUATE TRUE                                                DSCOR01P
020300       WHEN CSD1I-SCORE                                           DSCOR01P
020400         PERFORM SCORE-APPLICATION THRU                           DSCOR01P
020500                 SCORE-APPLICATION-EXIT                           DSCOR01P
020600       WHEN CSD1I-SET-BAND                                        DSCOR01P
020700         PERFORM SET-BAND THRU                                    DSCOR01P
020800                 SET-BAND-EXIT                                    DSCOR01P
020900       WHEN CSD1I-DELETE-BAND                                     DSCOR01P
021000         PERFORM DELETE-BAND THRU                                 DSCOR01P
021100                 DELETE-BAND-EXIT                                 DSCOR01P
021200       WHEN CSD1I-LIST-BANDS                                      DSCOR01P
021300         PERFORM LIST-BANDS THRU                                  DSCOR01P
021400                 LIST-BANDS-EXIT                                  DSCOR01P
021500       WHEN CSD1I-CLEAR-REFERRAL                                  DSCOR01P
021600         PERFORM CLEAR-REFERRAL THRU                              DSCOR01P
021700                 CLEAR-REFERRAL-EXIT                              DSCOR01P
021800       WHEN CSD1I-QUERY-DECISION                                  DSCOR01P
021900         PERFORM QUERY-DECISION THRU                              DSCOR01P
022000                 QUERY-DECISION-EXIT                              DSCOR01P
022100       WHEN OTHER                                                 DSCOR01P
022200         MOVE 'Unknown scorecard function requested'              DSCOR01P
022300           TO CSD1O-MSG                                           DSCOR01P
022400     END-EVALUATE.                                                DSCOR01P
022500                                                                  DSCOR01P
022600 DSCOR01P-EXIT.                                                   DSCOR01P
022700***************************************************************** DSCOR01P
022800* Move the result back to the callers area                      * DSCOR01P
022900***************************************************************** DSCOR01P
023000     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DSCOR01P
023100                                                                  DSCOR01P
023200***************************************************************** DSCOR01P
023300* Return to our caller                                          * DSCOR01P
023400***************************************************************** DSCOR01P
023500 COPY CRETURN.                                                    DSCOR01P
023600                                                                  DSCOR01P
023700***************************************************************** DSCOR01P
023800* Score an application. A referral a supervisor has cleared for * DSCOR01P
023900* the same application, for at least the amount now asked, is   * DSCOR01P
024000* approved without scoring it again. Otherwise every            * DSCOR01P
024100* characteristic is worked out and scored, the score is held    * DSCOR01P
024200* against the cutoffs, and a minor or an open insolvency case is* DSCOR01P
024300* declined whatever the score. With no scorecard held at all    * DSCOR01P
024400* the application is referred                                   * DSCOR01P
024500***************************************************************** DSCOR01P
024600 SCORE-APPLICATION.                                               DSCOR01P
024700     IF CSD1I-PERSON-PID IS EQUAL TO SPACES OR                    DSCOR01P
024800        CSD1I-REF IS EQUAL TO SPACES OR                           DSCOR01P
024900        CSD1I-AMOUNT IS NOT GREATER THAN ZERO                     DSCOR01P
025000        MOVE 'Key the applicant, the application and the amount'  DSCOR01P
025100          TO CSD1O-MSG                                            DSCOR01P
025200        GO TO SCORE-APPLICATION-EXIT                              DSCOR01P
025300     END-IF.                                                      DSCOR01P
025400     IF NOT CSD1I-PRODUCT-LOAN AND                                DSCOR01P
025500        NOT CSD1I-PRODUCT-OVERDRAFT                               DSCOR01P
025600        MOVE 'The product must be L(oan) or O(verdraft)'          DSCOR01P
025700          TO CSD1O-MSG                                            DSCOR01P
025800        GO TO SCORE-APPLICATION-EXIT                              DSCOR01P
025900     END-IF.                                                      DSCOR01P
026000     EXEC SQL                                                     DSCOR01P
026100          SELECT VALUE(MAX(SCD_ID), 0)                            DSCOR01P
026200          INTO :DCL-SCD-ID                                        DSCOR01P
026300          FROM BNKSCRD                                            DSCOR01P
026400          WHERE SCD_PRODUCT = :CSD1I-PRODUCT AND                  DSCOR01P
026500                SCD_REF = :CSD1I-REF AND                          DSCOR01P
026600                SCD_PID = :CSD1I-PERSON-PID AND                   DSCOR01P
026700                SCD_DECISION = 'C' AND                            DSCOR01P
026800                SCD_AMOUNT >= :CSD1I-AMOUNT AND                   DSCOR01P
026900                SCD_CLEARED_TS >=                                 DSCOR01P
027000                CURRENT TIMESTAMP - :WS-CLEARED-DAYS DAYS         DSCOR01P
027100     END-EXEC.                                                    DSCOR01P
027200     IF SQLCODE IS NOT EQUAL TO ZERO                              DSCOR01P
027300        MOVE 'Unable to read the credit decisions' TO CSD1O-MSG   DSCOR01P
027400        GO TO SCORE-APPLICATION-EXIT                              DSCOR01P
027500     END-IF.                                                      DSCOR01P
027600     IF DCL-SCD-ID IS GREATER THAN ZERO                           DSCOR01P
027700        PERFORM USE-CLEARED-REFERRAL THRU                         DSCOR01P
027800                USE-CLEARED-REFERRAL-EXIT                         DSCOR01P
027900        GO TO SCORE-APPLICATION-EXIT                              DSCOR01P
028000     END-IF.                                                      DSCOR01P
028100     PERFORM READ-CUTOFFS THRU                                    DSCOR01P
028200             READ-CUTOFFS-EXIT.                                   DSCOR01P
028300     IF CSD1O-MSG IS NOT EQUAL TO SPACES                          DSCOR01P
028400        GO TO SCORE-APPLICATION-EXIT                              DSCOR01P
028500     END-IF.                                                      DSCOR01P
028600     PERFORM GATHER-VALUES THRU                                   DSCOR01P
028700             GATHER-VALUES-EXIT.                                  DSCOR01P
028800     IF CSD1O-MSG IS NOT EQUAL TO SPACES                          DSCOR01P
028900        GO TO SCORE-APPLICATION-EXIT                              DSCOR01P
029000     END-IF.                                                      DSCOR01P
029100     EXEC SQL                                                     DSCOR01P
029200          SELECT COUNT(*)                                         DSCOR01P
029300          INTO :DCL-BAND-COUNT                                    DSCOR01P
029400          FROM BNKSCRC                                            DSCOR01P
029500     END-EXEC.                                                    DSCOR01P
029600     IF SQLCODE IS NOT EQUAL TO ZERO                              DSCOR01P
029700        MOVE 'Unable to read the scorecard' TO CSD1O-MSG          DSCOR01P
029800        GO TO SCORE-APPLICATION-EXIT                              DSCOR01P
029900     END-IF.                                                      DSCOR01P
030000     MOVE ZERO TO WS-TOTAL-SCORE.                                 DSCOR01P
030100     MOVE 'N' TO WS-KNOCKOUT.                                     DSCOR01P
030200     PERFORM SCORE-ONE-CHAR THRU                                  DSCOR01P
030300             SCORE-ONE-CHAR-EXIT                                  DSCOR01P
030400       VARYING WS-SUB1 FROM 1 BY 1                                DSCOR01P
030500         UNTIL WS-SUB1 IS GREATER THAN 8 OR                       DSCOR01P
030600               CSD1O-MSG IS NOT EQUAL TO SPACES.                  DSCOR01P
030700     IF CSD1O-MSG IS NOT EQUAL TO SPACES                          DSCOR01P
030800        GO TO SCORE-APPLICATION-EXIT                              DSCOR01P
030900     END-IF.                                                      DSCOR01P
031000***************************************************************** DSCOR01P
031100* A minor or an open insolvency case is declined outright and   * DSCOR01P
031200* leads the reasons given                                       * DSCOR01P
031300***************************************************************** DSCOR01P
031400     IF WS-SC-VALUE (7) IS EQUAL TO 1                             DSCOR01P
031500        MOVE 'Y' TO WS-KNOCKOUT                                   DSCOR01P
031600        MOVE 999 TO WS-SC-SHORT (7)                               DSCOR01P
031700     END-IF.                                                      DSCOR01P
031800     IF WS-SC-VALUE (8) IS EQUAL TO 1                             DSCOR01P
031900        MOVE 'Y' TO WS-KNOCKOUT                                   DSCOR01P
032000        MOVE 999 TO WS-SC-SHORT (8)                               DSCOR01P
032100     END-IF.                                                      DSCOR01P
032200     EVALUATE TRUE                                                DSCOR01P
032300       WHEN WS-KNOCKOUT IS EQUAL TO 'Y'                           DSCOR01P
032400         SET CSD1O-DECLINE TO TRUE                                DSCOR01P
032500       WHEN DCL-BAND-COUNT IS EQUAL TO ZERO                       DSCOR01P
032600         SET CSD1O-REFER TO TRUE                                  DSCOR01P
032700       WHEN WS-TOTAL-SCORE IS NOT LESS THAN DCL-APPROVE-CUTOFF    DSCOR01P
032800         SET CSD1O-APPROVE TO TRUE                                DSCOR01P
032900       WHEN WS-TOTAL-SCORE IS NOT LESS THAN DCL-REFER-CUTOFF      DSCOR01P
033000         SET CSD1O-REFER TO TRUE                                  DSCOR01P
033100       WHEN OTHER                                                 DSCOR01P
033200         SET CSD1O-DECLINE TO TRUE                                DSCOR01P
033300     END-EVALUATE.                                                DSCOR01P
033400     MOVE WS-TOTAL-SCORE TO CSD1O-SCORE.                          DSCOR01P
033500     PERFORM PICK-ONE-REASON THRU                                 DSCOR01P
033600             PICK-ONE-REASON-EXIT                                 DSCOR01P
033700       VARYING WS-SUB2 FROM 1 BY 1                                DSCOR01P
033800         UNTIL WS-SUB2 IS GREATER THAN 3.                         DSCOR01P
033900     IF DCL-BAND-COUNT IS EQUAL TO ZERO AND                       DSCOR01P
034000        WS-KNOCKOUT IS NOT EQUAL TO 'Y'                           DSCOR01P
034100        MOVE 'NSC' TO CSD1O-REASON (1)                            DSCOR01P
034200        MOVE 'No scorecard is held' TO CSD1O-REASON-TEXT (1)      DSCOR01P
034300     END-IF.                                                      DSCOR01P
034400     PERFORM WRITE-DECISION THRU                                  DSCOR01P
034500             WRITE-DECISION-EXIT.                                 DSCOR01P
034600     IF CSD1O-MSG IS NOT EQUAL TO SPACES                          DSCOR01P
034700        GO TO SCORE-APPLICATION-EXIT                              DSCOR01P
034800     END-IF.                                                      DSCOR01P
034900     MOVE 'N' TO CSD1O-LETTER-SENT.                               DSCOR01P
035000     IF CSD1O-DECLINE                                             DSCOR01P
035100        PERFORM SEND-DECLINE-LETTER THRU                          DSCOR01P
035200                SEND-DECLINE-LETTER-EXIT                          DSCOR01P
035300     END-IF.                                                      DSCOR01P
035400     SET CSD1O-REQUEST-OK TO TRUE.                                DSCOR01P
035500     MOVE WS-TOTAL-SCORE TO WS-SCORE-DISP.                        DSCOR01P
035600     EVALUATE TRUE                                                DSCOR01P
035700       WHEN CSD1O-APPROVE                                         DSCOR01P
035800         STRING 'Approved by the scorecard - score '              DSCOR01P
035900                WS-SCORE-DISP                                     DSCOR01P
036000                DELIMITED BY SIZE INTO CSD1O-MSG                  DSCOR01P
036100       WHEN CSD1O-REFER                                           DSCOR01P
036200         STRING 'Referred to a credit officer - score '           DSCOR01P
036300                WS-SCORE-DISP ', reason '                         DSCOR01P
036400                CSD1O-REASON (1)                                  DSCOR01P
036500                DELIMITED BY SIZE INTO CSD1O-MSG                  DSCOR01P
036600       WHEN OTHER                                                 DSCOR01P
036700         STRING 'Declined by the scorecard - score '              DSCOR01P
036800                WS-SCORE-DISP ', reason '                         DSCOR01P
036900                CSD1O-REASON (1)                                  DSCOR01P
037000                DELIMITED BY SIZE INTO CSD1O-MSG                  DSCOR01P
037100     END-EVALUATE.                                                DSCOR01P
037200 SCORE-APPLICATION-EXIT.                                          DSCOR01P
037300     EXIT.                                                        DSCOR01P
037400                                                                  DSCOR01P
037500***************************************************************** DSCOR01P
037600* A cleared referral is used once - the decision is marked as   * DSCOR01P
037700* approved on the officer's say-so and the application goes on  * DSCOR01P
037800***************************************************************** DSCOR01P
037900 USE-CLEARED-REFERRAL.                                            DSCOR01P
038000     EXEC SQL                                                     DSCOR01P
038100          UPDATE BNKSCRD                                          DSCOR01P
038200          SET SCD_DECISION = 'O'                                  DSCOR01P
038300          WHERE SCD_ID = :DCL-SCD-ID                              DSCOR01P
038400     END-EXEC.                                                    DSCOR01P
038500     IF SQLCODE IS NOT EQUAL TO ZERO                              DSCOR01P
038600        MOVE 'Unable to update the credit decision' TO CSD1O-MSG  DSCOR01P
038700        GO TO USE-CLEARED-REFERRAL-EXIT                           DSCOR01P
038800     END-IF.                                                      DSCOR01P
038900     EXEC SQL                                                     DSCOR01P
039000          SELECT SCD_SCORE                                        DSCOR01P
039100          INTO :DCL-SCD-SCORE                                     DSCOR01P
039200          FROM BNKSCRD                                            DSCOR01P
039300          WHERE SCD_ID = :DCL-SCD-ID                              DSCOR01P
039400     END-EXEC.                                                    DSCOR01P
039500     IF SQLCODE IS NOT EQUAL TO ZERO                              DSCOR01P
039600        MOVE ZERO TO DCL-SCD-SCORE                                DSCOR01P
039700     END-IF.                                                      DSCOR01P
039800     MOVE DCL-SCD-ID TO CSD1O-DECISION-ID.                        DSCOR01P
039900     MOVE DCL-SCD-SCORE TO CSD1O-SCORE.                           DSCOR01P
040000     SET CSD1O-APPROVE TO TRUE.                                   DSCOR01P
040100     MOVE 'N' TO CSD1O-LETTER-SENT.                               DSCOR01P
040200     SET CSD1O-REQUEST-OK TO TRUE.                                DSCOR01P
040300     MOVE 'Referral cleared by a credit officer - approved'       DSCOR01P
040400       TO CSD1O-MSG.                                              DSCOR01P
040500 USE-CLEARED-REFERRAL-EXIT.                                       DSCOR01P
040600     EXIT.                                                        DSCOR01P
040700                                                                  DSCOR01P
040800***************************************************************** DSCOR01P
040900* A BNKCTLV row overrides either cutoff                         * DSCOR01P
041000***************************************************************** DSCOR01P
041100 READ-CUTOFFS.                                                    DSCOR01P
041200     MOVE WS-DFT-APPROVE TO DCL-APPROVE-CUTOFF.                   DSCOR01P
041300     MOVE WS-DFT-REFER TO DCL-REFER-CUTOFF.                       DSCOR01P
041400     EXEC SQL                                                     DSCOR01P
041500          SELECT CTL_VALUE                                        DSCOR01P
041600          INTO :DCL-APPROVE-CUTOFF                                DSCOR01P
041700          FROM BNKCTLV                                            DSCOR01P
041800          WHERE CTL_ID = 'SCRAPPRV'                               DSCOR01P
041900     END-EXEC.                                                    DSCOR01P
042000     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DSCOR01P
042100        SQLCODE IS NOT EQUAL TO +100                              DSCOR01P
042200        GO TO READ-CUTOFFS-FAIL                                   DSCOR01P
042300     END-IF.                                                      DSCOR01P
042400     EXEC SQL                                                     DSCOR01P
042500          SELECT CTL_VALUE                                        DSCOR01P
042600          INTO :DCL-REFER-CUTOFF                                  DSCOR01P
042700          FROM BNKCTLV                                            DSCOR01P
042800          WHERE CTL_ID = 'SCRREFER'                               DSCOR01P
042900     END-EXEC.                                                    DSCOR01P
043000     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DSCOR01P
043100        SQLCODE IS NOT EQUAL TO +100                              DSCOR01P
043200        GO TO READ-CUTOFFS-FAIL                                   DSCOR01P
043300     END-IF.                                                      DSCOR01P
043400     GO TO READ-CUTOFFS-EXIT.                                     DSCOR01P
043500 READ-CUTOFFS-FAIL.                                               DSCOR01P
043600     MOVE 'Unable to read the scorecard cutoffs' TO CSD1O-MSG.    DSCOR01P
043700 READ-CUTOFFS-EXIT.                                               DSCOR01P
043800     EXIT.                                                        DSCOR01P
043900                                                                  DSCOR01P
044000***************************************************************** DSCOR01P
044100* Work out each characteristic for the applicant, in the order  * DSCOR01P
044200* of the characteristic table                                   * DSCOR01P
044300***************************************************************** DSCOR01P
044400 GATHER-VALUES.                                                   DSCOR01P
044500     INITIALIZE WS-SCORE-TABLE.                                   DSCOR01P
044600     EXEC SQL                                                     DSCOR01P
044700          SELECT BCS_NAME,                                        DSCOR01P
044800                 BCS_MINOR,                                       DSCOR01P
044900                 BCS_RISK_BAND                                    DSCOR01P
045000          INTO :DCL-BCS-NAME,                                     DSCOR01P
045100               :DCL-BCS-MINOR,                                    DSCOR01P
045200               :DCL-BCS-RISK-BAND                                 DSCOR01P
045300          FROM BNKCUST                                            DSCOR01P
045400          WHERE BCS_PID = :CSD1I-PERSON-PID                       DSCOR01P
045500     END-EXEC.                                                    DSCOR01P
045600     IF SQLCODE IS EQUAL TO +100                                  DSCOR01P
045700        MOVE 'Applicant not found' TO CSD1O-MSG                   DSCOR01P
045800        GO TO GATHER-VALUES-EXIT                                  DSCOR01P
045900     END-IF.                                                      DSCOR01P
046000     IF SQLCODE IS NOT EQUAL TO ZERO                              DSCOR01P
046100        MOVE 'Unable to read the applicant' TO CSD1O-MSG          DSCOR01P
046200        GO TO GATHER-VALUES-EXIT                                  DSCOR01P
046300     END-IF.                                                      DSCOR01P
046400*        AVGB - the day's total across the applicant's accounts,  DSCOR01P
046500*        credit cards aside, averaged over the days held          DSCOR01P
046600     EXEC SQL                                                     DSCOR01P
046700          SELECT VALUE(SUM(EOD.EOD_BALANCE), 0),                  DSCOR01P
046800                 COUNT(DISTINCT EOD.EOD_DATE)                     DSCOR01P
046900          INTO :DCL-BAL-SUM,                                      DSCOR01P
047000               :DCL-DAY-COUNT                                     DSCOR01P
047100          FROM BNKEODB EOD,                                       DSCOR01P
047200               BNKACC BAC                                         DSCOR01P
047300          WHERE EOD.EOD_PID = :CSD1I-PERSON-PID AND               DSCOR01P
047400                EOD.EOD_DATE >= CURRENT DATE - 90 DAYS AND        DSCOR01P
047500                BAC.BAC_ACCNO = EOD.EOD_ACCNO AND                 DSCOR01P
047600                BAC.BAC_ACCTYPE <> 'CC'                           DSCOR01P
047700     END-EXEC.                                                    DSCOR01P
047800     IF SQLCODE IS NOT EQUAL TO ZERO                              DSCOR01P
047900        GO TO GATHER-VALUES-FAIL                                  DSCOR01P
048000     END-IF.                                                      DSCOR01P
048100     IF DCL-DAY-COUNT IS GREATER THAN ZERO                        DSCOR01P
048200        COMPUTE WS-SC-VALUE (1) = DCL-BAL-SUM / DCL-DAY-COUNT     DSCOR01P
048300     END-IF.                                                      DSCOR01P
048400*        TENR - whole months since the first end-of-day balance   DSCOR01P
048500     EXEC SQL                                                     DSCOR01P
048600          SELECT VALUE(DAYS(CURRENT DATE) -                       DSCOR01P
048700                       DAYS(MIN(EOD_DATE)), 0)                    DSCOR01P
048800          INTO :DCL-TENURE-DAYS                                   DSCOR01P
048900          FROM BNKEODB                                            DSCOR01P
049000          WHERE EOD_PID = :CSD1I-PERSON-PID                       DSCOR01P
049100     END-EXEC.                                                    DSCOR01P
049200     IF SQLCODE IS NOT EQUAL TO ZERO                              DSCOR01P
049300        GO TO GATHER-VALUES-FAIL                                  DSCOR01P
049400     END-IF.                                                      DSCOR01P
049500     COMPUTE WS-SC-VALUE (2) = DCL-TENURE-DAYS / 30.              DSCOR01P
049600*        ARRS - instalments missed, written off or paid after the DSCOR01P
049700*        due date, on every loan the applicant has held           DSCOR01P
049800     EXEC SQL                                                     DSCOR01P
049900          SELECT COUNT(*)                                         DSCOR01P
050000          INTO :DCL-COUNT                                         DSCOR01P
050100          FROM BNKLNSC LNS,                                       DSCOR01P
050200               BNKLOAN LON                                        DSCOR01P
050300          WHERE LON.LON_PID = :CSD1I-PERSON-PID AND               DSCOR01P
050400                LNS.LNS_LOAN_ID = LON.LON_ID AND                  DSCOR01P
050500                (LNS.LNS_STATUS IN ('M', 'W') OR                  DSCOR01P
050600                 (LNS.LNS_STATUS = 'P' AND                        DSCOR01P
050700                  LNS.LNS_PAID_DATE > LNS.LNS_DUE_DATE))          DSCOR01P
050800     END-EXEC.                                                    DSCOR01P
050900     IF SQLCODE IS NOT EQUAL TO ZERO                              DSCOR01P
051000        GO TO GATHER-VALUES-FAIL                                  DSCOR01P
051100     END-IF.                                                      DSCOR01P
051200     MOVE DCL-COUNT TO WS-SC-VALUE (3).                           DSCOR01P
051300*        XCES - the overdraft facility owner counts the days      DSCOR01P
051400     INITIALIZE CD73-DATA.                                        DSCOR01P
051500     SET CD73I-EXCESS-DAYS TO TRUE.                               DSCOR01P
051600     MOVE CSD1I-PERSON-PID TO CD73I-PERSON-PID.                   DSCOR01P
051700 COPY CBANKX73.                                                   DSCOR01P
051800     IF NOT CD73O-REQUEST-OK                                      DSCOR01P
051900        MOVE CD73O-MSG TO CSD1O-MSG                               DSCOR01P
052000        GO TO GATHER-VALUES-EXIT                                  DSCOR01P
052100     END-IF.                                                      DSCOR01P
052200     MOVE CD73O-EXCESS-COUNT TO WS-SC-VALUE (4).                  DSCOR01P
052300*        KYCB - the KYC risk band                                 DSCOR01P
052400     EVALUATE DCL-BCS-RISK-BAND                                   DSCOR01P
052500       WHEN 'L'                                                   DSCOR01P
052600         MOVE 1 TO WS-SC-VALUE (5)                                DSCOR01P
052700       WHEN 'M'                                                   DSCOR01P
052800         MOVE 2 TO WS-SC-VALUE (5)                                DSCOR01P
052900       WHEN 'H'                                                   DSCOR01P
053000         MOVE 3 TO WS-SC-VALUE (5)                                DSCOR01P
053100       WHEN OTHER                                                 DSCOR01P
053200         MOVE 0 TO WS-SC-VALUE (5)                                DSCOR01P
053300     END-EVALUATE.                                                DSCOR01P
053400*        EXPO - what the obligor check says is already owed, plus DSCOR01P
053500*        the amount applied for                                   DSCOR01P
053600     INITIALIZE CD48-DATA.                                        DSCOR01P
053700     SET CD48I-CHECK-FACILITY TO TRUE.                            DSCOR01P
053800     MOVE CSD1I-PERSON-PID TO CD48I-PERSON-PID.                   DSCOR01P
053900     MOVE CSD1I-AMOUNT TO CD48I-NEW-AMOUNT.                       DSCOR01P
054000 COPY CBANKX48.                                                   DSCOR01P
054100     IF NOT CD48O-REQUEST-OK AND                                  DSCOR01P
054200        NOT CD48O-WOULD-BREACH                                    DSCOR01P
054300        MOVE CD48O-MSG TO CSD1O-MSG                               DSCOR01P
054400        GO TO GATHER-VALUES-EXIT                                  DSCOR01P
054500     END-IF.                                                      DSCOR01P
054600     COMPUTE WS-SC-VALUE (6) = CD48O-EXPOSURE + CSD1I-AMOUNT.     DSCOR01P
054700*        MINR and INSV                                            DSCOR01P
054800     IF DCL-BCS-MINOR IS EQUAL TO 'Y'                             DSCOR01P
054900        MOVE 1 TO WS-SC-VALUE (7)                                 DSCOR01P
055000     END-IF.                                                      DSCOR01P
055100     EXEC SQL                                                     DSCOR01P
055200          SELECT COUNT(*)                                         DSCOR01P
055300          INTO :DCL-COUNT                                         DSCOR01P
055400          FROM BNKINSV                                            DSCOR01P
055500          WHERE INS_PID = :CSD1I-PERSON-PID AND                   DSCOR01P
055600                INS_STATUS = 'O'                                  DSCOR01P
055700     END-EXEC.                                                    DSCOR01P
055800     IF SQLCODE IS NOT EQUAL TO ZERO                              DSCOR01P
055900        GO TO GATHER-VALUES-FAIL                                  DSCOR01P
056000     END-IF.                                                      DSCOR01P
056100     IF DCL-COUNT IS GREATER THAN ZERO                            DSCOR01P
056200        MOVE 1 TO WS-SC-VALUE (8)                                 DSCOR01P
056300     END-IF.                                                      DSCOR01P
056400     GO TO GATHER-VALUES-EXIT.                                    DSCOR01P
056500 GATHER-VALUES-FAIL.                                              DSCOR01P
056600     MOVE 'Unable to work out the applicant''s characteristics'   DSCOR01P
056700       TO CSD1O-MSG.                                              DSCOR01P
056800 GATHER-VALUES-EXIT.                                              DSCOR01P
056900     EXIT.                                                        DSCOR01P
057000                                                                  DSCOR01P
057100***************************************************************** DSCOR01P
057200* Score one characteristic - the points of the band its value   * DSCOR01P
057300* falls in, and how far that falls short of the characteristic's* DSCOR01P
057400* best band                                                     * DSCOR01P
057500***************************************************************** DSCOR01P
057600 SCORE-ONE-CHAR.                                                  DSCOR01P
057700     MOVE WS-CHR-CODE (WS-SUB1) TO DCL-SCR-CHAR.                  DSCOR01P
057800     MOVE WS-SC-VALUE (WS-SUB1) TO DCL-VALUE.                     DSCOR01P
057900     MOVE WS-CHR-REASON (WS-SUB1) TO WS-SC-REASON (WS-SUB1).      DSCOR01P
058000     MOVE WS-CHR-TEXT (WS-SUB1) TO WS-SC-TEXT (WS-SUB1).          DSCOR01P
058100     MOVE 'N' TO WS-SC-TAKEN (WS-SUB1).                           DSCOR01P
058200     MOVE ZERO TO WS-SC-POINTS (WS-SUB1).                         DSCOR01P
058300     EXEC SQL                                                     DSCOR01P
058400          SELECT VALUE(MAX(SCR_POINTS), 0)                        DSCOR01P
058500          INTO :DCL-SCR-MAX-POINTS                                DSCOR01P
058600          FROM BNKSCRC                                            DSCOR01P
058700          WHERE SCR_CHAR = :DCL-SCR-CHAR                          DSCOR01P
058800     END-EXEC.                                                    DSCOR01P
058900     IF SQLCODE IS NOT EQUAL TO ZERO                              DSCOR01P
059000        MOVE 'Unable to read the scorecard' TO CSD1O-MSG          DSCOR01P
059100        GO TO SCORE-ONE-CHAR-EXIT                                 DSCOR01P
059200     END-IF.                                                      DSCOR01P
059300     EXEC SQL                                                     DSCOR01P
059400          SELECT SCR_POINTS,                                      DSCOR01P
059500                 SCR_REASON,                                      DSCOR01P
059600                 SCR_REASON_TEXT                                  DSCOR01P
059700          INTO :DCL-SCR-POINTS,                                   DSCOR01P
059800               :DCL-SCR-REASON,                                   DSCOR01P
059900               :DCL-SCR-REASON-TEXT                               DSCOR01P
060000          FROM BNKSCRC                                            DSCOR01P
060100          WHERE SCR_CHAR = :DCL-SCR-CHAR AND                      DSCOR01P
060200                SCR_LOW <= :DCL-VALUE AND                         DSCOR01P
060300                SCR_HIGH >= :DCL-VALUE                            DSCOR01P
060400     END-EXEC.                                                    DSCOR01P
060500     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DSCOR01P
060600        SQLCODE IS NOT EQUAL TO +100                              DSCOR01P
060700        MOVE 'Unable to read the scorecard' TO CSD1O-MSG          DSCOR01P
060800        GO TO SCORE-ONE-CHAR-EXIT                                 DSCOR01P
060900     END-IF.                                                      DSCOR01P
061000     IF SQLCODE IS EQUAL TO ZERO                                  DSCOR01P
061100        MOVE DCL-SCR-POINTS TO WS-SC-POINTS (WS-SUB1)             DSCOR01P
061200        IF DCL-SCR-REASON IS NOT EQUAL TO SPACES                  DSCOR01P
061300           MOVE DCL-SCR-REASON TO WS-SC-REASON (WS-SUB1)          DSCOR01P
061400           MOVE DCL-SCR-REASON-TEXT TO WS-SC-TEXT (WS-SUB1)       DSCOR01P
061500        END-IF                                                    DSCOR01P
061600     END-IF.                                                      DSCOR01P
061700     COMPUTE WS-SC-SHORT (WS-SUB1) =                              DSCOR01P
061800             DCL-SCR-MAX-POINTS - WS-SC-POINTS (WS-SUB1).         DSCOR01P
061900     ADD WS-SC-POINTS (WS-SUB1) TO WS-TOTAL-SCORE.                DSCOR01P
062000     MOVE WS-CHR-CODE (WS-SUB1) TO CSD1O-BRK-CHAR (WS-SUB1).      DSCOR01P
062100     MOVE WS-SC-VALUE (WS-SUB1) TO CSD1O-BRK-VALUE (WS-SUB1).     DSCOR01P
062200     MOVE WS-SC-POINTS (WS-SUB1) TO CSD1O-BRK-POINTS (WS-SUB1).   DSCOR01P
062300 SCORE-ONE-CHAR-EXIT.                                             DSCOR01P
062400     EXIT.                                                        DSCOR01P
062500                                                                  DSCOR01P
062600***************************************************************** DSCOR01P
062700* The next reason given - the characteristic furthest short of  * DSCOR01P
062800* its best band that has not been given yet. One that is not    * DSCOR01P
062900* short at all is never given                                   * DSCOR01P
063000***************************************************************** DSCOR01P
063100 PICK-ONE-REASON.                                                 DSCOR01P
063200     MOVE ZERO TO WS-BEST.                                        DSCOR01P
063300     MOVE ZERO TO WS-BEST-SHORT.                                  DSCOR01P
063400     PERFORM FIND-LARGEST-SHORTFALL THRU                          DSCOR01P
063500             FIND-LARGEST-SHORTFALL-EXIT                          DSCOR01P
063600       VARYING WS-SUB1 FROM 1 BY 1                                DSCOR01P
063700         UNTIL WS-SUB1 IS GREATER THAN 8.                         DSCOR01P
063800     IF WS-BEST IS EQUAL TO ZERO                                  DSCOR01P
063900        GO TO PICK-ONE-REASON-EXIT                                DSCOR01P
064000     END-IF.                                                      DSCOR01P
064100     MOVE 'Y' TO WS-SC-TAKEN (WS-BEST).                           DSCOR01P
064200     MOVE WS-SC-REASON (WS-BEST) TO CSD1O-REASON (WS-SUB2).       DSCOR01P
064300     MOVE WS-SC-TEXT (WS-BEST) TO CSD1O-REASON-TEXT (WS-SUB2).    DSCOR01P
064400 PICK-ONE-REASON-EXIT.                                            DSCOR01P
064500     EXIT.                                                        DSCOR01P
064600                                                                  DSCOR01P
064700 FIND-LARGEST-SHORTFALL.                                          DSCOR01P
064800     IF WS-SC-TAKEN (WS-SUB1) IS EQUAL TO 'N' AND                 DSCOR01P
064900        WS-SC-SHORT (WS-SUB1) IS GREATER THAN WS-BEST-SHORT       DSCOR01P
065000        MOVE WS-SUB1 TO WS-BEST                                   DSCOR01P
065100        MOVE WS-SC-SHORT (WS-SUB1) TO WS-BEST-SHORT               DSCOR01P
065200     END-IF.                                                      DSCOR01P
065300 FIND-LARGEST-SHORTFALL-EXIT.                                     DSCOR01P
065400     EXIT.                                                        DSCOR01P
065500                                                                  DSCOR01P
065600***************************************************************** DSCOR01P
065700* Keep the decision on BNKSCRD and its breakdown, one row a     * DSCOR01P
065800* characteristic, on BNKSCRL                                    * DSCOR01P
065900***************************************************************** DSCOR01P
066000 WRITE-DECISION.                                                  DSCOR01P
066100     EXEC SQL                                                     DSCOR01P
066200          SELECT VALUE(MAX(SCD_ID), 0) + 1                        DSCOR01P
066300          INTO :DCL-SCD-ID                                        DSCOR01P
066400          FROM BNKSCRD                                            DSCOR01P
066500     END-EXEC.                                                    DSCOR01P
066600     IF SQLCODE IS NOT EQUAL TO ZERO                              DSCOR01P
066700        MOVE 'Unable to number the credit decision' TO CSD1O-MSG  DSCOR01P
066800        GO TO WRITE-DECISION-EXIT                                 DSCOR01P
066900     END-IF.                                                      DSCOR01P
067000     MOVE CSD1O-DECISION TO DCL-SCD-DECISION.                     DSCOR01P
067100     MOVE CSD1O-REASON (1) TO DCL-SCD-REASON1.                    DSCOR01P
067200     MOVE CSD1O-REASON (2) TO DCL-SCD-REASON2.                    DSCOR01P
067300     MOVE CSD1O-REASON (3) TO DCL-SCD-REASON3.                    DSCOR01P
067400     MOVE WS-TOTAL-SCORE TO DCL-SCD-SCORE.                        DSCOR01P
067500     EXEC SQL                                                     DSCOR01P
067600          INSERT                                                  DSCOR01P
067700          INTO BNKSCRD (SCD_ID,                                   DSCOR01P
067800                        SCD_PID,                                  DSCOR01P
067900                        SCD_PRODUCT,                              DSCOR01P
068000                        SCD_REF,                                  DSCOR01P
068100                        SCD_AMOUNT,                               DSCOR01P
068200                        SCD_SCORE,                                DSCOR01P
068300                        SCD_DECISION,                             DSCOR01P
068400                        SCD_REASON1,                              DSCOR01P
068500                        SCD_REASON2,                              DSCOR01P
068600                        SCD_REASON3,                              DSCOR01P
068700                        SCD_TS,                                   DSCOR01P
068800                        SCD_BY,                                   DSCOR01P
068900                        SCD_CLEARED_BY)                           DSCOR01P
069000          VALUES (:DCL-SCD-ID,                                    DSCOR01P
069100                  :CSD1I-PERSON-PID,                              DSCOR01P
069200                  :CSD1I-PRODUCT,                                 DSCOR01P
069300                  :CSD1I-REF,                                     DSCOR01P
069400                  :CSD1I-AMOUNT,                                  DSCOR01P
069500                  :DCL-SCD-SCORE,                                 DSCOR01P
069600                  :DCL-SCD-DECISION,                              DSCOR01P
069700                  :DCL-SCD-REASON1,                               DSCOR01P
069800                  :DCL-SCD-REASON2,                               DSCOR01P
069900                  :DCL-SCD-REASON3,                               DSCOR01P
070000                  :WS-RUN-TS,                                     DSCOR01P
070100                  :CSD1I-USERID,                                  DSCOR01P
070200                  ' ')                                            DSCOR01P
070300     END-EXEC.                                                    DSCOR01P
070400     IF SQLCODE IS NOT EQUAL TO ZERO                              DSCOR01P
070500        MOVE 'Unable to record the credit decision' TO CSD1O-MSG  DSCOR01P
070600        GO TO WRITE-DECISION-EXIT                                 DSCOR01P
070700     END-IF.                                                      DSCOR01P
070800     MOVE DCL-SCD-ID TO CSD1O-DECISION-ID.                        DSCOR01P
070900     PERFORM WRITE-BREAKDOWN-ROW THRU                             DSCOR01P
071000             WRITE-BREAKDOWN-ROW-EXIT                             DSCOR01P
071100       VARYING WS-SUB1 FROM 1 BY 1                                DSCOR01P
071200         UNTIL WS-SUB1 IS GREATER THAN 8 OR                       DSCOR01P
071300               CSD1O-MSG IS NOT EQUAL TO SPACES.                  DSCOR01P
071400 WRITE-DECISION-EXIT.                                             DSCOR01P
071500     EXIT.                                                        DSCOR01P
071600                                                                  DSCOR01P
071700 WRITE-BREAKDOWN-ROW.                                             DSCOR01P
071800     MOVE WS-CHR-CODE (WS-SUB1) TO DCL-SCR-CHAR.                  DSCOR01P
071900     MOVE WS-SC-VALUE (WS-SUB1) TO DCL-VALUE.                     DSCOR01P
072000     MOVE WS-SC-POINTS (WS-SUB1) TO DCL-SCR-POINTS.               DSCOR01P
072100     MOVE WS-SC-REASON (WS-SUB1) TO DCL-SCR-REASON.               DSCOR01P
072200     EXEC SQL                                                     DSCOR01P
072300          INSERT                                                  DSCOR01P
072400          INTO BNKSCRL (SCL_SCD_ID,                               DSCOR01P
072500                        SCL_CHAR,                                 DSCOR01P
072600                        SCL_VALUE,                                DSCOR01P
072700                        SCL_POINTS,                               DSCOR01P
072800                        SCL_REASON)                               DSCOR01P
072900          VALUES (:DCL-SCD-ID,                                    DSCOR01P
073000                  :DCL-SCR-CHAR,                                  DSCOR01P
073100                  :DCL-VALUE,                                     DSCOR01P
073200                  :DCL-SCR-POINTS,                                DSCOR01P
073300                  :DCL-SCR-REASON)                                DSCOR01P
073400     END-EXEC.                                                    DSCOR01P
073500     IF SQLCODE IS NOT EQUAL TO ZERO                              DSCOR01P
073600        MOVE 'Unable to record the score breakdown' TO CSD1O-MSG  DSCOR01P
073700     END-IF.                                                      DSCOR01P
073800 WRITE-BREAKDOWN-ROW-EXIT.                                        DSCOR01P
073900     EXIT.                                                        DSCOR01P
074000                                                                  DSCOR01P
074100***************************************************************** DSCOR01P
074200* Send the applicant the adverse-action letter with the reasons * DSCOR01P
074300* for the decline. The decision stands if the letter cannot be  * DSCOR01P
074400* produced - the failure goes on the exception log instead      * DSCOR01P
074500***************************************************************** DSCOR01P
074600 SEND-DECLINE-LETTER.                                             DSCOR01P
074700     INITIALIZE CLT1-DATA.                                        DSCOR01P
074800     SET CLT1I-FORMAT-LETTER TO TRUE.                             DSCOR01P
074900     MOVE WS-DECLINE-TEMPLATE TO CLT1I-TEMPLATE.                  DSCOR01P
075000     MOVE DCL-BCS-NAME TO CLT1I-MERGE-NAME.                       DSCOR01P
075100     MOVE CSD1I-REF TO CLT1I-MERGE-ACC.                           DSCOR01P
075200     MOVE CSD1I-AMOUNT TO CLT1I-MERGE-AMOUNT.                     DSCOR01P
075300     MOVE WS-TODAY TO CLT1I-MERGE-DATE.                           DSCOR01P
075400     MOVE CSD1O-REASON-TEXT (1) TO CLT1I-MERGE-REASON (1).        DSCOR01P
075500     MOVE CSD1O-REASON-TEXT (2) TO CLT1I-MERGE-REASON (2).        DSCOR01P
075600     MOVE CSD1O-REASON-TEXT (3) TO CLT1I-MERGE-REASON (3).        DSCOR01P
075700     MOVE CSD1I-USERID TO CLT1I-USERID.                           DSCOR01P
075800     MOVE CSD1I-PERSON-PID TO CLT1I-PERSON-PID.                   DSCOR01P
075900     MOVE SPACES TO CLT1I-LETTER-NAME.                            DSCOR01P
076000     STRING 'CREDIT DECISION ' CSD1I-REF                          DSCOR01P
076100            DELIMITED BY SIZE INTO CLT1I-LETTER-NAME.             DSCOR01P
076200 COPY CLTTRX01.                                                   DSCOR01P
076300     IF CLT1O-REQUEST-OK                                          DSCOR01P
076400        MOVE 'Y' TO CSD1O-LETTER-SENT                             DSCOR01P
076500        GO TO SEND-DECLINE-LETTER-EXIT                            DSCOR01P
076600     END-IF.                                                      DSCOR01P
076700     MOVE CSD1I-PERSON-PID TO CD16I-PERSON-PID.                   DSCOR01P
076800     MOVE WS-PROGRAM-ID TO CD16I-PROGRAM.                         DSCOR01P
076900     MOVE SPACES TO CD16I-MESSAGE.                                DSCOR01P
077000     STRING 'DECLINE LETTER NOT PRODUCED FOR ' CSD1I-REF          DSCOR01P
077100            ' - ' CLT1O-MSG                                       DSCOR01P
077200            DELIMITED BY SIZE INTO CD16I-MESSAGE.                 DSCOR01P
077300 COPY CBANKX16.                                                   DSCOR01P
077400 SEND-DECLINE-LETTER-EXIT.                                        DSCOR01P
077500     EXIT.                                                        DSCOR01P
077600                                                                  DSCOR01P
077700***************************************************************** DSCOR01P
077800* Add a band, or change the one starting at the same value. A   * DSCOR01P
077900* band may not overlap another band of the same characteristic  * DSCOR01P
078000***************************************************************** DSCOR01P
078100 SET-BAND.                                                        DSCOR01P
078200     PERFORM CHECK-CHAR THRU                                      DSCOR01P
078300             CHECK-CHAR-EXIT.                                     DSCOR01P
078400     IF CSD1O-MSG IS NOT EQUAL TO SPACES                          DSCOR01P
078500        GO TO SET-BAND-EXIT                                       DSCOR01P
078600     END-IF.                                                      DSCOR01P
078700     IF CSD1I-HIGH IS LESS THAN CSD1I-LOW                         DSCOR01P
078800        MOVE 'The band''s high value is below its low value'      DSCOR01P
078900          TO CSD1O-MSG                                            DSCOR01P
079000        GO TO SET-BAND-EXIT                                       DSCOR01P
079100     END-IF.                                                      DSCOR01P
079200     EXEC SQL                                                     DSCOR01P
079300          SELECT COUNT(*)                                         DSCOR01P
079400          INTO :DCL-COUNT                                         DSCOR01P
079500          FROM BNKSCRC                                            DSCOR01P
079600          WHERE SCR_CHAR = :CSD1I-CHAR AND                        DSCOR01P
079700                SCR_LOW <> :CSD1I-LOW AND                         DSCOR01P
079800                SCR_LOW <= :CSD1I-HIGH AND                        DSCOR01P
079900                SCR_HIGH >= :CSD1I-LOW                            DSCOR01P
080000     END-EXEC.                                                    DSCOR01P
080100     IF SQLCODE IS NOT EQUAL TO ZERO                              DSCOR01P
080200        MOVE 'Unable to read the scorecard' TO CSD1O-MSG          DSCOR01P
080300        GO TO SET-BAND-EXIT                                       DSCOR01P
080400     END-IF.                                                      DSCOR01P
080500     IF DCL-COUNT IS GREATER THAN ZERO                            DSCOR01P
080600        MOVE 'The band overlaps a band already held'              DSCOR01P
080700          TO CSD1O-MSG                                            DSCOR01P
080800        GO TO SET-BAND-EXIT                                       DSCOR01P
080900     END-IF.                                                      DSCOR01P
081000     EXEC SQL                                                     DSCOR01P
081100          UPDATE BNKSCRC                                          DSCOR01P
081200          SET SCR_HIGH = :CSD1I-HIGH,                             DSCOR01P
081300              SCR_POINTS = :CSD1I-POINTS,                         DSCOR01P
081400              SCR_REASON = :CSD1I-REASON,                         DSCOR01P
081500              SCR_REASON_TEXT = :CSD1I-REASON-TEXT,               DSCOR01P
081600              SCR_BY = :CSD1I-USERID,                             DSCOR01P
081700              SCR_TS = :WS-RUN-TS                                 DSCOR01P
081800          WHERE SCR_CHAR = :CSD1I-CHAR AND                        DSCOR01P
081900                SCR_LOW = :CSD1I-LOW                              DSCOR01P
082000     END-EXEC.                                                    DSCOR01P
082100     IF SQLCODE IS EQUAL TO +100                                  DSCOR01P
082200        EXEC SQL                                                  DSCOR01P
082300             INSERT                                               DSCOR01P
082400             INTO BNKSCRC (SCR_CHAR,                              DSCOR01P
082500                           SCR_LOW,                               DSCOR01P
082600                           SCR_HIGH,                              DSCOR01P
082700                           SCR_POINTS,                            DSCOR01P
082800                           SCR_REASON,                            DSCOR01P
082900                           SCR_REASON_TEXT,                       DSCOR01P
083000                           SCR_BY,                                DSCOR01P
083100                           SCR_TS)                                DSCOR01P
083200             VALUES (:CSD1I-CHAR,                                 DSCOR01P
083300                     :CSD1I-LOW,                                  DSCOR01P
083400                     :CSD1I-HIGH,                                 DSCOR01P
083500                     :CSD1I-POINTS,                               DSCOR01P
083600                     :CSD1I-REASON,                               DSCOR01P
083700                     :CSD1I-REASON-TEXT,                          DSCOR01P
083800                     :CSD1I-USERID,                               DSCOR01P
083900                     :WS-RUN-TS)                                  DSCOR01P
084000        END-EXEC                                                  DSCOR01P
084100     END-IF.                                                      DSCOR01P
084200     IF SQLCODE IS NOT EQUAL TO ZERO                              DSCOR01P
084300        MOVE 'Unable to save the scorecard band' TO CSD1O-MSG     DSCOR01P
084400        GO TO SET-BAND-EXIT                                       DSCOR01P
084500     END-IF.                                                      DSCOR01P
084600     SET CSD1O-REQUEST-OK TO TRUE.                                DSCOR01P
084700     MOVE 'Scorecard band saved' TO CSD1O-MSG.                    DSCOR01P
084800 SET-BAND-EXIT.                                                   DSCOR01P
084900     EXIT.                                                        DSCOR01P
085000                                                                  DSCOR01P
085100***************************************************************** DSCOR01P
085200* Remove the band starting at the value given                   * DSCOR01P
085300***************************************************************** DSCOR01P
085400 DELETE-BAND.                                                     DSCOR01P
085500     EXEC SQL                                                     DSCOR01P
085600          DELETE                                                  DSCOR01P
085700          FROM BNKSCRC                                            DSCOR01P
085800          WHERE SCR_CHAR = :CSD1I-CHAR AND                        DSCOR01P
085900                SCR_LOW = :CSD1I-LOW                              DSCOR01P
086000     END-EXEC.                                                    DSCOR01P
086100     IF SQLCODE IS EQUAL TO +100                                  DSCOR01P
086200        SET CSD1O-NOT-FOUND TO TRUE                               DSCOR01P
086300        MOVE 'No band starts at that value' TO CSD1O-MSG          DSCOR01P
086400        GO TO DELETE-BAND-EXIT                                    DSCOR01P
086500     END-IF.                                                      DSCOR01P
086600     IF SQLCODE IS NOT EQUAL TO ZERO                              DSCOR01P
086700        MOVE 'Unable to delete the scorecard band' TO CSD1O-MSG   DSCOR01P
086800        GO TO DELETE-BAND-EXIT                                    DSCOR01P
086900     END-IF.                                                      DSCOR01P
087000     SET CSD1O-REQUEST-OK TO TRUE.                                DSCOR01P
087100     MOVE 'Scorecard band deleted' TO CSD1O-MSG.                  DSCOR01P
087200 DELETE-BAND-EXIT.                                                DSCOR01P
087300     EXIT.                                                        DSCOR01P
087400                                                                  DSCOR01P
087500***************************************************************** DSCOR01P
087600* List the bands a page at a time, in characteristic and value  * DSCOR01P
087700* order, from the characteristic and low value given            * DSCOR01P
087800***************************************************************** DSCOR01P
087900 LIST-BANDS.                                                      DSCOR01P
088000     MOVE ZERO TO CSD1O-BAND-COUNT.                               DSCOR01P
088100     EXEC SQL                                                     DSCOR01P
088200          DECLARE BAND_CSR CURSOR FOR                             DSCOR01P
088300          SELECT SCR_CHAR,                                        DSCOR01P
088400                 SCR_LOW,                                         DSCOR01P
088500                 SCR_HIGH,                                        DSCOR01P
088600                 SCR_POINTS,                                      DSCOR01P
088700                 SCR_REASON,                                      DSCOR01P
088800                 SCR_REASON_TEXT                                  DSCOR01P
088900          FROM BNKSCRC                                            DSCOR01P
089000          WHERE (SCR_CHAR = :CSD1I-CHAR AND                       DSCOR01P
089100                 SCR_LOW >= :CSD1I-LOW) OR                        DSCOR01P
089200                SCR_CHAR > :CSD1I-CHAR                            DSCOR01P
089300          ORDER BY SCR_CHAR,                                      DSCOR01P
089400                   SCR_LOW                                        DSCOR01P
089500          FOR FETCH ONLY                                          DSCOR01P
089600     END-EXEC.                                                    DSCOR01P
089700     EXEC SQL                                                     DSCOR01P
089800          OPEN BAND_CSR                                           DSCOR01P
089900     END-EXEC.                                                    DSCOR01P
090000     IF SQLCODE IS NOT EQUAL TO ZERO                              DSCOR01P
090100        MOVE 'Unable to open the scorecard' TO CSD1O-MSG          DSCOR01P
090200        GO TO LIST-BANDS-EXIT                                     DSCOR01P
090300     END-IF.                                                      DSCOR01P
090400 LIST-BANDS-LOOP.                                                 DSCOR01P
090500     IF CSD1O-BAND-COUNT IS NOT LESS THAN 10                      DSCOR01P
090600        GO TO LIST-BANDS-LOOP-EXIT                                DSCOR01P
090700     END-IF.                                                      DSCOR01P
090800     EXEC SQL                                                     DSCOR01P
090900          FETCH BAND_CSR                                          DSCOR01P
091000          INTO :DCL-SCR-CHAR,                                     DSCOR01P
091100               :DCL-SCR-LOW,                                      DSCOR01P
091200               :DCL-SCR-HIGH,                                     DSCOR01P
091300               :DCL-SCR-POINTS,                                   DSCOR01P
091400               :DCL-SCR-REASON,                                   DSCOR01P
091500               :DCL-SCR-REASON-TEXT                               DSCOR01P
091600     END-EXEC.                                                    DSCOR01P
091700     IF SQLCODE IS EQUAL TO +100                                  DSCOR01P
091800        GO TO LIST-BANDS-LOOP-EXIT                                DSCOR01P
091900     END-IF.                                                      DSCOR01P
092000     IF SQLCODE IS NOT EQUAL TO ZERO                              DSCOR01P
092100        MOVE 'Unable to read the scorecard' TO CSD1O-MSG          DSCOR01P
092200        GO TO LIST-BANDS-LOOP-EXIT                                DSCOR01P
092300     END-IF.                                                      DSCOR01P
092400     ADD 1 TO CSD1O-BAND-COUNT.                                   DSCOR01P
092500     MOVE DCL-SCR-CHAR TO CSD1O-BND-CHAR (CSD1O-BAND-COUNT).      DSCOR01P
092600     MOVE DCL-SCR-LOW TO CSD1O-BND-LOW (CSD1O-BAND-COUNT).        DSCOR01P
092700     MOVE DCL-SCR-HIGH TO CSD1O-BND-HIGH (CSD1O-BAND-COUNT).      DSCOR01P
092800     MOVE DCL-SCR-POINTS TO CSD1O-BND-POINTS (CSD1O-BAND-COUNT).  DSCOR01P
092900     MOVE DCL-SCR-REASON TO CSD1O-BND-REASON (CSD1O-BAND-COUNT).  DSCOR01P
093000     MOVE DCL-SCR-REASON-TEXT                                     DSCOR01P
093100       TO CSD1O-BND-REASON-TEXT (CSD1O-BAND-COUNT).               DSCOR01P
093200     GO TO LIST-BANDS-LOOP.                                       DSCOR01P
093300 LIST-BANDS-LOOP-EXIT.                                            DSCOR01P
093400     EXEC SQL                                                     DSCOR01P
093500          CLOSE BAND_CSR                                          DSCOR01P
093600     END-EXEC.                                                    DSCOR01P
093700     IF CSD1O-MSG IS NOT EQUAL TO SPACES                          DSCOR01P
093800        GO TO LIST-BANDS-EXIT                                     DSCOR01P
093900     END-IF.                                                      DSCOR01P
094000     SET CSD1O-REQUEST-OK TO TRUE.                                DSCOR01P
094100     IF CSD1O-BAND-COUNT IS EQUAL TO ZERO                         DSCOR01P
094200        MOVE 'No scorecard bands to show' TO CSD1O-MSG            DSCOR01P
094300     ELSE                                                         DSCOR01P
094400        MOVE 'Scorecard bands shown' TO CSD1O-MSG                 DSCOR01P
094500     END-IF.                                                      DSCOR01P
094600 LIST-BANDS-EXIT.                                                 DSCOR01P
094700     EXIT.                                                        DSCOR01P
094800                                                                  DSCOR01P
094900***************************************************************** DSCOR01P
095000* Clear the latest referral of an application, so the next time * DSCOR01P
095100* it is scored, for no more than the amount referred, it is     * DSCOR01P
095200* approved on the supervisor's say-so                           * DSCOR01P
095300***************************************************************** DSCOR01P
095400 CLEAR-REFERRAL.                                                  DSCOR01P
095500     EXEC SQL                                                     DSCOR01P
095600          SELECT VALUE(MAX(SCD_ID), 0)                            DSCOR01P
095700          INTO :DCL-SCD-ID                                        DSCOR01P
095800          FROM BNKSCRD                                            DSCOR01P
095900          WHERE (SCD_PRODUCT = :CSD1I-PRODUCT OR                  DSCOR01P
096000                 :CSD1I-PRODUCT = ' ') AND                        DSCOR01P
096100                SCD_REF = :CSD1I-REF AND                          DSCOR01P
096200                SCD_DECISION = 'R'                                DSCOR01P
096300     END-EXEC.                                                    DSCOR01P
096400     IF SQLCODE IS NOT EQUAL TO ZERO                              DSCOR01P
096500        MOVE 'Unable to read the credit decisions' TO CSD1O-MSG   DSCOR01P
096600        GO TO CLEAR-REFERRAL-EXIT                                 DSCOR01P
096700     END-IF.                                                      DSCOR01P
096800     IF DCL-SCD-ID IS EQUAL TO ZERO                               DSCOR01P
096900        SET CSD1O-NOT-FOUND TO TRUE                               DSCOR01P
097000        MOVE 'No referred decision is held for that application'  DSCOR01P
097100          TO CSD1O-MSG                                            DSCOR01P
097200        GO TO CLEAR-REFERRAL-EXIT                                 DSCOR01P
097300     END-IF.                                                      DSCOR01P
097400     EXEC SQL                                                     DSCOR01P
097500          UPDATE BNKSCRD                                          DSCOR01P
097600          SET SCD_DECISION = 'C',                                 DSCOR01P
097700              SCD_CLEARED_BY = :CSD1I-USERID,                     DSCOR01P
097800              SCD_CLEARED_TS = :WS-RUN-TS                         DSCOR01P
097900          WHERE SCD_ID = :DCL-SCD-ID                              DSCOR01P
098000     END-EXEC.                                                    DSCOR01P
098100     IF SQLCODE IS NOT EQUAL TO ZERO                              DSCOR01P
098200        MOVE 'Unable to clear the referral' TO CSD1O-MSG          DSCOR01P
098300        GO TO CLEAR-REFERRAL-EXIT                                 DSCOR01P
098400     END-IF.                                                      DSCOR01P
098500     MOVE DCL-SCD-ID TO CSD1O-DECISION-ID.                        DSCOR01P
098600     SET CSD1O-REQUEST-OK TO TRUE.                                DSCOR01P
098700     MOVE 'Referral cleared - the application may go ahead'       DSCOR01P
098800       TO CSD1O-MSG.                                              DSCOR01P
098900 CLEAR-REFERRAL-EXIT.                                             DSCOR01P
099000     EXIT.                                                        DSCOR01P
099100                                                                  DSCOR01P
099200***************************************************************** DSCOR01P
099300* The latest decision made on an application, so the owner of   * DSCOR01P
099400* the application can hold back what is still referred          * DSCOR01P
099500***************************************************************** DSCOR01P
099600 QUERY-DECISION.                                                  DSCOR01P
099700     EXEC SQL                                                     DSCOR01P
099800          SELECT VALUE(MAX(SCD_ID), 0)                            DSCOR01P
099900          INTO :DCL-SCD-ID                                        DSCOR01P
100000          FROM BNKSCRD                                            DSCOR01P
100100          WHERE (SCD_PRODUCT = :CSD1I-PRODUCT OR                  DSCOR01P
100200                 :CSD1I-PRODUCT = ' ') AND                        DSCOR01P
100300                SCD_REF = :CSD1I-REF                              DSCOR01P
100400     END-EXEC.                                                    DSCOR01P
100500     IF SQLCODE IS NOT EQUAL TO ZERO                              DSCOR01P
100600        MOVE 'Unable to read the credit decisions' TO CSD1O-MSG   DSCOR01P
100700        GO TO QUERY-DECISION-EXIT                                 DSCOR01P
100800     END-IF.                                                      DSCOR01P
100900     IF DCL-SCD-ID IS EQUAL TO ZERO                               DSCOR01P
101000        SET CSD1O-NOT-FOUND TO TRUE                               DSCOR01P
101100        MOVE 'The application has not been scored' TO CSD1O-MSG   DSCOR01P
101200        GO TO QUERY-DECISION-EXIT                                 DSCOR01P
101300     END-IF.                                                      DSCOR01P
101400     EXEC SQL                                                     DSCOR01P
101500          SELECT SCD_SCORE,                                       DSCOR01P
101600                 SCD_DECISION,                                    DSCOR01P
101700                 SCD_REASON1,                                     DSCOR01P
101800                 SCD_REASON2,                                     DSCOR01P
101900                 SCD_REASON3                                      DSCOR01P
102000          INTO :DCL-SCD-SCORE,                                    DSCOR01P
102100               :DCL-SCD-DECISION,                                 DSCOR01P
102200               :DCL-SCD-REASON1,                                  DSCOR01P
102300               :DCL-SCD-REASON2,                                  DSCOR01P
102400               :DCL-SCD-REASON3                                   DSCOR01P
102500          FROM BNKSCRD                                            DSCOR01P
102600          WHERE SCD_ID = :DCL-SCD-ID                              DSCOR01P
102700     END-EXEC.                                                    DSCOR01P
102800     IF SQLCODE IS NOT EQUAL TO ZERO                              DSCOR01P
102900        MOVE 'Unable to read the credit decision' TO CSD1O-MSG    DSCOR01P
103000        GO TO QUERY-DECISION-EXIT                                 DSCOR01P
103100     END-IF.                                                      DSCOR01P
103200     MOVE DCL-SCD-ID TO CSD1O-DECISION-ID.                        DSCOR01P
103300     MOVE DCL-SCD-SCORE TO CSD1O-SCORE.                           DSCOR01P
103400     MOVE DCL-SCD-DECISION TO CSD1O-DECISION.                     DSCOR01P
103500     MOVE DCL-SCD-REASON1 TO CSD1O-REASON (1).                    DSCOR01P
103600     MOVE DCL-SCD-REASON2 TO CSD1O-REASON (2).                    DSCOR01P
103700     MOVE DCL-SCD-REASON3 TO CSD1O-REASON (3).                    DSCOR01P
103800     SET CSD1O-REQUEST-OK TO TRUE.                                DSCOR01P
103900     MOVE 'Credit decision shown' TO CSD1O-MSG.                   DSCOR01P
104000 QUERY-DECISION-EXIT.                                             DSCOR01P
104100     EXIT.                                                        DSCOR01P
104200                                                                  DSCOR01P
104300***************************************************************** DSCOR01P
104400* The characteristic must be one the scorecard knows            * DSCOR01P
104500***************************************************************** DSCOR01P
104600 CHECK-CHAR.                                                      DSCOR01P
104700     MOVE ZERO TO WS-BEST.                                        DSCOR01P
104800     PERFORM MATCH-ONE-CHAR THRU                                  DSCOR01P
104900             MATCH-ONE-CHAR-EXIT                                  DSCOR01P
105000       VARYING WS-SUB1 FROM 1 BY 1                                DSCOR01P
105100         UNTIL WS-SUB1 IS GREATER THAN 8.                         DSCOR01P
105200     IF WS-BEST IS EQUAL TO ZERO                                  DSCOR01P
105300        MOVE 'Unknown scorecard characteristic' TO CSD1O-MSG      DSCOR01P
105400     END-IF.                                                      DSCOR01P
105500 CHECK-CHAR-EXIT.                                                 DSCOR01P
105600     EXIT.                                                        DSCOR01P
105700                                                                  DSCOR01P
105800 MATCH-ONE-CHAR.                                                  DSCOR01P
105900     IF WS-CHR-CODE (WS-SUB1) IS EQUAL TO CSD1I-CHAR              DSCOR01P
106000        MOVE WS-SUB1 TO WS-BEST                                   DSCOR01P
106100     END-IF.                                                      DSCOR01P
106200 MATCH-ONE-CHAR-EXIT.                                             DSCOR01P
106300     EXIT.                                                        DSCOR01P
106400                                                                  DSCOR01P
106500***************************************************************** DSCOR01P
106600* The requesting user must be a supervisor                      * DSCOR01P
106700***************************************************************** DSCOR01P
106800 CHECK-SUPERVISOR.                                                DSCOR01P
106900     EXEC SQL                                                     DSCOR01P
107000          SELECT BCS_ROLE                                         DSCOR01P
107100          INTO :DCL-BCS-ROLE                                      DSCOR01P
107200          FROM BNKCUST                                            DSCOR01P
107300          WHERE BCS_PID = :CSD1I-USERID                           DSCOR01P
107400     END-EXEC.                                                    DSCOR01P
107500     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DSCOR01P
107600        SQLCODE IS NOT EQUAL TO +100                              DSCOR01P
107700        MOVE 'Unable to read the requesting user' TO CSD1O-MSG    DSCOR01P
107800        GO TO CHECK-SUPERVISOR-EXIT                               DSCOR01P
107900     END-IF.                                                      DSCOR01P
108000     IF SQLCODE IS EQUAL TO +100 OR                               DSCOR01P
108100        DCL-BCS-ROLE IS NOT EQUAL TO 'S'                          DSCOR01P
108200        SET CSD1O-NOT-AUTHORIZED TO TRUE                          DSCOR01P
108300        MOVE 'Scorecard changes and referrals are for supervisors'DSCOR01P
108400          TO CSD1O-MSG                                            DSCOR01P
108500     END-IF.                                                      DSCOR01P
108600 CHECK-SUPERVISOR-EXIT.                                           DSCOR01P
108700     EXIT.                                                        DSCOR01P
