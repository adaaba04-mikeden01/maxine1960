000100***************************************************************** DPOOL01P
000200*                                                               * DPOOL01P
000300*  Copyright (C) 1998-2002 Micro Focus. All Rights Reserved.    * DPOOL01P
000400*  This demonstration program is provided for use by users      * DPOOL01P
000500*  of Micro Focus products and may be used, modified and        * DPOOL01P
000600*  distributed as part of your application provided that        * DPOOL01P
000700*  you properly acknowledge the copyright of Micro Focus        * DPOOL01P
000800*  in this material.                                            * DPOOL01P
000900*                                                               * DPOOL01P
001000***************************************************************** DPOOL01P
001100                                                                  DPOOL01P
001200***************************************************************** DPOOL01P
001300* Program:     DPOOL01P.CBL                                     * DPOOL01P
001400* Function:    Notional cash pooling for corporate groups -     * DPOOL01P
001500*              define a group of BNKCORP entities under its     * DPOOL01P
001600*              top corporate, add entities to its hierarchy     * DPOOL01P
001700*              and their accounts to the group's pool, list     * DPOOL01P
001800*              the pool and show its latest position; and       * DPOOL01P
001900*              each night take every pool's position from       * DPOOL01P
002000*              the end-of-day snapshot in the pool currency,    * DPOOL01P
002100*              price the net balance at the BNKRATE pool        * DPOOL01P
002200*              rates, allocate the interest back to the         * DPOOL01P
002300*              accounts that earned or incurred it, check       * DPOOL01P
002400*              the group against its DBANK48P group limit       * DPOOL01P
002500*              and send the group treasurer the allocation      * DPOOL01P
002600*              statement framed through DBANK91P                * DPOOL01P
002700*              SQL version                                      * DPOOL01P
002800***************************************************************** DPOOL01P
002900                                                                  DPOOL01P
003000 IDENTIFICATION DIVISION.                                         DPOOL01P
003100 PROGRAM-ID.                                                      DPOOL01P
003200     DPOOL01P.                                                    DPOOL01P
003300 DATE-WRITTEN.                                                    DPOOL01P
003400     October 2026.                                                DPOOL01P
003500 DATE-COMPILED.                                                   DPOOL01P
003600     Today.                                                       DPOOL01P
003700                                                                  DPOOL01P
003800 ENVIRONMENT DIVISION.                                            DPOOL01P
003900                                                                  DPOOL01P
004000 DATA DIVISION.                                                   DPOOL01P
004100                                                                  DPOOL01P
004200 WORKING-STORAGE SECTION.                                         DPOOL01P
004300 01  WS-MISC-STORAGE.                                             DPOOL01P
004400   05  WS-PROGRAM-ID                         PIC X(8)             DPOOL01P
004500       VALUE 'DPOOL01P'.                                          DPOOL01P
004600   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DPOOL01P
004700   05  WS-RESP                               PIC S9(8) COMP.      DPOOL01P
004800***************************************************************** DPOOL01P
004900* Pool interest accrues daily on a 365-day year, and a pool     * DPOOL01P
005000* holds no more accounts than the nightly table takes           * DPOOL01P
005100***************************************************************** DPOOL01P
005200   05  WS-DAY-BASIS                          PIC 9(3)             DPOOL01P
005300       VALUE 365.                                                 DPOOL01P
005400   05  WS-MAX-ACCOUNTS                       PIC S9(4) COMP       DPOOL01P
005500       VALUE 100.                                                 DPOOL01P
005600   05  WS-SUB1                               PIC S9(4) COMP.      DPOOL01P
005700   05  WS-LARGEST                            PIC S9(4) COMP.      DPOOL01P
005800   05  WS-COUNT-DISP                         PIC Z(4)9.           DPOOL01P
005900   05  WS-AMOUNT-DISP                        PIC -(11)9.99.       DPOOL01P
006000   05  WS-POOL-DISP                          PIC -(11)9.99.       DPOOL01P
006100   05  WS-ALLOC-DISP                         PIC -(9)9.99.        DPOOL01P
006200   05  WS-LIMIT-DISP                         PIC -(11)9.99.       DPOOL01P
006300   05  WS-FX-DISP                            PIC ZZ9.9(6).        DPOOL01P
006400   05  WS-RATE-DISP                          PIC 9.9(6).          DPOOL01P
006500   05  WS-HASH-WORK                          PIC S9(13) COMP-3.   DPOOL01P
006600   05  WS-REPORT-NAME.                                            DPOOL01P
006700     10  FILLER                              PIC X(10)            DPOOL01P
006800         VALUE 'POOL STMT '.                                      DPOOL01P
006900     10  WS-REPORT-GROUP                     PIC X(5).            DPOOL01P
007000                                                                  DPOOL01P
007100***************************************************************** DPOOL01P
007200* One night's pool - each account's snapshot balance, its rate  * DPOOL01P
007300* into the pool currency, its balance in the pool and its       * DPOOL01P
007400* share of the interest                                         * DPOOL01P
007500***************************************************************** DPOOL01P
007600 01  WS-PART-TABLE.                                               DPOOL01P
007700   05  WS-PART-COUNT                         PIC S9(4) COMP.      DPOOL01P
007800   05  WS-PART-ENTRY                         OCCURS 100 TIMES.    DPOOL01P
007900     10  WS-PT-ACCNO                         PIC X(9).            DPOOL01P
008000     10  WS-PT-PID                           PIC X(5).            DPOOL01P
008100     10  WS-PT-CURRENCY                      PIC X(3).            DPOOL01P
008200     10  WS-PT-BALANCE                       PIC S9(7)V99 COMP-3. DPOOL01P
008300     10  WS-PT-FX-RATE                       PIC S9(3)V9(6)       DPOOL01P
008400                                            COMP-3.               DPOOL01P
008500     10  WS-PT-POOL-BALANCE                  PIC S9(11)V99 COMP-3.DPOOL01P
008600     10  WS-PT-ALLOCATION                    PIC S9(9)V99 COMP-3. DPOOL01P
008700     10  WS-PT-RATED                         PIC X(1).            DPOOL01P
008800       88  WS-PT-HAS-RATE                    VALUE 'Y'.           DPOOL01P
008900                                                                  DPOOL01P
009000***************************************************************** DPOOL01P
009100* One record of the allocation statement - the group header,    * DPOOL01P
009200* an account's line, the pool totals and the exposure check.    * DPOOL01P
009300* Amounts carry a + (credit) or - (debit) sign mark             * DPOOL01P
009400***************************************************************** DPOOL01P
009500 01  WS-PST-RECORD.                                               DPOOL01P
009600   05  PST-TYPE                              PIC X(1).            DPOOL01P
009700     88  PST-TYPE-HEADER                     VALUE 'H'.           DPOOL01P
009800     88  PST-TYPE-ACCOUNT                    VALUE 'D'.           DPOOL01P
009900     88  PST-TYPE-TOTAL                      VALUE 'T'.           DPOOL01P
010000     88  PST-TYPE-EXPOSURE                   VALUE 'E'.           DPOOL01P
010100   05  PST-BODY                              PIC X(79).           DPOOL01P
010200   05  PST-HEADER REDEFINES PST-BODY.                             DPOOL01P
010300     10  PST-H-GROUP-PID                     PIC X(5).            DPOOL01P
010400     10  PST-H-GROUP-NAME                    PIC X(30).           DPOOL01P
010500     10  PST-H-TREASURER-PID                 PIC X(5).            DPOOL01P
010600     10  PST-H-POSITION-DATE                 PIC X(10).           DPOOL01P
010700     10  PST-H-CURRENCY                      PIC X(3).            DPOOL01P
010800     10  FILLER                              PIC X(26).           DPOOL01P
010900   05  PST-ACCOUNT REDEFINES PST-BODY.                            DPOOL01P
011000     10  PST-D-ACCNO                         PIC X(9).            DPOOL01P
011100     10  PST-D-PID                           PIC X(5).            DPOOL01P
011200     10  PST-D-CURRENCY                      PIC X(3).            DPOOL01P
011300     10  PST-D-BALANCE-MARK                  PIC X(1).            DPOOL01P
011400     10  PST-D-BALANCE                       PIC 9(11)V99.        DPOOL01P
011500     10  PST-D-FX-RATE                       PIC 9(3)V9(6).       DPOOL01P
011600     10  PST-D-POOL-MARK                     PIC X(1).            DPOOL01P
011700     10  PST-D-POOL-BALANCE                  PIC 9(11)V99.        DPOOL01P
011800     10  PST-D-ALLOC-MARK                    PIC X(1).            DPOOL01P
011900     10  PST-D-ALLOCATION                    PIC 9(9)V99.         DPOOL01P
012000     10  PST-D-RATED                         PIC X(1).            DPOOL01P
012100     10  FILLER                              PIC X(12).           DPOOL01P
012200   05  PST-TOTAL REDEFINES PST-BODY.                              DPOOL01P
012300     10  PST-T-CREDITS                       PIC 9(11)V99.        DPOOL01P
012400     10  PST-T-DEBITS                        PIC 9(11)V99.        DPOOL01P
012500     10  PST-T-NET-MARK                      PIC X(1).            DPOOL01P
012600     10  PST-T-NET                           PIC 9(11)V99.        DPOOL01P
012700     10  PST-T-RATE                          PIC 9V9(6).          DPOOL01P
012800     10  PST-T-INTEREST-MARK                 PIC X(1).            DPOOL01P
012900     10  PST-T-INTEREST                      PIC 9(9)V99.         DPOOL01P
013000     10  PST-T-ACCOUNTS                      PIC 9(5).            DPOOL01P
013100     10  FILLER                              PIC X(15).           DPOOL01P
013200   05  PST-EXPOSURE REDEFINES PST-BODY.                           DPOOL01P
013300     10  PST-E-EXPOSURE                      PIC 9(11)V99.        DPOOL01P
013400     10  PST-E-LIMIT                         PIC 9(11)V99.        DPOOL01P
013500     10  PST-E-BREACH                        PIC X(1).            DPOOL01P
013600     10  FILLER                              PIC X(52).           DPOOL01P
013700                                                                  DPOOL01P
013800 01  WS-CSV-DATA.                                                 DPOOL01P
013900 COPY CCSVD.                                                      DPOOL01P
014000                                                                  DPOOL01P
014100 01  WS-96-COMMAREA.                                              DPOOL01P
014200 COPY CBANKD96.                                                   DPOOL01P
014300                                                                  DPOOL01P
014400 01  WS-91-COMMAREA.                                              DPOOL01P
014500 COPY CBANKD91.                                                   DPOOL01P
014600                                                                  DPOOL01P
014700 01  WS-88-COMMAREA.                                              DPOOL01P
014800 COPY CBANKD88.                                                   DPOOL01P
014900                                                                  DPOOL01P
015000   EXEC SQL                                                       DPOOL01P
015100        BEGIN DECLARE SECTION                                     DPOOL01P
015200   END-EXEC.                                                      DPOOL01P
015300 01  WS-COMMAREA.                                                 DPOOL01P
015400     EXEC SQL                                                     DPOOL01P
015500          INCLUDE CPOOLD01                                        DPOOL01P
015600     END-EXEC.                                                    DPOOL01P
015700 01  WS-98-COMMAREA.                                              DPOOL01P
015800     EXEC SQL                                                     DPOOL01P
015900          INCLUDE CBANKD98                                        DPOOL01P
016000     END-EXEC.                                                    DPOOL01P
016100 01  WS-72-COMMAREA.                                              DPOOL01P
016200     EXEC SQL                                                     DPOOL01P
016300          INCLUDE CBANKD72                                        DPOOL01P
016400     END-EXEC.                                                    DPOOL01P
016500 01  WS-48-COMMAREA.                                              DPOOL01P
016600     EXEC SQL                                                     DPOOL01P
016700          INCLUDE CBANKD48                                        DPOOL01P
016800     END-EXEC.                                                    DPOOL01P
016900 01  DCL-POOL-AREAS.                                              DPOOL01P
017000   05  DCL-CGR-GROUP-PID                     PIC X(5).            DPOOL01P
017100   05  DCL-CGR-NAME                          PIC X(30).           DPOOL01P
017200   05  DCL-CGR-TREASURER-PID                 PIC X(5).            DPOOL01P
017300   05  DCL-CGR-CURRENCY                      PIC X(3).            DPOOL01P
017400   05  DCL-CGM-GROUP-PID                     PIC X(5).            DPOOL01P
017500   05  DCL-CGM-LEVEL                         PIC S9(3) COMP-3.    DPOOL01P
017600   05  DCL-PLA-ACCNO                         PIC X(9).            DPOOL01P
017700   05  DCL-PLA-PID                           PIC X(5).            DPOOL01P
017800   05  DCL-PLA-STATUS                        PIC X(1).            DPOOL01P
017900   05  DCL-EOD-BALANCE                       PIC S9(7)V99 COMP-3. DPOOL01P
018000   05  DCL-EOD-CURRENCY                      PIC X(3).            DPOOL01P
018100   05  DCL-PLI-POOL-BALANCE                  PIC S9(11)V99 COMP-3.DPOOL01P
018200   05  DCL-PLI-ALLOCATION                    PIC S9(9)V99 COMP-3. DPOOL01P
018300   05  DCL-BAC-PID                           PIC X(5).            DPOOL01P
018400   05  DCL-BAC-STATUS                        PIC X(1).            DPOOL01P
018500   05  DCL-BAC-CURRENCY                      PIC X(3).            DPOOL01P
018600   05  DCL-CRP-PID                           PIC X(5).            DPOOL01P
018700   05  DCL-BCS-PID                           PIC X(5).            DPOOL01P
018800 01  WS-POOL-AREAS.                                               DPOOL01P
018900   05  WS-BUSINESS-DATE                      PIC X(10).           DPOOL01P
019000   05  WS-RUN-TS                             PIC X(26).           DPOOL01P
019100   05  WS-SNAP-DATE                          PIC X(10).           DPOOL01P
019200   05  WS-LAST-DATE                          PIC X(10).           DPOOL01P
019300   05  WS-START-ACCNO                        PIC X(9).            DPOOL01P
019400   05  WS-FX-CURRENCY                        PIC X(3).            DPOOL01P
019500   05  WS-FX-RATE                            PIC S9(3)V9(6)       DPOOL01P
019600                                            COMP-3.               DPOOL01P
019700   05  WS-FX-FOUND                           PIC X(1).            DPOOL01P
019800   05  WS-POOL-RATE                          PIC S9(3)V9(6)       DPOOL01P
019900                                            COMP-3.               DPOOL01P
020000   05  WS-CREDIT-TOTAL                       PIC S9(11)V99 COMP-3.DPOOL01P
020100   05  WS-DEBIT-TOTAL                        PIC S9(11)V99 COMP-3.DPOOL01P
020200   05  WS-NET                                PIC S9(11)V99 COMP-3.DPOOL01P
020300   05  WS-SIDE-TOTAL                         PIC S9(11)V99 COMP-3.DPOOL01P
020400   05  WS-LARGEST-BALANCE                    PIC S9(11)V99 COMP-3.DPOOL01P
020500   05  WS-ABS-BALANCE                        PIC S9(11)V99 COMP-3.DPOOL01P
020600   05  WS-RATE                               PIC S9V9(6) COMP-3.  DPOOL01P
020700   05  WS-INTEREST                           PIC S9(9)V99 COMP-3. DPOOL01P
020800   05  WS-ALLOCATED                          PIC S9(9)V99 COMP-3. DPOOL01P
020900   05  WS-EXPOSURE                           PIC S9(11)V99 COMP-3.DPOOL01P
021000   05  WS-GROUP-LIMIT                        PIC S9(11)V99 COMP-3.DPOOL01P
021100   05  WS-BREACH                             PIC X(1).            DPOOL01P
021200   05  WS-ACCOUNT-COUNT                      PIC S9(5) COMP-3.    DPOOL01P
021300                                                                  DPOOL01P
021400     EXEC SQL                                                     DPOOL01P
021500          INCLUDE SQLCA                                           DPOOL01P
021600     END-EXEC.                                                    DPOOL01P
021700                                                                  DPOOL01P
021800 COPY CABENDD.                                                    DPOOL01P
021900   EXEC SQL                                                       DPOOL01P
022000        END DECLARE SECTION                                       DPOOL01P
022100   END-EXEC.                                                      DPOOL01P
022200                                                                  DPOOL01P
022300 LINKAGE SECTION.                                                 DPOOL01P
022400 01  DFHCOMMAREA.                                                 DPOOL01P
022500   05  LK-COMMAREA                           PIC X(1)             DPOOL01P
022600       OCCURS 1 TO 6144 TIMES                                     DPOOL01P
022700         DEPENDING ON WS-COMMAREA-LENGTH.                         DPOOL01P
022800                                                                  DPOOL01P
022900 COPY CENTRY.                                                     DPOOL01P
023000***************************************************************** DPOOL01P
023100* Move the passed area to our area                              * DPOOL01P
023200***************************************************************** DPOOL01P
023300     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DPOOL01P
023400     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DPOOL01P
023500                                                                  DPOOL01P
023600***************************************************************** DPOOL01P
023700* Initialize our output area                                    * DPOOL01P
023800***************************************************************** DPOOL01P
023900     INITIALIZE CPL1O-DATA.                                       DPOOL01P
024000     SET CPL1O-REQUEST-FAIL TO TRUE.                              DPOOL01P
024100                                                                  DPOOL01P
024200     INITIALIZE CD98-DATA.                                        DPOOL01P
024300     SET CD98I-READ-BUSINESS-DATE TO TRUE.                        DPOOL01P
024400 COPY CBANKX98.                                                   DPOOL01P
024500     IF NOT CD98O-REQUEST-OK                                      DPOOL01P
024600        MOVE CD98O-MSG TO CPL1O-MSG                               DPOOL01P
024700        GO TO DPOOL01P-EXIT                                       DPOOL01P
024800     END-IF.                                                      DPOOL01P
024900     MOVE CD98O-DATE TO WS-BUSINESS-DATE.                         DPOOL01P
025000                                                                  DPOOL01P
025100     EVALUATE TRUE                                                DPOOL01P
025200       WHEN CPL1I-DEFINE-GROUP                                    DPOOL01P
025300         PERFORM DEFINE-GROUP THRU                                DPOOL01P
025400                 DEFINE-GROUP-EXIT                                DPOOL01P
025500       WHEN CPL1I-ADD-MEMBER                                      DPOOL01P
025600         PERFORM ADD-MEMBER THRU                                  DPOOL01P
025700                 ADD-MEMBER-EXIT                                  DPOOL01P
025800       WHEN CPL1I-ADD-ACCOUNT                                     DPOOL01P
025900         PERFORM ADD-ACCOUNT THRU                                 DPOOL01P
026000                 ADD-ACCOUNT-EXIT                                 DPOOL01P
026100       WHEN CPL1I-REMOVE-ACCOUNT                                  DPOOL01P
026200         PERFORM REMOVE-ACCOUNT THRU                              DPOOL01P
026300                 REMOVE-ACCOUNT-EXIT                              DPOOL01P
026400       WHEN CPL1I-LIST-ACCOUNTS                                   DPOOL01P
026500         PERFORM LIST-ACCOUNTS THRU                               DPOOL01P
026600                 LIST-ACCOUNTS-EXIT                               DPOOL01P
026700       WHEN CPL1I-SHOW-POSITION                                   DPOOL01P
026800         PERFORM SHOW-POSITION THRU                               DPOOL01P
026900                 SHOW-POSITION-EXIT                               DPOOL01P
027000       WHEN CPL1I-NIGHTLY-RUN                                     DPOOL01P
027100         PERFORM NIGHTLY-RUN THRU                                 DPOOL01P
027200                 NIGHTLY-RUN-EXIT                                 DPOOL01P
027300       WHEN OTHER                                                 DPOOL01P
027400         MOVE 'Unknown cash pooling function requested'           DPOOL01P
027500           TO CPL1O-MSG                                           DPOOL01P
027600     END-EVALUATE.                                                DPOOL01P
027700                                                                  DPOOL01P
027800 DPOOL01P-EXIT.                                                   DPOOL01P
027900***************************************************************** DPOOL01P
028000* Move the result back to the callers area                      * DPOOL01P
028100***************************************************************** DPOOL01P
028200     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DPOOL01P
028300                                                                  DPOOL01P
028400***************************************************************** DPOOL01P
028500* Return to our caller                                          * DPOOL01P
028600***************************************************************** DPOOL01P
028700 COPY CRETURN.                                                    DPOOL01P
028800                                                                  DPOOL01P
028900***************************************************************** DPOOL01P
029000* Define a corporate group under its top corporate, or change   * DPOOL01P
029100* its name, treasurer or pool currency. A new group starts      * DPOOL01P
029200* with the top corporate as the only entity of its hierarchy    * DPOOL01P
029300***************************************************************** DPOOL01P
029400 DEFINE-GROUP.                                                    DPOOL01P
029500     IF CPL1I-GROUP-PID IS EQUAL TO SPACES OR                     DPOOL01P
029600        CPL1I-TREASURER-PID IS EQUAL TO SPACES OR                 DPOOL01P
029700        CPL1I-CURRENCY IS EQUAL TO SPACES                         DPOOL01P
029800        MOVE 'Group, treasurer and pool currency are all needed'  DPOOL01P
029900          TO CPL1O-MSG                                            DPOOL01P
030000        GO TO DEFINE-GROUP-EXIT                                   DPOOL01P
030100     END-IF.                                                      DPOOL01P
030200     EXEC SQL                                                     DPOOL01P
030300          SELECT CRP_PID                                          DPOOL01P
030400          INTO :DCL-CRP-PID                                       DPOOL01P
030500          FROM BNKCORP                                            DPOOL01P
030600          WHERE CRP_PID = :CPL1I-GROUP-PID                        DPOOL01P
030700     END-EXEC.                                                    DPOOL01P
030800     IF SQLCODE IS EQUAL TO +100                                  DPOOL01P
030900        SET CPL1O-NOT-FOUND TO TRUE                               DPOOL01P
031000        MOVE 'The top PID is not a registered corporate'          DPOOL01P
031100          TO CPL1O-MSG                                            DPOOL01P
031200        GO TO DEFINE-GROUP-EXIT                                   DPOOL01P
031300     END-IF.                                                      DPOOL01P
031400     IF SQLCODE IS NOT EQUAL TO ZERO                              DPOOL01P
031500        MOVE 'Unable to read the corporate register' TO CPL1O-MSG DPOOL01P
031600        GO TO DEFINE-GROUP-EXIT                                   DPOOL01P
031700     END-IF.                                                      DPOOL01P
031800     EXEC SQL                                                     DPOOL01P
031900          SELECT BCS_PID                                          DPOOL01P
032000          INTO :DCL-BCS-PID                                       DPOOL01P
032100          FROM BNKCUST                                            DPOOL01P
032200          WHERE BCS_PID = :CPL1I-TREASURER-PID                    DPOOL01P
032300     END-EXEC.                                                    DPOOL01P
032400     IF SQLCODE IS NOT EQUAL TO ZERO                              DPOOL01P
032500        SET CPL1O-NOT-FOUND TO TRUE                               DPOOL01P
032600        MOVE 'No customer held under the treasurer PID'           DPOOL01P
032700          TO CPL1O-MSG                                            DPOOL01P
032800        GO TO DEFINE-GROUP-EXIT                                   DPOOL01P
032900     END-IF.                                                      DPOOL01P
033000     MOVE CPL1I-CURRENCY TO WS-FX-CURRENCY.                       DPOOL01P
033100     PERFORM READ-FX-RATE THRU                                    DPOOL01P
033200             READ-FX-RATE-EXIT.                                   DPOOL01P
033300     IF CPL1O-MSG IS NOT EQUAL TO SPACES                          DPOOL01P
033400        GO TO DEFINE-GROUP-EXIT                                   DPOOL01P
033500     END-IF.                                                      DPOOL01P
033600     IF WS-FX-FOUND IS NOT EQUAL TO 'Y'                           DPOOL01P
033700        MOVE 'No exchange rate is held for the pool currency'     DPOOL01P
033800          TO CPL1O-MSG                                            DPOOL01P
033900        GO TO DEFINE-GROUP-EXIT                                   DPOOL01P
034000     END-IF.                                                      DPOOL01P
034100     EXEC SQL                                                     DPOOL01P
034200          SELECT CGM_GROUP_PID                                    DPOOL01P
034300          INTO :DCL-CGM-GROUP-PID                                 DPOOL01P
034400          FROM BNKCGRM                                            DPOOL01P
034500          WHERE CGM_PID = :CPL1I-GROUP-PID                        DPOOL01P
034600     END-EXEC.                                                    DPOOL01P
034700     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DPOOL01P
034800        SQLCODE IS NOT EQUAL TO +100                              DPOOL01P
034900        MOVE 'Unable to read the group entities' TO CPL1O-MSG     DPOOL01P
035000        GO TO DEFINE-GROUP-EXIT                                   DPOOL01P
035100     END-IF.                                                      DPOOL01P
035200     IF SQLCODE IS EQUAL TO ZERO AND                              DPOOL01P
035300        DCL-CGM-GROUP-PID IS NOT EQUAL TO CPL1I-GROUP-PID         DPOOL01P
035400        MOVE SPACES TO CPL1O-MSG                                  DPOOL01P
035500        STRING 'That corporate already sits in group '            DPOOL01P
035600               DCL-CGM-GROUP-PID                                  DPOOL01P
035700               DELIMITED BY SIZE INTO CPL1O-MSG                   DPOOL01P
035800        GO TO DEFINE-GROUP-EXIT                                   DPOOL01P
035900     END-IF.                                                      DPOOL01P
036000     EXEC SQL                                                     DPOOL01P
036100          UPDATE BNKCGRP                                          DPOOL01P
036200          SET CGR_NAME = :CPL1I-GROUP-NAME,                       DPOOL01P
036300              CGR_TREASURER_PID = :CPL1I-TREASURER-PID,           DPOOL01P
036400              CGR_CURRENCY = :CPL1I-CURRENCY,                     DPOOL01P
036500              CGR_USERID = :CPL1I-USERID,                         DPOOL01P
036600              CGR_UPDATED_TS = CURRENT TIMESTAMP                  DPOOL01P
036700          WHERE CGR_GROUP_PID = :CPL1I-GROUP-PID                  DPOOL01P
036800     END-EXEC.                                                    DPOOL01P
036900     IF SQLCODE IS EQUAL TO ZERO                                  DPOOL01P
037000        SET CPL1O-REQUEST-OK TO TRUE                              DPOOL01P
037100        MOVE 'Corporate group updated' TO CPL1O-MSG               DPOOL01P
037200        GO TO DEFINE-GROUP-EXIT                                   DPOOL01P
037300     END-IF.                                                      DPOOL01P
037400     IF SQLCODE IS NOT EQUAL TO +100                              DPOOL01P
037500        MOVE 'Unable to update the corporate group' TO CPL1O-MSG  DPOOL01P
037600        GO TO DEFINE-GROUP-EXIT                                   DPOOL01P
037700     END-IF.                                                      DPOOL01P
037800     EXEC SQL                                                     DPOOL01P
037900          INSERT                                                  DPOOL01P
038000          INTO BNKCGRP (CGR_GROUP_PID,                            DPOOL01P
038100                        CGR_NAME,                                 DPOOL01P
038200                        CGR_TREASURER_PID,                        DPOOL01P
038300                        CGR_CURRENCY,                             DPOOL01P
038400                        CGR_STATUS,                               DPOOL01P
038500                        CGR_USERID,                               DPOOL01P
038600                        CGR_UPDATED_TS)                           DPOOL01P
038700          VALUES (:CPL1I-GROUP-PID,                               DPOOL01P
038800                  :CPL1I-GROUP-NAME,                              DPOOL01P
038900                  :CPL1I-TREASURER-PID,                           DPOOL01P
039000                  :CPL1I-CURRENCY,                                DPOOL01P
039100                  'A',                                            DPOOL01P
039200                  :CPL1I-USERID,                                  DPOOL01P
039300                  CURRENT TIMESTAMP)                              DPOOL01P
039400     END-EXEC.                                                    DPOOL01P
039500     IF SQLCODE IS NOT EQUAL TO ZERO                              DPOOL01P
039600        MOVE 'Unable to add the corporate group' TO CPL1O-MSG     DPOOL01P
039700        GO TO DEFINE-GROUP-EXIT                                   DPOOL01P
039800     END-IF.                                                      DPOOL01P
039900     EXEC SQL                                                     DPOOL01P
040000          INSERT                                                  DPOOL01P
040100          INTO BNKCGRM (CGM_PID,                                  DPOOL01P
040200                        CGM_GROUP_PID,                            DPOOL01P
040300                        CGM_PARENT_PID,                           DPOOL01P
040400                        CGM_LEVEL,                                DPOOL01P
040500                        CGM_USERID,                               DPOOL01P
040600                        CGM_ADDED_TS)                             DPOOL01P
040700          VALUES (:CPL1I-GROUP-PID,                               DPOOL01P
040800                  :CPL1I-GROUP-PID,                               DPOOL01P
040900                  ' ',                                            DPOOL01P
041000                  0,                                              DPOOL01P
041100                  :CPL1I-USERID,                                  DPOOL01P
041200                  CURRENT TIMESTAMP)                              DPOOL01P
041300     END-EXEC.                                                    DPOOL01P
041400     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DPOOL01P
041500        SQLCODE IS NOT EQUAL TO -803                              DPOOL01P
041600        MOVE 'Unable to add the top corporate to the group'       DPOOL01P
041700          TO CPL1O-MSG                                            DPOOL01P
041800        GO TO DEFINE-GROUP-EXIT                                   DPOOL01P
041900     END-IF.                                                      DPOOL01P
042000     SET CPL1O-REQUEST-OK TO TRUE.                                DPOOL01P
042100     MOVE 'Corporate group defined' TO CPL1O-MSG.                 DPOOL01P
042200 DEFINE-GROUP-EXIT.                                               DPOOL01P
042300     EXIT.                                                        DPOOL01P
042400                                                                  DPOOL01P
042500***************************************************************** DPOOL01P
042600* Add a corporate to the group's hierarchy under an entity      * DPOOL01P
042700* already in it - the top corporate when no parent is given     * DPOOL01P
042800***************************************************************** DPOOL01P
042900 ADD-MEMBER.                                                      DPOOL01P
043000     IF CPL1I-MEMBER-PID IS EQUAL TO SPACES                       DPOOL01P
043100        MOVE 'Which corporate is joining the group' TO CPL1O-MSG  DPOOL01P
043200        GO TO ADD-MEMBER-EXIT                                     DPOOL01P
043300     END-IF.                                                      DPOOL01P
043400     PERFORM READ-GROUP THRU                                      DPOOL01P
043500             READ-GROUP-EXIT.                                     DPOOL01P
043600     IF CPL1O-MSG IS NOT EQUAL TO SPACES                          DPOOL01P
043700        GO TO ADD-MEMBER-EXIT                                     DPOOL01P
043800     END-IF.                                                      DPOOL01P
043900     IF CPL1I-PARENT-PID IS EQUAL TO SPACES                       DPOOL01P
044000        MOVE CPL1I-GROUP-PID TO CPL1I-PARENT-PID                  DPOOL01P
044100     END-IF.                                                      DPOOL01P
044200     EXEC SQL                                                     DPOOL01P
044300          SELECT CRP_PID                                          DPOOL01P
044400          INTO :DCL-CRP-PID                                       DPOOL01P
044500          FROM BNKCORP                                            DPOOL01P
044600          WHERE CRP_PID = :CPL1I-MEMBER-PID                       DPOOL01P
044700     END-EXEC.                                                    DPOOL01P
044800     IF SQLCODE IS EQUAL TO +100                                  DPOOL01P
044900        SET CPL1O-NOT-FOUND TO TRUE                               DPOOL01P
045000        MOVE 'Customer is not a registered corporate' TO CPL1O-MSGDPOOL01P
045100        GO TO ADD-MEMBER-EXIT                                     DPOOL01P
045200     END-IF.                                                      DPOOL01P
045300     IF SQLCODE IS NOT EQUAL TO ZERO                              DPOOL01P
045400        MOVE 'Unable to read the corporate register' TO CPL1O-MSG DPOOL01P
045500        GO TO ADD-MEMBER-EXIT                                     DPOOL01P
045600     END-IF.                                                      DPOOL01P
045700     EXEC SQL                                                     DPOOL01P
045800          SELECT CGM_LEVEL                                        DPOOL01P
045900          INTO :DCL-CGM-LEVEL                                     DPOOL01P
046000          FROM BNKCGRM                                            DPOOL01P
046100          WHERE CGM_PID = :CPL1I-PARENT-PID AND                   DPOOL01P
046200                CGM_GROUP_PID = :CPL1I-GROUP-PID                  DPOOL01P
046300     END-EXEC.                                                    DPOOL01P
046400     IF SQLCODE IS EQUAL TO +100                                  DPOOL01P
046500        SET CPL1O-NOT-FOUND TO TRUE                               DPOOL01P
046600        MOVE 'The parent entity is not in that group' TO CPL1O-MSGDPOOL01P
046700        GO TO ADD-MEMBER-EXIT                                     DPOOL01P
046800     END-IF.                                                      DPOOL01P
046900     IF SQLCODE IS NOT EQUAL TO ZERO                              DPOOL01P
047000        MOVE 'Unable to read the group entities' TO CPL1O-MSG     DPOOL01P
047100        GO TO ADD-MEMBER-EXIT                                     DPOOL01P
047200     END-IF.                                                      DPOOL01P
047300     ADD 1 TO DCL-CGM-LEVEL.                                      DPOOL01P
047400     EXEC SQL                                                     DPOOL01P
047500          INSERT                                                  DPOOL01P
047600          INTO BNKCGRM (CGM_PID,                                  DPOOL01P
047700                        CGM_GROUP_PID,                            DPOOL01P
047800                        CGM_PARENT_PID,                           DPOOL01P
047900                        CGM_LEVEL,                                DPOOL01P
048000                        CGM_USERID,                               DPOOL01P
048100                        CGM_ADDED_TS)                             DPOOL01P
048200          VALUES (:CPL1I-MEMBER-PID,                              DPOOL01P
048300                  :CPL1I-GROUP-PID,                               DPOOL01P
048400                  :CPL1I-PARENT-PID,                              DPOOL01P
048500                  :DCL-CGM-LEVEL,                                 DPOOL01P
048600                  :CPL1I-USERID,                                  DPOOL01P
048700                  CURRENT TIMESTAMP)                              DPOOL01P
048800     END-EXEC.                                                    DPOOL01P
048900     IF SQLCODE IS EQUAL TO -803                                  DPOOL01P
049000        MOVE 'That corporate already belongs to a group'          DPOOL01P
049100          TO CPL1O-MSG                                            DPOOL01P
049200        GO TO ADD-MEMBER-EXIT                                     DPOOL01P
049300     END-IF.                                                      DPOOL01P
049400     IF SQLCODE IS NOT EQUAL TO ZERO                              DPOOL01P
049500        MOVE 'Unable to add the entity to the group' TO CPL1O-MSG DPOOL01P
049600        GO TO ADD-MEMBER-EXIT                                     DPOOL01P
049700     END-IF.                                                      DPOOL01P
049800     SET CPL1O-REQUEST-OK TO TRUE.                                DPOOL01P
049900     MOVE 'Entity added to the group' TO CPL1O-MSG.               DPOOL01P
050000 ADD-MEMBER-EXIT.                                                 DPOOL01P
050100     EXIT.                                                        DPOOL01P
050200                                                                  DPOOL01P
050300***************************************************************** DPOOL01P
050400* Put an account into the group's pool. It must be open, held   * DPOOL01P
050500* by an entity of the group, and in the pool currency or one    * DPOOL01P
050600* the rate table can convert                                    * DPOOL01P
050700***************************************************************** DPOOL01P
050800 ADD-ACCOUNT.                                                     DPOOL01P
050900     PERFORM READ-GROUP THRU                                      DPOOL01P
051000             READ-GROUP-EXIT.                                     DPOOL01P
051100     IF CPL1O-MSG IS NOT EQUAL TO SPACES                          DPOOL01P
051200        GO TO ADD-ACCOUNT-EXIT                                    DPOOL01P
051300     END-IF.                                                      DPOOL01P
051400     MOVE CPL1I-ACCNO TO DCL-PLA-ACCNO.                           DPOOL01P
051500     EXEC SQL                                                     DPOOL01P
051600          SELECT BAC_PID,                                         DPOOL01P
051700                 BAC_STATUS,                                      DPOOL01P
051800                 VALUE(BAC_CURRENCY, ' ')                         DPOOL01P
051900          INTO :DCL-BAC-PID,                                      DPOOL01P
052000               :DCL-BAC-STATUS,                                   DPOOL01P
052100               :DCL-BAC-CURRENCY                                  DPOOL01P
052200          FROM BNKACC                                             DPOOL01P
052300          WHERE BAC_ACCNO = :DCL-PLA-ACCNO                        DPOOL01P
052400     END-EXEC.                                                    DPOOL01P
052500     IF SQLCODE IS EQUAL TO +100                                  DPOOL01P
052600        SET CPL1O-NOT-FOUND TO TRUE                               DPOOL01P
052700        MOVE 'Account not found' TO CPL1O-MSG                     DPOOL01P
052800        GO TO ADD-ACCOUNT-EXIT                                    DPOOL01P
052900     END-IF.                                                      DPOOL01P
053000     IF SQLCODE IS NOT EQUAL TO ZERO                              DPOOL01P
053100        MOVE 'Unable to read the account' TO CPL1O-MSG            DPOOL01P
053200        GO TO ADD-ACCOUNT-EXIT                                    DPOOL01P
053300     END-IF.                                                      DPOOL01P
053400     IF DCL-BAC-STATUS IS EQUAL TO 'C'                            DPOOL01P
053500        MOVE 'Account is closed' TO CPL1O-MSG                     DPOOL01P
053600        GO TO ADD-ACCOUNT-EXIT                                    DPOOL01P
053700     END-IF.                                                      DPOOL01P
053800     EXEC SQL                                                     DPOOL01P
053900          SELECT CGM_GROUP_PID                                    DPOOL01P
054000          INTO :DCL-CGM-GROUP-PID                                 DPOOL01P
054100          FROM BNKCGRM                                            DPOOL01P
054200          WHERE CGM_PID = :DCL-BAC-PID                            DPOOL01P
054300     END-EXEC.                                                    DPOOL01P
054400     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DPOOL01P
054500        SQLCODE IS NOT EQUAL TO +100                              DPOOL01P
054600        MOVE 'Unable to read the group entities' TO CPL1O-MSG     DPOOL01P
054700        GO TO ADD-ACCOUNT-EXIT                                    DPOOL01P
054800     END-IF.                                                      DPOOL01P
054900     IF SQLCODE IS EQUAL TO +100 OR                               DPOOL01P
055000        DCL-CGM-GROUP-PID IS NOT EQUAL TO CPL1I-GROUP-PID         DPOOL01P
055100        MOVE 'Account is not held by an entity of the group'      DPOOL01P
055200          TO CPL1O-MSG                                            DPOOL01P
055300        GO TO ADD-ACCOUNT-EXIT                                    DPOOL01P
055400     END-IF.                                                      DPOOL01P
055500     IF DCL-BAC-CURRENCY IS NOT EQUAL TO SPACES AND               DPOOL01P
055600        DCL-BAC-CURRENCY IS NOT EQUAL TO DCL-CGR-CURRENCY         DPOOL01P
055700        MOVE DCL-BAC-CURRENCY TO WS-FX-CURRENCY                   DPOOL01P
055800        PERFORM READ-FX-RATE THRU                                 DPOOL01P
055900                READ-FX-RATE-EXIT                                 DPOOL01P
056000        IF CPL1O-MSG IS NOT EQUAL TO SPACES                       DPOOL01P
056100           GO TO ADD-ACCOUNT-EXIT                                 DPOOL01P
056200        END-IF                                                    DPOOL01P
056300        IF WS-FX-FOUND IS NOT EQUAL TO 'Y'                        DPOOL01P
056400           MOVE 'No exchange rate held for the account currency'  DPOOL01P
056500             TO CPL1O-MSG                                         DPOOL01P
056600           GO TO ADD-ACCOUNT-EXIT                                 DPOOL01P
056700        END-IF                                                    DPOOL01P
056800     END-IF.                                                      DPOOL01P
056900     EXEC SQL                                                     DPOOL01P
057000          UPDATE BNKPOOLA                                         DPOOL01P
057100          SET PLA_STATUS = 'A',                                   DPOOL01P
057200              PLA_JOINED_DATE = :WS-BUSINESS-DATE,                DPOOL01P
057300              PLA_USERID = :CPL1I-USERID,                         DPOOL01P
057400              PLA_UPDATED_TS = CURRENT TIMESTAMP                  DPOOL01P
057500          WHERE PLA_ACCNO = :DCL-PLA-ACCNO AND                    DPOOL01P
057600                PLA_GROUP_PID = :CPL1I-GROUP-PID AND              DPOOL01P
057700                PLA_STATUS = 'X'                                  DPOOL01P
057800     END-EXEC.                                                    DPOOL01P
057900     IF SQLCODE IS EQUAL TO +100                                  DPOOL01P
058000        EXEC SQL                                                  DPOOL01P
058100             INSERT                                               DPOOL01P
058200             INTO BNKPOOLA (PLA_ACCNO,                            DPOOL01P
058300                            PLA_GROUP_PID,                        DPOOL01P
058400                            PLA_PID,                              DPOOL01P
058500                            PLA_STATUS,                           DPOOL01P
058600                            PLA_JOINED_DATE,                      DPOOL01P
058700                            PLA_USERID,                           DPOOL01P
058800                            PLA_UPDATED_TS)                       DPOOL01P
058900             VALUES (:DCL-PLA-ACCNO,                              DPOOL01P
059000                     :CPL1I-GROUP-PID,                            DPOOL01P
059100                     :DCL-BAC-PID,                                DPOOL01P
059200                     'A',                                         DPOOL01P
059300                     :WS-BUSINESS-DATE,                           DPOOL01P
059400                     :CPL1I-USERID,                               DPOOL01P
059500                     CURRENT TIMESTAMP)                           DPOOL01P
059600        END-EXEC                                                  DPOOL01P
059700     END-IF.                                                      DPOOL01P
059800     IF SQLCODE IS EQUAL TO -803                                  DPOOL01P
059900        MOVE 'That account is already in a pool' TO CPL1O-MSG     DPOOL01P
060000        GO TO ADD-ACCOUNT-EXIT                                    DPOOL01P
060100     END-IF.                                                      DPOOL01P
060200     IF SQLCODE IS NOT EQUAL TO ZERO                              DPOOL01P
060300        MOVE 'Unable to add the account to the pool' TO CPL1O-MSG DPOOL01P
060400        GO TO ADD-ACCOUNT-EXIT                                    DPOOL01P
060500     END-IF.                                                      DPOOL01P
060600     SET CPL1O-REQUEST-OK TO TRUE.                                DPOOL01P
060700     MOVE 'Account added to the notional pool' TO CPL1O-MSG.      DPOOL01P
060800 ADD-ACCOUNT-EXIT.                                                DPOOL01P
060900     EXIT.                                                        DPOOL01P
061000                                                                  DPOOL01P
061100***************************************************************** DPOOL01P
061200* Take an account out of the pool. Its row stays so its past    * DPOOL01P
061300* allocations still list against it                             * DPOOL01P
061400***************************************************************** DPOOL01P
061500 REMOVE-ACCOUNT.                                                  DPOOL01P
061600     EXEC SQL                                                     DPOOL01P
061700          UPDATE BNKPOOLA                                         DPOOL01P
061800          SET PLA_STATUS = 'X',                                   DPOOL01P
061900              PLA_USERID = :CPL1I-USERID,                         DPOOL01P
062000              PLA_UPDATED_TS = CURRENT TIMESTAMP                  DPOOL01P
062100          WHERE PLA_ACCNO = :CPL1I-ACCNO AND                      DPOOL01P
062200                PLA_GROUP_PID = :CPL1I-GROUP-PID AND              DPOOL01P
062300                PLA_STATUS = 'A'                                  DPOOL01P
062400     END-EXEC.                                                    DPOOL01P
062500     IF SQLCODE IS EQUAL TO +100                                  DPOOL01P
062600        SET CPL1O-NOT-FOUND TO TRUE                               DPOOL01P
062700        MOVE 'That account is not in the group''s pool'           DPOOL01P
062800          TO CPL1O-MSG                                            DPOOL01P
062900        GO TO REMOVE-ACCOUNT-EXIT                                 DPOOL01P
063000     END-IF.                                                      DPOOL01P
063100     IF SQLCODE IS NOT EQUAL TO ZERO                              DPOOL01P
063200        MOVE 'Unable to take the account out of the pool'         DPOOL01P
063300          TO CPL1O-MSG                                            DPOOL01P
063400        GO TO REMOVE-ACCOUNT-EXIT                                 DPOOL01P
063500     END-IF.                                                      DPOOL01P
063600     SET CPL1O-REQUEST-OK TO TRUE.                                DPOOL01P
063700     MOVE 'Account taken out of the pool' TO CPL1O-MSG.           DPOOL01P
063800 REMOVE-ACCOUNT-EXIT.                                             DPOOL01P
063900     EXIT.                                                        DPOOL01P
064000                                                                  DPOOL01P
064100***************************************************************** DPOOL01P
064200* A page of the group's pool accounts after the one given,      * DPOOL01P
064300* each with its balance in the pool and its interest share      * DPOOL01P
064400* on the latest position                                        * DPOOL01P
064500***************************************************************** DPOOL01P
064600 LIST-ACCOUNTS.                                                   DPOOL01P
064700     PERFORM READ-GROUP THRU                                      DPOOL01P
064800             READ-GROUP-EXIT.                                     DPOOL01P
064900     IF CPL1O-MSG IS NOT EQUAL TO SPACES                          DPOOL01P
065000        GO TO LIST-ACCOUNTS-EXIT                                  DPOOL01P
065100     END-IF.                                                      DPOOL01P
065200     EXEC SQL                                                     DPOOL01P
065300          SELECT VALUE(CHAR(MAX(PLD_DATE), ISO), ' ')             DPOOL01P
065400          INTO :WS-LAST-DATE                                      DPOOL01P
065500          FROM BNKPOOLD                                           DPOOL01P
065600          WHERE PLD_GROUP_PID = :CPL1I-GROUP-PID                  DPOOL01P
065700     END-EXEC.                                                    DPOOL01P
065800     IF SQLCODE IS NOT EQUAL TO ZERO                              DPOOL01P
065900        MOVE 'Unable to read the pool positions' TO CPL1O-MSG     DPOOL01P
066000        GO TO LIST-ACCOUNTS-EXIT                                  DPOOL01P
066100     END-IF.                                                      DPOOL01P
066200     MOVE WS-LAST-DATE TO CPL1O-POSITION-DATE.                    DPOOL01P
066300     MOVE CPL1I-ACCNO TO WS-START-ACCNO.                          DPOOL01P
066400     IF WS-START-ACCNO IS EQUAL TO SPACES                         DPOOL01P
066500        MOVE LOW-VALUES TO WS-START-ACCNO                         DPOOL01P
066600     END-IF.                                                      DPOOL01P
066700     EXEC SQL                                                     DPOOL01P
066800          DECLARE PLST_CSR CURSOR FOR                             DPOOL01P
066900          SELECT PLA.PLA_ACCNO,                                   DPOOL01P
067000                 PLA.PLA_PID,                                     DPOOL01P
067100                 PLA.PLA_STATUS,                                  DPOOL01P
067200                 VALUE(BAC.BAC_CURRENCY, ' ')                     DPOOL01P
067300          FROM BNKPOOLA PLA,                                      DPOOL01P
067400               BNKACC BAC                                         DPOOL01P
067500          WHERE PLA.PLA_GROUP_PID = :CPL1I-GROUP-PID AND          DPOOL01P
067600                PLA.PLA_ACCNO > :WS-START-ACCNO AND               DPOOL01P
067700                BAC.BAC_ACCNO = PLA.PLA_ACCNO                     DPOOL01P
067800          ORDER BY PLA.PLA_ACCNO                                  DPOOL01P
067900          FOR FETCH ONLY                                          DPOOL01P
068000     END-EXEC.                                                    DPOOL01P
068100     EXEC SQL                                                     DPOOL01P
068200          OPEN PLST_CSR                                           DPOOL01P
068300     END-EXEC.                                                    DPOOL01P
068400     IF SQLCODE IS NOT EQUAL TO ZERO                              DPOOL01P
068500        MOVE 'Unable to read the pool accounts' TO CPL1O-MSG      DPOOL01P
068600        GO TO LIST-ACCOUNTS-EXIT                                  DPOOL01P
068700     END-IF.                                                      DPOOL01P
068800 PLST-LOOP.                                                       DPOOL01P
068900     IF CPL1O-LIST-COUNT IS EQUAL TO 4                            DPOOL01P
069000        GO TO PLST-LOOP-EXIT                                      DPOOL01P
069100     END-IF.                                                      DPOOL01P
069200     EXEC SQL                                                     DPOOL01P
069300          FETCH PLST_CSR                                          DPOOL01P
069400          INTO :DCL-PLA-ACCNO,                                    DPOOL01P
069500               :DCL-PLA-PID,                                      DPOOL01P
069600               :DCL-PLA-STATUS,                                   DPOOL01P
069700               :DCL-BAC-CURRENCY                                  DPOOL01P
069800     END-EXEC.                                                    DPOOL01P
069900     IF SQLCODE IS EQUAL TO +100                                  DPOOL01P
070000        GO TO PLST-LOOP-EXIT                                      DPOOL01P
070100     END-IF.                                                      DPOOL01P
070200     IF SQLCODE IS NOT EQUAL TO ZERO                              DPOOL01P
070300        MOVE 'Unable to read the pool accounts' TO CPL1O-MSG      DPOOL01P
070400        GO TO PLST-LOOP-EXIT                                      DPOOL01P
070500     END-IF.                                                      DPOOL01P
070600     MOVE ZERO TO DCL-PLI-POOL-BALANCE.                           DPOOL01P
070700     MOVE ZERO TO DCL-PLI-ALLOCATION.                             DPOOL01P
070800     IF WS-LAST-DATE IS NOT EQUAL TO SPACES                       DPOOL01P
070900        EXEC SQL                                                  DPOOL01P
071000             SELECT PLI_POOL_BALANCE,                             DPOOL01P
071100                    PLI_ALLOCATION                                DPOOL01P
071200             INTO :DCL-PLI-POOL-BALANCE,                          DPOOL01P
071300                  :DCL-PLI-ALLOCATION                             DPOOL01P
071400             FROM BNKPOOLI                                        DPOOL01P
071500             WHERE PLI_GROUP_PID = :CPL1I-GROUP-PID AND           DPOOL01P
071600                   PLI_DATE = :WS-LAST-DATE AND                   DPOOL01P
071700                   PLI_ACCNO = :DCL-PLA-ACCNO                     DPOOL01P
071800        END-EXEC                                                  DPOOL01P
071900        IF SQLCODE IS NOT EQUAL TO ZERO AND                       DPOOL01P
072000           SQLCODE IS NOT EQUAL TO +100                           DPOOL01P
072100           MOVE 'Unable to read the pool allocations' TO CPL1O-MSGDPOOL01P
072200           GO TO PLST-LOOP-EXIT                                   DPOOL01P
072300        END-IF                                                    DPOOL01P
072400     END-IF.                                                      DPOOL01P
072500     ADD 1 TO CPL1O-LIST-COUNT.                                   DPOOL01P
072600     MOVE DCL-PLA-ACCNO TO CPL1O-LST-ACCNO (CPL1O-LIST-COUNT).    DPOOL01P
072700     MOVE DCL-PLA-PID TO CPL1O-LST-PID (CPL1O-LIST-COUNT).        DPOOL01P
072800     MOVE DCL-BAC-CURRENCY TO                                     DPOOL01P
072900          CPL1O-LST-CURRENCY (CPL1O-LIST-COUNT).                  DPOOL01P
073000     MOVE DCL-PLA-STATUS TO CPL1O-LST-STATUS (CPL1O-LIST-COUNT).  DPOOL01P
073100     MOVE DCL-PLI-POOL-BALANCE TO                                 DPOOL01P
073200          CPL1O-LST-POOL-BALANCE (CPL1O-LIST-COUNT).              DPOOL01P
073300     MOVE DCL-PLI-ALLOCATION TO                                   DPOOL01P
073400          CPL1O-LST-ALLOCATION (CPL1O-LIST-COUNT).                DPOOL01P
073500     GO TO PLST-LOOP.                                             DPOOL01P
073600 PLST-LOOP-EXIT.                                                  DPOOL01P
073700     EXEC SQL                                                     DPOOL01P
073800          CLOSE PLST_CSR                                          DPOOL01P
073900     END-EXEC.                                                    DPOOL01P
074000     IF CPL1O-MSG IS NOT EQUAL TO SPACES                          DPOOL01P
074100        GO TO LIST-ACCOUNTS-EXIT                                  DPOOL01P
074200     END-IF.                                                      DPOOL01P
074300     SET CPL1O-REQUEST-OK TO TRUE.                                DPOOL01P
074400     IF CPL1O-LIST-COUNT IS EQUAL TO ZERO                         DPOOL01P
074500        MOVE 'No more accounts in the pool' TO CPL1O-MSG          DPOOL01P
074600     ELSE                                                         DPOOL01P
074700        MOVE 'Pool accounts shown' TO CPL1O-MSG                   DPOOL01P
074800     END-IF.                                                      DPOOL01P
074900 LIST-ACCOUNTS-EXIT.                                              DPOOL01P
075000     EXIT.                                                        DPOOL01P
075100                                                                  DPOOL01P
075200***************************************************************** DPOOL01P
075300* The group's latest pool position as the nightly run took it   * DPOOL01P
075400***************************************************************** DPOOL01P
075500 SHOW-POSITION.                                                   DPOOL01P
075600     PERFORM READ-GROUP THRU                                      DPOOL01P
075700             READ-GROUP-EXIT.                                     DPOOL01P
075800     IF CPL1O-MSG IS NOT EQUAL TO SPACES                          DPOOL01P
075900        GO TO SHOW-POSITION-EXIT                                  DPOOL01P
076000     END-IF.                                                      DPOOL01P
076100     EXEC SQL                                                     DPOOL01P
076200          SELECT CHAR(PLD.PLD_DATE, ISO),                         DPOOL01P
076300                 PLD.PLD_CREDITS,                                 DPOOL01P
076400                 PLD.PLD_DEBITS,                                  DPOOL01P
076500                 PLD.PLD_NET,                                     DPOOL01P
076600                 PLD.PLD_RATE,                                    DPOOL01P
076700                 PLD.PLD_INTEREST,                                DPOOL01P
076800                 PLD.PLD_EXPOSURE,                                DPOOL01P
076900                 PLD.PLD_LIMIT,                                   DPOOL01P
077000                 PLD.PLD_BREACH                                   DPOOL01P
077100          INTO :CPL1O-POSITION-DATE,                              DPOOL01P
077200               :CPL1O-CREDIT-TOTAL,                               DPOOL01P
077300               :CPL1O-DEBIT-TOTAL,                                DPOOL01P
077400               :CPL1O-NET-POSITION,                               DPOOL01P
077500               :CPL1O-RATE,                                       DPOOL01P
077600               :CPL1O-INTEREST,                                   DPOOL01P
077700               :CPL1O-EXPOSURE,                                   DPOOL01P
077800               :CPL1O-GROUP-LIMIT,                                DPOOL01P
077900               :CPL1O-BREACH                                      DPOOL01P
078000          FROM BNKPOOLD PLD                                       DPOOL01P
078100          WHERE PLD.PLD_GROUP_PID = :CPL1I-GROUP-PID AND          DPOOL01P
078200                PLD.PLD_DATE =                                    DPOOL01P
078300                (SELECT MAX(PL2.PLD_DATE)                         DPOOL01P
078400                 FROM BNKPOOLD PL2                                DPOOL01P
078500                 WHERE PL2.PLD_GROUP_PID = :CPL1I-GROUP-PID)      DPOOL01P
078600     END-EXEC.                                                    DPOOL01P
078700     IF SQLCODE IS EQUAL TO +100                                  DPOOL01P
078800        SET CPL1O-NOT-FOUND TO TRUE                               DPOOL01P
078900        MOVE 'No pool position has been taken for the group yet'  DPOOL01P
079000          TO CPL1O-MSG                                            DPOOL01P
079100        GO TO SHOW-POSITION-EXIT                                  DPOOL01P
079200     END-IF.                                                      DPOOL01P
079300     IF SQLCODE IS NOT EQUAL TO ZERO                              DPOOL01P
079400        MOVE 'Unable to read the pool positions' TO CPL1O-MSG     DPOOL01P
079500        GO TO SHOW-POSITION-EXIT                                  DPOOL01P
079600     END-IF.                                                      DPOOL01P
079700     SET CPL1O-REQUEST-OK TO TRUE.                                DPOOL01P
079800     IF CPL1O-LIMIT-BREACHED                                      DPOOL01P
079900        MOVE 'Pool position shown - the group is over its limit'  DPOOL01P
080000          TO CPL1O-MSG                                            DPOOL01P
080100     ELSE                                                         DPOOL01P
080200        MOVE 'Pool position shown' TO CPL1O-MSG                   DPOOL01P
080300     END-IF.                                                      DPOOL01P
080400 SHOW-POSITION-EXIT.                                              DPOOL01P
080500     EXIT.                                                        DPOOL01P
080600                                                                  DPOOL01P
080700***************************************************************** DPOOL01P
080800* The group named on the request must be defined                * DPOOL01P
080900***************************************************************** DPOOL01P
081000 READ-GROUP.                                                      DPOOL01P
081100     EXEC SQL                                                     DPOOL01P
081200          SELECT CGR_NAME,                                        DPOOL01P
081300                 CGR_TREASURER_PID,                               DPOOL01P
081400                 CGR_CURRENCY                                     DPOOL01P
081500          INTO :DCL-CGR-NAME,                                     DPOOL01P
081600               :DCL-CGR-TREASURER-PID,                            DPOOL01P
081700               :DCL-CGR-CURRENCY                                  DPOOL01P
081800          FROM BNKCGRP                                            DPOOL01P
081900          WHERE CGR_GROUP_PID = :CPL1I-GROUP-PID                  DPOOL01P
082000     END-EXEC.                                                    DPOOL01P
082100     IF SQLCODE IS EQUAL TO +100                                  DPOOL01P
082200        SET CPL1O-NOT-FOUND TO TRUE                               DPOOL01P
082300        MOVE 'No corporate group has that top PID' TO CPL1O-MSG   DPOOL01P
082400        GO TO READ-GROUP-EXIT                                     DPOOL01P
082500     END-IF.                                                      DPOOL01P
082600     IF SQLCODE IS NOT EQUAL TO ZERO                              DPOOL01P
082700        MOVE 'Unable to read the corporate group' TO CPL1O-MSG    DPOOL01P
082800        GO TO READ-GROUP-EXIT                                     DPOOL01P
082900     END-IF.                                                      DPOOL01P
083000     MOVE DCL-CGR-CURRENCY TO CPL1O-CURRENCY.                     DPOOL01P
083100 READ-GROUP-EXIT.                                                 DPOOL01P
083200     EXIT.                                                        DPOOL01P
083300                                                                  DPOOL01P
083400***************************************************************** DPOOL01P
083500* The rate for WS-FX-CURRENCY in base-currency units, served by * DPOOL01P
083600* DBANK88P - the base currency itself comes back as one         * DPOOL01P
083700***************************************************************** DPOOL01P
083800 READ-FX-RATE.                                                    DPOOL01P
083900     MOVE 'N' TO WS-FX-FOUND.                                     DPOOL01P
084000     MOVE ZERO TO WS-FX-RATE.                                     DPOOL01P
084100     INITIALIZE CD88-DATA.                                        DPOOL01P
084200     SET CD88I-READ-RATE TO TRUE.                                 DPOOL01P
084300     MOVE WS-FX-CURRENCY TO CD88I-CURRENCY.                       DPOOL01P
084400 COPY CBANKX88.                                                   DPOOL01P
084500     IF CD88O-NO-RATE                                             DPOOL01P
084600        GO TO READ-FX-RATE-EXIT                                   DPOOL01P
084700     END-IF.                                                      DPOOL01P
084800     IF NOT CD88O-REQUEST-OK                                      DPOOL01P
084900        MOVE CD88O-MSG TO CPL1O-MSG                               DPOOL01P
085000        GO TO READ-FX-RATE-EXIT                                   DPOOL01P
085100     END-IF.                                                      DPOOL01P
085200     MOVE 'Y' TO WS-FX-FOUND.                                     DPOOL01P
085300     MOVE CD88O-RATE TO WS-FX-RATE.                               DPOOL01P
085400 READ-FX-RATE-EXIT.                                               DPOOL01P
085500     EXIT.                                                        DPOOL01P
085600                                                                  DPOOL01P
085700***************************************************************** DPOOL01P
085800* Nightly pooling - every active group's position from the      * DPOOL01P
085900* latest end-of-day snapshot. A rerun for the same snapshot     * DPOOL01P
086000* replaces that day's position rather than adding to it         * DPOOL01P
086100***************************************************************** DPOOL01P
086200 NIGHTLY-RUN.                                                     DPOOL01P
086300     EXEC SQL                                                     DPOOL01P
086400          SET :WS-RUN-TS = CURRENT TIMESTAMP                      DPOOL01P
086500     END-EXEC.                                                    DPOOL01P
086600     EXEC SQL                                                     DPOOL01P
086700          SELECT VALUE(CHAR(MAX(EOD_DATE), ISO), ' ')             DPOOL01P
086800          INTO :WS-SNAP-DATE                                      DPOOL01P
086900          FROM BNKEODB                                            DPOOL01P
087000     END-EXEC.                                                    DPOOL01P
087100     IF SQLCODE IS NOT EQUAL TO ZERO                              DPOOL01P
087200        MOVE 'Unable to read the end-of-day snapshot' TO CPL1O-MSGDPOOL01P
087300        GO TO NIGHTLY-RUN-EXIT                                    DPOOL01P
087400     END-IF.                                                      DPOOL01P
087500     IF WS-SNAP-DATE IS EQUAL TO SPACES                           DPOOL01P
087600        SET CPL1O-REQUEST-OK TO TRUE                              DPOOL01P
087700        MOVE 'No end-of-day snapshot to pool' TO CPL1O-MSG        DPOOL01P
087800        GO TO NIGHTLY-RUN-EXIT                                    DPOOL01P
087900     END-IF.                                                      DPOOL01P
088000     EXEC SQL                                                     DPOOL01P
088100          DECLARE GRP_CSR CURSOR FOR                              DPOOL01P
088200          SELECT CGR_GROUP_PID,                                   DPOOL01P
088300                 CGR_NAME,                                        DPOOL01P
088400                 CGR_TREASURER_PID,                               DPOOL01P
088500                 CGR_CURRENCY                                     DPOOL01P
088600          FROM BNKCGRP                                            DPOOL01P
088700          WHERE CGR_STATUS = 'A'                                  DPOOL01P
088800          ORDER BY CGR_GROUP_PID                                  DPOOL01P
088900          FOR FETCH ONLY                                          DPOOL01P
089000     END-EXEC.                                                    DPOOL01P
089100     EXEC SQL                                                     DPOOL01P
089200          OPEN GRP_CSR                                            DPOOL01P
089300     END-EXEC.                                                    DPOOL01P
089400     IF SQLCODE IS NOT EQUAL TO ZERO                              DPOOL01P
089500        MOVE 'Unable to read the corporate groups' TO CPL1O-MSG   DPOOL01P
089600        GO TO NIGHTLY-RUN-EXIT                                    DPOOL01P
089700     END-IF.                                                      DPOOL01P
089800 GRP-LOOP.                                                        DPOOL01P
089900     EXEC SQL                                                     DPOOL01P
090000          FETCH GRP_CSR                                           DPOOL01P
090100          INTO :DCL-CGR-GROUP-PID,                                DPOOL01P
090200               :DCL-CGR-NAME,                                     DPOOL01P
090300               :DCL-CGR-TREASURER-PID,                            DPOOL01P
090400               :DCL-CGR-CURRENCY                                  DPOOL01P
090500     END-EXEC.                                                    DPOOL01P
090600     IF SQLCODE IS EQUAL TO +100                                  DPOOL01P
090700        GO TO GRP-LOOP-EXIT                                       DPOOL01P
090800     END-IF.                                                      DPOOL01P
090900     IF SQLCODE IS NOT EQUAL TO ZERO                              DPOOL01P
091000        MOVE 'Unable to read the corporate groups' TO CPL1O-MSG   DPOOL01P
091100        GO TO GRP-LOOP-EXIT                                       DPOOL01P
091200     END-IF.                                                      DPOOL01P
091300     PERFORM POOL-GROUP THRU                                      DPOOL01P
091400             POOL-GROUP-EXIT.                                     DPOOL01P
091500     IF CPL1O-MSG IS NOT EQUAL TO SPACES                          DPOOL01P
091600        GO TO GRP-LOOP-EXIT                                       DPOOL01P
091700     END-IF.                                                      DPOOL01P
091800     GO TO GRP-LOOP.                                              DPOOL01P
091900 GRP-LOOP-EXIT.                                                   DPOOL01P
092000     EXEC SQL                                                     DPOOL01P
092100          CLOSE GRP_CSR                                           DPOOL01P
092200     END-EXEC.                                                    DPOOL01P
092300     IF CPL1O-MSG IS NOT EQUAL TO SPACES                          DPOOL01P
092400        GO TO NIGHTLY-RUN-EXIT                                    DPOOL01P
092500     END-IF.                                                      DPOOL01P
092600     SET CPL1O-REQUEST-OK TO TRUE.                                DPOOL01P
092700     IF CPL1O-GROUPS IS EQUAL TO ZERO                             DPOOL01P
092800        MOVE 'No notional pools to take a position for'           DPOOL01P
092900          TO CPL1O-MSG                                            DPOOL01P
093000     ELSE                                                         DPOOL01P
093100        MOVE 'Pool positions taken and statements sent'           DPOOL01P
093200          TO CPL1O-MSG                                            DPOOL01P
093300     END-IF.                                                      DPOOL01P
093400 NIGHTLY-RUN-EXIT.                                                DPOOL01P
093500     EXIT.                                                        DPOOL01P
093600                                                                  DPOOL01P
093700***************************************************************** DPOOL01P
093800* One group's pool for the snapshot date - load and convert     * DPOOL01P
093900* the accounts, price the net position, share the interest      * DPOOL01P
094000* out, check the exposure, then record it all and send the      * DPOOL01P
094100* treasurer's statement                                         * DPOOL01P
094200***************************************************************** DPOOL01P
094300 POOL-GROUP.                                                      DPOOL01P
094400     EXEC SQL                                                     DPOOL01P
094500          DELETE                                                  DPOOL01P
094600          FROM BNKPOOLI                                           DPOOL01P
094700          WHERE PLI_GROUP_PID = :DCL-CGR-GROUP-PID AND            DPOOL01P
094800                PLI_DATE = :WS-SNAP-DATE                          DPOOL01P
094900     END-EXEC.                                                    DPOOL01P
095000     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DPOOL01P
095100        SQLCODE IS NOT EQUAL TO +100                              DPOOL01P
095200        MOVE 'Unable to clear the pool allocations for a rerun'   DPOOL01P
095300          TO CPL1O-MSG                                            DPOOL01P
095400        GO TO POOL-GROUP-EXIT                                     DPOOL01P
095500     END-IF.                                                      DPOOL01P
095600     EXEC SQL                                                     DPOOL01P
095700          DELETE                                                  DPOOL01P
095800          FROM BNKPOOLD                                           DPOOL01P
095900          WHERE PLD_GROUP_PID = :DCL-CGR-GROUP-PID AND            DPOOL01P
096000                PLD_DATE = :WS-SNAP-DATE                          DPOOL01P
096100     END-EXEC.                                                    DPOOL01P
096200     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DPOOL01P
096300        SQLCODE IS NOT EQUAL TO +100                              DPOOL01P
096400        MOVE 'Unable to clear the pool position for a rerun'      DPOOL01P
096500          TO CPL1O-MSG                                            DPOOL01P
096600        GO TO POOL-GROUP-EXIT                                     DPOOL01P
096700     END-IF.                                                      DPOOL01P
096800     MOVE DCL-CGR-CURRENCY TO WS-FX-CURRENCY.                     DPOOL01P
096900     PERFORM READ-FX-RATE THRU                                    DPOOL01P
097000             READ-FX-RATE-EXIT.                                   DPOOL01P
097100     IF CPL1O-MSG IS NOT EQUAL TO SPACES                          DPOOL01P
097200        GO TO POOL-GROUP-EXIT                                     DPOOL01P
097300     END-IF.                                                      DPOOL01P
097400     IF WS-FX-FOUND IS NOT EQUAL TO 'Y'                           DPOOL01P
097500        MOVE SPACES TO CPL1O-MSG                                  DPOOL01P
097600        STRING 'No exchange rate for the pool currency of group ' DPOOL01P
097700               DCL-CGR-GROUP-PID                                  DPOOL01P
097800               DELIMITED BY SIZE INTO CPL1O-MSG                   DPOOL01P
097900        GO TO POOL-GROUP-EXIT                                     DPOOL01P
098000     END-IF.                                                      DPOOL01P
098100     MOVE WS-FX-RATE TO WS-POOL-RATE.                             DPOOL01P
098200     PERFORM LOAD-POOL THRU                                       DPOOL01P
098300             LOAD-POOL-EXIT.                                      DPOOL01P
098400     IF CPL1O-MSG IS NOT EQUAL TO SPACES                          DPOOL01P
098500        GO TO POOL-GROUP-EXIT                                     DPOOL01P
098600     END-IF.                                                      DPOOL01P
098700     IF WS-PART-COUNT IS EQUAL TO ZERO                            DPOOL01P
098800        GO TO POOL-GROUP-EXIT                                     DPOOL01P
098900     END-IF.                                                      DPOOL01P
099000     PERFORM PRICE-POOL THRU                                      DPOOL01P
099100             PRICE-POOL-EXIT.                                     DPOOL01P
099200     IF CPL1O-MSG IS NOT EQUAL TO SPACES                          DPOOL01P
099300        GO TO POOL-GROUP-EXIT                                     DPOOL01P
099400     END-IF.                                                      DPOOL01P
099500     PERFORM ALLOCATE-INTEREST THRU                               DPOOL01P
099600             ALLOCATE-INTEREST-EXIT.                              DPOOL01P
099700     PERFORM CHECK-EXPOSURE THRU                                  DPOOL01P
099800             CHECK-EXPOSURE-EXIT.                                 DPOOL01P
099900     IF CPL1O-MSG IS NOT EQUAL TO SPACES                          DPOOL01P
100000        GO TO POOL-GROUP-EXIT                                     DPOOL01P
100100     END-IF.                                                      DPOOL01P
100200     PERFORM RECORD-POSITION THRU                                 DPOOL01P
100300             RECORD-POSITION-EXIT.                                DPOOL01P
100400     IF CPL1O-MSG IS NOT EQUAL TO SPACES                          DPOOL01P
100500        GO TO POOL-GROUP-EXIT                                     DPOOL01P
100600     END-IF.                                                      DPOOL01P
100700     PERFORM SEND-STATEMENT THRU                                  DPOOL01P
100800             SEND-STATEMENT-EXIT.                                 DPOOL01P
100900     IF CPL1O-MSG IS NOT EQUAL TO SPACES                          DPOOL01P
101000        GO TO POOL-GROUP-EXIT                                     DPOOL01P
101100     END-IF.                                                      DPOOL01P
101200     ADD 1 TO CPL1O-GROUPS.                                       DPOOL01P
101300     ADD WS-PART-COUNT TO CPL1O-ACCOUNTS.                         DPOOL01P
101400 POOL-GROUP-EXIT.                                                 DPOOL01P
101500     EXIT.                                                        DPOOL01P
101600                                                                  DPOOL01P
101700***************************************************************** DPOOL01P
101800* Every account in the pool with its snapshot balance, each     * DPOOL01P
101900* taken into the pool currency and onto the credit or debit     * DPOOL01P
102000* side. An account in a currency with no rate on file sits      * DPOOL01P
102100* out of the day's pool and is shown so on the statement; an    * DPOOL01P
102200* account with no currency of its own is in the pool currency   * DPOOL01P
102300***************************************************************** DPOOL01P
102400 LOAD-POOL.                                                       DPOOL01P
102500     MOVE ZERO TO WS-PART-COUNT.                                  DPOOL01P
102600     MOVE ZERO TO WS-CREDIT-TOTAL.                                DPOOL01P
102700     MOVE ZERO TO WS-DEBIT-TOTAL.                                 DPOOL01P
102800     EXEC SQL                                                     DPOOL01P
102900          DECLARE PART_CSR CURSOR FOR                             DPOOL01P
103000          SELECT PLA.PLA_ACCNO,                                   DPOOL01P
103100                 PLA.PLA_PID,                                     DPOOL01P
103200                 EOD.EOD_BALANCE,                                 DPOOL01P
103300                 VALUE(EOD.EOD_CURRENCY, ' ')                     DPOOL01P
103400          FROM BNKPOOLA PLA,                                      DPOOL01P
103500               BNKEODB EOD                                        DPOOL01P
103600          WHERE PLA.PLA_GROUP_PID = :DCL-CGR-GROUP-PID AND        DPOOL01P
103700                PLA.PLA_STATUS = 'A' AND                          DPOOL01P
103800                EOD.EOD_ACCNO = PLA.PLA_ACCNO AND                 DPOOL01P
103900                EOD.EOD_DATE = :WS-SNAP-DATE                      DPOOL01P
104000          ORDER BY PLA.PLA_ACCNO                                  DPOOL01P
104100          FOR FETCH ONLY                                          DPOOL01P
104200     END-EXEC.                                                    DPOOL01P
104300     EXEC SQL                                                     DPOOL01P
104400          OPEN PART_CSR                                           DPOOL01P
104500     END-EXEC.                                                    DPOOL01P
104600     IF SQLCODE IS NOT EQUAL TO ZERO                              DPOOL01P
104700        MOVE 'Unable to read the pool accounts' TO CPL1O-MSG      DPOOL01P
104800        GO TO LOAD-POOL-EXIT                                      DPOOL01P
104900     END-IF.                                                      DPOOL01P
105000 PART-LOOP.                                                       DPOOL01P
105100     EXEC SQL                                                     DPOOL01P
105200          FETCH PART_CSR                                          DPOOL01P
105300          INTO :DCL-PLA-ACCNO,                                    DPOOL01P
105400               :DCL-PLA-PID,                                      DPOOL01P
105500               :DCL-EOD-BALANCE,                                  DPOOL01P
105600               :DCL-EOD-CURRENCY                                  DPOOL01P
105700     END-EXEC.                                                    DPOOL01P
105800     IF SQLCODE IS EQUAL TO +100                                  DPOOL01P
105900        GO TO PART-LOOP-EXIT                                      DPOOL01P
106000     END-IF.                                                      DPOOL01P
106100     IF SQLCODE IS NOT EQUAL TO ZERO                              DPOOL01P
106200        MOVE 'Unable to read the pool accounts' TO CPL1O-MSG      DPOOL01P
106300        GO TO PART-LOOP-EXIT                                      DPOOL01P
106400     END-IF.                                                      DPOOL01P
106500     IF WS-PART-COUNT IS EQUAL TO WS-MAX-ACCOUNTS                 DPOOL01P
106600        MOVE SPACES TO CPL1O-MSG                                  DPOOL01P
106700        STRING 'Too many accounts in the pool of group '          DPOOL01P
106800               DCL-CGR-GROUP-PID                                  DPOOL01P
106900               DELIMITED BY SIZE INTO CPL1O-MSG                   DPOOL01P
107000        GO TO PART-LOOP-EXIT                                      DPOOL01P
107100     END-IF.                                                      DPOOL01P
107200     ADD 1 TO WS-PART-COUNT.                                      DPOOL01P
107300     MOVE WS-PART-COUNT TO WS-SUB1.                               DPOOL01P
107400     MOVE DCL-PLA-ACCNO TO WS-PT-ACCNO (WS-SUB1).                 DPOOL01P
107500     MOVE DCL-PLA-PID TO WS-PT-PID (WS-SUB1).                     DPOOL01P
107600     MOVE DCL-EOD-CURRENCY TO WS-PT-CURRENCY (WS-SUB1).           DPOOL01P
107700     MOVE DCL-EOD-BALANCE TO WS-PT-BALANCE (WS-SUB1).             DPOOL01P
107800     MOVE ZERO TO WS-PT-ALLOCATION (WS-SUB1).                     DPOOL01P
107900     PERFORM CONVERT-BALANCE THRU                                 DPOOL01P
108000             CONVERT-BALANCE-EXIT.                                DPOOL01P
108100     IF CPL1O-MSG IS NOT EQUAL TO SPACES                          DPOOL01P
108200        GO TO PART-LOOP-EXIT                                      DPOOL01P
108300     END-IF.                                                      DPOOL01P
108400     IF WS-PT-POOL-BALANCE (WS-SUB1) IS GREATER THAN ZERO         DPOOL01P
108500        ADD WS-PT-POOL-BALANCE (WS-SUB1) TO WS-CREDIT-TOTAL       DPOOL01P
108600     ELSE                                                         DPOOL01P
108700        ADD WS-PT-POOL-BALANCE (WS-SUB1) TO WS-DEBIT-TOTAL        DPOOL01P
108800     END-IF.                                                      DPOOL01P
108900     GO TO PART-LOOP.                                             DPOOL01P
109000 PART-LOOP-EXIT.                                                  DPOOL01P
109100     EXEC SQL                                                     DPOOL01P
109200          CLOSE PART_CSR                                          DPOOL01P
109300     END-EXEC.                                                    DPOOL01P
109400     COMPUTE WS-NET = WS-CREDIT-TOTAL + WS-DEBIT-TOTAL.           DPOOL01P
109500 LOAD-POOL-EXIT.                                                  DPOOL01P
109600     EXIT.                                                        DPOOL01P
109700                                                                  DPOOL01P
109800***************************************************************** DPOOL01P
109900* One account's balance in the pool currency - through the      * DPOOL01P
110000* base currency, at the account currency's rate over the pool   * DPOOL01P
110100* currency's                                                    * DPOOL01P
110200***************************************************************** DPOOL01P
110300 CONVERT-BALANCE.                                                 DPOOL01P
110400     IF WS-PT-CURRENCY (WS-SUB1) IS EQUAL TO SPACES OR            DPOOL01P
110500        WS-PT-CURRENCY (WS-SUB1) IS EQUAL TO DCL-CGR-CURRENCY     DPOOL01P
110600        MOVE 'Y' TO WS-PT-RATED (WS-SUB1)                         DPOOL01P
110700        MOVE 1 TO WS-PT-FX-RATE (WS-SUB1)                         DPOOL01P
110800        MOVE WS-PT-BALANCE (WS-SUB1) TO                           DPOOL01P
110900             WS-PT-POOL-BALANCE (WS-SUB1)                         DPOOL01P
111000        GO TO CONVERT-BALANCE-EXIT                                DPOOL01P
111100     END-IF.                                                      DPOOL01P
111200     MOVE WS-PT-CURRENCY (WS-SUB1) TO WS-FX-CURRENCY.             DPOOL01P
111300     PERFORM READ-FX-RATE THRU                                    DPOOL01P
111400             READ-FX-RATE-EXIT.                                   DPOOL01P
111500     IF CPL1O-MSG IS NOT EQUAL TO SPACES                          DPOOL01P
111600        GO TO CONVERT-BALANCE-EXIT                                DPOOL01P
111700     END-IF.                                                      DPOOL01P
111800     IF WS-FX-FOUND IS NOT EQUAL TO 'Y'                           DPOOL01P
111900        MOVE 'N' TO WS-PT-RATED (WS-SUB1)                         DPOOL01P
112000        MOVE ZERO TO WS-PT-FX-RATE (WS-SUB1)                      DPOOL01P
112100        MOVE ZERO TO WS-PT-POOL-BALANCE (WS-SUB1)                 DPOOL01P
112200        GO TO CONVERT-BALANCE-EXIT                                DPOOL01P
112300     END-IF.                                                      DPOOL01P
112400     MOVE 'Y' TO WS-PT-RATED (WS-SUB1).                           DPOOL01P
112500     COMPUTE WS-PT-FX-RATE (WS-SUB1) ROUNDED =                    DPOOL01P
112600             WS-FX-RATE / WS-POOL-RATE.                           DPOOL01P
112700     COMPUTE WS-PT-POOL-BALANCE (WS-SUB1) ROUNDED =               DPOOL01P
112800             WS-PT-BALANCE (WS-SUB1) * WS-FX-RATE / WS-POOL-RATE. DPOOL01P
112900 CONVERT-BALANCE-EXIT.                                            DPOOL01P
113000     EXIT.                                                        DPOOL01P
113100                                                                  DPOOL01P
113200***************************************************************** DPOOL01P
113300* The day's interest on the net position - the pool credit      * DPOOL01P
113400* rate when the group is net in credit, the pool debit rate     * DPOOL01P
113500* when it is net overdrawn, each banded on the net balance.     * DPOOL01P
113600* With no pool rate in force no interest is due                 * DPOOL01P
113700***************************************************************** DPOOL01P
113800 PRICE-POOL.                                                      DPOOL01P
113900     MOVE ZERO TO WS-RATE.                                        DPOOL01P
114000     MOVE ZERO TO WS-INTEREST.                                    DPOOL01P
114100     IF WS-NET IS EQUAL TO ZERO                                   DPOOL01P
114200        GO TO PRICE-POOL-EXIT                                     DPOOL01P
114300     END-IF.                                                      DPOOL01P
114400     INITIALIZE CD72-DATA.                                        DPOOL01P
114500     SET CD72I-READ-RATE TO TRUE.                                 DPOOL01P
114600     MOVE '**' TO CD72I-ACC-TYPE.                                 DPOOL01P
114700     IF WS-NET IS GREATER THAN ZERO                               DPOOL01P
114800        SET CD72I-KIND-POOL-CREDIT TO TRUE                        DPOOL01P
114900        MOVE WS-NET TO WS-ABS-BALANCE                             DPOOL01P
115000     ELSE                                                         DPOOL01P
115100        SET CD72I-KIND-POOL-DEBIT TO TRUE                         DPOOL01P
115200        COMPUTE WS-ABS-BALANCE = 0 - WS-NET                       DPOOL01P
115300     END-IF.                                                      DPOOL01P
115400     IF WS-ABS-BALANCE IS GREATER THAN 9999999.99                 DPOOL01P
115500        MOVE 9999999.99 TO CD72I-BALANCE                          DPOOL01P
115600     ELSE                                                         DPOOL01P
115700        MOVE WS-ABS-BALANCE TO CD72I-BALANCE                      DPOOL01P
115800     END-IF.                                                      DPOOL01P
115900     MOVE WS-SNAP-DATE TO CD72I-ASOF-DATE.                        DPOOL01P
116000 COPY CBANKX72.                                                   DPOOL01P
116100     IF CD72O-NO-RATE-FOUND                                       DPOOL01P
116200        GO TO PRICE-POOL-EXIT                                     DPOOL01P
116300     END-IF.                                                      DPOOL01P
116400     IF NOT CD72O-REQUEST-OK                                      DPOOL01P
116500        MOVE CD72O-MSG TO CPL1O-MSG                               DPOOL01P
116600        GO TO PRICE-POOL-EXIT                                     DPOOL01P
116700     END-IF.                                                      DPOOL01P
116800     MOVE CD72O-RATE TO WS-RATE.                                  DPOOL01P
116900     COMPUTE WS-INTEREST ROUNDED =                                DPOOL01P
117000             WS-NET * WS-RATE / WS-DAY-BASIS.                     DPOOL01P
117100 PRICE-POOL-EXIT.                                                 DPOOL01P
117200     EXIT.                                                        DPOOL01P
117300                                                                  DPOOL01P
117400***************************************************************** DPOOL01P
117500* Share the interest out among the accounts on the side of the  * DPOOL01P
117600* pool that earned or incurred it, each by its part of that     * DPOOL01P
117700* side's total. The rounding left over goes to the largest      * DPOOL01P
117800* contributor so the shares add back to the interest exactly    * DPOOL01P
117900***************************************************************** DPOOL01P
118000 ALLOCATE-INTEREST.                                               DPOOL01P
118100     MOVE ZERO TO WS-ALLOCATED.                                   DPOOL01P
118200     MOVE ZERO TO WS-LARGEST.                                     DPOOL01P
118300     MOVE ZERO TO WS-LARGEST-BALANCE.                             DPOOL01P
118400     IF WS-INTEREST IS EQUAL TO ZERO                              DPOOL01P
118500        GO TO ALLOCATE-INTEREST-EXIT                              DPOOL01P
118600     END-IF.                                                      DPOOL01P
118700     IF WS-NET IS GREATER THAN ZERO                               DPOOL01P
118800        MOVE WS-CREDIT-TOTAL TO WS-SIDE-TOTAL                     DPOOL01P
118900     ELSE                                                         DPOOL01P
119000        MOVE WS-DEBIT-TOTAL TO WS-SIDE-TOTAL                      DPOOL01P
119100     END-IF.                                                      DPOOL01P
119200     MOVE ZERO TO WS-SUB1.                                        DPOOL01P
119300     PERFORM ALLOCATE-ONE THRU                                    DPOOL01P
119400             ALLOCATE-ONE-EXIT WS-PART-COUNT TIMES.               DPOOL01P
119500     IF WS-LARGEST IS GREATER THAN ZERO                           DPOOL01P
119600        COMPUTE WS-PT-ALLOCATION (WS-LARGEST) =                   DPOOL01P
119700                WS-PT-ALLOCATION (WS-LARGEST) +                   DPOOL01P
119800                WS-INTEREST - WS-ALLOCATED                        DPOOL01P
119900     END-IF.                                                      DPOOL01P
120000 ALLOCATE-INTEREST-EXIT.                                          DPOOL01P
120100     EXIT.                                                        DPOOL01P
120200                                                                  DPOOL01P
120300 ALLOCATE-ONE.                                                    DPOOL01P
120400     ADD 1 TO WS-SUB1.                                            DPOOL01P
120500     IF NOT WS-PT-HAS-RATE (WS-SUB1)                              DPOOL01P
120600        GO TO ALLOCATE-ONE-EXIT                                   DPOOL01P
120700     END-IF.                                                      DPOOL01P
120800     IF WS-NET IS GREATER THAN ZERO AND                           DPOOL01P
120900        WS-PT-POOL-BALANCE (WS-SUB1) IS NOT GREATER THAN ZERO     DPOOL01P
121000        GO TO ALLOCATE-ONE-EXIT                                   DPOOL01P
121100     END-IF.                                                      DPOOL01P
121200     IF WS-NET IS LESS THAN ZERO AND                              DPOOL01P
121300        WS-PT-POOL-BALANCE (WS-SUB1) IS NOT LESS THAN ZERO        DPOOL01P
121400        GO TO ALLOCATE-ONE-EXIT                                   DPOOL01P
121500     END-IF.                                                      DPOOL01P
121600     COMPUTE WS-PT-ALLOCATION (WS-SUB1) ROUNDED =                 DPOOL01P
121700             WS-INTEREST * WS-PT-POOL-BALANCE (WS-SUB1) /         DPOOL01P
121800             WS-SIDE-TOTAL.                                       DPOOL01P
121900     ADD WS-PT-ALLOCATION (WS-SUB1) TO WS-ALLOCATED.              DPOOL01P
122000     IF WS-PT-POOL-BALANCE (WS-SUB1) IS LESS THAN ZERO            DPOOL01P
122100        COMPUTE WS-ABS-BALANCE = 0 - WS-PT-POOL-BALANCE (WS-SUB1) DPOOL01P
122200     ELSE                                                         DPOOL01P
122300        MOVE WS-PT-POOL-BALANCE (WS-SUB1) TO WS-ABS-BALANCE       DPOOL01P
122400     END-IF.                                                      DPOOL01P
122500     IF WS-ABS-BALANCE IS GREATER THAN WS-LARGEST-BALANCE         DPOOL01P
122600        MOVE WS-ABS-BALANCE TO WS-LARGEST-BALANCE                 DPOOL01P
122700        MOVE WS-SUB1 TO WS-LARGEST                                DPOOL01P
122800     END-IF.                                                      DPOOL01P
122900 ALLOCATE-ONE-EXIT.                                               DPOOL01P
123000     EXIT.                                                        DPOOL01P
123100                                                                  DPOOL01P
123200***************************************************************** DPOOL01P
123300* The group's aggregate exposure against its group obligor      * DPOOL01P
123400* limit, answered by DBANK48P                                   * DPOOL01P
123500***************************************************************** DPOOL01P
123600 CHECK-EXPOSURE.                                                  DPOOL01P
123700     MOVE 'N' TO WS-BREACH.                                       DPOOL01P
123800     INITIALIZE CD48-DATA.                                        DPOOL01P
123900     SET CD48I-CHECK-GROUP TO TRUE.                               DPOOL01P
124000     MOVE DCL-CGR-GROUP-PID TO CD48I-PERSON-PID.                  DPOOL01P
124100     MOVE ZERO TO CD48I-NEW-AMOUNT.                               DPOOL01P
124200 COPY CBANKX48.                                                   DPOOL01P
124300     IF NOT CD48O-REQUEST-OK AND                                  DPOOL01P
124400        NOT CD48O-WOULD-BREACH                                    DPOOL01P
124500        MOVE CD48O-MSG TO CPL1O-MSG                               DPOOL01P
124600        GO TO CHECK-EXPOSURE-EXIT                                 DPOOL01P
124700     END-IF.                                                      DPOOL01P
124800     MOVE CD48O-EXPOSURE TO WS-EXPOSURE.                          DPOOL01P
124900     MOVE CD48O-OBLIGOR-LIMIT TO WS-GROUP-LIMIT.                  DPOOL01P
125000     IF CD48O-WOULD-BREACH                                        DPOOL01P
125100        MOVE 'Y' TO WS-BREACH                                     DPOOL01P
125200        ADD 1 TO CPL1O-BREACHES                                   DPOOL01P
125300     END-IF.                                                      DPOOL01P
125400 CHECK-EXPOSURE-EXIT.                                             DPOOL01P
125500     EXIT.                                                        DPOOL01P
125600                                                                  DPOOL01P
125700***************************************************************** DPOOL01P
125800* The day's position on BNKPOOLD and each account's share of it * DPOOL01P
125900* on BNKPOOLI                                                   * DPOOL01P
126000***************************************************************** DPOOL01P
126100 RECORD-POSITION.                                                 DPOOL01P
126200     EXEC SQL                                                     DPOOL01P
126300          INSERT                                                  DPOOL01P
126400          INTO BNKPOOLD (PLD_GROUP_PID,                           DPOOL01P
126500                         PLD_DATE,                                DPOOL01P
126600                         PLD_CURRENCY,                            DPOOL01P
126700                         PLD_CREDITS,                             DPOOL01P
126800                         PLD_DEBITS,                              DPOOL01P
126900                         PLD_NET,                                 DPOOL01P
127000                         PLD_RATE,                                DPOOL01P
127100                         PLD_INTEREST,                            DPOOL01P
127200                         PLD_EXPOSURE,                            DPOOL01P
127300                         PLD_LIMIT,                               DPOOL01P
127400                         PLD_BREACH,                              DPOOL01P
127500                         PLD_ACCOUNTS,                            DPOOL01P
127600                         PLD_RUN_TS)                              DPOOL01P
127700          VALUES (:DCL-CGR-GROUP-PID,                             DPOOL01P
127800                  :WS-SNAP-DATE,                                  DPOOL01P
127900                  :DCL-CGR-CURRENCY,                              DPOOL01P
128000                  :WS-CREDIT-TOTAL,                               DPOOL01P
128100                  :WS-DEBIT-TOTAL,                                DPOOL01P
128200                  :WS-NET,                                        DPOOL01P
128300                  :WS-RATE,                                       DPOOL01P
128400                  :WS-INTEREST,                                   DPOOL01P
128500                  :WS-EXPOSURE,                                   DPOOL01P
128600                  :WS-GROUP-LIMIT,                                DPOOL01P
128700                  :WS-BREACH,                                     DPOOL01P
128800                  :WS-PART-COUNT,                                 DPOOL01P
128900                  :WS-RUN-TS)                                     DPOOL01P
129000     END-EXEC.                                                    DPOOL01P
129100     IF SQLCODE IS NOT EQUAL TO ZERO                              DPOOL01P
129200        MOVE 'Unable to record the pool position' TO CPL1O-MSG    DPOOL01P
129300        GO TO RECORD-POSITION-EXIT                                DPOOL01P
129400     END-IF.                                                      DPOOL01P
129500     MOVE ZERO TO WS-SUB1.                                        DPOOL01P
129600     PERFORM RECORD-SHARE THRU                                    DPOOL01P
129700             RECORD-SHARE-EXIT WS-PART-COUNT TIMES.               DPOOL01P
129800 RECORD-POSITION-EXIT.                                            DPOOL01P
129900     EXIT.                                                        DPOOL01P
130000                                                                  DPOOL01P
130100 RECORD-SHARE.                                                    DPOOL01P
130200     ADD 1 TO WS-SUB1.                                            DPOOL01P
130300     IF CPL1O-MSG IS NOT EQUAL TO SPACES                          DPOOL01P
130400        GO TO RECORD-SHARE-EXIT                                   DPOOL01P
130500     END-IF.                                                      DPOOL01P
130600     EXEC SQL                                                     DPOOL01P
130700          INSERT                                                  DPOOL01P
130800          INTO BNKPOOLI (PLI_GROUP_PID,                           DPOOL01P
130900                         PLI_DATE,                                DPOOL01P
131000                         PLI_ACCNO,                               DPOOL01P
131100                         PLI_PID,                                 DPOOL01P
131200                         PLI_CURRENCY,                            DPOOL01P
131300                         PLI_BALANCE,                             DPOOL01P
131400                         PLI_FX_RATE,                             DPOOL01P
131500                         PLI_POOL_BALANCE,                        DPOOL01P
131600                         PLI_ALLOCATION,                          DPOOL01P
131700                         PLI_RATED)                               DPOOL01P
131800          VALUES (:DCL-CGR-GROUP-PID,                             DPOOL01P
131900                  :WS-SNAP-DATE,                                  DPOOL01P
132000                  :WS-PT-ACCNO (WS-SUB1),                         DPOOL01P
132100                  :WS-PT-PID (WS-SUB1),                           DPOOL01P
132200                  :WS-PT-CURRENCY (WS-SUB1),                      DPOOL01P
132300                  :WS-PT-BALANCE (WS-SUB1),                       DPOOL01P
132400                  :WS-PT-FX-RATE (WS-SUB1),                       DPOOL01P
132500                  :WS-PT-POOL-BALANCE (WS-SUB1),                  DPOOL01P
132600                  :WS-PT-ALLOCATION (WS-SUB1),                    DPOOL01P
132700                  :WS-PT-RATED (WS-SUB1))                         DPOOL01P
132800     END-EXEC.                                                    DPOOL01P
132900     IF SQLCODE IS NOT EQUAL TO ZERO                              DPOOL01P
133000        MOVE 'Unable to record the pool allocation' TO CPL1O-MSG  DPOOL01P
133100     END-IF.                                                      DPOOL01P
133200 RECORD-SHARE-EXIT.                                               DPOOL01P
133300     EXIT.                                                        DPOOL01P
133400                                                                  DPOOL01P
133500***************************************************************** DPOOL01P
133600* The treasurer's statement - the report captured under the     * DPOOL01P
133700* group's name and the same position framed onto the outbound   * DPOOL01P
133800* queue, a header, a line per account, the pool totals and the  * DPOOL01P
133900* exposure against the group limit                              * DPOOL01P
134000***************************************************************** DPOOL01P
134100 SEND-STATEMENT.                                                  DPOOL01P
134200     MOVE SPACES TO WS-CSV-LINE.                                  DPOOL01P
134300     STRING 'GROUP,ACCOUNT,PID,CURRENCY,BALANCE,FX RATE,'         DPOOL01P
134400            'POOL BALANCE,ALLOCATION,RATED'                       DPOOL01P
134500            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DPOOL01P
134600     PERFORM QUEUE-REPORT-LINE THRU                               DPOOL01P
134700             QUEUE-REPORT-LINE-EXIT.                              DPOOL01P
134800     MOVE SPACES TO WS-PST-RECORD.                                DPOOL01P
134900     SET PST-TYPE-HEADER TO TRUE.                                 DPOOL01P
135000     MOVE DCL-CGR-GROUP-PID TO PST-H-GROUP-PID.                   DPOOL01P
135100     MOVE DCL-CGR-NAME TO PST-H-GROUP-NAME.                       DPOOL01P
135200     MOVE DCL-CGR-TREASURER-PID TO PST-H-TREASURER-PID.           DPOOL01P
135300     MOVE WS-SNAP-DATE TO PST-H-POSITION-DATE.                    DPOOL01P
135400     MOVE DCL-CGR-CURRENCY TO PST-H-CURRENCY.                     DPOOL01P
135500     PERFORM WRITE-RECORD THRU                                    DPOOL01P
135600             WRITE-RECORD-EXIT.                                   DPOOL01P
135700     MOVE ZERO TO WS-SUB1.                                        DPOOL01P
135800     PERFORM STATEMENT-LINE THRU                                  DPOOL01P
135900             STATEMENT-LINE-EXIT WS-PART-COUNT TIMES.             DPOOL01P
136000     IF CPL1O-MSG IS NOT EQUAL TO SPACES                          DPOOL01P
136100        GO TO SEND-STATEMENT-EXIT                                 DPOOL01P
136200     END-IF.                                                      DPOOL01P
136300     MOVE WS-NET TO WS-POOL-DISP.                                 DPOOL01P
136400     MOVE WS-INTEREST TO WS-ALLOC-DISP.                           DPOOL01P
136500     MOVE WS-RATE TO WS-RATE-DISP.                                DPOOL01P
136600     MOVE SPACES TO WS-CSV-LINE.                                  DPOOL01P
136700     STRING DCL-CGR-GROUP-PID ',,NET,' DCL-CGR-CURRENCY ',,'      DPOOL01P
136800            WS-RATE-DISP ',' WS-POOL-DISP ',' WS-ALLOC-DISP ','   DPOOL01P
136900            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DPOOL01P
137000     PERFORM QUEUE-REPORT-LINE THRU                               DPOOL01P
137100             QUEUE-REPORT-LINE-EXIT.                              DPOOL01P
137200     MOVE WS-EXPOSURE TO WS-AMOUNT-DISP.                          DPOOL01P
137300     MOVE WS-GROUP-LIMIT TO WS-LIMIT-DISP.                        DPOOL01P
137400     MOVE SPACES TO WS-CSV-LINE.                                  DPOOL01P
137500     STRING DCL-CGR-GROUP-PID ',,EXPOSURE,,' WS-AMOUNT-DISP       DPOOL01P
137600            ',LIMIT,' WS-LIMIT-DISP ',BREACH,' WS-BREACH          DPOOL01P
137700            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DPOOL01P
137800     PERFORM QUEUE-REPORT-LINE THRU                               DPOOL01P
137900             QUEUE-REPORT-LINE-EXIT.                              DPOOL01P
138000     MOVE SPACES TO WS-PST-RECORD.                                DPOOL01P
138100     SET PST-TYPE-TOTAL TO TRUE.                                  DPOOL01P
138200     MOVE WS-CREDIT-TOTAL TO PST-T-CREDITS.                       DPOOL01P
138300     COMPUTE PST-T-DEBITS = 0 - WS-DEBIT-TOTAL.                   DPOOL01P
138400     IF WS-NET IS LESS THAN ZERO                                  DPOOL01P
138500        MOVE '-' TO PST-T-NET-MARK                                DPOOL01P
138600        COMPUTE PST-T-NET = 0 - WS-NET                            DPOOL01P
138700     ELSE                                                         DPOOL01P
138800        MOVE '+' TO PST-T-NET-MARK                                DPOOL01P
138900        MOVE WS-NET TO PST-T-NET                                  DPOOL01P
139000     END-IF.                                                      DPOOL01P
139100     MOVE WS-RATE TO PST-T-RATE.                                  DPOOL01P
139200     IF WS-INTEREST IS LESS THAN ZERO                             DPOOL01P
139300        MOVE '-' TO PST-T-INTEREST-MARK                           DPOOL01P
139400        COMPUTE PST-T-INTEREST = 0 - WS-INTEREST                  DPOOL01P
139500     ELSE                                                         DPOOL01P
139600        MOVE '+' TO PST-T-INTEREST-MARK                           DPOOL01P
139700        MOVE WS-INTEREST TO PST-T-INTEREST                        DPOOL01P
139800     END-IF.                                                      DPOOL01P
139900     MOVE WS-PART-COUNT TO PST-T-ACCOUNTS.                        DPOOL01P
140000     PERFORM WRITE-RECORD THRU                                    DPOOL01P
140100             WRITE-RECORD-EXIT.                                   DPOOL01P
140200     MOVE SPACES TO WS-PST-RECORD.                                DPOOL01P
140300     SET PST-TYPE-EXPOSURE TO TRUE.                               DPOOL01P
140400     MOVE WS-EXPOSURE TO PST-E-EXPOSURE.                          DPOOL01P
140500     MOVE WS-GROUP-LIMIT TO PST-E-LIMIT.                          DPOOL01P
140600     MOVE WS-BREACH TO PST-E-BREACH.                              DPOOL01P
140700     PERFORM WRITE-RECORD THRU                                    DPOOL01P
140800             WRITE-RECORD-EXIT.                                   DPOOL01P
140900     IF CPL1O-MSG IS NOT EQUAL TO SPACES                          DPOOL01P
141000        GO TO SEND-STATEMENT-EXIT                                 DPOOL01P
141100     END-IF.                                                      DPOOL01P
141200     INITIALIZE CD96-DATA.                                        DPOOL01P
141300     SET CD96I-CAPTURE-REPORT TO TRUE.                            DPOOL01P
141400     MOVE WS-PROGRAM-ID TO CD96I-JOB.                             DPOOL01P
141500     MOVE DCL-CGR-GROUP-PID TO WS-REPORT-GROUP.                   DPOOL01P
141600     MOVE WS-REPORT-NAME TO CD96I-REPORT-NAME.                    DPOOL01P
141700     MOVE 'CSVQ' TO CD96I-QUEUE.                                  DPOOL01P
141800     MOVE 90 TO CD96I-RETAIN-DAYS.                                DPOOL01P
141900 COPY CBANKX96.                                                   DPOOL01P
142000     IF NOT CD96O-REQUEST-OK                                      DPOOL01P
142100        MOVE CD96O-MSG TO CPL1O-MSG                               DPOOL01P
142200        GO TO SEND-STATEMENT-EXIT                                 DPOOL01P
142300     END-IF.                                                      DPOOL01P
142400     INITIALIZE CD91-DATA.                                        DPOOL01P
142500     SET CD91I-FRAME-FILE TO TRUE.                                DPOOL01P
142600     MOVE WS-PROGRAM-ID TO CD91I-SOURCE-JOB.                      DPOOL01P
142700     MOVE 'PLSO' TO CD91I-IN-QUEUE.                               DPOOL01P
142800     MOVE 'PLSX' TO CD91I-OUT-QUEUE.                              DPOOL01P
142900     MOVE WS-BUSINESS-DATE TO CD91I-BUSINESS-DATE.                DPOOL01P
143000 COPY CBANKX91.                                                   DPOOL01P
143100     IF NOT CD91O-REQUEST-OK                                      DPOOL01P
143200        MOVE CD91O-MSG TO CPL1O-MSG                               DPOOL01P
143300        GO TO SEND-STATEMENT-EXIT                                 DPOOL01P
143400     END-IF.                                                      DPOOL01P
143500     ADD CD91O-RECORD-COUNT TO CPL1O-RECORD-COUNT.                DPOOL01P
143600     MOVE CPL1O-HASH-TOTAL TO WS-HASH-WORK.                       DPOOL01P
143700     ADD CD91O-HASH-TOTAL TO WS-HASH-WORK.                        DPOOL01P
143800     IF WS-HASH-WORK IS GREATER THAN 9999999999999                DPOOL01P
143900        SUBTRACT 10000000000000 FROM WS-HASH-WORK                 DPOOL01P
144000     END-IF.                                                      DPOOL01P
144100     MOVE WS-HASH-WORK TO CPL1O-HASH-TOTAL.                       DPOOL01P
144200 SEND-STATEMENT-EXIT.                                             DPOOL01P
144300     EXIT.                                                        DPOOL01P
144400                                                                  DPOOL01P
144500***************************************************************** DPOOL01P
144600* One account's line on the report and on the statement file    * DPOOL01P
144700***************************************************************** DPOOL01P
144800 STATEMENT-LINE.                                                  DPOOL01P
144900     ADD 1 TO WS-SUB1.                                            DPOOL01P
145000     MOVE WS-PT-BALANCE (WS-SUB1) TO WS-AMOUNT-DISP.              DPOOL01P
145100     MOVE WS-PT-FX-RATE (WS-SUB1) TO WS-FX-DISP.                  DPOOL01P
145200     MOVE WS-PT-POOL-BALANCE (WS-SUB1) TO WS-POOL-DISP.           DPOOL01P
145300     MOVE WS-PT-ALLOCATION (WS-SUB1) TO WS-ALLOC-DISP.            DPOOL01P
145400     MOVE SPACES TO WS-CSV-LINE.                                  DPOOL01P
145500     STRING DCL-CGR-GROUP-PID ',' WS-PT-ACCNO (WS-SUB1)           DPOOL01P
145600            ',' WS-PT-PID (WS-SUB1) ',' WS-PT-CURRENCY (WS-SUB1)  DPOOL01P
145700            ',' WS-AMOUNT-DISP ',' WS-FX-DISP ',' WS-POOL-DISP    DPOOL01P
145800            ',' WS-ALLOC-DISP ',' WS-PT-RATED (WS-SUB1)           DPOOL01P
145900            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DPOOL01P
146000     PERFORM QUEUE-REPORT-LINE THRU                               DPOOL01P
146100             QUEUE-REPORT-LINE-EXIT.                              DPOOL01P
146200     MOVE SPACES TO WS-PST-RECORD.                                DPOOL01P
146300     SET PST-TYPE-ACCOUNT TO TRUE.                                DPOOL01P
146400     MOVE WS-PT-ACCNO (WS-SUB1) TO PST-D-ACCNO.                   DPOOL01P
146500     MOVE WS-PT-PID (WS-SUB1) TO PST-D-PID.                       DPOOL01P
146600     MOVE WS-PT-CURRENCY (WS-SUB1) TO PST-D-CURRENCY.             DPOOL01P
146700     IF WS-PT-BALANCE (WS-SUB1) IS LESS THAN ZERO                 DPOOL01P
146800        MOVE '-' TO PST-D-BALANCE-MARK                            DPOOL01P
146900        COMPUTE PST-D-BALANCE = 0 - WS-PT-BALANCE (WS-SUB1)       DPOOL01P
147000     ELSE                                                         DPOOL01P
147100        MOVE '+' TO PST-D-BALANCE-MARK                            DPOOL01P
147200        MOVE WS-PT-BALANCE (WS-SUB1) TO PST-D-BALANCE             DPOOL01P
147300     END-IF.                                                      DPOOL01P
147400     MOVE WS-PT-FX-RATE (WS-SUB1) TO PST-D-FX-RATE.               DPOOL01P
147500     IF WS-PT-POOL-BALANCE (WS-SUB1) IS LESS THAN ZERO            DPOOL01P
147600        MOVE '-' TO PST-D-POOL-MARK                               DPOOL01P
147700        COMPUTE PST-D-POOL-BALANCE =                              DPOOL01P
147800                0 - WS-PT-POOL-BALANCE (WS-SUB1)                  DPOOL01P
147900     ELSE                                                         DPOOL01P
148000        MOVE '+' TO PST-D-POOL-MARK                               DPOOL01P
148100        MOVE WS-PT-POOL-BALANCE (WS-SUB1) TO PST-D-POOL-BALANCE   DPOOL01P
148200     END-IF.                                                      DPOOL01P
148300     IF WS-PT-ALLOCATION (WS-SUB1) IS LESS THAN ZERO              DPOOL01P
148400        MOVE '-' TO PST-D-ALLOC-MARK                              DPOOL01P
148500        COMPUTE PST-D-ALLOCATION = 0 - WS-PT-ALLOCATION (WS-SUB1) DPOOL01P
148600     ELSE                                                         DPOOL01P
148700        MOVE '+' TO PST-D-ALLOC-MARK                              DPOOL01P
148800        MOVE WS-PT-ALLOCATION (WS-SUB1) TO PST-D-ALLOCATION       DPOOL01P
148900     END-IF.                                                      DPOOL01P
149000     MOVE WS-PT-RATED (WS-SUB1) TO PST-D-RATED.                   DPOOL01P
149100     PERFORM WRITE-RECORD THRU                                    DPOOL01P
149200             WRITE-RECORD-EXIT.                                   DPOOL01P
149300 STATEMENT-LINE-EXIT.                                             DPOOL01P
149400     EXIT.                                                        DPOOL01P
149500                                                                  DPOOL01P
149600***************************************************************** DPOOL01P
149700* Hand one record to the pool statement's queue                 * DPOOL01P
149800***************************************************************** DPOOL01P
149900 WRITE-RECORD.                                                    DPOOL01P
150000     EXEC CICS WRITEQ TD                                          DPOOL01P
150100               QUEUE('PLSO')                                      DPOOL01P
150200               FROM(WS-PST-RECORD)                                DPOOL01P
150300               LENGTH(LENGTH OF WS-PST-RECORD)                    DPOOL01P
150400               RESP(WS-RESP)                                      DPOOL01P
150500     END-EXEC.                                                    DPOOL01P
150600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DPOOL01P
150700        MOVE 'Unable to write the pool statement queue'           DPOOL01P
150800          TO CPL1O-MSG                                            DPOOL01P
150900     END-IF.                                                      DPOOL01P
151000 WRITE-RECORD-EXIT.                                               DPOOL01P
151100     EXIT.                                                        DPOOL01P
151200                                                                  DPOOL01P
151300***************************************************************** DPOOL01P
151400* Hand the built line to the extract queue                      * DPOOL01P
151500***************************************************************** DPOOL01P
151600 QUEUE-REPORT-LINE.                                               DPOOL01P
151700 COPY CCSVWRQ.                                                    DPOOL01P
151800 QUEUE-REPORT-LINE-EXIT.                                          DPOOL01P
151900     EXIT.                                                        DPOOL01P
