001300* Program:     DBANK48P.CBL                                     * DBANK48P
001400* Function:    Single-obligor exposure - aggregate one          * DBANK48P
001500*              customer's credit outstandings (loan principal,  * DBANK48P
001600*              sanctioned overdraft and credit card limits,     * DBANK48P
001650*              unarranged excess)                               * DBANK48P
001700*              against the internal obligor limit on BNKOBLM,   * DBANK48P
001800*              report every breach nightly, and answer the      * DBANK48P
001900*              check the loan and overdraft sanctioning         * DBANK48P
002000*              screens ask before granting a new facility, for  * DBANK48P
002020*              the customer alone and for any corporate group   * DBANK48P
002040*              they belong to (DPOOL01P)                        * DBANK48P
002100*              SQL version                                      * DBANK48P
002200***************************************************************** DBANK48P
002300                                                                  DBANK48P
004000   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBANK48P
004100   05  WS-EXP-DISP                           PIC -(11)9.99.       DBANK48P
004200   05  WS-LIM-DISP                           PIC -(11)9.99.       DBANK48P
004250   05  WS-COV-DISP                           PIC ZZ9.             DBANK48P
004300***************************************************************** DBANK48P
004400* The obligor limit applied to a customer with no BNKOBLM row   * DBANK48P
004500* of their own - credit policy owns the figure                  * DBANK48P
004600***************************************************************** DBANK48P
004700   05  WS-DEFAULT-OBLIGOR-LIMIT  VALUE 100000.00                  DBANK48P
004800                                 PIC S9(11)V99 COMP-3.            DBANK48P
004810***************************************************************** DBANK48P
004820* The limit a corporate group is held to when credit policy has * DBANK48P
004830* set none of its own on BNKOBLM                                * DBANK48P
004840***************************************************************** DBANK48P
004850   05  WS-DEFAULT-GROUP-LIMIT    VALUE 250000.00                  DBANK48P
004860                                 PIC S9(11)V99 COMP-3.            DBANK48P
004900                                                                  DBANK48P
005000 01  WS-CSV-DATA.                                                 DBANK48P
005100 COPY CCSVD.                                                      DBANK48P
006700   05  DCL-OBL-PID                           PIC X(5).            DBANK48P
006800   05  DCL-OBL-LOANS                         PIC S9(11)V99 COMP-3.DBANK48P
006900   05  DCL-OBL-ODLIMITS                      PIC S9(11)V99 COMP-3.DBANK48P
006950   05  DCL-OBL-CARDLIMITS                    PIC S9(11)V99 COMP-3.DBANK48P
007000   05  DCL-OBL-EXCESS                        PIC S9(11)V99 COMP-3.DBANK48P
007050   05  DCL-OBL-GUARANTEES                    PIC S9(11)V99 COMP-3.DBANK48P
007100   05  DCL-OBL-LIMIT                         PIC S9(11)V99 COMP-3.DBANK48P
007200   05  DCL-OBL-EXPOSURE                      PIC S9(11)V99 COMP-3.DBANK48P
007250   05  DCL-OBL-COVENANTS                     PIC S9(5) COMP-3.    DBANK48P
007255   05  DCL-OBL-SCOPE                         PIC X(1).            DBANK48P
007260   05  DCL-GRP-PID                           PIC X(5).            DBANK48P
007265   05  DCL-GRP-MEMBER-PID                    PIC X(5).            DBANK48P
007270   05  DCL-GRP-EXPOSURE                      PIC S9(11)V99 COMP-3.DBANK48P
007275   05  DCL-GRP-LIMIT                         PIC S9(11)V99 COMP-3.DBANK48P
007280   05  DCL-GRP-MEMBERS                       PIC S9(3) COMP-3.    DBANK48P
007300                                                                  DBANK48P
007400     EXEC SQL                                                     DBANK48P
007500          INCLUDE SQLCA                                           DBANK48P
010900       WHEN CD48I-SET-LIMIT                                       DBANK48P
011000         PERFORM SET-OBLIGOR-LIMIT THRU                           DBANK48P
011100                 SET-OBLIGOR-LIMIT-EXIT                           DBANK48P
011120       WHEN CD48I-CHECK-GROUP                                     DBANK48P
011140         PERFORM CHECK-GROUP THRU                                 DBANK48P
011160                 CHECK-GROUP-EXIT                                 DBANK48P
011200       WHEN OTHER                                                 DBANK48P
011300         MOVE 'Unknown exposure function requested' TO CD48O-MSG  DBANK48P
011400     END-EVALUATE.                                                DBANK48P
015600        MOVE 'Unable to total the sanctioned limits' TO CD48O-MSG DBANK48P
015700        GO TO AGGREGATE-EXPOSURE-EXIT                             DBANK48P
015800     END-IF.                                                      DBANK48P
015805*    A credit card limit is sanctioned credit the same as an      DBANK48P
015810*    overdraft limit                                              DBANK48P
015815     MOVE ZEROES TO DCL-OBL-CARDLIMITS.                           DBANK48P
015820     EXEC SQL                                                     DBANK48P
015825          SELECT VALUE(SUM(CCA.CCA_LIMIT), 0)                     DBANK48P
015830          INTO :DCL-OBL-CARDLIMITS                                DBANK48P
015835          FROM BNKCCAC CCA                                        DBANK48P
015840          WHERE CCA.CCA_PID = :DCL-OBL-PID AND                    DBANK48P
015845                CCA.CCA_STATUS = 'A'                              DBANK48P
015850     END-EXEC.                                                    DBANK48P
015855     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK48P
015860        MOVE 'Unable to total the card limits' TO CD48O-MSG       DBANK48P
015865        GO TO AGGREGATE-EXPOSURE-EXIT                             DBANK48P
015870     END-IF.                                                      DBANK48P
015875     ADD DCL-OBL-CARDLIMITS TO DCL-OBL-ODLIMITS.                  DBANK48P
015900     MOVE ZEROES TO DCL-OBL-EXCESS.                               DBANK48P
016000     EXEC SQL                                                     DBANK48P
016100          SELECT VALUE(SUM(0 - BAC.BAC_BALANCE), 0)               DBANK48P
016300          FROM BNKACC BAC                                         DBANK48P
016400          WHERE BAC.BAC_PID = :DCL-OBL-PID AND                    DBANK48P
016500                BAC.BAC_BALANCE < 0 AND                           DBANK48P
016550                BAC.BAC_ACCTYPE <> 'CC' AND                       DBANK48P
016600                NOT EXISTS                                        DBANK48P
016700                (SELECT 1                                         DBANK48P
016800                 FROM BNKODFA ODF                                 DBANK48P
017200        MOVE 'Unable to total the unarranged excess' TO CD48O-MSG DBANK48P
017300        GO TO AGGREGATE-EXPOSURE-EXIT                             DBANK48P
017400     END-IF.                                                      DBANK48P
017405*    A guarantee issued for the customer is credit the bank has   DBANK48P
017410*    already put its name to - a claim becomes a loan             DBANK48P
017415     MOVE ZEROES TO DCL-OBL-GUARANTEES.                           DBANK48P
017420     EXEC SQL                                                     DBANK48P
017425          SELECT VALUE(SUM(GTE.GTE_BASE_AMOUNT), 0)               DBANK48P
017430          INTO :DCL-OBL-GUARANTEES                                DBANK48P
017435          FROM BNKGUAR GTE                                        DBANK48P
017440          WHERE GTE.GTE_PID = :DCL-OBL-PID AND                    DBANK48P
017445                GTE.GTE_STATUS = 'A'                              DBANK48P
017450     END-EXEC.                                                    DBANK48P
017455     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK48P
017460        MOVE 'Unable to total the guarantees issued' TO CD48O-MSG DBANK48P
017465        GO TO AGGREGATE-EXPOSURE-EXIT                             DBANK48P
017470     END-IF.                                                      DBANK48P
017500     COMPUTE DCL-OBL-EXPOSURE =                                   DBANK48P
017550             DCL-OBL-LOANS + DCL-OBL-ODLIMITS + DCL-OBL-EXCESS +  DBANK48P
017600             DCL-OBL-GUARANTEES.                                  DBANK48P
017700     MOVE WS-DEFAULT-OBLIGOR-LIMIT TO DCL-OBL-LIMIT.              DBANK48P
017800     EXEC SQL                                                     DBANK48P
017900          SELECT OBL_LIMIT                                        DBANK48P
018000          INTO :DCL-OBL-LIMIT                                     DBANK48P
018100          FROM BNKOBLM                                            DBANK48P
018200          WHERE OBL_PID = :DCL-OBL-PID AND                        DBANK48P
018250                OBL_SCOPE = 'O'                                   DBANK48P
018300     END-EXEC.                                                    DBANK48P
018400     IF SQLCODE IS EQUAL TO +100                                  DBANK48P
018500        MOVE WS-DEFAULT-OBLIGOR-LIMIT TO DCL-OBL-LIMIT            DBANK48P
018800           MOVE 'Unable to read the obligor limit' TO CD48O-MSG   DBANK48P
018900        END-IF                                                    DBANK48P
019000     END-IF.                                                      DBANK48P
019005     IF CD48O-MSG IS NOT EQUAL TO SPACES                          DBANK48P
019010        GO TO AGGREGATE-EXPOSURE-EXIT                             DBANK48P
019015     END-IF.                                                      DBANK48P
019020     MOVE ZEROES TO DCL-OBL-COVENANTS.                            DBANK48P
019025     EXEC SQL                                                     DBANK48P
019030          SELECT COUNT(*)                                         DBANK48P
019035          INTO :DCL-OBL-COVENANTS                                 DBANK48P
019040          FROM BNKCOVB CVB,                                       DBANK48P
019045               BNKLOAN LON                                        DBANK48P
019050          WHERE CVB.CVB_PID = :DCL-OBL-PID AND                    DBANK48P
019055                CVB.CVB_STATUS = 'C' AND                          DBANK48P
019060                LON.LON_ID = CVB.CVB_LOAN_ID AND                  DBANK48P
019065                LON.LON_STATUS = 'A'                              DBANK48P
019070     END-EXEC.                                                    DBANK48P
019075     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK48P
019080        MOVE 'Unable to count the covenant breaches' TO CD48O-MSG DBANK48P
019085     END-IF.                                                      DBANK48P
019100 AGGREGATE-EXPOSURE-EXIT.                                         DBANK48P
019200     EXIT.                                                        DBANK48P
019300                                                                  DBANK48P
019400***************************************************************** DBANK48P
019450* Nightly breach report - every customer whose exposure sits    * DBANK48P
019500* over their obligor limit, reported and logged, and every      * DBANK48P
019550* customer with a confirmed covenant breach on a live loan      * DBANK48P
019700***************************************************************** DBANK48P
019800 EXPOSURE-RUN.                                                    DBANK48P
019900     MOVE 'PID,EXPOSURE,LIMIT,COVENANTS' TO WS-CSV-LINE.          DBANK48P
020000     PERFORM QUEUE-REPORT-LINE THRU                               DBANK48P
020100             QUEUE-REPORT-LINE-EXIT.                              DBANK48P
020200     EXEC SQL                                                     DBANK48P
020900          FROM BNKACC BAC,                                        DBANK48P
021000               BNKODFA ODF                                        DBANK48P
021100          WHERE ODF.ODF_ACCNO = BAC.BAC_ACCNO                     DBANK48P
021110          UNION                                                   DBANK48P
021120          SELECT DISTINCT CCA.CCA_PID                             DBANK48P
021130          FROM BNKCCAC CCA                                        DBANK48P
021140          WHERE CCA.CCA_STATUS = 'A'                              DBANK48P
021150          UNION                                                   DBANK48P
021160          SELECT DISTINCT GTE.GTE_PID                             DBANK48P
021170          FROM BNKGUAR GTE                                        DBANK48P
021180          WHERE GTE.GTE_STATUS = 'A'                              DBANK48P
021200          FOR FETCH ONLY                                          DBANK48P
021300     END-EXEC.                                                    DBANK48P
021400     EXEC SQL                                                     DBANK48P
023500     IF CD48O-MSG IS NOT EQUAL TO SPACES                          DBANK48P
023600        GO TO OBLE-LOOP-EXIT                                      DBANK48P
023700     END-IF.                                                      DBANK48P
023800     IF DCL-OBL-EXPOSURE IS GREATER THAN DCL-OBL-LIMIT OR         DBANK48P
023850        DCL-OBL-COVENANTS IS GREATER THAN ZERO                    DBANK48P
023900        MOVE DCL-OBL-EXPOSURE TO WS-EXP-DISP                      DBANK48P
023950        MOVE DCL-OBL-LIMIT TO WS-LIM-DISP                         DBANK48P
024000        MOVE DCL-OBL-COVENANTS TO WS-COV-DISP                     DBANK48P
024050        MOVE SPACES TO WS-CSV-LINE                                DBANK48P
024100        STRING DCL-OBL-PID ',' WS-EXP-DISP ',' WS-LIM-DISP ','    DBANK48P
024150               WS-COV-DISP                                        DBANK48P
024200               DELIMITED BY SIZE INTO WS-CSV-LINE                 DBANK48P
024250        PERFORM QUEUE-REPORT-LINE THRU                            DBANK48P
024300                QUEUE-REPORT-LINE-EXIT                            DBANK48P
024350     END-IF.                                                      DBANK48P
024400     IF DCL-OBL-COVENANTS IS GREATER THAN ZERO                    DBANK48P
024450        ADD 1 TO CD48O-COVENANT-OBLIGORS                          DBANK48P
024500     END-IF.                                                      DBANK48P
024550     IF DCL-OBL-EXPOSURE IS GREATER THAN DCL-OBL-LIMIT            DBANK48P
024600        ADD 1 TO CD48O-BREACHES                                   DBANK48P
024700        MOVE SPACES TO CD16-DATA                                  DBANK48P
024800        MOVE DCL-OBL-PID TO CD16I-PERSON-PID                      DBANK48P
024900        MOVE WS-PROGRAM-ID TO CD16I-PROGRAM                       DBANK48P
026000     IF CD48O-MSG IS NOT EQUAL TO SPACES                          DBANK48P
026100        GO TO EXPOSURE-RUN-EXIT                                   DBANK48P
026200     END-IF.                                                      DBANK48P
026300     IF CD48O-BREACHES IS GREATER THAN ZERO OR                    DBANK48P
026350        CD48O-COVENANT-OBLIGORS IS GREATER THAN ZERO              DBANK48P
026400        INITIALIZE CD96-DATA                                      DBANK48P
026500        SET CD96I-CAPTURE-REPORT TO TRUE                          DBANK48P
026600        MOVE WS-PROGRAM-ID TO CD96I-JOB                           DBANK48P
028900     END-IF.                                                      DBANK48P
029000     MOVE DCL-OBL-EXPOSURE TO CD48O-EXPOSURE.                     DBANK48P
029100     MOVE DCL-OBL-LIMIT TO CD48O-OBLIGOR-LIMIT.                   DBANK48P
029150     MOVE DCL-OBL-COVENANTS TO CD48O-COVENANT-BREACHES.           DBANK48P
029200     IF (DCL-OBL-EXPOSURE + CD48I-NEW-AMOUNT) IS GREATER THAN     DBANK48P
029300        DCL-OBL-LIMIT                                             DBANK48P
029400        SET CD48O-WOULD-BREACH TO TRUE                            DBANK48P
029600          TO CD48O-MSG                                            DBANK48P
029700        GO TO CHECK-FACILITY-EXIT                                 DBANK48P
029800     END-IF.                                                      DBANK48P
029900     PERFORM CHECK-MEMBER-GROUP THRU                              DBANK48P
029910             CHECK-MEMBER-GROUP-EXIT.                             DBANK48P
029920     IF CD48O-MSG IS NOT EQUAL TO SPACES                          DBANK48P
029930        GO TO CHECK-FACILITY-EXIT                                 DBANK48P
029940     END-IF.                                                      DBANK48P
029950     SET CD48O-REQUEST-OK TO TRUE.                                DBANK48P
030000 CHECK-FACILITY-EXIT.                                             DBANK48P
030100     EXIT.                                                        DBANK48P
030110                                                                  DBANK48P
030120***************************************************************** DBANK48P
030130* A customer in a corporate group draws on the group's limit    * DBANK48P
030140* too - the facility must also fit within what is left of it    * DBANK48P
030150***************************************************************** DBANK48P
030160 CHECK-MEMBER-GROUP.                                              DBANK48P
030170     EXEC SQL                                                     DBANK48P
030180          SELECT CGM_GROUP_PID                                    DBANK48P
030190          INTO :DCL-GRP-PID                                       DBANK48P
030200          FROM BNKCGRM                                            DBANK48P
030210          WHERE CGM_PID = :CD48I-PERSON-PID                       DBANK48P
030220     END-EXEC.                                                    DBANK48P
030230     IF SQLCODE IS EQUAL TO +100                                  DBANK48P
030240        GO TO CHECK-MEMBER-GROUP-EXIT                             DBANK48P
030250     END-IF.                                                      DBANK48P
030260     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK48P
030270        MOVE 'Unable to read the corporate group' TO CD48O-MSG    DBANK48P
030280        GO TO CHECK-MEMBER-GROUP-EXIT                             DBANK48P
030290     END-IF.                                                      DBANK48P
030300     PERFORM GROUP-EXPOSURE THRU                                  DBANK48P
030310             GROUP-EXPOSURE-EXIT.                                 DBANK48P
030320     IF CD48O-MSG IS NOT EQUAL TO SPACES                          DBANK48P
030330        GO TO CHECK-MEMBER-GROUP-EXIT                             DBANK48P
030340     END-IF.                                                      DBANK48P
030350     IF (DCL-GRP-EXPOSURE + CD48I-NEW-AMOUNT) IS GREATER THAN     DBANK48P
030360        DCL-GRP-LIMIT                                             DBANK48P
030370        SET CD48O-WOULD-BREACH TO TRUE                            DBANK48P
030380        MOVE 'The facility would breach the group limit'          DBANK48P
030390          TO CD48O-MSG                                            DBANK48P
030400     END-IF.                                                      DBANK48P
030410 CHECK-MEMBER-GROUP-EXIT.                                         DBANK48P
030420     EXIT.                                                        DBANK48P
030430                                                                  DBANK48P
030440***************************************************************** DBANK48P
030450* A whole corporate group, given its top corporate - every      * DBANK48P
030460* entity's exposure together against the group limit            * DBANK48P
030470***************************************************************** DBANK48P
030480 CHECK-GROUP.                                                     DBANK48P
030490     EXEC SQL                                                     DBANK48P
030500          SELECT CGR_GROUP_PID                                    DBANK48P
030510          INTO :DCL-GRP-PID                                       DBANK48P
030520          FROM BNKCGRP                                            DBANK48P
030530          WHERE CGR_GROUP_PID = :CD48I-PERSON-PID                 DBANK48P
030540     END-EXEC.                                                    DBANK48P
030550     IF SQLCODE IS EQUAL TO +100                                  DBANK48P
030560        MOVE 'No corporate group has that top PID' TO CD48O-MSG   DBANK48P
030570        GO TO CHECK-GROUP-EXIT                                    DBANK48P
030580     END-IF.                                                      DBANK48P
030590     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK48P
030600        MOVE 'Unable to read the corporate group' TO CD48O-MSG    DBANK48P
030610        GO TO CHECK-GROUP-EXIT                                    DBANK48P
030620     END-IF.                                                      DBANK48P
030630     PERFORM GROUP-EXPOSURE THRU                                  DBANK48P
030640             GROUP-EXPOSURE-EXIT.                                 DBANK48P
030650     IF CD48O-MSG IS NOT EQUAL TO SPACES                          DBANK48P
030660        GO TO CHECK-GROUP-EXIT                                    DBANK48P
030670     END-IF.                                                      DBANK48P
030680     MOVE DCL-GRP-EXPOSURE TO CD48O-EXPOSURE.                     DBANK48P
030690     MOVE DCL-GRP-LIMIT TO CD48O-OBLIGOR-LIMIT.                   DBANK48P
030700     IF (DCL-GRP-EXPOSURE + CD48I-NEW-AMOUNT) IS GREATER THAN     DBANK48P
030710        DCL-GRP-LIMIT                                             DBANK48P
030720        SET CD48O-WOULD-BREACH TO TRUE                            DBANK48P
030730        MOVE 'The group exposure breaches the group limit'        DBANK48P
030740          TO CD48O-MSG                                            DBANK48P
030750        GO TO CHECK-GROUP-EXIT                                    DBANK48P
030760     END-IF.                                                      DBANK48P
030770     SET CD48O-REQUEST-OK TO TRUE.                                DBANK48P
030780 CHECK-GROUP-EXIT.                                                DBANK48P
030790     EXIT.                                                        DBANK48P
030800                                                                  DBANK48P
030810***************************************************************** DBANK48P
030820* Total every entity of the group in DCL-GRP-PID and read the   * DBANK48P
030830* group's own limit                                             * DBANK48P
030840***************************************************************** DBANK48P
030850 GROUP-EXPOSURE.                                                  DBANK48P
030860     MOVE ZEROES TO DCL-GRP-EXPOSURE.                             DBANK48P
030870     MOVE ZEROES TO DCL-GRP-MEMBERS.                              DBANK48P
030880     EXEC SQL                                                     DBANK48P
030890          DECLARE GMEM_CSR CURSOR FOR                             DBANK48P
030900          SELECT CGM_PID                                          DBANK48P
030910          FROM BNKCGRM                                            DBANK48P
030920          WHERE CGM_GROUP_PID = :DCL-GRP-PID                      DBANK48P
030930          FOR FETCH ONLY                                          DBANK48P
030940     END-EXEC.                                                    DBANK48P
030950     EXEC SQL                                                     DBANK48P
030960          OPEN GMEM_CSR                                           DBANK48P
030970     END-EXEC.                                                    DBANK48P
030980     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK48P
030990        MOVE 'Unable to read the group entities' TO CD48O-MSG     DBANK48P
031000        GO TO GROUP-EXPOSURE-EXIT                                 DBANK48P
031010     END-IF.                                                      DBANK48P
031020 GMEM-LOOP.                                                       DBANK48P
031030     EXEC SQL                                                     DBANK48P
031040          FETCH GMEM_CSR                                          DBANK48P
031050          INTO :DCL-GRP-MEMBER-PID                                DBANK48P
031060     END-EXEC.                                                    DBANK48P
031070     IF SQLCODE IS EQUAL TO +100                                  DBANK48P
031080        GO TO GMEM-LOOP-EXIT                                      DBANK48P
031090     END-IF.                                                      DBANK48P
031100     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK48P
031110        MOVE 'Unable to read the group entities' TO CD48O-MSG     DBANK48P
031120        GO TO GMEM-LOOP-EXIT                                      DBANK48P
031130     END-IF.                                                      DBANK48P
031140     MOVE DCL-GRP-MEMBER-PID TO DCL-OBL-PID.                      DBANK48P
031150     PERFORM AGGREGATE-EXPOSURE THRU                              DBANK48P
031160             AGGREGATE-EXPOSURE-EXIT.                             DBANK48P
031170     IF CD48O-MSG IS NOT EQUAL TO SPACES                          DBANK48P
031180        GO TO GMEM-LOOP-EXIT                                      DBANK48P
031190     END-IF.                                                      DBANK48P
031200     ADD DCL-OBL-EXPOSURE TO DCL-GRP-EXPOSURE.                    DBANK48P
031210     ADD 1 TO DCL-GRP-MEMBERS.                                    DBANK48P
031220     GO TO GMEM-LOOP.                                             DBANK48P
031230 GMEM-LOOP-EXIT.                                                  DBANK48P
031240     EXEC SQL                                                     DBANK48P
031250          CLOSE GMEM_CSR                                          DBANK48P
031260     END-EXEC.                                                    DBANK48P
031270     IF CD48O-MSG IS NOT EQUAL TO SPACES                          DBANK48P
031280        GO TO GROUP-EXPOSURE-EXIT                                 DBANK48P
031290     END-IF.                                                      DBANK48P
031300     MOVE WS-DEFAULT-GROUP-LIMIT TO DCL-GRP-LIMIT.                DBANK48P
031310     EXEC SQL                                                     DBANK48P
031320          SELECT OBL_LIMIT                                        DBANK48P
031330          INTO :DCL-GRP-LIMIT                                     DBANK48P
031340          FROM BNKOBLM                                            DBANK48P
031350          WHERE OBL_PID = :DCL-GRP-PID AND                        DBANK48P
031360                OBL_SCOPE = 'G'                                   DBANK48P
031370     END-EXEC.                                                    DBANK48P
031380     IF SQLCODE IS EQUAL TO +100                                  DBANK48P
031390        MOVE WS-DEFAULT-GROUP-LIMIT TO DCL-GRP-LIMIT              DBANK48P
031400     ELSE                                                         DBANK48P
031410        IF SQLCODE IS NOT EQUAL TO ZERO                           DBANK48P
031420           MOVE 'Unable to read the group limit' TO CD48O-MSG     DBANK48P
031430           GO TO GROUP-EXPOSURE-EXIT                              DBANK48P
031440        END-IF                                                    DBANK48P
031450     END-IF.                                                      DBANK48P
031460     MOVE DCL-GRP-PID TO CD48O-GROUP-PID.                         DBANK48P
031470     MOVE DCL-GRP-EXPOSURE TO CD48O-GROUP-EXPOSURE.               DBANK48P
031480     MOVE DCL-GRP-LIMIT TO CD48O-GROUP-LIMIT.                     DBANK48P
031490     MOVE DCL-GRP-MEMBERS TO CD48O-GROUP-MEMBERS.                 DBANK48P
031500 GROUP-EXPOSURE-EXIT.                                             DBANK48P
031510     EXIT.                                                        DBANK48P
031520                                                                  DBANK48P
031530***************************************************************** DBANK48P
031540* Record a customer's own obligor limit, or with scope G the    * DBANK48P
031550* limit of the group the PID is top corporate of                * DBANK48P
031560***************************************************************** DBANK48P
031570 SET-OBLIGOR-LIMIT.                                               DBANK48P
031580     MOVE CD48I-PERSON-PID TO DCL-OBL-PID.                        DBANK48P
031590     MOVE CD48I-LIMIT TO DCL-OBL-LIMIT.                           DBANK48P
031600     MOVE 'O' TO DCL-OBL-SCOPE.                                   DBANK48P
031610     IF CD48I-SCOPE-GROUP                                         DBANK48P
031620        MOVE 'G' TO DCL-OBL-SCOPE                                 DBANK48P
031630        EXEC SQL                                                  DBANK48P
031640             SELECT CGR_GROUP_PID                                 DBANK48P
031650             INTO :DCL-GRP-PID                                    DBANK48P
031660             FROM BNKCGRP                                         DBANK48P
031670             WHERE CGR_GROUP_PID = :DCL-OBL-PID                   DBANK48P
031680        END-EXEC                                                  DBANK48P
031690        IF SQLCODE IS NOT EQUAL TO ZERO                           DBANK48P
031700           MOVE 'No corporate group has that top PID' TO CD48O-MSGDBANK48P
031710           GO TO SET-OBLIGOR-LIMIT-EXIT                           DBANK48P
031720        END-IF                                                    DBANK48P
031730     END-IF.                                                      DBANK48P
031740     EXEC SQL                                                     DBANK48P
031750          UPDATE BNKOBLM                                          DBANK48P
031760          SET OBL_LIMIT = :DCL-OBL-LIMIT,                         DBANK48P
031770              OBL_SET_BY = :CD48I-USERID,                         DBANK48P
031780              OBL_SET_TS = CURRENT TIMESTAMP                      DBANK48P
031790          WHERE OBL_PID = :DCL-OBL-PID AND                        DBANK48P
031800                OBL_SCOPE = :DCL-OBL-SCOPE                        DBANK48P
031810     END-EXEC.                                                    DBANK48P
031820     IF SQLCODE IS EQUAL TO +100                                  DBANK48P
031830        EXEC SQL                                                  DBANK48P
031840             INSERT                                               DBANK48P
031850             INTO BNKOBLM (OBL_PID,                               DBANK48P
031860                           OBL_SCOPE,                             DBANK48P
031870                           OBL_LIMIT,                             DBANK48P
031880                           OBL_SET_BY,                            DBANK48P
031890                           OBL_SET_TS)                            DBANK48P
031900             VALUES (:DCL-OBL-PID,                                DBANK48P
031910                     :DCL-OBL-SCOPE,                              DBANK48P
031920                     :DCL-OBL-LIMIT,                              DBANK48P
031930                     :CD48I-USERID,                               DBANK48P
031940                     CURRENT TIMESTAMP)                           DBANK48P
031950        END-EXEC                                                  DBANK48P
031960     END-IF.                                                      DBANK48P
031970     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK48P
031980        MOVE 'Unable to store the obligor limit' TO CD48O-MSG     DBANK48P
031990        GO TO SET-OBLIGOR-LIMIT-EXIT                              DBANK48P
032000     END-IF.                                                      DBANK48P
032010     SET CD48O-REQUEST-OK TO TRUE.                                DBANK48P
032020     MOVE 'Obligor limit recorded' TO CD48O-MSG.                  DBANK48P
032030 SET-OBLIGOR-LIMIT-EXIT.                                          DBANK48P
032040     EXIT.                                                        DBANK48P
032050                                                                  DBANK48P
032060***************************************************************** DBANK48P
032070* Hand the built line to the extract queue                      * DBANK48P
032080***************************************************************** DBANK48P
032090 QUEUE-REPORT-LINE.                                               DBANK48P
032100 COPY CCSVWRQ.                                                    DBANK48P
032110 QUEUE-REPORT-LINE-EXIT.                                          DBANK48P
032120     EXIT.                                                        DBANK48P
