001500*              (BNKRATE) - serve the rate row effective on a    * DBANK72P
001600*              requested date for a requested balance band,     * DBANK72P
001700*              take new rows on as pending, and post them live  * DBANK72P
001800*              only under a second user's approval. An approved * DBANK72P
001820*              base-rate row is queued on BNKRPRC for the       * DBANK72P
001840*              variable-rate repricing run on its effective     * DBANK72P
001860*              date                                             * DBANK72P
001900*              SQL version                                      * DBANK72P
002000***************************************************************** DBANK72P
002100                                                                  DBANK72P
005700   05  WS-ROW-ACC-TYPE                       PIC X(2).            DBANK72P
005800   05  WS-ROW-KIND                           PIC X(1).            DBANK72P
005900   05  WS-ROW-ADDED-BY                       PIC X(5).            DBANK72P
005920   05  WS-LOOKUP-CAT                         PIC X(4).            DBANK72P
005940   05  WS-ROW-CATEGORY                       PIC X(4).            DBANK72P
006000                                                                  DBANK72P
006100     EXEC SQL                                                     DBANK72P
006200          INCLUDE SQLCA                                           DBANK72P
009700     ELSE                                                         DBANK72P
009800        MOVE CD72I-ASOF-DATE TO WS-ASOF-DATE                      DBANK72P
009900     END-IF.                                                      DBANK72P
009910***************************************************************** DBANK72P
009920* Only a cashback row is keyed by spending category - every     * DBANK72P
009930* other kind reads and writes a blank one, whatever was passed  * DBANK72P
009940***************************************************************** DBANK72P
009950     MOVE SPACES TO WS-LOOKUP-CAT.                                DBANK72P
009960     IF CD72I-KIND-CASHBACK AND                                   DBANK72P
009970        CD72I-CATEGORY IS NOT EQUAL TO LOW-VALUES                 DBANK72P
009980        MOVE CD72I-CATEGORY TO WS-LOOKUP-CAT                      DBANK72P
009990     END-IF.                                                      DBANK72P
010000                                                                  DBANK72P
010100     EVALUATE TRUE                                                DBANK72P
010200       WHEN CD72I-READ-RATE                                       DBANK72P
017300                 RTE.RTE_AMOUNT                                   DBANK72P
017400          FROM BNKRATE RTE                                        DBANK72P
017500          WHERE RTE.RTE_ACC_TYPE = :WS-LOOKUP-TYPE AND            DBANK72P
017550                RTE.RTE_CATEGORY = :WS-LOOKUP-CAT AND             DBANK72P
017600                RTE.RTE_KIND = :CD72I-KIND AND                    DBANK72P
017700                RTE.RTE_STATUS = 'A' AND                          DBANK72P
017800                RTE.RTE_EFF_DATE <= :WS-ASOF-DATE                 DBANK72P
022600     IF CD72I-ACC-TYPE IS EQUAL TO SPACES OR                      DBANK72P
022700        (NOT CD72I-KIND-SERVICE AND                               DBANK72P
022800         NOT CD72I-KIND-INTEREST AND                              DBANK72P
022900         NOT CD72I-KIND-LENDING AND                               DBANK72P
022950         NOT CD72I-KIND-RETURN-FEE AND                            DBANK72P
022960         NOT CD72I-KIND-LATE-FEE AND                              DBANK72P
022980         NOT CD72I-KIND-BASE AND                                  DBANK72P
022990         NOT CD72I-KIND-BOX-RENT AND                              DBANK72P
022992         NOT CD72I-KIND-POOL-CREDIT AND                           DBANK72P
022994         NOT CD72I-KIND-POOL-DEBIT AND                            DBANK72P
022995         NOT CD72I-KIND-FUNDS-TRANSFER AND                        DBANK72P
022996         NOT CD72I-KIND-SWITCH-FEE AND                            DBANK72P
022998         NOT CD72I-KIND-STMT-COPY-FEE AND                         DBANK72P
022999         NOT CD72I-KIND-CASHBACK) OR                              DBANK72P
023000        CD72I-EFF-DATE IS EQUAL TO SPACES                         DBANK72P
023100        MOVE 'Type, kind and effective date are all needed'       DBANK72P
023200          TO CD72O-MSG                                            DBANK72P
023300        GO TO ADD-PENDING-RATE-EXIT                               DBANK72P
023400     END-IF.                                                      DBANK72P
023405     IF CD72I-KIND-BASE AND                                       DBANK72P
023410        CD72I-ACC-TYPE IS NOT EQUAL TO '**'                       DBANK72P
023415        MOVE 'The base rate is held for every type (**) only'     DBANK72P
023420          TO CD72O-MSG                                            DBANK72P
023425        GO TO ADD-PENDING-RATE-EXIT                               DBANK72P
023430     END-IF.                                                      DBANK72P
023435     IF (CD72I-KIND-POOL-CREDIT OR                                DBANK72P
023440         CD72I-KIND-POOL-DEBIT) AND                               DBANK72P
023445        CD72I-ACC-TYPE IS NOT EQUAL TO '**'                       DBANK72P
023450        MOVE 'Pool rates are held for every type (**) only'       DBANK72P
023455          TO CD72O-MSG                                            DBANK72P
023460        GO TO ADD-PENDING-RATE-EXIT                               DBANK72P
023465     END-IF.                                                      DBANK72P
023470     IF CD72I-KIND-CASHBACK AND                                   DBANK72P
023475        WS-LOOKUP-CAT IS EQUAL TO SPACES                          DBANK72P
023480        MOVE 'A cashback rate needs its spending category'        DBANK72P
023485          TO CD72O-MSG                                            DBANK72P
023490        GO TO ADD-PENDING-RATE-EXIT                               DBANK72P
023495     END-IF.                                                      DBANK72P
023500     EXEC SQL                                                     DBANK72P
023600          INSERT                                                  DBANK72P
023700          INTO BNKRATE (RTE_ACC_TYPE,                             DBANK72P
023800                        RTE_KIND,                                 DBANK72P
023850                        RTE_CATEGORY,                             DBANK72P
023900                        RTE_THRESHOLD,                            DBANK72P
024000                        RTE_EFF_DATE,                             DBANK72P
024100                        RTE_STATUS,                               DBANK72P
024500                        RTE_APPROVED_BY)                          DBANK72P
024600          VALUES (:CD72I-ACC-TYPE,                                DBANK72P
024700                  :CD72I-KIND,                                    DBANK72P
024750                  :WS-LOOKUP-CAT,                                 DBANK72P
024800                  :CD72I-THRESHOLD,                               DBANK72P
024900                  :CD72I-EFF-DATE,                                DBANK72P
025000                  'P',                                            DBANK72P
026900***************************************************************** DBANK72P
027000 APPROVE-PENDING-RATE.                                            DBANK72P
027100     EXEC SQL                                                     DBANK72P
027200          SELECT RTE_ADDED_BY,                                    DBANK72P
027250                 RTE_RATE                                         DBANK72P
027300          INTO :WS-ROW-ADDED-BY,                                  DBANK72P
027350               :WS-ROW-RATE                                       DBANK72P
027400          FROM BNKRATE                                            DBANK72P
027500          WHERE RTE_ACC_TYPE = :CD72I-ACC-TYPE AND                DBANK72P
027600                RTE_KIND = :CD72I-KIND AND                        DBANK72P
027650                RTE_CATEGORY = :WS-LOOKUP-CAT AND                 DBANK72P
027700                RTE_THRESHOLD = :CD72I-THRESHOLD AND              DBANK72P
027800                RTE_EFF_DATE = :CD72I-EFF-DATE AND                DBANK72P
027900                RTE_STATUS = 'P'                                  DBANK72P
029900              RTE_APPROVED_BY = :CD72I-USERID                     DBANK72P
030000          WHERE RTE_ACC_TYPE = :CD72I-ACC-TYPE AND                DBANK72P
030100                RTE_KIND = :CD72I-KIND AND                        DBANK72P
030150                RTE_CATEGORY = :WS-LOOKUP-CAT AND                 DBANK72P
030200                RTE_THRESHOLD = :CD72I-THRESHOLD AND              DBANK72P
030300                RTE_EFF_DATE = :CD72I-EFF-DATE AND                DBANK72P
030400                RTE_STATUS = 'P'                                  DBANK72P
030700        MOVE 'Unable to approve the rate row' TO CD72O-MSG        DBANK72P
030800        GO TO APPROVE-PENDING-RATE-EXIT                           DBANK72P
030900     END-IF.                                                      DBANK72P
030910     IF CD72I-KIND-BASE                                           DBANK72P
030920        PERFORM QUEUE-REPRICING THRU                              DBANK72P
030930                QUEUE-REPRICING-EXIT                              DBANK72P
030940        IF CD72O-MSG IS NOT EQUAL TO SPACES                       DBANK72P
030950           GO TO APPROVE-PENDING-RATE-EXIT                        DBANK72P
030960        END-IF                                                    DBANK72P
030970     END-IF.                                                      DBANK72P
031000     SET CD72O-REQUEST-OK TO TRUE.                                DBANK72P
031100     MOVE 'Rate row approved and live' TO CD72O-MSG.              DBANK72P
031200 APPROVE-PENDING-RATE-EXIT.                                       DBANK72P
031300     EXIT.                                                        DBANK72P
031400                                                                  DBANK72P
031404***************************************************************** DBANK72P
031406* A base-rate change moves every variable-rate loan, so the     * DBANK72P
031408* approved row is queued for the nightly repricing run, which   * DBANK72P
031410* takes it up once its effective date is reached                * DBANK72P
031412***************************************************************** DBANK72P
031414 QUEUE-REPRICING.                                                 DBANK72P
031416     EXEC SQL                                                     DBANK72P
031418          INSERT                                                  DBANK72P
031420          INTO BNKRPRC (RPR_EFF_DATE,                             DBANK72P
031422                        RPR_RATE,                                 DBANK72P
031424                        RPR_STATUS,                               DBANK72P
031426                        RPR_APPROVED_BY,                          DBANK72P
031428                        RPR_RUN_DATE,                             DBANK72P
031430                        RPR_LOANS)                                DBANK72P
031432          VALUES (:CD72I-EFF-DATE,                                DBANK72P
031434                  :WS-ROW-RATE,                                   DBANK72P
031436                  'P',                                            DBANK72P
031438                  :CD72I-USERID,                                  DBANK72P
031440                  ' ',                                            DBANK72P
031442                  0)                                              DBANK72P
031444     END-EXEC.                                                    DBANK72P
031446     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK72P
031447        MOVE 'Unable to queue the base-rate repricing'            DBANK72P
031448          TO CD72O-MSG                                            DBANK72P
031450     END-IF.                                                      DBANK72P
031452 QUEUE-REPRICING-EXIT.                                            DBANK72P
031454     EXIT.                                                        DBANK72P
031500***************************************************************** DBANK72P
031600* Return the first page of rows awaiting approval               * DBANK72P
031700***************************************************************** DBANK72P
032000          DECLARE PEND_CSR CURSOR FOR                             DBANK72P
032100          SELECT RTE.RTE_ACC_TYPE,                                DBANK72P
032200                 RTE.RTE_KIND,                                    DBANK72P
032250                 RTE.RTE_CATEGORY,                                DBANK72P
032300                 RTE.RTE_THRESHOLD,                               DBANK72P
032400                 RTE.RTE_EFF_DATE,                                DBANK72P
032500                 RTE.RTE_RATE,                                    DBANK72P
032900          WHERE RTE.RTE_STATUS = 'P'                              DBANK72P
033000          ORDER BY RTE.RTE_ACC_TYPE,                              DBANK72P
033100                   RTE.RTE_KIND,                                  DBANK72P
033150                   RTE.RTE_CATEGORY,                              DBANK72P
033200                   RTE.RTE_EFF_DATE                               DBANK72P
033300          FOR FETCH ONLY                                          DBANK72P
033400     END-EXEC.                                                    DBANK72P
034800          FETCH PEND_CSR                                          DBANK72P
034900          INTO :WS-ROW-ACC-TYPE,                                  DBANK72P
035000               :WS-ROW-KIND,                                      DBANK72P
035050               :WS-ROW-CATEGORY,                                  DBANK72P
035100               :WS-ROW-THRESHOLD,                                 DBANK72P
035200               :WS-ROW-EFF-DATE,                                  DBANK72P
035300               :WS-ROW-RATE,                                      DBANK72P
036400     ADD 1 TO WS-SUB1.                                            DBANK72P
036500     MOVE WS-ROW-ACC-TYPE TO CD72O-PEND-ACC-TYPE (WS-SUB1).       DBANK72P
036600     MOVE WS-ROW-KIND TO CD72O-PEND-KIND (WS-SUB1).               DBANK72P
036650     MOVE WS-ROW-CATEGORY TO CD72O-PEND-CATEGORY (WS-SUB1).       DBANK72P
036700     MOVE WS-ROW-THRESHOLD TO CD72O-PEND-THRESHOLD (WS-SUB1).     DBANK72P
036800     MOVE WS-ROW-EFF-DATE TO CD72O-PEND-EFF-DATE (WS-SUB1).       DBANK72P
036900     MOVE WS-ROW-RATE TO CD72O-PEND-RATE (WS-SUB1).               DBANK72P
