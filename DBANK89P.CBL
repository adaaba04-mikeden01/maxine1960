001500*              watchlist, check a name at onboarding, record    * DBANK89P
001600*              hits and lock the customer, re-screen the whole  * DBANK89P
001700*              customer base after a refresh, and let           * DBANK89P
001800*              compliance disposition each hit. Beneficial      * DBANK89P
001820*              owners on the corporate ownership register are   * DBANK89P
001840*              re-screened with every watchlist refresh         * DBANK89P
001900*              SQL version                                      * DBANK89P
002000***************************************************************** DBANK89P
002100                                                                  DBANK89P
004700   05  WTL-NAME                              PIC X(25).           DBANK89P
004800   05  WTL-SOURCE                            PIC X(8).            DBANK89P
004900                                                                  DBANK89P
004920 01  WS-FD-COMMAREA.                                              DBANK89P
004940 COPY CFEEDD01.                                                   DBANK89P
005000   EXEC SQL                                                       DBANK89P
005100        BEGIN DECLARE SECTION                                     DBANK89P
005200   END-EXEC.                                                      DBANK89P
006930   05  WS-PRK-ACC                            PIC X(9).            DBANK89P
006940   05  WS-PRK-AMOUNT                         PIC S9(7)V99 COMP-3. DBANK89P
006950   05  WS-PRK-TIMESTAMP                      PIC X(26).           DBANK89P
006952   05  WS-OWN-ID                             PIC S9(7) COMP-3.    DBANK89P
006954   05  WS-OWN-CORP-PID                       PIC X(5).            DBANK89P
006956   05  WS-OWN-NAME                           PIC X(25).           DBANK89P
006958   05  WS-OWN-SCREEN                         PIC X(1).            DBANK89P
006960     EXEC SQL                                                     DBANK89P
006970          INCLUDE CBANKSTX                                        DBANK89P
006980     END-EXEC.                                                    DBANK89P
013400* A watchlist refresh replaces the whole screening table        * DBANK89P
013500***************************************************************** DBANK89P
013600 LOAD-WATCHLIST.                                                  DBANK89P
013605* Hand the feed to the inbound monitor first - it logs the        DBANK89P
013610* arrival and takes back a file already processed once            DBANK89P
013615     INITIALIZE CFD1-DATA.                                        DBANK89P
013620     SET CFD1I-RECEIVE TO TRUE.                                   DBANK89P
013625     MOVE 'WTLI' TO CFD1I-QUEUE.                                  DBANK89P
013630     MOVE WS-PROGRAM-ID TO CFD1I-CONSUMER.                        DBANK89P
013635 COPY CFEEDX01.                                                   DBANK89P
013640     IF CFD1O-DUPLICATE OR                                        DBANK89P
013645        CFD1O-REQUEST-FAIL                                        DBANK89P
013650        MOVE CFD1O-MSG TO CD89O-MSG                               DBANK89P
013655        GO TO LOAD-WATCHLIST-EXIT                                 DBANK89P
013660     END-IF.                                                      DBANK89P
013700     EXEC SQL                                                     DBANK89P
013800          DELETE                                                  DBANK89P
013900          FROM BNKWTCH                                            DBANK89P
015200               RESP(WS-RESP)                                      DBANK89P
015300     END-EXEC.                                                    DBANK89P
015400     IF WS-RESP IS EQUAL TO DFHRESP(QZERO)                        DBANK89P
015500        PERFORM RESCREEN-OWNERS THRU                              DBANK89P
015550                RESCREEN-OWNERS-EXIT                              DBANK89P
015600        GO TO LOAD-WATCHLIST-EXIT                                 DBANK89P
015700     END-IF.                                                      DBANK89P
015800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK89P
018300     GO TO LOAD-WATCH-LOOP.                                       DBANK89P
018400 LOAD-WATCHLIST-EXIT.                                             DBANK89P
018500     EXIT.                                                        DBANK89P
018501                                                                  DBANK89P
018502***************************************************************** DBANK89P
018503* After a refresh every live beneficial owner is screened       * DBANK89P
018504* again. A new hit goes on the queue against the corporate      * DBANK89P
018505* (not held - as with the base re-screen, compliance works      * DBANK89P
018506* it from the queue) and the owner is marked as referred; an    * DBANK89P
018507* owner already referred or confirmed is not raised twice       * DBANK89P
018508***************************************************************** DBANK89P
018509 RESCREEN-OWNERS.                                                 DBANK89P
018510     EXEC SQL                                                     DBANK89P
018511          DECLARE OWNER_CSR CURSOR FOR                            DBANK89P
018512          SELECT BOW_ID,                                          DBANK89P
018513                 BOW_CORP_PID,                                    DBANK89P
018514                 SUBSTR(BOW_NAME, 1, 25),                         DBANK89P
018515                 BOW_SCREEN                                       DBANK89P
018516          FROM BNKBOWN                                            DBANK89P
018517          WHERE BOW_STATUS = 'A'                                  DBANK89P
018518          ORDER BY BOW_ID                                         DBANK89P
018519          FOR FETCH ONLY                                          DBANK89P
018520     END-EXEC.                                                    DBANK89P
018521     EXEC SQL                                                     DBANK89P
018522          OPEN OWNER_CSR                                          DBANK89P
018523     END-EXEC.                                                    DBANK89P
018524     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK89P
018525        MOVE 'Unable to open the ownership register' TO CD89O-MSG DBANK89P
018526        GO TO RESCREEN-OWNERS-EXIT                                DBANK89P
018527     END-IF.                                                      DBANK89P
018528 RESCREEN-OWNER-LOOP.                                             DBANK89P
018529     EXEC SQL                                                     DBANK89P
018530          FETCH OWNER_CSR                                         DBANK89P
018531          INTO :WS-OWN-ID,                                        DBANK89P
018532               :WS-OWN-CORP-PID,                                  DBANK89P
018533               :WS-OWN-NAME,                                      DBANK89P
018534               :WS-OWN-SCREEN                                     DBANK89P
018535     END-EXEC.                                                    DBANK89P
018536     IF SQLCODE IS EQUAL TO +100                                  DBANK89P
018537        GO TO RESCREEN-OWNER-LOOP-EXIT                            DBANK89P
018538     END-IF.                                                      DBANK89P
018539     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK89P
018540        MOVE 'Unable to read the ownership register' TO CD89O-MSG DBANK89P
018541        GO TO RESCREEN-OWNER-LOOP-EXIT                            DBANK89P
018542     END-IF.                                                      DBANK89P
018543     MOVE SPACES TO CD89O-MSG.                                    DBANK89P
018544     MOVE WS-OWN-NAME TO CD89I-NAME.                              DBANK89P
018545     PERFORM CHECK-NAME THRU                                      DBANK89P
018546             CHECK-NAME-EXIT.                                     DBANK89P
018547     IF NOT CD89O-NAME-HIT AND                                    DBANK89P
018548        CD89O-MSG IS NOT EQUAL TO SPACES                          DBANK89P
018549        GO TO RESCREEN-OWNER-LOOP-EXIT                            DBANK89P
018550     END-IF.                                                      DBANK89P
018551     MOVE SPACES TO CD89O-MSG.                                    DBANK89P
018552     IF CD89O-NAME-HIT AND                                        DBANK89P
018553        WS-OWN-SCREEN IS EQUAL TO 'C'                             DBANK89P
018554        MOVE WS-OWN-CORP-PID TO WS-HIT-PID                        DBANK89P
018555        MOVE WS-OWN-NAME TO WS-HIT-NAME                           DBANK89P
018556        MOVE CD89O-MATCH-TYPE TO WS-HIT-MATCH                     DBANK89P
018557        PERFORM RAISE-HIT THRU                                    DBANK89P
018558                RAISE-HIT-EXIT                                    DBANK89P
018559        IF CD89O-MSG IS NOT EQUAL TO SPACES                       DBANK89P
018560           GO TO RESCREEN-OWNER-LOOP-EXIT                         DBANK89P
018561        END-IF                                                    DBANK89P
018562        MOVE 'H' TO WS-OWN-SCREEN                                 DBANK89P
018563     END-IF.                                                      DBANK89P
018564     EXEC SQL                                                     DBANK89P
018565          UPDATE BNKBOWN                                          DBANK89P
018566          SET BOW_SCREEN = :WS-OWN-SCREEN,                        DBANK89P
018567              BOW_SCREENED_DATE = CURRENT DATE                    DBANK89P
018568          WHERE BOW_ID = :WS-OWN-ID                               DBANK89P
018569     END-EXEC.                                                    DBANK89P
018570     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK89P
018571        MOVE 'Unable to mark the owner screened' TO CD89O-MSG     DBANK89P
018572        GO TO RESCREEN-OWNER-LOOP-EXIT                            DBANK89P
018573     END-IF.                                                      DBANK89P
018574     GO TO RESCREEN-OWNER-LOOP.                                   DBANK89P
018575 RESCREEN-OWNER-LOOP-EXIT.                                        DBANK89P
018576     EXEC SQL                                                     DBANK89P
018577          CLOSE OWNER_CSR                                         DBANK89P
018578     END-EXEC.                                                    DBANK89P
018579     IF CD89O-MSG IS EQUAL TO SPACES                              DBANK89P
018580        SET CD89O-REQUEST-OK TO TRUE                              DBANK89P
018581     ELSE                                                         DBANK89P
018582        SET CD89O-REQUEST-FAIL TO TRUE                            DBANK89P
018583     END-IF.                                                      DBANK89P
018584 RESCREEN-OWNERS-EXIT.                                            DBANK89P
018585     EXIT.                                                        DBANK89P
018600                                                                  DBANK89P
018700***************************************************************** DBANK89P
018800* Screen one name - an exact match outranks a close match       * DBANK89P
048300        MOVE 'Unable to disposition the hit' TO CD89O-MSG         DBANK89P
048400        GO TO WORK-HIT-EXIT                                       DBANK89P
048500     END-IF.                                                      DBANK89P
048505*    A hit raised on a beneficial owner carries the disposition   DBANK89P
048510*    onto the corporate ownership register                        DBANK89P
048515     EXEC SQL                                                     DBANK89P
048520          UPDATE BNKBOWN                                          DBANK89P
048525          SET BOW_SCREEN = :WS-HIT-STATUS                         DBANK89P
048530          WHERE BOW_CORP_PID = :WS-HIT-PID AND                    DBANK89P
048535                SUBSTR(BOW_NAME, 1, 25) = :WS-HIT-NAME AND        DBANK89P
048540                BOW_SCREEN = 'H'                                  DBANK89P
048545     END-EXEC.                                                    DBANK89P
048550     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DBANK89P
048555        SQLCODE IS NOT EQUAL TO +100                              DBANK89P
048560        MOVE 'Unable to update the ownership register'            DBANK89P
048562          TO CD89O-MSG                                            DBANK89P
048565        GO TO WORK-HIT-EXIT                                       DBANK89P
048570     END-IF.                                                      DBANK89P
048600     IF CD89I-CLEAR-HIT                                           DBANK89P
048700        MOVE ZERO TO WS-OPEN-HITS                                 DBANK89P
048800        EXEC SQL                                                  DBANK89P
