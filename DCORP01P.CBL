001800*              threshold. Answers the capture programs'         * DCORP01P
001900*              question of whether a posting needs the          * DCORP01P
002000*              authorization queue, and whether a proposed      * DCORP01P
002100*              checker satisfies the rule. Also keeps each      * DCORP01P
002120*              corporate's beneficial owners on BNKBOWN,        * DCORP01P
002140*              screening them through DBANK89P as they are      * DCORP01P
002160*              added, and reports the register's gaps nightly   * DCORP01P
002200*              SQL version                                      * DCORP01P
002300***************************************************************** DCORP01P
002400                                                                  DCORP01P
004000       VALUE 'DCORP01P'.                                          DCORP01P
004100   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DCORP01P
004200   05  WS-SUB1                               PIC S9(4) COMP.      DCORP01P
004205   05  WS-SUB2                               PIC S9(4) COMP.      DCORP01P
004210   05  WS-TURNS                              PIC S9(4) COMP.      DCORP01P
004215   05  WS-HOLD-OWNER                         PIC X(79).           DCORP01P
004220   05  WS-GAP-ISSUE                          PIC X(14).           DCORP01P
004225   05  WS-ID-DISP                            PIC 9(7).            DCORP01P
004230   05  WS-TOTAL-DISP                         PIC Z(4)9.99.        DCORP01P
004235   05  WS-COUNT-DISP                         PIC Z(4)9.           DCORP01P
004240                                                                  DCORP01P
004245 01  WS-CSV-DATA.                                                 DCORP01P
004250 COPY CCSVD.                                                      DCORP01P
004255                                                                  DCORP01P
004260 01  WS-89-COMMAREA.                                              DCORP01P
004265 COPY CBANKD89.                                                   DCORP01P
004270                                                                  DCORP01P
004275 01  WS-96-COMMAREA.                                              DCORP01P
004280 COPY CBANKD96.                                                   DCORP01P
004300                                                                  DCORP01P
004400   EXEC SQL                                                       DCORP01P
004500        BEGIN DECLARE SECTION                                     DCORP01P
005600   05  DCL-SIG-PID                           PIC X(5).            DCORP01P
005700   05  DCL-SIG-NAME                          PIC X(25).           DCORP01P
005800   05  DCL-SIG-COUNT                         PIC S9(3) COMP-3.    DCORP01P
005805   05  DCL-CRP-NAME                          PIC X(40).           DCORP01P
005810   05  DCL-CRP-REVIEW                        PIC X(10).           DCORP01P
005815   05  DCL-CRP-REVIEWED                      PIC X(10).           DCORP01P
005820   05  DCL-BOW-ID                            PIC S9(7) COMP-3.    DCORP01P
005825   05  DCL-BOW-NAME                          PIC X(40).           DCORP01P
005830   05  DCL-BOW-TYPE                          PIC X(1).            DCORP01P
005835   05  DCL-BOW-DOB                           PIC X(10).           DCORP01P
005840   05  DCL-BOW-NATION                        PIC X(2).            DCORP01P
005845   05  DCL-BOW-PERCENT                       PIC S9(3)V99 COMP-3. DCORP01P
005850   05  DCL-BOW-EFFECTIVE                     PIC S9(3)V99 COMP-3. DCORP01P
005855   05  DCL-BOW-CONTROL                       PIC X(1).            DCORP01P
005860   05  DCL-BOW-VIA-ID                        PIC S9(7) COMP-3.    DCORP01P
005865   05  DCL-BOW-SCREEN                        PIC X(1).            DCORP01P
005870   05  DCL-BOW-STATUS                        PIC X(1).            DCORP01P
005875   05  DCL-BOW-KEY-ID                        PIC S9(7) COMP-3.    DCORP01P
005880   05  DCL-BOW-COUNT                         PIC S9(5) COMP-3.    DCORP01P
005885   05  DCL-BOW-TOTAL                         PIC S9(5)V99 COMP-3. DCORP01P
005890   05  DCL-VIA-EFFECTIVE                     PIC S9(3)V99 COMP-3. DCORP01P
005900                                                                  DCORP01P
006000     EXEC SQL                                                     DCORP01P
006100          INCLUDE SQLCA                                           DCORP01P
010700       WHEN CCP1I-VERIFY-CHECKER                                  DCORP01P
010800         PERFORM VERIFY-CHECKER THRU                              DCORP01P
010900                 VERIFY-CHECKER-EXIT                              DCORP01P
010905       WHEN CCP1I-ADD-OWNER                                       DCORP01P
010910         PERFORM ADD-OWNER THRU                                   DCORP01P
010915                 ADD-OWNER-EXIT                                   DCORP01P
010920       WHEN CCP1I-REMOVE-OWNER                                    DCORP01P
010925         PERFORM REMOVE-OWNER THRU                                DCORP01P
010930                 REMOVE-OWNER-EXIT                                DCORP01P
010935       WHEN CCP1I-LIST-OWNERS                                     DCORP01P
010940         PERFORM LIST-OWNERS THRU                                 DCORP01P
010945                 LIST-OWNERS-EXIT                                 DCORP01P
010950       WHEN CCP1I-OWNERSHIP-REPORT                                DCORP01P
010955         PERFORM OWNERSHIP-REPORT THRU                            DCORP01P
010960                 OWNERSHIP-REPORT-EXIT                            DCORP01P
011000       WHEN OTHER                                                 DCORP01P
011100         MOVE 'Unknown corporate function requested' TO CCP1O-MSG DCORP01P
011200     END-EVALUATE.                                                DCORP01P
044000     SET CCP1O-REQUEST-OK TO TRUE.                                DCORP01P
044100 VERIFY-CHECKER-EXIT.                                             DCORP01P
044200     EXIT.                                                        DCORP01P
044220                                                                  DCORP01P
044240***************************************************************** DCORP01P
044260* Add a beneficial owner. The name is screened first - a hit    * DCORP01P
044280* goes on compliance's queue against the corporate itself,      * DCORP01P
044300* which holds it until the hit is worked, and the owner is      * DCORP01P
044320* kept marked as referred. Holdings at one level coming to      * DCORP01P
044340* more than 100% are accepted with a warning, and show on the   * DCORP01P
044360* nightly gaps report until put right                           * DCORP01P
044380***************************************************************** DCORP01P
044400 ADD-OWNER.                                                       DCORP01P
044420     PERFORM READ-THE-CORPORATE THRU                              DCORP01P
044440             READ-THE-CORPORATE-EXIT.                             DCORP01P
044460     IF CCP1O-MSG IS NOT EQUAL TO SPACES                          DCORP01P
044480        GO TO ADD-OWNER-EXIT                                      DCORP01P
044500     END-IF.                                                      DCORP01P
044520     PERFORM VALIDATE-OWNER THRU                                  DCORP01P
044540             VALIDATE-OWNER-EXIT.                                 DCORP01P
044560     IF CCP1O-MSG IS NOT EQUAL TO SPACES                          DCORP01P
044580        GO TO ADD-OWNER-EXIT                                      DCORP01P
044600     END-IF.                                                      DCORP01P
044620     PERFORM SCREEN-OWNER THRU                                    DCORP01P
044640             SCREEN-OWNER-EXIT.                                   DCORP01P
044660     IF CCP1O-MSG IS NOT EQUAL TO SPACES                          DCORP01P
044680        GO TO ADD-OWNER-EXIT                                      DCORP01P
044700     END-IF.                                                      DCORP01P
044720     EXEC SQL                                                     DCORP01P
044740          SELECT VALUE(MAX(BOW_ID), 0) + 1                        DCORP01P
044760          INTO :DCL-BOW-ID                                        DCORP01P
044780          FROM BNKBOWN                                            DCORP01P
044800     END-EXEC.                                                    DCORP01P
044820     IF SQLCODE IS NOT EQUAL TO ZERO                              DCORP01P
044840        MOVE 'Unable to number the owner' TO CCP1O-MSG            DCORP01P
044860        GO TO ADD-OWNER-EXIT                                      DCORP01P
044880     END-IF.                                                      DCORP01P
044900     EXEC SQL                                                     DCORP01P
044920          INSERT                                                  DCORP01P
044940          INTO BNKBOWN (BOW_ID,                                   DCORP01P
044960                        BOW_CORP_PID,                             DCORP01P
044980                        BOW_NAME,                                 DCORP01P
045000                        BOW_TYPE,                                 DCORP01P
045020                        BOW_DOB,                                  DCORP01P
045040                        BOW_NATIONALITY,                          DCORP01P
045060                        BOW_PERCENT,                              DCORP01P
045080                        BOW_EFFECTIVE,                            DCORP01P
045100                        BOW_CONTROL,                              DCORP01P
045120                        BOW_VIA_ID,                               DCORP01P
045140                        BOW_SCREEN,                               DCORP01P
045160                        BOW_SCREENED_DATE,                        DCORP01P
045180                        BOW_STATUS,                               DCORP01P
045200                        BOW_ADDED_BY,                             DCORP01P
045220                        BOW_ADDED_TS)                             DCORP01P
045240          VALUES (:DCL-BOW-ID,                                    DCORP01P
045260                  :CCP1I-CORP-PID,                                DCORP01P
045280                  :CCP1I-OWN-NAME,                                DCORP01P
045300                  :CCP1I-OWN-TYPE,                                DCORP01P
045320                  :DCL-BOW-DOB,                                   DCORP01P
045340                  :CCP1I-OWN-NATIONALITY,                         DCORP01P
045360                  :DCL-BOW-PERCENT,                               DCORP01P
045380                  :DCL-BOW-EFFECTIVE,                             DCORP01P
045400                  :CCP1I-OWN-CONTROL,                             DCORP01P
045420                  :DCL-BOW-VIA-ID,                                DCORP01P
045440                  :DCL-BOW-SCREEN,                                DCORP01P
045460                  CURRENT DATE,                                   DCORP01P
045480                  'A',                                            DCORP01P
045500                  :CCP1I-USERID,                                  DCORP01P
045520                  CURRENT TIMESTAMP)                              DCORP01P
045540     END-EXEC.                                                    DCORP01P
045560     IF SQLCODE IS NOT EQUAL TO ZERO                              DCORP01P
045580        MOVE 'Unable to add the owner' TO CCP1O-MSG               DCORP01P
045600        GO TO ADD-OWNER-EXIT                                      DCORP01P
045620     END-IF.                                                      DCORP01P
045640     MOVE DCL-BOW-ID TO CCP1O-OWN-ID.                             DCORP01P
045660     MOVE ZERO TO DCL-BOW-TOTAL.                                  DCORP01P
045680     EXEC SQL                                                     DCORP01P
045700          SELECT VALUE(SUM(BOW_PERCENT), 0)                       DCORP01P
045720          INTO :DCL-BOW-TOTAL                                     DCORP01P
045740          FROM BNKBOWN                                            DCORP01P
045760          WHERE BOW_CORP_PID = :CCP1I-CORP-PID AND                DCORP01P
045780                BOW_VIA_ID = :DCL-BOW-VIA-ID AND                  DCORP01P
045800                BOW_STATUS = 'A'                                  DCORP01P
045820     END-EXEC.                                                    DCORP01P
045840     SET CCP1O-REQUEST-OK TO TRUE.                                DCORP01P
045860     IF DCL-BOW-SCREEN IS EQUAL TO 'H'                            DCORP01P
045880        MOVE 'Owner added - name referred to compliance'          DCORP01P
045900          TO CCP1O-MSG                                            DCORP01P
045920        GO TO ADD-OWNER-EXIT                                      DCORP01P
045940     END-IF.                                                      DCORP01P
045960     IF SQLCODE IS EQUAL TO ZERO AND                              DCORP01P
045980        DCL-BOW-TOTAL IS GREATER THAN 100                         DCORP01P
046000        MOVE 'Owner added - holdings at that level now pass 100%' DCORP01P
046020          TO CCP1O-MSG                                            DCORP01P
046040        GO TO ADD-OWNER-EXIT                                      DCORP01P
046060     END-IF.                                                      DCORP01P
046080     MOVE 'Owner added' TO CCP1O-MSG.                             DCORP01P
046100 ADD-OWNER-EXIT.                                                  DCORP01P
046120     EXIT.                                                        DCORP01P
046140                                                                  DCORP01P
046160***************************************************************** DCORP01P
046180* An individual needs a date of birth and nationality; for an   * DCORP01P
046200* intermediate company the nationality is where it is           * DCORP01P
046220* incorporated. A holding through an intermediate company       * DCORP01P
046240* takes that company's share of the corporate times its own     * DCORP01P
046260***************************************************************** DCORP01P
046280 VALIDATE-OWNER.                                                  DCORP01P
046300     IF CCP1I-OWN-NAME IS EQUAL TO SPACES                         DCORP01P
046320        MOVE 'The owner''s name is needed' TO CCP1O-MSG           DCORP01P
046340        GO TO VALIDATE-OWNER-EXIT                                 DCORP01P
046360     END-IF.                                                      DCORP01P
046380     IF NOT CCP1I-OWN-INDIVIDUAL AND                              DCORP01P
046400        NOT CCP1I-OWN-COMPANY                                     DCORP01P
046420        MOVE 'Owner type must be I(ndividual) or C(ompany)'       DCORP01P
046440          TO CCP1O-MSG                                            DCORP01P
046460        GO TO VALIDATE-OWNER-EXIT                                 DCORP01P
046480     END-IF.                                                      DCORP01P
046500     MOVE SPACES TO DCL-BOW-DOB.                                  DCORP01P
046520     IF CCP1I-OWN-INDIVIDUAL                                      DCORP01P
046540        IF CCP1I-OWN-DOB (1:4) IS NOT NUMERIC OR                  DCORP01P
046560           CCP1I-OWN-DOB (5:1) IS NOT EQUAL TO '-' OR             DCORP01P
046580           CCP1I-OWN-DOB (6:2) IS NOT NUMERIC OR                  DCORP01P
046600           CCP1I-OWN-DOB (8:1) IS NOT EQUAL TO '-' OR             DCORP01P
046620           CCP1I-OWN-DOB (9:2) IS NOT NUMERIC                     DCORP01P
046640           MOVE 'Date of birth is needed as yyyy-mm-dd'           DCORP01P
046650             TO CCP1O-MSG                                         DCORP01P
046660           GO TO VALIDATE-OWNER-EXIT                              DCORP01P
046680        END-IF                                                    DCORP01P
046700        MOVE CCP1I-OWN-DOB TO DCL-BOW-DOB                         DCORP01P
046720     END-IF.                                                      DCORP01P
046740     IF CCP1I-OWN-NATIONALITY IS EQUAL TO SPACES                  DCORP01P
046760        MOVE 'The owner''s nationality is needed' TO CCP1O-MSG    DCORP01P
046780        GO TO VALIDATE-OWNER-EXIT                                 DCORP01P
046800     END-IF.                                                      DCORP01P
046820     IF CCP1I-OWN-PERCENT IS NOT NUMERIC OR                       DCORP01P
046840        CCP1I-OWN-PERCENT IS EQUAL TO ZERO OR                     DCORP01P
046860        CCP1I-OWN-PERCENT IS GREATER THAN 100                     DCORP01P
046880        MOVE 'Percentage held must be over 0 and at most 100'     DCORP01P
046900          TO CCP1O-MSG                                            DCORP01P
046920        GO TO VALIDATE-OWNER-EXIT                                 DCORP01P
046940     END-IF.                                                      DCORP01P
046960     IF NOT CCP1I-OWN-CONTROL-VALID                               DCORP01P
046980        MOVE 'Control must be S(hares), V(otes), B(oard), O(ther)'DCORP01P
047000          TO CCP1O-MSG                                            DCORP01P
047020        GO TO VALIDATE-OWNER-EXIT                                 DCORP01P
047040     END-IF.                                                      DCORP01P
047060     MOVE CCP1I-OWN-PERCENT TO DCL-BOW-PERCENT.                   DCORP01P
047080     IF CCP1I-OWN-VIA-ID IS NOT NUMERIC                           DCORP01P
047100        MOVE ZERO TO CCP1I-OWN-VIA-ID                             DCORP01P
047120     END-IF.                                                      DCORP01P
047140     MOVE CCP1I-OWN-VIA-ID TO DCL-BOW-VIA-ID.                     DCORP01P
047160     IF DCL-BOW-VIA-ID IS EQUAL TO ZERO                           DCORP01P
047180        MOVE DCL-BOW-PERCENT TO DCL-BOW-EFFECTIVE                 DCORP01P
047200        GO TO VALIDATE-OWNER-EXIT                                 DCORP01P
047220     END-IF.                                                      DCORP01P
047240     EXEC SQL                                                     DCORP01P
047260          SELECT BOW_TYPE,                                        DCORP01P
047280                 BOW_EFFECTIVE,                                   DCORP01P
047300                 BOW_STATUS                                       DCORP01P
047320          INTO :DCL-BOW-TYPE,                                     DCORP01P
047340               :DCL-VIA-EFFECTIVE,                                DCORP01P
047360               :DCL-BOW-STATUS                                    DCORP01P
047380          FROM BNKBOWN                                            DCORP01P
047400          WHERE BOW_ID = :DCL-BOW-VIA-ID AND                      DCORP01P
047420                BOW_CORP_PID = :CCP1I-CORP-PID                    DCORP01P
047440     END-EXEC.                                                    DCORP01P
047460     IF SQLCODE IS EQUAL TO +100                                  DCORP01P
047480        SET CCP1O-NOT-FOUND TO TRUE                               DCORP01P
047500        MOVE 'No owner on this corporate under that via number'   DCORP01P
047520          TO CCP1O-MSG                                            DCORP01P
047540        GO TO VALIDATE-OWNER-EXIT                                 DCORP01P
047560     END-IF.                                                      DCORP01P
047580     IF SQLCODE IS NOT EQUAL TO ZERO                              DCORP01P
047600        MOVE 'Unable to read the ownership register' TO CCP1O-MSG DCORP01P
047620        GO TO VALIDATE-OWNER-EXIT                                 DCORP01P
047640     END-IF.                                                      DCORP01P
047660     IF DCL-BOW-TYPE IS NOT EQUAL TO 'C' OR                       DCORP01P
047680        DCL-BOW-STATUS IS NOT EQUAL TO 'A'                        DCORP01P
047700        MOVE 'A holding can only run through a live company owner'DCORP01P
047720          TO CCP1O-MSG                                            DCORP01P
047740        GO TO VALIDATE-OWNER-EXIT                                 DCORP01P
047760     END-IF.                                                      DCORP01P
047780     COMPUTE DCL-BOW-EFFECTIVE ROUNDED =                          DCORP01P
047800             DCL-VIA-EFFECTIVE * DCL-BOW-PERCENT / 100.           DCORP01P
047820 VALIDATE-OWNER-EXIT.                                             DCORP01P
047840     EXIT.                                                        DCORP01P
047860                                                                  DCORP01P
047880***************************************************************** DCORP01P
047900* Screen the owner's name. A hit is recorded against the        * DCORP01P
047920* corporate before the owner is added - if it cannot be         * DCORP01P
047940* recorded the owner is refused rather than left unreferred     * DCORP01P
047960***************************************************************** DCORP01P
047980 SCREEN-OWNER.                                                    DCORP01P
048000     MOVE 'C' TO DCL-BOW-SCREEN.                                  DCORP01P
048020     INITIALIZE CD89-DATA.                                        DCORP01P
048040     SET CD89I-CHECK-NAME TO TRUE.                                DCORP01P
048060     MOVE CCP1I-OWN-NAME TO CD89I-NAME.                           DCORP01P
048080 COPY CBANKX89.                                                   DCORP01P
048100     IF CD89O-REQUEST-OK                                          DCORP01P
048120        GO TO SCREEN-OWNER-EXIT                                   DCORP01P
048140     END-IF.                                                      DCORP01P
048160     IF NOT CD89O-NAME-HIT                                        DCORP01P
048180        MOVE CD89O-MSG TO CCP1O-MSG                               DCORP01P
048200        GO TO SCREEN-OWNER-EXIT                                   DCORP01P
048220     END-IF.                                                      DCORP01P
048240     MOVE 'H' TO DCL-BOW-SCREEN.                                  DCORP01P
048260     INITIALIZE CD89-DATA.                                        DCORP01P
048280     SET CD89I-RECORD-HIT TO TRUE.                                DCORP01P
048300     MOVE CCP1I-OWN-NAME TO CD89I-NAME.                           DCORP01P
048320     MOVE CCP1I-CORP-PID TO CD89I-PERSON-PID.                     DCORP01P
048340     MOVE CCP1I-USERID TO CD89I-USERID.                           DCORP01P
048360 COPY CBANKX89.                                                   DCORP01P
048380     IF NOT CD89O-REQUEST-OK                                      DCORP01P
048400        MOVE CD89O-MSG TO CCP1O-MSG                               DCORP01P
048420     END-IF.                                                      DCORP01P
048440 SCREEN-OWNER-EXIT.                                               DCORP01P
048460     EXIT.                                                        DCORP01P
048480                                                                  DCORP01P
048500***************************************************************** DCORP01P
048520* Take an owner off the register. An intermediate company       * DCORP01P
048540* cannot go while owners are still held through it              * DCORP01P
048560***************************************************************** DCORP01P
048580 REMOVE-OWNER.                                                    DCORP01P
048600     IF CCP1I-OWN-ID IS NOT NUMERIC                               DCORP01P
048620        MOVE ZERO TO CCP1I-OWN-ID                                 DCORP01P
048640     END-IF.                                                      DCORP01P
048660     MOVE CCP1I-OWN-ID TO DCL-BOW-ID.                             DCORP01P
048680     MOVE ZERO TO DCL-BOW-COUNT.                                  DCORP01P
048700     EXEC SQL                                                     DCORP01P
048720          SELECT COUNT(*)                                         DCORP01P
048740          INTO :DCL-BOW-COUNT                                     DCORP01P
048760          FROM BNKBOWN                                            DCORP01P
048780          WHERE BOW_CORP_PID = :CCP1I-CORP-PID AND                DCORP01P
048800                BOW_VIA_ID = :DCL-BOW-ID AND                      DCORP01P
048820                BOW_STATUS = 'A'                                  DCORP01P
048840     END-EXEC.                                                    DCORP01P
048860     IF SQLCODE IS NOT EQUAL TO ZERO                              DCORP01P
048880        MOVE 'Unable to read the ownership register' TO CCP1O-MSG DCORP01P
048900        GO TO REMOVE-OWNER-EXIT                                   DCORP01P
048920     END-IF.                                                      DCORP01P
048940     IF DCL-BOW-COUNT IS GREATER THAN ZERO                        DCORP01P
048960        MOVE 'Remove the owners held through that company first'  DCORP01P
048980          TO CCP1O-MSG                                            DCORP01P
049000        GO TO REMOVE-OWNER-EXIT                                   DCORP01P
049020     END-IF.                                                      DCORP01P
049040     EXEC SQL                                                     DCORP01P
049060          UPDATE BNKBOWN                                          DCORP01P
049080          SET BOW_STATUS = 'X',                                   DCORP01P
049100              BOW_REMOVED_BY = :CCP1I-USERID,                     DCORP01P
049120              BOW_REMOVED_TS = CURRENT TIMESTAMP                  DCORP01P
049140          WHERE BOW_ID = :DCL-BOW-ID AND                          DCORP01P
049160                BOW_CORP_PID = :CCP1I-CORP-PID AND                DCORP01P
049180                BOW_STATUS = 'A'                                  DCORP01P
049200     END-EXEC.                                                    DCORP01P
049220     IF SQLCODE IS EQUAL TO +100                                  DCORP01P
049240        SET CCP1O-NOT-FOUND TO TRUE                               DCORP01P
049260        MOVE 'No owner on this corporate under that number'       DCORP01P
049280          TO CCP1O-MSG                                            DCORP01P
049300        GO TO REMOVE-OWNER-EXIT                                   DCORP01P
049320     END-IF.                                                      DCORP01P
049340     IF SQLCODE IS NOT EQUAL TO ZERO                              DCORP01P
049360        MOVE 'Unable to remove the owner' TO CCP1O-MSG            DCORP01P
049380        GO TO REMOVE-OWNER-EXIT                                   DCORP01P
049400     END-IF.                                                      DCORP01P
049420     SET CCP1O-REQUEST-OK TO TRUE.                                DCORP01P
049440     MOVE 'Owner removed' TO CCP1O-MSG.                           DCORP01P
049460 REMOVE-OWNER-EXIT.                                               DCORP01P
049480     EXIT.                                                        DCORP01P
049500                                                                  DCORP01P
049520***************************************************************** DCORP01P
049540* A page of the corporate's live owners, six at a time, with    * DCORP01P
049560* the corporate's KYC review date and when its owners were      * DCORP01P
049580* last reviewed                                                 * DCORP01P
049600***************************************************************** DCORP01P
049620 LIST-OWNERS.                                                     DCORP01P
049640     EXEC SQL                                                     DCORP01P
049660          SELECT CRP.CRP_REG_NAME,                                DCORP01P
049680                 VALUE(CHAR(BCS.BCS_KYC_REVIEW_DATE, ISO), ' '),  DCORP01P
049700                 VALUE(CHAR(CRP.CRP_OWNERS_REVIEWED, ISO), ' ')   DCORP01P
049720          INTO :DCL-CRP-NAME,                                     DCORP01P
049740               :DCL-CRP-REVIEW,                                   DCORP01P
049760               :DCL-CRP-REVIEWED                                  DCORP01P
049780          FROM BNKCORP CRP,                                       DCORP01P
049800               BNKCUST BCS                                        DCORP01P
049820          WHERE CRP.CRP_PID = :CCP1I-CORP-PID AND                 DCORP01P
049840                BCS.BCS_PID = CRP.CRP_PID                         DCORP01P
049860     END-EXEC.                                                    DCORP01P
049880     IF SQLCODE IS EQUAL TO +100                                  DCORP01P
049900        SET CCP1O-NOT-FOUND TO TRUE                               DCORP01P
049920        MOVE 'No corporate held under that PID' TO CCP1O-MSG      DCORP01P
049940        GO TO LIST-OWNERS-EXIT                                    DCORP01P
049960     END-IF.                                                      DCORP01P
049980     IF SQLCODE IS NOT EQUAL TO ZERO                              DCORP01P
050000        MOVE 'Unable to read the corporate register' TO CCP1O-MSG DCORP01P
050020        GO TO LIST-OWNERS-EXIT                                    DCORP01P
050040     END-IF.                                                      DCORP01P
050060     MOVE DCL-CRP-NAME TO CCP1O-REG-NAME.                         DCORP01P
050080     MOVE DCL-CRP-REVIEW TO CCP1O-REVIEW-DATE.                    DCORP01P
050100     MOVE DCL-CRP-REVIEWED TO CCP1O-REVIEWED-DATE.                DCORP01P
050120     IF CCP1I-START-ID IS NOT NUMERIC                             DCORP01P
050140        MOVE ZERO TO CCP1I-START-ID                               DCORP01P
050160     END-IF.                                                      DCORP01P
050180     MOVE CCP1I-START-ID TO DCL-BOW-KEY-ID.                       DCORP01P
050200     IF DCL-BOW-KEY-ID IS EQUAL TO ZERO                           DCORP01P
050220        MOVE 'F' TO CCP1I-DIRECTION                               DCORP01P
050240     END-IF.                                                      DCORP01P
050260     MOVE 0 TO WS-SUB1.                                           DCORP01P
050280     IF CCP1I-PAGE-BACK                                           DCORP01P
050300        PERFORM LIST-EARLIER-OWNERS THRU                          DCORP01P
050320                LIST-EARLIER-OWNERS-EXIT                          DCORP01P
050340     ELSE                                                         DCORP01P
050360        PERFORM LIST-LATER-OWNERS THRU                            DCORP01P
050380                LIST-LATER-OWNERS-EXIT                            DCORP01P
050400     END-IF.                                                      DCORP01P
050420     IF CCP1O-MSG IS NOT EQUAL TO SPACES                          DCORP01P
050440        GO TO LIST-OWNERS-EXIT                                    DCORP01P
050460     END-IF.                                                      DCORP01P
050480     MOVE WS-SUB1 TO CCP1O-OWN-COUNT.                             DCORP01P
050500     IF WS-SUB1 IS EQUAL TO ZERO                                  DCORP01P
050520        IF DCL-BOW-KEY-ID IS EQUAL TO ZERO                        DCORP01P
050540           SET CCP1O-REQUEST-OK TO TRUE                           DCORP01P
050560           MOVE 'No owners declared for this corporate'           DCORP01P
050580             TO CCP1O-MSG                                         DCORP01P
050600        ELSE                                                      DCORP01P
050620           SET CCP1O-NOT-FOUND TO TRUE                            DCORP01P
050640           MOVE 'There are no more owners that way' TO CCP1O-MSG  DCORP01P
050660        END-IF                                                    DCORP01P
050680        GO TO LIST-OWNERS-EXIT                                    DCORP01P
050700     END-IF.                                                      DCORP01P
050720     IF CCP1I-PAGE-BACK                                           DCORP01P
050740        MOVE 0 TO WS-SUB1                                         DCORP01P
050760        COMPUTE WS-SUB2 = CCP1O-OWN-COUNT + 1                     DCORP01P
050780        COMPUTE WS-TURNS = CCP1O-OWN-COUNT / 2                    DCORP01P
050800        PERFORM TURN-OWNER THRU                                   DCORP01P
050820                TURN-OWNER-EXIT                                   DCORP01P
050840                WS-TURNS TIMES                                    DCORP01P
050860     END-IF.                                                      DCORP01P
050880     SET CCP1O-REQUEST-OK TO TRUE.                                DCORP01P
050900 LIST-OWNERS-EXIT.                                                DCORP01P
050920     EXIT.                                                        DCORP01P
050940                                                                  DCORP01P
050960 LIST-LATER-OWNERS.                                               DCORP01P
050980     EXEC SQL                                                     DCORP01P
051000          DECLARE BOW_LATER_CSR CURSOR FOR                        DCORP01P
051020          SELECT BOW_ID,                                          DCORP01P
051040                 BOW_NAME,                                        DCORP01P
051060                 BOW_TYPE,                                        DCORP01P
051080                 BOW_DOB,                                         DCORP01P
051100                 BOW_NATIONALITY,                                 DCORP01P
051120                 BOW_PERCENT,                                     DCORP01P
051140                 BOW_EFFECTIVE,                                   DCORP01P
051160                 BOW_CONTROL,                                     DCORP01P
051180                 BOW_VIA_ID,                                      DCORP01P
051200                 BOW_SCREEN                                       DCORP01P
051220          FROM BNKBOWN                                            DCORP01P
051240          WHERE BOW_CORP_PID = :CCP1I-CORP-PID AND                DCORP01P
051260                BOW_STATUS = 'A' AND                              DCORP01P
051280                BOW_ID > :DCL-BOW-KEY-ID                          DCORP01P
051300          ORDER BY BOW_ID                                         DCORP01P
051320          FOR FETCH ONLY                                          DCORP01P
051340     END-EXEC.                                                    DCORP01P
051360     EXEC SQL                                                     DCORP01P
051380          OPEN BOW_LATER_CSR                                      DCORP01P
051400     END-EXEC.                                                    DCORP01P
051420     IF SQLCODE IS NOT EQUAL TO ZERO                              DCORP01P
051440        MOVE 'Unable to open the ownership register' TO CCP1O-MSG DCORP01P
051460        GO TO LIST-LATER-OWNERS-EXIT                              DCORP01P
051480     END-IF.                                                      DCORP01P
051500 LIST-LATER-OWNERS-LOOP.                                          DCORP01P
051520     IF WS-SUB1 IS EQUAL TO 6                                     DCORP01P
051540        GO TO LIST-LATER-OWNERS-LOOP-EXIT                         DCORP01P
051560     END-IF.                                                      DCORP01P
051580     EXEC SQL                                                     DCORP01P
051600          FETCH BOW_LATER_CSR                                     DCORP01P
051620          INTO :DCL-BOW-ID,                                       DCORP01P
051640               :DCL-BOW-NAME,                                     DCORP01P
051660               :DCL-BOW-TYPE,                                     DCORP01P
051680               :DCL-BOW-DOB,                                      DCORP01P
051700               :DCL-BOW-NATION,                                   DCORP01P
051720               :DCL-BOW-PERCENT,                                  DCORP01P
051740               :DCL-BOW-EFFECTIVE,                                DCORP01P
051760               :DCL-BOW-CONTROL,                                  DCORP01P
051780               :DCL-BOW-VIA-ID,                                   DCORP01P
051800               :DCL-BOW-SCREEN                                    DCORP01P
051820     END-EXEC.                                                    DCORP01P
051840     IF SQLCODE IS EQUAL TO +100                                  DCORP01P
051860        GO TO LIST-LATER-OWNERS-LOOP-EXIT                         DCORP01P
051880     END-IF.                                                      DCORP01P
051900     IF SQLCODE IS NOT EQUAL TO ZERO                              DCORP01P
051920        MOVE 'Unable to read the ownership register' TO CCP1O-MSG DCORP01P
051940        GO TO LIST-LATER-OWNERS-LOOP-EXIT                         DCORP01P
051960     END-IF.                                                      DCORP01P
051980     PERFORM SHOW-OWNER THRU                                      DCORP01P
052000             SHOW-OWNER-EXIT.                                     DCORP01P
052020     GO TO LIST-LATER-OWNERS-LOOP.                                DCORP01P
052040 LIST-LATER-OWNERS-LOOP-EXIT.                                     DCORP01P
052060     EXEC SQL                                                     DCORP01P
052080          CLOSE BOW_LATER_CSR                                     DCORP01P
052100     END-EXEC.                                                    DCORP01P
052120 LIST-LATER-OWNERS-EXIT.                                          DCORP01P
052140     EXIT.                                                        DCORP01P
052160                                                                  DCORP01P
052180 LIST-EARLIER-OWNERS.                                             DCORP01P
052200     EXEC SQL                                                     DCORP01P
052220          DECLARE BOW_EARLIER_CSR CURSOR FOR                      DCORP01P
052240          SELECT BOW_ID,                                          DCORP01P
052260                 BOW_NAME,                                        DCORP01P
052280                 BOW_TYPE,                                        DCORP01P
052300                 BOW_DOB,                                         DCORP01P
052320                 BOW_NATIONALITY,                                 DCORP01P
052340                 BOW_PERCENT,                                     DCORP01P
052360                 BOW_EFFECTIVE,                                   DCORP01P
052380                 BOW_CONTROL,                                     DCORP01P
052400                 BOW_VIA_ID,                                      DCORP01P
052420                 BOW_SCREEN                                       DCORP01P
052440          FROM BNKBOWN                                            DCORP01P
052460          WHERE BOW_CORP_PID = :CCP1I-CORP-PID AND                DCORP01P
052480                BOW_STATUS = 'A' AND                              DCORP01P
052500                BOW_ID < :DCL-BOW-KEY-ID                          DCORP01P
052520          ORDER BY BOW_ID DESC                                    DCORP01P
052540          FOR FETCH ONLY                                          DCORP01P
052560     END-EXEC.                                                    DCORP01P
052580     EXEC SQL                                                     DCORP01P
052600          OPEN BOW_EARLIER_CSR                                    DCORP01P
052620     END-EXEC.                                                    DCORP01P
052640     IF SQLCODE IS NOT EQUAL TO ZERO                              DCORP01P
052660        MOVE 'Unable to open the ownership register' TO CCP1O-MSG DCORP01P
052680        GO TO LIST-EARLIER-OWNERS-EXIT                            DCORP01P
052700     END-IF.                                                      DCORP01P
052720 LIST-EARLIER-OWNERS-LOOP.                                        DCORP01P
052740     IF WS-SUB1 IS EQUAL TO 6                                     DCORP01P
052760        GO TO LIST-EARLIER-OWNERS-LOOP-EXIT                       DCORP01P
052780     END-IF.                                                      DCORP01P
052800     EXEC SQL                                                     DCORP01P
052820          FETCH BOW_EARLIER_CSR                                   DCORP01P
052840          INTO :DCL-BOW-ID,                                       DCORP01P
052860               :DCL-BOW-NAME,                                     DCORP01P
052880               :DCL-BOW-TYPE,                                     DCORP01P
052900               :DCL-BOW-DOB,                                      DCORP01P
052920               :DCL-BOW-NATION,                                   DCORP01P
052940               :DCL-BOW-PERCENT,                                  DCORP01P
052960               :DCL-BOW-EFFECTIVE,                                DCORP01P
052980               :DCL-BOW-CONTROL,                                  DCORP01P
053000               :DCL-BOW-VIA-ID,                                   DCORP01P
053020               :DCL-BOW-SCREEN                                    DCORP01P
053040     END-EXEC.                                                    DCORP01P
053060     IF SQLCODE IS EQUAL TO +100                                  DCORP01P
053080        GO TO LIST-EARLIER-OWNERS-LOOP-EXIT                       DCORP01P
053100     END-IF.                                                      DCORP01P
053120     IF SQLCODE IS NOT EQUAL TO ZERO                              DCORP01P
053140        MOVE 'Unable to read the ownership register' TO CCP1O-MSG DCORP01P
053160        GO TO LIST-EARLIER-OWNERS-LOOP-EXIT                       DCORP01P
053180     END-IF.                                                      DCORP01P
053200     PERFORM SHOW-OWNER THRU                                      DCORP01P
053220             SHOW-OWNER-EXIT.                                     DCORP01P
053240     GO TO LIST-EARLIER-OWNERS-LOOP.                              DCORP01P
053260 LIST-EARLIER-OWNERS-LOOP-EXIT.                                   DCORP01P
053280     EXEC SQL                                                     DCORP01P
053300          CLOSE BOW_EARLIER_CSR                                   DCORP01P
053320     END-EXEC.                                                    DCORP01P
053340 LIST-EARLIER-OWNERS-EXIT.                                        DCORP01P
053360     EXIT.                                                        DCORP01P
053380                                                                  DCORP01P
053400 SHOW-OWNER.                                                      DCORP01P
053420     ADD 1 TO WS-SUB1.                                            DCORP01P
053440     MOVE DCL-BOW-ID TO CCP1O-OWN-LIST-ID (WS-SUB1).              DCORP01P
053460     MOVE DCL-BOW-NAME TO CCP1O-OWN-LIST-NAME (WS-SUB1).          DCORP01P
053480     MOVE DCL-BOW-TYPE TO CCP1O-OWN-LIST-TYPE (WS-SUB1).          DCORP01P
053500     MOVE DCL-BOW-DOB TO CCP1O-OWN-LIST-DOB (WS-SUB1).            DCORP01P
053520     MOVE DCL-BOW-NATION TO CCP1O-OWN-LIST-NATION (WS-SUB1).      DCORP01P
053540     MOVE DCL-BOW-PERCENT TO CCP1O-OWN-LIST-PERCENT (WS-SUB1).    DCORP01P
053560     MOVE DCL-BOW-EFFECTIVE TO CCP1O-OWN-LIST-EFFECTIVE (WS-SUB1).DCORP01P
053580     MOVE DCL-BOW-CONTROL TO CCP1O-OWN-LIST-CONTROL (WS-SUB1).    DCORP01P
053600     MOVE DCL-BOW-VIA-ID TO CCP1O-OWN-LIST-VIA (WS-SUB1).         DCORP01P
053620     MOVE DCL-BOW-SCREEN TO CCP1O-OWN-LIST-SCREEN (WS-SUB1).      DCORP01P
053640 SHOW-OWNER-EXIT.                                                 DCORP01P
053660     EXIT.                                                        DCORP01P
053680                                                                  DCORP01P
053700***************************************************************** DCORP01P
053720* Swap one pair of entries, outside in, so a page read          * DCORP01P
053740* backwards is shown the right way round                        * DCORP01P
053760***************************************************************** DCORP01P
053780 TURN-OWNER.                                                      DCORP01P
053800     ADD 1 TO WS-SUB1.                                            DCORP01P
053820     SUBTRACT 1 FROM WS-SUB2.                                     DCORP01P
053840     MOVE CCP1O-OWNER (WS-SUB1) TO WS-HOLD-OWNER.                 DCORP01P
053860     MOVE CCP1O-OWNER (WS-SUB2) TO CCP1O-OWNER (WS-SUB1).         DCORP01P
053880     MOVE WS-HOLD-OWNER TO CCP1O-OWNER (WS-SUB2).                 DCORP01P
053900 TURN-OWNER-EXIT.                                                 DCORP01P
053920     EXIT.                                                        DCORP01P
053940                                                                  DCORP01P
053960***************************************************************** DCORP01P
053980* Nightly - the ownership gaps report. Lists corporates with    * DCORP01P
054000* no live individual owner declared, intermediate companies     * DCORP01P
054020* with nobody declared behind them, and any level of a          * DCORP01P
054040* corporate's ownership whose holdings come to more than 100%   * DCORP01P
054060***************************************************************** DCORP01P
054080 OWNERSHIP-REPORT.                                                DCORP01P
054100     MOVE 'CORPPID,REGNAME,ISSUE,OWNERID,TOTALPCT' TO WS-CSV-LINE.DCORP01P
054120     PERFORM QUEUE-REPORT-LINE THRU                               DCORP01P
054140             QUEUE-REPORT-LINE-EXIT.                              DCORP01P
054160     PERFORM REPORT-NO-OWNER THRU                                 DCORP01P
054180             REPORT-NO-OWNER-EXIT.                                DCORP01P
054200     IF CCP1O-MSG IS NOT EQUAL TO SPACES                          DCORP01P
054220        GO TO OWNERSHIP-REPORT-EXIT                               DCORP01P
054240     END-IF.                                                      DCORP01P
054260     PERFORM REPORT-OPEN-CHAIN THRU                               DCORP01P
054280             REPORT-OPEN-CHAIN-EXIT.                              DCORP01P
054300     IF CCP1O-MSG IS NOT EQUAL TO SPACES                          DCORP01P
054320        GO TO OWNERSHIP-REPORT-EXIT                               DCORP01P
054340     END-IF.                                                      DCORP01P
054360     PERFORM REPORT-OVER-100 THRU                                 DCORP01P
054380             REPORT-OVER-100-EXIT.                                DCORP01P
054400     IF CCP1O-MSG IS NOT EQUAL TO SPACES                          DCORP01P
054420        GO TO OWNERSHIP-REPORT-EXIT                               DCORP01P
054440     END-IF.                                                      DCORP01P
054460                                                                  DCORP01P
054480     MOVE CCP1O-REPORTED TO WS-COUNT-DISP.                        DCORP01P
054500     MOVE SPACES TO WS-CSV-LINE.                                  DCORP01P
054520     STRING 'TOTAL,' WS-COUNT-DISP ',,,'                          DCORP01P
054540            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DCORP01P
054560     PERFORM QUEUE-REPORT-LINE THRU                               DCORP01P
054580             QUEUE-REPORT-LINE-EXIT.                              DCORP01P
054600     INITIALIZE CD96-DATA.                                        DCORP01P
054620     SET CD96I-CAPTURE-REPORT TO TRUE.                            DCORP01P
054640     MOVE WS-PROGRAM-ID TO CD96I-JOB.                             DCORP01P
054660     MOVE 'OWNERSHIP GAPS' TO CD96I-REPORT-NAME.                  DCORP01P
054680     MOVE 'CSVQ' TO CD96I-QUEUE.                                  DCORP01P
054700     MOVE 999 TO CD96I-RETAIN-DAYS.                               DCORP01P
054720 COPY CBANKX96.                                                   DCORP01P
054740     IF NOT CD96O-REQUEST-OK                                      DCORP01P
054760        MOVE CD96O-MSG TO CCP1O-MSG                               DCORP01P
054780        GO TO OWNERSHIP-REPORT-EXIT                               DCORP01P
054800     END-IF.                                                      DCORP01P
054820     SET CCP1O-REQUEST-OK TO TRUE.                                DCORP01P
054840     MOVE 'Ownership report complete' TO CCP1O-MSG.               DCORP01P
054860 OWNERSHIP-REPORT-EXIT.                                           DCORP01P
054880     EXIT.                                                        DCORP01P
054900                                                                  DCORP01P
054920 REPORT-NO-OWNER.                                                 DCORP01P
054940     EXEC SQL                                                     DCORP01P
054960          DECLARE GAPN_CSR CURSOR FOR                             DCORP01P
054980          SELECT CRP.CRP_PID,                                     DCORP01P
055000                 CRP.CRP_REG_NAME                                 DCORP01P
055020          FROM BNKCORP CRP                                        DCORP01P
055040          WHERE NOT EXISTS                                        DCORP01P
055060                (SELECT 1                                         DCORP01P
055080                 FROM BNKBOWN BOW                                 DCORP01P
055100                 WHERE BOW.BOW_CORP_PID = CRP.CRP_PID AND         DCORP01P
055120                       BOW.BOW_TYPE = 'I' AND                     DCORP01P
055140                       BOW.BOW_STATUS = 'A')                      DCORP01P
055160          ORDER BY CRP.CRP_PID                                    DCORP01P
055180          FOR FETCH ONLY                                          DCORP01P
055200     END-EXEC.                                                    DCORP01P
055220     EXEC SQL                                                     DCORP01P
055240          OPEN GAPN_CSR                                           DCORP01P
055260     END-EXEC.                                                    DCORP01P
055280     IF SQLCODE IS NOT EQUAL TO ZERO                              DCORP01P
055300        MOVE 'Unable to open the corporate register' TO CCP1O-MSG DCORP01P
055320        GO TO REPORT-NO-OWNER-EXIT                                DCORP01P
055340     END-IF.                                                      DCORP01P
055360 GAPN-LOOP.                                                       DCORP01P
055380     EXEC SQL                                                     DCORP01P
055400          FETCH GAPN_CSR                                          DCORP01P
055420          INTO :DCL-CRP-PID,                                      DCORP01P
055440               :DCL-CRP-NAME                                      DCORP01P
055460     END-EXEC.                                                    DCORP01P
055480     IF SQLCODE IS EQUAL TO +100                                  DCORP01P
055500        GO TO GAPN-LOOP-EXIT                                      DCORP01P
055520     END-IF.                                                      DCORP01P
055540     IF SQLCODE IS NOT EQUAL TO ZERO                              DCORP01P
055560        MOVE 'Unable to read the corporate register' TO CCP1O-MSG DCORP01P
055580        GO TO GAPN-LOOP-EXIT                                      DCORP01P
055600     END-IF.                                                      DCORP01P
055620     MOVE 'NO OWNER' TO WS-GAP-ISSUE.                             DCORP01P
055640     MOVE ZERO TO DCL-BOW-ID.                                     DCORP01P
055660     MOVE ZERO TO DCL-BOW-TOTAL.                                  DCORP01P
055680     PERFORM WRITE-GAP-LINE THRU                                  DCORP01P
055700             WRITE-GAP-LINE-EXIT.                                 DCORP01P
055720     GO TO GAPN-LOOP.                                             DCORP01P
055740 GAPN-LOOP-EXIT.                                                  DCORP01P
055760     EXEC SQL                                                     DCORP01P
055780          CLOSE GAPN_CSR                                          DCORP01P
055800     END-EXEC.                                                    DCORP01P
055820 REPORT-NO-OWNER-EXIT.                                            DCORP01P
055840     EXIT.                                                        DCORP01P
055860                                                                  DCORP01P
055880 REPORT-OPEN-CHAIN.                                               DCORP01P
055900     EXEC SQL                                                     DCORP01P
055920          DECLARE GAPC_CSR CURSOR FOR                             DCORP01P
055940          SELECT BOW.BOW_CORP_PID,                                DCORP01P
055960                 CRP.CRP_REG_NAME,                                DCORP01P
055980                 BOW.BOW_ID                                       DCORP01P
056000          FROM BNKBOWN BOW,                                       DCORP01P
056020               BNKCORP CRP                                        DCORP01P
056040          WHERE BOW.BOW_TYPE = 'C' AND                            DCORP01P
056060                BOW.BOW_STATUS = 'A' AND                          DCORP01P
056080                CRP.CRP_PID = BOW.BOW_CORP_PID AND                DCORP01P
056100                NOT EXISTS                                        DCORP01P
056120                (SELECT 1                                         DCORP01P
056140                 FROM BNKBOWN SUB                                 DCORP01P
056160                 WHERE SUB.BOW_VIA_ID = BOW.BOW_ID AND            DCORP01P
056180                       SUB.BOW_STATUS = 'A')                      DCORP01P
056200          ORDER BY BOW.BOW_CORP_PID, BOW.BOW_ID                   DCORP01P
056220          FOR FETCH ONLY                                          DCORP01P
056240     END-EXEC.                                                    DCORP01P
056260     EXEC SQL                                                     DCORP01P
056280          OPEN GAPC_CSR                                           DCORP01P
056300     END-EXEC.                                                    DCORP01P
056320     IF SQLCODE IS NOT EQUAL TO ZERO                              DCORP01P
056340        MOVE 'Unable to open the ownership register' TO CCP1O-MSG DCORP01P
056360        GO TO REPORT-OPEN-CHAIN-EXIT                              DCORP01P
056380     END-IF.                                                      DCORP01P
056400 GAPC-LOOP.                                                       DCORP01P
056420     EXEC SQL                                                     DCORP01P
056440          FETCH GAPC_CSR                                          DCORP01P
056460          INTO :DCL-CRP-PID,                                      DCORP01P
056480               :DCL-CRP-NAME,                                     DCORP01P
056500               :DCL-BOW-ID                                        DCORP01P
056520     END-EXEC.                                                    DCORP01P
056540     IF SQLCODE IS EQUAL TO +100                                  DCORP01P
056560        GO TO GAPC-LOOP-EXIT                                      DCORP01P
056580     END-IF.                                                      DCORP01P
056600     IF SQLCODE IS NOT EQUAL TO ZERO                              DCORP01P
056620        MOVE 'Unable to read the ownership register' TO CCP1O-MSG DCORP01P
056640        GO TO GAPC-LOOP-EXIT                                      DCORP01P
056660     END-IF.                                                      DCORP01P
056680     MOVE 'NOBODY BEHIND' TO WS-GAP-ISSUE.                        DCORP01P
056700     MOVE ZERO TO DCL-BOW-TOTAL.                                  DCORP01P
056720     PERFORM WRITE-GAP-LINE THRU                                  DCORP01P
056740             WRITE-GAP-LINE-EXIT.                                 DCORP01P
056760     GO TO GAPC-LOOP.                                             DCORP01P
056780 GAPC-LOOP-EXIT.                                                  DCORP01P
056800     EXEC SQL                                                     DCORP01P
056820          CLOSE GAPC_CSR                                          DCORP01P
056840     END-EXEC.                                                    DCORP01P
056860 REPORT-OPEN-CHAIN-EXIT.                                          DCORP01P
056880     EXIT.                                                        DCORP01P
056900                                                                  DCORP01P
056920 REPORT-OVER-100.                                                 DCORP01P
056940     EXEC SQL                                                     DCORP01P
056960          DECLARE GAPO_CSR CURSOR FOR                             DCORP01P
056980          SELECT BOW.BOW_CORP_PID,                                DCORP01P
057000                 CRP.CRP_REG_NAME,                                DCORP01P
057020                 BOW.BOW_VIA_ID,                                  DCORP01P
057040                 SUM(BOW.BOW_PERCENT)                             DCORP01P
057060          FROM BNKBOWN BOW,                                       DCORP01P
057080               BNKCORP CRP                                        DCORP01P
057100          WHERE BOW.BOW_STATUS = 'A' AND                          DCORP01P
057120                CRP.CRP_PID = BOW.BOW_CORP_PID                    DCORP01P
057140          GROUP BY BOW.BOW_CORP_PID,                              DCORP01P
057160                   CRP.CRP_REG_NAME,                              DCORP01P
057180                   BOW.BOW_VIA_ID                                 DCORP01P
057200          HAVING SUM(BOW.BOW_PERCENT) > 100                       DCORP01P
057220          ORDER BY 1, 3                                           DCORP01P
057240          FOR FETCH ONLY                                          DCORP01P
057260     END-EXEC.                                                    DCORP01P
057280     EXEC SQL                                                     DCORP01P
057300          OPEN GAPO_CSR                                           DCORP01P
057320     END-EXEC.                                                    DCORP01P
057340     IF SQLCODE IS NOT EQUAL TO ZERO                              DCORP01P
057360        MOVE 'Unable to open the ownership register' TO CCP1O-MSG DCORP01P
057380        GO TO REPORT-OVER-100-EXIT                                DCORP01P
057400     END-IF.                                                      DCORP01P
057420 GAPO-LOOP.                                                       DCORP01P
057440     EXEC SQL                                                     DCORP01P
057460          FETCH GAPO_CSR                                          DCORP01P
057480          INTO :DCL-CRP-PID,                                      DCORP01P
057500               :DCL-CRP-NAME,                                     DCORP01P
057520               :DCL-BOW-ID,                                       DCORP01P
057540               :DCL-BOW-TOTAL                                     DCORP01P
057560     END-EXEC.                                                    DCORP01P
057580     IF SQLCODE IS EQUAL TO +100                                  DCORP01P
057600        GO TO GAPO-LOOP-EXIT                                      DCORP01P
057620     END-IF.                                                      DCORP01P
057640     IF SQLCODE IS NOT EQUAL TO ZERO                              DCORP01P
057660        MOVE 'Unable to read the ownership register' TO CCP1O-MSG DCORP01P
057680        GO TO GAPO-LOOP-EXIT                                      DCORP01P
057700     END-IF.                                                      DCORP01P
057720     MOVE 'OVER 100' TO WS-GAP-ISSUE.                             DCORP01P
057740     PERFORM WRITE-GAP-LINE THRU                                  DCORP01P
057760             WRITE-GAP-LINE-EXIT.                                 DCORP01P
057780     GO TO GAPO-LOOP.                                             DCORP01P
057800 GAPO-LOOP-EXIT.                                                  DCORP01P
057820     EXEC SQL                                                     DCORP01P
057840          CLOSE GAPO_CSR                                          DCORP01P
057860     END-EXEC.                                                    DCORP01P
057880 REPORT-OVER-100-EXIT.                                            DCORP01P
057900     EXIT.                                                        DCORP01P
057920                                                                  DCORP01P
057940***************************************************************** DCORP01P
057960* One line of the gaps report - the owner id is the company     * DCORP01P
057980* with nobody behind it, or the level (0 direct) that is over   * DCORP01P
058000***************************************************************** DCORP01P
058020 WRITE-GAP-LINE.                                                  DCORP01P
058040     INSPECT DCL-CRP-NAME REPLACING ALL ',' BY ' '.               DCORP01P
058060     MOVE DCL-BOW-ID TO WS-ID-DISP.                               DCORP01P
058080     MOVE DCL-BOW-TOTAL TO WS-TOTAL-DISP.                         DCORP01P
058100     MOVE SPACES TO WS-CSV-LINE.                                  DCORP01P
058120     STRING DCL-CRP-PID ','                                       DCORP01P
058140            DCL-CRP-NAME DELIMITED BY '  '                        DCORP01P
058160            ',' WS-GAP-ISSUE DELIMITED BY '  '                    DCORP01P
058180            ',' WS-ID-DISP ',' WS-TOTAL-DISP                      DCORP01P
058200            DELIMITED BY SIZE INTO WS-CSV-LINE.                   DCORP01P
058220     PERFORM QUEUE-REPORT-LINE THRU                               DCORP01P
058240             QUEUE-REPORT-LINE-EXIT.                              DCORP01P
058260     ADD 1 TO CCP1O-REPORTED.                                     DCORP01P
058280 WRITE-GAP-LINE-EXIT.                                             DCORP01P
058300     EXIT.                                                        DCORP01P
058320                                                                  DCORP01P
058340***************************************************************** DCORP01P
058360* Queue one line of the ownership gaps report                   * DCORP01P
058380***************************************************************** DCORP01P
058400 QUEUE-REPORT-LINE.                                               DCORP01P
058420 COPY CCSVWRQ.                                                    DCORP01P
058440 QUEUE-REPORT-LINE-EXIT.                                          DCORP01P
058460     EXIT.                                                        DCORP01P
060000***************************************************************** DCORP01P
060010* The corporate must exist                                        DCORP01P
060020***************************************************************** DCORP01P
