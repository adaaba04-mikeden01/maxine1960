003900   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBANK85P
004000   05  WS-SUB1                               PIC S9(4) COMP.      DBANK85P
004100   05  WS-JOB-FAILED                         PIC X(1).            DBANK85P
004110   05  WS-JOB-HELD                           PIC X(1).            DBANK85P
004120   05  WS-PROOF-STATE                        PIC X(1).            DBANK85P
004130     88  WS-PROOF-DUE                        VALUE 'P'.           DBANK85P
004140     88  WS-PROOF-HELD                       VALUE 'H'.           DBANK85P
004150     88  WS-PROOF-RELEASED                   VALUE 'L'.           DBANK85P
004160     88  WS-PROOF-POSTED                     VALUE 'U'.           DBANK85P
004200                                                                  DBANK85P
004300***************************************************************** DBANK85P
004400* The night's job sequence - the order IS the dependency        * DBANK85P
004600* completed. Add a job here and the driver runs it              * DBANK85P
004700***************************************************************** DBANK85P
004800 01  WS-JOB-SCHEDULE.                                             DBANK85P
004802*  Inbound feeds that have arrived are logged first, and any      DBANK85P
004804*  whose window has closed empty is flagged to its owner          DBANK85P
004806   05  FILLER                                PIC X(8)             DBANK85P
004808       VALUE 'DFEED01P'.                                          DBANK85P
004810*  Household tiers are refreshed before the cycle prices on them  DBANK85P
004837   05  FILLER                                PIC X(8)             DBANK85P
004864       VALUE 'DBANK43P'.                                          DBANK85P
004870*  Billing and interest are proved first and only post live once  DBANK85P
004880*  a supervisor has released the proof (see CHECK-PROOF-RELEASE)  DBANK85P
004891   05  FILLER                                PIC X(8)             DBANK85P
004918       VALUE 'DBANK53P'.                                          DBANK85P
004945   05  FILLER                                PIC X(8)             DBANK85P
005134       VALUE 'DBANK55P'.                                          DBANK85P
005161   05  FILLER                                PIC X(8)             DBANK85P
005188       VALUE 'DBANK54P'.                                          DBANK85P
005190*  Bill remittances settle before the ledger sweep so each        DBANK85P
005195*  biller's GL line is cleared the night it is remitted           DBANK85P
005200   05  FILLER                                PIC X(8)             DBANK85P
005205       VALUE 'DBILL01P'.                                          DBANK85P
005215   05  FILLER                                PIC X(8)             DBANK85P
005242       VALUE 'DBANK65P'.                                          DBANK85P
005245*  Inter-branch positions the sweep has just posted are proved    DBANK85P
005250*  pair by pair, and netted off on the last night of the month    DBANK85P
005255   05  FILLER                                PIC X(8)             DBANK85P
005260       VALUE 'DIBRC01P'.                                          DBANK85P
005269   05  FILLER                                PIC X(8)             DBANK85P
005296       VALUE 'DBANK37P'.                                          DBANK85P
005300*  Once the ledger period has closed the month's management       DBANK85P
005305*  accounts are drawn up by branch against budget                 DBANK85P
005310   05  FILLER                                PIC X(8)             DBANK85P
005315       VALUE 'DMGTA01P'.                                          DBANK85P
005323   05  FILLER                                PIC X(8)             DBANK85P
005350       VALUE 'DBANK38P'.                                          DBANK85P
005377   05  FILLER                                PIC X(8)             DBANK85P
005404       VALUE 'DBANK39P'.                                          DBANK85P
005405*  Variable-rate loans reprice on a base-rate change before the   DBANK85P
005410*  provisioning run values the book                               DBANK85P
005415   05  FILLER                                PIC X(8)             DBANK85P
005420       VALUE 'DLNRP01P'.                                          DBANK85P
005431   05  FILLER                                PIC X(8)             DBANK85P
005458       VALUE 'DBANK40P'.                                          DBANK85P
005485   05  FILLER                                PIC X(8)             DBANK85P
005512       VALUE 'DBANK45P'.                                          DBANK85P
005515*  Set-off against defaulted loans once collections have had      DBANK85P
005520*  their run and before the bureau extract                        DBANK85P
005525   05  FILLER                                PIC X(8)             DBANK85P
005530       VALUE 'DSOFF01P'.                                          DBANK85P
005539   05  FILLER                                PIC X(8)             DBANK85P
005566       VALUE 'DBANK46P'.                                          DBANK85P
005593   05  FILLER                                PIC X(8)             DBANK85P
005944       VALUE 'DBANK63P'.                                          DBANK85P
005971   05  FILLER                                PIC X(8)             DBANK85P
005998       VALUE 'DBANK49P'.                                          DBANK85P
006000*  Outward clearing before the hold run, so holds on cheques      DBANK85P
006005*  that cleared tonight come off in the same night                DBANK85P
006010   05  FILLER                                PIC X(8)             DBANK85P
006015       VALUE 'DOCLR01P'.                                          DBANK85P
006025   05  FILLER                                PIC X(8)             DBANK85P
006052       VALUE 'DHOLD01P'.                                          DBANK85P
006079   05  FILLER                                PIC X(8)             DBANK85P
006160       VALUE 'DKYC01P '.                                          DBANK85P
006187   05  FILLER                                PIC X(8)             DBANK85P
006214       VALUE 'DCOMP01P'.                                          DBANK85P
006215*  Subject-access cases verified today are compiled and any       DBANK85P
006220*  past their deadline escalated                                  DBANK85P
006225   05  FILLER                                PIC X(8)             DBANK85P
006230       VALUE 'DPRIV01P'.                                          DBANK85P
006241*  End-of-day branch activity and cash position report            DBANK85P
006268   05  FILLER                                PIC X(8)             DBANK85P
006295       VALUE 'DBRCH01P'.                                          DBANK85P
006700       VALUE 'DBANK64P'.                                          DBANK85P
006727   05  FILLER                                PIC X(8)             DBANK85P
006754       VALUE 'DBANK77P'.                                          DBANK85P
006758*  Covenants are tested once tonight's balance snapshot is in     DBANK85P
006762   05  FILLER                                PIC X(8)             DBANK85P
006766       VALUE 'DCOVN01P'.                                          DBANK85P
006781   05  FILLER                                PIC X(8)             DBANK85P
006808       VALUE 'DBANK41P'.                                          DBANK85P
006810*  On the first night of a quarter the capital return is built    DBANK85P
006815*  for the quarter just ended                                     DBANK85P
006820   05  FILLER                                PIC X(8)             DBANK85P
006825       VALUE 'DCAPR01P'.                                          DBANK85P
006826*  and on the first night of a month the repricing gap is         DBANK85P
006828*  measured for the month just ended                              DBANK85P
006830   05  FILLER                                PIC X(8)             DBANK85P
006832       VALUE 'DRGAP01P'.                                          DBANK85P
006835   05  FILLER                                PIC X(8)             DBANK85P
006862       VALUE 'DBANK42P'.                                          DBANK85P
006889   05  FILLER                                PIC X(8)             DBANK85P
006970       VALUE 'DBANK36P'.                                          DBANK85P
006997   05  FILLER                                PIC X(8)             DBANK85P
007024       VALUE 'DBANK35P'.                                          DBANK85P
007025*  Escrow bills are paid before the settlement run cuts the       DBANK85P
007030*  night's outbound file                                          DBANK85P
007035   05  FILLER                                PIC X(8)             DBANK85P
007040       VALUE 'DESCR01P'.                                          DBANK85P
007042*  Card autopayments are taken and statements cut once the day's  DBANK85P
007044*  purchases are on the card accounts                             DBANK85P
007046   05  FILLER                                PIC X(8)             DBANK85P
007048       VALUE 'DCCRD01P'.                                          DBANK85P
007056*  Lapsed guarantees are run off and the quarter's commission     DBANK85P
007064*  billed on those falling due                                    DBANK85P
007072   05  FILLER                                PIC X(8)             DBANK85P
007080       VALUE 'DGUAR01P'.                                          DBANK85P
007081*  Safe-deposit box rent is billed on the anniversaries falling   DBANK85P
007082*  due and boxes unpaid past the drilling period are listed       DBANK85P
007083   05  FILLER                                PIC X(8)             DBANK85P
007084       VALUE 'DSDBX01P'.                                          DBANK85P
007086*  Each drawer day closed is proved against the teller journal    DBANK85P
007088*  and any difference between the two is reported                 DBANK85P
007090   05  FILLER                                PIC X(8)             DBANK85P
007092       VALUE 'DEJRN01P'.                                          DBANK85P
007094   05  FILLER                                PIC X(8)             DBANK85P
007096       VALUE 'DBANK71P'.                                          DBANK85P
007105   05  FILLER                                PIC X(8)             DBANK85P
007132       VALUE 'DBANK81P'.                                          DBANK85P
007135*  Once lapsed approvals have expired, the payment repair queue   DBANK85P
007140*  is aged against the scheme's return deadlines                  DBANK85P
007145   05  FILLER                                PIC X(8)             DBANK85P
007150       VALUE 'DRPRQ01P'.                                          DBANK85P
007152*  With the day's postings all made, subscribed corporate         DBANK85P
007154*  accounts are sent their statement files                        DBANK85P
007156   05  FILLER                                PIC X(8)             DBANK85P
007158       VALUE 'DCSTM01P'.                                          DBANK85P
007163*  and each corporate gets its virtual account receivables        DBANK85P
007168   05  FILLER                                PIC X(8)             DBANK85P
007173       VALUE 'DVACC01P'.                                          DBANK85P
007174*  and each corporate group's notional pool takes its position    DBANK85P
007175   05  FILLER                                PIC X(8)             DBANK85P
007176       VALUE 'DPOOL01P'.                                          DBANK85P
007178   05  FILLER                                PIC X(8)             DBANK85P
007186       VALUE 'DBANK73P'.                                          DBANK85P
007213   05  FILLER                                PIC X(8)             DBANK85P
007240       VALUE 'DBANK23P'.                                          DBANK85P
007348       VALUE 'DBANK26P'.                                          DBANK85P
007375   05  FILLER                                PIC X(8)             DBANK85P
007402       VALUE 'DBANK28P'.                                          DBANK85P
007408*  On the first night of a month the month just ended is priced   DBANK85P
007414*  for customer and product profitability                         DBANK85P
007420   05  FILLER                                PIC X(8)             DBANK85P
007426       VALUE 'DPRFT01P'.                                          DBANK85P
007432*  and each manager's portfolio movement reported for it          DBANK85P
007438   05  FILLER                                PIC X(8)             DBANK85P
007444       VALUE 'DRMGR01P'.                                          DBANK85P
007450*  Campaigns raised during the day are selected overnight         DBANK85P
007456   05  FILLER                                PIC X(8)             DBANK85P
007462       VALUE 'DCONS01P'.                                          DBANK85P
007463*  Customers showing indicia of residence abroad are queued       DBANK85P
007464*  for self-certification                                         DBANK85P
007465   05  FILLER                                PIC X(8)             DBANK85P
007466       VALUE 'DTAXR01P'.                                          DBANK85P
007468   05  FILLER                                PIC X(8)             DBANK85P
007474       VALUE 'DBANK96P'.                                          DBANK85P
007483   05  FILLER                                PIC X(8)             DBANK85P
007510       VALUE 'DBANK98P'.                                          DBANK85P
007537*  The diary release runs after the business date has rolled -    DBANK85P
007564*  warehoused payments post first thing on their value date       DBANK85P
007591   05  FILLER                                PIC X(8)             DBANK85P
007618       VALUE 'DBANK34P'.                                          DBANK85P
007620*  Parameter changes approved for a future date take effect on    DBANK85P
007640*  the new business date                                          DBANK85P
007660   05  FILLER                                PIC X(8)             DBANK85P
007680       VALUE 'DSYSP01P'.                                          DBANK85P
007682*  Unapproved rate overrides lapse on the new business date, and  DBANK85P
007684*  on the first of a month the expiring overrides are reported    DBANK85P
007685   05  FILLER                                PIC X(8)             DBANK85P
007686       VALUE 'DROVR01P'.                                          DBANK85P
007687*  Staff activity of the day on their own or connected accounts   DBANK85P
007688*  is reported to compliance                                      DBANK85P
007689   05  FILLER                                PIC X(8)             DBANK85P
007690       VALUE 'DSTFC01P'.                                          DBANK85P
007691*  Unusual sign-on activity of the day is reported to security    DBANK85P
007692   05  FILLER                                PIC X(8)             DBANK85P
007693       VALUE 'DSIGN01P'.                                          DBANK85P
007694*  Payment step-ups left unanswered are closed and scored         DBANK85P
007695   05  FILLER                                PIC X(8)             DBANK85P
007696       VALUE 'DBANK93P'.                                          DBANK85P
007697*  Cashback earned in the month just ended is paid out            DBANK85P
007698   05  FILLER                                PIC X(8)             DBANK85P
007699       VALUE 'DRWRD01P'.                                          DBANK85P
007700 01  WS-JOB-SCHEDULE-R REDEFINES WS-JOB-SCHEDULE.                 DBANK85P
007800   05  WS-JOB-NAME                           PIC X(8)             DBANK85P
007900       OCCURS 77 TIMES.                                           DBANK85P
008000                                                                  DBANK85P
008100   EXEC SQL                                                       DBANK85P
008200        BEGIN DECLARE SECTION                                     DBANK85P
012168     EXEC SQL                                                     DBANK85P
012190          INCLUDE CHOLDD01                                        DBANK85P
012212     END-EXEC.                                                    DBANK85P
012215 01  WS-O1-COMMAREA.                                              DBANK85P
012220     EXEC SQL                                                     DBANK85P
012225          INCLUDE COCLRD01                                        DBANK85P
012230     END-EXEC.                                                    DBANK85P
012234 01  WS-49-COMMAREA.                                              DBANK85P
012256     EXEC SQL                                                     DBANK85P
012278          INCLUDE CBANKD49                                        DBANK85P
012300     END-EXEC.                                                    DBANK85P
012305 01  WS-B1-COMMAREA.                                              DBANK85P
012310     EXEC SQL                                                     DBANK85P
012315          INCLUDE CBILLD01                                        DBANK85P
012320     END-EXEC.                                                    DBANK85P
012322 01  WS-48-COMMAREA.                                              DBANK85P
012344     EXEC SQL                                                     DBANK85P
012366          INCLUDE CBANKD48                                        DBANK85P
012608     EXEC SQL                                                     DBANK85P
012630          INCLUDE CBANKD45                                        DBANK85P
012652     END-EXEC.                                                    DBANK85P
012655 01  WS-SF-COMMAREA.                                              DBANK85P
012660     EXEC SQL                                                     DBANK85P
012665          INCLUDE CSOFFD01                                        DBANK85P
012670     END-EXEC.                                                    DBANK85P
012674 01  WS-43-COMMAREA.                                              DBANK85P
012696     EXEC SQL                                                     DBANK85P
012718          INCLUDE CBANKD43                                        DBANK85P
012740     END-EXEC.                                                    DBANK85P
012744 01  WS-RP-COMMAREA.                                              DBANK85P
012748     EXEC SQL                                                     DBANK85P
012752          INCLUDE CLNRPD01                                        DBANK85P
012756     END-EXEC.                                                    DBANK85P
012757 01  WS-CV-COMMAREA.                                              DBANK85P
012758     EXEC SQL                                                     DBANK85P
012759          INCLUDE CCOVND01                                        DBANK85P
012760     END-EXEC.                                                    DBANK85P
012762 01  WS-42-COMMAREA.                                              DBANK85P
012784     EXEC SQL                                                     DBANK85P
012806          INCLUDE CBANKD42                                        DBANK85P
012828     END-EXEC.                                                    DBANK85P
012830 01  WS-ES-COMMAREA.                                              DBANK85P
012835     EXEC SQL                                                     DBANK85P
012840          INCLUDE CESCRD01                                        DBANK85P
012845     END-EXEC.                                                    DBANK85P
012846 01  WS-CR-COMMAREA.                                              DBANK85P
012847     EXEC SQL                                                     DBANK85P
012848          INCLUDE CCCRDD01                                        DBANK85P
012849     END-EXEC.                                                    DBANK85P
012851 01  WS-GU-COMMAREA.                                              DBANK85P
012853     EXEC SQL                                                     DBANK85P
012855          INCLUDE CGUARD01                                        DBANK85P
012857     END-EXEC.                                                    DBANK85P
012859 01  WS-SB-COMMAREA.                                              DBANK85P
012861     EXEC SQL                                                     DBANK85P
012863          INCLUDE CSDBXD01                                        DBANK85P
012865     END-EXEC.                                                    DBANK85P
012867 01  WS-EJ-COMMAREA.                                              DBANK85P
012869     EXEC SQL                                                     DBANK85P
012871          INCLUDE CEJRND01                                        DBANK85P
012873     END-EXEC.                                                    DBANK85P
012875 01  WS-RQ-COMMAREA.                                              DBANK85P
012877     EXEC SQL                                                     DBANK85P
012879          INCLUDE CRPRQD01                                        DBANK85P
012881     END-EXEC.                                                    DBANK85P
012892 01  WS-CS-COMMAREA.                                              DBANK85P
012903     EXEC SQL                                                     DBANK85P
012914          INCLUDE CCSTMD01                                        DBANK85P
012925     END-EXEC.                                                    DBANK85P
012926 01  WS-VA-COMMAREA.                                              DBANK85P
012932     EXEC SQL                                                     DBANK85P
012938          INCLUDE CVACCD01                                        DBANK85P
012944     END-EXEC.                                                    DBANK85P
012950 01  WS-PL-COMMAREA.                                              DBANK85P
012956     EXEC SQL                                                     DBANK85P
012962          INCLUDE CPOOLD01                                        DBANK85P
012968     END-EXEC.                                                    DBANK85P
012970 01  WS-PF-COMMAREA.                                              DBANK85P
012972     EXEC SQL                                                     DBANK85P
012975          INCLUDE CPRFTD01                                        DBANK85P
012978     END-EXEC.                                                    DBANK85P
012981 01  WS-RM-COMMAREA.                                              DBANK85P
012984     EXEC SQL                                                     DBANK85P
012987          INCLUDE CRMGRD01                                        DBANK85P
012990     END-EXEC.                                                    DBANK85P
012993 01  WS-CN-COMMAREA.                                              DBANK85P
012996     EXEC SQL                                                     DBANK85P
012999          INCLUDE CCONSD01                                        DBANK85P
013002     END-EXEC.                                                    DBANK85P
013005 01  WS-TX-COMMAREA.                                              DBANK85P
013008     EXEC SQL                                                     DBANK85P
013011          INCLUDE CTAXRD01                                        DBANK85P
013014     END-EXEC.                                                    DBANK85P
013017 01  WS-RW-COMMAREA.                                              DBANK85P
013020     EXEC SQL                                                     DBANK85P
013023          INCLUDE CCAPRD01                                        DBANK85P
013026     END-EXEC.                                                    DBANK85P
013029 01  WS-GP-COMMAREA.                                              DBANK85P
013032     EXEC SQL                                                     DBANK85P
013035          INCLUDE CRGAPD01                                        DBANK85P
013038     END-EXEC.                                                    DBANK85P
013041 01  WS-MA-COMMAREA.                                              DBANK85P
013044     EXEC SQL                                                     DBANK85P
013047          INCLUDE CMGTAD01                                        DBANK85P
013050     END-EXEC.                                                    DBANK85P
013053 01  WS-IB-COMMAREA.                                              DBANK85P
013056     EXEC SQL                                                     DBANK85P
013059          INCLUDE CIBRCD01                                        DBANK85P
013062     END-EXEC.                                                    DBANK85P
013065 01  WS-PV-COMMAREA.                                              DBANK85P
013068     EXEC SQL                                                     DBANK85P
013071          INCLUDE CPRIVD01                                        DBANK85P
013074     END-EXEC.                                                    DBANK85P
013077 01  WS-96-COMMAREA.                                              DBANK85P
013080     EXEC SQL                                                     DBANK85P
013083          INCLUDE CBANKD96                                        DBANK85P
013086     END-EXEC.                                                    DBANK85P
013088 01  WS-SP-COMMAREA.                                              DBANK85P
013091     EXEC SQL                                                     DBANK85P
013094          INCLUDE CSYSPD01                                        DBANK85P
013097     END-EXEC.                                                    DBANK85P
013100 01  WS-RV-COMMAREA.                                              DBANK85P
013103     EXEC SQL                                                     DBANK85P
013106          INCLUDE CROVRD01                                        DBANK85P
013109     END-EXEC.                                                    DBANK85P
013112 01  WS-PR-COMMAREA.                                              DBANK85P
013115     EXEC SQL                                                     DBANK85P
013118          INCLUDE CPROFD01                                        DBANK85P
013121     END-EXEC.                                                    DBANK85P
013124 01  WS-98-COMMAREA.                                              DBANK85P
013127     EXEC SQL                                                     DBANK85P
013130          INCLUDE CBANKD98                                        DBANK85P
013133     END-EXEC.                                                    DBANK85P
013137 01  WS-93-COMMAREA.                                              DBANK85P
013140     EXEC SQL                                                     DBANK85P
013143          INCLUDE CBANKD93                                        DBANK85P
013146     END-EXEC.                                                    DBANK85P
013148                                                                  DBANK85P
013150 01  WS-MAINT-DATA.                                               DBANK85P
013160 COPY CBANKD21.                                                   DBANK85P
013162 01  WS-CP-COMMAREA.                                              DBANK85P
013164     EXEC SQL                                                     DBANK85P
013166          INCLUDE CCORPD01                                        DBANK85P
013168     END-EXEC.                                                    DBANK85P
013170                                                                  DBANK85P
013172 01  WS-RW-COMMAREA.                                              DBANK85P
013173 COPY CRWRDD01.                                                   DBANK85P
013174                                                                  DBANK85P
013175 01  WS-FD-COMMAREA.                                              DBANK85P
013180     EXEC SQL                                                     DBANK85P
013185          INCLUDE CFEEDD01                                        DBANK85P
013190     END-EXEC.                                                    DBANK85P
013191 01  WS-SC-COMMAREA.                                              DBANK85P
013192     EXEC SQL                                                     DBANK85P
013193          INCLUDE CSTFCD01                                        DBANK85P
013194     END-EXEC.                                                    DBANK85P
013195 01  WS-SG-COMMAREA.                                              DBANK85P
013196     EXEC SQL                                                     DBANK85P
013197          INCLUDE CSIGND01                                        DBANK85P
013198     END-EXEC.                                                    DBANK85P
013199                                                                  DBANK85P
013200 01  WS-CONTROL-AREAS.                                            DBANK85P
013210   05  WS-JOB-COUNT                          PIC S9(4) COMP.      DBANK85P
013300   05  WS-RUN-JOB                            PIC X(8).            DBANK85P
022900     IF WS-JOB-FAILED IS EQUAL TO 'Y'                             DBANK85P
023000        SET CD85O-RUN-FAIL TO TRUE                                DBANK85P
023100        MOVE WS-RUN-JOB TO CD85O-FAILED-JOB                       DBANK85P
023200        IF WS-JOB-HELD IS EQUAL TO 'Y'                            DBANK85P
023220           MOVE 'Held for supervisor release or sign-off'         DBANK85P
023240             TO CD85O-MSG                                         DBANK85P
023260        ELSE                                                      DBANK85P
023280           MOVE 'A step failed - later steps were not started'    DBANK85P
023300             TO CD85O-MSG                                         DBANK85P
023320        END-IF                                                    DBANK85P
023400        GO TO SCHEDULE-LOOP-EXIT                                  DBANK85P
023500     END-IF.                                                      DBANK85P
023600     GO TO SCHEDULE-LOOP.                                         DBANK85P
030400***************************************************************** DBANK85P
030500 RUN-ONE-STEP.                                                    DBANK85P
030600     MOVE 'N' TO WS-JOB-FAILED.                                   DBANK85P
030650     MOVE 'N' TO WS-JOB-HELD.                                     DBANK85P
030700     EXEC SQL                                                     DBANK85P
030800          UPDATE BNKRUNC                                          DBANK85P
030900          SET RUN_STATUS = 'R',                                   DBANK85P
031500        MOVE 'Y' TO WS-JOB-FAILED                                 DBANK85P
031600        GO TO RUN-ONE-STEP-EXIT                                   DBANK85P
031700     END-IF.                                                      DBANK85P
031710*    The inbound monitor logs this step's feeds and flags any     DBANK85P
031720*    missing or late before the step runs - it never stops it     DBANK85P
031730     INITIALIZE CFD1-DATA.                                        DBANK85P
031740     SET CFD1I-CHECK-STEP TO TRUE.                                DBANK85P
031750     MOVE WS-RUN-JOB TO CFD1I-CONSUMER.                           DBANK85P
031760 COPY CFEEDX01.                                                   DBANK85P
031800     PERFORM DISPATCH-JOB THRU                                    DBANK85P
031900             DISPATCH-JOB-EXIT.                                   DBANK85P
032000     ADD 1 TO CD85O-STEPS-RUN.                                    DBANK85P
032100     IF WS-JOB-FAILED IS EQUAL TO 'Y'                             DBANK85P
032200        IF WS-JOB-HELD IS EQUAL TO 'Y'                            DBANK85P
032220           MOVE +4 TO WS-RUN-CC                                   DBANK85P
032240        ELSE                                                      DBANK85P
032260           MOVE +8 TO WS-RUN-CC                                   DBANK85P
032280        END-IF                                                    DBANK85P
032300        EXEC SQL                                                  DBANK85P
032400             UPDATE BNKRUNC                                       DBANK85P
032500             SET RUN_STATUS = 'F',                                DBANK85P
035500 DISPATCH-JOB.                                                    DBANK85P
035600     EVALUATE WS-RUN-JOB                                          DBANK85P
035700       WHEN 'DBANK53P'                                            DBANK85P
035705         PERFORM CHECK-PROOF-RELEASE THRU                         DBANK85P
035710                 CHECK-PROOF-RELEASE-EXIT                         DBANK85P
035715         INITIALIZE CD53-DATA                                     DBANK85P
035720         IF WS-PROOF-DUE                                          DBANK85P
035725            SET CD53I-PROOF-RUN TO TRUE                           DBANK85P
035730         END-IF                                                   DBANK85P
035735         IF NOT WS-PROOF-HELD AND                                 DBANK85P
035736            NOT WS-PROOF-POSTED                                   DBANK85P
035740 COPY CBANKX53.                                                   DBANK85P
035745            IF NOT CD53O-RUN-OK                                   DBANK85P
035750               MOVE 'Y' TO WS-JOB-FAILED                          DBANK85P
035755            END-IF                                                DBANK85P
035760         END-IF                                                   DBANK85P
035761         IF WS-PROOF-RELEASED AND                                 DBANK85P
035762            WS-JOB-FAILED IS NOT EQUAL TO 'Y'                     DBANK85P
035763            PERFORM MARK-PROOF-POSTED THRU                        DBANK85P
035764                    MARK-PROOF-POSTED-EXIT                        DBANK85P
035765         END-IF                                                   DBANK85P
035766         IF NOT WS-PROOF-RELEASED AND                             DBANK85P
035767            NOT WS-PROOF-POSTED                                   DBANK85P
035770            MOVE 'Y' TO WS-JOB-FAILED                             DBANK85P
035775            MOVE 'Y' TO WS-JOB-HELD                               DBANK85P
035780         END-IF                                                   DBANK85P
035785       WHEN 'DBANK61P'                                            DBANK85P
035790         PERFORM CHECK-PROOF-RELEASE THRU                         DBANK85P
035795                 CHECK-PROOF-RELEASE-EXIT                         DBANK85P
035800         INITIALIZE CD61-DATA                                     DBANK85P
035805         IF WS-PROOF-DUE                                          DBANK85P
035810            SET CD61I-PROOF-RUN TO TRUE                           DBANK85P
035815         END-IF                                                   DBANK85P
035820         IF NOT WS-PROOF-HELD AND                                 DBANK85P
035822            NOT WS-PROOF-POSTED                                   DBANK85P
035825 COPY CBANKX61.                                                   DBANK85P
035830            IF NOT CD61O-RUN-OK                                   DBANK85P
035835               MOVE 'Y' TO WS-JOB-FAILED                          DBANK85P
035840            END-IF                                                DBANK85P
035845         END-IF                                                   DBANK85P
035846         IF WS-PROOF-RELEASED AND                                 DBANK85P
035847            WS-JOB-FAILED IS NOT EQUAL TO 'Y'                     DBANK85P
035848            PERFORM MARK-PROOF-POSTED THRU                        DBANK85P
035849                    MARK-PROOF-POSTED-EXIT                        DBANK85P
035850         END-IF                                                   DBANK85P
035851         IF NOT WS-PROOF-RELEASED AND                             DBANK85P
035852            NOT WS-PROOF-POSTED                                   DBANK85P
035855            MOVE 'Y' TO WS-JOB-FAILED                             DBANK85P
035860            MOVE 'Y' TO WS-JOB-HELD                               DBANK85P
035865         END-IF                                                   DBANK85P
035940       WHEN 'DBANK31P'                                            DBANK85P
035960         INITIALIZE CD31-DATA                                     DBANK85P
035980         SET CD31I-MATURITY-RUN TO TRUE                           DBANK85P
036780         IF NOT CD65O-RUN-OK                                      DBANK85P
036800            MOVE 'Y' TO WS-JOB-FAILED                             DBANK85P
036820         END-IF                                                   DBANK85P
036822       WHEN 'DIBRC01P'                                            DBANK85P
036824         INITIALIZE CIB1-DATA                                     DBANK85P
036826         SET CIB1I-DAILY-RECON TO TRUE                            DBANK85P
036828 COPY CIBRCX01.                                                   DBANK85P
036830         IF NOT CIB1O-REQUEST-OK                                  DBANK85P
036832            MOVE 'Y' TO WS-JOB-FAILED                             DBANK85P
036834         END-IF                                                   DBANK85P
036840       WHEN 'DBANK82P'                                            DBANK85P
036860         INITIALIZE CD82-DATA                                     DBANK85P
036880 COPY CBANKX82.                                                   DBANK85P
037400         IF NOT CD77O-REQUEST-OK                                  DBANK85P
037420            MOVE 'Y' TO WS-JOB-FAILED                             DBANK85P
037440         END-IF                                                   DBANK85P
037442       WHEN 'DCOVN01P'                                            DBANK85P
037444         INITIALIZE CCV1-DATA                                     DBANK85P
037446         SET CCV1I-NIGHTLY-RUN TO TRUE                            DBANK85P
037448 COPY CCOVNX01.                                                   DBANK85P
037450         IF NOT CCV1O-REQUEST-OK                                  DBANK85P
037452            MOVE 'Y' TO WS-JOB-FAILED                             DBANK85P
037454         END-IF                                                   DBANK85P
037460       WHEN 'DBANK75P'                                            DBANK85P
037480         INITIALIZE CD75-DATA                                     DBANK85P
037500 COPY CBANKX75.                                                   DBANK85P
037520         IF NOT CD75O-RUN-OK                                      DBANK85P
037540            MOVE 'Y' TO WS-JOB-FAILED                             DBANK85P
037560         END-IF                                                   DBANK85P
037562       WHEN 'DESCR01P'                                            DBANK85P
037564         INITIALIZE CES1-DATA                                     DBANK85P
037566         SET CES1I-NIGHTLY-RUN TO TRUE                            DBANK85P
037568 COPY CESCRX01.                                                   DBANK85P
037570         IF NOT CES1O-REQUEST-OK                                  DBANK85P
037572            MOVE 'Y' TO WS-JOB-FAILED                             DBANK85P
037574         END-IF                                                   DBANK85P
037580       WHEN 'DBANK71P'                                            DBANK85P
037600         INITIALIZE CD71-DATA                                     DBANK85P
037620         SET CD71I-SEND-PAYMENTS TO TRUE                          DBANK85P
037660         IF NOT CD71O-RUN-OK                                      DBANK85P
037680            MOVE 'Y' TO WS-JOB-FAILED                             DBANK85P
037700         END-IF                                                   DBANK85P
037702       WHEN 'DCCRD01P'                                            DBANK85P
037704         INITIALIZE CCR1-DATA                                     DBANK85P
037706         SET CCR1I-NIGHTLY-RUN TO TRUE                            DBANK85P
037708 COPY CCCRDX01.                                                   DBANK85P
037710         IF NOT CCR1O-REQUEST-OK                                  DBANK85P
037712            MOVE 'Y' TO WS-JOB-FAILED                             DBANK85P
037714         END-IF                                                   DBANK85P
037716       WHEN 'DGUAR01P'                                            DBANK85P
037718         INITIALIZE CGU1-DATA                                     DBANK85P
037720         SET CGU1I-NIGHTLY-RUN TO TRUE                            DBANK85P
037722 COPY CGUARX01.                                                   DBANK85P
037724         IF NOT CGU1O-REQUEST-OK                                  DBANK85P
037726            MOVE 'Y' TO WS-JOB-FAILED                             DBANK85P
037728         END-IF                                                   DBANK85P
037734       WHEN 'DSDBX01P'                                            DBANK85P
037740         INITIALIZE CSB1-DATA                                     DBANK85P
037746         SET CSB1I-NIGHTLY-RUN TO TRUE                            DBANK85P
037752 COPY CSDBXX01.                                                   DBANK85P
037758         IF NOT CSB1O-REQUEST-OK                                  DBANK85P
037764            MOVE 'Y' TO WS-JOB-FAILED                             DBANK85P
037770         END-IF                                                   DBANK85P
037771       WHEN 'DEJRN01P'                                            DBANK85P
037772         INITIALIZE CEJ1-DATA                                     DBANK85P
037773         SET CEJ1I-NIGHTLY-RUN TO TRUE                            DBANK85P
037774 COPY CEJRNX01.                                                   DBANK85P
037775         IF NOT CEJ1O-REQUEST-OK                                  DBANK85P
037776            MOVE 'Y' TO WS-JOB-FAILED                             DBANK85P
037777         END-IF                                                   DBANK85P
037778       WHEN 'DBANK81P'                                            DBANK85P
037782         INITIALIZE CD81-DATA                                     DBANK85P
037788         SET CD81I-EXPIRE-ITEMS TO TRUE                           DBANK85P
037794 COPY CBANKX81.                                                   DBANK85P
037800         IF NOT CD81O-REQUEST-OK                                  DBANK85P
037820            MOVE 'Y' TO WS-JOB-FAILED                             DBANK85P
037840         END-IF                                                   DBANK85P
037842       WHEN 'DRPRQ01P'                                            DBANK85P
037844         INITIALIZE CRQ1-DATA                                     DBANK85P
037846         SET CRQ1I-NIGHTLY-RUN TO TRUE                            DBANK85P
037848 COPY CRPRQX01.                                                   DBANK85P
037850         IF NOT CRQ1O-REQUEST-OK                                  DBANK85P
037852            MOVE 'Y' TO WS-JOB-FAILED                             DBANK85P
037854         END-IF                                                   DBANK85P
037861       WHEN 'DCSTM01P'                                            DBANK85P
037868         INITIALIZE CCS1-DATA                                     DBANK85P
037875         SET CCS1I-NIGHTLY-RUN TO TRUE                            DBANK85P
037882 COPY CCSTMX01.                                                   DBANK85P
037889         IF NOT CCS1O-REQUEST-OK                                  DBANK85P
037896            MOVE 'Y' TO WS-JOB-FAILED                             DBANK85P
037903         END-IF                                                   DBANK85P
037904       WHEN 'DVACC01P'                                            DBANK85P
037905         INITIALIZE CVA1-DATA                                     DBANK85P
037906         SET CVA1I-NIGHTLY-RUN TO TRUE                            DBANK85P
037907 COPY CVACCX01.                                                   DBANK85P
037908         IF NOT CVA1O-REQUEST-OK                                  DBANK85P
037909            MOVE 'Y' TO WS-JOB-FAILED                             DBANK85P
037910         END-IF                                                   DBANK85P
037911       WHEN 'DPOOL01P'                                            DBANK85P
037913         INITIALIZE CPL1-DATA                                     DBANK85P
037915         SET CPL1I-NIGHTLY-RUN TO TRUE                            DBANK85P
037917 COPY CPOOLX01.                                                   DBANK85P
037919         IF NOT CPL1O-REQUEST-OK                                  DBANK85P
037921            MOVE 'Y' TO WS-JOB-FAILED                             DBANK85P
037923         END-IF                                                   DBANK85P
037925       WHEN 'DPRFT01P'                                            DBANK85P
037927         INITIALIZE CPF1-DATA                                     DBANK85P
037929         SET CPF1I-MONTHLY-RUN TO TRUE                            DBANK85P
037931 COPY CPRFTX01.                                                   DBANK85P
037933         IF NOT CPF1O-REQUEST-OK                                  DBANK85P
037935            MOVE 'Y' TO WS-JOB-FAILED                             DBANK85P
037937         END-IF                                                   DBANK85P
037939       WHEN 'DRMGR01P'                                            DBANK85P
037941         INITIALIZE CRM1-DATA                                     DBANK85P
037943         SET CRM1I-MONTHLY-RUN TO TRUE                            DBANK85P
037945 COPY CRMGRX01.                                                   DBANK85P
037947         IF NOT CRM1O-REQUEST-OK                                  DBANK85P
037949            MOVE 'Y' TO WS-JOB-FAILED                             DBANK85P
037951         END-IF                                                   DBANK85P
037953       WHEN 'DCONS01P'                                            DBANK85P
037955         INITIALIZE CCN1-DATA                                     DBANK85P
037957         SET CCN1I-NIGHTLY-RUN TO TRUE                            DBANK85P
037959 COPY CCONSX01.                                                   DBANK85P
037961         IF NOT CCN1O-REQUEST-OK                                  DBANK85P
037963            MOVE 'Y' TO WS-JOB-FAILED                             DBANK85P
037965         END-IF                                                   DBANK85P
037967       WHEN 'DBANK73P'                                            DBANK85P
037969         INITIALIZE CD73-DATA                                     DBANK85P
037971         SET CD73I-EXCESS-REPORT TO TRUE                          DBANK85P
037973 COPY CBANKX73.                                                   DBANK85P
037975         IF NOT CD73O-REQUEST-OK                                  DBANK85P
037977            MOVE 'Y' TO WS-JOB-FAILED                             DBANK85P
037979         END-IF                                                   DBANK85P
037980       WHEN 'DTAXR01P'                                            DBANK85P
037982         INITIALIZE CTX1-DATA                                     DBANK85P
037984         SET CTX1I-NIGHTLY-RUN TO TRUE                            DBANK85P
037986 COPY CTAXRX01.                                                   DBANK85P
037988         IF NOT CTX1O-REQUEST-OK                                  DBANK85P
037990            MOVE 'Y' TO WS-JOB-FAILED                             DBANK85P
037992         END-IF                                                   DBANK85P
038000       WHEN 'DBANK23P'                                            DBANK85P
038020         INITIALIZE CD23-DATA                                     DBANK85P
038040         SET CD23I-SCAN TO TRUE                                   DBANK85P
038960            END-IF                                                DBANK85P
038980         END-IF                                                   DBANK85P
039000*      The last step of the night rolls the business date to      DBANK85P
039020*      the next working day - held until the end-of-day close     DBANK85P
039030*      checklist is signed off                                    DBANK85P
039040       WHEN 'DBANK98P'                                            DBANK85P
039060         INITIALIZE CD98-DATA                                     DBANK85P
039080         SET CD98I-ROLL-FORWARD TO TRUE                           DBANK85P
039100 COPY CBANKX98.                                                   DBANK85P
039120         IF NOT CD98O-REQUEST-OK                                  DBANK85P
039130            MOVE 'Y' TO WS-JOB-FAILED                             DBANK85P
039140         END-IF                                                   DBANK85P
039150         IF CD98O-CLOSE-NOT-READY                                 DBANK85P
039160            MOVE 'Y' TO WS-JOB-HELD                               DBANK85P
039170         END-IF                                                   DBANK85P
039180       WHEN 'DCOMP01P'                                            DBANK85P
039200         INITIALIZE CCM1-DATA                                     DBANK85P
039220         SET CCM1I-SLA-SWEEP TO TRUE                              DBANK85P
039260         IF NOT CCM1O-REQUEST-OK                                  DBANK85P
039280            MOVE 'Y' TO WS-JOB-FAILED                             DBANK85P
039300         END-IF                                                   DBANK85P
039302       WHEN 'DPRIV01P'                                            DBANK85P
039304         INITIALIZE CPV1-DATA                                     DBANK85P
039306         SET CPV1I-ACCESS-NIGHTLY TO TRUE                         DBANK85P
039308 COPY CPRIVX01.                                                   DBANK85P
039310         IF NOT CPV1O-REQUEST-OK                                  DBANK85P
039312            MOVE 'Y' TO WS-JOB-FAILED                             DBANK85P
039314         END-IF                                                   DBANK85P
039320*      Roll counter activity and the vault position up by         DBANK85P
039340*      branch for the cash-ordering decision                      DBANK85P
039360      WHEN 'DBRCH01P'                                             DBANK85P
040780         END-IF                                                   DBANK85P
040800*      Customers reaching majority convert, then the due-         DBANK85P
040820*      diligence sweep queues reviews falling due                 DBANK85P
040830*      and the corporate ownership gaps report is produced        DBANK85P
040840       WHEN 'DKYC01P '                                            DBANK85P
040860         INITIALIZE CKY1-DATA                                     DBANK85P
040880         SET CKY1I-MAJORITY-RUN TO TRUE                           DBANK85P
041080               MOVE 'Y' TO WS-JOB-FAILED                          DBANK85P
041100            END-IF                                                DBANK85P
041120         END-IF                                                   DBANK85P
041122         IF WS-JOB-FAILED IS NOT EQUAL TO 'Y'                     DBANK85P
041124            INITIALIZE CCP1-DATA                                  DBANK85P
041126            SET CCP1I-OWNERSHIP-REPORT TO TRUE                    DBANK85P
041128 COPY CCORPX01.                                                   DBANK85P
041130            IF NOT CCP1O-REQUEST-OK                               DBANK85P
041132               MOVE 'Y' TO WS-JOB-FAILED                          DBANK85P
041134            END-IF                                                DBANK85P
041136         END-IF                                                   DBANK85P
041140*      Any salary file the branches loaded during the day is      DBANK85P
041160*      funded and posted                                          DBANK85P
041180       WHEN 'DPAYR01P'                                            DBANK85P
041260         IF NOT CPY1O-RUN-OK                                      DBANK85P
041280            MOVE 'Y' TO WS-JOB-FAILED                             DBANK85P
041300         END-IF                                                   DBANK85P
041302       WHEN 'DOCLR01P'                                            DBANK85P
041304         INITIALIZE COC1-DATA                                     DBANK85P
041306         SET COC1I-NIGHTLY-RUN TO TRUE                            DBANK85P
041308 COPY COCLRX01.                                                   DBANK85P
041310         IF NOT COC1O-REQUEST-OK                                  DBANK85P
041312            MOVE 'Y' TO WS-JOB-FAILED                             DBANK85P
041314         END-IF                                                   DBANK85P
041320       WHEN 'DHOLD01P'                                            DBANK85P
041340         INITIALIZE CDH1-DATA                                     DBANK85P
041360         SET CDH1I-NIGHTLY-RELEASE TO TRUE                        DBANK85P
041400         IF NOT CDH1O-REQUEST-OK                                  DBANK85P
041420            MOVE 'Y' TO WS-JOB-FAILED                             DBANK85P
041440         END-IF                                                   DBANK85P
041442       WHEN 'DBILL01P'                                            DBANK85P
041444         INITIALIZE CBP1-DATA                                     DBANK85P
041446         SET CBP1I-NIGHTLY-RUN TO TRUE                            DBANK85P
041448 COPY CBILLX01.                                                   DBANK85P
041450         IF NOT CBP1O-REQUEST-OK                                  DBANK85P
041452            MOVE 'Y' TO WS-JOB-FAILED                             DBANK85P
041454         END-IF                                                   DBANK85P
041460*      Notices first, then remittances for claims past their      DBANK85P
041480*      deadline                                                   DBANK85P
041500       WHEN 'DBANK49P'                                            DBANK85P
042660               MOVE 'Y' TO WS-JOB-FAILED                          DBANK85P
042680            END-IF                                                DBANK85P
042700         END-IF                                                   DBANK85P
042702       WHEN 'DSOFF01P'                                            DBANK85P
042704         INITIALIZE CSF1-DATA                                     DBANK85P
042706         SET CSF1I-NIGHTLY-RUN TO TRUE                            DBANK85P
042708 COPY CSOFFX01.                                                   DBANK85P
042710         IF NOT CSF1O-REQUEST-OK                                  DBANK85P
042712            MOVE 'Y' TO WS-JOB-FAILED                             DBANK85P
042714         END-IF                                                   DBANK85P
042720       WHEN 'DBANK43P'                                            DBANK85P
042740         INITIALIZE CD43-DATA                                     DBANK85P
042760         SET CD43I-TIER-RUN TO TRUE                               DBANK85P
042940         IF NOT CD42O-RUN-OK                                      DBANK85P
042960            MOVE 'Y' TO WS-JOB-FAILED                             DBANK85P
042980         END-IF                                                   DBANK85P
042988       WHEN 'DBANK41P'                                            DBANK85P
042996         INITIALIZE CD41-DATA                                     DBANK85P
043004         SET CD41I-LADDER-REPORT TO TRUE                          DBANK85P
043012 COPY CBANKX41.                                                   DBANK85P
043020         IF NOT CD41O-RUN-OK                                      DBANK85P
043028            MOVE 'Y' TO WS-JOB-FAILED                             DBANK85P
043036         END-IF                                                   DBANK85P
043044       WHEN 'DCAPR01P'                                            DBANK85P
043052         INITIALIZE CRW1-DATA                                     DBANK85P
043060         SET CRW1I-QUARTERLY-RUN TO TRUE                          DBANK85P
043068 COPY CCAPRX01.                                                   DBANK85P
043076         IF NOT CRW1O-REQUEST-OK                                  DBANK85P
043084            MOVE 'Y' TO WS-JOB-FAILED                             DBANK85P
043092         END-IF                                                   DBANK85P
043100       WHEN 'DRGAP01P'                                            DBANK85P
043108         INITIALIZE CGP1-DATA                                     DBANK85P
043116         SET CGP1I-MONTHLY-RUN TO TRUE                            DBANK85P
043124 COPY CRGAPX01.                                                   DBANK85P
043132         IF NOT CGP1O-REQUEST-OK                                  DBANK85P
043140            MOVE 'Y' TO WS-JOB-FAILED                             DBANK85P
043148         END-IF                                                   DBANK85P
043156       WHEN 'DLNRP01P'                                            DBANK85P
043164         INITIALIZE CRP1-DATA                                     DBANK85P
043172         SET CRP1I-NIGHTLY-RUN TO TRUE                            DBANK85P
043180 COPY CLNRPX01.                                                   DBANK85P
043188         IF NOT CRP1O-REQUEST-OK                                  DBANK85P
043196            MOVE 'Y' TO WS-JOB-FAILED                             DBANK85P
043204         END-IF                                                   DBANK85P
043212       WHEN 'DBANK40P'                                            DBANK85P
043226         INITIALIZE CD40-DATA                                     DBANK85P
043233         SET CD40I-PROVISION-RUN TO TRUE                          DBANK85P
043240 COPY CBANKX40.                                                   DBANK85P
043247         IF NOT CD40O-RUN-OK                                      DBANK85P
043254            MOVE 'Y' TO WS-JOB-FAILED                             DBANK85P
043261         END-IF                                                   DBANK85P
043280*      The correspondent's statement is loaded and then proved    DBANK85P
043300*      against the settlement cash line                           DBANK85P
043320       WHEN 'DBANK39P'                                            DBANK85P
043840         IF NOT CD37O-RUN-OK                                      DBANK85P
043860            MOVE 'Y' TO WS-JOB-FAILED                             DBANK85P
043880         END-IF                                                   DBANK85P
043882       WHEN 'DMGTA01P'                                            DBANK85P
043884         INITIALIZE CMA1-DATA                                     DBANK85P
043886         SET CMA1I-MONTHLY-RUN TO TRUE                            DBANK85P
043888 COPY CMGTAX01.                                                   DBANK85P
043890         IF NOT CMA1O-REQUEST-OK                                  DBANK85P
043892            MOVE 'Y' TO WS-JOB-FAILED                             DBANK85P
043894         END-IF                                                   DBANK85P
043900       WHEN 'DBANK36P'                                            DBANK85P
043920         INITIALIZE CD36-DATA                                     DBANK85P
043940         SET CD36I-PROCESS-RETURNS TO TRUE                        DBANK85P
044460         IF NOT CD34O-REQUEST-OK                                  DBANK85P
044480            MOVE 'Y' TO WS-JOB-FAILED                             DBANK85P
044500         END-IF                                                   DBANK85P
044502       WHEN 'DSYSP01P'                                            DBANK85P
044504         INITIALIZE CSY1-DATA                                     DBANK85P
044506         SET CSY1I-NIGHTLY TO TRUE                                DBANK85P
044508 COPY CSYSPX01.                                                   DBANK85P
044510         IF NOT CSY1O-REQUEST-OK                                  DBANK85P
044512            MOVE 'Y' TO WS-JOB-FAILED                             DBANK85P
044564         END-IF                                                   DBANK85P
044616       WHEN 'DROVR01P'                                            DBANK85P
044668         INITIALIZE CRV1-DATA                                     DBANK85P
044720         SET CRV1I-NIGHTLY TO TRUE                                DBANK85P
044772 COPY CROVRX01.                                                   DBANK85P
044824         IF NOT CRV1O-REQUEST-OK                                  DBANK85P
044876            MOVE 'Y' TO WS-JOB-FAILED                             DBANK85P
044928         END-IF                                                   DBANK85P
044930       WHEN 'DFEED01P'                                            DBANK85P
044935         INITIALIZE CFD1-DATA                                     DBANK85P
044940         SET CFD1I-SCAN-ALL TO TRUE                               DBANK85P
044945 COPY CFEEDX01.                                                   DBANK85P
044950         IF NOT CFD1O-REQUEST-OK                                  DBANK85P
044955            MOVE 'Y' TO WS-JOB-FAILED                             DBANK85P
044960         END-IF                                                   DBANK85P
044962       WHEN 'DSTFC01P'                                            DBANK85P
044964         INITIALIZE CSC1-DATA                                     DBANK85P
044966         SET CSC1I-NIGHTLY-REPORT TO TRUE                         DBANK85P
044968 COPY CSTFCX01.                                                   DBANK85P
044970         IF NOT CSC1O-REQUEST-OK                                  DBANK85P
044972            MOVE 'Y' TO WS-JOB-FAILED                             DBANK85P
044974         END-IF                                                   DBANK85P
044980       WHEN 'DSIGN01P'                                            DBANK85P
044990         INITIALIZE CSG1-DATA                                     DBANK85P
045000         SET CSG1I-NIGHTLY-REPORT TO TRUE                         DBANK85P
045010 COPY CSIGNX01.                                                   DBANK85P
045020         IF NOT CSG1O-REQUEST-OK                                  DBANK85P
045030            MOVE 'Y' TO WS-JOB-FAILED                             DBANK85P
045034         END-IF                                                   DBANK85P
045035       WHEN 'DBANK93P'                                            DBANK85P
045036         INITIALIZE CD93-DATA                                     DBANK85P
045037         SET CD93I-SWEEP-STEP-UPS TO TRUE                         DBANK85P
045038 COPY CBANKX93.                                                   DBANK85P
045039         IF NOT CD93O-REQUEST-OK                                  DBANK85P
045040            MOVE 'Y' TO WS-JOB-FAILED                             DBANK85P
045041         END-IF                                                   DBANK85P
045042       WHEN 'DRWRD01P'                                            DBANK85P
045043         INITIALIZE CWD1-DATA                                     DBANK85P
045044         SET CWD1I-MONTHLY-RUN TO TRUE                            DBANK85P
045045         MOVE WS-PROGRAM-ID (1:5) TO CWD1I-USERID                 DBANK85P
045046 COPY CRWRDX01.                                                   DBANK85P
045047         IF NOT CWD1O-REQUEST-OK                                  DBANK85P
045048            MOVE 'Y' TO WS-JOB-FAILED                             DBANK85P
045049         END-IF                                                   DBANK85P
045050       WHEN OTHER                                                 DBANK85P
045060         MOVE 'Y' TO WS-JOB-FAILED                                DBANK85P
045084     END-EVALUATE.                                                DBANK85P
045136 DISPATCH-JOB-EXIT.                                               DBANK85P
045200     EXIT.                                                        DBANK85P
045300                                                                  DBANK85P
045400***************************************************************** DBANK85P
045500* Ask the proof run control whether today's posting job may go  * DBANK85P
045550* live. No proof yet means prove it now; a proof still awaiting * DBANK85P
045600* a supervisor (or a failed check) holds the step; a released   * DBANK85P
045650* proof lets the live run post, and one already posted means a  * DBANK85P
045700* rerun has nothing left to do for the step                     * DBANK85P
045900***************************************************************** DBANK85P
046000 CHECK-PROOF-RELEASE.                                             DBANK85P
046100     INITIALIZE CPR1-DATA.                                        DBANK85P
046200     SET CPR1I-CHECK-RELEASE TO TRUE.                             DBANK85P
046300     MOVE WS-RUN-JOB TO CPR1I-JOB.                                DBANK85P
046400 COPY CPROFX01.                                                   DBANK85P
046500     EVALUATE TRUE                                                DBANK85P
046600       WHEN CPR1O-REQUEST-OK                                      DBANK85P
046700         SET WS-PROOF-RELEASED TO TRUE                            DBANK85P
046720       WHEN CPR1O-ALREADY-POSTED                                  DBANK85P
046740         SET WS-PROOF-POSTED TO TRUE                              DBANK85P
046800       WHEN CPR1O-NOT-PROVED                                      DBANK85P
046900         SET WS-PROOF-DUE TO TRUE                                 DBANK85P
047000       WHEN OTHER                                                 DBANK85P
047100         SET WS-PROOF-HELD TO TRUE                                DBANK85P
047200     END-EVALUATE.                                                DBANK85P
047300 CHECK-PROOF-RELEASE-EXIT.                                        DBANK85P
047400     EXIT.                                                        DBANK85P
047500                                                                  DBANK85P
047600***************************************************************** DBANK85P
047700* Once the live step has posted, its proof is marked used so a  * DBANK85P
047800* rerun of the night - even after midnight, when the run        * DBANK85P
047900* control starts afresh - cannot post the same date twice       * DBANK85P
048000***************************************************************** DBANK85P
048100 MARK-PROOF-POSTED.                                               DBANK85P
048200     INITIALIZE CPR1-DATA.                                        DBANK85P
048300     SET CPR1I-MARK-POSTED TO TRUE.                               DBANK85P
048400     MOVE WS-RUN-JOB TO CPR1I-JOB.                                DBANK85P
048500 COPY CPROFX01.                                                   DBANK85P
048600     IF NOT CPR1O-REQUEST-OK                                      DBANK85P
048700        MOVE 'Y' TO WS-JOB-FAILED                                 DBANK85P
048800     END-IF.                                                      DBANK85P
048900 MARK-PROOF-POSTED-EXIT.                                          DBANK85P
049000     EXIT.                                                        DBANK85P
