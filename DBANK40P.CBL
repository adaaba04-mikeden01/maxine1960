001700*              30, 60, 90+ days), post the provision movement   * DBANK40P
001800*              against the expense and allowance ledger lines,  * DBANK40P
001900*              record the month on BNKPROV and write the        * DBANK40P
002000*              provisioning schedule into the repository, then  * DBANK40P
002050*              file the month's write-off and recovery report   * DBANK40P
002100*              through DLNWO01P. Runs with the nightly stream   * DBANK40P
002150*              but only prices once per accounting month        * DBANK40P
002300*              SQL version                                      * DBANK40P
002400***************************************************************** DBANK40P
002500                                                                  DBANK40P
008200     EXEC SQL                                                     DBANK40P
008300          INCLUDE CBANKD98                                        DBANK40P
008400     END-EXEC.                                                    DBANK40P
008420 01  WS-WO-COMMAREA.                                              DBANK40P
008440     EXEC SQL                                                     DBANK40P
008460          INCLUDE CLNWOD01                                        DBANK40P
008480     END-EXEC.                                                    DBANK40P
008500 01  DCL-PROV-AREAS.                                              DBANK40P
008600   05  DCL-LON-ID                            PIC S9(7) COMP-3.    DBANK40P
008700   05  DCL-LON-OUTSTANDING                   PIC S9(9)V99 COMP-3. DBANK40P
009100   05  DCL-PRV-PRIOR                         PIC S9(11)V99 COMP-3.DBANK40P
009200   05  DCL-PRV-MOVEMENT                      PIC S9(11)V99 COMP-3.DBANK40P
009300   05  DCL-PRV-COUNT                         PIC S9(5) COMP-3.    DBANK40P
009350   05  DCL-PRV-WRITTEN-OFF                   PIC S9(11)V99 COMP-3.DBANK40P
009400 01  WS-PRICE-AREAS.                                              DBANK40P
009500   05  WS-LOAN-PCT                           PIC SV99 COMP-3.     DBANK40P
009600   05  WS-LOAN-PROVISION                     PIC S9(9)V99 COMP-3. DBANK40P
016900     EXEC SQL                                                     DBANK40P
017000          DECLARE PROV_CSR CURSOR FOR                             DBANK40P
017100          SELECT LON.LON_ID,                                      DBANK40P
017200                 SUM(LNS.LNS_PRINCIPAL - LNS.LNS_PRIN_PAID),      DBANK40P
017300                 VALUE(MAX(DAYS(CURRENT DATE) -                   DBANK40P
017400                           DAYS(LNS.LNS_DUE_DATE)), 0)            DBANK40P
017500          FROM BNKLOAN LON,                                       DBANK40P
021400     END-IF.                                                      DBANK40P
021500                                                                  DBANK40P
021600***************************************************************** DBANK40P
021700* The movement is the difference against what is already held - * DBANK40P
021720* the provision raised to date less what write-offs have since  * DBANK40P
021740* charged against the allowance                                 * DBANK40P
021800***************************************************************** DBANK40P
021900     MOVE ZEROES TO DCL-PRV-PRIOR.                                DBANK40P
022000     EXEC SQL                                                     DBANK40P
022600        MOVE 'Unable to total the held provision' TO CD40O-MSG    DBANK40P
022700        GO TO DBANK40P-EXIT                                       DBANK40P
022800     END-IF.                                                      DBANK40P
022805     MOVE ZEROES TO DCL-PRV-WRITTEN-OFF.                          DBANK40P
022810     EXEC SQL                                                     DBANK40P
022815          SELECT VALUE(SUM(LWO_PRINCIPAL), 0)                     DBANK40P
022820          INTO :DCL-PRV-WRITTEN-OFF                               DBANK40P
022825          FROM BNKLNWO                                            DBANK40P
022830          WHERE LWO_STATUS = 'W'                                  DBANK40P
022835     END-EXEC.                                                    DBANK40P
022840     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK40P
022845        MOVE 'Unable to total the loans written off' TO CD40O-MSG DBANK40P
022850        GO TO DBANK40P-EXIT                                       DBANK40P
022855     END-IF.                                                      DBANK40P
022860     SUBTRACT DCL-PRV-WRITTEN-OFF FROM DCL-PRV-PRIOR.             DBANK40P
022900     COMPUTE DCL-PRV-MOVEMENT =                                   DBANK40P
023000             DCL-PRV-REQUIRED - DCL-PRV-PRIOR.                    DBANK40P
023100     IF DCL-PRV-MOVEMENT IS NOT EQUAL TO ZERO                     DBANK40P
026100        MOVE CD96O-MSG TO CD40O-MSG                               DBANK40P
026200        GO TO DBANK40P-EXIT                                       DBANK40P
026300     END-IF.                                                      DBANK40P
026305                                                                  DBANK40P
026310***************************************************************** DBANK40P
026315* The month just closed gets its write-off and recovery report  * DBANK40P
026320* alongside the provision schedule                              * DBANK40P
026325***************************************************************** DBANK40P
026330     INITIALIZE CLW1-DATA.                                        DBANK40P
026335     SET CLW1I-MONTHLY-REPORT TO TRUE.                            DBANK40P
026340 COPY CLNWOX01.                                                   DBANK40P
026345     IF NOT CLW1O-REQUEST-OK                                      DBANK40P
026350        MOVE CLW1O-MSG TO CD40O-MSG                               DBANK40P
026355        GO TO DBANK40P-EXIT                                       DBANK40P
026360     END-IF.                                                      DBANK40P
026400     MOVE DCL-PRV-REQUIRED TO CD40O-REQUIRED-PROVISION.           DBANK40P
026500     MOVE DCL-PRV-MOVEMENT TO CD40O-MOVEMENT.                     DBANK40P
026600     SET CD40O-RUN-OK TO TRUE.                                    DBANK40P
