007800   05  RSL-AMOUNT                            PIC 9(7)V99.         DPAYR01P
007900   05  RSL-STATUS                            PIC X(9).            DPAYR01P
008000                                                                  DPAYR01P
008020 01  WS-FD-COMMAREA.                                              DPAYR01P
008040 COPY CFEEDD01.                                                   DPAYR01P
008100   EXEC SQL                                                       DPAYR01P
008200        BEGIN DECLARE SECTION                                     DPAYR01P
008300   END-EXEC.                                                      DPAYR01P
014010     MOVE ZEROES TO WS-BATCH-READ.                                DPAYR01P
014020     MOVE ZEROES TO WS-BATCH-POSTED.                              DPAYR01P
014100                                                                  DPAYR01P
014105***************************************************************** DPAYR01P
014110* Hand the feed to the inbound monitor first - it logs the      * DPAYR01P
014115* arrival and takes back a file already processed once          * DPAYR01P
014120***************************************************************** DPAYR01P
014125     INITIALIZE CFD1-DATA.                                        DPAYR01P
014130     SET CFD1I-RECEIVE TO TRUE.                                   DPAYR01P
014135     MOVE 'PAYI' TO CFD1I-QUEUE.                                  DPAYR01P
014140     MOVE WS-PROGRAM-ID TO CFD1I-CONSUMER.                        DPAYR01P
014145 COPY CFEEDX01.                                                   DPAYR01P
014150     IF CFD1O-DUPLICATE OR                                        DPAYR01P
014155        CFD1O-REQUEST-FAIL                                        DPAYR01P
014160        MOVE CFD1O-MSG TO CPY1O-MSG                               DPAYR01P
014165        GO TO DPAYR01P-EXIT                                       DPAYR01P
014170     END-IF.                                                      DPAYR01P
014200***************************************************************** DPAYR01P
014300* Drain the salary file. The header must come first - it names  * DPAYR01P
014400* the funding account and carries the control totals the whole  * DPAYR01P
