006400 01  WS-96-COMMAREA.                                              DBANK39P
006500 COPY CBANKD96.                                                   DBANK39P
006600                                                                  DBANK39P
006620 01  WS-FD-COMMAREA.                                              DBANK39P
006640 COPY CFEEDD01.                                                   DBANK39P
006700   EXEC SQL                                                       DBANK39P
006800        BEGIN DECLARE SECTION                                     DBANK39P
006900   END-EXEC.                                                      DBANK39P
013700* Load the day's statement lines                                * DBANK39P
013800***************************************************************** DBANK39P
013900 LOAD-STATEMENT.                                                  DBANK39P
013905* Hand the feed to the inbound monitor first - it logs the        DBANK39P
013910* arrival and takes back a file already processed once            DBANK39P
013915     INITIALIZE CFD1-DATA.                                        DBANK39P
013920     SET CFD1I-RECEIVE TO TRUE.                                   DBANK39P
013925     MOVE 'NSTI' TO CFD1I-QUEUE.                                  DBANK39P
013930     MOVE WS-PROGRAM-ID TO CFD1I-CONSUMER.                        DBANK39P
013935 COPY CFEEDX01.                                                   DBANK39P
013940     IF CFD1O-DUPLICATE OR                                        DBANK39P
013945        CFD1O-REQUEST-FAIL                                        DBANK39P
013950        MOVE CFD1O-MSG TO CD39O-MSG                               DBANK39P
013955        GO TO LOAD-STATEMENT-EXIT                                 DBANK39P
013960     END-IF.                                                      DBANK39P
014000 LOAD-NST-LOOP.                                                   DBANK39P
014100     MOVE LENGTH OF WS-STATEMENT-RECORD TO WS-QUEUE-LENGTH.       DBANK39P
014200     EXEC CICS READQ TD                                           DBANK39P
