005100 01  WS-CSV-DATA.                                                 DBANK92P
005200 COPY CCSVD.                                                      DBANK92P
005300                                                                  DBANK92P
005320 01  WS-FD-COMMAREA.                                              DBANK92P
005340 COPY CFEEDD01.                                                   DBANK92P
005400   EXEC SQL                                                       DBANK92P
005500        BEGIN DECLARE SECTION                                     DBANK92P
005600   END-EXEC.                                                      DBANK92P
012400* The monthly authority feed replaces the reference wholesale   * DBANK92P
012500***************************************************************** DBANK92P
012600 LOAD-REFERENCE.                                                  DBANK92P
012605* Hand the feed to the inbound monitor first - it logs the        DBANK92P
012610* arrival and takes back a file already processed once            DBANK92P
012615     INITIALIZE CFD1-DATA.                                        DBANK92P
012620     SET CFD1I-RECEIVE TO TRUE.                                   DBANK92P
012625     MOVE 'POSI' TO CFD1I-QUEUE.                                  DBANK92P
012630     MOVE WS-PROGRAM-ID TO CFD1I-CONSUMER.                        DBANK92P
012635 COPY CFEEDX01.                                                   DBANK92P
012640     IF CFD1O-DUPLICATE OR                                        DBANK92P
012645        CFD1O-REQUEST-FAIL                                        DBANK92P
012650        MOVE CFD1O-MSG TO CD92O-MSG                               DBANK92P
012655        GO TO LOAD-REFERENCE-EXIT                                 DBANK92P
012660     END-IF.                                                      DBANK92P
012700     EXEC SQL                                                     DBANK92P
012800          DELETE                                                  DBANK92P
012900          FROM BNKPOST                                            DBANK92P
