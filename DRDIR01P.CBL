005100 01  WS-CSV-DATA.                                                 DRDIR01P
005200 COPY CCSVD.                                                      DRDIR01P
005300                                                                  DRDIR01P
005320 01  WS-FD-COMMAREA.                                              DRDIR01P
005340 COPY CFEEDD01.                                                   DRDIR01P
005400   EXEC SQL                                                       DRDIR01P
005500        BEGIN DECLARE SECTION                                     DRDIR01P
005600   END-EXEC.                                                      DRDIR01P
012500* The monthly directory replaces the reference wholesale        * DRDIR01P
012600***************************************************************** DRDIR01P
012700 LOAD-DIRECTORY.                                                  DRDIR01P
012705* Hand the feed to the inbound monitor first - it logs the        DRDIR01P
012710* arrival and takes back a file already processed once            DRDIR01P
012715     INITIALIZE CFD1-DATA.                                        DRDIR01P
012720     SET CFD1I-RECEIVE TO TRUE.                                   DRDIR01P
012725     MOVE 'RDRI' TO CFD1I-QUEUE.                                  DRDIR01P
012730     MOVE WS-PROGRAM-ID TO CFD1I-CONSUMER.                        DRDIR01P
012735 COPY CFEEDX01.                                                   DRDIR01P
012740     IF CFD1O-DUPLICATE OR                                        DRDIR01P
012745        CFD1O-REQUEST-FAIL                                        DRDIR01P
012750        MOVE CFD1O-MSG TO CRD1O-MSG                               DRDIR01P
012755        GO TO LOAD-DIRECTORY-EXIT                                 DRDIR01P
012760     END-IF.                                                      DRDIR01P
012800     EXEC SQL                                                     DRDIR01P
012900          DELETE                                                  DRDIR01P
013000          FROM BNKRDIR                                            DRDIR01P
