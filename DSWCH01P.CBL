007800 01  WS-91-COMMAREA.                                              DSWCH01P
007900 COPY CBANKD91.                                                   DSWCH01P
008000                                                                  DSWCH01P
008020 01  WS-FD-COMMAREA.                                              DSWCH01P
008040 COPY CFEEDD01.                                                   DSWCH01P
008100   EXEC SQL                                                       DSWCH01P
008200        BEGIN DECLARE SECTION                                     DSWCH01P
008300   END-EXEC.                                                      DSWCH01P
025400* the results report as loaded or rejected with its reason      * DSWCH01P
025500***************************************************************** DSWCH01P
025600 INTAKE-RUN.                                                      DSWCH01P
025605* Hand the feed to the inbound monitor first - it logs the        DSWCH01P
025610* arrival and takes back a file already processed once            DSWCH01P
025615     INITIALIZE CFD1-DATA.                                        DSWCH01P
025620     SET CFD1I-RECEIVE TO TRUE.                                   DSWCH01P
025625     MOVE 'SWII' TO CFD1I-QUEUE.                                  DSWCH01P
025630     MOVE WS-PROGRAM-ID TO CFD1I-CONSUMER.                        DSWCH01P
025635 COPY CFEEDX01.                                                   DSWCH01P
025640     IF CFD1O-DUPLICATE OR                                        DSWCH01P
025645        CFD1O-REQUEST-FAIL                                        DSWCH01P
025650        MOVE CFD1O-MSG TO CSW1O-MSG                               DSWCH01P
025655        GO TO INTAKE-RUN-EXIT                                     DSWCH01P
025660     END-IF.                                                      DSWCH01P
025700     MOVE 'TYPE,ACCOUNT,DISPOSITION' TO WS-CSV-LINE.              DSWCH01P
025800     PERFORM QUEUE-REPORT-LINE THRU                               DSWCH01P
025900             QUEUE-REPORT-LINE-EXIT.                              DSWCH01P
