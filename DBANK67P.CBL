007000     88  RTN-REASON-BAD-ITEM                 VALUE 'BADITEM  '.   DBANK67P
007010     88  RTN-REASON-OUT-RANGE                VALUE 'OUTRANGE '.   DBANK67P
007100                                                                  DBANK67P
007120 01  WS-FD-COMMAREA.                                              DBANK67P
007140 COPY CFEEDD01.                                                   DBANK67P
007200   EXEC SQL                                                       DBANK67P
007300        BEGIN DECLARE SECTION                                     DBANK67P
007400   END-EXEC.                                                      DBANK67P
012500     INITIALIZE CD67O-DATA.                                       DBANK67P
012600     SET CD67O-RUN-OK TO TRUE.                                    DBANK67P
012700                                                                  DBANK67P
012705***************************************************************** DBANK67P
012710* Hand the feed to the inbound monitor first - it logs the      * DBANK67P
012715* arrival and takes back a file already processed once          * DBANK67P
012720***************************************************************** DBANK67P
012725     INITIALIZE CFD1-DATA.                                        DBANK67P
012730     SET CFD1I-RECEIVE TO TRUE.                                   DBANK67P
012735     MOVE 'CHQI' TO CFD1I-QUEUE.                                  DBANK67P
012740     MOVE WS-PROGRAM-ID TO CFD1I-CONSUMER.                        DBANK67P
012745 COPY CFEEDX01.                                                   DBANK67P
012750     IF CFD1O-DUPLICATE OR                                        DBANK67P
012755        CFD1O-REQUEST-FAIL                                        DBANK67P
012760        SET CD67O-RUN-FAIL TO TRUE                                DBANK67P
012765        MOVE CFD1O-MSG TO CD67O-MSG                               DBANK67P
012770        GO TO DBANK67P-EXIT                                       DBANK67P
012775     END-IF.                                                      DBANK67P
012800***************************************************************** DBANK67P
012900* Drain the clearing queue one presented item at a time         * DBANK67P
013000***************************************************************** DBANK67P
