004700   05  CLD-BUSINESS                          PIC X(1).            DBANK98P
004800   05  CLD-DESC                              PIC X(20).           DBANK98P
004900                                                                  DBANK98P
004920 01  WS-EC-COMMAREA.                                              DBANK98P
004940 COPY CEODCD01.                                                   DBANK98P
005000   EXEC SQL                                                       DBANK98P
005100        BEGIN DECLARE SECTION                                     DBANK98P
005200   END-EXEC.                                                      DBANK98P
015900                                                                  DBANK98P
016000***************************************************************** DBANK98P
016100* End-of-day roll - the business date moves to the next         * DBANK98P
016150* working day, whatever the wall clock says - but only once the * DBANK98P
016200* end-of-day close checklist is green or overridden and signed  * DBANK98P
016250* off by a supervisor                                           * DBANK98P
016300***************************************************************** DBANK98P
016400 ROLL-FORWARD.                                                    DBANK98P
016500     PERFORM READ-BUSINESS-DATE THRU                              DBANK98P
016700     IF NOT CD98O-REQUEST-OK                                      DBANK98P
016800        GO TO ROLL-FORWARD-EXIT                                   DBANK98P
016900     END-IF.                                                      DBANK98P
016905     INITIALIZE CEC1-DATA.                                        DBANK98P
016910     SET CEC1I-GATE TO TRUE.                                      DBANK98P
016915     MOVE WS-WORK-DATE TO CEC1I-DATE.                             DBANK98P
016920 COPY CEODCX01.                                                   DBANK98P
016925     IF NOT CEC1O-REQUEST-OK                                      DBANK98P
016930        SET CD98O-REQUEST-FAIL TO TRUE                            DBANK98P
016935        IF CEC1O-NOT-READY                                        DBANK98P
016940           SET CD98O-CLOSE-NOT-READY TO TRUE                      DBANK98P
016945        END-IF                                                    DBANK98P
016950        MOVE CEC1O-MSG TO CD98O-MSG                               DBANK98P
016955        GO TO ROLL-FORWARD-EXIT                                   DBANK98P
016960     END-IF.                                                      DBANK98P
017000     SET CD98O-REQUEST-FAIL TO TRUE.                              DBANK98P
017100     EXEC SQL                                                     DBANK98P
017200          SET :WS-WORK-DATE = DATE(:WS-WORK-DATE) + 1 DAY         DBANK98P
