006100 01  DFHCOMMAREA.                                                 SBANK80P
006110*  Sized to the full CBANKDAT conversation area - the web         SBANK80P
006120*  side's commarea length must grow in step with it               SBANK80P
006200   05  FILLER                                PIC X(32654).        SBANK80P
006300                                                                  SBANK80P
006400 PROCEDURE DIVISION.                                              SBANK80P
006500***************************************************************** SBANK80P
           MOVE WS-BUSINESS-LOGIC-PGM TO CD28I-SCREEN.                  SBANK80P
           MOVE TIMER-END-HH TO CD28I-HOUR.                             SBANK80P
           MOVE TIMER-ELAPSED TO CD28I-ELAPSED.                         SBANK80P
           MOVE BANK-USERID TO CD28I-USERID.                            SBANK80P
       COPY CBANKX28.                                                   SBANK80P
       RECORD-RESPONSE-TIME-EXIT.                                       SBANK80P
           EXIT.                                                        SBANK80P
