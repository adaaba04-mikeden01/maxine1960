006100 01  DFHCOMMAREA.                                                 SBANK50P
006110*  Sized to the full CBANKDAT conversation area - the web         SBANK50P
006120*  side's commarea length must grow in step with it               SBANK50P
006200   05  FILLER                                PIC X(32654).        SBANK50P
006300                                                                  SBANK50P
006400 PROCEDURE DIVISION.                                              SBANK50P
006500***************************************************************** SBANK50P
           MOVE WS-BUSINESS-LOGIC-PGM TO CD28I-SCREEN.                  SBANK50P
           MOVE TIMER-END-HH TO CD28I-HOUR.                             SBANK50P
           MOVE TIMER-ELAPSED TO CD28I-ELAPSED.                         SBANK50P
           MOVE BANK-USERID TO CD28I-USERID.                            SBANK50P
       COPY CBANKX28.                                                   SBANK50P
       RECORD-RESPONSE-TIME-EXIT.                                       SBANK50P
           EXIT.                                                        SBANK50P
