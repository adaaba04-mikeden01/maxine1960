006100 01  DFHCOMMAREA.                                                 SBANK60P
006110*  Sized to the full CBANKDAT conversation area - the web         SBANK60P
006120*  side's commarea length must grow in step with it               SBANK60P
006200   05  FILLER                                PIC X(32654).        SBANK60P
006300                                                                  SBANK60P
006400 PROCEDURE DIVISION.                                              SBANK60P
006500***************************************************************** SBANK60P
           MOVE WS-BUSINESS-LOGIC-PGM TO CD28I-SCREEN.                  SBANK60P
           MOVE TIMER-END-HH TO CD28I-HOUR.                             SBANK60P
           MOVE TIMER-ELAPSED TO CD28I-ELAPSED.                         SBANK60P
           MOVE BANK-USERID TO CD28I-USERID.                            SBANK60P
       COPY CBANKX28.                                                   SBANK60P
       RECORD-RESPONSE-TIME-EXIT.                                       SBANK60P
           EXIT.                                                        SBANK60P
