006100 01  DFHCOMMAREA.                                                 SBANK70P
006110*  Sized to the full CBANKDAT conversation area - the web         SBANK70P
006120*  side's commarea length must grow in step with it               SBANK70P
006200   05  FILLER                                PIC X(32654).        SBANK70P
006300                                                                  SBANK70P
006400 PROCEDURE DIVISION.                                              SBANK70P
006500***************************************************************** SBANK70P
           MOVE WS-BUSINESS-LOGIC-PGM TO CD28I-SCREEN.                  SBANK70P
           MOVE TIMER-END-HH TO CD28I-HOUR.                             SBANK70P
           MOVE TIMER-ELAPSED TO CD28I-ELAPSED.                         SBANK70P
           MOVE BANK-USERID TO CD28I-USERID.                            SBANK70P
       COPY CBANKX28.                                                   SBANK70P
       RECORD-RESPONSE-TIME-EXIT.                                       SBANK70P
           EXIT.                                                        SBANK70P
