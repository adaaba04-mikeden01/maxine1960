001400* the item settled; a return re-credits the customer            * CBANKD36
001500* automatically, journals the movement with the network's       * CBANKD36
001600* reason code, and marks the item returned. Records that match  * CBANKD36
001650* nothing are reported into the report repository and held on   * CBANKD36
001700* the payment repair queue (DRPRQ01P); CD36I-REWORK-ONE works   * CBANKD36
001750* one such record again under its corrected reference.          * CBANKD36
001800***************************************************************** CBANKD36
001900   05  CD36-DATA.                                                 CBANKD36
002000     10  CD36I-DATA.                                              CBANKD36
002100       15  CD36I-FUNCTION                    PIC X(1).            CBANKD36
002200         88  CD36I-PROCESS-RETURNS           VALUE 'P'.           CBANKD36
002220         88  CD36I-REWORK-ONE                VALUE 'O'.           CBANKD36
002240       15  CD36I-RETURN-RECORD               PIC X(17).           CBANKD36
002300     10  CD36O-DATA.                                              CBANKD36
002400       15  CD36O-RESULT                      PIC X(1).            CBANKD36
002500         88  CD36O-RUN-OK                    VALUE '0'.           CBANKD36
