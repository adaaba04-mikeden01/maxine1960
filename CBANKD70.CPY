002410*        Customer confirmation of a payment the settlement run    CBANKD70
002420*        held because the payee had not been name-verified        CBANKD70
002430         88  CD70I-CONFIRM-PAYMENT           VALUE 'C'.           CBANKD70
002440*        Payment straight to a routing code and account with no   CBANKD70
002460*        registry entry - used for aliases held at other banks    CBANKD70
002480         88  CD70I-PAY-DIRECT                VALUE 'D'.           CBANKD70
002485*        Move a tax-free savings account to the provider held as  CBANKD70
002490*        the beneficiary - the wrapper status goes with the money CBANKD70
002495         88  CD70I-TRANSFER-WRAPPER          VALUE 'T'.           CBANKD70
002500       15  CD70I-PERSON-PID                  PIC X(5).            CBANKD70
002600       15  CD70I-BENE-SEQ                    PIC X(3).            CBANKD70
002700       15  CD70I-ROUTING                     PIC X(9).            CBANKD70
003000       15  CD70I-FROM-ACC                    PIC X(9).            CBANKD70
003100       15  CD70I-AMOUNT                      PIC S9(7)V99 COMP-3. CBANKD70
003110       15  CD70I-CONFIRM-REF                 PIC 9(7).            CBANKD70
003120*        Narrative for a direct payment the bank makes on the     CBANKD70
003140*        customer's behalf - blank takes the usual wording        CBANKD70
003160       15  CD70I-PAY-DESC                    PIC X(30).           CBANKD70
003200     10  CD70O-DATA.                                              CBANKD70
003300       15  CD70O-RESULT                      PIC X(1).            CBANKD70
003400         88  CD70O-UPDATE-OK                 VALUE '0'.           CBANKD70
