002200         88  CD93I-RAISE-CHANGE              VALUE 'R'.           CBANKD93
002300         88  CD93I-VERIFY-CODE               VALUE 'V'.           CBANKD93
002400         88  CD93I-EXPIRE-CHANGES            VALUE 'E'.           CBANKD93
002420*        Proves a phone number or email being registered as a     CBANKD93
002440*        payment alias - the code goes to that address and is     CBANKD93
002460*        handed back for the alias directory (DALIA01P) to hold   CBANKD93
002480         88  CD93I-SEND-ALIAS-CODE           VALUE 'A'.           CBANKD93
002482*        Decides whether a customer payment needs a step-up       CBANKD93
002484*        code - first payment to a beneficiary, an amount over    CBANKD93
002486*        the threshold, or soon after a contact change - and      CBANKD93
002488*        sends, then checks, a code to the verified phone/email   CBANKD93
002490         88  CD93I-STEP-UP-CHECK             VALUE 'Q'.           CBANKD93
002492*        Marks step-ups never answered as abandoned - nightly     CBANKD93
002494         88  CD93I-SWEEP-STEP-UPS            VALUE 'B'.           CBANKD93
002500       15  CD93I-PERSON-PID                  PIC X(5).            CBANKD93
002600       15  CD93I-NEW-TELNO                   PIC X(12).           CBANKD93
002700       15  CD93I-NEW-EMAIL                   PIC X(30).           CBANKD93
002800       15  CD93I-CODE                        PIC X(6).            CBANKD93
002810*        The payment a step-up covers - the code only confirms    CBANKD93
002820*        the same account, payee and amount it was sent for       CBANKD93
002830       15  CD93I-STEP-FROM-ACC               PIC X(9).            CBANKD93
002840       15  CD93I-STEP-PAYEE                  PIC X(30).           CBANKD93
002850*        A registered beneficiary (BNKBENE) being paid, if any    CBANKD93
002860       15  CD93I-STEP-BENE-SEQ               PIC X(3).            CBANKD93
002870       15  CD93I-STEP-AMOUNT                 PIC S9(7)V99 COMP-3. CBANKD93
002900     10  CD93O-DATA.                                              CBANKD93
003000       15  CD93O-RESULT                      PIC X(1).            CBANKD93
003100         88  CD93O-REQUEST-OK                VALUE '0'.           CBANKD93
003200         88  CD93O-REQUEST-FAIL              VALUE '1'.           CBANKD93
003300         88  CD93O-CODE-MISMATCH             VALUE '2'.           CBANKD93
003400         88  CD93O-NOTHING-PENDING           VALUE '3'.           CBANKD93
003420         88  CD93O-STEP-UP-SENT              VALUE '4'.           CBANKD93
003440         88  CD93O-STEP-UP-FAILED            VALUE '5'.           CBANKD93
003500       15  CD93O-CHANGES-EXPIRED             PIC 9(5).            CBANKD93
003550       15  CD93O-CODE                        PIC X(6).            CBANKD93
003560*        Why a step-up was asked for - N new payee, A amount over CBANKD93
003570*        the threshold, C recent contact change                   CBANKD93
003580       15  CD93O-STEP-REASON                 PIC X(1).            CBANKD93
003590       15  CD93O-STEP-UPS-SWEPT              PIC 9(5).            CBANKD93
003600       15  CD93O-MSG                         PIC X(62).           CBANKD93
