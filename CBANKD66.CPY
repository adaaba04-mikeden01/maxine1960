002560*        Set by the authorization queue when it executes an       CBANKD66
002570*        approved item, so the corporate gate is not asked twice  CBANKD66
002580       15  CD66I-AUTHORIZED                  PIC X(1).            CBANKD66
002582*        The routing number of the bank the cheque is drawn on -  CBANKD66
002584*        spaces for a cheque drawn on us, which the inward        CBANKD66
002586*        clearing run settles; any other cheque is registered for CBANKD66
002588*        the outward clearing run to present                      CBANKD66
002590       15  CD66I-CHQ-ROUTING                 PIC X(9).            CBANKD66
002600     10  CD66O-DATA.                                              CBANKD66
002700       15  CD66O-RESULT                      PIC X(1).            CBANKD66
002800         88  CD66O-POST-OK                   VALUE '0'.           CBANKD66
003500       15  CD66O-CASH-IN                     PIC S9(9)V99 COMP-3. CBANKD66
003600       15  CD66O-CASH-OUT                    PIC S9(9)V99 COMP-3. CBANKD66
003700       15  CD66O-CASH-NET                    PIC S9(9)V99 COMP-3. CBANKD66
003710*      The posting's journal reference, and Y when a corporate    CBANKD66
003720*      withdrawal was referred for signatory approval rather than CBANKD66
003730*      posted                                                     CBANKD66
003740       15  CD66O-TXN-REF                     PIC X(12).           CBANKD66
003750       15  CD66O-REFERRED                    PIC X(1).            CBANKD66
003800       15  CD66O-MSG                         PIC X(62).           CBANKD66
