003000         88  CD81I-TYPE-TRANSFER             VALUE 'X'.           CBANKD81
003100         88  CD81I-TYPE-STANDING-ORDER       VALUE 'S'.           CBANKD81
003200         88  CD81I-TYPE-REVERSAL             VALUE 'R'.           CBANKD81
003204*        A proposed GL suspense clearing - always captured, and   CBANKD81
003208*        executed through DBANK38P on approval                    CBANKD81
003212         88  CD81I-TYPE-GL-CLEARING          VALUE 'G'.           CBANKD81
003216*        A goodwill fee waiver/refund - always captured; the      CBANKD81
003220*        original charge is looked up by its reference and the    CBANKD81
003224*        refund posts cross-referenced to it on approval          CBANKD81
003228         88  CD81I-TYPE-FEE-REFUND           VALUE 'F'.           CBANKD81
003232*        A loan restructure (holiday or re-term) - always         CBANKD81
003236*        captured, applied to the schedule by DBANK44P on         CBANKD81
003240*        approval                                                 CBANKD81
003244         88  CD81I-TYPE-RESTRUCTURE          VALUE 'L'.           CBANKD81
003248         88  CD81I-TYPE-CASH-WD              VALUE 'W'.           CBANKD81
003252*        A loan write-off - always captured; DLNWO01P charges     CBANKD81
003256*        the loan to the allowance on approval                    CBANKD81
003260         88  CD81I-TYPE-WRITE-OFF            VALUE 'O'.           CBANKD81
003264*        A guarantee claim - always captured; DGUAR01P pays it    CBANKD81
003268         88  CD81I-TYPE-GUARANTEE-CLAIM      VALUE 'K'.           CBANKD81
003272*        A payment repair or return - always captured; DRPRQ01P   CBANKD81
003276*        reposts or returns the held item on approval             CBANKD81
003280         88  CD81I-TYPE-PAYMENT-REPAIR       VALUE 'Q'.           CBANKD81
003285*        A negotiated rate override - always captured; DROVR01P   CBANKD81
003290*        brings it into force on approval                         CBANKD81
003295         88  CD81I-TYPE-RATE-OVERRIDE        VALUE 'N'.           CBANKD81
003300       15  CD81I-PERSON-PID                  PIC X(5).            CBANKD81
003400       15  CD81I-FROM-ACC                    PIC X(9).            CBANKD81
003500       15  CD81I-TO-ACC                      PIC X(9).            CBANKD81
