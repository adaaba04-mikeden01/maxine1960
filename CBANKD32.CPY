002200         88  CD32I-ACTIVATE-CARD             VALUE 'A'.           CBANKD32
002300         88  CD32I-REPORT-LOST               VALUE 'L'.           CBANKD32
002400         88  CD32I-BLOCK-CARD                VALUE 'B'.           CBANKD32
002450         88  CD32I-BLOCK-FRAUD               VALUE 'F'.           CBANKD32
002500         88  CD32I-REISSUE-CARD              VALUE 'R'.           CBANKD32
002600         88  CD32I-LIST-CARDS                VALUE 'Q'.           CBANKD32
002700       15  CD32I-ACC                         PIC X(9).            CBANKD32
