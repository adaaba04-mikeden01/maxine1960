003110       15  CD98O-AFTER-CUTOFF                PIC X(1).            CBANKD98
003120         88  CD98O-CUTOFF-PASSED             VALUE 'Y'.           CBANKD98
003130         88  CD98O-CUTOFF-OPEN               VALUE 'N'.           CBANKD98
003140*        Set when the roll was refused because the end-of-day     CBANKD98
003150*        close checklist is not yet green and signed off          CBANKD98
003160       15  CD98O-CLOSE-HELD                  PIC X(1).            CBANKD98
003170         88  CD98O-CLOSE-NOT-READY           VALUE 'Y'.           CBANKD98
003200       15  CD98O-DAYS-LOADED                 PIC 9(5).            CBANKD98
003300       15  CD98O-MSG                         PIC X(62).           CBANKD98
