003200       15  CD47I-VALUE                       PIC S9(9)V99 COMP-3. CBANKD47
003300       15  CD47I-VALUE-DATE                  PIC X(10).           CBANKD47
003400       15  CD47I-REVIEW-DATE                 PIC X(10).           CBANKD47
003420*        Y opens the loan's escrow account once the security is   CBANKD47
003440*        registered                                               CBANKD47
003460       15  CD47I-ESCROW                      PIC X(1).            CBANKD47
003480         88  CD47I-OPEN-ESCROW               VALUE 'Y'.           CBANKD47
003500       15  CD47I-USERID                      PIC X(5).            CBANKD47
003600     10  CD47O-DATA.                                              CBANKD47
003700       15  CD47O-RESULT                      PIC X(1).            CBANKD47
003900         88  CD47O-REQUEST-FAIL              VALUE '1'.           CBANKD47
004000         88  CD47O-NOT-FOUND                 VALUE '2'.           CBANKD47
004100       15  CD47O-COLL-ID                     PIC 9(7).            CBANKD47
004150       15  CD47O-ESC-ACC                     PIC X(9).            CBANKD47
004200       15  CD47O-COLL-COUNT                  PIC 9(1).            CBANKD47
004300       15  CD47O-COLL-LIST.                                       CBANKD47
004400         20  CD47O-COLL-ENTRY                OCCURS 3 TIMES.      CBANKD47
