001000* This area is used to pass data between callers and the        * CLTTRD01
001100* letter-template engine (DLTTR01P): template lines held on     * CLTTRD01
001200* BNKLTPL with draft/approved states and merge variables        * CLTTRD01
001300* (&NAME, &ACCOUNT, &AMOUNT, &DATE, and &REASON1 to &REASON3    * CLTTRD01
001350* for the reasons given on a decision letter), maintained from  * CLTTRD01
001400* the template screen and formatted on demand for any letter-   * CLTTRD01
001500* producing job, so a wording change is a data change. A letter * CLTTRD01
001520* to a customer whose post is coming back is held, not printed, * CLTTRD01
001540* until a new address is on file.                               * CLTTRD01
001600***************************************************************** CLTTRD01
001700   05  CLT1-DATA.                                                 CLTTRD01
001800     10  CLT1I-DATA.                                              CLTTRD01
003000       15  CLT1I-MERGE-DATE                  PIC X(10).           CLTTRD01
003100       15  CLT1I-LETTER-NAME                 PIC X(25).           CLTTRD01
003200       15  CLT1I-USERID                      PIC X(5).            CLTTRD01
003250       15  CLT1I-PERSON-PID                  PIC X(5).            CLTTRD01
003260*        Up to three reasons, merged at &REASON1 to &REASON3      CLTTRD01
003270       15  CLT1I-MERGE-REASON                PIC X(25)            CLTTRD01
003280           OCCURS 3 TIMES.                                        CLTTRD01
003300     10  CLT1O-DATA.                                              CLTTRD01
003400       15  CLT1O-RESULT                      PIC X(1).            CLTTRD01
003500         88  CLT1O-REQUEST-OK                VALUE '0'.           CLTTRD01
