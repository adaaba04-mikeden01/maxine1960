001500* Function:    Data governance screen - capture, verify and    *  BBANK62P
001600*              execute right-to-erasure requests, and place,    * BBANK62P
001700*              lift and list the litigation holds the purge,    * BBANK62P
001850*              archive and anonymization jobs honour, and       * BBANK62P
001900*              capture, verify, compile, release and list       * BBANK62P
001950*              subject-access requests, all through DPRIV01P    * BBANK62P
002000***************************************************************** BBANK62P
002100                                                                  BBANK62P
002200 IDENTIFICATION DIVISION.                                         BBANK62P
005700 01  WS-BANK-DATA.                                                BBANK62P
005800 COPY CBANKDAT.                                                   BBANK62P
005900 COPY CTIMERD.                                                    BBANK62P
005920 01  WS-SESSION-DATA.                                             BBANK62P
005940 COPY CSIGND01.                                                   BBANK62P
006000 01  WS-EXCEPTION-DATA.                                           BBANK62P
006100 COPY CBANKD16.                                                   BBANK62P
006200                                                                  BBANK62P
006700                                                                  BBANK62P
006800 LINKAGE SECTION.                                                 BBANK62P
006900 01  DFHCOMMAREA.                                                 BBANK62P
007000   05  LK-COMMAREA                           PIC X(32654).        BBANK62P
007100                                                                  BBANK62P
007200 COPY CENTRY.                                                     BBANK62P
007300***************************************************************** BBANK62P
021200        BANK-SCR62-ACTION IS NOT EQUAL TO 'E' AND                 BBANK62P
021300        BANK-SCR62-ACTION IS NOT EQUAL TO 'P' AND                 BBANK62P
021400        BANK-SCR62-ACTION IS NOT EQUAL TO 'X' AND                 BBANK62P
021500        BANK-SCR62-ACTION IS NOT EQUAL TO 'L' AND                 BBANK62P
021520        BANK-SCR62-ACTION IS NOT EQUAL TO 'A' AND                 BBANK62P
021540        BANK-SCR62-ACTION IS NOT EQUAL TO 'I' AND                 BBANK62P
021560        BANK-SCR62-ACTION IS NOT EQUAL TO 'G' AND                 BBANK62P
021580        BANK-SCR62-ACTION IS NOT EQUAL TO 'R' AND                 BBANK62P
021600        BANK-SCR62-ACTION IS NOT EQUAL TO 'Q'                     BBANK62P
021620        MOVE 'Action must be C,V,E,P,X,L,A,I,G,R or Q'            BBANK62P
021640          TO WS-ERROR-MSG                                         BBANK62P
021700        GO TO VALIDATE-INPUT-ERROR                                BBANK62P
021800     END-IF.                                                      BBANK62P
021900     IF BANK-SCR62-ACTION IS NOT EQUAL TO 'L' AND                 BBANK62P
021950        BANK-SCR62-ACTION IS NOT EQUAL TO 'Q'                     BBANK62P
022000        IF BANK-SCR62-PID IS EQUAL TO SPACES OR                   BBANK62P
022100           BANK-SCR62-PID IS EQUAL TO LOW-VALUES                  BBANK62P
022200           MOVE 'Please input the customer PID' TO WS-ERROR-MSG   BBANK62P
024400     MOVE BANK-SCR62-ACTION TO CPV1I-FUNCTION.                    BBANK62P
024500     MOVE BANK-SCR62-PID TO CPV1I-PERSON-PID.                     BBANK62P
024600     MOVE BANK-SCR62-CASE TO CPV1I-CASE-REF.                      BBANK62P
024620     IF BANK-SCR62-CASE IS EQUAL TO LOW-VALUES                    BBANK62P
024640        MOVE SPACES TO CPV1I-CASE-REF                             BBANK62P
024660     END-IF.                                                      BBANK62P
024700     MOVE BANK-SCR62-REVIEW TO CPV1I-REVIEW-DATE.                 BBANK62P
024800     MOVE BANK-USERID TO CPV1I-USERID.                            BBANK62P
024900 COPY CPRIVX01.                                                   BBANK62P
025000     IF CPV1O-REQUEST-OK                                          BBANK62P
025100        IF CPV1I-LIST-HOLDS OR                                    BBANK62P
025150           CPV1I-LIST-ACCESS                                      BBANK62P
025200           PERFORM SHOW-HOLD-PAGE THRU                            BBANK62P
025300                   SHOW-HOLD-PAGE-EXIT                            BBANK62P
025400        END-IF                                                    BBANK62P
