003500   05  WS-PROGRAM-ID                         PIC X(8)             DBANK80P
003600       VALUE 'DBANK80P'.                                          DBANK80P
003700   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBANK80P
003720   05  WS-MOVED-DISP                         PIC Z(4)9.           DBANK80P
003740   05  WS-UNASSIGNED-DISP                    PIC Z(4)9.           DBANK80P
003800                                                                  DBANK80P
003900 01  WS-CSV-DATA.                                                 DBANK80P
004000 COPY CCSVD.                                                      DBANK80P
004700          INCLUDE CBANKD80                                        DBANK80P
004800     END-EXEC.                                                    DBANK80P
004900                                                                  DBANK80P
004920 01  WS-RM-COMMAREA.                                              DBANK80P
004940     EXEC SQL                                                     DBANK80P
004960          INCLUDE CRMGRD01                                        DBANK80P
004980     END-EXEC.                                                    DBANK80P
005000 01  WS-ADMIN-AREAS.                                              DBANK80P
005100   05  WS-EXIST-PID                          PIC X(5).            DBANK80P
005200   05  WS-ROW-PID                            PIC X(5).            DBANK80P
020300     END-IF.                                                      DBANK80P
020400     SET CD80O-REQUEST-OK TO TRUE.                                DBANK80P
020500     MOVE 'Staff sign-on disabled' TO CD80O-MSG.                  DBANK80P
020502***************************************************************** DBANK80P
020504* A leaver's customers go on to the managers still signing on   * DBANK80P
020506***************************************************************** DBANK80P
020508     INITIALIZE CRM1-DATA.                                        DBANK80P
020510     SET CRM1I-REASSIGN-PORTFOLIO TO TRUE.                        DBANK80P
020512     SET CRM1I-REASON-LEAVER TO TRUE.                             DBANK80P
020514     MOVE CD80I-USERID TO CRM1I-RM-USERID.                        DBANK80P
020516 COPY CRMGRX01.                                                   DBANK80P
020518     IF NOT CRM1O-REQUEST-OK                                      DBANK80P
020520        MOVE 'Staff sign-on disabled - portfolio not moved on'    DBANK80P
020522          TO CD80O-MSG                                            DBANK80P
020524        GO TO DISABLE-STAFF-USER-EXIT                             DBANK80P
020526     END-IF.                                                      DBANK80P
020528     IF CRM1O-MOVED IS EQUAL TO ZERO AND                          DBANK80P
020530        CRM1O-UNASSIGNED IS EQUAL TO ZERO                         DBANK80P
020532        GO TO DISABLE-STAFF-USER-EXIT                             DBANK80P
020534     END-IF.                                                      DBANK80P
020536     MOVE CRM1O-MOVED TO WS-MOVED-DISP.                           DBANK80P
020538     MOVE CRM1O-UNASSIGNED TO WS-UNASSIGNED-DISP.                 DBANK80P
020540     MOVE SPACES TO CD80O-MSG.                                    DBANK80P
020542     STRING 'Sign-on disabled - ' WS-MOVED-DISP                   DBANK80P
020544            ' customers moved on, ' WS-UNASSIGNED-DISP            DBANK80P
020546            ' unassigned'                                         DBANK80P
020548            DELIMITED BY SIZE INTO CD80O-MSG.                     DBANK80P
020600 DISABLE-STAFF-USER-EXIT.                                         DBANK80P
020700     EXIT.                                                        DBANK80P
020800                                                                  DBANK80P
