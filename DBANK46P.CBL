008100   05  DCL-BUR-DAYS                          PIC S9(5) COMP-3.    DBANK46P
008200   05  DCL-BUR-OPENED                        PIC X(10).           DBANK46P
008300   05  DCL-BUR-DISPUTES                      PIC S9(5) COMP-3.    DBANK46P
008350   05  DCL-BUR-NOTICE                        PIC X(10).           DBANK46P
008360   05  DCL-BUR-WO-DATE                       PIC X(10).           DBANK46P
008400 01  WS-BUSINESS-DATE                        PIC X(10).           DBANK46P
008500                                                                  DBANK46P
008600     EXEC SQL                                                     DBANK46P
020100          DECLARE BURL_CSR CURSOR FOR                             DBANK46P
020200          SELECT LON.LON_ID,                                      DBANK46P
020300                 LON.LON_PID,                                     DBANK46P
020400                 VALUE((SELECT SUM(LNS.LNS_PRINCIPAL -            DBANK46P
020450                                   LNS.LNS_PRIN_PAID)             DBANK46P
020500                        FROM BNKLNSC LNS                          DBANK46P
020600                        WHERE LNS.LNS_LOAN_ID = LON.LON_ID AND    DBANK46P
020700                              LNS.LNS_STATUS IN (' ', 'M')), 0),  DBANK46P
024000        MOVE 'Unable to read the loan book' TO CD46O-MSG          DBANK46P
024100        GO TO BURL-LOOP-EXIT                                      DBANK46P
024200     END-IF.                                                      DBANK46P
024300     IF DCL-BUR-STATUS IS EQUAL TO 'W'                            DBANK46P
024310        PERFORM READ-THE-WRITE-OFF THRU                           DBANK46P
024320                READ-THE-WRITE-OFF-EXIT                           DBANK46P
024330        IF CD46O-MSG IS NOT EQUAL TO SPACES                       DBANK46P
024340           GO TO BURL-LOOP-EXIT                                   DBANK46P
024350        END-IF                                                    DBANK46P
024360     END-IF.                                                      DBANK46P
024370     MOVE 'L' TO BUR-REC-TYPE.                                    DBANK46P
024400     PERFORM WRITE-BUREAU-RECORD THRU                             DBANK46P
024500             WRITE-BUREAU-RECORD-EXIT.                            DBANK46P
024600     IF BUR-REC-TYPE IS NOT EQUAL TO 'S'                          DBANK46P
025400 REPORT-THE-LOANS-EXIT.                                           DBANK46P
025500     EXIT.                                                        DBANK46P
025600                                                                  DBANK46P
025602***************************************************************** DBANK46P
025604* A written-off loan is reported at what the customer still     * DBANK46P
025606* owes on it - the balance written off less anything recovered  * DBANK46P
025608* since - rather than at its closed schedule                    * DBANK46P
025610***************************************************************** DBANK46P
025612 READ-THE-WRITE-OFF.                                              DBANK46P
025614     EXEC SQL                                                     DBANK46P
025616          SELECT LWO_PRINCIPAL + LWO_INTEREST + LWO_FEES -        DBANK46P
025618                 LWO_RECOVERED,                                   DBANK46P
025620                 LWO_WO_DATE                                      DBANK46P
025622          INTO :DCL-BUR-BALANCE,                                  DBANK46P
025624               :DCL-BUR-WO-DATE                                   DBANK46P
025626          FROM BNKLNWO                                            DBANK46P
025628          WHERE LWO_LOAN_ID = :DCL-BUR-ID AND                     DBANK46P
025630                LWO_STATUS = 'W'                                  DBANK46P
025632     END-EXEC.                                                    DBANK46P
025634     IF SQLCODE IS NOT EQUAL TO ZERO                              DBANK46P
025636        MOVE 'Unable to read the write-off register' TO CD46O-MSG DBANK46P
025638     END-IF.                                                      DBANK46P
025640 READ-THE-WRITE-OFF-EXIT.                                         DBANK46P
025642     EXIT.                                                        DBANK46P
025700***************************************************************** DBANK46P
025800* One record per overdraft facility - an overdrawn balance      * DBANK46P
025900* reports as the amount owed                                    * DBANK46P
031300                                                                  DBANK46P
031400***************************************************************** DBANK46P
031500* Write one record - unless the customer has an open dispute    * DBANK46P
031600* case, in which case the account is suppressed and counted.    * DBANK46P
031620* A customer under an open insolvency case is reported the way  * DBANK46P
031640* the scheme asks - status I, bucket INS, closed at the notice  * DBANK46P
031660* date - and never suppressed, so the bureau carries the event  * DBANK46P
031700***************************************************************** DBANK46P
031800 WRITE-BUREAU-RECORD.                                             DBANK46P
031805     MOVE SPACES TO DCL-BUR-NOTICE.                               DBANK46P
031810     EXEC SQL                                                     DBANK46P
031815          SELECT INS_NOTICE_DATE                                  DBANK46P
031820          INTO :DCL-BUR-NOTICE                                    DBANK46P
031825          FROM BNKINSV                                            DBANK46P
031830          WHERE INS_PID = :DCL-BUR-PID AND                        DBANK46P
031835                INS_STATUS = 'O'                                  DBANK46P
031840     END-EXEC.                                                    DBANK46P
031845     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DBANK46P
031850        SQLCODE IS NOT EQUAL TO +100                              DBANK46P
031855        MOVE 'Unable to read the insolvency register'             DBANK46P
031860          TO CD46O-MSG                                            DBANK46P
031865        GO TO WRITE-BUREAU-RECORD-EXIT                            DBANK46P
031870     END-IF.                                                      DBANK46P
031900     MOVE ZERO TO DCL-BUR-DISPUTES.                               DBANK46P
032000     EXEC SQL                                                     DBANK46P
032100          SELECT COUNT(*)                                         DBANK46P
032800        MOVE 'Unable to read the dispute register' TO CD46O-MSG   DBANK46P
032900        GO TO WRITE-BUREAU-RECORD-EXIT                            DBANK46P
033000     END-IF.                                                      DBANK46P
033100     IF DCL-BUR-DISPUTES IS GREATER THAN ZERO AND                 DBANK46P
033150        DCL-BUR-NOTICE IS EQUAL TO SPACES                         DBANK46P
033200        ADD 1 TO CD46O-SUPPRESSED                                 DBANK46P
033300        MOVE 'S' TO BUR-REC-TYPE                                  DBANK46P
033400        GO TO WRITE-BUREAU-RECORD-EXIT                            DBANK46P
035400     ELSE                                                         DBANK46P
035500        MOVE SPACES TO BUR-CLOSED                                 DBANK46P
035600     END-IF.                                                      DBANK46P
035601     IF BUR-REC-TYPE IS EQUAL TO 'L' AND                          DBANK46P
035602        DCL-BUR-STATUS IS EQUAL TO 'W'                            DBANK46P
035603        MOVE 'WO ' TO BUR-BUCKET                                  DBANK46P
035604        MOVE DCL-BUR-WO-DATE TO BUR-CLOSED                        DBANK46P
035605        ADD 1 TO CD46O-WRITTEN-OFF                                DBANK46P
035606     END-IF.                                                      DBANK46P
035610     IF DCL-BUR-NOTICE IS NOT EQUAL TO SPACES                     DBANK46P
035620        MOVE 'I' TO BUR-STATUS                                    DBANK46P
035630        MOVE 'INS' TO BUR-BUCKET                                  DBANK46P
035640        MOVE DCL-BUR-NOTICE TO BUR-CLOSED                         DBANK46P
035650        ADD 1 TO CD46O-INSOLVENT                                  DBANK46P
035660     END-IF.                                                      DBANK46P
035700     EXEC CICS WRITEQ TD                                          DBANK46P
035800               QUEUE('BURO')                                      DBANK46P
035900               FROM(WS-BUREAU-RECORD)                             DBANK46P
