005000 01  WS-BANK-DATA.                                                BBANK20P
005100 COPY CBANKDAT.                                                   BBANK20P
005102 COPY CTIMERD.                                                    BBANK20P
005120 01  WS-SESSION-DATA.                                             BBANK20P
005140 COPY CSIGND01.                                                   BBANK20P
005200 01  WS-EXCEPTION-DATA.                                           BBANK20P
005300 COPY CBANKD16.                                                   BBANK20P
005400                                                                  BBANK20P
006200                                                                  BBANK20P
006300 LINKAGE SECTION.                                                 BBANK20P
006400 01  DFHCOMMAREA.                                                 BBANK20P
006500   05  LK-COMMAREA                           PIC X(32654).        BBANK20P
006600                                                                  BBANK20P
006700 COPY CENTRY.                                                     BBANK20P
006800***************************************************************** BBANK20P
011100* Check the AID to see if we have to quit                       * BBANK20P
011200***************************************************************** BBANK20P
011300     IF BANK-AID-PFK03                                            BBANK20P
011310        IF BANK-SESSION-ID IS NUMERIC AND                         BBANK20P
011320           BANK-SESSION-ID IS NOT EQUAL TO ZERO                   BBANK20P
011330           INITIALIZE CSG1-DATA                                   BBANK20P
011340           SET CSG1I-END-SESSION TO TRUE                          BBANK20P
011350           MOVE BANK-SESSION-ID TO CSG1I-SESSION-ID               BBANK20P
011360           MOVE 'O' TO CSG1I-END-REASON                           BBANK20P
011370 COPY CSIGNX01.                                                   BBANK20P
011380           MOVE ZERO TO BANK-SESSION-ID                           BBANK20P
011390        END-IF                                                    BBANK20P
011400        MOVE 'BBANK20P' TO BANK-LAST-PROG                         BBANK20P
011500        MOVE 'BBANK99P' TO BANK-NEXT-PROG                         BBANK20P
011600        MOVE 'MBANK99' TO BANK-NEXT-MAPSET                        BBANK20P
       COPY CBANKX22.                                                   BBANK20P
              END-IF                                                    BBANK20P
           END-IF.                                                      BBANK20P
      ***************************************************************** BBANK20P
      * Remind a signed-on user when and where they last signed on,   * BBANK20P
      * and of the last failed attempt, so a stranger's use shows up  * BBANK20P
      ***************************************************************** BBANK20P
           MOVE SPACES TO BANK-SCR20-LAST-OK.                           BBANK20P
           MOVE SPACES TO BANK-SCR20-LAST-FAIL.                         BBANK20P
           IF NOT GUEST                                                 BBANK20P
              INITIALIZE CSG1-DATA                                      BBANK20P
              SET CSG1I-LAST-SIGNONS TO TRUE                            BBANK20P
              MOVE BANK-USERID TO CSG1I-USERID                          BBANK20P
              MOVE BANK-SESSION-ID TO CSG1I-SESSION-ID                  BBANK20P
       COPY CSIGNX01.                                                   BBANK20P
              IF CSG1O-REQUEST-OK AND                                   BBANK20P
                 CSG1O-LAST-OK-TS IS NOT EQUAL TO SPACES                BBANK20P
                 STRING 'Last sign-on ' DELIMITED BY SIZE               BBANK20P
                        CSG1O-LAST-OK-TS (1:10) DELIMITED BY SIZE       BBANK20P
                        ' ' DELIMITED BY SIZE                           BBANK20P
                        CSG1O-LAST-OK-TS (12:5) DELIMITED BY SIZE       BBANK20P
                        ' via ' DELIMITED BY SIZE                       BBANK20P
                        CSG1O-LAST-OK-CHANNEL DELIMITED BY SPACE        BBANK20P
                        ' from ' DELIMITED BY SIZE                      BBANK20P
                        CSG1O-LAST-OK-TERMINAL DELIMITED BY SIZE        BBANK20P
                   INTO BANK-SCR20-LAST-OK                              BBANK20P
              END-IF                                                    BBANK20P
              IF CSG1O-REQUEST-OK AND                                   BBANK20P
                 CSG1O-LAST-FAIL-TS IS NOT EQUAL TO SPACES              BBANK20P
                 STRING 'Failed sign-on ' DELIMITED BY SIZE             BBANK20P
                        CSG1O-LAST-FAIL-TS (1:10) DELIMITED BY SIZE     BBANK20P
                        ' ' DELIMITED BY SIZE                           BBANK20P
                        CSG1O-LAST-FAIL-TS (12:5) DELIMITED BY SIZE     BBANK20P
                        ' via ' DELIMITED BY SIZE                       BBANK20P
                        CSG1O-LAST-FAIL-CHANNEL DELIMITED BY SPACE      BBANK20P
                        ' from ' DELIMITED BY SIZE                      BBANK20P
                        CSG1O-LAST-FAIL-TERMINAL DELIMITED BY SIZE      BBANK20P
                   INTO BANK-SCR20-LAST-FAIL                            BBANK20P
              END-IF                                                    BBANK20P
           END-IF.                                                      BBANK20P
022300 POPULATE-SCREEN-DATA-EXIT.                                       BBANK20P
022400     EXIT.                                                        BBANK20P
022500                                                                  BBANK20P
