033800***************************************************************** DKYC01P 
033900* The nightly sweep - a customer whose review date has arrived  * DKYC01P 
034000* or whose identity document has expired goes on the review     * DKYC01P 
034100* queue once. A corporate falling due for review is queued      * DKYC01P 
034120* as OWNERS so its beneficial ownership register is reviewed    * DKYC01P 
034140* with it                                                       * DKYC01P 
034200***************************************************************** DKYC01P 
034300 QUEUE-RUN.                                                       DKYC01P 
034400     EXEC SQL                                                     DKYC01P 
034500          DECLARE KYCQ_CSR CURSOR FOR                             DKYC01P 
034600          SELECT BCS.BCS_PID,                                     DKYC01P 
034700                 CASE WHEN BCS.BCS_KYC_REVIEW_DATE <=             DKYC01P 
034720                           :WS-BUSINESS-DATE AND                  DKYC01P 
034740                           EXISTS                                 DKYC01P 
034760                           (SELECT 1                              DKYC01P 
034780                            FROM BNKCORP CRP                      DKYC01P 
034800                            WHERE CRP.CRP_PID = BCS.BCS_PID)      DKYC01P 
034820                      THEN 'OWNERS  '                             DKYC01P 
034840                      WHEN BCS.BCS_KYC_REVIEW_DATE <=             DKYC01P 
034860                           :WS-BUSINESS-DATE                      DKYC01P 
034880                      THEN 'REVIEW  '                             DKYC01P 
034900                      ELSE 'DOCEXP  ' END                         DKYC01P 
035100          FROM BNKCUST BCS                                        DKYC01P 
035200          WHERE (BCS.BCS_KYC_REVIEW_DATE <= :WS-BUSINESS-DATE     DKYC01P 
035300                 OR EXISTS                                        DKYC01P 
047100***************************************************************** DKYC01P 
047200* The reviewer's outcome - the customer gets their next review  * DKYC01P 
047300* date and risk band, and the queue item closes with the        * DKYC01P 
047400* reviewer recorded. For a corporate the review covers its      * DKYC01P 
047450* beneficial owners, so the register is stamped reviewed too    * DKYC01P 
047500***************************************************************** DKYC01P 
047600 RECORD-OUTCOME.                                                  DKYC01P 
047700     IF CKY1I-NEXT-REVIEW IS NOT GREATER THAN WS-BUSINESS-DATE    DKYC01P 
049400        MOVE 'Unable to record the review outcome' TO CKY1O-MSG   DKYC01P 
049500        GO TO RECORD-OUTCOME-EXIT                                 DKYC01P 
049600     END-IF.                                                      DKYC01P 
049605     EXEC SQL                                                     DKYC01P 
049610          UPDATE BNKCORP                                          DKYC01P 
049615          SET CRP_OWNERS_REVIEWED = :WS-BUSINESS-DATE,            DKYC01P 
049620              CRP_OWNERS_REVIEWED_BY = :CKY1I-USERID              DKYC01P 
049625          WHERE CRP_PID = :CKY1I-PERSON-PID                       DKYC01P 
049630     END-EXEC.                                                    DKYC01P 
049635     IF SQLCODE IS NOT EQUAL TO ZERO AND                          DKYC01P 
049640        SQLCODE IS NOT EQUAL TO +100                              DKYC01P 
049645        MOVE 'Unable to stamp the ownership review' TO CKY1O-MSG  DKYC01P 
049650        GO TO RECORD-OUTCOME-EXIT                                 DKYC01P 
049655     END-IF.                                                      DKYC01P 
049700     EXEC SQL                                                     DKYC01P 
049800          UPDATE BNKKYCQ                                          DKYC01P 
049900          SET KYQ_STATUS = 'C',                                   DKYC01P 
