011100          FROM BNKACC BAC, BNKCUST CS                             DBANK58P
011200          WHERE BAC.BAC_PID = CS.BCS_PID AND                      DBANK58P
011300                BAC.BAC_BALANCE < :WS-LOW-BALANCE-THRESHOLD AND   DBANK58P
011320*               A credit card account runs below zero by design   DBANK58P
011340                BAC.BAC_ACCTYPE <> 'CC' AND                       DBANK58P
011400                (CS.BCS_SEND_MAIL = 'Y' OR                        DBANK58P
011500                 CS.BCS_SEND_EMAIL = 'Y')                         DBANK58P
011600          ORDER BY BAC.BAC_PID,                                   DBANK58P
