008500 01  WS-BANK-DATA.                                                BBANK30P
008600 COPY CBANKDAT.                                                   BBANK30P
008602 COPY CTIMERD.                                                    BBANK30P
008620 01  WS-SESSION-DATA.                                             BBANK30P
008640 COPY CSIGND01.                                                   BBANK30P
008700 01  WS-EXCEPTION-DATA.                                           BBANK30P
008800 COPY CBANKD16.                                                   BBANK30P
008900                                                                  BBANK30P
010800                                                                  BBANK30P
010900 LINKAGE SECTION.                                                 BBANK30P
011000 01  DFHCOMMAREA.                                                 BBANK30P
011100   05  LK-COMMAREA                           PIC X(32654).        BBANK30P
011200                                                                  BBANK30P
011300 COPY CENTRY.                                                     BBANK30P
011400***************************************************************** BBANK30P
015000        BANK-AID-PFK05 OR                                         BBANK30P
015050        BANK-AID-PFK10 OR                                         BBANK30P
015060        BANK-AID-PFK02 OR                                         BBANK30P
015070        BANK-AID-PFK12 OR                                         BBANK30P
015100        BANK-AID-PFK11                                            BBANK30P
015200        SET PFK-VALID TO TRUE                                     BBANK30P
015300     END-IF.                                                      BBANK30P
025200        MOVE 'BBANK41P' TO BANK-NEXT-PROG                         BBANK30P
025300        GO TO COMMON-RETURN                                       BBANK30P
025400     END-IF.                                                      BBANK30P
025405***************************************************************** BBANK30P
025410* Check to see if the user wants to see or change the access    * BBANK30P
025415* they have given third-party providers                         * BBANK30P
025420***************************************************************** BBANK30P
025425     IF BANK-AID-PFK12                                            BBANK30P
025430        MOVE 'BBANK30P' TO BANK-LAST-PROG                         BBANK30P
025435        MOVE 'BBANK14P' TO BANK-NEXT-PROG                         BBANK30P
025440        MOVE 'MBANK14' TO BANK-NEXT-MAPSET                        BBANK30P
025445        MOVE 'BANK14A' TO BANK-NEXT-MAP                           BBANK30P
025450        GO TO COMMON-RETURN                                       BBANK30P
025455     END-IF.                                                      BBANK30P
025500***************************************************************** BBANK30P
025600* Check to see if the user wants to change their password      *  BBANK30P
025700***************************************************************** BBANK30P
031700     IF BANK-SCR30-SEL (WS-SUB1)IS NOT = LOW-VALUES               BBANK30P
031710        MOVE BANK-SCR30-SEL (WS-SUB1) TO WS-SEL-CHAR              BBANK30P
031800        MOVE LOW-VALUES TO BANK-SCR30-SEL (WS-SUB1)               BBANK30P
031803*       An 'H' against an account asks for its month-end          BBANK30P
031806*       balance history rather than the transaction list          BBANK30P
031809        IF WS-SEL-CHAR IS EQUAL TO 'H'                            BBANK30P
031812           MOVE BANK-SCR30-ACC (WS-SUB1) TO BANK-SCR28-ACC        BBANK30P
031815           MOVE 'BBANK30P' TO BANK-LAST-PROG                      BBANK30P
031818           MOVE 'BBANK28P' TO BANK-NEXT-PROG                      BBANK30P
031821           GO TO COMMON-RETURN                                    BBANK30P
031824        END-IF                                                    BBANK30P
031827*       An 'F' asks for the 30-day commitments forecast           BBANK30P
031830        IF WS-SEL-CHAR IS EQUAL TO 'F'                            BBANK30P
031833           MOVE BANK-SCR30-ACC (WS-SUB1) TO BANK-SCR45-ACC        BBANK30P
031836           MOVE 'BBANK30P' TO BANK-LAST-PROG                      BBANK30P
031839           MOVE 'BBANK45P' TO BANK-NEXT-PROG                      BBANK30P
031842           GO TO COMMON-RETURN                                    BBANK30P
031845        END-IF                                                    BBANK30P
031848*       An 'N' gives or reviews withdrawal notices on a notice    BBANK30P
031851*       savings account                                           BBANK30P
031854        IF WS-SEL-CHAR IS EQUAL TO 'N'                            BBANK30P
031857           MOVE BANK-SCR30-ACC (WS-SUB1) TO BANK-SCR74-ACC        BBANK30P
031860           MOVE 'BBANK30P' TO BANK-LAST-PROG                      BBANK30P
031863           MOVE 'BBANK74P' TO BANK-NEXT-PROG                      BBANK30P
031866           GO TO COMMON-RETURN                                    BBANK30P
031869        END-IF                                                    BBANK30P
031872*       An 'S' lists the account's filed statements               BBANK30P
031875        IF WS-SEL-CHAR IS EQUAL TO 'S'                            BBANK30P
031878           MOVE BANK-SCR30-ACC (WS-SUB1) TO BANK-SCR97-ACC        BBANK30P
031881           MOVE 'BBANK30P' TO BANK-LAST-PROG                      BBANK30P
031884           MOVE 'BBANK97P' TO BANK-NEXT-PROG                      BBANK30P
031887           GO TO COMMON-RETURN                                    BBANK30P
031890        END-IF                                                    BBANK30P
031891*       An 'M' lists the account's direct-debit mandates          BBANK30P
031892        IF WS-SEL-CHAR IS EQUAL TO 'M'                            BBANK30P
031893           MOVE BANK-SCR30-ACC (WS-SUB1) TO BANK-SCR55-ACC        BBANK30P
031894           MOVE 'BBANK30P' TO BANK-LAST-PROG                      BBANK30P
031895           MOVE 'BBANK55P' TO BANK-NEXT-PROG                      BBANK30P
031896           GO TO COMMON-RETURN                                    BBANK30P
031897        END-IF                                                    BBANK30P
031900        IF BANK-SCR30-TXN (WS-SUB1) IS NOT EQUAL TO SPACES        BBANK30P
032000           MOVE BANK-SCR30-ACC (WS-SUB1) TO BANK-SCR40-ACC        BBANK30P
032100           MOVE BANK-SCR30-DSC (WS-SUB1) TO BANK-SCR40-ACCTYPE    BBANK30P
052407     MOVE WS-EDIT-BALANCE TO BANK-SCR30-AVL1.                     BBANK30P
052408     MOVE CD03O-GOL (1) TO WS-EDIT-BALANCE.                       BBANK30P
052409     MOVE WS-EDIT-BALANCE TO BANK-SCR30-GOL1.                     BBANK30P
052410     MOVE CD03O-RWD-BAL (1) TO WS-EDIT-BALANCE.                   BBANK30P
052411     MOVE WS-EDIT-BALANCE TO BANK-SCR30-RWD1.                     BBANK30P
052412     MOVE CD03O-RWD-MTD (1) TO WS-EDIT-BALANCE.                   BBANK30P
052413     MOVE WS-EDIT-BALANCE TO BANK-SCR30-RMT1.                     BBANK30P
052500                                                                  BBANK30P
052600     MOVE CD03O-ACC2 TO BANK-SCR30-ACC2.                          BBANK30P
052700     MOVE CD03O-ACC2 TO BANK-PAGING-LAST-ENTRY.                   BBANK30P
055107     MOVE WS-EDIT-BALANCE TO BANK-SCR30-AVL2.                     BBANK30P
055108     MOVE CD03O-GOL (2) TO WS-EDIT-BALANCE.                       BBANK30P
055109     MOVE WS-EDIT-BALANCE TO BANK-SCR30-GOL2.                     BBANK30P
055110     MOVE CD03O-RWD-BAL (2) TO WS-EDIT-BALANCE.                   BBANK30P
055111     MOVE WS-EDIT-BALANCE TO BANK-SCR30-RWD2.                     BBANK30P
055112     MOVE CD03O-RWD-MTD (2) TO WS-EDIT-BALANCE.                   BBANK30P
055113     MOVE WS-EDIT-BALANCE TO BANK-SCR30-RMT2.                     BBANK30P
055200                                                                  BBANK30P
055300     MOVE CD03O-ACC3 TO BANK-SCR30-ACC3.                          BBANK30P
055400     MOVE CD03O-ACC3 TO BANK-PAGING-LAST-ENTRY.                   BBANK30P
057807     MOVE WS-EDIT-BALANCE TO BANK-SCR30-AVL3.                     BBANK30P
057808     MOVE CD03O-GOL (3) TO WS-EDIT-BALANCE.                       BBANK30P
057809     MOVE WS-EDIT-BALANCE TO BANK-SCR30-GOL3.                     BBANK30P
057810     MOVE CD03O-RWD-BAL (3) TO WS-EDIT-BALANCE.                   BBANK30P
057811     MOVE WS-EDIT-BALANCE TO BANK-SCR30-RWD3.                     BBANK30P
057812     MOVE CD03O-RWD-MTD (3) TO WS-EDIT-BALANCE.                   BBANK30P
057813     MOVE WS-EDIT-BALANCE TO BANK-SCR30-RMT3.                     BBANK30P
057900                                                                  BBANK30P
058000     MOVE CD03O-ACC4 TO BANK-SCR30-ACC4.                          BBANK30P
058100     MOVE CD03O-ACC4 TO BANK-PAGING-LAST-ENTRY.                   BBANK30P
060507     MOVE WS-EDIT-BALANCE TO BANK-SCR30-AVL4.                     BBANK30P
060508     MOVE CD03O-GOL (4) TO WS-EDIT-BALANCE.                       BBANK30P
060509     MOVE WS-EDIT-BALANCE TO BANK-SCR30-GOL4.                     BBANK30P
060510     MOVE CD03O-RWD-BAL (4) TO WS-EDIT-BALANCE.                   BBANK30P
060511     MOVE WS-EDIT-BALANCE TO BANK-SCR30-RWD4.                     BBANK30P
060512     MOVE CD03O-RWD-MTD (4) TO WS-EDIT-BALANCE.                   BBANK30P
060513     MOVE WS-EDIT-BALANCE TO BANK-SCR30-RMT4.                     BBANK30P
060600                                                                  BBANK30P
060700     MOVE CD03O-ACC5 TO BANK-SCR30-ACC5.                          BBANK30P
060800     MOVE CD03O-ACC5 TO BANK-PAGING-LAST-ENTRY.                   BBANK30P
063307     MOVE WS-EDIT-BALANCE TO BANK-SCR30-AVL5.                     BBANK30P
063308     MOVE CD03O-GOL (5) TO WS-EDIT-BALANCE.                       BBANK30P
063309     MOVE WS-EDIT-BALANCE TO BANK-SCR30-GOL5.                     BBANK30P
063310     MOVE CD03O-RWD-BAL (5) TO WS-EDIT-BALANCE.                   BBANK30P
063311     MOVE WS-EDIT-BALANCE TO BANK-SCR30-RWD5.                     BBANK30P
063312     MOVE CD03O-RWD-MTD (5) TO WS-EDIT-BALANCE.                   BBANK30P
063313     MOVE WS-EDIT-BALANCE TO BANK-SCR30-RMT5.                     BBANK30P
063400     IF BANK-SCR30-SRV1 IS NOT EQUAL TO SPACES OR                 BBANK30P
063500        BANK-SCR30-SRV2 IS NOT EQUAL TO SPACES OR                 BBANK30P
063600        BANK-SCR30-SRV3 IS NOT EQUAL TO SPACES OR                 BBANK30P
