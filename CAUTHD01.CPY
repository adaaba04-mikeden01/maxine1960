000100***************************************************************** CAUTHD01
000200*                                                               * CAUTHD01
000300*  Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.     * CAUTHD01
000400*                                                               * CAUTHD01
000500***************************************************************** CAUTHD01
000600                                                                  CAUTHD01
000700***************************************************************** CAUTHD01
000800* CAUTHD01.CPY                                                  * CAUTHD01
000900*---------------------------------------------------------------* CAUTHD01
001000* This area is used to pass data between the card network's     * CAUTHD01
001100* gateway and the online authorization service (DAUTH01P). A    * CAUTHD01
001200* purchase or cash request arrives with the card presented and  * CAUTHD01
001300* the amount; the card must be active on the card registry      * CAUTHD01
001400* (BNKCARD) and the amount must fit the account's available     * CAUTHD01
001500* balance - ledger less held funds and savings-goal earmarks,   * CAUTHD01
001600* plus any live overdraft cover. An approval places an          * CAUTHD01
001700* authorization hold for the amount and hands back the          * CAUTHD01
001800* approval code the switch quotes again at settlement; a        * CAUTHD01
001900* decline carries the scheme's reason code.                     * CAUTHD01
002000***************************************************************** CAUTHD01
002100   05  CAU1-DATA.                                                 CAUTHD01
002200     10  CAU1I-DATA.                                              CAUTHD01
002300       15  CAU1I-FUNCTION                    PIC X(1).            CAUTHD01
002400         88  CAU1I-AUTHORIZE                 VALUE 'A'.           CAUTHD01
002500       15  CAU1I-CARDNO                      PIC X(16).           CAUTHD01
002600       15  CAU1I-AMOUNT                      PIC S9(7)V99 COMP-3. CAUTHD01
002700       15  CAU1I-CHANNEL                     PIC X(1).            CAUTHD01
002800         88  CAU1I-CHANNEL-ATM               VALUE 'A'.           CAUTHD01
002900         88  CAU1I-CHANNEL-POS               VALUE 'P'.           CAUTHD01
003000       15  CAU1I-TERMINAL                    PIC X(8).            CAUTHD01
003100     10  CAU1O-DATA.                                              CAUTHD01
003200       15  CAU1O-RESULT                      PIC X(1).            CAUTHD01
003300         88  CAU1O-APPROVED                  VALUE '0'.           CAUTHD01
003400         88  CAU1O-DECLINED                  VALUE '1'.           CAUTHD01
003500       15  CAU1O-RESPONSE-CODE               PIC X(2).            CAUTHD01
003600         88  CAU1O-RC-APPROVED               VALUE '00'.          CAUTHD01
003700         88  CAU1O-RC-INVALID-AMOUNT         VALUE '13'.          CAUTHD01
003800         88  CAU1O-RC-INVALID-CARD           VALUE '14'.          CAUTHD01
003900         88  CAU1O-RC-LOST-CARD              VALUE '41'.          CAUTHD01
004000         88  CAU1O-RC-INSUFFICIENT-FUNDS     VALUE '51'.          CAUTHD01
004100         88  CAU1O-RC-CARD-NOT-PERMITTED     VALUE '57'.          CAUTHD01
004200         88  CAU1O-RC-ACCOUNT-RESTRICTED     VALUE '62'.          CAUTHD01
004300         88  CAU1O-RC-SYSTEM-ERROR           VALUE '96'.          CAUTHD01
004400       15  CAU1O-APPROVAL-CODE               PIC X(6).            CAUTHD01
004500       15  CAU1O-HOLD-ID                     PIC 9(7).            CAUTHD01
004600       15  CAU1O-AVAILABLE                   PIC S9(9)V99 COMP-3. CAUTHD01
004700       15  CAU1O-MSG                         PIC X(62).           CAUTHD01
