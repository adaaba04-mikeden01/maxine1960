000100***************************************************************** CIBRCD01
000200*                                                               * CIBRCD01
000300* Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.      * CIBRCD01
000400*                                                               * CIBRCD01
000500***************************************************************** CIBRCD01
000600                                                                  CIBRCD01
000700***************************************************************** CIBRCD01
000800* CIBRCD01.CPY                                                  * CIBRCD01
000900*---------------------------------------------------------------* CIBRCD01
001000* This area is used to pass data between callers and the        * CIBRCD01
001100* inter-branch reconciliation program (DIBRC01P). The GL sweep  * CIBRCD01
001200* records every due-to and due-from it posts between two        * CIBRCD01
001300* branches on BNKIBRT. The daily run proves, for each pair of   * CIBRCD01
001400* branches, that what one side owes equals what the other is    * CIBRCD01
001500* owed, and that each branch's due-to (250100) and due-from     * CIBRCD01
001600* (150100) ledger balances agree with its open register rows.   * CIBRCD01
001700* A break is reported and raised on the suspense register. On   * CIBRCD01
001800* the last business day of the month, or whenever net settle    * CIBRCD01
001900* is asked for, each proved pair is netted through settlement   * CIBRCD01
002000* and its register rows marked settled                          * CIBRCD01
002100***************************************************************** CIBRCD01
002200   05  CIB1-DATA.                                                 CIBRCD01
002300     10  CIB1I-DATA.                                              CIBRCD01
002400       15  CIB1I-FUNCTION                    PIC X(1).            CIBRCD01
002500         88  CIB1I-DAILY-RECON               VALUE 'R'.           CIBRCD01
002600         88  CIB1I-NET-SETTLE                VALUE 'N'.           CIBRCD01
002700       15  CIB1I-USERID                      PIC X(5).            CIBRCD01
002800     10  CIB1O-DATA.                                              CIBRCD01
002900       15  CIB1O-RESULT                      PIC X(1).            CIBRCD01
003000         88  CIB1O-REQUEST-OK                VALUE '0'.           CIBRCD01
003100         88  CIB1O-REQUEST-FAIL              VALUE '1'.           CIBRCD01
003200       15  CIB1O-PAIRS                       PIC 9(5).            CIBRCD01
003300       15  CIB1O-PAIR-BREAKS                 PIC 9(5).            CIBRCD01
003400       15  CIB1O-LEDGER-BREAKS               PIC 9(5).            CIBRCD01
003500       15  CIB1O-PAIRS-SETTLED               PIC 9(5).            CIBRCD01
003600       15  CIB1O-MSG                         PIC X(62).           CIBRCD01
