000100***************************************************************** CLNRPD01
000200*                                                               * CLNRPD01
000300*  Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.     * CLNRPD01
000400*                                                               * CLNRPD01
000500***************************************************************** CLNRPD01
000600                                                                  CLNRPD01
000700***************************************************************** CLNRPD01
000800* CLNRPD01.CPY                                                  * CLNRPD01
000900*---------------------------------------------------------------* CLNRPD01
001000* This area is used to pass data between callers and the        * CLNRPD01
001100* variable-rate repricing program (DLNRP01P). The nightly run   * CLNRPD01
001200* takes up every approved base-rate change queued on BNKRPRC    * CLNRPD01
001300* whose effective date has been reached, re-amortizes the       * CLNRPD01
001400* remaining installments of each variable-rate loan at the base * CLNRPD01
001500* rate plus the loan's margin - the superseded rows are kept    * CLNRPD01
001600* for audit - and sends each borrower a new-payment notice      * CLNRPD01
001700* ahead of the first changed installment.                       * CLNRPD01
001800***************************************************************** CLNRPD01
001900  05  CRP1-DATA.                                                  CLNRPD01
002000    10  CRP1I-DATA.                                               CLNRPD01
002100      15  CRP1I-FUNCTION                    PIC X(1).             CLNRPD01
002200        88  CRP1I-NIGHTLY-RUN               VALUE 'N'.            CLNRPD01
002300    10  CRP1O-DATA.                                               CLNRPD01
002400      15  CRP1O-RESULT                      PIC X(1).             CLNRPD01
002500        88  CRP1O-REQUEST-OK                VALUE '0'.            CLNRPD01
002600        88  CRP1O-REQUEST-FAIL              VALUE '1'.            CLNRPD01
002700      15  CRP1O-BASE-RATE                   PIC S9V9(6) COMP-3.   CLNRPD01
002800      15  CRP1O-CHANGES-APPLIED             PIC 9(5).             CLNRPD01
002900      15  CRP1O-LOANS-REPRICED              PIC 9(5).             CLNRPD01
003000      15  CRP1O-LOANS-UNCHANGED             PIC 9(5).             CLNRPD01
003100      15  CRP1O-LETTERS-CUT                 PIC 9(5).             CLNRPD01
003200      15  CRP1O-MSG                         PIC X(62).            CLNRPD01
