000100***************************************************************** CCAPRD01
000200*                                                               * CCAPRD01
000300* Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.      * CCAPRD01
000400*                                                               * CCAPRD01
000500***************************************************************** CCAPRD01
000600                                                                  CCAPRD01
000700***************************************************************** CCAPRD01
000800* CCAPRD01.CPY                                                  * CCAPRD01
000900*---------------------------------------------------------------* CCAPRD01
001000* This area is used to pass data between callers and the        * CCAPRD01
001100* capital adequacy program (DCAPR01P). The weights and factors  * CCAPRD01
001200* the return uses are held on BNKRWPM by class - P a product    * CCAPRD01
001300* risk weight by account type (** for any other), L a loan-to-  * CCAPRD01
001400* value band ceiling with its weight for secured loans, F a     * CCAPRD01
001500* credit conversion factor for an undrawn commitment, D the     * CCAPRD01
001600* past-due weight, and K a capital line taken from the GL by    * CCAPRD01
001700* account prefix. A row is keyed on as pending and serves       * CCAPRD01
001800* nothing until a second user approves it. The quarterly run    * CCAPRD01
001900* weights every exposure, totals the risk-weighted assets       * CCAPRD01
002000* against the capital and files the return in the repository    * CCAPRD01
002100* with its drill-down listing. A quarter is named yyyyQn        * CCAPRD01
002200***************************************************************** CCAPRD01
002300   05  CRW1-DATA.                                                 CCAPRD01
002400     10  CRW1I-DATA.                                              CCAPRD01
002500       15  CRW1I-FUNCTION                    PIC X(1).            CCAPRD01
002600         88  CRW1I-QUARTERLY-RUN             VALUE 'Q'.           CCAPRD01
002700         88  CRW1I-LIST-PARAMS               VALUE 'L'.           CCAPRD01
002800         88  CRW1I-SET-PARAM                 VALUE 'S'.           CCAPRD01
002900         88  CRW1I-APPROVE-PARAM             VALUE 'V'.           CCAPRD01
003000       15  CRW1I-USERID                      PIC X(5).            CCAPRD01
003100       15  CRW1I-CLASS                       PIC X(1).            CCAPRD01
003200         88  CRW1I-CLASS-PRODUCT             VALUE 'P'.           CCAPRD01
003300         88  CRW1I-CLASS-LTV-BAND            VALUE 'L'.           CCAPRD01
003400         88  CRW1I-CLASS-CONVERSION          VALUE 'F'.           CCAPRD01
003500         88  CRW1I-CLASS-PAST-DUE            VALUE 'D'.           CCAPRD01
003600         88  CRW1I-CLASS-CAPITAL             VALUE 'K'.           CCAPRD01
003700       15  CRW1I-KEY                         PIC X(8).            CCAPRD01
003800       15  CRW1I-PCT                         PIC S9(3)V99.        CCAPRD01
003850       15  CRW1I-QUARTER                     PIC X(6).            CCAPRD01
003900     10  CRW1O-DATA.                                              CCAPRD01
004000       15  CRW1O-RESULT                      PIC X(1).            CCAPRD01
004100         88  CRW1O-REQUEST-OK                VALUE '0'.           CCAPRD01
004200         88  CRW1O-REQUEST-FAIL              VALUE '1'.           CCAPRD01
004300         88  CRW1O-NOT-FOUND                 VALUE '2'.           CCAPRD01
004400         88  CRW1O-SELF-APPROVAL             VALUE '3'.           CCAPRD01
004500       15  CRW1O-QUARTER                     PIC X(6).            CCAPRD01
004600       15  CRW1O-EXPOSURES                   PIC 9(7).            CCAPRD01
004700       15  CRW1O-TOTAL-RWA                   PIC S9(13)V99.       CCAPRD01
004800       15  CRW1O-CAPITAL                     PIC S9(13)V99.       CCAPRD01
004900       15  CRW1O-RATIO                       PIC S9(5)V99.        CCAPRD01
005000       15  CRW1O-PARAM                       OCCURS 5 TIMES.      CCAPRD01
005100         20  CRW1O-PARAM-CLASS               PIC X(1).            CCAPRD01
005200         20  CRW1O-PARAM-KEY                 PIC X(8).            CCAPRD01
005300         20  CRW1O-PARAM-STATUS              PIC X(1).            CCAPRD01
005400         20  CRW1O-PARAM-PCT                 PIC S9(3)V99.        CCAPRD01
005500         20  CRW1O-PARAM-ADDED-BY            PIC X(5).            CCAPRD01
005600       15  CRW1O-PARAM-COUNT                 PIC 9(1).            CCAPRD01
005700       15  CRW1O-MSG                         PIC X(62).           CCAPRD01
