000100***************************************************************** CTAXRD01
000200*                                                               * CTAXRD01
000300* Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.      * CTAXRD01
000400*                                                               * CTAXRD01
000500***************************************************************** CTAXRD01
000600                                                                  CTAXRD01
000700***************************************************************** CTAXRD01
000800* CTAXRD01.CPY                                                  * CTAXRD01
000900*---------------------------------------------------------------* CTAXRD01
001000* This area is used to pass data between callers and the tax    * CTAXRD01
001100* residency program (DTAXR01P). A customer's self-certification * CTAXRD01
001200* names up to five countries of tax residence, each foreign one * CTAXRD01
001300* with its taxpayer id there, and is held on BNKTAXR - captured * CTAXRD01
001400* at sign-up or on the maintenance screen, replacing whatever   * CTAXRD01
001500* was held before. The nightly indicia search finds customers   * CTAXRD01
001600* with a foreign country, a foreign-style postcode or an        * CTAXRD01
001700* international telephone number and no self-certification,     * CTAXRD01
001800* and queues them on the due-diligence queue BNKKYCQ (reason    * CTAXRD01
001900* TAXRES) for remediation. The annual run builds the            * CTAXRD01
002000* reportable-accounts file for a tax year - every account held  * CTAXRD01
002100* by a foreign tax resident with its year-end balance and the   * CTAXRD01
002200* gross interest DBANK86P accumulated on BNKTAXA - framed with  * CTAXRD01
002300* control totals through DBANK91P.                              * CTAXRD01
002400***************************************************************** CTAXRD01
002500   05  CTX1-DATA.                                                 CTAXRD01
002600     10  CTX1I-DATA.                                              CTAXRD01
002700       15  CTX1I-FUNCTION                    PIC X(1).            CTAXRD01
002800         88  CTX1I-READ-CERT                 VALUE 'R'.           CTAXRD01
002900         88  CTX1I-CAPTURE-CERT              VALUE 'C'.           CTAXRD01
003000         88  CTX1I-NIGHTLY-RUN               VALUE 'N'.           CTAXRD01
003100         88  CTX1I-ANNUAL-RETURN             VALUE 'A'.           CTAXRD01
003200       15  CTX1I-PID                         PIC X(5).            CTAXRD01
003300       15  CTX1I-USERID                      PIC X(5).            CTAXRD01
003400       15  CTX1I-TAX-YEAR                    PIC X(4).            CTAXRD01
003500       15  CTX1I-RESIDENCE                   OCCURS 5 TIMES.      CTAXRD01
003600         20  CTX1I-COUNTRY                   PIC X(6).            CTAXRD01
003700         20  CTX1I-TIN                       PIC X(20).           CTAXRD01
003800     10  CTX1O-DATA.                                              CTAXRD01
003900       15  CTX1O-RESULT                      PIC X(1).            CTAXRD01
004000         88  CTX1O-REQUEST-OK                VALUE '0'.           CTAXRD01
004100         88  CTX1O-REQUEST-FAIL              VALUE '1'.           CTAXRD01
004200         88  CTX1O-NOT-FOUND                 VALUE '2'.           CTAXRD01
004300       15  CTX1O-CERT-DATE                   PIC X(10).           CTAXRD01
004400       15  CTX1O-CERT-BY                     PIC X(5).            CTAXRD01
004500       15  CTX1O-RES-COUNT                   PIC 9(1).            CTAXRD01
004600       15  CTX1O-RESIDENCE                   OCCURS 5 TIMES.      CTAXRD01
004700         20  CTX1O-COUNTRY                   PIC X(6).            CTAXRD01
004800         20  CTX1O-TIN                       PIC X(20).           CTAXRD01
004900       15  CTX1O-TAX-YEAR                    PIC X(4).            CTAXRD01
005000       15  CTX1O-EXAMINED                    PIC 9(7).            CTAXRD01
005100       15  CTX1O-QUEUED                      PIC 9(5).            CTAXRD01
005200       15  CTX1O-ACCOUNTS                    PIC 9(7).            CTAXRD01
005300       15  CTX1O-UNDOCUMENTED                PIC 9(7).            CTAXRD01
005400       15  CTX1O-TOTAL-BALANCE               PIC S9(11)V99.       CTAXRD01
005500       15  CTX1O-TOTAL-INTEREST              PIC S9(11)V99.       CTAXRD01
005600       15  CTX1O-RECORD-COUNT                PIC 9(9).            CTAXRD01
005700       15  CTX1O-MSG                         PIC X(62).           CTAXRD01
