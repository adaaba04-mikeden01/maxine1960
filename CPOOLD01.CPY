000100***************************************************************** CPOOLD01
000200*                                                               * CPOOLD01
000300* Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.      * CPOOLD01
000400*                                                               * CPOOLD01
000500***************************************************************** CPOOLD01
000600                                                                  CPOOLD01
000700***************************************************************** CPOOLD01
000800* CPOOLD01.CPY                                                  * CPOOLD01
000900*---------------------------------------------------------------* CPOOLD01
001000* This area is used to pass data between callers and the        * CPOOLD01
001100* notional cash pooling program (DPOOL01P). A corporate group   * CPOOLD01
001200* on BNKCGRP is a hierarchy of BNKCORP entities on BNKCGRM      * CPOOLD01
001300* under one top corporate, whose PID names the group, with a    * CPOOLD01
001400* treasurer and a pool currency. The accounts its entities      * CPOOLD01
001500* put into the notional pool are held on BNKPOOLA; no money     * CPOOLD01
001600* moves between them. Each night the pool position is taken     * CPOOLD01
001700* from the end-of-day snapshot (BNKEODB), every balance in      * CPOOLD01
001800* the pool currency at the BNKFXRT rates; interest on the net   * CPOOLD01
001900* position at the BNKRATE pool rates is allocated back to the   * CPOOLD01
002000* accounts on the side that earned or incurred it, by their     * CPOOLD01
002100* share of that side; the position goes on BNKPOOLD, each       * CPOOLD01
002200* account's share on BNKPOOLI, and the allocation statement     * CPOOLD01
002300* to the treasurer through DBANK91P. The group's exposure is    * CPOOLD01
002400* checked against its DBANK48P group obligor limit.             * CPOOLD01
002500***************************************************************** CPOOLD01
002600   05  CPL1-DATA.                                                 CPOOLD01
002700     10  CPL1I-DATA.                                              CPOOLD01
002800       15  CPL1I-FUNCTION                    PIC X(1).            CPOOLD01
002900         88  CPL1I-DEFINE-GROUP              VALUE 'G'.           CPOOLD01
003000         88  CPL1I-ADD-MEMBER                VALUE 'M'.           CPOOLD01
003100         88  CPL1I-ADD-ACCOUNT               VALUE 'A'.           CPOOLD01
003200         88  CPL1I-REMOVE-ACCOUNT            VALUE 'X'.           CPOOLD01
003300         88  CPL1I-LIST-ACCOUNTS             VALUE 'L'.           CPOOLD01
003400         88  CPL1I-SHOW-POSITION             VALUE 'P'.           CPOOLD01
003500         88  CPL1I-NIGHTLY-RUN               VALUE 'N'.           CPOOLD01
003600*        The group is named by its top corporate's PID            CPOOLD01
003700       15  CPL1I-GROUP-PID                   PIC X(5).            CPOOLD01
003800       15  CPL1I-GROUP-NAME                  PIC X(30).           CPOOLD01
003900       15  CPL1I-TREASURER-PID               PIC X(5).            CPOOLD01
004000       15  CPL1I-CURRENCY                    PIC X(3).            CPOOLD01
004100*        An entity joining the group and the entity above it      CPOOLD01
004200       15  CPL1I-MEMBER-PID                  PIC X(5).            CPOOLD01
004300       15  CPL1I-PARENT-PID                  PIC X(5).            CPOOLD01
004400*        The account to add or remove, or the account a list      CPOOLD01
004500*        starts after                                             CPOOLD01
004600       15  CPL1I-ACCNO                       PIC X(9).            CPOOLD01
004700       15  CPL1I-USERID                      PIC X(5).            CPOOLD01
004800     10  CPL1O-DATA.                                              CPOOLD01
004900       15  CPL1O-RESULT                      PIC X(1).            CPOOLD01
005000         88  CPL1O-REQUEST-OK                VALUE '0'.           CPOOLD01
005100         88  CPL1O-REQUEST-FAIL              VALUE '1'.           CPOOLD01
005200         88  CPL1O-NOT-FOUND                 VALUE '2'.           CPOOLD01
005300*        The latest pool position, in the pool currency           CPOOLD01
005400       15  CPL1O-POSITION-DATE               PIC X(10).           CPOOLD01
005500       15  CPL1O-CURRENCY                    PIC X(3).            CPOOLD01
005600       15  CPL1O-CREDIT-TOTAL                PIC S9(11)V99 COMP-3.CPOOLD01
005700       15  CPL1O-DEBIT-TOTAL                 PIC S9(11)V99 COMP-3.CPOOLD01
005800       15  CPL1O-NET-POSITION                PIC S9(11)V99 COMP-3.CPOOLD01
005900       15  CPL1O-RATE                        PIC S9V9(6) COMP-3.  CPOOLD01
006000       15  CPL1O-INTEREST                    PIC S9(9)V99 COMP-3. CPOOLD01
006100       15  CPL1O-EXPOSURE                    PIC S9(11)V99 COMP-3.CPOOLD01
006200       15  CPL1O-GROUP-LIMIT                 PIC S9(11)V99 COMP-3.CPOOLD01
006300       15  CPL1O-BREACH                      PIC X(1).            CPOOLD01
006400         88  CPL1O-LIMIT-BREACHED            VALUE 'Y'.           CPOOLD01
006500       15  CPL1O-LIST-COUNT                  PIC 9(1).            CPOOLD01
006600       15  CPL1O-LIST.                                            CPOOLD01
006700         20  CPL1O-LIST-ENTRY                OCCURS 4 TIMES.      CPOOLD01
006800           25  CPL1O-LST-ACCNO               PIC X(9).            CPOOLD01
006900           25  CPL1O-LST-PID                 PIC X(5).            CPOOLD01
007000           25  CPL1O-LST-CURRENCY            PIC X(3).            CPOOLD01
007100           25  CPL1O-LST-STATUS              PIC X(1).            CPOOLD01
007200           25  CPL1O-LST-POOL-BALANCE        PIC S9(11)V99 COMP-3.CPOOLD01
007300           25  CPL1O-LST-ALLOCATION          PIC S9(9)V99 COMP-3. CPOOLD01
007400*        Nightly run totals                                       CPOOLD01
007500       15  CPL1O-GROUPS                      PIC 9(5).            CPOOLD01
007600       15  CPL1O-ACCOUNTS                    PIC 9(7).            CPOOLD01
007700       15  CPL1O-BREACHES                    PIC 9(5).            CPOOLD01
007800       15  CPL1O-RECORD-COUNT                PIC 9(9).            CPOOLD01
007900       15  CPL1O-HASH-TOTAL                  PIC 9(13).           CPOOLD01
008000       15  CPL1O-MSG                         PIC X(62).           CPOOLD01
