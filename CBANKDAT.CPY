000900*---------------------------------------------------------------* CBANKDAT
001000* Common data passed between the major components               * CBANKDAT
001100***************************************************************** CBANKDAT
001200     10  BANK-EVERYTHING                     PIC X(32654).        CBANKDAT
001300     10  FILLER REDEFINES BANK-EVERYTHING.                        CBANKDAT
001400       15  BANK-PREFIX                       PIC X(22).           CBANKDAT
001500       15  BANK-IMS-PREFIX REDEFINES BANK-PREFIX.                 CBANKDAT
009809         20  BANK-MAINT-FLAG                 PIC X(1).            CBANKDAT
009810           88  BANK-MAINT-QUIESCE            VALUE 'Y'.           CBANKDAT
009811         20  BANK-PSWD                       PIC X(8).            CBANKDAT
009820*        Where the session signed on from - the terminal id on    CBANKDAT
009830*        3270, the client address on INET - set by the screen     CBANKDAT
009840*        layer before the sign-on is checked                      CBANKDAT
009850         20  BANK-SIGNON-TERMINAL            PIC X(15).           CBANKDAT
009860*        The session opened at sign-on on BNKSESS - every screen  CBANKDAT
009870*        touches it with the idle check, and a later sign-on      CBANKDAT
009880*        elsewhere may end it                                     CBANKDAT
009890         20  BANK-SESSION-ID                 PIC 9(9).            CBANKDAT
009900       15  BANK-HELP-DATA.                                        CBANKDAT
010000         20  BANK-HELP-SCRN                  PIC X(6).            CBANKDAT
010100         20  BANK-HELP-STATUS                PIC X(1).            CBANKDAT
012430*        Per-user notice line (unread secure messages) - kept     CBANKDAT
012440*        off BANK-ERROR-MSG, which feeds the exception log        CBANKDAT
012450           25  BANK-SCR20-NOTICE            PIC X(48).            CBANKDAT
012460*        Last good and last failed sign-on before this session    CBANKDAT
012470           25  BANK-SCR20-LAST-OK           PIC X(60).            CBANKDAT
012480           25  BANK-SCR20-LAST-FAIL         PIC X(60).            CBANKDAT
012500         20  BANK-SCREEN20-DATA-R REDEFINES BANK-SCREEN20-DATA.   CBANKDAT
012600           25  BANK-SCREEN20-FIELD           OCCURS 5 TIMES.      CBANKDAT
012700             30  BANK-SCR20-ID               PIC X(1).            CBANKDAT
016506           25  BANK-SCR30-CUR1             PIC X(3).              CBANKDAT
016517           25  BANK-SCR30-BSE1             PIC X(13).             CBANKDAT
016518           25  BANK-SCR30-AVL1             PIC X(13).             CBANKDAT
016519           25  BANK-SCR30-GOL1             PIC X(13).             CBANKDAT
016520           25  BANK-SCR30-RWD1             PIC X(13).             CBANKDAT
016521           25  BANK-SCR30-RMT1             PIC X(13).             CBANKDAT
016522           25  BANK-SCR30-SEL2               PIC X(1).            CBANKDAT
016523           25  BANK-SCR30-ACC2               PIC X(9).            CBANKDAT
016524           25  BANK-SCR30-DSC2               PIC X(15).           CBANKDAT
016531           25  BANK-SCR30-BSE2             PIC X(13).             CBANKDAT
016532           25  BANK-SCR30-AVL2             PIC X(13).             CBANKDAT
016533           25  BANK-SCR30-GOL2             PIC X(13).             CBANKDAT
016534           25  BANK-SCR30-RWD2             PIC X(13).             CBANKDAT
016535           25  BANK-SCR30-RMT2             PIC X(13).             CBANKDAT
016536           25  BANK-SCR30-SEL3               PIC X(1).            CBANKDAT
016537           25  BANK-SCR30-ACC3               PIC X(9).            CBANKDAT
016538           25  BANK-SCR30-DSC3               PIC X(15).           CBANKDAT
016539           25  BANK-SCR30-BAL3               PIC X(13).           CBANKDAT
016540           25  BANK-SCR30-SRV3               PIC X(6).            CBANKDAT
016541           25  BANK-SCR30-DTE3               PIC X(11).           CBANKDAT
016542           25  BANK-SCR30-TXN3               PIC X(1).            CBANKDAT
016543           25  BANK-SCR30-STA3               PIC X(1).            CBANKDAT
016544           25  BANK-SCR30-CUR3             PIC X(3).              CBANKDAT
016545           25  BANK-SCR30-BSE3             PIC X(13).             CBANKDAT
016546           25  BANK-SCR30-AVL3             PIC X(13).             CBANKDAT
016547           25  BANK-SCR30-GOL3             PIC X(13).             CBANKDAT
016548           25  BANK-SCR30-RWD3             PIC X(13).             CBANKDAT
016549           25  BANK-SCR30-RMT3             PIC X(13).             CBANKDAT
016550           25  BANK-SCR30-SEL4               PIC X(1).            CBANKDAT
016551           25  BANK-SCR30-ACC4               PIC X(9).            CBANKDAT
016552           25  BANK-SCR30-DSC4               PIC X(15).           CBANKDAT
016553           25  BANK-SCR30-BAL4               PIC X(13).           CBANKDAT
016554           25  BANK-SCR30-SRV4               PIC X(6).            CBANKDAT
016555           25  BANK-SCR30-DTE4               PIC X(11).           CBANKDAT
016556           25  BANK-SCR30-TXN4               PIC X(1).            CBANKDAT
016557           25  BANK-SCR30-STA4               PIC X(1).            CBANKDAT
016558           25  BANK-SCR30-CUR4             PIC X(3).              CBANKDAT
016559           25  BANK-SCR30-BSE4             PIC X(13).             CBANKDAT
016560           25  BANK-SCR30-AVL4             PIC X(13).             CBANKDAT
016561           25  BANK-SCR30-GOL4             PIC X(13).             CBANKDAT
016562           25  BANK-SCR30-RWD4             PIC X(13).             CBANKDAT
016563           25  BANK-SCR30-RMT4             PIC X(13).             CBANKDAT
016564           25  BANK-SCR30-SEL5               PIC X(1).            CBANKDAT
016565           25  BANK-SCR30-ACC5               PIC X(9).            CBANKDAT
016566           25  BANK-SCR30-DSC5               PIC X(15).           CBANKDAT
016567           25  BANK-SCR30-BAL5               PIC X(13).           CBANKDAT
016568           25  BANK-SCR30-SRV5               PIC X(6).            CBANKDAT
016569           25  BANK-SCR30-DTE5               PIC X(11).           CBANKDAT
016570           25  BANK-SCR30-TXN5               PIC X(1).            CBANKDAT
016571           25  BANK-SCR30-STA5               PIC X(1).            CBANKDAT
016572           25  BANK-SCR30-CUR5             PIC X(3).              CBANKDAT
016573           25  BANK-SCR30-BSE5             PIC X(13).             CBANKDAT
016574           25  BANK-SCR30-AVL5             PIC X(13).             CBANKDAT
016575           25  BANK-SCR30-GOL5             PIC X(13).             CBANKDAT
016576           25  BANK-SCR30-RWD5             PIC X(13).             CBANKDAT
016577           25  BANK-SCR30-RMT5             PIC X(13).             CBANKDAT
016600           25  BANK-SCR30-SRVMSG             PIC X(62).           CBANKDAT
016700         20  BANK-SCREEN30-DATA-R REDEFINES BANK-SCREEN30-DATA.   CBANKDAT
016800           25  BANK-SCREEN30-INPUT-DATA.                          CBANKDAT
017709               35  BANK-SCR30-BSE            PIC X(13).           CBANKDAT
017710               35  BANK-SCR30-AVL            PIC X(13).           CBANKDAT
017711               35  BANK-SCR30-GOL            PIC X(13).           CBANKDAT
017712               35  BANK-SCR30-RWD            PIC X(13).           CBANKDAT
017713               35  BANK-SCR30-RMT            PIC X(13).           CBANKDAT
017800         20  BANK-SCREEN40-DATA.                                  CBANKDAT
017900           25  BANK-SCR40-ACC                PIC X(9).            CBANKDAT
018000           25  BANK-SCR40-ACCTYPE            PIC X(15).           CBANKDAT
024600           25  BANK-SCR50-ACC5               PIC X(9).            CBANKDAT
024700           25  BANK-SCR50-DSC5               PIC X(15).           CBANKDAT
024800           25  BANK-SCR50-BAL5               PIC X(13).           CBANKDAT
024820*        A bill payee number pays that bill from the FROM account CBANKDAT
024840*        for the amount keyed, instead of a transfer between ours CBANKDAT
024860           25  BANK-SCR50-BILLSEQ            PIC X(3).            CBANKDAT
024870*        A phone number or email registered as a payment alias -  CBANKDAT
024880*        the payee's masked name is shown first, key Y to pay     CBANKDAT
024890           25  BANK-SCR50-ALIAS              PIC X(30).           CBANKDAT
024900           25  BANK-SCR50-ALIASCONF          PIC X(1).            CBANKDAT
024910          25  BANK-SCR50-MEMO               PIC X(30).            CBANKDAT
024913*        A future value date warehouses the transfer instead of   CBANKDAT
024914*        posting it - released on that morning by the diary       CBANKDAT
024919*        Key Y to post a transfer flagged as a possible           CBANKDAT
024920*        duplicate - the override is written to the audit trail   CBANKDAT
024921          25  BANK-SCR50-DUPCONF            PIC X(1).             CBANKDAT
024922*        A payment needing a confirmation code is held on the     CBANKDAT
024923*        screen - key the code sent to confirm it                 CBANKDAT
024924           25  BANK-SCR50-STEPCODE           PIC X(6).            CBANKDAT
024925           25  BANK-SCR50-ERRMSG             PIC X(62).           CBANKDAT
025000         20  BANK-SCREEN60-DATA.                                  CBANKDAT
025100           25  BANK-SCR60-RETURN-TO          PIC X(8).            CBANKDAT
025200           25  BANK-SCR60-CONTACT-ID         PIC X(5).            CBANKDAT
027730           25  BANK-SCR60-POSTAL-OVERRIDE    PIC X(1).            CBANKDAT
027740*          Keyed only to correct the recorded date of birth       CBANKDAT
027750           25  BANK-SCR60-NEW-DOB            PIC X(10).           CBANKDAT
027755*          Marketing consents, Y or N - mail, email and telephone CBANKDAT
027760*          in turn, each for own offers, partner offers, research CBANKDAT
027765           25  BANK-SCR60-OLD-CONSENTS.                           CBANKDAT
027770             30  BANK-SCR60-OLD-CNS          PIC X(1)             CBANKDAT
027775                 OCCURS 9 TIMES.                                  CBANKDAT
027780           25  BANK-SCR60-NEW-CONSENTS.                           CBANKDAT
027785             30  BANK-SCR60-NEW-CNS          PIC X(1)             CBANKDAT
027790                 OCCURS 9 TIMES.                                  CBANKDAT
027800         20  BANK-SCREEN70-DATA.                                  CBANKDAT
027900           25  BANK-SCR70-AMOUNT             PIC X(7).            CBANKDAT
028000           25  BANK-SCR70-RATE               PIC X(7).            CBANKDAT
028271           25  BANK-SCR70-MONTHS             PIC X(3).            CBANKDAT
028272           25  BANK-SCR70-QUOTEID            PIC X(7).            CBANKDAT
028273           25  BANK-SCR70-PAYOFF             PIC X(13).           CBANKDAT
028274           25  BANK-SCR70-FEEARR             PIC X(13).           CBANKDAT
028275           25  BANK-SCR70-INTARR             PIC X(13).           CBANKDAT
028276           25  BANK-SCR70-VALIDTO            PIC X(10).           CBANKDAT
028277           25  BANK-SCR70-SRVMSG             PIC X(62).           CBANKDAT
028280*          'V' files the loan at a margin over the base rate      CBANKDAT
028290           25  BANK-SCR70-RTYPE              PIC X(1).            CBANKDAT
028300          20  BANK-SCREEN80-DATA.                                 CBANKDAT
028400           25  BANK-SCR80-SCRN               PIC X(6).            CBANKDAT
028500           25  BANK-SCR80-SCRN-STATUS        PIC X(1).            CBANKDAT
030713          25  BANK-SCR91-TIN                PIC X(9).             CBANKDAT
030714          25  BANK-SCR91-TINCERT            PIC X(1).             CBANKDAT
030715          25  BANK-SCR91-POSTAL-OVERRIDE    PIC X(1).             CBANKDAT
030716*         Countries of tax residence self-certified               CBANKDAT
030717          25  BANK-SCR91-TAXRES             OCCURS 3 TIMES.       CBANKDAT
030718            30  BANK-SCR91-TAXCNTRY         PIC X(6).             CBANKDAT
030719            30  BANK-SCR91-TAXTIN           PIC X(20).            CBANKDAT
030720          25  BANK-SCR91-NEWPID             PIC X(5).             CBANKDAT
030800          25  BANK-SCR91-ERRMSG             PIC X(62).            CBANKDAT
030900                                                                  CBANKDAT
039000       20  BANK-SCREEN21-DATA.                                    CBANKDAT
039100*        Branch services menu (BBANK21P) - selection list         CBANKDAT
039200*        built from the CSRVOPT service table                     CBANKDAT
039300         25  BANK-SCREEN21-FIELD           OCCURS 43 TIMES.       CBANKDAT
039400           30  BANK-SCR21-ID               PIC X(2).              CBANKDAT
039500           30  BANK-SCR21-IP               PIC X(2).              CBANKDAT
039600           30  BANK-SCR21-TX               PIC X(40).             CBANKDAT
039601       20  BANK-SCREEN21-SHARED REDEFINES                         CBANKDAT
039602                            BANK-SCREEN21-DATA.                   CBANKDAT
039603*        The menu list is rebuilt each time the menu is shown, so CBANKDAT
039604*        the services reached from it below keep their screen     CBANKDAT
039605*        data in its area while they are in use                   CBANKDAT
039606         25  BANK-SCREEN16-DATA.                                  CBANKDAT
039607*        Credit card accounts (BBANK16P) - open, set the limit andCBANKDAT
039608*        the automatic payment, take a payment from a deposit     CBANKDAT
039609*        account and enquire                                      CBANKDAT
039610           30  BANK-SCR16-ACTION           PIC X(1).              CBANKDAT
039611           30  BANK-SCR16-PID              PIC X(5).              CBANKDAT
039612           30  BANK-SCR16-ACC              PIC X(9).              CBANKDAT
039613           30  BANK-SCR16-LIMIT            PIC X(9).              CBANKDAT
039614           30  BANK-SCR16-FROMACC          PIC X(9).              CBANKDAT
039615           30  BANK-SCR16-AMOUNT           PIC X(9).              CBANKDAT
039616           30  BANK-SCR16-AUTOPAY          PIC X(1).              CBANKDAT
039617           30  BANK-SCR16-OWED             PIC X(13).             CBANKDAT
039618           30  BANK-SCR16-AVAIL            PIC X(13).             CBANKDAT
039619           30  BANK-SCR16-STMTDATE         PIC X(10).             CBANKDAT
039620           30  BANK-SCR16-STMTBAL          PIC X(13).             CBANKDAT
039621           30  BANK-SCR16-MINDUE           PIC X(13).             CBANKDAT
039622           30  BANK-SCR16-DUEDATE          PIC X(10).             CBANKDAT
039623           30  BANK-SCR16-PAIDSINCE        PIC X(13).             CBANKDAT
039624           30  BANK-SCR16-PASTDUE          PIC X(13).             CBANKDAT
039625           30  BANK-SCR16-ERRMSG           PIC X(62).             CBANKDAT
039626         25  BANK-SCREEN17-DATA.                                  CBANKDAT
039627*        Bank guarantees and standby credits (BBANK17P) - issue,  CBANKDAT
039628*        amend, cancel and capture a beneficiary's claim          CBANKDAT
039629           30  BANK-SCR17-ACTION           PIC X(1).              CBANKDAT
039630           30  BANK-SCR17-REF              PIC X(9).              CBANKDAT
039631           30  BANK-SCR17-CORPPID          PIC X(5).              CBANKDAT
039632           30  BANK-SCR17-KIND             PIC X(1).              CBANKDAT
039633           30  BANK-SCR17-BENENAME         PIC X(25).             CBANKDAT
039634           30  BANK-SCR17-BENERTE          PIC X(9).              CBANKDAT
039635           30  BANK-SCR17-BENEACC          PIC X(17).             CBANKDAT
039636           30  BANK-SCR17-CCY              PIC X(3).              CBANKDAT
039637           30  BANK-SCR17-AMOUNT           PIC X(9).              CBANKDAT
039638           30  BANK-SCR17-EXPIRY           PIC X(10).             CBANKDAT
039639           30  BANK-SCR17-ACC              PIC X(9).              CBANKDAT
039640           30  BANK-SCR17-MARGIN           PIC X(9).              CBANKDAT
039641           30  BANK-SCR17-NOTE             PIC X(30).             CBANKDAT
039642           30  BANK-SCR17-BASEAMT          PIC X(13).             CBANKDAT
039643           30  BANK-SCR17-AUTHID           PIC X(7).              CBANKDAT
039644           30  BANK-SCR17-ERRMSG           PIC X(62).             CBANKDAT
039645         25  BANK-SCREEN18-DATA.                                  CBANKDAT
039646*        Safe-deposit boxes (BBANK18P) - add a box, open a rental,CBANKDAT
039647*        record a vault visit, take arrears, surrender, drill and CBANKDAT
039648*        release the contents                                     CBANKDAT
039649           30  BANK-SCR18-ACTION           PIC X(1).              CBANKDAT
039650           30  BANK-SCR18-BRANCH           PIC X(4).              CBANKDAT
039651           30  BANK-SCR18-BOXNO            PIC X(5).              CBANKDAT
039652           30  BANK-SCR18-SIZE             PIC X(2).              CBANKDAT
039653           30  BANK-SCR18-RENTAL           PIC X(7).              CBANKDAT
039654           30  BANK-SCR18-HOLDERS          OCCURS 3 TIMES.        CBANKDAT
039655             35  BANK-SCR18-HOLDER         PIC X(5).              CBANKDAT
039656           30  BANK-SCR18-PID              PIC X(5).              CBANKDAT
039657           30  BANK-SCR18-ACC              PIC X(9).              CBANKDAT
039658           30  BANK-SCR18-KEYS             PIC X(1).              CBANKDAT
039659           30  BANK-SCR18-SIGNED           PIC X(1).              CBANKDAT
039660           30  BANK-SCR18-WITNESS          PIC X(5).              CBANKDAT
039661           30  BANK-SCR18-INV              OCCURS 5 TIMES.        CBANKDAT
039662             35  BANK-SCR18-INVDESC        PIC X(30).             CBANKDAT
039663             35  BANK-SCR18-INVCASH        PIC X(9).              CBANKDAT
039664           30  BANK-SCR18-RENT             PIC X(13).             CBANKDAT
039665           30  BANK-SCR18-PAIDTO           PIC X(10).             CBANKDAT
039666           30  BANK-SCR18-ARREARS          PIC X(13).             CBANKDAT
039667           30  BANK-SCR18-ESCID            PIC X(7).              CBANKDAT
039668           30  BANK-SCR18-ERRMSG           PIC X(62).             CBANKDAT
039669         25  BANK-SCREEN19-DATA.                                  CBANKDAT
039670*        Mortgage escrow (BBANK19P) - open the escrow account on aCBANKDAT
039671*        secured loan, add and cancel the tax and insurance bills CBANKDAT
039672*        it pays, enquire and re-run the analysis                 CBANKDAT
039673           30  BANK-SCR19-ACTION           PIC X(1).              CBANKDAT
039674           30  BANK-SCR19-LOANID           PIC X(6).              CBANKDAT
039675           30  BANK-SCR19-BILLSEQ          PIC X(3).              CBANKDAT
039676           30  BANK-SCR19-KIND             PIC X(1).              CBANKDAT
039677           30  BANK-SCR19-PAYEE            PIC X(25).             CBANKDAT
039678           30  BANK-SCR19-ROUTING          PIC X(9).              CBANKDAT
039679           30  BANK-SCR19-EXTACC           PIC X(17).             CBANKDAT
039680           30  BANK-SCR19-AMOUNT           PIC X(9).              CBANKDAT
039681           30  BANK-SCR19-FREQ             PIC X(1).              CBANKDAT
039682           30  BANK-SCR19-NEXTDUE          PIC X(10).             CBANKDAT
039683           30  BANK-SCR19-ESCACC           PIC X(9).              CBANKDAT
039684           30  BANK-SCR19-MONTHLY          PIC X(13).             CBANKDAT
039685           30  BANK-SCR19-BALANCE          PIC X(13).             CBANKDAT
039686           30  BANK-SCR19-NEXTANAL         PIC X(10).             CBANKDAT
039687           30  BANK-SCR19-LIST             OCCURS 3 TIMES.        CBANKDAT
039688             35  BANK-SCR19-LST-SEQ        PIC X(3).              CBANKDAT
039689             35  BANK-SCR19-LST-KND        PIC X(1).              CBANKDAT
039690             35  BANK-SCR19-LST-PAYEE      PIC X(25).             CBANKDAT
039691             35  BANK-SCR19-LST-AMT        PIC X(13).             CBANKDAT
039692             35  BANK-SCR19-LST-FRQ        PIC X(1).              CBANKDAT
039693             35  BANK-SCR19-LST-DUE        PIC X(10).             CBANKDAT
039694           30  BANK-SCR19-ERRMSG           PIC X(62).             CBANKDAT
039695         25  BANK-SCREEN22-FX-DATA.                               CBANKDAT
039696*        Teller foreign notes (BBANK22P) - the currency, S the    CBANKDAT
039697*        bank sells or B it buys, settled in C(ash) or against    CBANKDAT
039698*        the A(ccount), and the notes by value                    CBANKDAT
039699           30  BANK-SCR22-CCY              PIC X(3).              CBANKDAT
039700           30  BANK-SCR22-SIDE             PIC X(1).              CBANKDAT
039701           30  BANK-SCR22-SETTLE           PIC X(1).              CBANKDAT
039702           30  BANK-SCR22-NOTES            OCCURS 6 TIMES.        CBANKDAT
039703             35  BANK-SCR22-NOTEVAL        PIC X(7).              CBANKDAT
039704             35  BANK-SCR22-NOTECNT        PIC X(5).              CBANKDAT
039705           30  BANK-SCR22-FXRATE           PIC X(10).             CBANKDAT
039706           30  BANK-SCR22-FXAMT            PIC X(14).             CBANKDAT
039707           30  BANK-SCR22-FXBASE           PIC X(13).             CBANKDAT
039708         25  BANK-SCREEN64-FX-DATA.                               CBANKDAT
039709*        Foreign drawer proof (BBANK64P) - a currency's notes by  CBANKDAT
039710*        value; the base proof shows the currencies left to prove CBANKDAT
039711           30  BANK-SCR64-CURRENCY         PIC X(3).              CBANKDAT
039712           30  BANK-SCR64-NOTES            OCCURS 6 TIMES.        CBANKDAT
039713             35  BANK-SCR64-NOTEVAL        PIC X(7).              CBANKDAT
039714             35  BANK-SCR64-NOTECNT        PIC X(5).              CBANKDAT
039715           30  BANK-SCR64-BASEOS           PIC X(13).             CBANKDAT
039716           30  BANK-SCR64-CCYS             PIC X(2).              CBANKDAT
039717                                                                  CBANKDAT
039800       20  BANK-SCREEN22-DATA.                                    CBANKDAT
039900*        Teller cash screen (BBANK22P)                            CBANKDAT
040000         25  BANK-SCR22-ACTION             PIC X(1).              CBANKDAT
040331*        The drawer account off the cheque face - the early       CBANKDAT
040332*        hold release matches on it at clearing                   CBANKDAT
040333         25  BANK-SCR22-CHQACC             PIC X(9).              CBANKDAT
040340*        The drawer bank's routing number - left blank for a      CBANKDAT
040360*        cheque drawn on us                                       CBANKDAT
040380         25  BANK-SCR22-CHQRTE             PIC X(9).              CBANKDAT
040382*        The notes and coin handed over or paid out, if the       CBANKDAT
040384*        teller breaks the cash down - the lines must add up      CBANKDAT
040386*        to the amount                                            CBANKDAT
040388         25  BANK-SCR22-DENOMS             OCCURS 6 TIMES.        CBANKDAT
040390           30  BANK-SCR22-DENVAL           PIC X(6).              CBANKDAT
040392           30  BANK-SCR22-DENCNT           PIC X(5).              CBANKDAT
040400         25  BANK-SCR22-NEWBAL             PIC X(13).             CBANKDAT
040500         25  BANK-SCR22-CASH-IN            PIC X(13).             CBANKDAT
040600         25  BANK-SCR22-CASH-OUT           PIC X(13).             CBANKDAT
040700         25  BANK-SCR22-CASH-NET           PIC X(13).             CBANKDAT
040720*        The journal receipt number given to the customer         CBANKDAT
040740         25  BANK-SCR22-RECEIPT            PIC X(12).             CBANKDAT
040800         25  BANK-SCR22-ERRMSG             PIC X(62).             CBANKDAT
040900                                                                  CBANKDAT
041000       20  BANK-SCREEN23-DATA.                                    CBANKDAT
042500         25  BANK-SCR24-AMOUNT             PIC X(9).              CBANKDAT
042600         25  BANK-SCR24-REF                PIC X(7).              CBANKDAT
042610         25  BANK-SCR24-INSTNAME           PIC X(25).             CBANKDAT
042620*        Bill payees (actions B, R and Y) key a directory biller  CBANKDAT
042640*        and the customer's reference with it                     CBANKDAT
042660         25  BANK-SCR24-BILLER             PIC X(6).              CBANKDAT
042680         25  BANK-SCR24-BILLREF            PIC X(17).             CBANKDAT
042685*        Confirmation code sent for a high-risk payment           CBANKDAT
042690         25  BANK-SCR24-STEPCODE           PIC X(6).              CBANKDAT
042700         25  BANK-SCR24-LIST               OCCURS 3 TIMES.        CBANKDAT
042800           30  BANK-SCR24-LST-SEQ          PIC X(3).              CBANKDAT
042900           30  BANK-SCR24-LST-ROUTING      PIC X(9).              CBANKDAT
043600         25  BANK-SCR25-ACTION             PIC X(1).              CBANKDAT
043700         25  BANK-SCR25-TYPE               PIC X(2).              CBANKDAT
043800         25  BANK-SCR25-KIND               PIC X(1).              CBANKDAT
043850         25  BANK-SCR25-CAT                PIC X(4).              CBANKDAT
043900         25  BANK-SCR25-EFFDT              PIC X(10).             CBANKDAT
044000         25  BANK-SCR25-RATE               PIC X(7).              CBANKDAT
044100         25  BANK-SCR25-AMT                PIC X(5).              CBANKDAT
044300         25  BANK-SCR25-PENDING            OCCURS 3 TIMES.        CBANKDAT
044400           30  BANK-SCR25-PND-TYPE         PIC X(2).              CBANKDAT
044500           30  BANK-SCR25-PND-KIND         PIC X(1).              CBANKDAT
044550           30  BANK-SCR25-PND-CAT          PIC X(4).              CBANKDAT
044600           30  BANK-SCR25-PND-THRESH       PIC X(7).              CBANKDAT
044700           30  BANK-SCR25-PND-EFFDT        PIC X(10).             CBANKDAT
044800           30  BANK-SCR25-PND-RATE         PIC X(8).              CBANKDAT
051100         25  BANK-SCR29-ALRS               OCCURS 3 TIMES.        CBANKDAT
051200           30  BANK-SCR29-ALR-RSN          PIC X(20).             CBANKDAT
051300           30  BANK-SCR29-ALR-TS           PIC X(19).             CBANKDAT
051350         25  BANK-SCR29-COVBR              PIC X(3).              CBANKDAT
051360         25  BANK-SCR29-PRF-MONTH          PIC X(7).              CBANKDAT
051370         25  BANK-SCR29-PRF-AMT            PIC X(15).             CBANKDAT
051380         25  BANK-SCR29-PRF-DEC            PIC X(2).              CBANKDAT
051390         25  BANK-SCR29-PRF-TIER           PIC X(1).              CBANKDAT
051395         25  BANK-SCR29-UNDELIV            PIC X(1).              CBANKDAT
051400         25  BANK-SCR29-ERRMSG             PIC X(62).             CBANKDAT
051500                                                                  CBANKDAT
051600       20  BANK-SCREEN31-DATA.                                    CBANKDAT
054900                                                                  CBANKDAT
055000       20  BANK-SCREEN34-DATA.                                    CBANKDAT
055100*        Contact-change confirmation (BBANK34P)                   CBANKDAT
055110*        Action blank confirms a contact change; R registers the  CBANKDAT
055120*        verified phone (type T) or email (type E) as a payment   CBANKDAT
055130*        alias for the account keyed, A confirms it with the code CBANKDAT
055140*        sent and X releases the alias of the type keyed          CBANKDAT
055150         25  BANK-SCR34-ACTION             PIC X(1).              CBANKDAT
055160         25  BANK-SCR34-ALIAS-TYPE         PIC X(1).              CBANKDAT
055170         25  BANK-SCR34-ALIAS-ACC          PIC X(9).              CBANKDAT
055200         25  BANK-SCR34-CODE               PIC X(6).              CBANKDAT
055300         25  BANK-SCR34-ERRMSG             PIC X(62).             CBANKDAT
055400                                                                  CBANKDAT
061918           30  BANK-SCR53-LST-LOAN         PIC X(6).              CBANKDAT
061919           30  BANK-SCR53-LST-DAYS         PIC X(5).              CBANKDAT
061920           30  BANK-SCR53-LST-ARR          PIC X(13).             CBANKDAT
061921           30  BANK-SCR53-LST-FEE          PIC X(13).             CBANKDAT
061922           30  BANK-SCR53-LST-INT          PIC X(13).             CBANKDAT
061923           30  BANK-SCR53-LST-BKT          PIC X(3).              CBANKDAT
061924           30  BANK-SCR53-LST-PRM          PIC X(10).             CBANKDAT
061925           30  BANK-SCR53-LST-BRK          PIC X(1).              CBANKDAT
061926         25  BANK-SCR53-ERRMSG             PIC X(62).             CBANKDAT
061927                                                                  CBANKDAT
061928       20  BANK-SCREEN54-DATA.                                    CBANKDAT
061929*        Collateral register maintenance (BBANK54P)               CBANKDAT
061930         25  BANK-SCR54-ACTION             PIC X(1).              CBANKDAT
061931         25  BANK-SCR54-COLLID             PIC X(7).              CBANKDAT
061932         25  BANK-SCR54-LOANID             PIC X(6).              CBANKDAT
061933         25  BANK-SCR54-TYPE               PIC X(2).              CBANKDAT
061934         25  BANK-SCR54-DESC               PIC X(30).             CBANKDAT
061935         25  BANK-SCR54-VALUE              PIC X(9).              CBANKDAT
061936         25  BANK-SCR54-VALDATE            PIC X(10).             CBANKDAT
061937         25  BANK-SCR54-REVDATE            PIC X(10).             CBANKDAT
061938         25  BANK-SCR54-LIST               OCCURS 3 TIMES.        CBANKDAT
061939           30  BANK-SCR54-LST-ID           PIC X(7).              CBANKDAT
061940           30  BANK-SCR54-LST-TYP          PIC X(2).              CBANKDAT
061941           30  BANK-SCR54-LST-VAL          PIC X(13).             CBANKDAT
061942           30  BANK-SCR54-LST-VDT          PIC X(10).             CBANKDAT
061943           30  BANK-SCR54-LST-RDT          PIC X(10).             CBANKDAT
061944         25  BANK-SCR54-ESCROW             PIC X(1).              CBANKDAT
061945         25  BANK-SCR54-ERRMSG             PIC X(62).             CBANKDAT
061946       20  BANK-SCREEN56-DATA.                                    CBANKDAT
061947*        Account holds and legal orders (BBANK56P)                CBANKDAT
061948         25  BANK-SCR56-ACTION             PIC X(1).              CBANKDAT
061949         25  BANK-SCR56-HOLDID             PIC X(7).              CBANKDAT
061950         25  BANK-SCR56-ACC                PIC X(9).              CBANKDAT
061951         25  BANK-SCR56-AMOUNT             PIC X(9).              CBANKDAT
061952         25  BANK-SCR56-AUTH               PIC X(25).             CBANKDAT
061953         25  BANK-SCR56-EXPIRY             PIC X(10).             CBANKDAT
061954         25  BANK-SCR56-ROUTING            PIC X(9).              CBANKDAT
061955         25  BANK-SCR56-EXTACC             PIC X(17).             CBANKDAT
061956         25  BANK-SCR56-LIST               OCCURS 3 TIMES.        CBANKDAT
061957           30  BANK-SCR56-LST-ID           PIC X(7).              CBANKDAT
061958           30  BANK-SCR56-LST-KND          PIC X(1).              CBANKDAT
061959           30  BANK-SCR56-LST-AMT          PIC X(13).             CBANKDAT
061960           30  BANK-SCR56-LST-UNT          PIC X(10).             CBANKDAT
061961           30  BANK-SCR56-LST-AUT          PIC X(25).             CBANKDAT
061962         25  BANK-SCR56-ERRMSG             PIC X(62).             CBANKDAT
061963                                                                  CBANKDAT
061964       20  BANK-SCREEN57-DATA.                                    CBANKDAT
061965*        Corporate entities and signing rules (BBANK57P)          CBANKDAT
061966         25  BANK-SCR57-ACTION             PIC X(1).              CBANKDAT
061967         25  BANK-SCR57-CORPPID            PIC X(5).              CBANKDAT
061968         25  BANK-SCR57-REGNAME            PIC X(40).             CBANKDAT
061969         25  BANK-SCR57-REGNO              PIC X(12).             CBANKDAT
061970         25  BANK-SCR57-SIGPID             PIC X(5).              CBANKDAT
061971         25  BANK-SCR57-RULE               PIC X(1).              CBANKDAT
061972         25  BANK-SCR57-NAMED              PIC X(5).              CBANKDAT
061973         25  BANK-SCR57-THRESH             PIC X(9).              CBANKDAT
061974         25  BANK-SCR57-LIST               OCCURS 3 TIMES.        CBANKDAT
061975           30  BANK-SCR57-LST-PID          PIC X(5).              CBANKDAT
061976           30  BANK-SCR57-LST-NAME         PIC X(25).             CBANKDAT
061977         25  BANK-SCR57-STMACC             PIC X(9).              CBANKDAT
061978         25  BANK-SCR57-INTERIM            PIC X(1).              CBANKDAT
061979         25  BANK-SCR57-VCOUNT             PIC X(3).              CBANKDAT
061980         25  BANK-SCR57-HISTORY            PIC X(50)              CBANKDAT
061981                                             OCCURS 3 TIMES.      CBANKDAT
061982         25  BANK-SCR57-ERRMSG             PIC X(62).             CBANKDAT
061983                                                                  CBANKDAT
061984       20  BANK-SCREEN58-DATA.                                    CBANKDAT
061985*        Periodic KYC review and document registry (BBANK58P)     CBANKDAT
061986         25  BANK-SCR58-ACTION             PIC X(1).              CBANKDAT
061987         25  BANK-SCR58-PID                PIC X(5).              CBANKDAT
061988         25  BANK-SCR58-DOCTYPE            PIC X(2).              CBANKDAT
061989         25  BANK-SCR58-DOCREF             PIC X(20).             CBANKDAT
061990         25  BANK-SCR58-DOCEXP             PIC X(10).             CBANKDAT
061991         25  BANK-SCR58-BAND               PIC X(1).              CBANKDAT
061992         25  BANK-SCR58-NEXTREV            PIC X(10).             CBANKDAT
061993         25  BANK-SCR58-QLIST              OCCURS 3 TIMES.        CBANKDAT
061994           30  BANK-SCR58-QL-PID           PIC X(5).              CBANKDAT
061995           30  BANK-SCR58-QL-NAME          PIC X(25).             CBANKDAT
061996           30  BANK-SCR58-QL-RSN           PIC X(8).              CBANKDAT
061997         25  BANK-SCR58-DLIST              OCCURS 3 TIMES.        CBANKDAT
061998           30  BANK-SCR58-DL-TYP           PIC X(2).              CBANKDAT
061999           30  BANK-SCR58-DL-REF           PIC X(20).             CBANKDAT
062000           30  BANK-SCR58-DL-EXP           PIC X(10).             CBANKDAT
062001         25  BANK-SCR58-ERRMSG             PIC X(62).             CBANKDAT
062002                                                                  CBANKDAT
062003       20  BANK-SCREEN59-DATA.                                    CBANKDAT
062004*        Deceased-customer estate administration (BBANK59P)       CBANKDAT
062005         25  BANK-SCR59-ACTION             PIC X(1).              CBANKDAT
062006         25  BANK-SCR59-PID                PIC X(5).              CBANKDAT
062007         25  BANK-SCR59-DOCS               PIC X(20).             CBANKDAT
062008         25  BANK-SCR59-REPNAME            PIC X(25).             CBANKDAT
062009         25  BANK-SCR59-REPACC             PIC X(9).              CBANKDAT
062010         25  BANK-SCR59-FROMACC            PIC X(9).              CBANKDAT
062011         25  BANK-SCR59-AMOUNT             PIC X(9).              CBANKDAT
062012         25  BANK-SCR59-ESTID              PIC X(7).              CBANKDAT
062013         25  BANK-SCR59-ERRMSG             PIC X(62).             CBANKDAT
062014                                                                  CBANKDAT
062015       20  BANK-SCREEN61-DATA.                                    CBANKDAT
062016*        Third-party mandates - powers of attorney (BBANK61P)     CBANKDAT
062017         25  BANK-SCR61-ACTION             PIC X(1).              CBANKDAT
062018         25  BANK-SCR61-ACC                PIC X(9).              CBANKDAT
062019         25  BANK-SCR61-ATTY               PIC X(5).              CBANKDAT
062020         25  BANK-SCR61-SCOPE              PIC X(1).              CBANKDAT
062021         25  BANK-SCR61-LIMIT              PIC X(9).              CBANKDAT
062022         25  BANK-SCR61-EXPIRY             PIC X(10).             CBANKDAT
062023         25  BANK-SCR61-LIST               OCCURS 3 TIMES.        CBANKDAT
062024           30  BANK-SCR61-LST-ATT          PIC X(5).              CBANKDAT
062025           30  BANK-SCR61-LST-SCP          PIC X(1).              CBANKDAT
062026           30  BANK-SCR61-LST-LIM          PIC X(13).             CBANKDAT
062027           30  BANK-SCR61-LST-EXP          PIC X(10).             CBANKDAT
062028         25  BANK-SCR61-ERRMSG             PIC X(62).             CBANKDAT
062029                                                                  CBANKDAT
062030       20  BANK-SCREEN62-DATA.                                    CBANKDAT
062031*        Erasure requests and legal holds (BBANK62P)              CBANKDAT
062032         25  BANK-SCR62-ACTION             PIC X(1).              CBANKDAT
062033         25  BANK-SCR62-PID                PIC X(5).              CBANKDAT
062034         25  BANK-SCR62-CASE               PIC X(20).             CBANKDAT
062035         25  BANK-SCR62-REVIEW             PIC X(10).             CBANKDAT
062036         25  BANK-SCR62-LIST               OCCURS 3 TIMES.        CBANKDAT
062037           30  BANK-SCR62-LST-PID          PIC X(5).              CBANKDAT
062038           30  BANK-SCR62-LST-CSE          PIC X(20).             CBANKDAT
062039           30  BANK-SCR62-LST-REV          PIC X(10).             CBANKDAT
062040         25  BANK-SCR62-ERRMSG             PIC X(62).             CBANKDAT
062041                                                                  CBANKDAT
062042       20  BANK-SCREEN63-DATA.                                    CBANKDAT
062043*        Customer complaints register (BBANK63P)                  CBANKDAT
062044         25  BANK-SCR63-ACTION             PIC X(1).              CBANKDAT
062045         25  BANK-SCR63-CMPID              PIC X(7).              CBANKDAT
062046         25  BANK-SCR63-PID                PIC X(5).              CBANKDAT
062047         25  BANK-SCR63-CHANNEL            PIC X(1).              CBANKDAT
062048         25  BANK-SCR63-CATEGORY           PIC X(2).              CBANKDAT
062049         25  BANK-SCR63-TXREF              PIC X(12).             CBANKDAT
062050         25  BANK-SCR63-OUTCOME            PIC X(20).             CBANKDAT
062051         25  BANK-SCR63-ACKDUE             PIC X(10).             CBANKDAT
062052         25  BANK-SCR63-RESDUE             PIC X(10).             CBANKDAT
062053         25  BANK-SCR63-LIST               OCCURS 3 TIMES.        CBANKDAT
062054           30  BANK-SCR63-LST-ID           PIC X(7).              CBANKDAT
062055           30  BANK-SCR63-LST-PID          PIC X(5).              CBANKDAT
062056           30  BANK-SCR63-LST-CAT          PIC X(2).              CBANKDAT
062057           30  BANK-SCR63-LST-STA          PIC X(1).              CBANKDAT
062058           30  BANK-SCR63-LST-DUE          PIC X(10).             CBANKDAT
062059         25  BANK-SCR63-ERRMSG             PIC X(62).             CBANKDAT
062060       20  BANK-SCREEN64-DATA.                                    CBANKDAT
062061*        Branch, drawer and vault services (BBANK64P)             CBANKDAT
062062         25  BANK-SCR64-ACTION             PIC X(1).              CBANKDAT
062063         25  BANK-SCR64-BRANCH             PIC X(4).              CBANKDAT
062064         25  BANK-SCR64-BRNAME             PIC X(25).             CBANKDAT
062065         25  BANK-SCR64-ACC                PIC X(9).              CBANKDAT
062066         25  BANK-SCR64-PID                PIC X(5).              CBANKDAT
062067         25  BANK-SCR64-DRAWER             PIC X(4).              CBANKDAT
062068         25  BANK-SCR64-DIR                PIC X(1).              CBANKDAT
062069         25  BANK-SCR64-AMOUNT             PIC X(9).              CBANKDAT
062070         25  BANK-SCR64-DENOMS             OCCURS 6 TIMES.        CBANKDAT
062071           30  BANK-SCR64-DENVAL           PIC X(6).              CBANKDAT
062072           30  BANK-SCR64-DENCNT           PIC X(5).              CBANKDAT
062073         25  BANK-SCR64-COUNTED            PIC X(13).             CBANKDAT
062074         25  BANK-SCR64-COMPUTED           PIC X(13).             CBANKDAT
062075         25  BANK-SCR64-OVRSHT             PIC X(13).             CBANKDAT
062076         25  BANK-SCR64-VAULT              PIC X(15).             CBANKDAT
062077         25  BANK-SCR64-RECEIPT            PIC X(12).             CBANKDAT
062079         25  BANK-SCR64-ERRMSG             PIC X(62).             CBANKDAT
062080       20  BANK-SCREEN65-DATA.                                    CBANKDAT
062081*        Cheque books and positive pay (BBANK65P)                 CBANKDAT
062082         25  BANK-SCR65-ACTION             PIC X(1).              CBANKDAT
062095           30  BANK-SCR65-LST-AMT          PIC X(13).             CBANKDAT
062096           30  BANK-SCR65-LST-RSN          PIC X(9).              CBANKDAT
062097           30  BANK-SCR65-LST-DTE          PIC X(10).             CBANKDAT
062098         25  BANK-SCR65-RECEIPT            PIC X(12).             CBANKDAT
062099         25  BANK-SCR65-ERRMSG             PIC X(62).             CBANKDAT
062100       20  BANK-SCREEN66-DATA.                                    CBANKDAT
062101*        ATM device registry and forecasting (BBANK66P)           CBANKDAT
062102         25  BANK-SCR66-ACTION             PIC X(1).              CBANKDAT
062193           30  BANK-SCR71-LST-MODE         PIC X(1).              CBANKDAT
062194           30  BANK-SCR71-LST-TGT          PIC X(13).             CBANKDAT
062195         25  BANK-SCR71-ERRMSG             PIC X(62).             CBANKDAT
062200       20  BANK-SCREEN72-DATA.                                    CBANKDAT
062201*        Insolvency and bankruptcy cases (BBANK72P)               CBANKDAT
062202         25  BANK-SCR72-ACTION             PIC X(1).              CBANKDAT
062203         25  BANK-SCR72-PID                PIC X(5).              CBANKDAT
062204         25  BANK-SCR72-NOTICE             PIC X(10).             CBANKDAT
062205         25  BANK-SCR72-TYPE               PIC X(1).              CBANKDAT
062206         25  BANK-SCR72-COURTREF           PIC X(20).             CBANKDAT
062207         25  BANK-SCR72-TRUSTEE            PIC X(25).             CBANKDAT
062208         25  BANK-SCR72-INSTR              PIC X(1).              CBANKDAT
062209         25  BANK-SCR72-INSTRTXT           PIC X(40).             CBANKDAT
062210         25  BANK-SCR72-CASEID             PIC X(7).              CBANKDAT
062211         25  BANK-SCR72-ERRMSG             PIC X(62).             CBANKDAT
062300       20  BANK-SCREEN73-DATA.                                    CBANKDAT
062301*        Covenant register and breach review (BBANK73P)           CBANKDAT
062302         25  BANK-SCR73-ACTION             PIC X(1).              CBANKDAT
062303         25  BANK-SCR73-LOANID             PIC X(6).              CBANKDAT
062304         25  BANK-SCR73-TYPE               PIC X(1).              CBANKDAT
062305         25  BANK-SCR73-ACC                PIC X(9).              CBANKDAT
062306         25  BANK-SCR73-THRESH             PIC X(11).             CBANKDAT
062307         25  BANK-SCR73-FREQ               PIC X(1).              CBANKDAT
062308         25  BANK-SCR73-NEXTDT             PIC X(10).             CBANKDAT
062309         25  BANK-SCR73-DOCDESC            PIC X(30).             CBANKDAT
062310         25  BANK-SCR73-ID                 PIC X(7).              CBANKDAT
062311         25  BANK-SCR73-NOTE               PIC X(30).             CBANKDAT
062312         25  BANK-SCR73-LIST               OCCURS 3 TIMES.        CBANKDAT
062313           30  BANK-SCR73-LST-ID           PIC X(7).              CBANKDAT
062314           30  BANK-SCR73-LST-LOAN         PIC X(6).              CBANKDAT
062315           30  BANK-SCR73-LST-TYPE         PIC X(1).              CBANKDAT
062316           30  BANK-SCR73-LST-DATE         PIC X(10).             CBANKDAT
062317           30  BANK-SCR73-LST-ACTUAL       PIC X(13).             CBANKDAT
062318           30  BANK-SCR73-LST-THRESH       PIC X(13).             CBANKDAT
062319         25  BANK-SCR73-ERRMSG             PIC X(62).             CBANKDAT
062400       20  BANK-SCREEN74-DATA.                                    CBANKDAT
062401*        Withdrawal notices on a notice account (BBANK74P)        CBANKDAT
062402         25  BANK-SCR74-ACTION             PIC X(1).              CBANKDAT
062403         25  BANK-SCR74-ACC                PIC X(9).              CBANKDAT
062404         25  BANK-SCR74-AMOUNT             PIC X(9).              CBANKDAT
062405         25  BANK-SCR74-DUEDATE            PIC X(10).             CBANKDAT
062406         25  BANK-SCR74-ID                 PIC X(7).              CBANKDAT
062407         25  BANK-SCR74-LIST               OCCURS 3 TIMES.        CBANKDAT
062408           30  BANK-SCR74-LST-ID           PIC X(7).              CBANKDAT
062409           30  BANK-SCR74-LST-AMT          PIC X(13).             CBANKDAT
062410           30  BANK-SCR74-LST-DUE          PIC X(10).             CBANKDAT
062411           30  BANK-SCR74-LST-STA          PIC X(1).              CBANKDAT
062412         25  BANK-SCR74-ERRMSG             PIC X(62).             CBANKDAT
062500       20  BANK-SCREEN75-DATA.                                    CBANKDAT
062501*        Teller journal search and reprint (BBANK75P)             CBANKDAT
062502         25  BANK-SCR75-ACTION             PIC X(1).              CBANKDAT
062503         25  BANK-SCR75-RECEIPT            PIC X(12).             CBANKDAT
062504         25  BANK-SCR75-ACC                PIC X(9).              CBANKDAT
062505         25  BANK-SCR75-BRANCH             PIC X(4).              CBANKDAT
062506         25  BANK-SCR75-DRAWER             PIC X(4).              CBANKDAT
062507         25  BANK-SCR75-DATE               PIC X(10).             CBANKDAT
062508         25  BANK-SCR75-LIST               OCCURS 5 TIMES.        CBANKDAT
062509           30  BANK-SCR75-LST-RCPT         PIC X(12).             CBANKDAT
062510           30  BANK-SCR75-LST-TIME         PIC X(8).              CBANKDAT
062511           30  BANK-SCR75-LST-ACT          PIC X(2).              CBANKDAT
062512           30  BANK-SCR75-LST-ACC          PIC X(9).              CBANKDAT
062513           30  BANK-SCR75-LST-DRW          PIC X(4).              CBANKDAT
062514           30  BANK-SCR75-LST-TLR          PIC X(5).              CBANKDAT
062515           30  BANK-SCR75-LST-AMT          PIC X(13).             CBANKDAT
062516         25  BANK-SCR75-PRINT              PIC X(40)              CBANKDAT
062517                                             OCCURS 6 TIMES.      CBANKDAT
062518         25  BANK-SCR75-ERRMSG             PIC X(62).             CBANKDAT
062600       20  BANK-SCREEN76-DATA.                                    CBANKDAT
062601*        Inbound payment repair queue (BBANK76P)                  CBANKDAT
062602         25  BANK-SCR76-ACTION             PIC X(1).              CBANKDAT
062603         25  BANK-SCR76-ID                 PIC X(7).              CBANKDAT
062604         25  BANK-SCR76-NEWACC             PIC X(9).              CBANKDAT
062605         25  BANK-SCR76-NEWREF             PIC X(7).              CBANKDAT
062606         25  BANK-SCR76-RETCODE            PIC X(4).              CBANKDAT
062607         25  BANK-SCR76-LIST               OCCURS 5 TIMES.        CBANKDAT
062608           30  BANK-SCR76-LST-ID           PIC X(7).              CBANKDAT
062609           30  BANK-SCR76-LST-SRC          PIC X(1).              CBANKDAT
062610           30  BANK-SCR76-LST-FILE         PIC X(8).              CBANKDAT
062611           30  BANK-SCR76-LST-AMT          PIC X(12).             CBANKDAT
062612           30  BANK-SCR76-LST-ORIG         PIC X(20).             CBANKDAT
062613           30  BANK-SCR76-LST-REASON       PIC X(9).              CBANKDAT
062614           30  BANK-SCR76-LST-DAYS         PIC X(4).              CBANKDAT
062615           30  BANK-SCR76-LST-ST           PIC X(1).              CBANKDAT
062616         25  BANK-SCR76-ERRMSG             PIC X(62).             CBANKDAT
062700       20  BANK-SCREEN77-DATA.                                    CBANKDAT
062701*        Notional cash pooling for corporate groups (BBANK77P)    CBANKDAT
062702         25  BANK-SCR77-ACTION             PIC X(1).              CBANKDAT
062703         25  BANK-SCR77-GROUP              PIC X(5).              CBANKDAT
062704         25  BANK-SCR77-NAME               PIC X(30).             CBANKDAT
062705         25  BANK-SCR77-TREASURER          PIC X(5).              CBANKDAT
062706         25  BANK-SCR77-CCY                PIC X(3).              CBANKDAT
062707         25  BANK-SCR77-MEMBER             PIC X(5).              CBANKDAT
062708         25  BANK-SCR77-PARENT             PIC X(5).              CBANKDAT
062709         25  BANK-SCR77-ACCNO              PIC X(9).              CBANKDAT
062710         25  BANK-SCR77-LIMIT              PIC X(11).             CBANKDAT
062711         25  BANK-SCR77-POSDATE            PIC X(10).             CBANKDAT
062712         25  BANK-SCR77-NET                PIC X(16).             CBANKDAT
062713         25  BANK-SCR77-RATE               PIC X(8).              CBANKDAT
062714         25  BANK-SCR77-INTEREST           PIC X(13).             CBANKDAT
062715         25  BANK-SCR77-EXPOSURE           PIC X(16).             CBANKDAT
062716         25  BANK-SCR77-GLIMIT             PIC X(16).             CBANKDAT
062717         25  BANK-SCR77-BREACH             PIC X(1).              CBANKDAT
062718         25  BANK-SCR77-LIST               OCCURS 4 TIMES.        CBANKDAT
062719           30  BANK-SCR77-LST-ACC          PIC X(9).              CBANKDAT
062720           30  BANK-SCR77-LST-PID          PIC X(5).              CBANKDAT
062721           30  BANK-SCR77-LST-CCY          PIC X(3).              CBANKDAT
062722           30  BANK-SCR77-LST-ST           PIC X(1).              CBANKDAT
062723           30  BANK-SCR77-LST-POOL         PIC X(16).             CBANKDAT
062724           30  BANK-SCR77-LST-ALLOC        PIC X(13).             CBANKDAT
062725         25  BANK-SCR77-ERRMSG             PIC X(62).             CBANKDAT
062800       20  BANK-SCREEN78-DATA.                                    CBANKDAT
062801*        Relationship manager portfolios (BBANK78P)               CBANKDAT
062802         25  BANK-SCR78-ACTION             PIC X(1).              CBANKDAT
062803         25  BANK-SCR78-RM                 PIC X(5).              CBANKDAT
062804         25  BANK-SCR78-PID                PIC X(5).              CBANKDAT
062805         25  BANK-SCR78-NEWRM              PIC X(5).              CBANKDAT
062806         25  BANK-SCR78-RMNAME             PIC X(25).             CBANKDAT
062807         25  BANK-SCR78-CUSTS              PIC X(5).              CBANKDAT
062808         25  BANK-SCR78-TOTBAL             PIC X(16).             CBANKDAT
062809         25  BANK-SCR78-ITEMS              PIC X(5).              CBANKDAT
062810         25  BANK-SCR78-LIST               OCCURS 4 TIMES.        CBANKDAT
062811           30  BANK-SCR78-LST-PID          PIC X(5).              CBANKDAT
062812           30  BANK-SCR78-LST-NAME         PIC X(20).             CBANKDAT
062813           30  BANK-SCR78-LST-BAL          PIC X(16).             CBANKDAT
062814           30  BANK-SCR78-LST-KYC          PIC X(3).              CBANKDAT
062815           30  BANK-SCR78-LST-CMP          PIC X(3).              CBANKDAT
062816           30  BANK-SCR78-LST-COL          PIC X(3).              CBANKDAT
062817           30  BANK-SCR78-LST-COV          PIC X(3).              CBANKDAT
062818         25  BANK-SCR78-ERRMSG             PIC X(62).             CBANKDAT
062820       20  BANK-SCREEN79-DATA.                                    CBANKDAT
062821*        Marketing campaigns and returned mail (BBANK79P)         CBANKDAT
062822         25  BANK-SCR79-ACTION             PIC X(1).              CBANKDAT
062823         25  BANK-SCR79-CAMPID             PIC X(8).              CBANKDAT
062824         25  BANK-SCR79-DESC               PIC X(30).             CBANKDAT
062825         25  BANK-SCR79-CHANNEL            PIC X(1).              CBANKDAT
062826         25  BANK-SCR79-PURPOSE            PIC X(1).              CBANKDAT
062827         25  BANK-SCR79-ACCTYPE            PIC X(2).              CBANKDAT
062828         25  BANK-SCR79-MINBAL             PIC X(9).              CBANKDAT
062829         25  BANK-SCR79-MAXBAL             PIC X(9).              CBANKDAT
062830         25  BANK-SCR79-TIER               PIC X(1).              CBANKDAT
062831         25  BANK-SCR79-BRANCH             PIC X(4).              CBANKDAT
062832         25  BANK-SCR79-PID                PIC X(5).              CBANKDAT
062833         25  BANK-SCR79-LIST               OCCURS 5 TIMES.        CBANKDAT
062834           30  BANK-SCR79-LST-ID           PIC X(8).              CBANKDAT
062835           30  BANK-SCR79-LST-DESC         PIC X(20).             CBANKDAT
062836           30  BANK-SCR79-LST-CHAN         PIC X(1).              CBANKDAT
062837           30  BANK-SCR79-LST-PURP         PIC X(1).              CBANKDAT
062838           30  BANK-SCR79-LST-STAT         PIC X(1).              CBANKDAT
062839           30  BANK-SCR79-LST-RUN          PIC X(10).             CBANKDAT
062840           30  BANK-SCR79-LST-SEL          PIC X(7).              CBANKDAT
062841           30  BANK-SCR79-LST-SUP          PIC X(7).              CBANKDAT
062842         25  BANK-SCR79-ERRMSG             PIC X(62).             CBANKDAT
062850       20  BANK-SCREEN81-DATA.                                    CBANKDAT
062851*        Tax residency self-certification (BBANK81P)              CBANKDAT
062852         25  BANK-SCR81-ACTION             PIC X(1).              CBANKDAT
062853         25  BANK-SCR81-PID                PIC X(5).              CBANKDAT
062854         25  BANK-SCR81-RES                OCCURS 5 TIMES.        CBANKDAT
062855           30  BANK-SCR81-CNTRY            PIC X(6).              CBANKDAT
062856           30  BANK-SCR81-TIN              PIC X(20).             CBANKDAT
062857         25  BANK-SCR81-CERTDATE           PIC X(10).             CBANKDAT
062858         25  BANK-SCR81-CERTBY             PIC X(5).              CBANKDAT
062859         25  BANK-SCR81-ERRMSG             PIC X(62).             CBANKDAT
062900       20  BANK-SCREEN82-DATA.                                    CBANKDAT
063000*        System parameter maintenance (BBANK82P)                  CBANKDAT
063100         25  BANK-SCR82-ACTION             PIC X(1).              CBANKDAT
063200         25  BANK-SCR82-ID                 PIC X(8).              CBANKDAT
063300         25  BANK-SCR82-VALUE              PIC X(16).             CBANKDAT
063400         25  BANK-SCR82-EFFDT              PIC X(10).             CBANKDAT
063500         25  BANK-SCR82-PARM               OCCURS 6 TIMES.        CBANKDAT
063600           30  BANK-SCR82-LST-ID           PIC X(8).              CBANKDAT
063700           30  BANK-SCR82-LST-DESC         PIC X(30).             CBANKDAT
063800           30  BANK-SCR82-LST-TYPE         PIC X(1).              CBANKDAT
063900           30  BANK-SCR82-LST-MIN          PIC X(16).             CBANKDAT
064000           30  BANK-SCR82-LST-MAX          PIC X(16).             CBANKDAT
064100           30  BANK-SCR82-LST-VALUE        PIC X(16).             CBANKDAT
064200           30  BANK-SCR82-LST-PEND         PIC X(16).             CBANKDAT
064300           30  BANK-SCR82-LST-PEFF         PIC X(10).             CBANKDAT
064400           30  BANK-SCR82-LST-PBY          PIC X(5).              CBANKDAT
064500         25  BANK-SCR82-ERRMSG             PIC X(62).             CBANKDAT
064600       20  BANK-SCREEN83-DATA.                                    CBANKDAT
064700*        Product catalogue maintenance (BBANK83P)                 CBANKDAT
064800         25  BANK-SCR83-ACTION             PIC X(1).              CBANKDAT
064900         25  BANK-SCR83-TYPE               PIC X(2).              CBANKDAT
065000         25  BANK-SCR83-DESC               PIC X(15).             CBANKDAT
065100         25  BANK-SCR83-MINBAL             PIC X(10).             CBANKDAT
065200         25  BANK-SCR83-MINAGE             PIC X(3).              CBANKDAT
065300         25  BANK-SCR83-MAXAGE             PIC X(3).              CBANKDAT
065400         25  BANK-SCR83-CCYS               PIC X(15).             CBANKDAT
065500         25  BANK-SCR83-INTBR              PIC X(1).              CBANKDAT
065600         25  BANK-SCR83-ODELG              PIC X(1).              CBANKDAT
065700         25  BANK-SCR83-FEESCH             PIC X(2).              CBANKDAT
065800         25  BANK-SCR83-RATETYP            PIC X(2).              CBANKDAT
065900         25  BANK-SCR83-SELLFROM           PIC X(10).             CBANKDAT
066000         25  BANK-SCR83-STOPSELL           PIC X(10).             CBANKDAT
066100         25  BANK-SCR83-PENDBY             PIC X(5).              CBANKDAT
066200         25  BANK-SCR83-PROD               OCCURS 6 TIMES.        CBANKDAT
066300           30  BANK-SCR83-LST-TYPE         PIC X(2).              CBANKDAT
066400           30  BANK-SCR83-LST-DESC         PIC X(15).             CBANKDAT
066500           30  BANK-SCR83-LST-STATE        PIC X(8).              CBANKDAT
066600           30  BANK-SCR83-LST-PEND         PIC X(1).              CBANKDAT
066700         25  BANK-SCR83-ERRMSG             PIC X(62).             CBANKDAT
066800       20  BANK-SCREEN84-DATA.                                    CBANKDAT
066900*        Account product switch (BBANK84P)                        CBANKDAT
067000         25  BANK-SCR84-ACTION             PIC X(1).              CBANKDAT
067100         25  BANK-SCR84-ACC                PIC X(9).              CBANKDAT
067200         25  BANK-SCR84-NEWTYPE            PIC X(2).              CBANKDAT
067300         25  BANK-SCR84-REASON             PIC X(20).             CBANKDAT
067400         25  BANK-SCR84-OLDTYPE            PIC X(2).              CBANKDAT
067500         25  BANK-SCR84-FEE                PIC X(7).              CBANKDAT
067600         25  BANK-SCR84-INTSET             PIC X(10).             CBANKDAT
067700         25  BANK-SCR84-SWDATE             PIC X(10).             CBANKDAT
067800         25  BANK-SCR84-HIST               OCCURS 5 TIMES.        CBANKDAT
067900           30  BANK-SCR84-HST-DATE         PIC X(10).             CBANKDAT
068000           30  BANK-SCR84-HST-OLD          PIC X(2).              CBANKDAT
068100           30  BANK-SCR84-HST-NEW          PIC X(2).              CBANKDAT
068200           30  BANK-SCR84-HST-FEE          PIC X(7).              CBANKDAT
068300           30  BANK-SCR84-HST-BY           PIC X(5).              CBANKDAT
068400         25  BANK-SCR84-ERRMSG             PIC X(62).             CBANKDAT
068500       20  BANK-SCREEN85-DATA.                                    CBANKDAT
068600*        Negotiated account rates (BBANK85P)                      CBANKDAT
068700         25  BANK-SCR85-ACTION             PIC X(1).              CBANKDAT
068800         25  BANK-SCR85-ACC                PIC X(9).              CBANKDAT
068900         25  BANK-SCR85-KIND               PIC X(1).              CBANKDAT
069000         25  BANK-SCR85-BASIS              PIC X(1).              CBANKDAT
069100         25  BANK-SCR85-SIGN               PIC X(1).              CBANKDAT
069200         25  BANK-SCR85-VALUE              PIC X(7).              CBANKDAT
069300         25  BANK-SCR85-START              PIC X(10).             CBANKDAT
069400         25  BANK-SCR85-EXPIRY             PIC X(10).             CBANKDAT
069500         25  BANK-SCR85-NOTE               PIC X(30).             CBANKDAT
069600         25  BANK-SCR85-AUTHID             PIC X(7).              CBANKDAT
069700         25  BANK-SCR85-OVR                OCCURS 5 TIMES.        CBANKDAT
069800           30  BANK-SCR85-LST-KIND         PIC X(1).              CBANKDAT
069900           30  BANK-SCR85-LST-BASIS        PIC X(1).              CBANKDAT
070000           30  BANK-SCR85-LST-VALUE        PIC X(9).              CBANKDAT
070100           30  BANK-SCR85-LST-START        PIC X(10).             CBANKDAT
070200           30  BANK-SCR85-LST-EXPIRY       PIC X(10).             CBANKDAT
070300           30  BANK-SCR85-LST-STATUS       PIC X(1).              CBANKDAT
070400           30  BANK-SCR85-LST-MAKER        PIC X(5).              CBANKDAT
070500         25  BANK-SCR85-ERRMSG             PIC X(62).             CBANKDAT
070600       20  BANK-SCREEN86-DATA.                                    CBANKDAT
070700*        Posting proofs (BBANK86P)                                CBANKDAT
070800         25  BANK-SCR86-ACTION             PIC X(1).              CBANKDAT
070900         25  BANK-SCR86-JOB                PIC X(8).              CBANKDAT
071000         25  BANK-SCR86-DATE               PIC X(10).             CBANKDAT
071100         25  BANK-SCR86-PRF                OCCURS 5 TIMES.        CBANKDAT
071200           30  BANK-SCR86-LST-JOB          PIC X(8).              CBANKDAT
071300           30  BANK-SCR86-LST-DATE         PIC X(10).             CBANKDAT
071400           30  BANK-SCR86-LST-STATUS       PIC X(1).              CBANKDAT
071500           30  BANK-SCR86-LST-COUNT        PIC X(7).              CBANKDAT
071600           30  BANK-SCR86-LST-AMOUNT       PIC X(13).             CBANKDAT
071700           30  BANK-SCR86-LST-BY           PIC X(5).              CBANKDAT
071800         25  BANK-SCR86-ERRMSG             PIC X(62).             CBANKDAT
071900       20  BANK-SCREEN87-DATA.                                    CBANKDAT
072000*        End-of-day close checklist (BBANK87P)                    CBANKDAT
072100         25  BANK-SCR87-ACTION             PIC X(1).              CBANKDAT
072200         25  BANK-SCR87-DATE               PIC X(10).             CBANKDAT
072300         25  BANK-SCR87-ITEM               PIC X(8).              CBANKDAT
072400         25  BANK-SCR87-REASON             PIC X(40).             CBANKDAT
072500         25  BANK-SCR87-SIGNED             PIC X(5).              CBANKDAT
072600         25  BANK-SCR87-ITM                OCCURS 6 TIMES.        CBANKDAT
072700           30  BANK-SCR87-LST-ITEM         PIC X(8).              CBANKDAT
072800           30  BANK-SCR87-LST-STATUS       PIC X(1).              CBANKDAT
072900           30  BANK-SCR87-LST-DETAIL       PIC X(40).             CBANKDAT
073000           30  BANK-SCR87-LST-BY           PIC X(5).              CBANKDAT
073100         25  BANK-SCR87-ERRMSG             PIC X(62).             CBANKDAT
073200       20  BANK-SCREEN88-DATA.                                    CBANKDAT
073300*        Inbound feed monitor (BBANK88P)                          CBANKDAT
073400         25  BANK-SCR88-ACTION             PIC X(1).              CBANKDAT
073500         25  BANK-SCR88-QUEUE              PIC X(4).              CBANKDAT
073600         25  BANK-SCR88-OWNER              PIC X(8).              CBANKDAT
073700         25  BANK-SCR88-FROM               PIC X(5).              CBANKDAT
073800         25  BANK-SCR88-TO                 PIC X(5).              CBANKDAT
073900         25  BANK-SCR88-DAYS               PIC X(1).              CBANKDAT
074000         25  BANK-SCR88-ACTIVE             PIC X(1).              CBANKDAT
074100         25  BANK-SCR88-HDR-POS            PIC X(3).              CBANKDAT
074200         25  BANK-SCR88-HDR-LEN            PIC X(1).              CBANKDAT
074300         25  BANK-SCR88-LAYOUT             PIC X(40).             CBANKDAT
074400         25  BANK-SCR88-FED                OCCURS 12 TIMES.       CBANKDAT
074500           30  BANK-SCR88-LST-QUEUE        PIC X(4).              CBANKDAT
074600           30  BANK-SCR88-LST-DATE         PIC X(10).             CBANKDAT
074700           30  BANK-SCR88-LST-TIME         PIC X(8).              CBANKDAT
074800           30  BANK-SCR88-LST-STATUS       PIC X(1).              CBANKDAT
074900           30  BANK-SCR88-LST-LATE         PIC X(1).              CBANKDAT
075000           30  BANK-SCR88-LST-RECORDS      PIC X(7).              CBANKDAT
075100           30  BANK-SCR88-LST-DIGEST       PIC X(8).              CBANKDAT
075200           30  BANK-SCR88-LST-OWNER        PIC X(8).              CBANKDAT
075300           30  BANK-SCR88-LST-WINDOW       PIC X(11).             CBANKDAT
075400         25  BANK-SCR88-ERRMSG             PIC X(62).             CBANKDAT
075500       20  BANK-SCREEN89-DATA.                                    CBANKDAT
075600*        Staff connected parties (BBANK89P)                       CBANKDAT
075700         25  BANK-SCR89-ACTION             PIC X(1).              CBANKDAT
075800         25  BANK-SCR89-STAFF              PIC X(5).              CBANKDAT
075900         25  BANK-SCR89-LINK-PID           PIC X(5).              CBANKDAT
076000         25  BANK-SCR89-RELATION           PIC X(1).              CBANKDAT
076100         25  BANK-SCR89-DESC               PIC X(30).             CBANKDAT
076200         25  BANK-SCR89-LNK                OCCURS 10 TIMES.       CBANKDAT
076300           30  BANK-SCR89-LST-LINK-PID     PIC X(5).              CBANKDAT
076400           30  BANK-SCR89-LST-NAME         PIC X(25).             CBANKDAT
076500           30  BANK-SCR89-LST-RELATION     PIC X(1).              CBANKDAT
076600           30  BANK-SCR89-LST-DESC         PIC X(30).             CBANKDAT
076700           30  BANK-SCR89-LST-BY           PIC X(5).              CBANKDAT
076800           30  BANK-SCR89-LST-DATE         PIC X(10).             CBANKDAT
076900         25  BANK-SCR89-ERRMSG             PIC X(62).             CBANKDAT
077000       20  BANK-SCREEN95-DATA.                                    CBANKDAT
077100*        User activity timelines for auditors (BBANK95P)          CBANKDAT
077200         25  BANK-SCR95-ACTION             PIC X(1).              CBANKDAT
077300         25  BANK-SCR95-TARGET             PIC X(5).              CBANKDAT
077400         25  BANK-SCR95-FROM-DATE          PIC X(10).             CBANKDAT
077500         25  BANK-SCR95-FROM-TIME          PIC X(5).              CBANKDAT
077600         25  BANK-SCR95-TO-DATE            PIC X(10).             CBANKDAT
077700         25  BANK-SCR95-TO-TIME            PIC X(5).              CBANKDAT
077800         25  BANK-SCR95-REQID              PIC X(7).              CBANKDAT
077900         25  BANK-SCR95-RPTID              PIC X(7).              CBANKDAT
078000         25  BANK-SCR95-ENTRIES            PIC X(5).              CBANKDAT
078100         25  BANK-SCR95-REQ                OCCURS 10 TIMES.       CBANKDAT
078200           30  BANK-SCR95-LST-REQID        PIC X(7).              CBANKDAT
078300           30  BANK-SCR95-LST-BY           PIC X(5).              CBANKDAT
078400           30  BANK-SCR95-LST-TARGET       PIC X(5).              CBANKDAT
078500           30  BANK-SCR95-LST-FROM         PIC X(16).             CBANKDAT
078600           30  BANK-SCR95-LST-TO           PIC X(16).             CBANKDAT
078700           30  BANK-SCR95-LST-ASKED        PIC X(16).             CBANKDAT
078800           30  BANK-SCR95-LST-STATUS       PIC X(1).              CBANKDAT
078900           30  BANK-SCR95-LST-RPTID        PIC X(7).              CBANKDAT
079000           30  BANK-SCR95-LST-ENTRIES      PIC X(5).              CBANKDAT
079100         25  BANK-SCR95-ERRMSG             PIC X(62).             CBANKDAT
079200       20  BANK-SCREEN96-DATA.                                    CBANKDAT
079300*        Sign-on history for a user (BBANK96P)                    CBANKDAT
079400         25  BANK-SCR96-USERID             PIC X(5).              CBANKDAT
079500         25  BANK-SCR96-ACTIVE             PIC X(40).             CBANKDAT
079600         25  BANK-SCR96-ATT                OCCURS 10 TIMES.       CBANKDAT
079700           30  BANK-SCR96-ATT-TS           PIC X(19).             CBANKDAT
079800           30  BANK-SCR96-ATT-CHANNEL      PIC X(4).              CBANKDAT
079900           30  BANK-SCR96-ATT-TERMINAL     PIC X(15).             CBANKDAT
080000           30  BANK-SCR96-ATT-RESULT       PIC X(12).             CBANKDAT
080100         25  BANK-SCR96-ERRMSG             PIC X(62).             CBANKDAT
080200       20  BANK-SCREEN97-DATA.                                    CBANKDAT
080300*        Statement archive for an account (BBANK97P) - the mode   CBANKDAT
080400*        is what is on the screen, L the statement list or V the  CBANKDAT
080500*        lines of one statement, and the keys bound the page      CBANKDAT
080600         25  BANK-SCR97-ACC                PIC X(9).              CBANKDAT
080700         25  BANK-SCR97-MODE               PIC X(1).              CBANKDAT
080800         25  BANK-SCR97-ACTION             PIC X(1).              CBANKDAT
080900         25  BANK-SCR97-CONFIRM            PIC X(1).              CBANKDAT
081000         25  BANK-SCR97-FEE                PIC X(7).              CBANKDAT
081100         25  BANK-SCR97-FIRST-KEY          PIC X(26).             CBANKDAT
081200         25  BANK-SCR97-LAST-KEY           PIC X(26).             CBANKDAT
081300         25  BANK-SCR97-STMT               OCCURS 6 TIMES.        CBANKDAT
081400           30  BANK-SCR97-STM-SEL          PIC X(1).              CBANKDAT
081500           30  BANK-SCR97-STM-DATE         PIC X(10).             CBANKDAT
081600           30  BANK-SCR97-STM-FROM         PIC X(10).             CBANKDAT
081700           30  BANK-SCR97-STM-OPEN         PIC X(10).             CBANKDAT
081800           30  BANK-SCR97-STM-CLOSE        PIC X(10).             CBANKDAT
081900           30  BANK-SCR97-STM-LINES        PIC X(4).              CBANKDAT
082000         25  BANK-SCR97-HDR-DATE           PIC X(10).             CBANKDAT
082100         25  BANK-SCR97-HDR-FROM           PIC X(10).             CBANKDAT
082200         25  BANK-SCR97-HDR-OPEN           PIC X(10).             CBANKDAT
082300         25  BANK-SCR97-HDR-CLOSE          PIC X(10).             CBANKDAT
082400         25  BANK-SCR97-LINE               OCCURS 8 TIMES.        CBANKDAT
082500           30  BANK-SCR97-LIN-DATE         PIC X(10).             CBANKDAT
082600           30  BANK-SCR97-LIN-DESC         PIC X(30).             CBANKDAT
082700           30  BANK-SCR97-LIN-AMOUNT       PIC X(10).             CBANKDAT
082800         25  BANK-SCR97-ERRMSG             PIC X(62).             CBANKDAT
082900       20  BANK-SCREEN98-DATA.                                    CBANKDAT
083000*        Balance rebuild runs for supervisors (BBANK98P) - the    CBANKDAT
083100*        action is C compare, A authorize, X reject, P apply      CBANKDAT
083200         25  BANK-SCR98-SNAP-DATE          PIC X(10).             CBANKDAT
083300         25  BANK-SCR98-RUN-ID             PIC X(7).              CBANKDAT
083400         25  BANK-SCR98-ACTION             PIC X(1).              CBANKDAT
083500         25  BANK-SCR98-RUN                OCCURS 5 TIMES.        CBANKDAT
083600           30  BANK-SCR98-RUN-NO           PIC X(7).              CBANKDAT
083700           30  BANK-SCR98-RUN-SNAP         PIC X(10).             CBANKDAT
083800           30  BANK-SCR98-RUN-STATUS       PIC X(12).             CBANKDAT
083900           30  BANK-SCR98-RUN-BY           PIC X(5).              CBANKDAT
084000           30  BANK-SCR98-RUN-AUTH         PIC X(5).              CBANKDAT
084100           30  BANK-SCR98-RUN-DIFFS        PIC X(7).              CBANKDAT
084200           30  BANK-SCR98-RUN-APPLIED      PIC X(7).              CBANKDAT
084300           30  BANK-SCR98-RUN-REPORT       PIC X(7).              CBANKDAT
084400         25  BANK-SCR98-ERRMSG             PIC X(62).             CBANKDAT
084500       20  BANK-SCREEN55-DATA.                                    CBANKDAT
084600*        Direct-debit mandates on an account (BBANK55P) - a       CBANKDAT
084700*        row marked C cancels the mandate, B blocks its           CBANKDAT
084800*        originator, U lifts the block; the keys bound the page   CBANKDAT
084900         25  BANK-SCR55-ACC                PIC X(9).              CBANKDAT
085000         25  BANK-SCR55-FIRST-KEY          PIC X(7).              CBANKDAT
085100         25  BANK-SCR55-LAST-KEY           PIC X(7).              CBANKDAT
085200         25  BANK-SCR55-MAND               OCCURS 6 TIMES.        CBANKDAT
085300           30  BANK-SCR55-MND-SEL          PIC X(1).              CBANKDAT
085400           30  BANK-SCR55-MND-ID           PIC X(7).              CBANKDAT
085500           30  BANK-SCR55-MND-ORIG         PIC X(20).             CBANKDAT
085600           30  BANK-SCR55-MND-REF          PIC X(18).             CBANKDAT
085700           30  BANK-SCR55-MND-STATUS       PIC X(9).              CBANKDAT
085800           30  BANK-SCR55-MND-LAST-DATE    PIC X(10).             CBANKDAT
085900           30  BANK-SCR55-MND-LAST-AMT     PIC X(10).             CBANKDAT
086000         25  BANK-SCR55-ERRMSG             PIC X(62).             CBANKDAT
086100       20  BANK-SCREEN14-DATA.                                    CBANKDAT
086200*        Third-party provider consents (BBANK14P) - a row         CBANKDAT
086300*        marked V revokes the consent, C confirms it again; a     CBANKDAT
086400*        provider keyed below grants it new access                CBANKDAT
086500         25  BANK-SCR14-FIRST-KEY          PIC X(7).              CBANKDAT
086600         25  BANK-SCR14-LAST-KEY           PIC X(7).              CBANKDAT
086700         25  BANK-SCR14-CONS               OCCURS 6 TIMES.        CBANKDAT
086800           30  BANK-SCR14-CNS-SEL          PIC X(1).              CBANKDAT
086900           30  BANK-SCR14-CNS-ID           PIC X(7).              CBANKDAT
087000           30  BANK-SCR14-CNS-TPP          PIC X(30).             CBANKDAT
087100           30  BANK-SCR14-CNS-SCOPE        PIC X(12).             CBANKDAT
087200           30  BANK-SCR14-CNS-ACCS         PIC X(1).              CBANKDAT
087300           30  BANK-SCR14-CNS-EXPIRY       PIC X(10).             CBANKDAT
087400           30  BANK-SCR14-CNS-CONFIRM      PIC X(10).             CBANKDAT
087500           30  BANK-SCR14-CNS-STATUS       PIC X(12).             CBANKDAT
087600         25  BANK-SCR14-NEW-TPP            PIC X(8).              CBANKDAT
087700         25  BANK-SCR14-NEW-BAL            PIC X(1).              CBANKDAT
087800         25  BANK-SCR14-NEW-TXN            PIC X(1).              CBANKDAT
087900         25  BANK-SCR14-NEW-DAYS           PIC X(3).              CBANKDAT
088000         25  BANK-SCR14-NEW-ACC            PIC X(9)               CBANKDAT
088100                                           OCCURS 6 TIMES.        CBANKDAT
088200         25  BANK-SCR14-ERRMSG             PIC X(62).             CBANKDAT
088300       20  BANK-SCREEN15-DATA.                                    CBANKDAT
088400*        Beneficial owners of a corporate (BBANK15P) - a row      CBANKDAT
088500*        marked D removes the owner; an owner keyed below is      CBANKDAT
088600*        added to the register                                    CBANKDAT
088700         25  BANK-SCR15-CORPPID            PIC X(5).              CBANKDAT
088800         25  BANK-SCR15-CORPNAME           PIC X(40).             CBANKDAT
088900         25  BANK-SCR15-REVIEW             PIC X(10).             CBANKDAT
089000         25  BANK-SCR15-REVIEWED           PIC X(10).             CBANKDAT
089100         25  BANK-SCR15-FIRST-KEY          PIC X(7).              CBANKDAT
089200         25  BANK-SCR15-LAST-KEY           PIC X(7).              CBANKDAT
089300         25  BANK-SCR15-OWNS               OCCURS 6 TIMES.        CBANKDAT
089400           30  BANK-SCR15-OWN-SEL          PIC X(1).              CBANKDAT
089500           30  BANK-SCR15-OWN-ID           PIC X(7).              CBANKDAT
089600           30  BANK-SCR15-OWN-TYPE         PIC X(1).              CBANKDAT
089700           30  BANK-SCR15-OWN-NAME         PIC X(40).             CBANKDAT
089800           30  BANK-SCR15-OWN-DOB          PIC X(10).             CBANKDAT
089900           30  BANK-SCR15-OWN-NATION       PIC X(2).              CBANKDAT
090000           30  BANK-SCR15-OWN-PCT          PIC X(6).              CBANKDAT
090100           30  BANK-SCR15-OWN-EFFECTIVE    PIC X(6).              CBANKDAT
090200           30  BANK-SCR15-OWN-CONTROL      PIC X(1).              CBANKDAT
090300           30  BANK-SCR15-OWN-VIA          PIC X(7).              CBANKDAT
090400           30  BANK-SCR15-OWN-SCREEN       PIC X(8).              CBANKDAT
090500         25  BANK-SCR15-NEW-NAME           PIC X(40).             CBANKDAT
090600         25  BANK-SCR15-NEW-TYPE           PIC X(1).              CBANKDAT
090700         25  BANK-SCR15-NEW-DOB            PIC X(10).             CBANKDAT
090800         25  BANK-SCR15-NEW-NATION         PIC X(2).              CBANKDAT
090900         25  BANK-SCR15-NEW-PCT            PIC X(5).              CBANKDAT
091000         25  BANK-SCR15-NEW-CONTROL        PIC X(1).              CBANKDAT
091100         25  BANK-SCR15-NEW-VIA            PIC X(7).              CBANKDAT
091200         25  BANK-SCR15-ERRMSG             PIC X(62).             CBANKDAT
