001756*      sub-type carries the action: O open, F freeze,             CBANKTXD
001758*      A reactivate, C close                                      CBANKTXD
001760     88  TXN-LIFECYCLE-EVENT                 VALUE 'L'.           CBANKTXD
001765*      A ledger-only settlement ('G') moves money between two GL  CBANKTXD
001770*      lines with no customer account behind it - BTX_ACCNO holds CBANKTXD
001775*      the counterparty id and the detail names the GL line       CBANKTXD
001780     88  TXN-LEDGER-SETTLEMENT               VALUE 'G'.           CBANKTXD
001782*      A contingent memo ('C') records a guarantee or standby LC  CBANKTXD
001784*      going on or off the book - BTX_ACCNO holds the guarantee   CBANKTXD
001786*      reference, the amount is in base currency and the sub-type CBANKTXD
001788*      is 'I' for an issue or increase, 'R' for a release         CBANKTXD
001790     88  TXN-CONTINGENT-MEMO                 VALUE 'C'.           CBANKTXD
001791*      A foreign banknote deal ('X') is one row per deal in base  CBANKTXD
001792*      currency - the sub-type is 'S' when the bank sells notes   CBANKTXD
001793*      and 'B' when it buys them. BTX_ACCNO holds the customer's  CBANKTXD
001794*      account when the deal settles to one, otherwise the deal   CBANKTXD
001795*      number                                                     CBANKTXD
001796     88  TXN-NOTE-EXCHANGE                   VALUE 'X'.           CBANKTXD
001800   05  TXN-SUB-TYPE                          PIC X(1).            CBANKTXD
001900     88  TXN-TRANSFER-MONEY-FROM             VALUE '1'.           CBANKTXD
002000     88  TXN-TRANSFER-MONEY-TO               VALUE '2'.           CBANKTXD
002026*      account's currency, and '7'/'8' are a dispute case's       CBANKTXD
002028*      provisional credit and its clawback                        CBANKTXD
002030     88  TXN-CHEQUE-CLEARED                  VALUE '7'.           CBANKTXD
002032*      For TXN-CASH-MOVEMENT ('3') rows, sub-type '8' is an ATM   CBANKTXD
002033*      inquiry fee off the switch settlement file or a credit     CBANKTXD
002034*      card late payment fee, and '7' is a card purchase          CBANKTXD
002035     88  TXN-CARD-PURCHASE                   VALUE '7'.           CBANKTXD
002036     88  TXN-ATM-FEE                         VALUE '8'.           CBANKTXD
002037     88  TXN-CUSTOMER-MERGED                 VALUE 'M'.           CBANKTXD
002040*      Loan movements ('8') reuse sub-type '1' for a principal    CBANKTXD
002046*      For TXN-DIRECT-PAYMENT ('5') rows the sub-type reuses      CBANKTXD
002049*      '1' for a direct credit and '2' for a direct debit -       CBANKTXD
002052*      the type/sub-type pair is what identifies a posting        CBANKTXD
002055*      For TXN-CHEQUE-PAID ('4') rows, sub-type 'R' is a cheque   CBANKTXD
002060*      deposited with us that the bank it is drawn on returned    CBANKTXD
002065*      unpaid, charged back to the depositor, and 'F' is the      CBANKTXD
002070*      returned-item fee that goes with it                        CBANKTXD
002075     88  TXN-CHEQUE-CHARGEBACK               VALUE 'R'.           CBANKTXD
002080     88  TXN-RETURNED-ITEM-FEE               VALUE 'F'.           CBANKTXD
002082*      For TXN-INTERBANK-PAYMENT ('6') rows, sub-type 'B' is a    CBANKTXD
002084*      bill payment to a directory biller - remitted on that      CBANKTXD
002086*      biller's consolidated file instead of as a transfer        CBANKTXD
002088     88  TXN-BILL-PAYMENT                    VALUE 'B'.           CBANKTXD
002100   05  TXN-DATA-OLD                          PIC X(150).          CBANKTXD
002200   05  TXN-T1-OLD REDEFINES TXN-DATA-OLD.                         CBANKTXD
002300     15  TXN-T1-OLD-DESC                     PIC X(30).           CBANKTXD
002320*      original charge it reverses - the fee income line nets     CBANKTXD
002330*      and the linkage is provable                                CBANKTXD
002340     15  TXN-T1-OLD-XREF                     PIC X(12).           CBANKTXD
002350*      For a transfer addressed to a corporate's virtual number,  CBANKTXD
002360*      the virtual number it was paid to                          CBANKTXD
002370     15  TXN-T1-OLD-VIRTUAL-ACC              PIC X(9).            CBANKTXD
002400   05  TXN-T2-OLD REDEFINES TXN-DATA-OLD.                         CBANKTXD
002500     15  TXN-T2-OLD-ADDR1                    PIC X(25).           CBANKTXD
002600     15  TXN-T2-OLD-ADDR2                    PIC X(25).           CBANKTXD
003330     15  TXN-T4-OLD-DESC                     PIC X(30).           CBANKTXD
003332     15  TXN-T4-OLD-CHEQUE-NO                PIC X(6).            CBANKTXD
003334   05  TXN-T5-OLD REDEFINES TXN-DATA-OLD.                         CBANKTXD
003335*        A direct credit/debit posted off an originator's file    CBANKTXD
003336*        carries the originator's narrative and the file/item     CBANKTXD
003337*        it came from, so a disputed collection can be traced     CBANKTXD
003338     15  TXN-T5-OLD-DESC                     PIC X(30).           CBANKTXD
003339     15  TXN-T5-OLD-ORIGINATOR               PIC X(20).           CBANKTXD
003340     15  TXN-T5-OLD-FILE-ID                  PIC X(8).            CBANKTXD
003341     15  TXN-T5-OLD-SEQ-NO                   PIC X(7).            CBANKTXD
003342*        A credit addressed to a corporate's virtual number       CBANKTXD
003343*        carries it, so the receivables can be matched            CBANKTXD
003344     15  TXN-T5-OLD-VIRTUAL-ACC              PIC X(9).            CBANKTXD
003345   05  TXN-T6-OLD REDEFINES TXN-DATA-OLD.                         CBANKTXD
003346*        An outbound interbank payment carries the beneficiary    CBANKTXD
003347*        it went to, so the statement shows who was paid          CBANKTXD
003348     15  TXN-T6-OLD-DESC                     PIC X(30).           CBANKTXD
003349     15  TXN-T6-OLD-ROUTING                  PIC X(9).            CBANKTXD
003350     15  TXN-T6-OLD-EXT-ACC                  PIC X(17).           CBANKTXD
003351     15  TXN-T6-OLD-BENE-NAME                PIC X(25).           CBANKTXD
003352     15  TXN-T6-OLD-GL-ACCT                  PIC X(6).            CBANKTXD
003353*        A return re-credited through a corporate's virtual       CBANKTXD
003354*        number carries it, as a direct credit does               CBANKTXD
003355     15  TXN-T6-OLD-VIRTUAL-ACC              PIC X(9).            CBANKTXD
003357   05  TXN-T8-OLD REDEFINES TXN-DATA-OLD.                         CBANKTXD
003358*        A loan disbursement or installment carries its BNKLOAN   CBANKTXD
003359*        id so the posting ties back to the repayment schedule    CBANKTXD
003360     15  TXN-T8-OLD-DESC                     PIC X(30).           CBANKTXD
003361     15  TXN-T8-OLD-LOAN-ID                  PIC X(6).            CBANKTXD
003362*        Installment collections also carry the principal/        CBANKTXD
003363*        interest split so the ledger sweep can amortise the      CBANKTXD
003364*        receivable and recognise the interest income; a late     CBANKTXD
003365*        fee recovered by the allocation waterfall rides after    CBANKTXD
003366*        them (spaces on postings that carry no fee)              CBANKTXD
003367     15  TXN-T8-OLD-PRINCIPAL                PIC 9(7)V99.         CBANKTXD
003368     15  TXN-T8-OLD-INTEREST                 PIC 9(7)V99.         CBANKTXD
003369     15  TXN-T8-OLD-FEE                      PIC 9(7)V99.         CBANKTXD
003370   05  TXN-T9-OLD REDEFINES TXN-DATA-OLD.                         CBANKTXD
003371*        A merchant order billing carries the order and item      CBANKTXD
003372*        it invoiced so the charge ties back to BRIAN.ORDERS      CBANKTXD
003373     15  TXN-T9-OLD-DESC                     PIC X(30).           CBANKTXD
003374     15  TXN-T9-OLD-ORDNO                    PIC 9(5).            CBANKTXD
003375     15  TXN-T9-OLD-ITEMNO                   PIC 9(5).            CBANKTXD
003376   05  TXN-TL-OLD REDEFINES TXN-DATA-OLD.                         CBANKTXD
003377     15  TXN-TL-OLD-DESC                     PIC X(30).           CBANKTXD
003378     15  TXN-TL-OLD-REASON                   PIC X(20).           CBANKTXD
003379     15  TXN-TL-OLD-ACTING-USER              PIC X(5).            CBANKTXD
003380   05  TXN-TX-OLD REDEFINES TXN-DATA-OLD.                         CBANKTXD
003381*        A banknote deal carries the counter it was done at, how  CBANKTXD
003382*        it settled (C cash, A account, W the note supplier), and CBANKTXD
003383*        the split the ledger sweep needs - the notes at the mid  CBANKTXD
003384*        rate and the spread the bank earned                      CBANKTXD
003385     15  TXN-TX-OLD-DESC                     PIC X(30).           CBANKTXD
003386     15  TXN-TX-OLD-TELLER                   PIC X(5).            CBANKTXD
003387     15  TXN-TX-OLD-DRAWER                   PIC X(4).            CBANKTXD
003388     15  TXN-TX-OLD-BRANCH                   PIC X(4).            CBANKTXD
003389     15  TXN-TX-OLD-SETTLE                   PIC X(1).            CBANKTXD
003390     15  TXN-TX-OLD-CURRENCY                 PIC X(3).            CBANKTXD
003391     15  TXN-TX-OLD-FOREIGN-AMT              PIC 9(9)V99.         CBANKTXD
003392     15  TXN-TX-OLD-MID-VALUE                PIC 9(7)V99.         CBANKTXD
003393     15  TXN-TX-OLD-SPREAD                   PIC 9(7)V99.         CBANKTXD
003394     15  TXN-TX-OLD-DEAL-ID                  PIC 9(8).            CBANKTXD
003400   05  TXN-DATA-NEW                          PIC X(150).          CBANKTXD
003500   05  TXN-T2-NEW REDEFINES TXN-DATA-NEW.                         CBANKTXD
003600     15  TXN-T2-NEW-ADDR1                    PIC X(25).           CBANKTXD
