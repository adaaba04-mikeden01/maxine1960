001400* interest equally across the BNKACCJT owners - onto BNKTAXI,   * CBANKD86
001500* cuts the tax authority's fixed-format submission file, and    * CBANKD86
001600* routes each customer's annual interest certificate through    * CBANKD86
001720* the existing notification dispatch. Interest earned inside a  * CBANKD86
001740* tax-free savings wrapper is left out, and the year's wrapper  * CBANKD86
001750* subscriptions and transfers go on a separate annual return.   * CBANKD86
001760* Each account's year of interest is kept on BNKTAXA for the    * CBANKD86
001770* reportable-account return of foreign tax residents.           * CBANKD86
001800***************************************************************** CBANKD86
001900   05  CD86-DATA.                                                 CBANKD86
002000     10  CD86I-DATA.                                              CBANKD86
002800       15  CD86O-CERTS-DISPATCHED            PIC 9(7).            CBANKD86
002900       15  CD86O-TOTAL-INTEREST              PIC S9(11)V99.       CBANKD86
002910       15  CD86O-TOTAL-WITHHELD              PIC S9(11)V99.       CBANKD86
002920       15  CD86O-RETURNS-FILED               PIC 9(7).            CBANKD86
002940       15  CD86O-TOTAL-SUBSCRIBED            PIC S9(11)V99.       CBANKD86
003000       15  CD86O-MSG                         PIC X(62).           CBANKD86
