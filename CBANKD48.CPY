001400* unarranged excess. An internal obligor limit per customer     * CBANKD48
001500* lives on BNKOBLM; the nightly run reports every breach, and   * CBANKD48
001600* the check function answers whether a proposed new facility    * CBANKD48
001650* would breach before it is granted. A covenant breach the      * CBANKD48
001700* reviewer has confirmed (DCOVN01P) on a live loan counts       * CBANKD48
001750* against the obligor too, and puts them on the report.         * CBANKD48
001760* A live bank guarantee or standby letter of credit (DGUAR01P)  * CBANKD48
001770* counts at its outstanding base-currency amount, since a claim * CBANKD48
001780* under it turns straight into a loan.                          * CBANKD48
001782* A corporate group (DPOOL01P) answers as one obligor as well:  * CBANKD48
001784* the check function also totals every entity in the            * CBANKD48
001786* customer's group against the group's own limit, held on       * CBANKD48
001788* BNKOBLM under the top corporate's PID with scope G, and the   * CBANKD48
001790* group check answers for a whole group given its top PID.      * CBANKD48
001800***************************************************************** CBANKD48
001900   05  CD48-DATA.                                                 CBANKD48
002000     10  CD48I-DATA.                                              CBANKD48
002200         88  CD48I-EXPOSURE-RUN              VALUE 'E'.           CBANKD48
002300         88  CD48I-CHECK-FACILITY            VALUE 'C'.           CBANKD48
002400         88  CD48I-SET-LIMIT                 VALUE 'S'.           CBANKD48
002450         88  CD48I-CHECK-GROUP               VALUE 'G'.           CBANKD48
002500       15  CD48I-PERSON-PID                  PIC X(5).            CBANKD48
002600       15  CD48I-NEW-AMOUNT                  PIC S9(9)V99 COMP-3. CBANKD48
002700       15  CD48I-LIMIT                       PIC S9(9)V99 COMP-3. CBANKD48
002800       15  CD48I-USERID                      PIC X(5).            CBANKD48
002820*        Which limit the set function records - the customer's    CBANKD48
002840*        own, or with G the group's, under its top corporate      CBANKD48
002860       15  CD48I-SCOPE                       PIC X(1).            CBANKD48
002880         88  CD48I-SCOPE-GROUP               VALUE 'G'.           CBANKD48
002900     10  CD48O-DATA.                                              CBANKD48
003000       15  CD48O-RESULT                      PIC X(1).            CBANKD48
003100         88  CD48O-REQUEST-OK                VALUE '0'.           CBANKD48
003400       15  CD48O-EXPOSURE                    PIC S9(11)V99 COMP-3.CBANKD48
003500       15  CD48O-OBLIGOR-LIMIT               PIC S9(11)V99 COMP-3.CBANKD48
003600       15  CD48O-BREACHES                    PIC 9(5).            CBANKD48
003620       15  CD48O-COVENANT-BREACHES           PIC 9(3).            CBANKD48
003640       15  CD48O-COVENANT-OBLIGORS           PIC 9(5).            CBANKD48
003645*        The group the customer belongs to, all its entities'     CBANKD48
003650*        exposure together and the group limit it is held to      CBANKD48
003655       15  CD48O-GROUP-PID                   PIC X(5).            CBANKD48
003660       15  CD48O-GROUP-EXPOSURE              PIC S9(11)V99 COMP-3.CBANKD48
003665       15  CD48O-GROUP-LIMIT                 PIC S9(11)V99 COMP-3.CBANKD48
003670       15  CD48O-GROUP-MEMBERS               PIC 9(3).            CBANKD48
003700       15  CD48O-MSG                         PIC X(62).           CBANKD48
