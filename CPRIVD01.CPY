001500* erase-in-place transforms with a completion certificate into  * CPRIVD01
001600* the report repository), and the legal-hold registry           * CPRIVD01
001700* (BNKLHLD) that the archive, purge and anonymization jobs all  * CPRIVD01
001800* honour, and the subject-access workflow (capture and verify a * CPRIVD01
001820* customer's request for a copy of their data, compile it from  * CPRIVD01
001840* every table that holds it into one report in the repository,  * CPRIVD01
001860* flag anything under a legal hold for review, and release it   * CPRIVD01
001880* inside its business-day deadline).                            * CPRIVD01
001900***************************************************************** CPRIVD01
002000   05  CPV1-DATA.                                                 CPRIVD01
002100     10  CPV1I-DATA.                                              CPRIVD01
002600         88  CPV1I-PLACE-HOLD                VALUE 'P'.           CPRIVD01
002700         88  CPV1I-LIFT-HOLD                 VALUE 'X'.           CPRIVD01
002800         88  CPV1I-LIST-HOLDS                VALUE 'L'.           CPRIVD01
002810         88  CPV1I-CAPTURE-ACCESS            VALUE 'A'.           CPRIVD01
002820         88  CPV1I-VERIFY-ACCESS             VALUE 'I'.           CPRIVD01
002830         88  CPV1I-COMPILE-ACCESS            VALUE 'G'.           CPRIVD01
002840         88  CPV1I-RELEASE-ACCESS            VALUE 'R'.           CPRIVD01
002850         88  CPV1I-LIST-ACCESS               VALUE 'Q'.           CPRIVD01
002860         88  CPV1I-ACCESS-NIGHTLY            VALUE 'N'.           CPRIVD01
002900       15  CPV1I-PERSON-PID                  PIC X(5).            CPRIVD01
003000       15  CPV1I-CASE-REF                    PIC X(20).           CPRIVD01
003100       15  CPV1I-REVIEW-DATE                 PIC X(10).           CPRIVD01
004200           25  CPV1O-LIST-PID                PIC X(5).            CPRIVD01
004300           25  CPV1O-LIST-CASE               PIC X(20).           CPRIVD01
004400           25  CPV1O-LIST-REVIEW             PIC X(10).           CPRIVD01
004410       15  CPV1O-DUE-DATE                    PIC X(10).           CPRIVD01
004420       15  CPV1O-ITEM-COUNT                  PIC 9(7).            CPRIVD01
004430       15  CPV1O-HELD-ITEMS                  PIC 9(7).            CPRIVD01
004440       15  CPV1O-CASES-RUN                   PIC 9(5).            CPRIVD01
004450       15  CPV1O-OVERDUE                     PIC 9(5).            CPRIVD01
004500       15  CPV1O-MSG                         PIC X(62).           CPRIVD01
