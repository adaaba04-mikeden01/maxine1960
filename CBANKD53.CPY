001500   05  CD53-DATA.                                                 CBANKD53
001600     10  CD53I-DATA.                                              CBANKD53
001700       15  CD53I-FILLER                      PIC X(1).            CBANKD53
001710*        Blank for the live run; P proves the run - each charge   CBANKD53
001720*        is worked out and listed exactly as it would post, and   CBANKD53
001730*        none is posted                                           CBANKD53
001740       15  CD53I-RUN-MODE                    PIC X(1).            CBANKD53
001750         88  CD53I-LIVE-RUN                  VALUE ' '.           CBANKD53
001760         88  CD53I-PROOF-RUN                 VALUE 'P'.           CBANKD53
001800     10  CD53O-DATA.                                              CBANKD53
001900       15  CD53O-RESULT                      PIC X(1).            CBANKD53
002000         88  CD53O-RUN-OK                     VALUE '0'.          CBANKD53
