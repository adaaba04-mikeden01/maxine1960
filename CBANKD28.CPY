002300       15  CD28I-SCREEN                      PIC X(8).            CBANKD28
002400       15  CD28I-HOUR                        PIC 9(2).            CBANKD28
002500       15  CD28I-ELAPSED                     PIC 9(8).            CBANKD28
002520*          The signed-on user the screen was driven for           CBANKD28
002540       15  CD28I-USERID                      PIC X(5).            CBANKD28
002600     10  CD28O-DATA.                                              CBANKD28
002700       15  CD28O-RESULT                      PIC X(1).            CBANKD28
002800         88  CD28O-REQUEST-OK                VALUE '0'.           CBANKD28
