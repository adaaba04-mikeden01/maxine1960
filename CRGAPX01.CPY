000100***************************************************************** CRGAPX01
000200*                                                               * CRGAPX01
000300*  Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.     * CRGAPX01
000400*                                                               * CRGAPX01
000500***************************************************************** CRGAPX01
000600                                                                  CRGAPX01
000700***************************************************************** CRGAPX01
000800* CRGAPX01.CPY (CICS Version)                                   * CRGAPX01
000900*---------------------------------------------------------------* CRGAPX01
001000* This copybook is used to provide an common means of calling   * CRGAPX01
001100* data access module DRGAP01P so that the that module using     * CRGAPX01
001200* this copy book is insensitive to it environment.              * CRGAPX01
001300* There are different versions for CICS, IMS and INET.          * CRGAPX01
001400***************************************************************** CRGAPX01
001500* by default use CICS commands to call the module                 CRGAPX01
001600    EXEC CICS LINK PROGRAM('DRGAP01P')                            CRGAPX01
001700                   COMMAREA(CGP1-DATA)                            CRGAPX01
001800                   LENGTH(LENGTH OF CGP1-DATA)                    CRGAPX01
001900    END-EXEC                                                      CRGAPX01
002000*    CALL 'DRGAP01P' USING CGP1-DATA                              CRGAPX01
