000100***************************************************************** CSCORX01
000200*                                                               * CSCORX01
000300*  Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.     * CSCORX01
000400*                                                               * CSCORX01
000500***************************************************************** CSCORX01
000600                                                                  CSCORX01
000700***************************************************************** CSCORX01
000800* CSCORX01.CPY (CICS Version)                                   * CSCORX01
000900*---------------------------------------------------------------* CSCORX01
001000* This copybook is used to provide an common means of calling   * CSCORX01
001100* data access module DSCOR01P so that the that module using     * CSCORX01
001200* this copy book is insensitive to it environment.              * CSCORX01
001300* There are different versions for CICS, IMS and INET.          * CSCORX01
001400***************************************************************** CSCORX01
001500* by default use CICS commands to call the module                 CSCORX01
001600    EXEC CICS LINK PROGRAM('DSCOR01P')                            CSCORX01
001700                   COMMAREA(CSD1-DATA)                            CSCORX01
001800                   LENGTH(LENGTH OF CSD1-DATA)                    CSCORX01
001900    END-EXEC                                                      CSCORX01
002000*    CALL 'DSCOR01P' USING CSD1-DATA                              CSCORX01
