000100***************************************************************** CCCRDX01
000200*                                                               * CCCRDX01
000300*  Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.     * CCCRDX01
000400*                                                               * CCCRDX01
000500***************************************************************** CCCRDX01
000600                                                                  CCCRDX01
000700***************************************************************** CCCRDX01
000800* CCCRDX01.CPY (CICS Version)                                   * CCCRDX01
000900*---------------------------------------------------------------* CCCRDX01
001000* This copybook is used to provide an common means of calling   * CCCRDX01
001100* data access module DCCRD01P so that the that module using     * CCCRDX01
001200* this copy book is insensitive to it environment.              * CCCRDX01
001300* There are different versions for CICS, IMS and INET.          * CCCRDX01
001400***************************************************************** CCCRDX01
001500* by default use CICS commands to call the module                 CCCRDX01
001600    EXEC CICS LINK PROGRAM('DCCRD01P')                            CCCRDX01
001700                   COMMAREA(CCR1-DATA)                            CCCRDX01
001800                   LENGTH(LENGTH OF CCR1-DATA)                    CCCRDX01
001900    END-EXEC                                                      CCCRDX01
002000*    CALL 'DCCRD01P' USING CCR1-DATA                              CCCRDX01
