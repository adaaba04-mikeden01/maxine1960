000100***************************************************************** CNOTCX01
000200*                                                               * CNOTCX01
000300*  Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.     * CNOTCX01
000400*                                                               * CNOTCX01
000500***************************************************************** CNOTCX01
000600                                                                  CNOTCX01
000700***************************************************************** CNOTCX01
000800* CNOTCX01.CPY (CICS Version)                                   * CNOTCX01
000900*---------------------------------------------------------------* CNOTCX01
001000* This copybook is used to provide an common means of calling   * CNOTCX01
001100* data access module DNOTC01P so that the that module using     * CNOTCX01
001200* this copy book is insensitive to it environment.              * CNOTCX01
001300* There are different versions for CICS, IMS and INET.          * CNOTCX01
001400***************************************************************** CNOTCX01
001500* by default use CICS commands to call the module                 CNOTCX01
001600    EXEC CICS LINK PROGRAM('DNOTC01P')                            CNOTCX01
001700                   COMMAREA(CNT1-DATA)                            CNOTCX01
001800                   LENGTH(LENGTH OF CNT1-DATA)                    CNOTCX01
001900    END-EXEC                                                      CNOTCX01
002000*    CALL 'DNOTC01P' USING CNT1-DATA                              CNOTCX01
