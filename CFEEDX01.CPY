000100***************************************************************** CFEEDX01
000200*                                                               * CFEEDX01
000300*  Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.     * CFEEDX01
000400*                                                               * CFEEDX01
000500***************************************************************** CFEEDX01
000600                                                                  CFEEDX01
000700***************************************************************** CFEEDX01
000800* CFEEDX01.CPY (CICS Version)                                   * CFEEDX01
000900*---------------------------------------------------------------* CFEEDX01
001000* This copybook is used to provide an common means of calling   * CFEEDX01
001100* data access module DFEED01P so that the that module using     * CFEEDX01
001200* this copy book is insensitive to it environment.              * CFEEDX01
001300* There are different versions for CICS, IMS and INET.          * CFEEDX01
001400***************************************************************** CFEEDX01
001500* by default use CICS commands to call the module                 CFEEDX01
001600    EXEC CICS LINK PROGRAM('DFEED01P')                            CFEEDX01
001700                   COMMAREA(CFD1-DATA)                            CFEEDX01
001800                   LENGTH(LENGTH OF CFD1-DATA)                    CFEEDX01
001900    END-EXEC                                                      CFEEDX01
002000*    CALL 'DFEED01P' USING CFD1-DATA                              CFEEDX01
