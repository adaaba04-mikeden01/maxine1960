000100***************************************************************** CRBLDX01
000200*                                                               * CRBLDX01
000300*  Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.     * CRBLDX01
000400*                                                               * CRBLDX01
000500***************************************************************** CRBLDX01
000600                                                                  CRBLDX01
000700***************************************************************** CRBLDX01
000800* CRBLDX01.CPY (CICS Version)                                   * CRBLDX01
000900*---------------------------------------------------------------* CRBLDX01
001000* This copybook is used to provide an common means of calling   * CRBLDX01
001100* data access module DRBLD01P so that the that module using     * CRBLDX01
001200* this copy book is insensitive to it environment.              * CRBLDX01
001300* There are different versions for CICS, IMS and INET.          * CRBLDX01
001400***************************************************************** CRBLDX01
001500* by default use CICS commands to call the module                 CRBLDX01
001600    EXEC CICS LINK PROGRAM('DRBLD01P')                            CRBLDX01
001700                   COMMAREA(CRB1-DATA)                            CRBLDX01
001800                   LENGTH(LENGTH OF CRB1-DATA)                    CRBLDX01
001900    END-EXEC                                                      CRBLDX01
002000*    CALL 'DRBLD01P' USING CRB1-DATA                              CRBLDX01
