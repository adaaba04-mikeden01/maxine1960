000100***************************************************************** CFXNTX01
000200*                                                               * CFXNTX01
000300*  Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.     * CFXNTX01
000400*                                                               * CFXNTX01
000500***************************************************************** CFXNTX01
000600                                                                  CFXNTX01
000700***************************************************************** CFXNTX01
000800* CFXNTX01.CPY (CICS Version)                                   * CFXNTX01
000900*---------------------------------------------------------------* CFXNTX01
001000* This copybook is used to provide an common means of calling   * CFXNTX01
001100* data access module DFXNT01P so that the that module using     * CFXNTX01
001200* this copy book is insensitive to it environment.              * CFXNTX01
001300* There are different versions for CICS, IMS and INET.          * CFXNTX01
001400***************************************************************** CFXNTX01
001500* by default use CICS commands to call the module                 CFXNTX01
001600    EXEC CICS LINK PROGRAM('DFXNT01P')                            CFXNTX01
001700                   COMMAREA(CFX1-DATA)                            CFXNTX01
001800                   LENGTH(LENGTH OF CFX1-DATA)                    CFXNTX01
001900    END-EXEC                                                      CFXNTX01
002000*    CALL 'DFXNT01P' USING CFX1-DATA                              CFXNTX01
