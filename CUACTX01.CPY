000100***************************************************************** CUACTX01
000200*                                                               * CUACTX01
000300*  Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.     * CUACTX01
000400*                                                               * CUACTX01
000500***************************************************************** CUACTX01
000600                                                                  CUACTX01
000700***************************************************************** CUACTX01
000800* CUACTX01.CPY (CICS Version)                                   * CUACTX01
000900*---------------------------------------------------------------* CUACTX01
001000* This copybook is used to provide an common means of calling   * CUACTX01
001100* data access module DUACT01P so that the that module using     * CUACTX01
001200* this copy book is insensitive to it environment.              * CUACTX01
001300* There are different versions for CICS, IMS and INET.          * CUACTX01
001400***************************************************************** CUACTX01
001500* by default use CICS commands to call the module                 CUACTX01
001600    EXEC CICS LINK PROGRAM('DUACT01P')                            CUACTX01
001700                   COMMAREA(CUA1-DATA)                            CUACTX01
001800                   LENGTH(LENGTH OF CUA1-DATA)                    CUACTX01
001900    END-EXEC                                                      CUACTX01
002000*    CALL 'DUACT01P' USING CUA1-DATA                              CUACTX01
