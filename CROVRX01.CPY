000100***************************************************************** CROVRX01
000200*                                                               * CROVRX01
000300*  Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.     * CROVRX01
000400*                                                               * CROVRX01
000500***************************************************************** CROVRX01
000600                                                                  CROVRX01
000700***************************************************************** CROVRX01
000800* CROVRX01.CPY (CICS Version)                                   * CROVRX01
000900*---------------------------------------------------------------* CROVRX01
001000* This copybook is used to provide an common means of calling   * CROVRX01
001100* data access module DROVR01P so that the that module using     * CROVRX01
001200* this copy book is insensitive to it environment.              * CROVRX01
001300* There are different versions for CICS, IMS and INET.          * CROVRX01
001400***************************************************************** CROVRX01
001500* by default use CICS commands to call the module                 CROVRX01
001600    EXEC CICS LINK PROGRAM('DROVR01P')                            CROVRX01
001700                   COMMAREA(CRV1-DATA)                            CROVRX01
001800                   LENGTH(LENGTH OF CRV1-DATA)                    CROVRX01
001900    END-EXEC                                                      CROVRX01
002000*    CALL 'DROVR01P' USING CRV1-DATA                              CROVRX01
