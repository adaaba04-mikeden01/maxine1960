000100***************************************************************** CPRODX01
000200*                                                               * CPRODX01
000300*  Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.     * CPRODX01
000400*                                                               * CPRODX01
000500***************************************************************** CPRODX01
000600                                                                  CPRODX01
000700***************************************************************** CPRODX01
000800* CPRODX01.CPY (CICS Version)                                   * CPRODX01
000900*---------------------------------------------------------------* CPRODX01
001000* This copybook is used to provide an common means of calling   * CPRODX01
001100* data access module DPROD01P so that the that module using     * CPRODX01
001200* this copy book is insensitive to it environment.              * CPRODX01
001300* There are different versions for CICS, IMS and INET.          * CPRODX01
001400***************************************************************** CPRODX01
001500* by default use CICS commands to call the module                 CPRODX01
001600    EXEC CICS LINK PROGRAM('DPROD01P')                            CPRODX01
001700                   COMMAREA(CPD1-DATA)                            CPRODX01
001800                   LENGTH(LENGTH OF CPD1-DATA)                    CPRODX01
001900    END-EXEC                                                      CPRODX01
002000*    CALL 'DPROD01P' USING CPD1-DATA                              CPRODX01
