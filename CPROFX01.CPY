000100***************************************************************** CPROFX01
000200*                                                               * CPROFX01
000300*  Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.     * CPROFX01
000400*                                                               * CPROFX01
000500***************************************************************** CPROFX01
000600                                                                  CPROFX01
000700***************************************************************** CPROFX01
000800* CPROFX01.CPY (CICS Version)                                   * CPROFX01
000900*---------------------------------------------------------------* CPROFX01
001000* This copybook is used to provide an common means of calling   * CPROFX01
001100* data access module DPROF01P so that the that module using     * CPROFX01
001200* this copy book is insensitive to it environment.              * CPROFX01
001300* There are different versions for CICS, IMS and INET.          * CPROFX01
001400***************************************************************** CPROFX01
001500* by default use CICS commands to call the module                 CPROFX01
001600    EXEC CICS LINK PROGRAM('DPROF01P')                            CPROFX01
001700                   COMMAREA(CPR1-DATA)                            CPROFX01
001800                   LENGTH(LENGTH OF CPR1-DATA)                    CPROFX01
001900    END-EXEC                                                      CPROFX01
002000*    CALL 'DPROF01P' USING CPR1-DATA                              CPROFX01
