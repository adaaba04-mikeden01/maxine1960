000100***************************************************************** CPOOLX01
000200*                                                               * CPOOLX01
000300*  Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.     * CPOOLX01
000400*                                                               * CPOOLX01
000500***************************************************************** CPOOLX01
000600                                                                  CPOOLX01
000700***************************************************************** CPOOLX01
000800* CPOOLX01.CPY (CICS Version)                                   * CPOOLX01
000900*---------------------------------------------------------------* CPOOLX01
001000* This copybook is used to provide an common means of calling   * CPOOLX01
001100* data access module DPOOL01P so that the that module using     * CPOOLX01
001200* this copy book is insensitive to it environment.              * CPOOLX01
001300* There are different versions for CICS, IMS and INET.          * CPOOLX01
001400***************************************************************** CPOOLX01
001500* by default use CICS commands to call the module                 CPOOLX01
001600    EXEC CICS LINK PROGRAM('DPOOL01P')                            CPOOLX01
001700                   COMMAREA(CPL1-DATA)                            CPOOLX01
001800                   LENGTH(LENGTH OF CPL1-DATA)                    CPOOLX01
001900    END-EXEC                                                      CPOOLX01
002000*    CALL 'DPOOL01P' USING CPL1-DATA                              CPOOLX01
