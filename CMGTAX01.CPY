000100***************************************************************** CMGTAX01
000200*                                                               * CMGTAX01
000300*  Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.     * CMGTAX01
000400*                                                               * CMGTAX01
000500***************************************************************** CMGTAX01
000600                                                                  CMGTAX01
000700***************************************************************** CMGTAX01
000800* CMGTAX01.CPY (CICS Version)                                   * CMGTAX01
000900*---------------------------------------------------------------* CMGTAX01
001000* This copybook is used to provide an common means of calling   * CMGTAX01
001100* data access module DMGTA01P so that the that module using     * CMGTAX01
001200* this copy book is insensitive to it environment.              * CMGTAX01
001300* There are different versions for CICS, IMS and INET.          * CMGTAX01
001400***************************************************************** CMGTAX01
001500* by default use CICS commands to call the module                 CMGTAX01
001600    EXEC CICS LINK PROGRAM('DMGTA01P')                            CMGTAX01
001700                   COMMAREA(CMA1-DATA)                            CMGTAX01
001800                   LENGTH(LENGTH OF CMA1-DATA)                    CMGTAX01
001900    END-EXEC                                                      CMGTAX01
002000*    CALL 'DMGTA01P' USING CMA1-DATA                              CMGTAX01
