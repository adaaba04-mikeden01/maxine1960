000100***************************************************************** CAUTHX01
000200*                                                               * CAUTHX01
000300*  Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.     * CAUTHX01
000400*                                                               * CAUTHX01
000500***************************************************************** CAUTHX01
000600                                                                  CAUTHX01
000700***************************************************************** CAUTHX01
000800* CAUTHX01.CPY (CICS Version)                                   * CAUTHX01
000900*---------------------------------------------------------------* CAUTHX01
001000* This copybook is used to provide an common means of calling   * CAUTHX01
001100* data access module DAUTH01P so that the that module using     * CAUTHX01
001200* this copy book is insensitive to it environment.              * CAUTHX01
001300* There are different versions for CICS, IMS and INET.          * CAUTHX01
001400***************************************************************** CAUTHX01
001500* by default use CICS commands to call the module                 CAUTHX01
001600    EXEC CICS LINK PROGRAM('DAUTH01P')                            CAUTHX01
001700                   COMMAREA(CAU1-DATA)                            CAUTHX01
001800                   LENGTH(LENGTH OF CAU1-DATA)                    CAUTHX01
001900    END-EXEC                                                      CAUTHX01
002000*    CALL 'DAUTH01P' USING CAU1-DATA                              CAUTHX01
