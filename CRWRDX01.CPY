000100***************************************************************** CRWRDX01
000200*                                                               * CRWRDX01
000300*  Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.     * CRWRDX01
000400*                                                               * CRWRDX01
000500***************************************************************** CRWRDX01
000600                                                                  CRWRDX01
000700***************************************************************** CRWRDX01
000800* CRWRDX01.CPY (CICS Version)                                   * CRWRDX01
000900*---------------------------------------------------------------* CRWRDX01
001000* This copybook is used to provide an common means of calling   * CRWRDX01
001100* data access module DRWRD01P so that the that module using     * CRWRDX01
001200* this copy book is insensitive to it environment.              * CRWRDX01
001300* There are different versions for CICS, IMS and INET.          * CRWRDX01
001400***************************************************************** CRWRDX01
001500* by default use CICS commands to call the module                 CRWRDX01
001600    EXEC CICS LINK PROGRAM('DRWRD01P')                            CRWRDX01
001700                   COMMAREA(CWD1-DATA)                            CRWRDX01
001800                   LENGTH(LENGTH OF CWD1-DATA)                    CRWRDX01
001900    END-EXEC                                                      CRWRDX01
002000*    CALL 'DRWRD01P' USING CWD1-DATA                              CRWRDX01
