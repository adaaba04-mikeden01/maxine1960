000100***************************************************************** COCLRX01
000200*                                                               * COCLRX01
000300*  Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.     * COCLRX01
000400*                                                               * COCLRX01
000500***************************************************************** COCLRX01
000600                                                                  COCLRX01
000700***************************************************************** COCLRX01
000800* COCLRX01.CPY (CICS Version)                                   * COCLRX01
000900*---------------------------------------------------------------* COCLRX01
001000* This copybook is used to provide an common means of calling   * COCLRX01
001100* data access module DOCLR01P so that the that module using     * COCLRX01
001200* this copy book is insensitive to it environment.              * COCLRX01
001300* There are different versions for CICS, IMS and INET.          * COCLRX01
001400***************************************************************** COCLRX01
001500* by default use CICS commands to call the module                 COCLRX01
001600    EXEC CICS LINK PROGRAM('DOCLR01P')                            COCLRX01
001700                   COMMAREA(COC1-DATA)                            COCLRX01
001800                   LENGTH(LENGTH OF COC1-DATA)                    COCLRX01
001900    END-EXEC                                                      COCLRX01
002000*    CALL 'DOCLR01P' USING COC1-DATA                              COCLRX01
