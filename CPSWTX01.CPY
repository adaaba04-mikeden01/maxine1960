000100***************************************************************** CPSWTX01
000200*                                                               * CPSWTX01
000300*  Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.     * CPSWTX01
000400*                                                               * CPSWTX01
000500***************************************************************** CPSWTX01
000600                                                                  CPSWTX01
000700***************************************************************** CPSWTX01
000800* CPSWTX01.CPY (CICS Version)                                   * CPSWTX01
000900*---------------------------------------------------------------* CPSWTX01
001000* This copybook is used to provide an common means of calling   * CPSWTX01
001100* data access module DPSWT01P so that the that module using     * CPSWTX01
001200* this copy book is insensitive to it environment.              * CPSWTX01
001300* There are different versions for CICS, IMS and INET.          * CPSWTX01
001400***************************************************************** CPSWTX01
001500* by default use CICS commands to call the module                 CPSWTX01
001600    EXEC CICS LINK PROGRAM('DPSWT01P')                            CPSWTX01
001700                   COMMAREA(CPW1-DATA)                            CPSWTX01
001800                   LENGTH(LENGTH OF CPW1-DATA)                    CPSWTX01
001900    END-EXEC                                                      CPSWTX01
002000*    CALL 'DPSWT01P' USING CPW1-DATA                              CPSWTX01
