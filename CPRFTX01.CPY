000100***************************************************************** CPRFTX01
000200*                                                               * CPRFTX01
000300*  Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.     * CPRFTX01
000400*                                                               * CPRFTX01
000500***************************************************************** CPRFTX01
000600                                                                  CPRFTX01
000700***************************************************************** CPRFTX01
000800* CPRFTX01.CPY (CICS Version)                                   * CPRFTX01
000900*---------------------------------------------------------------* CPRFTX01
001000* This copybook is used to provide an common means of calling   * CPRFTX01
001100* data access module DPRFT01P so that the that module using     * CPRFTX01
001200* this copy book is insensitive to it environment.              * CPRFTX01
001300* There are different versions for CICS, IMS and INET.          * CPRFTX01
001400***************************************************************** CPRFTX01
001500* by default use CICS commands to call the module                 CPRFTX01
001600    EXEC CICS LINK PROGRAM('DPRFT01P')                            CPRFTX01
001700                   COMMAREA(CPF1-DATA)                            CPRFTX01
001800                   LENGTH(LENGTH OF CPF1-DATA)                    CPRFTX01
001900    END-EXEC                                                      CPRFTX01
002000*    CALL 'DPRFT01P' USING CPF1-DATA                              CPRFTX01
