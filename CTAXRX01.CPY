000100***************************************************************** CTAXRX01
000200*                                                               * CTAXRX01
000300*  Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.     * CTAXRX01
000400*                                                               * CTAXRX01
000500***************************************************************** CTAXRX01
000600                                                                  CTAXRX01
000700***************************************************************** CTAXRX01
000800* CTAXRX01.CPY (CICS Version)                                   * CTAXRX01
000900*---------------------------------------------------------------* CTAXRX01
001000* This copybook is used to provide an common means of calling   * CTAXRX01
001100* data access module DTAXR01P so that the that module using     * CTAXRX01
001200* this copy book is insensitive to it environment.              * CTAXRX01
001300* There are different versions for CICS, IMS and INET.          * CTAXRX01
001400***************************************************************** CTAXRX01
001500* by default use CICS commands to call the module                 CTAXRX01
001600    EXEC CICS LINK PROGRAM('DTAXR01P')                            CTAXRX01
001700                   COMMAREA(CTX1-DATA)                            CTAXRX01
001800                   LENGTH(LENGTH OF CTX1-DATA)                    CTAXRX01
001900    END-EXEC                                                      CTAXRX01
002000*    CALL 'DTAXR01P' USING CTX1-DATA                              CTAXRX01
