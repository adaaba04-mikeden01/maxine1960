000100***************************************************************** CIBRCX01
000200*                                                               * CIBRCX01
000300*  Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.     * CIBRCX01
000400*                                                               * CIBRCX01
000500***************************************************************** CIBRCX01
000600                                                                  CIBRCX01
000700***************************************************************** CIBRCX01
000800* CIBRCX01.CPY (CICS Version)                                   * CIBRCX01
000900*---------------------------------------------------------------* CIBRCX01
001000* This copybook is used to provide an common means of calling   * CIBRCX01
001100* data access module DIBRC01P so that the that module using     * CIBRCX01
001200* this copy book is insensitive to it environment.              * CIBRCX01
001300* There are different versions for CICS, IMS and INET.          * CIBRCX01
001400***************************************************************** CIBRCX01
001500* by default use CICS commands to call the module                 CIBRCX01
001600    EXEC CICS LINK PROGRAM('DIBRC01P')                            CIBRCX01
001700                   COMMAREA(CIB1-DATA)                            CIBRCX01
001800                   LENGTH(LENGTH OF CIB1-DATA)                    CIBRCX01
001900    END-EXEC                                                      CIBRCX01
002000*    CALL 'DIBRC01P' USING CIB1-DATA                              CIBRCX01
