000100***************************************************************** CSTMTX01
000200*                                                               * CSTMTX01
000300*  Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.     * CSTMTX01
000400*                                                               * CSTMTX01
000500***************************************************************** CSTMTX01
000600                                                                  CSTMTX01
000700***************************************************************** CSTMTX01
000800* CSTMTX01.CPY (CICS Version)                                   * CSTMTX01
000900*---------------------------------------------------------------* CSTMTX01
001000* This copybook is used to provide an common means of calling   * CSTMTX01
001100* data access module DSTMT01P so that the that module using     * CSTMTX01
001200* this copy book is insensitive to it environment.              * CSTMTX01
001300* There are different versions for CICS, IMS and INET.          * CSTMTX01
001400***************************************************************** CSTMTX01
001500* by default use CICS commands to call the module                 CSTMTX01
001600    EXEC CICS LINK PROGRAM('DSTMT01P')                            CSTMTX01
001700                   COMMAREA(CSM1-DATA)                            CSTMTX01
001800                   LENGTH(LENGTH OF CSM1-DATA)                    CSTMTX01
001900    END-EXEC                                                      CSTMTX01
002000*    CALL 'DSTMT01P' USING CSM1-DATA                              CSTMTX01
