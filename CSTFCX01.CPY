000100***************************************************************** CSTFCX01
000200*                                                               * CSTFCX01
000300*  Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.     * CSTFCX01
000400*                                                               * CSTFCX01
000500***************************************************************** CSTFCX01
000600                                                                  CSTFCX01
000700***************************************************************** CSTFCX01
000800* CSTFCX01.CPY (CICS Version)                                   * CSTFCX01
000900*---------------------------------------------------------------* CSTFCX01
001000* This copybook is used to provide an common means of calling   * CSTFCX01
001100* data access module DSTFC01P so that the that module using     * CSTFCX01
001200* this copy book is insensitive to it environment.              * CSTFCX01
001300* There are different versions for CICS, IMS and INET.          * CSTFCX01
001400***************************************************************** CSTFCX01
001500* by default use CICS commands to call the module                 CSTFCX01
001600    EXEC CICS LINK PROGRAM('DSTFC01P')                            CSTFCX01
001700                   COMMAREA(CSC1-DATA)                            CSTFCX01
001800                   LENGTH(LENGTH OF CSC1-DATA)                    CSTFCX01
001900    END-EXEC                                                      CSTFCX01
002000*    CALL 'DSTFC01P' USING CSC1-DATA                              CSTFCX01
