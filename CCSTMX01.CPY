000100***************************************************************** CCSTMX01
000200*                                                               * CCSTMX01
000300*  Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.     * CCSTMX01
000400*                                                               * CCSTMX01
000500***************************************************************** CCSTMX01
000600                                                                  CCSTMX01
000700***************************************************************** CCSTMX01
000800* CCSTMX01.CPY (CICS Version)                                   * CCSTMX01
000900*---------------------------------------------------------------* CCSTMX01
001000* This copybook is used to provide an common means of calling   * CCSTMX01
001100* data access module DCSTM01P so that the that module using     * CCSTMX01
001200* this copy book is insensitive to it environment.              * CCSTMX01
001300* There are different versions for CICS, IMS and INET.          * CCSTMX01
001400***************************************************************** CCSTMX01
001500* by default use CICS commands to call the module                 CCSTMX01
001600    EXEC CICS LINK PROGRAM('DCSTM01P')                            CCSTMX01
001700                   COMMAREA(CCS1-DATA)                            CCSTMX01
001800                   LENGTH(LENGTH OF CCS1-DATA)                    CCSTMX01
001900    END-EXEC                                                      CCSTMX01
002000*    CALL 'DCSTM01P' USING CCS1-DATA                              CCSTMX01
