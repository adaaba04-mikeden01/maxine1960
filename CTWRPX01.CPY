000100***************************************************************** CTWRPX01
000200*                                                               * CTWRPX01
000300*  Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.     * CTWRPX01
000400*                                                               * CTWRPX01
000500***************************************************************** CTWRPX01
000600                                                                  CTWRPX01
000700***************************************************************** CTWRPX01
000800* CTWRPX01.CPY (CICS Version)                                   * CTWRPX01
000900*---------------------------------------------------------------* CTWRPX01
001000* This copybook is used to provide an common means of calling   * CTWRPX01
001100* data access module DTWRP01P so that the that module using     * CTWRPX01
001200* this copy book is insensitive to it environment.              * CTWRPX01
001300* There are different versions for CICS, IMS and INET.          * CTWRPX01
001400***************************************************************** CTWRPX01
001500* by default use CICS commands to call the module                 CTWRPX01
001600    EXEC CICS LINK PROGRAM('DTWRP01P')                            CTWRPX01
001700                   COMMAREA(CTW1-DATA)                            CTWRPX01
001800                   LENGTH(LENGTH OF CTW1-DATA)                    CTWRPX01
001900    END-EXEC                                                      CTWRPX01
002000*    CALL 'DTWRP01P' USING CTW1-DATA                              CTWRPX01
