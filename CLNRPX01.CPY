000100***************************************************************** CLNRPX01
000200*                                                               * CLNRPX01
000300*  Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.     * CLNRPX01
000400*                                                               * CLNRPX01
000500***************************************************************** CLNRPX01
000600                                                                  CLNRPX01
000700***************************************************************** CLNRPX01
000800* CLNRPX01.CPY (CICS Version)                                   * CLNRPX01
000900*---------------------------------------------------------------* CLNRPX01
001000* This copybook is used to provide an common means of calling   * CLNRPX01
001100* data access module DLNRP01P so that the that module using     * CLNRPX01
001200* this copy book is insensitive to it environment.              * CLNRPX01
001300* There are different versions for CICS, IMS and INET.          * CLNRPX01
001400***************************************************************** CLNRPX01
001500* by default use CICS commands to call the module                 CLNRPX01
001600    EXEC CICS LINK PROGRAM('DLNRP01P')                            CLNRPX01
001700                   COMMAREA(CRP1-DATA)                            CLNRPX01
001800                   LENGTH(LENGTH OF CRP1-DATA)                    CLNRPX01
001900    END-EXEC                                                      CLNRPX01
002000*    CALL 'DLNRP01P' USING CRP1-DATA                              CLNRPX01
