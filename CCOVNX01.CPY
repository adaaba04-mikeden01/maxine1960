000100***************************************************************** CCOVNX01
000200*                                                               * CCOVNX01
000300*  Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.     * CCOVNX01
000400*                                                               * CCOVNX01
000500***************************************************************** CCOVNX01
000600                                                                  CCOVNX01
000700***************************************************************** CCOVNX01
000800* CCOVNX01.CPY (CICS Version)                                   * CCOVNX01
000900*---------------------------------------------------------------* CCOVNX01
001000* This copybook is used to provide an common means of calling   * CCOVNX01
001100* data access module DCOVN01P so that the that module using     * CCOVNX01
001200* this copy book is insensitive to it environment.              * CCOVNX01
001300* There are different versions for CICS, IMS and INET.          * CCOVNX01
001400***************************************************************** CCOVNX01
001500* by default use CICS commands to call the module                 CCOVNX01
001600    EXEC CICS LINK PROGRAM('DCOVN01P')                            CCOVNX01
001700                   COMMAREA(CCV1-DATA)                            CCOVNX01
001800                   LENGTH(LENGTH OF CCV1-DATA)                    CCOVNX01
001900    END-EXEC                                                      CCOVNX01
002000*    CALL 'DCOVN01P' USING CCV1-DATA                              CCOVNX01
