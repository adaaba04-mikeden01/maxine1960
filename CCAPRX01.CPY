000100***************************************************************** CCAPRX01
000200*                                                               * CCAPRX01
000300*  Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.     * CCAPRX01
000400*                                                               * CCAPRX01
000500***************************************************************** CCAPRX01
000600                                                                  CCAPRX01
000700***************************************************************** CCAPRX01
000800* CCAPRX01.CPY (CICS Version)                                   * CCAPRX01
000900*---------------------------------------------------------------* CCAPRX01
001000* This copybook is used to provide an common means of calling   * CCAPRX01
001100* data access module DCAPR01P so that the that module using     * CCAPRX01
001200* this copy book is insensitive to it environment.              * CCAPRX01
001300* There are different versions for CICS, IMS and INET.          * CCAPRX01
001400***************************************************************** CCAPRX01
001500* by default use CICS commands to call the module                 CCAPRX01
001600    EXEC CICS LINK PROGRAM('DCAPR01P')                            CCAPRX01
001700                   COMMAREA(CRW1-DATA)                            CCAPRX01
001800                   LENGTH(LENGTH OF CRW1-DATA)                    CCAPRX01
001900    END-EXEC                                                      CCAPRX01
002000*    CALL 'DCAPR01P' USING CRW1-DATA                              CCAPRX01
