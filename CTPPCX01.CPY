000100***************************************************************** CTPPCX01
000200*                                                               * CTPPCX01
000300*  Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.     * CTPPCX01
000400*                                                               * CTPPCX01
000500***************************************************************** CTPPCX01
000600                                                                  CTPPCX01
000700***************************************************************** CTPPCX01
000800* CTPPCX01.CPY (CICS Version)                                   * CTPPCX01
000900*---------------------------------------------------------------* CTPPCX01
001000* This copybook is used to provide an common means of calling   * CTPPCX01
001100* data access module DTPPC01P so that the that module using     * CTPPCX01
001200* this copy book is insensitive to it environment.              * CTPPCX01
001300* There are different versions for CICS, IMS and INET.          * CTPPCX01
001400***************************************************************** CTPPCX01
001500* by default use CICS commands to call the module                 CTPPCX01
001600    EXEC CICS LINK PROGRAM('DTPPC01P')                            CTPPCX01
001700                   COMMAREA(CTP1-DATA)                            CTPPCX01
001800                   LENGTH(LENGTH OF CTP1-DATA)                    CTPPCX01
001900    END-EXEC                                                      CTPPCX01
002000*    CALL 'DTPPC01P' USING CTP1-DATA                              CTPPCX01
