000100***************************************************************** CBILLX01
000200*                                                               * CBILLX01
000300*  Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.     * CBILLX01
000400*                                                               * CBILLX01
000500***************************************************************** CBILLX01
000600                                                                  CBILLX01
000700***************************************************************** CBILLX01
000800* CBILLX01.CPY (CICS Version)                                   * CBILLX01
000900*---------------------------------------------------------------* CBILLX01
001000* This copybook is used to provide an common means of calling   * CBILLX01
001100* data access module DBILL01P so that the that module using     * CBILLX01
001200* this copy book is insensitive to it environment.              * CBILLX01
001300* There are different versions for CICS, IMS and INET.          * CBILLX01
001400***************************************************************** CBILLX01
001500* by default use CICS commands to call the module                 CBILLX01
001600    EXEC CICS LINK PROGRAM('DBILL01P')                            CBILLX01
001700                   COMMAREA(CBP1-DATA)                            CBILLX01
001800                   LENGTH(LENGTH OF CBP1-DATA)                    CBILLX01
001900    END-EXEC                                                      CBILLX01
002000*    CALL 'DBILL01P' USING CBP1-DATA                              CBILLX01
