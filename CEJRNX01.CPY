000100***************************************************************** CEJRNX01
000200*                                                               * CEJRNX01
000300*  Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.     * CEJRNX01
000400*                                                               * CEJRNX01
000500***************************************************************** CEJRNX01
000600                                                                  CEJRNX01
000700***************************************************************** CEJRNX01
000800* CEJRNX01.CPY (CICS Version)                                   * CEJRNX01
000900*---------------------------------------------------------------* CEJRNX01
001000* This copybook is used to provide an common means of calling   * CEJRNX01
001100* data access module DEJRN01P so that the that module using     * CEJRNX01
001200* this copy book is insensitive to it environment.              * CEJRNX01
001300* There are different versions for CICS, IMS and INET.          * CEJRNX01
001400***************************************************************** CEJRNX01
001500* by default use CICS commands to call the module                 CEJRNX01
001600    EXEC CICS LINK PROGRAM('DEJRN01P')                            CEJRNX01
001700                   COMMAREA(CEJ1-DATA)                            CEJRNX01
001800                   LENGTH(LENGTH OF CEJ1-DATA)                    CEJRNX01
001900    END-EXEC                                                      CEJRNX01
002000*    CALL 'DEJRN01P' USING CEJ1-DATA                              CEJRNX01
