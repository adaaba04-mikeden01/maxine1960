000100***************************************************************** CGUARX01
000200*                                                               * CGUARX01
000300*  Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.     * CGUARX01
000400*                                                               * CGUARX01
000500***************************************************************** CGUARX01
000600                                                                  CGUARX01
000700***************************************************************** CGUARX01
000800* CGUARX01.CPY (CICS Version)                                   * CGUARX01
000900*---------------------------------------------------------------* CGUARX01
001000* This copybook is used to provide an common means of calling   * CGUARX01
001100* data access module DGUAR01P so that the that module using     * CGUARX01
001200* this copy book is insensitive to it environment.              * CGUARX01
001300* There are different versions for CICS, IMS and INET.          * CGUARX01
001400***************************************************************** CGUARX01
001500* by default use CICS commands to call the module                 CGUARX01
001600    EXEC CICS LINK PROGRAM('DGUAR01P')                            CGUARX01
001700                   COMMAREA(CGU1-DATA)                            CGUARX01
001800                   LENGTH(LENGTH OF CGU1-DATA)                    CGUARX01
001900    END-EXEC                                                      CGUARX01
002000*    CALL 'DGUAR01P' USING CGU1-DATA                              CGUARX01
