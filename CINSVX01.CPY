000100***************************************************************** CINSVX01
000200*                                                               * CINSVX01
000300*  Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.     * CINSVX01
000400*                                                               * CINSVX01
000500***************************************************************** CINSVX01
000600                                                                  CINSVX01
000700***************************************************************** CINSVX01
000800* CINSVX01.CPY (CICS Version)                                   * CINSVX01
000900*---------------------------------------------------------------* CINSVX01
001000* This copybook is used to provide an common means of calling   * CINSVX01
001100* data access module DINSV01P so that the that module using     * CINSVX01
001200* this copy book is insensitive to it environment.              * CINSVX01
001300* There are different versions for CICS, IMS and INET.          * CINSVX01
001400***************************************************************** CINSVX01
001500* by default use CICS commands to call the module                 CINSVX01
001600    EXEC CICS LINK PROGRAM('DINSV01P')                            CINSVX01
001700                   COMMAREA(CIN1-DATA)                            CINSVX01
001800                   LENGTH(LENGTH OF CIN1-DATA)                    CINSVX01
001900    END-EXEC                                                      CINSVX01
002000*    CALL 'DINSV01P' USING CIN1-DATA                              CINSVX01
