000100***************************************************************** CCONSX01
000200*                                                               * CCONSX01
000300*  Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.     * CCONSX01
000400*                                                               * CCONSX01
000500***************************************************************** CCONSX01
000600                                                                  CCONSX01
000700***************************************************************** CCONSX01
000800* CCONSX01.CPY (CICS Version)                                   * CCONSX01
000900*---------------------------------------------------------------* CCONSX01
001000* This copybook is used to provide an common means of calling   * CCONSX01
001100* data access module DCONS01P so that the that module using     * CCONSX01
001200* this copy book is insensitive to it environment.              * CCONSX01
001300* There are different versions for CICS, IMS and INET.          * CCONSX01
001400***************************************************************** CCONSX01
001500* by default use CICS commands to call the module                 CCONSX01
001600    EXEC CICS LINK PROGRAM('DCONS01P')                            CCONSX01
001700                   COMMAREA(CCN1-DATA)                            CCONSX01
001800                   LENGTH(LENGTH OF CCN1-DATA)                    CCONSX01
001900    END-EXEC                                                      CCONSX01
002000*    CALL 'DCONS01P' USING CCN1-DATA                              CCONSX01
