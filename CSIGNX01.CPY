000100***************************************************************** CSIGNX01
000200*                                                               * CSIGNX01
000300*  Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.     * CSIGNX01
000400*                                                               * CSIGNX01
000500***************************************************************** CSIGNX01
000600                                                                  CSIGNX01
000700***************************************************************** CSIGNX01
000800* CSIGNX01.CPY (CICS Version)                                   * CSIGNX01
000900*---------------------------------------------------------------* CSIGNX01
001000* This copybook is used to provide an common means of calling   * CSIGNX01
001100* data access module DSIGN01P so that the that module using     * CSIGNX01
001200* this copy book is insensitive to it environment.              * CSIGNX01
001300* There are different versions for CICS, IMS and INET.          * CSIGNX01
001400***************************************************************** CSIGNX01
001500* by default use CICS commands to call the module                 CSIGNX01
001600    EXEC CICS LINK PROGRAM('DSIGN01P')                            CSIGNX01
001700                   COMMAREA(CSG1-DATA)                            CSIGNX01
001800                   LENGTH(LENGTH OF CSG1-DATA)                    CSIGNX01
001900    END-EXEC                                                      CSIGNX01
002000*    CALL 'DSIGN01P' USING CSG1-DATA                              CSIGNX01
