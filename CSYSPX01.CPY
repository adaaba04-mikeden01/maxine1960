000100***************************************************************** CSYSPX01
000200*                                                               * CSYSPX01
000300*  Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.     * CSYSPX01
000400*                                                               * CSYSPX01
000500***************************************************************** CSYSPX01
000600                                                                  CSYSPX01
000700***************************************************************** CSYSPX01
000800* CSYSPX01.CPY (CICS Version)                                   * CSYSPX01
000900*---------------------------------------------------------------* CSYSPX01
001000* This copybook is used to provide an common means of calling   * CSYSPX01
001100* data access module DSYSP01P so that the that module using     * CSYSPX01
001200* this copy book is insensitive to it environment.              * CSYSPX01
001300* There are different versions for CICS, IMS and INET.          * CSYSPX01
001400***************************************************************** CSYSPX01
001500* by default use CICS commands to call the module                 CSYSPX01
001600    EXEC CICS LINK PROGRAM('DSYSP01P')                            CSYSPX01
001700                   COMMAREA(CSY1-DATA)                            CSYSPX01
001800                   LENGTH(LENGTH OF CSY1-DATA)                    CSYSPX01
001900    END-EXEC                                                      CSYSPX01
002000*    CALL 'DSYSP01P' USING CSY1-DATA                              CSYSPX01
