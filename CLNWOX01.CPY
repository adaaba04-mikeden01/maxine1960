000100***************************************************************** CLNWOX01
000200*                                                               * CLNWOX01
000300*  Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.     * CLNWOX01
000400*                                                               * CLNWOX01
000500***************************************************************** CLNWOX01
000600                                                                  CLNWOX01
000700***************************************************************** CLNWOX01
000800* CLNWOX01.CPY (CICS Version)                                   * CLNWOX01
000900*---------------------------------------------------------------* CLNWOX01
001000* This copybook is used to provide an common means of calling   * CLNWOX01
001100* data access module DLNWO01P so that the that module using     * CLNWOX01
001200* this copy book is insensitive to it environment.              * CLNWOX01
001300* There are different versions for CICS, IMS and INET.          * CLNWOX01
001400***************************************************************** CLNWOX01
001500* by default use CICS commands to call the module                 CLNWOX01
001600    EXEC CICS LINK PROGRAM('DLNWO01P')                            CLNWOX01
001700                   COMMAREA(CLW1-DATA)                            CLNWOX01
001800                   LENGTH(LENGTH OF CLW1-DATA)                    CLNWOX01
001900    END-EXEC                                                      CLNWOX01
002000*    CALL 'DLNWO01P' USING CLW1-DATA                              CLNWOX01
