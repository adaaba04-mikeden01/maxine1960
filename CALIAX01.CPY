000100***************************************************************** CALIAX01
000200*                                                               * CALIAX01
000300*  Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.     * CALIAX01
000400*                                                               * CALIAX01
000500***************************************************************** CALIAX01
000600                                                                  CALIAX01
000700***************************************************************** CALIAX01
000800* CALIAX01.CPY (CICS Version)                                   * CALIAX01
000900*---------------------------------------------------------------* CALIAX01
001000* This copybook is used to provide an common means of calling   * CALIAX01
001100* data access module DALIA01P so that the that module using     * CALIAX01
001200* this copy book is insensitive to it environment.              * CALIAX01
001300* There are different versions for CICS, IMS and INET.          * CALIAX01
001400***************************************************************** CALIAX01
001500* by default use CICS commands to call the module                 CALIAX01
001600    EXEC CICS LINK PROGRAM('DALIA01P')                            CALIAX01
001700                   COMMAREA(CAL1-DATA)                            CALIAX01
001800                   LENGTH(LENGTH OF CAL1-DATA)                    CALIAX01
001900    END-EXEC                                                      CALIAX01
002000*    CALL 'DALIA01P' USING CAL1-DATA                              CALIAX01
