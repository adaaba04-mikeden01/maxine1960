000100***************************************************************** CLNALX01
000200*                                                               * CLNALX01
000300*  Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.     * CLNALX01
000400*                                                               * CLNALX01
000500***************************************************************** CLNALX01
000600                                                                  CLNALX01
000700***************************************************************** CLNALX01
000800* CLNALX01.CPY (CICS Version)                                   * CLNALX01
000900*---------------------------------------------------------------* CLNALX01
001000* This copybook is used to provide an common means of calling   * CLNALX01
001100* data access module DLNAL01P so that the that module using     * CLNALX01
001200* this copy book is insensitive to it environment.              * CLNALX01
001300* There are different versions for CICS, IMS and INET.          * CLNALX01
001400***************************************************************** CLNALX01
001500* by default use CICS commands to call the module                 CLNALX01
001600    EXEC CICS LINK PROGRAM('DLNAL01P')                            CLNALX01
001700                   COMMAREA(CLN1-DATA)                            CLNALX01
001800                   LENGTH(LENGTH OF CLN1-DATA)                    CLNALX01
001900    END-EXEC                                                      CLNALX01
002000*    CALL 'DLNAL01P' USING CLN1-DATA                              CLNALX01
