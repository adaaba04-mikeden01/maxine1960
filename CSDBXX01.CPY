000100***************************************************************** CSDBXX01
000200*                                                               * CSDBXX01
000300*  Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.     * CSDBXX01
000400*                                                               * CSDBXX01
000500***************************************************************** CSDBXX01
000600                                                                  CSDBXX01
000700***************************************************************** CSDBXX01
000800* CSDBXX01.CPY (CICS Version)                                   * CSDBXX01
000900*---------------------------------------------------------------* CSDBXX01
001000* This copybook is used to provide an common means of calling   * CSDBXX01
001100* data access module DSDBX01P so that the that module using     * CSDBXX01
001200* this copy book is insensitive to it environment.              * CSDBXX01
001300* There are different versions for CICS, IMS and INET.          * CSDBXX01
001400***************************************************************** CSDBXX01
001500* by default use CICS commands to call the module                 CSDBXX01
001600    EXEC CICS LINK PROGRAM('DSDBX01P')                            CSDBXX01
001700                   COMMAREA(CSB1-DATA)                            CSDBXX01
001800                   LENGTH(LENGTH OF CSB1-DATA)                    CSDBXX01
001900    END-EXEC                                                      CSDBXX01
002000*    CALL 'DSDBX01P' USING CSB1-DATA                              CSDBXX01
