000100***************************************************************** CSOFFX01
000200*                                                               * CSOFFX01
000300*  Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.     * CSOFFX01
000400*                                                               * CSOFFX01
000500***************************************************************** CSOFFX01
000600                                                                  CSOFFX01
000700***************************************************************** CSOFFX01
000800* CSOFFX01.CPY (CICS Version)                                   * CSOFFX01
000900*---------------------------------------------------------------* CSOFFX01
001000* This copybook is used to provide an common means of calling   * CSOFFX01
001100* data access module DSOFF01P so that the that module using     * CSOFFX01
001200* this copy book is insensitive to it environment.              * CSOFFX01
001300* There are different versions for CICS, IMS and INET.          * CSOFFX01
001400***************************************************************** CSOFFX01
001500* by default use CICS commands to call the module                 CSOFFX01
001600    EXEC CICS LINK PROGRAM('DSOFF01P')                            CSOFFX01
001700                   COMMAREA(CSF1-DATA)                            CSOFFX01
001800                   LENGTH(LENGTH OF CSF1-DATA)                    CSOFFX01
001900    END-EXEC                                                      CSOFFX01
002000*    CALL 'DSOFF01P' USING CSF1-DATA                              CSOFFX01
