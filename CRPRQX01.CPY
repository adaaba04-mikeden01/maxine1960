000100***************************************************************** CRPRQX01
000200*                                                               * CRPRQX01
000300*  Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.     * CRPRQX01
000400*                                                               * CRPRQX01
000500***************************************************************** CRPRQX01
000600                                                                  CRPRQX01
000700***************************************************************** CRPRQX01
000800* CRPRQX01.CPY (CICS Version)                                   * CRPRQX01
000900*---------------------------------------------------------------* CRPRQX01
001000* This copybook is used to provide an common means of calling   * CRPRQX01
001100* data access module DRPRQ01P so that the that module using     * CRPRQX01
001200* this copy book is insensitive to it environment.              * CRPRQX01
001300* There are different versions for CICS, IMS and INET.          * CRPRQX01
001400***************************************************************** CRPRQX01
001500* by default use CICS commands to call the module                 CRPRQX01
001600    EXEC CICS LINK PROGRAM('DRPRQ01P')                            CRPRQX01
001700                   COMMAREA(CRQ1-DATA)                            CRPRQX01
001800                   LENGTH(LENGTH OF CRQ1-DATA)                    CRPRQX01
001900    END-EXEC                                                      CRPRQX01
002000*    CALL 'DRPRQ01P' USING CRQ1-DATA                              CRPRQX01
