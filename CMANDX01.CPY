000100***************************************************************** CMANDX01
000200*                                                               * CMANDX01
000300*  Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.     * CMANDX01
000400*                                                               * CMANDX01
000500***************************************************************** CMANDX01
000600                                                                  CMANDX01
000700***************************************************************** CMANDX01
000800* CMANDX01.CPY (CICS Version)                                   * CMANDX01
000900*---------------------------------------------------------------* CMANDX01
001000* This copybook is used to provide an common means of calling   * CMANDX01
001100* data access module DMAND01P so that the that module using     * CMANDX01
001200* this copy book is insensitive to it environment.              * CMANDX01
001300* There are different versions for CICS, IMS and INET.          * CMANDX01
001400***************************************************************** CMANDX01
001500* by default use CICS commands to call the module                 CMANDX01
001600    EXEC CICS LINK PROGRAM('DMAND01P')                            CMANDX01
001700                   COMMAREA(CMD1-DATA)                            CMANDX01
001800                   LENGTH(LENGTH OF CMD1-DATA)                    CMANDX01
001900    END-EXEC                                                      CMANDX01
002000*    CALL 'DMAND01P' USING CMD1-DATA                              CMANDX01
