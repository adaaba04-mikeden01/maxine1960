000100***************************************************************** CESCRX01
000200*                                                               * CESCRX01
000300*  Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.     * CESCRX01
000400*                                                               * CESCRX01
000500***************************************************************** CESCRX01
000600                                                                  CESCRX01
000700***************************************************************** CESCRX01
000800* CESCRX01.CPY (CICS Version)                                   * CESCRX01
000900*---------------------------------------------------------------* CESCRX01
001000* This copybook is used to provide an common means of calling   * CESCRX01
001100* data access module DESCR01P so that the that module using     * CESCRX01
001200* this copy book is insensitive to it environment.              * CESCRX01
001300* There are different versions for CICS, IMS and INET.          * CESCRX01
001400***************************************************************** CESCRX01
001500* by default use CICS commands to call the module                 CESCRX01
001600    EXEC CICS LINK PROGRAM('DESCR01P')                            CESCRX01
001700                   COMMAREA(CES1-DATA)                            CESCRX01
001800                   LENGTH(LENGTH OF CES1-DATA)                    CESCRX01
001900    END-EXEC                                                      CESCRX01
002000*    CALL 'DESCR01P' USING CES1-DATA                              CESCRX01
