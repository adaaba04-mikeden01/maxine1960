000100***************************************************************** CRMGRX01
000200*                                                               * CRMGRX01
000300*  Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.     * CRMGRX01
000400*                                                               * CRMGRX01
000500***************************************************************** CRMGRX01
000600                                                                  CRMGRX01
000700***************************************************************** CRMGRX01
000800* CRMGRX01.CPY (CICS Version)                                   * CRMGRX01
000900*---------------------------------------------------------------* CRMGRX01
001000* This copybook is used to provide an common means of calling   * CRMGRX01
001100* data access module DRMGR01P so that the that module using     * CRMGRX01
001200* this copy book is insensitive to it environment.              * CRMGRX01
001300* There are different versions for CICS, IMS and INET.          * CRMGRX01
001400***************************************************************** CRMGRX01
001500* by default use CICS commands to call the module                 CRMGRX01
001600    EXEC CICS LINK PROGRAM('DRMGR01P')                            CRMGRX01
001700                   COMMAREA(CRM1-DATA)                            CRMGRX01
001800                   LENGTH(LENGTH OF CRM1-DATA)                    CRMGRX01
001900    END-EXEC                                                      CRMGRX01
002000*    CALL 'DRMGR01P' USING CRM1-DATA                              CRMGRX01
