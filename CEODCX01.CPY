000100***************************************************************** CEODCX01
000200*                                                               * CEODCX01
000300*  Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.     * CEODCX01
000400*                                                               * CEODCX01
000500***************************************************************** CEODCX01
000600                                                                  CEODCX01
000700***************************************************************** CEODCX01
000800* CEODCX01.CPY (CICS Version)                                   * CEODCX01
000900*---------------------------------------------------------------* CEODCX01
001000* This copybook is used to provide an common means of calling   * CEODCX01
001100* data access module DEODC01P so that the that module using     * CEODCX01
001200* this copy book is insensitive to it environment.              * CEODCX01
001300* There are different versions for CICS, IMS and INET.          * CEODCX01
001400***************************************************************** CEODCX01
001500* by default use CICS commands to call the module                 CEODCX01
001600    EXEC CICS LINK PROGRAM('DEODC01P')                            CEODCX01
001700                   COMMAREA(CEC1-DATA)                            CEODCX01
001800                   LENGTH(LENGTH OF CEC1-DATA)                    CEODCX01
001900    END-EXEC                                                      CEODCX01
002000*    CALL 'DEODC01P' USING CEC1-DATA                              CEODCX01
