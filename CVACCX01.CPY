000100***************************************************************** CVACCX01
000200*                                                               * CVACCX01
000300*  Copyright(C) 1998-2002 Micro Focus. All Rights Reserved.     * CVACCX01
000400*                                                               * CVACCX01
000500***************************************************************** CVACCX01
000600                                                                  CVACCX01
000700***************************************************************** CVACCX01
000800* CVACCX01.CPY (CICS Version)                                   * CVACCX01
000900*---------------------------------------------------------------* CVACCX01
001000* This copybook is used to provide an common means of calling   * CVACCX01
001100* data access module DVACC01P so that the that module using     * CVACCX01
001200* this copy book is insensitive to it environment.              * CVACCX01
001300* There are different versions for CICS, IMS and INET.          * CVACCX01
001400***************************************************************** CVACCX01
001500* by default use CICS commands to call the module                 CVACCX01
001600    EXEC CICS LINK PROGRAM('DVACC01P')                            CVACCX01
001700                   COMMAREA(CVA1-DATA)                            CVACCX01
001800                   LENGTH(LENGTH OF CVA1-DATA)                    CVACCX01
001900    END-EXEC                                                      CVACCX01
002000*    CALL 'DVACC01P' USING CVA1-DATA                              CVACCX01
