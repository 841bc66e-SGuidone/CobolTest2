000100***************************************************************** cbankvpr
000200*                                                               * cbankvpr
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cbankvpr
000400*                                                               * cbankvpr
000500***************************************************************** cbankvpr
000600                                                                  cbankvpr
000700***************************************************************** cbankvpr
000800* CBANKVPR.CPY                                                  * cbankvpr
000900*---------------------------------------------------------------* cbankvpr
001000* Record layout of the BNKPVRT VSAM file (expected-credit-loss  * cbankvpr
001100* provision rates, keyed by the ZBNKDELQ arrears bucket - 000   * cbankvpr
001200* for a loan that is up to date, then 030, 060, 090 and 120).   * cbankvpr
001300* The month-end ZBNKECLP run provisions each loan's outstanding * cbankvpr
001400* balance at its bucket's percentage; credit risk changes the   * cbankvpr
001500* percentages by updating this file, not the program. A bucket  * cbankvpr
001600* with no record provisions at zero and is reported.            * cbankvpr
001700***************************************************************** cbankvpr
001800   05  PR-REC-BUCKET                         PIC 9(3).            cbankvpr
001900   05  PR-REC-DESC                           PIC X(20).           cbankvpr
002000   05  PR-REC-RATE                           PIC 9(3)V99.         cbankvpr
002100   05  PR-REC-UPDATED-DTE                    PIC 9(8).            cbankvpr
002200   05  PR-REC-USERID                         PIC X(8).            cbankvpr
002300   05  FILLER                                PIC X(10).           cbankvpr
002400                                                                  cbankvpr
002500* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvpr
