000100***************************************************************** cbankvms
000200*                                                               * cbankvms
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cbankvms
000400*                                                               * cbankvms
000500***************************************************************** cbankvms
000600                                                                  cbankvms
000700***************************************************************** cbankvms
000800* CBANKVMS.CPY                                                  * cbankvms
000900*---------------------------------------------------------------* cbankvms
001000* Record layout of the BNKMSET VSAM file (daily merchant        * cbankvms
001100* settlement history, keyed by merchant id and settlement       * cbankvms
001200* date). ZBNKPOSP adds the day's items, gross takings, fee      * cbankvms
001300* deducted at MR-REC-FEE-RATE and net amount credited to        * cbankvms
001400* the settlement account each time it settles a merchant;       * cbankvms
001500* ZBNKMSTM lists a month of them on the merchant statement.     * cbankvms
001600***************************************************************** cbankvms
001700   05  MS-REC-KEY.                                                cbankvms
001800     10  MS-REC-MERCHANT-ID                  PIC X(11).           cbankvms
001900     10  MS-REC-SETTLE-DTE                   PIC 9(8).            cbankvms
002000   05  MS-REC-SETTLE-ACCNO                   PIC X(9).            cbankvms
002100   05  MS-REC-FEE-RATE                       PIC V9(4).           cbankvms
002200   05  MS-REC-ITEMS                          PIC 9(5).            cbankvms
002300   05  MS-REC-GROSS                          PIC S9(9)V99         cbankvms
002400       COMP-3.                                                    cbankvms
002500   05  MS-REC-FEE                            PIC S9(7)V99         cbankvms
002600       COMP-3.                                                    cbankvms
002700   05  MS-REC-NET                            PIC S9(9)V99         cbankvms
002800       COMP-3.                                                    cbankvms
002900   05  FILLER                                PIC X(20).           cbankvms
003000                                                                  cbankvms
003100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvms
