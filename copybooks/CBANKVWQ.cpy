000100***************************************************************** cbankvwq
000200*                                                               * cbankvwq
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cbankvwq
000400*                                                               * cbankvwq
000500***************************************************************** cbankvwq
000600                                                                  cbankvwq
000700***************************************************************** cbankvwq
000800* CBANKVWQ.CPY                                                  * cbankvwq
000900*---------------------------------------------------------------* cbankvwq
001000* Record layout of the BNKWQHS VSAM file (work-queue aging      * cbankvwq
001100* history, keyed by queue file name and business date). The     * cbankvwq
001200* morning ZBNKWQAG run files one record per case queue with the * cbankvwq
001300* bank-wide open count, the counts past 1, 3, 7 and 30 days and * cbankvwq
001400* the amount at stake, so each day's report can show the        * cbankvwq
001500* movement since the previous run.                              * cbankvwq
001600***************************************************************** cbankvwq
001700   05  WQ-REC-KEY.                                                cbankvwq
001800     10  WQ-REC-QUEUE                        PIC X(8).            cbankvwq
001900     10  WQ-REC-BUSDATE                      PIC 9(8).            cbankvwq
002000   05  WQ-REC-OPEN                           PIC 9(7).            cbankvwq
002100   05  WQ-REC-OVER-1                         PIC 9(7).            cbankvwq
002200   05  WQ-REC-OVER-3                         PIC 9(7).            cbankvwq
002300   05  WQ-REC-OVER-7                         PIC 9(7).            cbankvwq
002400   05  WQ-REC-OVER-30                        PIC 9(7).            cbankvwq
002500   05  WQ-REC-AMOUNT                         PIC S9(11)V99        cbankvwq
002600       COMP-3.                                                    cbankvwq
002700   05  WQ-REC-OLDEST-DTE                     PIC 9(8).            cbankvwq
002800   05  FILLER                                PIC X(10).           cbankvwq
002900                                                                  cbankvwq
003000* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvwq
