000100***************************************************************** cbankvgc
000200*                                                               * cbankvgc
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cbankvgc
000400*                                                               * cbankvgc
000500***************************************************************** cbankvgc
000600                                                                  cbankvgc
000700***************************************************************** cbankvgc
000800* CBANKVGC.CPY                                                  * cbankvgc
000900*---------------------------------------------------------------* cbankvgc
001000* Record layout of the BNKGCNT VSAM file (JSON gateway request  * cbankvgc
001100* counters, keyed by client or token and day). GBANK01P counts  * cbankvgc
001200* every request against the client and the token that sent it,  * cbankvgc
001300* and rejects one that would take either past its BNKGTHR       * cbankvgc
001400* limit for the minute or the day. The busiest minute of the    * cbankvgc
001500* day is kept for the ZBNKGTHR capacity report, which also      * cbankvgc
001600* clears the counters of earlier days.                          * cbankvgc
001700***************************************************************** cbankvgc
001800   05  GC-REC-KEY.                                                cbankvgc
001900     10  GC-REC-KIND                         PIC X(1).            cbankvgc
002000       88  GC-REC-FOR-CLIENT                   VALUE 'C'.         cbankvgc
002100       88  GC-REC-FOR-TOKEN                    VALUE 'T'.         cbankvgc
002200     10  GC-REC-ID                           PIC X(16).           cbankvgc
002300     10  GC-REC-DATE                         PIC 9(8).            cbankvgc
002400   05  GC-REC-CLIENT                         PIC X(8).            cbankvgc
002500   05  GC-REC-MINUTE                         PIC 9(4).            cbankvgc
002600   05  GC-REC-MINUTE-COUNT                   PIC 9(5).            cbankvgc
002700   05  GC-REC-DAY-COUNT                      PIC 9(7).            cbankvgc
002800   05  GC-REC-REJECTED                       PIC 9(7).            cbankvgc
002900   05  GC-REC-PEAK-MINUTE                    PIC 9(4).            cbankvgc
003000   05  GC-REC-PEAK-COUNT                     PIC 9(5).            cbankvgc
003100   05  GC-REC-FIRST-TIME                     PIC 9(6).            cbankvgc
003200   05  GC-REC-LAST-TIME                      PIC 9(6).            cbankvgc
003300   05  FILLER                                PIC X(20).           cbankvgc
003400                                                                  cbankvgc
003500* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvgc
