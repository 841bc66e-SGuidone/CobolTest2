000100***************************************************************** cbankvpf
000200*                                                               * cbankvpf
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cbankvpf
000400*                                                               * cbankvpf
000500***************************************************************** cbankvpf
000600                                                                  cbankvpf
000700***************************************************************** cbankvpf
000800* CBANKVPF.CPY                                                  * cbankvpf
000900*---------------------------------------------------------------* cbankvpf
001000* Record layout of the BNKPERF VSAM file (online response-time  * cbankvpf
001100* log). The data-layer programs and the JSON gateway each write * cbankvpf
001200* one record per request served, through the PERF-TIMER         * cbankvpf
001300* paragraph in CPERFP, giving the elapsed time in milliseconds  * cbankvpf
001400* with the transaction, terminal and userid behind it.          * cbankvpf
001500* The key puts a day's requests in program, function and hour   * cbankvpf
001600* order with the fastest first, so ZBNKPERF can read each group * cbankvpf
001700* in response-time order when it takes the 95th percentile.     * cbankvpf
001800* The function is the program's commarea function code (the     * cbankvpf
001900* resource for the gateway); the time is when the request       * cbankvpf
002000* started, HHMMSS.                                              * cbankvpf
002100***************************************************************** cbankvpf
002200   05  PF-REC-KEY.                                                cbankvpf
002300     10  PF-REC-DATE                         PIC 9(8).            cbankvpf
002400     10  PF-REC-PROGRAM                      PIC X(8).            cbankvpf
002500     10  PF-REC-FUNCTION                     PIC X(8).            cbankvpf
002600     10  PF-REC-HOUR                         PIC 9(2).            cbankvpf
002700     10  PF-REC-ELAPSED                      PIC 9(7).            cbankvpf
002800     10  PF-REC-TIME                         PIC 9(6).            cbankvpf
002900     10  PF-REC-TASKN                        PIC 9(7).            cbankvpf
003000   05  PF-REC-TRANID                         PIC X(4).            cbankvpf
003100   05  PF-REC-TERMID                         PIC X(4).            cbankvpf
003200   05  PF-REC-USERID                         PIC X(8).            cbankvpf
003300   05  FILLER                                PIC X(10).           cbankvpf
003400                                                                  cbankvpf
003500* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvpf
