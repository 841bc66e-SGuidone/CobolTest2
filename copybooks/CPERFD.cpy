000100***************************************************************** cperfd
000200*                                                               * cperfd
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cperfd
000400*                                                               * cperfd
000500***************************************************************** cperfd
000600                                                                  cperfd
000700***************************************************************** cperfd
000800* CPERFD.CPY                                                    * cperfd
000900*---------------------------------------------------------------* cperfd
001000* Working storage used by the CPERFP PERF-TIMER paragraph to    * cperfd
001100* time an online request and log it to BNKPERF. The program     * cperfd
001200* also needs WS-BNKPERF-REC (CBANKVPF) and WS-PROGRAM-ID, and   * cperfd
001300* moves its function code to WS-PERF-FUNCTION before the        * cperfd
001400* closing PERF-TIMER.                                           * cperfd
001500***************************************************************** cperfd
001600 01  WS-PERF-STORAGE.                                             cperfd
001700   05  WS-PERF-SWITCH                       PIC X(1)              cperfd
001800       VALUE 'N'.                                                 cperfd
001900     88  PERF-TIMER-STARTED                  VALUE 'Y'.           cperfd
002000     88  PERF-TIMER-NOT-STARTED              VALUE 'N'.           cperfd
002100   05  WS-PERF-START-ABSTIME                PIC S9(15) COMP-3     cperfd
002200       VALUE ZERO.                                                cperfd
002300   05  WS-PERF-END-ABSTIME                  PIC S9(15) COMP-3     cperfd
002400       VALUE ZERO.                                                cperfd
002500   05  WS-PERF-ELAPSED                      PIC S9(15) COMP-3.    cperfd
002600   05  WS-PERF-FUNCTION                     PIC X(8)              cperfd
002700       VALUE SPACES.                                              cperfd
002800   05  WS-PERF-DATE                         PIC X(8).             cperfd
002900   05  WS-PERF-TIME                         PIC X(6).             cperfd
003000   05  WS-PERF-RESP                         PIC S9(8) COMP.       cperfd
003100                                                                  cperfd
003200* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cperfd
