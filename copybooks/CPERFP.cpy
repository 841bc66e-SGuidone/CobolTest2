000100***************************************************************** cperfp
000200*                                                               * cperfp
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cperfp
000400*                                                               * cperfp
000500***************************************************************** cperfp
000600                                                                  cperfp
000700***************************************************************** cperfp
000800* CPERFP.CPY                                                    * cperfp
000900*---------------------------------------------------------------* cperfp
001000* First call starts the response-time clock for the request.    * cperfp
001100* The second call stops it and writes the request's BNKPERF     * cperfp
001200* record. A failure to write the log is ignored - it must never * cperfp
001300* hold up or fail the request being timed.                      * cperfp
001400***************************************************************** cperfp
001500 PERF-TIMER.                                                      cperfp
001600     IF PERF-TIMER-NOT-STARTED                                    cperfp
001700        EXEC CICS ASKTIME                                         cperfp
001800                  ABSTIME(WS-PERF-START-ABSTIME)                  cperfp
001900        END-EXEC                                                  cperfp
002000        SET PERF-TIMER-STARTED TO TRUE                            cperfp
002100     ELSE                                                         cperfp
002200        EXEC CICS ASKTIME                                         cperfp
002300                  ABSTIME(WS-PERF-END-ABSTIME)                    cperfp
002400        END-EXEC                                                  cperfp
002500        EXEC CICS FORMATTIME                                      cperfp
002600                  ABSTIME(WS-PERF-START-ABSTIME)                  cperfp
002700                  YYYYMMDD(WS-PERF-DATE)                          cperfp
002800                  TIME(WS-PERF-TIME)                              cperfp
002900        END-EXEC                                                  cperfp
003000        COMPUTE WS-PERF-ELAPSED =                                 cperfp
003100            WS-PERF-END-ABSTIME - WS-PERF-START-ABSTIME           cperfp
003200        IF WS-PERF-ELAPSED IS GREATER THAN 9999999                cperfp
003300           MOVE 9999999 TO WS-PERF-ELAPSED                        cperfp
003400        END-IF                                                    cperfp
003500        IF WS-PERF-ELAPSED IS LESS THAN ZERO                      cperfp
003600           MOVE ZERO TO WS-PERF-ELAPSED                           cperfp
003700        END-IF                                                    cperfp
003800        MOVE SPACES TO WS-BNKPERF-REC                             cperfp
003900        MOVE WS-PERF-DATE TO PF-REC-DATE                          cperfp
004000        MOVE WS-PROGRAM-ID TO PF-REC-PROGRAM                      cperfp
004100        MOVE WS-PERF-FUNCTION TO PF-REC-FUNCTION                  cperfp
004200        MOVE WS-PERF-TIME (1:2) TO PF-REC-HOUR                    cperfp
004300        MOVE WS-PERF-ELAPSED TO PF-REC-ELAPSED                    cperfp
004400        MOVE WS-PERF-TIME TO PF-REC-TIME                          cperfp
004500        MOVE EIBTASKN TO PF-REC-TASKN                             cperfp
004600        MOVE EIBTRNID TO PF-REC-TRANID                            cperfp
004700        MOVE EIBTRMID TO PF-REC-TERMID                            cperfp
004800        EXEC CICS ASSIGN                                          cperfp
004900                  USERID(PF-REC-USERID)                           cperfp
005000                  RESP(WS-PERF-RESP)                              cperfp
005100        END-EXEC                                                  cperfp
005200        EXEC CICS WRITE FILE('BNKPERF')                           cperfp
005300                  FROM(WS-BNKPERF-REC)                            cperfp
005400                  RIDFLD(PF-REC-KEY)                              cperfp
005500                  LENGTH(LENGTH OF WS-BNKPERF-REC)                cperfp
005600                  RESP(WS-PERF-RESP)                              cperfp
005700        END-EXEC                                                  cperfp
005800        SET PERF-TIMER-NOT-STARTED TO TRUE                        cperfp
005900     END-IF.                                                      cperfp
006000                                                                  cperfp
006100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cperfp
