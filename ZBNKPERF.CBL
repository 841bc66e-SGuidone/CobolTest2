000100******************************************************************zbnkperf
000200*                                                                *zbnkperf
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.    *zbnkperf
000400*   This demonstration program is provided for use by users      *zbnkperf
000500*   of Micro Focus products and may be used, modified and        *zbnkperf
000600*   distributed as part of your application provided that        *zbnkperf
000700*   you properly acknowledge the copyright of Micro Focus        *zbnkperf
000800*   in this material.                                            *zbnkperf
000900*                                                                *zbnkperf
001000******************************************************************zbnkperf
001100                                                                  zbnkperf
001200******************************************************************zbnkperf
001300* ZBNKPERF.CBL                                                   *zbnkperf
001400* Function:    Daily online service-level report. Reads the day's*zbnkperf
001500*              BNKPERF response-time log, written by the DBANK   *zbnkperf
001600*              data-layer programs and the GBANK01P gateway one  *zbnkperf
001700*              record per request, and reports for each program  *zbnkperf
001800*              and function, hour by hour, the number of         *zbnkperf
001900*              requests, the average, 95th-percentile and longest*zbnkperf
002000*              response and how many went over the agreed service*zbnkperf
002100*              level, then lists every request that did.         *zbnkperf
002200*              The service level is the SLATIME record on        *zbnkperf
002300*              BNKSYSC, in seconds; without one a second is used.*zbnkperf
002400*              Run at the end of the online day, before the date *zbnkperf
002500*              roll.                                             *zbnkperf
002600******************************************************************zbnkperf
002700 IDENTIFICATION DIVISION.                                         zbnkperf
002800 PROGRAM-ID.                                                      zbnkperf
002900     ZBNKPERF.                                                    zbnkperf
003000 DATE-WRITTEN.                                                    zbnkperf
003100     October 2026.                                                zbnkperf
003200 DATE-COMPILED.                                                   zbnkperf
003300     Today.                                                       zbnkperf
003400                                                                  zbnkperf
003500 ENVIRONMENT DIVISION.                                            zbnkperf
003600 INPUT-OUTPUT   SECTION.                                          zbnkperf
003700   FILE-CONTROL.                                                  zbnkperf
003800     SELECT PERF-FILE                                             zbnkperf
003900            ASSIGN       TO BNKPERF                               zbnkperf
004000            ORGANIZATION IS INDEXED                               zbnkperf
004100            ACCESS MODE  IS DYNAMIC                               zbnkperf
004200            RECORD KEY   IS PF-REC-KEY                            zbnkperf
004300            FILE STATUS  IS WS-PERF-STATUS.                       zbnkperf
004400     SELECT SYSC-FILE                                             zbnkperf
004500            ASSIGN       TO BNKSYSC                               zbnkperf
004600            ORGANIZATION IS INDEXED                               zbnkperf
004700            ACCESS MODE  IS RANDOM                                zbnkperf
004800            RECORD KEY   IS SY-REC-CONTROL-NAME                   zbnkperf
004900            FILE STATUS  IS WS-SYSC-STATUS.                       zbnkperf
005000     SELECT PRINTOUT-FILE                                         zbnkperf
005100            ASSIGN       TO PRINTOUT                              zbnkperf
005200            ORGANIZATION IS SEQUENTIAL                            zbnkperf
005300            ACCESS MODE  IS SEQUENTIAL                            zbnkperf
005400            FILE STATUS  IS WS-PRINTOUT-STATUS.                   zbnkperf
005500     SELECT JOBSUM-FILE                                           zbnkperf
005600            ASSIGN       TO JOBSUM                                zbnkperf
005700            ORGANIZATION IS SEQUENTIAL                            zbnkperf
005800            ACCESS MODE  IS SEQUENTIAL                            zbnkperf
005900            FILE STATUS  IS WS-JOBSUM-STATUS.                     zbnkperf
006000                                                                  zbnkperf
006100 DATA DIVISION.                                                   zbnkperf
006200 FILE SECTION.                                                    zbnkperf
006300                                                                  zbnkperf
006400 FD  PERF-FILE.                                                   zbnkperf
006500 01  PERF-FILE-REC.                                               zbnkperf
006600 COPY CBANKVPF.                                                   zbnkperf
006700                                                                  zbnkperf
006800 FD  SYSC-FILE.                                                   zbnkperf
006900 01  SYSC-FILE-REC.                                               zbnkperf
007000 COPY CBANKVSY.                                                   zbnkperf
007100                                                                  zbnkperf
007200 FD  PRINTOUT-FILE.                                               zbnkperf
007300 01  PRINTOUT-REC                      PIC X(121).                zbnkperf
007400                                                                  zbnkperf
007500 FD  JOBSUM-FILE.                                                 zbnkperf
007600 01  JOBSUM-REC                        PIC X(80).                 zbnkperf
007700                                                                  zbnkperf
007800 WORKING-STORAGE SECTION.                                         zbnkperf
007900 01  WS-RUN-CONTROL.                                              zbnkperf
008000 COPY CRUNCTLD.                                                   zbnkperf
008100 01  WS-FILE-STATUSES.                                            zbnkperf
008200   05  WS-PERF-STATUS.                                            zbnkperf
008300     10  WS-PERF-STAT1                 PIC X(1).                  zbnkperf
008400     10  WS-PERF-STAT2                 PIC X(1).                  zbnkperf
008500   05  WS-SYSC-STATUS.                                            zbnkperf
008600     10  WS-SYSC-STAT1                 PIC X(1).                  zbnkperf
008700     10  WS-SYSC-STAT2                 PIC X(1).                  zbnkperf
008800   05  WS-PRINTOUT-STATUS.                                        zbnkperf
008900     10  WS-PRINTOUT-STAT1             PIC X(1).                  zbnkperf
009000     10  WS-PRINTOUT-STAT2             PIC X(1).                  zbnkperf
009100   05  WS-JOBSUM-STATUS.                                          zbnkperf
009200     10  WS-JOBSUM-STAT1               PIC X(1).                  zbnkperf
009300     10  WS-JOBSUM-STAT2               PIC X(1).                  zbnkperf
009400   05  WS-IO-STATUS.                                              zbnkperf
009500     10  WS-IO-STAT1                   PIC X(1).                  zbnkperf
009600     10  WS-IO-STAT2                   PIC X(1).                  zbnkperf
009700                                                                  zbnkperf
009800   05  WS-TWO-BYTES.                                              zbnkperf
009900     10  WS-TWO-BYTES-LEFT             PIC X(1).                  zbnkperf
010000     10  WS-TWO-BYTES-RIGHT            PIC X(1).                  zbnkperf
010100   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 zbnkperf
010200                                      PIC 9(1) COMP.              zbnkperf
010300                                                                  zbnkperf
010400 01  WS-CONSOLE-MESSAGE                    PIC X(48).             zbnkperf
010500                                                                  zbnkperf
010600 01  WS-DATE-WORK-AREA.                                           zbnkperf
010700 COPY CDATED.                                                     zbnkperf
010800                                                                  zbnkperf
010900 01  WS-BUSDATE                            PIC 9(8).              zbnkperf
011000 01  WS-BUSDATE-PARTS REDEFINES WS-BUSDATE.                       zbnkperf
011100     05  WS-BUSDATE-CCYY                   PIC 9(4).              zbnkperf
011200     05  WS-BUSDATE-MM                     PIC 9(2).              zbnkperf
011300     05  WS-BUSDATE-DD                     PIC 9(2).              zbnkperf
011400 01  WS-BUSDATE-DISPLAY                    PIC X(11).             zbnkperf
011500                                                                  zbnkperf
011600******************************************************************zbnkperf
011700* The agreed service level, in milliseconds                      *zbnkperf
011800******************************************************************zbnkperf
011900 01  WS-SLA-SECONDS                        PIC S9(7)V99 COMP-3.   zbnkperf
012000 01  WS-SLA-MSEC                           PIC 9(7) COMP-3.       zbnkperf
012100                                                                  zbnkperf
012200 01  WS-END-OF-DAY                         PIC X(3).              zbnkperf
012300 01  WS-END-OF-GROUP                       PIC X(3).              zbnkperf
012400 01  WS-DAY-DONE                           PIC X(3).              zbnkperf
012500                                                                  zbnkperf
012600******************************************************************zbnkperf
012700* The group being measured - one program, function and hour -    *zbnkperf
012800* with the key of its first request, and the key of the request  *zbnkperf
012900* that followed it so reading can carry on from there once the   *zbnkperf
013000* 95th percentile has been found                                 *zbnkperf
013100******************************************************************zbnkperf
013200 01  WS-GROUP-KEY.                                                zbnkperf
013300     05  WS-GRP-PROGRAM                    PIC X(8).              zbnkperf
013400     05  WS-GRP-FUNCTION                   PIC X(8).              zbnkperf
013500     05  WS-GRP-HOUR                       PIC 9(2).              zbnkperf
013600 01  WS-LAST-PROGRAM                       PIC X(8).              zbnkperf
013700 01  WS-GROUP-START-KEY                    PIC X(46).             zbnkperf
013800 01  WS-RESUME-KEY                         PIC X(46).             zbnkperf
013900 01  WS-GRP-COUNT                          PIC 9(7) COMP-3.       zbnkperf
014000 01  WS-GRP-TOTAL                          PIC 9(13) COMP-3.      zbnkperf
014100 01  WS-GRP-MAX                            PIC 9(7) COMP-3.       zbnkperf
014200 01  WS-GRP-OVER                           PIC 9(7) COMP-3.       zbnkperf
014300 01  WS-GRP-P95                            PIC 9(7) COMP-3.       zbnkperf
014400 01  WS-P95-RANK                           PIC 9(7) COMP-3.       zbnkperf
014500 01  WS-P95-READ                           PIC 9(7) COMP-3.       zbnkperf
014600                                                                  zbnkperf
014700 01  WS-SECONDS                            PIC 9(4)V999 COMP-3.   zbnkperf
014800 01  WS-PCT                                PIC 9(3)V9 COMP-3.     zbnkperf
014900                                                                  zbnkperf
015000******************************************************************zbnkperf
015100* Run counts for the job summary                                 *zbnkperf
015200******************************************************************zbnkperf
015300 01  WS-REQUESTS-READ                  PIC 9(9) COMP-3 VALUE 0.   zbnkperf
015400 01  WS-REQUESTS-TOTAL-MS              PIC 9(15) COMP-3 VALUE 0.  zbnkperf
015500 01  WS-REQUESTS-OVER                  PIC 9(9) COMP-3 VALUE 0.   zbnkperf
015600 01  WS-GROUPS-REPORTED                PIC 9(7) COMP-3 VALUE 0.   zbnkperf
015700 01  WS-LINES-PRINTED                  PIC 9(7) VALUE ZERO.       zbnkperf
015800                                                                  zbnkperf
015900 01  WS-REPORT-LINE                        PIC X(121).            zbnkperf
016000 01  WS-GROUP-LINE.                                               zbnkperf
016100     05  WS-GL-PROGRAM                     PIC X(8).              zbnkperf
016200     05  FILLER                            PIC X(2) VALUE SPACES. zbnkperf
016300     05  WS-GL-FUNCTION                    PIC X(8).              zbnkperf
016400     05  FILLER                            PIC X(2) VALUE SPACES. zbnkperf
016500     05  WS-GL-HOUR                        PIC 9(2).              zbnkperf
016600     05  WS-GL-MINUTES                     PIC X(3).              zbnkperf
016700     05  FILLER                            PIC X(2) VALUE SPACES. zbnkperf
016800     05  WS-GL-COUNT                       PIC Z,ZZZ,ZZ9.         zbnkperf
016900     05  FILLER                            PIC X(2) VALUE SPACES. zbnkperf
017000     05  WS-GL-AVERAGE                     PIC ZZZ9.999.          zbnkperf
017100     05  FILLER                            PIC X(2) VALUE SPACES. zbnkperf
017200     05  WS-GL-P95                         PIC ZZZ9.999.          zbnkperf
017300     05  FILLER                            PIC X(2) VALUE SPACES. zbnkperf
017400     05  WS-GL-MAX                         PIC ZZZ9.999.          zbnkperf
017500     05  FILLER                            PIC X(2) VALUE SPACES. zbnkperf
017600     05  WS-GL-OVER                        PIC Z,ZZZ,ZZ9.         zbnkperf
017700     05  FILLER                            PIC X(2) VALUE SPACES. zbnkperf
017800     05  WS-GL-OVER-PCT                    PIC ZZ9.9.             zbnkperf
017900 01  WS-BREACH-LINE.                                              zbnkperf
018000     05  WS-BL-TIME                        PIC 99B99B99.          zbnkperf
018100     05  FILLER                            PIC X(2) VALUE SPACES. zbnkperf
018200     05  WS-BL-PROGRAM                     PIC X(8).              zbnkperf
018300     05  FILLER                            PIC X(2) VALUE SPACES. zbnkperf
018400     05  WS-BL-FUNCTION                    PIC X(8).              zbnkperf
018500     05  FILLER                            PIC X(2) VALUE SPACES. zbnkperf
018600     05  WS-BL-TRANID                      PIC X(4).              zbnkperf
018700     05  FILLER                            PIC X(2) VALUE SPACES. zbnkperf
018800     05  WS-BL-TERMID                      PIC X(4).              zbnkperf
018900     05  FILLER                            PIC X(2) VALUE SPACES. zbnkperf
019000     05  WS-BL-USERID                      PIC X(8).              zbnkperf
019100     05  FILLER                            PIC X(2) VALUE SPACES. zbnkperf
019200     05  WS-BL-ELAPSED                     PIC ZZZ9.999.          zbnkperf
019300     05  FILLER                            PIC X(2) VALUE SPACES. zbnkperf
019400     05  WS-BL-TASKN                       PIC 9(7).              zbnkperf
019500 01  WS-TIME-WORK                          PIC 9(6).              zbnkperf
019600 01  WS-COUNT-D                            PIC ZZZ,ZZZ,ZZ9.       zbnkperf
019700 01  WS-SECONDS-D                          PIC ZZZ9.999.          zbnkperf
019800                                                                  zbnkperf
019900 PROCEDURE DIVISION.                                              zbnkperf
020000                                                                  zbnkperf
020100     PERFORM RUN-CONTROL-START                                    zbnkperf
020200         THRU RUN-CONTROL-START-EXIT.                             zbnkperf
020300     PERFORM GET-RUN-DATE.                                        zbnkperf
020400                                                                  zbnkperf
020500     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           zbnkperf
020600     STRING 'Response times for ' DELIMITED BY SIZE               zbnkperf
020700            WS-BUSDATE-DISPLAY DELIMITED BY SIZE                  zbnkperf
020800       INTO WS-CONSOLE-MESSAGE.                                   zbnkperf
020900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkperf
021000                                                                  zbnkperf
021100     PERFORM SYSC-OPEN.                                           zbnkperf
021200     PERFORM GET-SERVICE-LEVEL.                                   zbnkperf
021300     PERFORM SYSC-CLOSE.                                          zbnkperf
021400                                                                  zbnkperf
021500     PERFORM PERF-OPEN.                                           zbnkperf
021600     PERFORM PRINTOUT-OPEN.                                       zbnkperf
021700     PERFORM WRITE-GROUP-HEADINGS.                                zbnkperf
021800     MOVE SPACES TO WS-LAST-PROGRAM.                              zbnkperf
021900     PERFORM PERF-START-DAY.                                      zbnkperf
022000     PERFORM PERF-GET                                             zbnkperf
022050         THRU PERF-GET-EXIT.                                      zbnkperf
022100     PERFORM MEASURE-GROUP                                        zbnkperf
022200         THRU MEASURE-GROUP-EXIT                                  zbnkperf
022300         UNTIL WS-END-OF-DAY = 'YES'.                             zbnkperf
022400     PERFORM WRITE-DAY-TOTAL.                                     zbnkperf
022500                                                                  zbnkperf
022600     PERFORM WRITE-BREACH-HEADINGS.                               zbnkperf
022700     PERFORM PERF-START-DAY.                                      zbnkperf
022800     PERFORM PERF-GET                                             zbnkperf
022850         THRU PERF-GET-EXIT.                                      zbnkperf
022900     PERFORM LIST-BREACH                                          zbnkperf
023000         UNTIL WS-END-OF-DAY = 'YES'.                             zbnkperf
023100     PERFORM PRINTOUT-CLOSE.                                      zbnkperf
023200     PERFORM PERF-CLOSE.                                          zbnkperf
023300                                                                  zbnkperf
023400     PERFORM PRINT-JOB-SUMMARY.                                   zbnkperf
023500                                                                  zbnkperf
023600     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     zbnkperf
023700     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkperf
023800     MOVE 0 TO RETURN-CODE.                                       zbnkperf
023900     PERFORM RUN-CONTROL-END.                                     zbnkperf
024000     GOBACK.                                                      zbnkperf
024100                                                                  zbnkperf
024200 GET-RUN-DATE.                                                    zbnkperf
024300     MOVE RUNCTL-BUSDATE TO WS-BUSDATE.                           zbnkperf
024400     MOVE SPACES TO DD-INPUT-TYPE.                                zbnkperf
024500     SET DDI-ISO TO TRUE.                                         zbnkperf
024600     MOVE SPACES TO DDI-DATA.                                     zbnkperf
024700     STRING WS-BUSDATE-CCYY DELIMITED BY SIZE                     zbnkperf
024800            '-'             DELIMITED BY SIZE                     zbnkperf
024900            WS-BUSDATE-MM   DELIMITED BY SIZE                     zbnkperf
025000            '-'             DELIMITED BY SIZE                     zbnkperf
025100            WS-BUSDATE-DD   DELIMITED BY SIZE                     zbnkperf
025200       INTO DDI-DATA.                                             zbnkperf
025300     MOVE SPACES TO DD-OUTPUT-TYPE.                               zbnkperf
025400     SET DDO-DD-MMM-YYYY TO TRUE.                                 zbnkperf
025500     SET DD-ENV-NULL TO TRUE.                                     zbnkperf
025600     CALL 'UDATECNV' USING WS-DATE-WORK-AREA.                     zbnkperf
025700     MOVE DDO-DATA TO WS-BUSDATE-DISPLAY.                         zbnkperf
025800                                                                  zbnkperf
025900******************************************************************zbnkperf
026000* BNKSYSC carries the agreed service level in seconds on the     *zbnkperf
026100* SLATIME record; without one a second is used                   *zbnkperf
026200******************************************************************zbnkperf
026300 GET-SERVICE-LEVEL.                                               zbnkperf
026400     MOVE 1 TO WS-SLA-SECONDS.                                    zbnkperf
026500     MOVE 'SLATIME' TO SY-REC-CONTROL-NAME.                       zbnkperf
026600     PERFORM SYSC-READ.                                           zbnkperf
026700     IF WS-SYSC-STATUS = '00'                                     zbnkperf
026800        IF SY-REC-AMOUNT IS GREATER THAN ZERO                     zbnkperf
026900           MOVE SY-REC-AMOUNT TO WS-SLA-SECONDS                   zbnkperf
027000        END-IF                                                    zbnkperf
027100     END-IF.                                                      zbnkperf
027200     COMPUTE WS-SLA-MSEC = WS-SLA-SECONDS * 1000.                 zbnkperf
027300                                                                  zbnkperf
027400******************************************************************zbnkperf
027500* MEASURE-GROUP                                                  *zbnkperf
027600* Read one program, function and hour's requests, which come in  *zbnkperf
027700* response-time order, counting them and those over the service  *zbnkperf
027800* level. Then go back to the group's first request and count up  *zbnkperf
027900* to the 95th percentile - the request with at least 95 in every *zbnkperf
028000* hundred no slower than it - and carry on from the request      *zbnkperf
028100* that ended the group.                                          *zbnkperf
028200******************************************************************zbnkperf
028300 MEASURE-GROUP.                                                   zbnkperf
028400     MOVE PF-REC-PROGRAM TO WS-GRP-PROGRAM.                       zbnkperf
028500     MOVE PF-REC-FUNCTION TO WS-GRP-FUNCTION.                     zbnkperf
028600     MOVE PF-REC-HOUR TO WS-GRP-HOUR.                             zbnkperf
028700     MOVE PF-REC-KEY TO WS-GROUP-START-KEY.                       zbnkperf
028800     MOVE ZERO TO WS-GRP-COUNT.                                   zbnkperf
028900     MOVE ZERO TO WS-GRP-TOTAL.                                   zbnkperf
029000     MOVE ZERO TO WS-GRP-MAX.                                     zbnkperf
029100     MOVE ZERO TO WS-GRP-OVER.                                    zbnkperf
029200     MOVE 'NO ' TO WS-END-OF-GROUP.                               zbnkperf
029300     PERFORM COUNT-GROUP-REQUEST                                  zbnkperf
029400         UNTIL WS-END-OF-GROUP = 'YES'.                           zbnkperf
029500     MOVE PF-REC-KEY TO WS-RESUME-KEY.                            zbnkperf
029600     MOVE WS-END-OF-DAY TO WS-DAY-DONE.                           zbnkperf
029700                                                                  zbnkperf
029800     COMPUTE WS-P95-RANK = (WS-GRP-COUNT * 95 + 99) / 100.        zbnkperf
029900     MOVE WS-GROUP-START-KEY TO PF-REC-KEY.                       zbnkperf
030000     PERFORM PERF-START-KEY.                                      zbnkperf
030100     MOVE ZERO TO WS-P95-READ.                                    zbnkperf
030200     PERFORM READ-TO-RANK                                         zbnkperf
030300         UNTIL WS-P95-READ IS NOT LESS THAN WS-P95-RANK.          zbnkperf
030400     MOVE PF-REC-ELAPSED TO WS-GRP-P95.                           zbnkperf
030500     PERFORM WRITE-GROUP-LINE.                                    zbnkperf
030600                                                                  zbnkperf
030700     IF WS-DAY-DONE = 'YES'                                       zbnkperf
030800        MOVE 'YES' TO WS-END-OF-DAY                               zbnkperf
030900        GO TO MEASURE-GROUP-EXIT                                  zbnkperf
031000     END-IF.                                                      zbnkperf
031100     MOVE WS-RESUME-KEY TO PF-REC-KEY.                            zbnkperf
031200     PERFORM PERF-START-KEY.                                      zbnkperf
031300     PERFORM PERF-GET                                             zbnkperf
031350         THRU PERF-GET-EXIT.                                      zbnkperf
031400 MEASURE-GROUP-EXIT.                                              zbnkperf
031500     EXIT.                                                        zbnkperf
031600                                                                  zbnkperf
031700 COUNT-GROUP-REQUEST.                                             zbnkperf
031800     ADD 1 TO WS-GRP-COUNT.                                       zbnkperf
031900     ADD PF-REC-ELAPSED TO WS-GRP-TOTAL.                          zbnkperf
032000     IF PF-REC-ELAPSED IS GREATER THAN WS-GRP-MAX                 zbnkperf
032100        MOVE PF-REC-ELAPSED TO WS-GRP-MAX                         zbnkperf
032200     END-IF.                                                      zbnkperf
032300     IF PF-REC-ELAPSED IS GREATER THAN WS-SLA-MSEC                zbnkperf
032400        ADD 1 TO WS-GRP-OVER                                      zbnkperf
032500     END-IF.                                                      zbnkperf
032600     PERFORM PERF-GET                                             zbnkperf
032650         THRU PERF-GET-EXIT.                                      zbnkperf
032700     IF WS-END-OF-DAY = 'YES'                                     zbnkperf
032800        MOVE 'YES' TO WS-END-OF-GROUP                             zbnkperf
032900     ELSE                                                         zbnkperf
033000        IF PF-REC-PROGRAM NOT = WS-GRP-PROGRAM OR                 zbnkperf
033100           PF-REC-FUNCTION NOT = WS-GRP-FUNCTION OR               zbnkperf
033200           PF-REC-HOUR NOT = WS-GRP-HOUR                          zbnkperf
033300           MOVE 'YES' TO WS-END-OF-GROUP                          zbnkperf
033400        END-IF                                                    zbnkperf
033500     END-IF.                                                      zbnkperf
033600                                                                  zbnkperf
033700 READ-TO-RANK.                                                    zbnkperf
033800     READ PERF-FILE NEXT RECORD.                                  zbnkperf
033900     IF WS-PERF-STATUS NOT = '00'                                 zbnkperf
034000        MOVE 'PERF Error re-reading group ...'                    zbnkperf
034100          TO WS-CONSOLE-MESSAGE                                   zbnkperf
034200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkperf
034300        MOVE WS-PERF-STATUS TO WS-IO-STATUS                       zbnkperf
034400        PERFORM DISPLAY-IO-STATUS                                 zbnkperf
034500        PERFORM ABORT-PROGRAM                                     zbnkperf
034600     END-IF.                                                      zbnkperf
034700     ADD 1 TO WS-P95-READ.                                        zbnkperf
034800                                                                  zbnkperf
034900******************************************************************zbnkperf
035000* WRITE-GROUP-LINE                                               *zbnkperf
035100* One line per program, function and hour, times in seconds.     *zbnkperf
035200* A program's first line carries its name.                       *zbnkperf
035300******************************************************************zbnkperf
035400 WRITE-GROUP-LINE.                                                zbnkperf
035500     MOVE SPACES TO WS-GROUP-LINE.                                zbnkperf
035600     MOVE ':00' TO WS-GL-MINUTES.                                 zbnkperf
035700     IF WS-GRP-PROGRAM NOT = WS-LAST-PROGRAM                      zbnkperf
035800        MOVE SPACES TO PRINTOUT-REC                               zbnkperf
035900        PERFORM PRINTOUT-PUT                                      zbnkperf
036000        MOVE WS-GRP-PROGRAM TO WS-GL-PROGRAM                      zbnkperf
036100        MOVE WS-GRP-PROGRAM TO WS-LAST-PROGRAM                    zbnkperf
036200     END-IF.                                                      zbnkperf
036300     MOVE WS-GRP-FUNCTION TO WS-GL-FUNCTION.                      zbnkperf
036400     MOVE WS-GRP-HOUR TO WS-GL-HOUR.                              zbnkperf
036500     MOVE WS-GRP-COUNT TO WS-GL-COUNT.                            zbnkperf
036600     COMPUTE WS-SECONDS ROUNDED =                                 zbnkperf
036700             WS-GRP-TOTAL / WS-GRP-COUNT / 1000.                  zbnkperf
036800     MOVE WS-SECONDS TO WS-GL-AVERAGE.                            zbnkperf
036900     COMPUTE WS-SECONDS = WS-GRP-P95 / 1000.                      zbnkperf
037000     MOVE WS-SECONDS TO WS-GL-P95.                                zbnkperf
037100     COMPUTE WS-SECONDS = WS-GRP-MAX / 1000.                      zbnkperf
037200     MOVE WS-SECONDS TO WS-GL-MAX.                                zbnkperf
037300     MOVE WS-GRP-OVER TO WS-GL-OVER.                              zbnkperf
037400     COMPUTE WS-PCT ROUNDED = WS-GRP-OVER * 100 / WS-GRP-COUNT.   zbnkperf
037500     MOVE WS-PCT TO WS-GL-OVER-PCT.                               zbnkperf
037600     MOVE WS-GROUP-LINE TO PRINTOUT-REC.                          zbnkperf
037700     PERFORM PRINTOUT-PUT.                                        zbnkperf
037800     ADD 1 TO WS-GROUPS-REPORTED.                                 zbnkperf
037900     ADD WS-GRP-COUNT TO WS-REQUESTS-READ.                        zbnkperf
038000     ADD WS-GRP-TOTAL TO WS-REQUESTS-TOTAL-MS.                    zbnkperf
038100     ADD WS-GRP-OVER TO WS-REQUESTS-OVER.                         zbnkperf
038200                                                                  zbnkperf
038300 WRITE-GROUP-HEADINGS.                                            zbnkperf
038400     MOVE SPACES TO WS-REPORT-LINE.                               zbnkperf
038500     STRING 'Online Response Times - ' DELIMITED BY SIZE          zbnkperf
038600            WS-BUSDATE-DISPLAY         DELIMITED BY SIZE          zbnkperf
038700       INTO WS-REPORT-LINE.                                       zbnkperf
038800     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkperf
038900     PERFORM PRINTOUT-PUT.                                        zbnkperf
039000     MOVE SPACES TO WS-REPORT-LINE.                               zbnkperf
039100     MOVE WS-SLA-SECONDS TO WS-SECONDS.                           zbnkperf
039200     MOVE WS-SECONDS TO WS-SECONDS-D.                             zbnkperf
039300     STRING 'Service level (seconds): ' DELIMITED BY SIZE         zbnkperf
039400            WS-SECONDS-D                DELIMITED BY SIZE         zbnkperf
039500       INTO WS-REPORT-LINE.                                       zbnkperf
039600     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkperf
039700     PERFORM PRINTOUT-PUT.                                        zbnkperf
039800     MOVE SPACES TO PRINTOUT-REC.                                 zbnkperf
039900     PERFORM PRINTOUT-PUT.                                        zbnkperf
040000     MOVE SPACES TO WS-REPORT-LINE.                               zbnkperf
040100     MOVE 'Program' TO WS-REPORT-LINE (1:7).                      zbnkperf
040200     MOVE 'Function' TO WS-REPORT-LINE (11:8).                    zbnkperf
040300     MOVE 'Hour' TO WS-REPORT-LINE (21:4).                        zbnkperf
040400     MOVE 'Requests' TO WS-REPORT-LINE (29:8).                    zbnkperf
040500     MOVE 'Average' TO WS-REPORT-LINE (40:7).                     zbnkperf
040600     MOVE '95th pct' TO WS-REPORT-LINE (49:8).                    zbnkperf
040700     MOVE 'Longest' TO WS-REPORT-LINE (60:7).                     zbnkperf
040800     MOVE 'Over SLA' TO WS-REPORT-LINE (70:8).                    zbnkperf
040900     MOVE '% over' TO WS-REPORT-LINE (79:6).                      zbnkperf
041000     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkperf
041100     PERFORM PRINTOUT-PUT.                                        zbnkperf
041200                                                                  zbnkperf
041300 WRITE-DAY-TOTAL.                                                 zbnkperf
041400     MOVE SPACES TO PRINTOUT-REC.                                 zbnkperf
041500     PERFORM PRINTOUT-PUT.                                        zbnkperf
041600     MOVE SPACES TO WS-GROUP-LINE.                                zbnkperf
041700     MOVE 'All requests' TO WS-GROUP-LINE (1:12).                 zbnkperf
041800     MOVE WS-REQUESTS-READ TO WS-GL-COUNT.                        zbnkperf
041900     IF WS-REQUESTS-READ IS GREATER THAN ZERO                     zbnkperf
042000        COMPUTE WS-SECONDS ROUNDED =                              zbnkperf
042100                WS-REQUESTS-TOTAL-MS / WS-REQUESTS-READ / 1000    zbnkperf
042200        MOVE WS-SECONDS TO WS-GL-AVERAGE                          zbnkperf
042300        COMPUTE WS-PCT ROUNDED =                                  zbnkperf
042400                WS-REQUESTS-OVER * 100 / WS-REQUESTS-READ         zbnkperf
042500        MOVE WS-PCT TO WS-GL-OVER-PCT                             zbnkperf
042600     END-IF.                                                      zbnkperf
042700     MOVE WS-REQUESTS-OVER TO WS-GL-OVER.                         zbnkperf
042800     MOVE WS-GROUP-LINE TO PRINTOUT-REC.                          zbnkperf
042900     PERFORM PRINTOUT-PUT.                                        zbnkperf
043000                                                                  zbnkperf
043100******************************************************************zbnkperf
043200* LIST-BREACH                                                    *zbnkperf
043300* Second pass over the day - list each request that went over    *zbnkperf
043400* the service level, slowest last within its program, function   *zbnkperf
043500* and hour                                                       *zbnkperf
043600******************************************************************zbnkperf
043700 LIST-BREACH.                                                     zbnkperf
043800     IF PF-REC-ELAPSED IS GREATER THAN WS-SLA-MSEC                zbnkperf
043900        MOVE SPACES TO WS-BREACH-LINE                             zbnkperf
044000        MOVE PF-REC-TIME TO WS-TIME-WORK                          zbnkperf
044100        MOVE WS-TIME-WORK TO WS-BL-TIME                           zbnkperf
044200        MOVE PF-REC-PROGRAM TO WS-BL-PROGRAM                      zbnkperf
044300        MOVE PF-REC-FUNCTION TO WS-BL-FUNCTION                    zbnkperf
044400        MOVE PF-REC-TRANID TO WS-BL-TRANID                        zbnkperf
044500        MOVE PF-REC-TERMID TO WS-BL-TERMID                        zbnkperf
044600        MOVE PF-REC-USERID TO WS-BL-USERID                        zbnkperf
044700        COMPUTE WS-SECONDS = PF-REC-ELAPSED / 1000                zbnkperf
044800        MOVE WS-SECONDS TO WS-BL-ELAPSED                          zbnkperf
044900        MOVE PF-REC-TASKN TO WS-BL-TASKN                          zbnkperf
045000        INSPECT WS-BL-TIME REPLACING ALL SPACE BY ':'             zbnkperf
045100        MOVE WS-BREACH-LINE TO PRINTOUT-REC                       zbnkperf
045200        PERFORM PRINTOUT-PUT                                      zbnkperf
045300     END-IF.                                                      zbnkperf
045400     PERFORM PERF-GET                                             zbnkperf
045450         THRU PERF-GET-EXIT.                                      zbnkperf
045500                                                                  zbnkperf
045600 WRITE-BREACH-HEADINGS.                                           zbnkperf
045700     MOVE SPACES TO PRINTOUT-REC.                                 zbnkperf
045800     PERFORM PRINTOUT-PUT.                                        zbnkperf
045900     MOVE SPACES TO PRINTOUT-REC.                                 zbnkperf
046000     PERFORM PRINTOUT-PUT.                                        zbnkperf
046100     MOVE 'Requests over the service level' TO PRINTOUT-REC.      zbnkperf
046200     PERFORM PRINTOUT-PUT.                                        zbnkperf
046300     MOVE SPACES TO PRINTOUT-REC.                                 zbnkperf
046400     PERFORM PRINTOUT-PUT.                                        zbnkperf
046500     MOVE SPACES TO WS-REPORT-LINE.                               zbnkperf
046600     MOVE 'Started' TO WS-REPORT-LINE (1:7).                      zbnkperf
046700     MOVE 'Program' TO WS-REPORT-LINE (11:7).                     zbnkperf
046800     MOVE 'Function' TO WS-REPORT-LINE (21:8).                    zbnkperf
046900     MOVE 'Tran' TO WS-REPORT-LINE (31:4).                        zbnkperf
047000     MOVE 'Term' TO WS-REPORT-LINE (37:4).                        zbnkperf
047100     MOVE 'Userid' TO WS-REPORT-LINE (43:6).                      zbnkperf
047200     MOVE 'Seconds' TO WS-REPORT-LINE (54:7).                     zbnkperf
047300     MOVE 'Task' TO WS-REPORT-LINE (63:4).                        zbnkperf
047400     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkperf
047500     PERFORM PRINTOUT-PUT.                                        zbnkperf
047600                                                                  zbnkperf
047700******************************************************************zbnkperf
047800* PRINT-JOB-SUMMARY                                              *zbnkperf
047900******************************************************************zbnkperf
048000 PRINT-JOB-SUMMARY.                                               zbnkperf
048100     PERFORM JOBSUM-OPEN.                                         zbnkperf
048200     MOVE SPACES TO JOBSUM-REC.                                   zbnkperf
048300     STRING 'Online day reported:         ' DELIMITED BY SIZE     zbnkperf
048400            WS-BUSDATE-DISPLAY DELIMITED BY SIZE                  zbnkperf
048500       INTO JOBSUM-REC.                                           zbnkperf
048600     PERFORM JOBSUM-PUT.                                          zbnkperf
048700     MOVE SPACES TO JOBSUM-REC.                                   zbnkperf
048800     MOVE WS-SLA-SECONDS TO WS-SECONDS.                           zbnkperf
048900     MOVE WS-SECONDS TO WS-SECONDS-D.                             zbnkperf
049000     STRING 'Service level (seconds):     ' DELIMITED BY SIZE     zbnkperf
049100            WS-SECONDS-D DELIMITED BY SIZE                        zbnkperf
049200       INTO JOBSUM-REC.                                           zbnkperf
049300     PERFORM JOBSUM-PUT.                                          zbnkperf
049400     MOVE SPACES TO JOBSUM-REC.                                   zbnkperf
049500     MOVE WS-REQUESTS-READ TO WS-COUNT-D.                         zbnkperf
049600     STRING 'Requests logged:             ' DELIMITED BY SIZE     zbnkperf
049700            WS-COUNT-D DELIMITED BY SIZE                          zbnkperf
049800       INTO JOBSUM-REC.                                           zbnkperf
049900     PERFORM JOBSUM-PUT.                                          zbnkperf
050000     MOVE SPACES TO JOBSUM-REC.                                   zbnkperf
050100     MOVE WS-REQUESTS-OVER TO WS-COUNT-D.                         zbnkperf
050200     STRING 'Requests over service level: ' DELIMITED BY SIZE     zbnkperf
050300            WS-COUNT-D DELIMITED BY SIZE                          zbnkperf
050400       INTO JOBSUM-REC.                                           zbnkperf
050500     PERFORM JOBSUM-PUT.                                          zbnkperf
050600     MOVE SPACES TO JOBSUM-REC.                                   zbnkperf
050700     MOVE WS-GROUPS-REPORTED TO WS-COUNT-D.                       zbnkperf
050800     STRING 'Program/function/hours:      ' DELIMITED BY SIZE     zbnkperf
050900            WS-COUNT-D DELIMITED BY SIZE                          zbnkperf
051000       INTO JOBSUM-REC.                                           zbnkperf
051100     PERFORM JOBSUM-PUT.                                          zbnkperf
051200     MOVE SPACES TO JOBSUM-REC.                                   zbnkperf
051300     MOVE WS-LINES-PRINTED TO WS-COUNT-D.                         zbnkperf
051400     STRING 'Report lines written:        ' DELIMITED BY SIZE     zbnkperf
051500            WS-COUNT-D DELIMITED BY SIZE                          zbnkperf
051600       INTO JOBSUM-REC.                                           zbnkperf
051700     PERFORM JOBSUM-PUT.                                          zbnkperf
051800     PERFORM JOBSUM-CLOSE.                                        zbnkperf
051900     MOVE 'Job summary written to JOBSUM'                         zbnkperf
052000       TO WS-CONSOLE-MESSAGE.                                     zbnkperf
052100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkperf
052200                                                                  zbnkperf
052300******************************************************************zbnkperf
052400* Open, position, read and close the BNKPERF response-time log.  *zbnkperf
052500* The day's requests start at its date and end at the first      *zbnkperf
052600* request logged on a later one.                                 *zbnkperf
052700******************************************************************zbnkperf
052800 PERF-OPEN.                                                       zbnkperf
052900     OPEN INPUT PERF-FILE.                                        zbnkperf
053000     IF WS-PERF-STATUS = '00'                                     zbnkperf
053100        MOVE 'PERF file opened OK' TO WS-CONSOLE-MESSAGE          zbnkperf
053200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkperf
053300     ELSE                                                         zbnkperf
053400        MOVE 'PERF file open failure...' TO WS-CONSOLE-MESSAGE    zbnkperf
053500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkperf
053600        MOVE WS-PERF-STATUS TO WS-IO-STATUS                       zbnkperf
053700        PERFORM DISPLAY-IO-STATUS                                 zbnkperf
053800        PERFORM ABORT-PROGRAM                                     zbnkperf
053900     END-IF.                                                      zbnkperf
054000                                                                  zbnkperf
054100 PERF-START-DAY.                                                  zbnkperf
054200     MOVE LOW-VALUES TO PF-REC-KEY.                               zbnkperf
054300     MOVE WS-BUSDATE TO PF-REC-DATE.                              zbnkperf
054400     PERFORM PERF-START-KEY.                                      zbnkperf
054500                                                                  zbnkperf
054600 PERF-START-KEY.                                                  zbnkperf
054700     MOVE 'NO ' TO WS-END-OF-DAY.                                 zbnkperf
054800     START PERF-FILE KEY IS NOT LESS THAN PF-REC-KEY.             zbnkperf
054900     IF WS-PERF-STATUS = '23'                                     zbnkperf
055000        MOVE 'YES' TO WS-END-OF-DAY                               zbnkperf
055100     ELSE                                                         zbnkperf
055200        IF WS-PERF-STATUS NOT = '00'                              zbnkperf
055300           MOVE 'PERF Error positioning file ...'                 zbnkperf
055400             TO WS-CONSOLE-MESSAGE                                zbnkperf
055500           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkperf
055600           MOVE WS-PERF-STATUS TO WS-IO-STATUS                    zbnkperf
055700           PERFORM DISPLAY-IO-STATUS                              zbnkperf
055800           PERFORM ABORT-PROGRAM                                  zbnkperf
055900        END-IF                                                    zbnkperf
056000     END-IF.                                                      zbnkperf
056100                                                                  zbnkperf
056200 PERF-GET.                                                        zbnkperf
056300     IF WS-END-OF-DAY = 'YES'                                     zbnkperf
056400        GO TO PERF-GET-EXIT                                       zbnkperf
056500     END-IF.                                                      zbnkperf
056600     READ PERF-FILE NEXT RECORD.                                  zbnkperf
056700     IF WS-PERF-STATUS NOT = '00'                                 zbnkperf
056800        IF WS-PERF-STATUS = '10'                                  zbnkperf
056900           MOVE 'YES' TO WS-END-OF-DAY                            zbnkperf
057000           GO TO PERF-GET-EXIT                                    zbnkperf
057100        ELSE                                                      zbnkperf
057200           MOVE 'PERF Error reading file ...'                     zbnkperf
057300             TO WS-CONSOLE-MESSAGE                                zbnkperf
057400           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkperf
057500           MOVE WS-PERF-STATUS TO WS-IO-STATUS                    zbnkperf
057600           PERFORM DISPLAY-IO-STATUS                              zbnkperf
057700           PERFORM ABORT-PROGRAM                                  zbnkperf
057800        END-IF                                                    zbnkperf
057900     END-IF.                                                      zbnkperf
058000     IF PF-REC-DATE NOT = WS-BUSDATE                              zbnkperf
058100        MOVE 'YES' TO WS-END-OF-DAY                               zbnkperf
058200     END-IF.                                                      zbnkperf
058300 PERF-GET-EXIT.                                                   zbnkperf
058400     EXIT.                                                        zbnkperf
058500                                                                  zbnkperf
058600 PERF-CLOSE.                                                      zbnkperf
058700     CLOSE PERF-FILE.                                             zbnkperf
058800     IF WS-PERF-STATUS = '00'                                     zbnkperf
058900        MOVE 'PERF file closed OK' TO WS-CONSOLE-MESSAGE          zbnkperf
059000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkperf
059100     ELSE                                                         zbnkperf
059200        MOVE 'PERF file close failure...' TO WS-CONSOLE-MESSAGE   zbnkperf
059300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkperf
059400        MOVE WS-PERF-STATUS TO WS-IO-STATUS                       zbnkperf
059500        PERFORM DISPLAY-IO-STATUS                                 zbnkperf
059600        PERFORM ABORT-PROGRAM                                     zbnkperf
059700     END-IF.                                                      zbnkperf
059800                                                                  zbnkperf
059900******************************************************************zbnkperf
060000* Open, read and close the SYSC file.                            *zbnkperf
060100******************************************************************zbnkperf
060200 SYSC-OPEN.                                                       zbnkperf
060300     OPEN INPUT SYSC-FILE.                                        zbnkperf
060400     IF WS-SYSC-STATUS = '00'                                     zbnkperf
060500        MOVE 'SYSC file opened OK' TO WS-CONSOLE-MESSAGE          zbnkperf
060600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkperf
060700     ELSE                                                         zbnkperf
060800        MOVE 'SYSC file open failure...' TO WS-CONSOLE-MESSAGE    zbnkperf
060900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkperf
061000        MOVE WS-SYSC-STATUS TO WS-IO-STATUS                       zbnkperf
061100        PERFORM DISPLAY-IO-STATUS                                 zbnkperf
061200        PERFORM ABORT-PROGRAM                                     zbnkperf
061300     END-IF.                                                      zbnkperf
061400                                                                  zbnkperf
061500 SYSC-READ.                                                       zbnkperf
061600     READ SYSC-FILE.                                              zbnkperf
061700                                                                  zbnkperf
061800 SYSC-CLOSE.                                                      zbnkperf
061900     CLOSE SYSC-FILE.                                             zbnkperf
062000     IF WS-SYSC-STATUS = '00'                                     zbnkperf
062100        MOVE 'SYSC file closed OK' TO WS-CONSOLE-MESSAGE          zbnkperf
062200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkperf
062300     ELSE                                                         zbnkperf
062400        MOVE 'SYSC file close failure...' TO WS-CONSOLE-MESSAGE   zbnkperf
062500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkperf
062600        MOVE WS-SYSC-STATUS TO WS-IO-STATUS                       zbnkperf
062700        PERFORM DISPLAY-IO-STATUS                                 zbnkperf
062800        PERFORM ABORT-PROGRAM                                     zbnkperf
062900     END-IF.                                                      zbnkperf
063000                                                                  zbnkperf
063100******************************************************************zbnkperf
063200* Open, access and close the PRINTOUT file.                      *zbnkperf
063300******************************************************************zbnkperf
063400 PRINTOUT-OPEN.                                                   zbnkperf
063500     OPEN OUTPUT PRINTOUT-FILE.                                   zbnkperf
063600     IF WS-PRINTOUT-STATUS = '00'                                 zbnkperf
063700        MOVE 'PRINTOUT file opened OK' TO WS-CONSOLE-MESSAGE      zbnkperf
063800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkperf
063900     ELSE                                                         zbnkperf
064000        MOVE 'PRINTOUT file open failure...' TO WS-CONSOLE-MESSAGEzbnkperf
064100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkperf
064200        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkperf
064300        PERFORM DISPLAY-IO-STATUS                                 zbnkperf
064400        PERFORM ABORT-PROGRAM                                     zbnkperf
064500     END-IF.                                                      zbnkperf
064600                                                                  zbnkperf
064700 PRINTOUT-PUT.                                                    zbnkperf
064800     WRITE PRINTOUT-REC.                                          zbnkperf
064900     IF WS-PRINTOUT-STATUS NOT = '00'                             zbnkperf
065000        MOVE 'PRINTOUT Error writing file ...'                    zbnkperf
065100          TO WS-CONSOLE-MESSAGE                                   zbnkperf
065200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkperf
065300        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkperf
065400        PERFORM DISPLAY-IO-STATUS                                 zbnkperf
065500        PERFORM ABORT-PROGRAM                                     zbnkperf
065600     END-IF.                                                      zbnkperf
065700     ADD 1 TO WS-LINES-PRINTED.                                   zbnkperf
065800                                                                  zbnkperf
065900 PRINTOUT-CLOSE.                                                  zbnkperf
066000     CLOSE PRINTOUT-FILE.                                         zbnkperf
066100     IF WS-PRINTOUT-STATUS = '00'                                 zbnkperf
066200        MOVE 'PRINTOUT file closed OK' TO WS-CONSOLE-MESSAGE      zbnkperf
066300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkperf
066400     ELSE                                                         zbnkperf
066500        MOVE 'PRINTOUT file close failure...'                     zbnkperf
066600          TO WS-CONSOLE-MESSAGE                                   zbnkperf
066700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkperf
066800        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkperf
066900        PERFORM DISPLAY-IO-STATUS                                 zbnkperf
067000        PERFORM ABORT-PROGRAM                                     zbnkperf
067100     END-IF.                                                      zbnkperf
067200                                                                  zbnkperf
067300 JOBSUM-OPEN.                                                     zbnkperf
067400     OPEN OUTPUT JOBSUM-FILE.                                     zbnkperf
067500     IF WS-JOBSUM-STATUS = '00'                                   zbnkperf
067600        MOVE 'JOBSUM file opened OK' TO WS-CONSOLE-MESSAGE        zbnkperf
067700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkperf
067800     ELSE                                                         zbnkperf
067900        MOVE 'JOBSUM file open failure...' TO WS-CONSOLE-MESSAGE  zbnkperf
068000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkperf
068100        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkperf
068200        PERFORM DISPLAY-IO-STATUS                                 zbnkperf
068300        PERFORM ABORT-PROGRAM                                     zbnkperf
068400     END-IF.                                                      zbnkperf
068500                                                                  zbnkperf
068600 JOBSUM-PUT.                                                      zbnkperf
068700     WRITE JOBSUM-REC.                                            zbnkperf
068800     IF WS-JOBSUM-STATUS NOT = '00'                               zbnkperf
068900        MOVE 'JOBSUM Error writing file ...' TO WS-CONSOLE-MESSAGEzbnkperf
069000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkperf
069100        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkperf
069200        PERFORM DISPLAY-IO-STATUS                                 zbnkperf
069300        PERFORM ABORT-PROGRAM                                     zbnkperf
069400     END-IF.                                                      zbnkperf
069500                                                                  zbnkperf
069600 JOBSUM-CLOSE.                                                    zbnkperf
069700     CLOSE JOBSUM-FILE.                                           zbnkperf
069800     IF WS-JOBSUM-STATUS = '00'                                   zbnkperf
069900        MOVE 'JOBSUM file closed OK' TO WS-CONSOLE-MESSAGE        zbnkperf
070000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkperf
070100     ELSE                                                         zbnkperf
070200        MOVE 'JOBSUM file close failure...' TO WS-CONSOLE-MESSAGE zbnkperf
070300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkperf
070400        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkperf
070500        PERFORM DISPLAY-IO-STATUS                                 zbnkperf
070600        PERFORM ABORT-PROGRAM                                     zbnkperf
070700     END-IF.                                                      zbnkperf
070800                                                                  zbnkperf
070900******************************************************************zbnkperf
071000* Run-control hooks. The START call blocks this job when it has  *zbnkperf
071100* already completed for the business date, records the start on  *zbnkperf
071200* BNKRUNC and hands back the business date; the END call records *zbnkperf
071300* the end time and return code. See URUNCTL.CBL.                 *zbnkperf
071400******************************************************************zbnkperf
071500 RUN-CONTROL-START.                                               zbnkperf
071600     SET RUNCTL-START TO TRUE.                                    zbnkperf
071700     MOVE 'ZBNKPERF' TO RUNCTL-JOB.                               zbnkperf
071800     MOVE ZERO TO RUNCTL-BUSDATE.                                 zbnkperf
071900     MOVE ZERO TO RUNCTL-RETURN-CODE.                             zbnkperf
072000     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkperf
072100     IF RUNCTL-BLOCKED                                            zbnkperf
072200        MOVE RUNCTL-REPLY-TEXT TO WS-CONSOLE-MESSAGE              zbnkperf
072300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkperf
072400        MOVE 'Run control blocked this run' TO WS-CONSOLE-MESSAGE zbnkperf
072500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkperf
072600        MOVE 8 TO RETURN-CODE                                     zbnkperf
072700        GOBACK                                                    zbnkperf
072800     END-IF.                                                      zbnkperf
072900 RUN-CONTROL-START-EXIT.                                          zbnkperf
073000     EXIT.                                                        zbnkperf
073100                                                                  zbnkperf
073200 RUN-CONTROL-END.                                                 zbnkperf
073300     SET RUNCTL-END TO TRUE.                                      zbnkperf
073400     MOVE RETURN-CODE TO RUNCTL-RETURN-CODE.                      zbnkperf
073500     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkperf
073600                                                                  zbnkperf
073700******************************************************************zbnkperf
073800* Display the file status bytes                                  *zbnkperf
073900******************************************************************zbnkperf
074000 DISPLAY-IO-STATUS.                                               zbnkperf
074100     IF WS-IO-STATUS NUMERIC                                      zbnkperf
074200        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkperf
074300        STRING 'File status -' DELIMITED BY SIZE                  zbnkperf
074400               WS-IO-STATUS DELIMITED BY SIZE                     zbnkperf
074500          INTO WS-CONSOLE-MESSAGE                                 zbnkperf
074600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkperf
074700     ELSE                                                         zbnkperf
074800        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     zbnkperf
074900        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    zbnkperf
075000        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkperf
075100        STRING 'File status -' DELIMITED BY SIZE                  zbnkperf
075200               WS-IO-STAT1 DELIMITED BY SIZE                      zbnkperf
075300               '/' DELIMITED BY SIZE                              zbnkperf
075400               WS-TWO-BYTES DELIMITED BY SIZE                     zbnkperf
075500          INTO WS-CONSOLE-MESSAGE                                 zbnkperf
075600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkperf
075700     END-IF.                                                      zbnkperf
075800                                                                  zbnkperf
075900******************************************************************zbnkperf
076000* 'ABORT' the program. Post a message and issue a goback         *zbnkperf
076100******************************************************************zbnkperf
076200 ABORT-PROGRAM.                                                   zbnkperf
076300     IF WS-CONSOLE-MESSAGE NOT = SPACES                           zbnkperf
076400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkperf
076500     END-IF.                                                      zbnkperf
076600     MOVE 'Program is abending...' TO WS-CONSOLE-MESSAGE.         zbnkperf
076700     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkperf
076800     MOVE 16 TO RETURN-CODE.                                      zbnkperf
076900     GOBACK.                                                      zbnkperf
077000                                                                  zbnkperf
077100******************************************************************zbnkperf
077200* Display CONSOLE messages...                                    *zbnkperf
077300******************************************************************zbnkperf
077400 DISPLAY-CONSOLE-MESSAGE.                                         zbnkperf
077500     DISPLAY 'ZBNKPERF - ' WS-CONSOLE-MESSAGE                     zbnkperf
077600       UPON CONSOLE.                                              zbnkperf
077700     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       zbnkperf
