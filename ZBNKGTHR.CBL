000100******************************************************************zbnkgthr
000200*                                                               * zbnkgthr
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   * zbnkgthr
000400*   This demonstration program is provided for use by users     * zbnkgthr
000500*   of Micro Focus products and may be used, modified and       * zbnkgthr
000600*   distributed as part of your application provided that       * zbnkgthr
000700*   you properly acknowledge the copyright of Micro Focus       * zbnkgthr
000800*   in this material.                                           * zbnkgthr
000900*                                                               * zbnkgthr
001000******************************************************************zbnkgthr
001100                                                                  zbnkgthr
001200******************************************************************zbnkgthr
001300* ZBNKGTHR.CBL                                                   *zbnkgthr
001400* Function:    JSON gateway capacity report. For the run date,   *zbnkgthr
001500*              prints each client's requests from the BNKGCNT    *zbnkgthr
001600*              counters GBANK01P keeps - accepted, refused for   *zbnkgthr
001700*              going over a BNKGTHR limit, the busiest minute    *zbnkgthr
001800*              and when it fell, and the first and last request  *zbnkgthr
001900*              - against the client's limits, then every         *zbnkgthr
002000*              session token that had requests refused.          *zbnkgthr
002100*              Counters from earlier days, already reported,     *zbnkgthr
002200*              are deleted. Run after the close of the online    *zbnkgthr
002300*              day.                                              *zbnkgthr
002400******************************************************************zbnkgthr
002500 IDENTIFICATION DIVISION.                                         zbnkgthr
002600 PROGRAM-ID.                                                      zbnkgthr
002700     ZBNKGTHR.                                                    zbnkgthr
002800 DATE-WRITTEN.                                                    zbnkgthr
002900     October 2026.                                                zbnkgthr
003000 DATE-COMPILED.                                                   zbnkgthr
003100     Today.                                                       zbnkgthr
003200                                                                  zbnkgthr
003300 ENVIRONMENT DIVISION.                                            zbnkgthr
003400 INPUT-OUTPUT   SECTION.                                          zbnkgthr
003500   FILE-CONTROL.                                                  zbnkgthr
003600     SELECT GCNT-FILE                                             zbnkgthr
003700            ASSIGN       TO BNKGCNT                               zbnkgthr
003800            ORGANIZATION IS INDEXED                               zbnkgthr
003900            ACCESS MODE  IS SEQUENTIAL                            zbnkgthr
004000            RECORD KEY   IS GC-REC-KEY                            zbnkgthr
004100            FILE STATUS  IS WS-GCNT-STATUS.                       zbnkgthr
004200     SELECT GTHR-FILE                                             zbnkgthr
004300            ASSIGN       TO BNKGTHR                               zbnkgthr
004400            ORGANIZATION IS INDEXED                               zbnkgthr
004500            ACCESS MODE  IS RANDOM                                zbnkgthr
004600            RECORD KEY   IS GT-REC-CLIENT                         zbnkgthr
004700            FILE STATUS  IS WS-GTHR-STATUS.                       zbnkgthr
004800     SELECT PRINTOUT-FILE                                         zbnkgthr
004900            ASSIGN       TO PRINTOUT                              zbnkgthr
005000            ORGANIZATION IS SEQUENTIAL                            zbnkgthr
005100            ACCESS MODE  IS SEQUENTIAL                            zbnkgthr
005200            FILE STATUS  IS WS-PRINTOUT-STATUS.                   zbnkgthr
005300     SELECT JOBSUM-FILE                                           zbnkgthr
005400            ASSIGN       TO JOBSUM                                zbnkgthr
005500            ORGANIZATION IS SEQUENTIAL                            zbnkgthr
005600            ACCESS MODE  IS SEQUENTIAL                            zbnkgthr
005700            FILE STATUS  IS WS-JOBSUM-STATUS.                     zbnkgthr
005800                                                                  zbnkgthr
005900 DATA DIVISION.                                                   zbnkgthr
006000 FILE SECTION.                                                    zbnkgthr
006100                                                                  zbnkgthr
006200 FD  GCNT-FILE.                                                   zbnkgthr
006300 01  GCNT-FILE-REC.                                               zbnkgthr
006400 COPY CBANKVGC.                                                   zbnkgthr
006500                                                                  zbnkgthr
006600 FD  GTHR-FILE.                                                   zbnkgthr
006700 01  GTHR-FILE-REC.                                               zbnkgthr
006800 COPY CBANKVGT.                                                   zbnkgthr
006900                                                                  zbnkgthr
007000 FD  PRINTOUT-FILE.                                               zbnkgthr
007100 01  PRINTOUT-REC                      PIC X(121).                zbnkgthr
007200                                                                  zbnkgthr
007300 FD  JOBSUM-FILE.                                                 zbnkgthr
007400 01  JOBSUM-REC                        PIC X(80).                 zbnkgthr
007500                                                                  zbnkgthr
007600 WORKING-STORAGE SECTION.                                         zbnkgthr
007700 01  WS-RUN-CONTROL.                                              zbnkgthr
007800 COPY CRUNCTLD.                                                   zbnkgthr
007900 01  WS-FILE-STATUSES.                                            zbnkgthr
008000   05  WS-GCNT-STATUS.                                            zbnkgthr
008100     10  WS-GCNT-STAT1                  PIC X(1).                 zbnkgthr
008200     10  WS-GCNT-STAT2                  PIC X(1).                 zbnkgthr
008300   05  WS-GTHR-STATUS.                                            zbnkgthr
008400     10  WS-GTHR-STAT1                  PIC X(1).                 zbnkgthr
008500     10  WS-GTHR-STAT2                  PIC X(1).                 zbnkgthr
008600   05  WS-PRINTOUT-STATUS.                                        zbnkgthr
008700     10  WS-PRINTOUT-STAT1              PIC X(1).                 zbnkgthr
008800     10  WS-PRINTOUT-STAT2              PIC X(1).                 zbnkgthr
008900   05  WS-JOBSUM-STATUS.                                          zbnkgthr
009000     10  WS-JOBSUM-STAT1                PIC X(1).                 zbnkgthr
009100     10  WS-JOBSUM-STAT2                PIC X(1).                 zbnkgthr
009200   05  WS-IO-STATUS.                                              zbnkgthr
009300     10  WS-IO-STAT1                   PIC X(1).                  zbnkgthr
009400     10  WS-IO-STAT2                   PIC X(1).                  zbnkgthr
009500                                                                  zbnkgthr
009600   05  WS-TWO-BYTES.                                              zbnkgthr
009700     10  WS-TWO-BYTES-LEFT             PIC X(1).                  zbnkgthr
009800     10  WS-TWO-BYTES-RIGHT            PIC X(1).                  zbnkgthr
009900   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 zbnkgthr
010000                                      PIC 9(1) COMP.              zbnkgthr
010100                                                                  zbnkgthr
010200 01  WS-CONSOLE-MESSAGE                    PIC X(48).             zbnkgthr
010300                                                                  zbnkgthr
010400 01  WS-DATE-WORK-AREA.                                           zbnkgthr
010500 COPY CDATED.                                                     zbnkgthr
010600                                                                  zbnkgthr
010700 01  WS-TODAY-DATE-N                       PIC 9(8).              zbnkgthr
010800 01  WS-TODAY-DATE-PARTS REDEFINES WS-TODAY-DATE-N.               zbnkgthr
010900     05  WS-TODAY-CCYY                     PIC 9(4).              zbnkgthr
011000     05  WS-TODAY-MM                       PIC 9(2).              zbnkgthr
011100     05  WS-TODAY-DD                       PIC 9(2).              zbnkgthr
011200 01  WS-RUN-DATE-DISPLAY                   PIC X(11).             zbnkgthr
011300                                                                  zbnkgthr
011400******************************************************************zbnkgthr
011500* The limits the counter is reported against, from the client's  *zbnkgthr
011600* BNKGTHR row or the *DEFAULT row; zero is no limit. A client    *zbnkgthr
011700* whose busiest minute or day came within a fifth of a limit is  *zbnkgthr
011800* flagged so capacity can be agreed before requests are refused. *zbnkgthr
011900******************************************************************zbnkgthr
012000 01  WS-LIMITS.                                                   zbnkgthr
012100     05  WS-LIMIT-SOURCE                   PIC X(8).              zbnkgthr
012200     05  WS-LIMIT-PER-MIN                  PIC 9(5).              zbnkgthr
012300     05  WS-LIMIT-PER-DAY                  PIC 9(7).              zbnkgthr
012400 01  WS-NEAR-PCT                           PIC 9(3) VALUE 80.     zbnkgthr
012500 01  WS-REQUESTS                           PIC 9(7).              zbnkgthr
012600 01  WS-TIME-HHMM                          PIC 9(4).              zbnkgthr
012700 01  WS-TIME-HHMM-PARTS REDEFINES WS-TIME-HHMM.                   zbnkgthr
012800     05  WS-TIME-HH                        PIC 9(2).              zbnkgthr
012900     05  WS-TIME-MM                        PIC 9(2).              zbnkgthr
013000 01  WS-TIME-HHMMSS                        PIC 9(6).              zbnkgthr
013100 01  WS-TIME-DISPLAY                       PIC X(5).              zbnkgthr
013200 01  WS-SECTION                            PIC X(1).              zbnkgthr
013300     88  WS-IN-CLIENT-SECTION              VALUE 'C'.             zbnkgthr
013400     88  WS-IN-TOKEN-SECTION               VALUE 'T'.             zbnkgthr
013500                                                                  zbnkgthr
013600 01  WS-REPORT-LINE                        PIC X(121).            zbnkgthr
013700                                                                  zbnkgthr
013800 01  WS-CLIENT-LINE.                                              zbnkgthr
013900     05  WS-CL-CLIENT                      PIC X(8).              zbnkgthr
014000     05  FILLER                            PIC X(1) VALUE SPACES. zbnkgthr
014100     05  WS-CL-REQUESTS                    PIC Z,ZZZ,ZZ9.         zbnkgthr
014200     05  FILLER                            PIC X(1) VALUE SPACES. zbnkgthr
014300     05  WS-CL-ACCEPTED                    PIC Z,ZZZ,ZZ9.         zbnkgthr
014400     05  FILLER                            PIC X(1) VALUE SPACES. zbnkgthr
014500     05  WS-CL-REFUSED                     PIC Z,ZZZ,ZZ9.         zbnkgthr
014600     05  FILLER                            PIC X(2) VALUE SPACES. zbnkgthr
014700     05  WS-CL-PEAK                        PIC ZZ,ZZ9.            zbnkgthr
014800     05  FILLER                            PIC X(1) VALUE SPACES. zbnkgthr
014900     05  WS-CL-PEAK-AT                     PIC X(5).              zbnkgthr
015000     05  FILLER                            PIC X(2) VALUE SPACES. zbnkgthr
015100     05  WS-CL-FIRST                       PIC X(5).              zbnkgthr
015200     05  FILLER                            PIC X(1) VALUE SPACES. zbnkgthr
015300     05  WS-CL-LAST                        PIC X(5).              zbnkgthr
015400     05  FILLER                            PIC X(2) VALUE SPACES. zbnkgthr
015500     05  WS-CL-PER-MIN                     PIC ZZ,ZZ9.            zbnkgthr
015600     05  FILLER                            PIC X(1) VALUE SPACES. zbnkgthr
015700     05  WS-CL-PER-DAY                     PIC Z,ZZZ,ZZ9.         zbnkgthr
015800     05  FILLER                            PIC X(1) VALUE SPACES. zbnkgthr
015900     05  WS-CL-LIMIT-SOURCE                PIC X(8).              zbnkgthr
016000     05  FILLER                            PIC X(2) VALUE SPACES. zbnkgthr
016100     05  WS-CL-NOTE                        PIC X(20).             zbnkgthr
016200     05  FILLER                            PIC X(7) VALUE SPACES. zbnkgthr
016300                                                                  zbnkgthr
016400 01  WS-TOKEN-LINE.                                               zbnkgthr
016500     05  WS-TL-TOKEN                       PIC X(16).             zbnkgthr
016600     05  FILLER                            PIC X(1) VALUE SPACES. zbnkgthr
016700     05  WS-TL-CLIENT                      PIC X(8).              zbnkgthr
016800     05  FILLER                            PIC X(1) VALUE SPACES. zbnkgthr
016900     05  WS-TL-REQUESTS                    PIC Z,ZZZ,ZZ9.         zbnkgthr
017000     05  FILLER                            PIC X(1) VALUE SPACES. zbnkgthr
017100     05  WS-TL-REFUSED                     PIC Z,ZZZ,ZZ9.         zbnkgthr
017200     05  FILLER                            PIC X(2) VALUE SPACES. zbnkgthr
017300     05  WS-TL-PEAK                        PIC ZZ,ZZ9.            zbnkgthr
017400     05  FILLER                            PIC X(1) VALUE SPACES. zbnkgthr
017500     05  WS-TL-PEAK-AT                     PIC X(5).              zbnkgthr
017600     05  FILLER                            PIC X(2) VALUE SPACES. zbnkgthr
017700     05  WS-TL-PER-MIN                     PIC ZZ,ZZ9.            zbnkgthr
017800     05  FILLER                            PIC X(1) VALUE SPACES. zbnkgthr
017900     05  WS-TL-PER-DAY                     PIC Z,ZZZ,ZZ9.         zbnkgthr
018000     05  FILLER                            PIC X(44) VALUE SPACES.zbnkgthr
018100                                                                  zbnkgthr
018200******************************************************************zbnkgthr
018300* Run counters, reported on the job summary at the end of the    *zbnkgthr
018400* run.                                                           *zbnkgthr
018500******************************************************************zbnkgthr
018600 01  WS-COUNTERS-READ                      PIC 9(7) VALUE ZERO.   zbnkgthr
018700 01  WS-COUNTERS-DELETED                   PIC 9(7) VALUE ZERO.   zbnkgthr
018800 01  WS-CLIENTS-REPORTED                   PIC 9(5) VALUE ZERO.   zbnkgthr
018900 01  WS-CLIENTS-THROTTLED                  PIC 9(5) VALUE ZERO.   zbnkgthr
019000 01  WS-TOKENS-SEEN                        PIC 9(7) VALUE ZERO.   zbnkgthr
019100 01  WS-TOKENS-THROTTLED                   PIC 9(5) VALUE ZERO.   zbnkgthr
019200 01  WS-TOTAL-ACCEPTED                     PIC 9(9) VALUE ZERO.   zbnkgthr
019300 01  WS-TOTAL-REFUSED                      PIC 9(9) VALUE ZERO.   zbnkgthr
019400 01  WS-TOTAL-EDIT                         PIC ZZZ,ZZZ,ZZ9.       zbnkgthr
019500                                                                  zbnkgthr
019600 01  WS-END-OF-GCNT                        PIC X(3) VALUE 'NO '.  zbnkgthr
019700                                                                  zbnkgthr
019800 PROCEDURE DIVISION.                                              zbnkgthr
019900                                                                  zbnkgthr
020000     PERFORM RUN-CONTROL-START                                    zbnkgthr
020100         THRU RUN-CONTROL-START-EXIT.                             zbnkgthr
020200     PERFORM GET-RUN-DATE.                                        zbnkgthr
020300                                                                  zbnkgthr
020400     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           zbnkgthr
020500     STRING 'Gateway capacity report for ' DELIMITED BY SIZE      zbnkgthr
020600            WS-RUN-DATE-DISPLAY DELIMITED BY SIZE                 zbnkgthr
020700       INTO WS-CONSOLE-MESSAGE.                                   zbnkgthr
020800     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkgthr
020900                                                                  zbnkgthr
021000     PERFORM GCNT-OPEN.                                           zbnkgthr
021100     PERFORM GTHR-OPEN.                                           zbnkgthr
021200     PERFORM PRINTOUT-OPEN.                                       zbnkgthr
021300     PERFORM WRITE-REPORT-HEADING.                                zbnkgthr
021400                                                                  zbnkgthr
021500     MOVE SPACE TO WS-SECTION.                                    zbnkgthr
021600     PERFORM GCNT-GET.                                            zbnkgthr
021700     PERFORM REPORT-ONE-COUNTER                                   zbnkgthr
021800         THRU REPORT-ONE-COUNTER-EXIT                             zbnkgthr
021900             UNTIL WS-END-OF-GCNT = 'YES'.                        zbnkgthr
022000                                                                  zbnkgthr
022100     PERFORM WRITE-REPORT-TOTALS.                                 zbnkgthr
022200                                                                  zbnkgthr
022300     PERFORM GCNT-CLOSE.                                          zbnkgthr
022400     PERFORM GTHR-CLOSE.                                          zbnkgthr
022500     PERFORM PRINTOUT-CLOSE.                                      zbnkgthr
022600                                                                  zbnkgthr
022700     PERFORM PRINT-JOB-SUMMARY.                                   zbnkgthr
022800                                                                  zbnkgthr
022900     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     zbnkgthr
023000     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkgthr
023100     MOVE 0 TO RETURN-CODE.                                       zbnkgthr
023200     PERFORM RUN-CONTROL-END.                                     zbnkgthr
023300     GOBACK.                                                      zbnkgthr
023400                                                                  zbnkgthr
023500******************************************************************zbnkgthr
023600* GET-RUN-DATE                                                   *zbnkgthr
023700* Obtains today's date, in both numeric and display form.        *zbnkgthr
023800******************************************************************zbnkgthr
023900 GET-RUN-DATE.                                                    zbnkgthr
024000     ACCEPT WS-TODAY-DATE-N FROM DATE YYYYMMDD.                   zbnkgthr
024100     MOVE SPACES TO DD-INPUT-TYPE.                                zbnkgthr
024200     SET DDI-ISO TO TRUE.                                         zbnkgthr
024300     MOVE SPACES TO DDI-DATA.                                     zbnkgthr
024400     STRING WS-TODAY-CCYY DELIMITED BY SIZE                       zbnkgthr
024500            '-'           DELIMITED BY SIZE                       zbnkgthr
024600            WS-TODAY-MM   DELIMITED BY SIZE                       zbnkgthr
024700            '-'           DELIMITED BY SIZE                       zbnkgthr
024800            WS-TODAY-DD   DELIMITED BY SIZE                       zbnkgthr
024900       INTO DDI-DATA.                                             zbnkgthr
025000     MOVE SPACES TO DD-OUTPUT-TYPE.                               zbnkgthr
025100     SET DDO-DD-MMM-YYYY TO TRUE.                                 zbnkgthr
025200     SET DD-ENV-NULL TO TRUE.                                     zbnkgthr
025300     CALL 'UDATECNV' USING WS-DATE-WORK-AREA.                     zbnkgthr
025400     MOVE DDO-DATA TO WS-RUN-DATE-DISPLAY.                        zbnkgthr
025500 GET-RUN-DATE-EXIT.                                               zbnkgthr
025600     EXIT.                                                        zbnkgthr
025700                                                                  zbnkgthr
025800******************************************************************zbnkgthr
025900* REPORT-ONE-COUNTER                                             *zbnkgthr
026000* A counter from an earlier day has been reported already and is *zbnkgthr
026100* deleted. Today's client counters come first in key order, then *zbnkgthr
026200* the token counters; a token is only listed when it had         *zbnkgthr
026300* requests refused.                                              *zbnkgthr
026400******************************************************************zbnkgthr
026500 REPORT-ONE-COUNTER.                                              zbnkgthr
026600     ADD 1 TO WS-COUNTERS-READ.                                   zbnkgthr
026700     IF GC-REC-DATE IS LESS THAN WS-TODAY-DATE-N                  zbnkgthr
026800        PERFORM GCNT-DELETE                                       zbnkgthr
026900        ADD 1 TO WS-COUNTERS-DELETED                              zbnkgthr
027000        GO TO REPORT-ONE-COUNTER-NEXT                             zbnkgthr
027100     END-IF.                                                      zbnkgthr
027200     IF GC-REC-DATE IS NOT EQUAL TO WS-TODAY-DATE-N               zbnkgthr
027300        GO TO REPORT-ONE-COUNTER-NEXT                             zbnkgthr
027400     END-IF.                                                      zbnkgthr
027500     PERFORM GET-COUNTER-LIMITS.                                  zbnkgthr
027600     IF GC-REC-FOR-CLIENT                                         zbnkgthr
027700        PERFORM REPORT-CLIENT                                     zbnkgthr
027800     ELSE                                                         zbnkgthr
027900        ADD 1 TO WS-TOKENS-SEEN                                   zbnkgthr
028000        IF GC-REC-REJECTED IS GREATER THAN ZERO                   zbnkgthr
028100           PERFORM REPORT-TOKEN                                   zbnkgthr
028200        END-IF                                                    zbnkgthr
028300     END-IF.                                                      zbnkgthr
028400 REPORT-ONE-COUNTER-NEXT.                                         zbnkgthr
028500     PERFORM GCNT-GET.                                            zbnkgthr
028600 REPORT-ONE-COUNTER-EXIT.                                         zbnkgthr
028700     EXIT.                                                        zbnkgthr
028800                                                                  zbnkgthr
028900******************************************************************zbnkgthr
029000* The limits that applied to this counter's client.              *zbnkgthr
029100******************************************************************zbnkgthr
029200 GET-COUNTER-LIMITS.                                              zbnkgthr
029300     MOVE GC-REC-CLIENT TO GT-REC-CLIENT.                         zbnkgthr
029400     PERFORM GTHR-READ.                                           zbnkgthr
029500     IF WS-GTHR-STATUS NOT = '00'                                 zbnkgthr
029600        MOVE '*DEFAULT' TO GT-REC-CLIENT                          zbnkgthr
029700        PERFORM GTHR-READ                                         zbnkgthr
029800     END-IF.                                                      zbnkgthr
029900     IF WS-GTHR-STATUS NOT = '00'                                 zbnkgthr
030000        MOVE 'none' TO WS-LIMIT-SOURCE                            zbnkgthr
030100        MOVE ZERO TO WS-LIMIT-PER-MIN                             zbnkgthr
030200        MOVE ZERO TO WS-LIMIT-PER-DAY                             zbnkgthr
030300     ELSE                                                         zbnkgthr
030400        MOVE GT-REC-CLIENT TO WS-LIMIT-SOURCE                     zbnkgthr
030500        IF GC-REC-FOR-CLIENT                                      zbnkgthr
030600           MOVE GT-REC-CLIENT-PER-MIN TO WS-LIMIT-PER-MIN         zbnkgthr
030700           MOVE GT-REC-CLIENT-PER-DAY TO WS-LIMIT-PER-DAY         zbnkgthr
030800        ELSE                                                      zbnkgthr
030900           MOVE GT-REC-TOKEN-PER-MIN TO WS-LIMIT-PER-MIN          zbnkgthr
031000           MOVE GT-REC-TOKEN-PER-DAY TO WS-LIMIT-PER-DAY          zbnkgthr
031100        END-IF                                                    zbnkgthr
031200     END-IF.                                                      zbnkgthr
031300                                                                  zbnkgthr
031400******************************************************************zbnkgthr
031500* One line per client: its requests, the busiest minute, and its *zbnkgthr
031600* limits, noting a client refused or close to a limit.           *zbnkgthr
031700******************************************************************zbnkgthr
031800 REPORT-CLIENT.                                                   zbnkgthr
031900     ADD 1 TO WS-CLIENTS-REPORTED.                                zbnkgthr
032000     COMPUTE WS-REQUESTS = GC-REC-DAY-COUNT + GC-REC-REJECTED.    zbnkgthr
032100     ADD GC-REC-DAY-COUNT TO WS-TOTAL-ACCEPTED.                   zbnkgthr
032200     ADD GC-REC-REJECTED TO WS-TOTAL-REFUSED.                     zbnkgthr
032300     MOVE GC-REC-CLIENT TO WS-CL-CLIENT.                          zbnkgthr
032400     MOVE WS-REQUESTS TO WS-CL-REQUESTS.                          zbnkgthr
032500     MOVE GC-REC-DAY-COUNT TO WS-CL-ACCEPTED.                     zbnkgthr
032600     MOVE GC-REC-REJECTED TO WS-CL-REFUSED.                       zbnkgthr
032700     MOVE GC-REC-PEAK-COUNT TO WS-CL-PEAK.                        zbnkgthr
032800     MOVE GC-REC-PEAK-MINUTE TO WS-TIME-HHMM.                     zbnkgthr
032900     PERFORM FORMAT-TIME.                                         zbnkgthr
033000     MOVE WS-TIME-DISPLAY TO WS-CL-PEAK-AT.                       zbnkgthr
033100     MOVE GC-REC-FIRST-TIME TO WS-TIME-HHMMSS.                    zbnkgthr
033200     MOVE WS-TIME-HHMMSS(1:4) TO WS-TIME-HHMM.                    zbnkgthr
033300     PERFORM FORMAT-TIME.                                         zbnkgthr
033400     MOVE WS-TIME-DISPLAY TO WS-CL-FIRST.                         zbnkgthr
033500     MOVE GC-REC-LAST-TIME TO WS-TIME-HHMMSS.                     zbnkgthr
033600     MOVE WS-TIME-HHMMSS(1:4) TO WS-TIME-HHMM.                    zbnkgthr
033700     PERFORM FORMAT-TIME.                                         zbnkgthr
033800     MOVE WS-TIME-DISPLAY TO WS-CL-LAST.                          zbnkgthr
033900     MOVE WS-LIMIT-PER-MIN TO WS-CL-PER-MIN.                      zbnkgthr
034000     MOVE WS-LIMIT-PER-DAY TO WS-CL-PER-DAY.                      zbnkgthr
034100     MOVE WS-LIMIT-SOURCE TO WS-CL-LIMIT-SOURCE.                  zbnkgthr
034200     MOVE SPACES TO WS-CL-NOTE.                                   zbnkgthr
034300     IF WS-LIMIT-PER-MIN IS GREATER THAN ZERO AND                 zbnkgthr
034400        GC-REC-PEAK-COUNT * 100 IS NOT LESS THAN                  zbnkgthr
034500            WS-LIMIT-PER-MIN * WS-NEAR-PCT                        zbnkgthr
034600        MOVE 'Near minute limit' TO WS-CL-NOTE                    zbnkgthr
034700     END-IF.                                                      zbnkgthr
034800     IF WS-LIMIT-PER-DAY IS GREATER THAN ZERO AND                 zbnkgthr
034900        GC-REC-DAY-COUNT * 100 IS NOT LESS THAN                   zbnkgthr
035000            WS-LIMIT-PER-DAY * WS-NEAR-PCT                        zbnkgthr
035100        MOVE 'Near daily limit' TO WS-CL-NOTE                     zbnkgthr
035200     END-IF.                                                      zbnkgthr
035300     IF GC-REC-REJECTED IS GREATER THAN ZERO                      zbnkgthr
035400        MOVE 'Requests refused' TO WS-CL-NOTE                     zbnkgthr
035500        ADD 1 TO WS-CLIENTS-THROTTLED                             zbnkgthr
035600     END-IF.                                                      zbnkgthr
035700     MOVE WS-CLIENT-LINE TO PRINTOUT-REC.                         zbnkgthr
035800     PERFORM PRINTOUT-PUT.                                        zbnkgthr
035900                                                                  zbnkgthr
036000******************************************************************zbnkgthr
036100* A token that had requests refused, under its own limits. The   *zbnkgthr
036200* token heading is printed before the first one.                 *zbnkgthr
036300******************************************************************zbnkgthr
036400 REPORT-TOKEN.                                                    zbnkgthr
036500     IF NOT WS-IN-TOKEN-SECTION                                   zbnkgthr
036600        SET WS-IN-TOKEN-SECTION TO TRUE                           zbnkgthr
036700        PERFORM WRITE-TOKEN-HEADING                               zbnkgthr
036800     END-IF.                                                      zbnkgthr
036900     ADD 1 TO WS-TOKENS-THROTTLED.                                zbnkgthr
037000     COMPUTE WS-REQUESTS = GC-REC-DAY-COUNT + GC-REC-REJECTED.    zbnkgthr
037100     MOVE GC-REC-ID TO WS-TL-TOKEN.                               zbnkgthr
037200     MOVE GC-REC-CLIENT TO WS-TL-CLIENT.                          zbnkgthr
037300     MOVE WS-REQUESTS TO WS-TL-REQUESTS.                          zbnkgthr
037400     MOVE GC-REC-REJECTED TO WS-TL-REFUSED.                       zbnkgthr
037500     MOVE GC-REC-PEAK-COUNT TO WS-TL-PEAK.                        zbnkgthr
037600     MOVE GC-REC-PEAK-MINUTE TO WS-TIME-HHMM.                     zbnkgthr
037700     PERFORM FORMAT-TIME.                                         zbnkgthr
037800     MOVE WS-TIME-DISPLAY TO WS-TL-PEAK-AT.                       zbnkgthr
037900     MOVE WS-LIMIT-PER-MIN TO WS-TL-PER-MIN.                      zbnkgthr
038000     MOVE WS-LIMIT-PER-DAY TO WS-TL-PER-DAY.                      zbnkgthr
038100     MOVE WS-TOKEN-LINE TO PRINTOUT-REC.                          zbnkgthr
038200     PERFORM PRINTOUT-PUT.                                        zbnkgthr
038300                                                                  zbnkgthr
038400 FORMAT-TIME.                                                     zbnkgthr
038500     MOVE SPACES TO WS-TIME-DISPLAY.                              zbnkgthr
038600     STRING WS-TIME-HH DELIMITED BY SIZE                          zbnkgthr
038700            ':'        DELIMITED BY SIZE                          zbnkgthr
038800            WS-TIME-MM DELIMITED BY SIZE                          zbnkgthr
038900       INTO WS-TIME-DISPLAY.                                      zbnkgthr
039000                                                                  zbnkgthr
039100******************************************************************zbnkgthr
039200* WRITE-REPORT-HEADING                                           *zbnkgthr
039300******************************************************************zbnkgthr
039400 WRITE-REPORT-HEADING.                                            zbnkgthr
039500     MOVE SPACES TO WS-REPORT-LINE.                               zbnkgthr
039600     STRING 'JSON Gateway Request Volumes by Client - '           zbnkgthr
039700                                       DELIMITED BY SIZE          zbnkgthr
039800            WS-RUN-DATE-DISPLAY        DELIMITED BY SIZE          zbnkgthr
039900       INTO WS-REPORT-LINE.                                       zbnkgthr
040000     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkgthr
040100     PERFORM PRINTOUT-PUT.                                        zbnkgthr
040200     MOVE SPACES TO PRINTOUT-REC.                                 zbnkgthr
040300     PERFORM PRINTOUT-PUT.                                        zbnkgthr
040400     MOVE SPACES TO WS-REPORT-LINE.                               zbnkgthr
040500     MOVE 'Client    Requests  Accepted   Refused'                zbnkgthr
040600       TO WS-REPORT-LINE.                                         zbnkgthr
040700     MOVE 'Peak at     First Last' TO WS-REPORT-LINE (43:22).     zbnkgthr
040800     MOVE 'Per min   Per day Limits    Note'                      zbnkgthr
040900       TO WS-REPORT-LINE (67:32).                                 zbnkgthr
041000     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkgthr
041100     PERFORM PRINTOUT-PUT.                                        zbnkgthr
041200                                                                  zbnkgthr
041300 WRITE-TOKEN-HEADING.                                             zbnkgthr
041400     MOVE SPACES TO PRINTOUT-REC.                                 zbnkgthr
041500     PERFORM PRINTOUT-PUT.                                        zbnkgthr
041600     MOVE 'Session tokens with requests refused' TO PRINTOUT-REC. zbnkgthr
041700     PERFORM PRINTOUT-PUT.                                        zbnkgthr
041800     MOVE SPACES TO PRINTOUT-REC.                                 zbnkgthr
041900     PERFORM PRINTOUT-PUT.                                        zbnkgthr
042000     MOVE SPACES TO WS-REPORT-LINE.                               zbnkgthr
042100     MOVE 'Token            Client    Requests   Refused'         zbnkgthr
042200       TO WS-REPORT-LINE.                                         zbnkgthr
042300     MOVE 'Peak at' TO WS-REPORT-LINE (50:7).                     zbnkgthr
042400     MOVE 'Per min   Per day' TO WS-REPORT-LINE (61:17).          zbnkgthr
042500     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkgthr
042600     PERFORM PRINTOUT-PUT.                                        zbnkgthr
042700                                                                  zbnkgthr
042800******************************************************************zbnkgthr
042900* WRITE-REPORT-TOTALS                                            *zbnkgthr
043000******************************************************************zbnkgthr
043100 WRITE-REPORT-TOTALS.                                             zbnkgthr
043200     MOVE SPACES TO PRINTOUT-REC.                                 zbnkgthr
043300     PERFORM PRINTOUT-PUT.                                        zbnkgthr
043400     IF WS-CLIENTS-REPORTED IS EQUAL TO ZERO                      zbnkgthr
043500        MOVE 'No gateway requests counted today' TO PRINTOUT-REC  zbnkgthr
043600        PERFORM PRINTOUT-PUT                                      zbnkgthr
043700     END-IF.                                                      zbnkgthr
043800     MOVE SPACES TO WS-REPORT-LINE.                               zbnkgthr
043900     MOVE WS-TOTAL-ACCEPTED TO WS-TOTAL-EDIT.                     zbnkgthr
044000     STRING 'Requests accepted: ' DELIMITED BY SIZE               zbnkgthr
044100            WS-TOTAL-EDIT         DELIMITED BY SIZE               zbnkgthr
044200       INTO WS-REPORT-LINE.                                       zbnkgthr
044300     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkgthr
044400     PERFORM PRINTOUT-PUT.                                        zbnkgthr
044500     MOVE SPACES TO WS-REPORT-LINE.                               zbnkgthr
044600     MOVE WS-TOTAL-REFUSED TO WS-TOTAL-EDIT.                      zbnkgthr
044700     STRING 'Requests refused:  ' DELIMITED BY SIZE               zbnkgthr
044800            WS-TOTAL-EDIT         DELIMITED BY SIZE               zbnkgthr
044900       INTO WS-REPORT-LINE.                                       zbnkgthr
045000     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkgthr
045100     PERFORM PRINTOUT-PUT.                                        zbnkgthr
045200                                                                  zbnkgthr
045300******************************************************************zbnkgthr
045400* Open, access and close the GCNT file.                          *zbnkgthr
045500******************************************************************zbnkgthr
045600 GCNT-OPEN.                                                       zbnkgthr
045700     OPEN I-O GCNT-FILE.                                          zbnkgthr
045800     IF WS-GCNT-STATUS = '00'                                     zbnkgthr
045900        MOVE 'GCNT file opened OK' TO WS-CONSOLE-MESSAGE          zbnkgthr
046000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkgthr
046100     ELSE                                                         zbnkgthr
046200        MOVE 'GCNT file open failure...' TO WS-CONSOLE-MESSAGE    zbnkgthr
046300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkgthr
046400        MOVE WS-GCNT-STATUS TO WS-IO-STATUS                       zbnkgthr
046500        PERFORM DISPLAY-IO-STATUS                                 zbnkgthr
046600        PERFORM ABORT-PROGRAM                                     zbnkgthr
046700     END-IF.                                                      zbnkgthr
046800                                                                  zbnkgthr
046900 GCNT-GET.                                                        zbnkgthr
047000     READ GCNT-FILE NEXT RECORD.                                  zbnkgthr
047100     IF WS-GCNT-STATUS NOT = '00'                                 zbnkgthr
047200        IF WS-GCNT-STATUS = '10'                                  zbnkgthr
047300           MOVE 'YES' TO WS-END-OF-GCNT                           zbnkgthr
047400        ELSE                                                      zbnkgthr
047500           MOVE 'GCNT Error reading file ...'                     zbnkgthr
047600             TO WS-CONSOLE-MESSAGE                                zbnkgthr
047700           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkgthr
047800           MOVE WS-GCNT-STATUS TO WS-IO-STATUS                    zbnkgthr
047900           PERFORM DISPLAY-IO-STATUS                              zbnkgthr
048000           PERFORM ABORT-PROGRAM                                  zbnkgthr
048100        END-IF                                                    zbnkgthr
048200     END-IF.                                                      zbnkgthr
048300                                                                  zbnkgthr
048400 GCNT-DELETE.                                                     zbnkgthr
048500     DELETE GCNT-FILE RECORD.                                     zbnkgthr
048600     IF WS-GCNT-STATUS NOT = '00'                                 zbnkgthr
048700        MOVE 'GCNT Error deleting file ...'                       zbnkgthr
048800          TO WS-CONSOLE-MESSAGE                                   zbnkgthr
048900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkgthr
049000        MOVE WS-GCNT-STATUS TO WS-IO-STATUS                       zbnkgthr
049100        PERFORM DISPLAY-IO-STATUS                                 zbnkgthr
049200        PERFORM ABORT-PROGRAM                                     zbnkgthr
049300     END-IF.                                                      zbnkgthr
049400                                                                  zbnkgthr
049500 GCNT-CLOSE.                                                      zbnkgthr
049600     CLOSE GCNT-FILE.                                             zbnkgthr
049700     IF WS-GCNT-STATUS = '00'                                     zbnkgthr
049800        MOVE 'GCNT file closed OK' TO WS-CONSOLE-MESSAGE          zbnkgthr
049900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkgthr
050000     ELSE                                                         zbnkgthr
050100        MOVE 'GCNT file close failure...' TO WS-CONSOLE-MESSAGE   zbnkgthr
050200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkgthr
050300        MOVE WS-GCNT-STATUS TO WS-IO-STATUS                       zbnkgthr
050400        PERFORM DISPLAY-IO-STATUS                                 zbnkgthr
050500        PERFORM ABORT-PROGRAM                                     zbnkgthr
050600     END-IF.                                                      zbnkgthr
050700                                                                  zbnkgthr
050800******************************************************************zbnkgthr
050900* Open, access and close the GTHR file.                          *zbnkgthr
051000******************************************************************zbnkgthr
051100 GTHR-OPEN.                                                       zbnkgthr
051200     OPEN INPUT GTHR-FILE.                                        zbnkgthr
051300     IF WS-GTHR-STATUS = '00'                                     zbnkgthr
051400        MOVE 'GTHR file opened OK' TO WS-CONSOLE-MESSAGE          zbnkgthr
051500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkgthr
051600     ELSE                                                         zbnkgthr
051700        MOVE 'GTHR file open failure...' TO WS-CONSOLE-MESSAGE    zbnkgthr
051800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkgthr
051900        MOVE WS-GTHR-STATUS TO WS-IO-STATUS                       zbnkgthr
052000        PERFORM DISPLAY-IO-STATUS                                 zbnkgthr
052100        PERFORM ABORT-PROGRAM                                     zbnkgthr
052200     END-IF.                                                      zbnkgthr
052300                                                                  zbnkgthr
052400 GTHR-READ.                                                       zbnkgthr
052500     READ GTHR-FILE.                                              zbnkgthr
052600                                                                  zbnkgthr
052700 GTHR-CLOSE.                                                      zbnkgthr
052800     CLOSE GTHR-FILE.                                             zbnkgthr
052900     IF WS-GTHR-STATUS = '00'                                     zbnkgthr
053000        MOVE 'GTHR file closed OK' TO WS-CONSOLE-MESSAGE          zbnkgthr
053100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkgthr
053200     ELSE                                                         zbnkgthr
053300        MOVE 'GTHR file close failure...' TO WS-CONSOLE-MESSAGE   zbnkgthr
053400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkgthr
053500        MOVE WS-GTHR-STATUS TO WS-IO-STATUS                       zbnkgthr
053600        PERFORM DISPLAY-IO-STATUS                                 zbnkgthr
053700        PERFORM ABORT-PROGRAM                                     zbnkgthr
053800     END-IF.                                                      zbnkgthr
053900                                                                  zbnkgthr
054000******************************************************************zbnkgthr
054100* Open, access and close the PRINTOUT file.                      *zbnkgthr
054200******************************************************************zbnkgthr
054300 PRINTOUT-OPEN.                                                   zbnkgthr
054400     OPEN OUTPUT PRINTOUT-FILE.                                   zbnkgthr
054500     IF WS-PRINTOUT-STATUS = '00'                                 zbnkgthr
054600        MOVE 'PRINTOUT file opened OK' TO WS-CONSOLE-MESSAGE      zbnkgthr
054700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkgthr
054800     ELSE                                                         zbnkgthr
054900        MOVE 'PRINTOUT file open failure...'                      zbnkgthr
055000          TO WS-CONSOLE-MESSAGE                                   zbnkgthr
055100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkgthr
055200        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkgthr
055300        PERFORM DISPLAY-IO-STATUS                                 zbnkgthr
055400        PERFORM ABORT-PROGRAM                                     zbnkgthr
055500     END-IF.                                                      zbnkgthr
055600                                                                  zbnkgthr
055700 PRINTOUT-PUT.                                                    zbnkgthr
055800     WRITE PRINTOUT-REC.                                          zbnkgthr
055900     IF WS-PRINTOUT-STATUS NOT = '00'                             zbnkgthr
056000        MOVE 'PRINTOUT Error writing file ...'                    zbnkgthr
056100          TO WS-CONSOLE-MESSAGE                                   zbnkgthr
056200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkgthr
056300        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkgthr
056400        PERFORM DISPLAY-IO-STATUS                                 zbnkgthr
056500        PERFORM ABORT-PROGRAM                                     zbnkgthr
056600     END-IF.                                                      zbnkgthr
056700                                                                  zbnkgthr
056800 PRINTOUT-CLOSE.                                                  zbnkgthr
056900     CLOSE PRINTOUT-FILE.                                         zbnkgthr
057000     IF WS-PRINTOUT-STATUS = '00'                                 zbnkgthr
057100        MOVE 'PRINTOUT file closed OK' TO WS-CONSOLE-MESSAGE      zbnkgthr
057200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkgthr
057300     ELSE                                                         zbnkgthr
057400        MOVE 'PRINTOUT file close failure...'                     zbnkgthr
057500          TO WS-CONSOLE-MESSAGE                                   zbnkgthr
057600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkgthr
057700        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkgthr
057800        PERFORM DISPLAY-IO-STATUS                                 zbnkgthr
057900        PERFORM ABORT-PROGRAM                                     zbnkgthr
058000     END-IF.                                                      zbnkgthr
058100                                                                  zbnkgthr
058200******************************************************************zbnkgthr
058300* Write a short end-of-job summary to the JOBSUM file, in the    *zbnkgthr
058400* same style as the other batch jobs' summaries.                 *zbnkgthr
058500******************************************************************zbnkgthr
058600 PRINT-JOB-SUMMARY.                                               zbnkgthr
058700     PERFORM JOBSUM-OPEN.                                         zbnkgthr
058800     MOVE SPACES TO JOBSUM-REC.                                   zbnkgthr
058900     STRING 'Counters read:               ' DELIMITED BY SIZE     zbnkgthr
059000            WS-COUNTERS-READ DELIMITED BY SIZE                    zbnkgthr
059100       INTO JOBSUM-REC.                                           zbnkgthr
059200     PERFORM JOBSUM-PUT.                                          zbnkgthr
059300     MOVE SPACES TO JOBSUM-REC.                                   zbnkgthr
059400     STRING 'Earlier counters deleted:    ' DELIMITED BY SIZE     zbnkgthr
059500            WS-COUNTERS-DELETED DELIMITED BY SIZE                 zbnkgthr
059600       INTO JOBSUM-REC.                                           zbnkgthr
059700     PERFORM JOBSUM-PUT.                                          zbnkgthr
059800     MOVE SPACES TO JOBSUM-REC.                                   zbnkgthr
059900     STRING 'Clients reported:            ' DELIMITED BY SIZE     zbnkgthr
060000            WS-CLIENTS-REPORTED DELIMITED BY SIZE                 zbnkgthr
060100       INTO JOBSUM-REC.                                           zbnkgthr
060200     PERFORM JOBSUM-PUT.                                          zbnkgthr
060300     MOVE SPACES TO JOBSUM-REC.                                   zbnkgthr
060400     STRING 'Clients refused requests:    ' DELIMITED BY SIZE     zbnkgthr
060500            WS-CLIENTS-THROTTLED DELIMITED BY SIZE                zbnkgthr
060600       INTO JOBSUM-REC.                                           zbnkgthr
060700     PERFORM JOBSUM-PUT.                                          zbnkgthr
060800     MOVE SPACES TO JOBSUM-REC.                                   zbnkgthr
060900     STRING 'Tokens counted:              ' DELIMITED BY SIZE     zbnkgthr
061000            WS-TOKENS-SEEN DELIMITED BY SIZE                      zbnkgthr
061100       INTO JOBSUM-REC.                                           zbnkgthr
061200     PERFORM JOBSUM-PUT.                                          zbnkgthr
061300     MOVE SPACES TO JOBSUM-REC.                                   zbnkgthr
061400     STRING 'Tokens refused requests:     ' DELIMITED BY SIZE     zbnkgthr
061500            WS-TOKENS-THROTTLED DELIMITED BY SIZE                 zbnkgthr
061600       INTO JOBSUM-REC.                                           zbnkgthr
061700     PERFORM JOBSUM-PUT.                                          zbnkgthr
061800     PERFORM JOBSUM-CLOSE.                                        zbnkgthr
061900     MOVE 'Job summary written to JOBSUM'                         zbnkgthr
062000       TO WS-CONSOLE-MESSAGE.                                     zbnkgthr
062100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkgthr
062200                                                                  zbnkgthr
062300 JOBSUM-OPEN.                                                     zbnkgthr
062400     OPEN OUTPUT JOBSUM-FILE.                                     zbnkgthr
062500     IF WS-JOBSUM-STATUS = '00'                                   zbnkgthr
062600        MOVE 'JOBSUM file opened OK' TO WS-CONSOLE-MESSAGE        zbnkgthr
062700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkgthr
062800     ELSE                                                         zbnkgthr
062900        MOVE 'JOBSUM file open failure...' TO WS-CONSOLE-MESSAGE  zbnkgthr
063000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkgthr
063100        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkgthr
063200        PERFORM DISPLAY-IO-STATUS                                 zbnkgthr
063300        PERFORM ABORT-PROGRAM                                     zbnkgthr
063400     END-IF.                                                      zbnkgthr
063500                                                                  zbnkgthr
063600 JOBSUM-PUT.                                                      zbnkgthr
063700     WRITE JOBSUM-REC.                                            zbnkgthr
063800     IF WS-JOBSUM-STATUS NOT = '00'                               zbnkgthr
063900        MOVE 'JOBSUM Error writing file ...' TO WS-CONSOLE-MESSAGEzbnkgthr
064000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkgthr
064100        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkgthr
064200        PERFORM DISPLAY-IO-STATUS                                 zbnkgthr
064300        PERFORM ABORT-PROGRAM                                     zbnkgthr
064400     END-IF.                                                      zbnkgthr
064500                                                                  zbnkgthr
064600 JOBSUM-CLOSE.                                                    zbnkgthr
064700     CLOSE JOBSUM-FILE.                                           zbnkgthr
064800     IF WS-JOBSUM-STATUS = '00'                                   zbnkgthr
064900        MOVE 'JOBSUM file closed OK' TO WS-CONSOLE-MESSAGE        zbnkgthr
065000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkgthr
065100     ELSE                                                         zbnkgthr
065200        MOVE 'JOBSUM file close failure...' TO WS-CONSOLE-MESSAGE zbnkgthr
065300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkgthr
065400        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkgthr
065500        PERFORM DISPLAY-IO-STATUS                                 zbnkgthr
065600        PERFORM ABORT-PROGRAM                                     zbnkgthr
065700     END-IF.                                                      zbnkgthr
065800                                                                  zbnkgthr
065900******************************************************************zbnkgthr
066000* Run-control hooks. The START call blocks this job when it has  *zbnkgthr
066100* already completed for the business date or a prerequisite has  *zbnkgthr
066200* not, and records the start on BNKRUNC; the END call records    *zbnkgthr
066300* the end time and return code. See URUNCTL.CBL.                 *zbnkgthr
066400******************************************************************zbnkgthr
066500 RUN-CONTROL-START.                                               zbnkgthr
066600     SET RUNCTL-START TO TRUE.                                    zbnkgthr
066700     MOVE 'ZBNKGTHR' TO RUNCTL-JOB.                               zbnkgthr
066800     MOVE ZERO TO RUNCTL-BUSDATE.                                 zbnkgthr
066900     MOVE ZERO TO RUNCTL-RETURN-CODE.                             zbnkgthr
067000     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkgthr
067100     IF RUNCTL-BLOCKED                                            zbnkgthr
067200        MOVE RUNCTL-REPLY-TEXT TO WS-CONSOLE-MESSAGE              zbnkgthr
067300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkgthr
067400        MOVE 'Run control blocked this run' TO WS-CONSOLE-MESSAGE zbnkgthr
067500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkgthr
067600        MOVE 8 TO RETURN-CODE                                     zbnkgthr
067700        GOBACK                                                    zbnkgthr
067800     END-IF.                                                      zbnkgthr
067900 RUN-CONTROL-START-EXIT.                                          zbnkgthr
068000     EXIT.                                                        zbnkgthr
068100                                                                  zbnkgthr
068200 RUN-CONTROL-END.                                                 zbnkgthr
068300     SET RUNCTL-END TO TRUE.                                      zbnkgthr
068400     MOVE RETURN-CODE TO RUNCTL-RETURN-CODE.                      zbnkgthr
068500     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkgthr
068600                                                                  zbnkgthr
068700******************************************************************zbnkgthr
068800* Display the file status bytes                                  *zbnkgthr
068900******************************************************************zbnkgthr
069000 DISPLAY-IO-STATUS.                                               zbnkgthr
069100     IF WS-IO-STATUS NUMERIC                                      zbnkgthr
069200        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkgthr
069300        STRING 'File status -' DELIMITED BY SIZE                  zbnkgthr
069400               WS-IO-STATUS DELIMITED BY SIZE                     zbnkgthr
069500          INTO WS-CONSOLE-MESSAGE                                 zbnkgthr
069600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkgthr
069700     ELSE                                                         zbnkgthr
069800        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     zbnkgthr
069900        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    zbnkgthr
070000        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkgthr
070100        STRING 'File status -' DELIMITED BY SIZE                  zbnkgthr
070200               WS-IO-STAT1 DELIMITED BY SIZE                      zbnkgthr
070300               '/' DELIMITED BY SIZE                              zbnkgthr
070400               WS-TWO-BYTES DELIMITED BY SIZE                     zbnkgthr
070500          INTO WS-CONSOLE-MESSAGE                                 zbnkgthr
070600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkgthr
070700     END-IF.                                                      zbnkgthr
070800                                                                  zbnkgthr
070900******************************************************************zbnkgthr
071000* 'ABORT' the program. Post a message and issue a goback         *zbnkgthr
071100******************************************************************zbnkgthr
071200 ABORT-PROGRAM.                                                   zbnkgthr
071300     IF WS-CONSOLE-MESSAGE NOT = SPACES                           zbnkgthr
071400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkgthr
071500     END-IF.                                                      zbnkgthr
071600     MOVE 'Program is abending...' TO WS-CONSOLE-MESSAGE.         zbnkgthr
071700     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkgthr
071800     MOVE 16 TO RETURN-CODE.                                      zbnkgthr
071900     GOBACK.                                                      zbnkgthr
072000                                                                  zbnkgthr
072100******************************************************************zbnkgthr
072200* Display CONSOLE messages...                                    *zbnkgthr
072300******************************************************************zbnkgthr
072400 DISPLAY-CONSOLE-MESSAGE.                                         zbnkgthr
072500     DISPLAY 'ZBNKGTHR - ' WS-CONSOLE-MESSAGE                     zbnkgthr
072600       UPON CONSOLE.                                              zbnkgthr
072700     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       zbnkgthr
072800                                                                  zbnkgthr
072900* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     zbnkgthr
