005200 COPY CBANKD43.                                                   dbank43p
005300                                                                  dbank43p
005400 COPY CABENDD.                                                    dbank43p
005410                                                                  dbank43p
005420 01  WS-BNKPERF-REC.                                              dbank43p
005430 COPY CBANKVPF.                                                   dbank43p
005440                                                                  dbank43p
005450 COPY CPERFD.                                                     dbank43p
005500                                                                  dbank43p
005600 LINKAGE SECTION.                                                 dbank43p
005700 01  DFHCOMMAREA.                                                 dbank43p
006000         DEPENDING ON WS-COMMAREA-LENGTH.                         dbank43p
006100                                                                  dbank43p
006200 COPY CENTRY.                                                     dbank43p
006210***************************************************************** dbank43p
006220* Start the response-time clock for this request                * dbank43p
006230***************************************************************** dbank43p
006240     PERFORM PERF-TIMER.                                          dbank43p
006250                                                                  dbank43p
006300***************************************************************** dbank43p
006400* Move the passed data to our area                              * dbank43p
006500***************************************************************** dbank43p
009100***************************************************************** dbank43p
009200     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       dbank43p
009300                                                                  dbank43p
009310***************************************************************** dbank43p
009320* Log this request's response time to BNKPERF                   * dbank43p
009330***************************************************************** dbank43p
009340     MOVE CD43I-FUNCTION TO WS-PERF-FUNCTION.                     dbank43p
009350     PERFORM PERF-TIMER.                                          dbank43p
009360                                                                  dbank43p
009400***************************************************************** dbank43p
009500* Return to our caller                                          * dbank43p
009600***************************************************************** dbank43p
021800     END-IF.                                                      dbank43p
021900 FETCH-LINES-PROCESS-EXIT.                                        dbank43p
022000     EXIT.                                                        dbank43p
022100                                                                  dbank43p
022200 COPY CPERFP.                                                     dbank43p
