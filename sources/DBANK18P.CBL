004800 COPY CBANKD18.                                                   dbank18p
004900                                                                  dbank18p
005000 COPY CABENDD.                                                    dbank18p
005010                                                                  dbank18p
005020 01  WS-BNKPERF-REC.                                              dbank18p
005030 COPY CBANKVPF.                                                   dbank18p
005040                                                                  dbank18p
005050 COPY CPERFD.                                                     dbank18p
005100                                                                  dbank18p
005200 LINKAGE SECTION.                                                 dbank18p
005300 01  DFHCOMMAREA.                                                 dbank18p
005600         DEPENDING ON WS-COMMAREA-LENGTH.                         dbank18p
005700                                                                  dbank18p
005800 COPY CENTRY.                                                     dbank18p
005810***************************************************************** dbank18p
005820* Start the response-time clock for this request                * dbank18p
005830***************************************************************** dbank18p
005840     PERFORM PERF-TIMER.                                          dbank18p
005850                                                                  dbank18p
005900***************************************************************** dbank18p
006000* Move the passed data to our area                              * dbank18p
006100***************************************************************** dbank18p
008600***************************************************************** dbank18p
008700     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       dbank18p
008800                                                                  dbank18p
008810***************************************************************** dbank18p
008820* Log this request's response time to BNKPERF                   * dbank18p
008830***************************************************************** dbank18p
008840     MOVE CD18I-FUNCTION TO WS-PERF-FUNCTION.                     dbank18p
008850     PERFORM PERF-TIMER.                                          dbank18p
008860                                                                  dbank18p
008900***************************************************************** dbank18p
009000* Return to our caller                                          * dbank18p
009100***************************************************************** dbank18p
019600 FETCH-LINES-PROCESS-EXIT.                                        dbank18p
019700     EXIT.                                                        dbank18p
019800                                                                  dbank18p
019830 COPY CPERFP.                                                     dbank18p
019860                                                                  dbank18p
019900* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank18p
