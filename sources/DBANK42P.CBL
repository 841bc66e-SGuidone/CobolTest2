004700 COPY CBANKD42.                                                   dbank42p
004800                                                                  dbank42p
004900 COPY CABENDD.                                                    dbank42p
004910                                                                  dbank42p
004920 01  WS-BNKPERF-REC.                                              dbank42p
004930 COPY CBANKVPF.                                                   dbank42p
004940                                                                  dbank42p
004950 COPY CPERFD.                                                     dbank42p
005000                                                                  dbank42p
005100 LINKAGE SECTION.                                                 dbank42p
005200 01  DFHCOMMAREA.                                                 dbank42p
005500         DEPENDING ON WS-COMMAREA-LENGTH.                         dbank42p
005600                                                                  dbank42p
005700 COPY CENTRY.                                                     dbank42p
005710***************************************************************** dbank42p
005720* Start the response-time clock for this request                * dbank42p
005730***************************************************************** dbank42p
005740     PERFORM PERF-TIMER.                                          dbank42p
005750                                                                  dbank42p
005800***************************************************************** dbank42p
005900* Move the passed data to our area                              * dbank42p
006000***************************************************************** dbank42p
007800***************************************************************** dbank42p
007900     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       dbank42p
008000                                                                  dbank42p
008010***************************************************************** dbank42p
008020* Log this request's response time to BNKPERF                   * dbank42p
008030***************************************************************** dbank42p
008040     MOVE CD42I-FILE TO WS-PERF-FUNCTION.                         dbank42p
008050     PERFORM PERF-TIMER.                                          dbank42p
008060                                                                  dbank42p
008100***************************************************************** dbank42p
008200* Return to our caller                                          * dbank42p
008300***************************************************************** dbank42p
013800     END-IF.                                                      dbank42p
013900 LIST-HISTORY-PROCESS-EXIT.                                       dbank42p
014000     EXIT.                                                        dbank42p
014100                                                                  dbank42p
014200 COPY CPERFP.                                                     dbank42p
