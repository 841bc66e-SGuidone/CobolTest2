006800 COPY CBANKD39.                                                   dbank39p
006900                                                                  dbank39p
007000 COPY CABENDD.                                                    dbank39p
007010                                                                  dbank39p
007020 01  WS-BNKPERF-REC.                                              dbank39p
007030 COPY CBANKVPF.                                                   dbank39p
007040                                                                  dbank39p
007050 COPY CPERFD.                                                     dbank39p
007100                                                                  dbank39p
007200 LINKAGE SECTION.                                                 dbank39p
007300 01  DFHCOMMAREA.                                                 dbank39p
007600         DEPENDING ON WS-COMMAREA-LENGTH.                         dbank39p
007700                                                                  dbank39p
007800 COPY CENTRY.                                                     dbank39p
007810***************************************************************** dbank39p
007820* Start the response-time clock for this request                * dbank39p
007830***************************************************************** dbank39p
007840     PERFORM PERF-TIMER.                                          dbank39p
007850                                                                  dbank39p
007900***************************************************************** dbank39p
008000* Move the passed data to our area                              * dbank39p
008100***************************************************************** dbank39p
010100***************************************************************** dbank39p
010200     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       dbank39p
010300                                                                  dbank39p
010310***************************************************************** dbank39p
010320* Log this request's response time to BNKPERF                   * dbank39p
010330***************************************************************** dbank39p
010340     MOVE CD39I-FUNCTION TO WS-PERF-FUNCTION.                     dbank39p
010350     PERFORM PERF-TIMER.                                          dbank39p
010360                                                                  dbank39p
010400***************************************************************** dbank39p
010500* Return to our caller                                          * dbank39p
010600***************************************************************** dbank39p
039500 GET-TODAY-DATE-EXIT.                                             dbank39p
039600     EXIT.                                                        dbank39p
039700                                                                  dbank39p
039730 COPY CPERFP.                                                     dbank39p
039760                                                                  dbank39p
039800* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank39p
