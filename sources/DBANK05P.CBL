004400 COPY CBANKD05.                                                   dbank05p
004500                                                                  dbank05p
004600 COPY CABENDD.                                                    dbank05p
004610                                                                  dbank05p
004620 01  WS-BNKPERF-REC.                                              dbank05p
004630 COPY CBANKVPF.                                                   dbank05p
004640                                                                  dbank05p
004650 COPY CPERFD.                                                     dbank05p
004700                                                                  dbank05p
004800 LINKAGE SECTION.                                                 dbank05p
004900 01  DFHCOMMAREA.                                                 dbank05p
005200         DEPENDING ON WS-COMMAREA-LENGTH.                         dbank05p
005300                                                                  dbank05p
005400 COPY CENTRY.                                                     dbank05p
005410***************************************************************** dbank05p
005420* Start the response-time clock for this request                * dbank05p
005430***************************************************************** dbank05p
005440     PERFORM PERF-TIMER.                                          dbank05p
005450                                                                  dbank05p
005500***************************************************************** dbank05p
005600* Move the passed data to our area                              * dbank05p
005700***************************************************************** dbank05p
007500***************************************************************** dbank05p
007600     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       dbank05p
007700                                                                  dbank05p
007710***************************************************************** dbank05p
007720* Log this request's response time to BNKPERF                   * dbank05p
007730***************************************************************** dbank05p
007740     MOVE CD05I-FUNCTION TO WS-PERF-FUNCTION.                     dbank05p
007750     PERFORM PERF-TIMER.                                          dbank05p
007760                                                                  dbank05p
007800***************************************************************** dbank05p
007900* Return to our caller                                          * dbank05p
008000***************************************************************** dbank05p
013100 ROLE-MENU-LIST-PROCESS-EXIT.                                     dbank05p
013200     EXIT.                                                        dbank05p
013300                                                                  dbank05p
013330 COPY CPERFP.                                                     dbank05p
013360                                                                  dbank05p
013400* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank05p
