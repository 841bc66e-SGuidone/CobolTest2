006100 COPY CBANKD02.                                                   dbank02p
006200                                                                  dbank02p
006300 COPY CABENDD.                                                    dbank02p
006310                                                                  dbank02p
006320 01  WS-BNKPERF-REC.                                              dbank02p
006330 COPY CBANKVPF.                                                   dbank02p
006340                                                                  dbank02p
006350 COPY CPERFD.                                                     dbank02p
006400                                                                  dbank02p
006500 LINKAGE SECTION.                                                 dbank02p
006600 01  DFHCOMMAREA.                                                 dbank02p
006900         DEPENDING ON WS-COMMAREA-LENGTH.                         dbank02p
007000                                                                  dbank02p
007100 COPY CENTRY.                                                     dbank02p
007110***************************************************************** dbank02p
007120* Start the response-time clock for this request                * dbank02p
007130***************************************************************** dbank02p
007140     PERFORM PERF-TIMER.                                          dbank02p
007150                                                                  dbank02p
007200***************************************************************** dbank02p
007300* Move the passed data to our area                              * dbank02p
007400***************************************************************** dbank02p
010600***************************************************************** dbank02p
010700     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       dbank02p
010800                                                                  dbank02p
010810***************************************************************** dbank02p
010820* Log this request's response time to BNKPERF                   * dbank02p
010830***************************************************************** dbank02p
010840     MOVE CD02I-FUNCTION TO WS-PERF-FUNCTION.                     dbank02p
010850     PERFORM PERF-TIMER.                                          dbank02p
010860                                                                  dbank02p
010900***************************************************************** dbank02p
011000* Return to our caller                                          * dbank02p
011100***************************************************************** dbank02p
055900 GET-TODAY-DATE-EXIT.                                             dbank02p
056000     EXIT.                                                        dbank02p
056100                                                                  dbank02p
056130 COPY CPERFP.                                                     dbank02p
056160                                                                  dbank02p
056200* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank02p
