005300 COPY CBANKD16.                                                   dbank16p
005400                                                                  dbank16p
005500 COPY CABENDD.                                                    dbank16p
005510                                                                  dbank16p
005520 01  WS-BNKPERF-REC.                                              dbank16p
005530 COPY CBANKVPF.                                                   dbank16p
005540                                                                  dbank16p
005550 COPY CPERFD.                                                     dbank16p
005600                                                                  dbank16p
005700 LINKAGE SECTION.                                                 dbank16p
005800 01  DFHCOMMAREA.                                                 dbank16p
006100         DEPENDING ON WS-COMMAREA-LENGTH.                         dbank16p
006200                                                                  dbank16p
006300 COPY CENTRY.                                                     dbank16p
006310***************************************************************** dbank16p
006320* Start the response-time clock for this request                * dbank16p
006330***************************************************************** dbank16p
006340     PERFORM PERF-TIMER.                                          dbank16p
006350                                                                  dbank16p
006400***************************************************************** dbank16p
006500* Move the passed data to our area                              * dbank16p
006600***************************************************************** dbank16p
009300***************************************************************** dbank16p
009400     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       dbank16p
009500                                                                  dbank16p
009510***************************************************************** dbank16p
009520* Log this request's response time to BNKPERF                   * dbank16p
009530***************************************************************** dbank16p
009540     MOVE CD16I-FUNCTION TO WS-PERF-FUNCTION.                     dbank16p
009550     PERFORM PERF-TIMER.                                          dbank16p
009560                                                                  dbank16p
009600***************************************************************** dbank16p
009700* Return to our caller                                          * dbank16p
009800***************************************************************** dbank16p
023900 GET-TODAY-DATE-EXIT.                                             dbank16p
024000     EXIT.                                                        dbank16p
024100                                                                  dbank16p
024130 COPY CPERFP.                                                     dbank16p
024160                                                                  dbank16p
024200* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank16p
