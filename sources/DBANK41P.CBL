005300 COPY CBANKD41.                                                   dbank41p
005400                                                                  dbank41p
005500 COPY CABENDD.                                                    dbank41p
005510                                                                  dbank41p
005520 01  WS-BNKPERF-REC.                                              dbank41p
005530 COPY CBANKVPF.                                                   dbank41p
005540                                                                  dbank41p
005550 COPY CPERFD.                                                     dbank41p
005600                                                                  dbank41p
005700 LINKAGE SECTION.                                                 dbank41p
005800 01  DFHCOMMAREA.                                                 dbank41p
006100         DEPENDING ON WS-COMMAREA-LENGTH.                         dbank41p
006200                                                                  dbank41p
006300 COPY CENTRY.                                                     dbank41p
006310***************************************************************** dbank41p
006320* Start the response-time clock for this request                * dbank41p
006330***************************************************************** dbank41p
006340     PERFORM PERF-TIMER.                                          dbank41p
006350                                                                  dbank41p
006400***************************************************************** dbank41p
006500* Move the passed data to our area                              * dbank41p
006600***************************************************************** dbank41p
009100***************************************************************** dbank41p
009200     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       dbank41p
009300                                                                  dbank41p
009310***************************************************************** dbank41p
009320* Log this request's response time to BNKPERF                   * dbank41p
009330***************************************************************** dbank41p
009340     MOVE CD41I-FUNCTION TO WS-PERF-FUNCTION.                     dbank41p
009350     PERFORM PERF-TIMER.                                          dbank41p
009360                                                                  dbank41p
009400***************************************************************** dbank41p
009500* Return to our caller                                          * dbank41p
009600***************************************************************** dbank41p
022200 GET-TODAY-DATE-EXIT.                                             dbank41p
022300     EXIT.                                                        dbank41p
022400                                                                  dbank41p
022430 COPY CPERFP.                                                     dbank41p
022460                                                                  dbank41p
022500* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank41p
