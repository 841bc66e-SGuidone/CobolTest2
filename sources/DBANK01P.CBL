004200 COPY CBANKD01.                                                   dbank01p
004300                                                                  dbank01p
004400 COPY CABENDD.                                                    dbank01p
004410                                                                  dbank01p
004420 01  WS-BNKPERF-REC.                                              dbank01p
004430 COPY CBANKVPF.                                                   dbank01p
004440                                                                  dbank01p
004450 COPY CPERFD.                                                     dbank01p
004500                                                                  dbank01p
004600 LINKAGE SECTION.                                                 dbank01p
004700 01  DFHCOMMAREA.                                                 dbank01p
005000         DEPENDING ON WS-COMMAREA-LENGTH.                         dbank01p
005100                                                                  dbank01p
005200 COPY CENTRY.                                                     dbank01p
005210***************************************************************** dbank01p
005220* Start the response-time clock for this request                * dbank01p
005230***************************************************************** dbank01p
005240     PERFORM PERF-TIMER.                                          dbank01p
005250                                                                  dbank01p
005300***************************************************************** dbank01p
005400* Move the passed data to our area                              * dbank01p
005500***************************************************************** dbank01p
009200***************************************************************** dbank01p
009300     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       dbank01p
009400                                                                  dbank01p
009410***************************************************************** dbank01p
009420* Log this request's response time to BNKPERF                   * dbank01p
009430***************************************************************** dbank01p
009440     MOVE CD01I-FUNCTION TO WS-PERF-FUNCTION.                     dbank01p
009450     PERFORM PERF-TIMER.                                          dbank01p
009460                                                                  dbank01p
009500***************************************************************** dbank01p
009600* Return to our caller                                          * dbank01p
009700***************************************************************** dbank01p
010780 AUDIT-LOOKUP-EXIT.                                               dbank01p
010790     EXIT.                                                        dbank01p
010800                                                                  dbank01p
010803 COPY CPERFP.                                                     dbank01p
010806                                                                  dbank01p
010810* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank01p
