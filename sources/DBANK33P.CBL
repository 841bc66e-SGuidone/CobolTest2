005900 COPY CBANKD33.                                                   dbank33p
006000                                                                  dbank33p
006100 COPY CABENDD.                                                    dbank33p
006110                                                                  dbank33p
006120 01  WS-BNKPERF-REC.                                              dbank33p
006130 COPY CBANKVPF.                                                   dbank33p
006140                                                                  dbank33p
006150 COPY CPERFD.                                                     dbank33p
006200                                                                  dbank33p
006300 LINKAGE SECTION.                                                 dbank33p
006400 01  DFHCOMMAREA.                                                 dbank33p
006700         DEPENDING ON WS-COMMAREA-LENGTH.                         dbank33p
006800                                                                  dbank33p
006900 COPY CENTRY.                                                     dbank33p
006910***************************************************************** dbank33p
006920* Start the response-time clock for this request                * dbank33p
006930***************************************************************** dbank33p
006940     PERFORM PERF-TIMER.                                          dbank33p
006950                                                                  dbank33p
007000***************************************************************** dbank33p
007100* Move the passed data to our area                              * dbank33p
007200***************************************************************** dbank33p
010900***************************************************************** dbank33p
011000     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       dbank33p
011100                                                                  dbank33p
011110***************************************************************** dbank33p
011120* Log this request's response time to BNKPERF                   * dbank33p
011130***************************************************************** dbank33p
011140     MOVE CD33I-FUNCTION TO WS-PERF-FUNCTION.                     dbank33p
011150     PERFORM PERF-TIMER.                                          dbank33p
011160                                                                  dbank33p
011200***************************************************************** dbank33p
011300* Return to our caller                                          * dbank33p
011400***************************************************************** dbank33p
035500     END-IF.                                                      dbank33p
035600 ENROL-PROCESS-EXIT.                                              dbank33p
035700     EXIT.                                                        dbank33p
035720                                                                  dbank33p
035740 COPY CPERFP.                                                     dbank33p
035760                                                                  dbank33p
035800* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank33p
