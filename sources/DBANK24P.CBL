005600 COPY CBANKD24.                                                   dbank24p
005700                                                                  dbank24p
005800 COPY CABENDD.                                                    dbank24p
005810                                                                  dbank24p
005820 01  WS-BNKPERF-REC.                                              dbank24p
005830 COPY CBANKVPF.                                                   dbank24p
005840                                                                  dbank24p
005850 COPY CPERFD.                                                     dbank24p
005900                                                                  dbank24p
006000 LINKAGE SECTION.                                                 dbank24p
006100 01  DFHCOMMAREA.                                                 dbank24p
006400         DEPENDING ON WS-COMMAREA-LENGTH.                         dbank24p
006500                                                                  dbank24p
006600 COPY CENTRY.                                                     dbank24p
006610***************************************************************** dbank24p
006620* Start the response-time clock for this request                * dbank24p
006630***************************************************************** dbank24p
006640     PERFORM PERF-TIMER.                                          dbank24p
006650                                                                  dbank24p
006700***************************************************************** dbank24p
006800* Move the passed data to our area                              * dbank24p
006900***************************************************************** dbank24p
010000***************************************************************** dbank24p
010100     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       dbank24p
010200                                                                  dbank24p
010210***************************************************************** dbank24p
010220* Log this request's response time to BNKPERF                   * dbank24p
010230***************************************************************** dbank24p
010240     MOVE CD24I-FUNCTION TO WS-PERF-FUNCTION.                     dbank24p
010250     PERFORM PERF-TIMER.                                          dbank24p
010260                                                                  dbank24p
010300***************************************************************** dbank24p
010400* Return to our caller                                          * dbank24p
010500***************************************************************** dbank24p
031500 GET-TODAY-DATE-EXIT.                                             dbank24p
031600     EXIT.                                                        dbank24p
031700                                                                  dbank24p
031730 COPY CPERFP.                                                     dbank24p
031760                                                                  dbank24p
031800* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank24p
