005200 COPY CBANKD40.                                                   dbank40p
005300                                                                  dbank40p
005400 COPY CABENDD.                                                    dbank40p
005410                                                                  dbank40p
005420 01  WS-BNKPERF-REC.                                              dbank40p
005430 COPY CBANKVPF.                                                   dbank40p
005440                                                                  dbank40p
005450 COPY CPERFD.                                                     dbank40p
005500                                                                  dbank40p
005600 LINKAGE SECTION.                                                 dbank40p
005700 01  DFHCOMMAREA.                                                 dbank40p
006000         DEPENDING ON WS-COMMAREA-LENGTH.                         dbank40p
006100                                                                  dbank40p
006200 COPY CENTRY.                                                     dbank40p
006210***************************************************************** dbank40p
006220* Start the response-time clock for this request                * dbank40p
006230***************************************************************** dbank40p
006240     PERFORM PERF-TIMER.                                          dbank40p
006250                                                                  dbank40p
006300***************************************************************** dbank40p
006400* Move the passed data to our area                              * dbank40p
006500***************************************************************** dbank40p
009300***************************************************************** dbank40p
009400     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       dbank40p
009500                                                                  dbank40p
009510***************************************************************** dbank40p
009520* Log this request's response time to BNKPERF                   * dbank40p
009530***************************************************************** dbank40p
009540     MOVE CD40I-FUNCTION TO WS-PERF-FUNCTION.                     dbank40p
009550     PERFORM PERF-TIMER.                                          dbank40p
009560                                                                  dbank40p
009600***************************************************************** dbank40p
009700* Return to our caller                                          * dbank40p
009800***************************************************************** dbank40p
023400 GET-TODAY-DATE-EXIT.                                             dbank40p
023500     EXIT.                                                        dbank40p
023600                                                                  dbank40p
023630 COPY CPERFP.                                                     dbank40p
023660                                                                  dbank40p
023700* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank40p
