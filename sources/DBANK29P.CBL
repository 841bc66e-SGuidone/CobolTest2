005400 COPY CBANKD29.                                                   dbank29p
005500                                                                  dbank29p
005600 COPY CABENDD.                                                    dbank29p
005610                                                                  dbank29p
005620 01  WS-BNKPERF-REC.                                              dbank29p
005630 COPY CBANKVPF.                                                   dbank29p
005640                                                                  dbank29p
005650 COPY CPERFD.                                                     dbank29p
005700                                                                  dbank29p
005800 LINKAGE SECTION.                                                 dbank29p
005900 01  DFHCOMMAREA.                                                 dbank29p
006200         DEPENDING ON WS-COMMAREA-LENGTH.                         dbank29p
006300                                                                  dbank29p
006400 COPY CENTRY.                                                     dbank29p
006410***************************************************************** dbank29p
006420* Start the response-time clock for this request                * dbank29p
006430***************************************************************** dbank29p
006440     PERFORM PERF-TIMER.                                          dbank29p
006450                                                                  dbank29p
006500***************************************************************** dbank29p
006600* Move the passed data to our area                              * dbank29p
006700***************************************************************** dbank29p
009800***************************************************************** dbank29p
009900     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       dbank29p
010000                                                                  dbank29p
010010***************************************************************** dbank29p
010020* Log this request's response time to BNKPERF                   * dbank29p
010030***************************************************************** dbank29p
010040     MOVE CD29I-FUNCTION TO WS-PERF-FUNCTION.                     dbank29p
010050     PERFORM PERF-TIMER.                                          dbank29p
010060                                                                  dbank29p
010100***************************************************************** dbank29p
010200* Return to our caller                                          * dbank29p
010300***************************************************************** dbank29p
030400 GET-TODAY-DATE-EXIT.                                             dbank29p
030500     EXIT.                                                        dbank29p
030600                                                                  dbank29p
030630 COPY CPERFP.                                                     dbank29p
030660                                                                  dbank29p
030700* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank29p
