005500 COPY CBANKD23.                                                   dbank23p
005600                                                                  dbank23p
005700 COPY CABENDD.                                                    dbank23p
005710                                                                  dbank23p
005720 01  WS-BNKPERF-REC.                                              dbank23p
005730 COPY CBANKVPF.                                                   dbank23p
005740                                                                  dbank23p
005750 COPY CPERFD.                                                     dbank23p
005800                                                                  dbank23p
005900 LINKAGE SECTION.                                                 dbank23p
006000 01  DFHCOMMAREA.                                                 dbank23p
006300         DEPENDING ON WS-COMMAREA-LENGTH.                         dbank23p
006400                                                                  dbank23p
006500 COPY CENTRY.                                                     dbank23p
006510***************************************************************** dbank23p
006520* Start the response-time clock for this request                * dbank23p
006530***************************************************************** dbank23p
006540     PERFORM PERF-TIMER.                                          dbank23p
006550                                                                  dbank23p
006600***************************************************************** dbank23p
006700* Move the passed data to our area                              * dbank23p
006800***************************************************************** dbank23p
010000***************************************************************** dbank23p
010100     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       dbank23p
010200                                                                  dbank23p
010210***************************************************************** dbank23p
010220* Log this request's response time to BNKPERF                   * dbank23p
010230***************************************************************** dbank23p
010240     MOVE CD23I-FUNCTION TO WS-PERF-FUNCTION.                     dbank23p
010250     PERFORM PERF-TIMER.                                          dbank23p
010260                                                                  dbank23p
010300***************************************************************** dbank23p
010400* Return to our caller                                          * dbank23p
010500***************************************************************** dbank23p
037600 GET-TODAY-DATE-EXIT.                                             dbank23p
037700     EXIT.                                                        dbank23p
037800                                                                  dbank23p
037830 COPY CPERFP.                                                     dbank23p
037860                                                                  dbank23p
037900* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank23p
