005700 COPY CBANKD31.                                                   dbank31p
005800                                                                  dbank31p
005900 COPY CABENDD.                                                    dbank31p
005910                                                                  dbank31p
005920 01  WS-BNKPERF-REC.                                              dbank31p
005930 COPY CBANKVPF.                                                   dbank31p
005940                                                                  dbank31p
005950 COPY CPERFD.                                                     dbank31p
006000                                                                  dbank31p
006100 LINKAGE SECTION.                                                 dbank31p
006200 01  DFHCOMMAREA.                                                 dbank31p
006500         DEPENDING ON WS-COMMAREA-LENGTH.                         dbank31p
006600                                                                  dbank31p
006700 COPY CENTRY.                                                     dbank31p
006710***************************************************************** dbank31p
006720* Start the response-time clock for this request                * dbank31p
006730***************************************************************** dbank31p
006740     PERFORM PERF-TIMER.                                          dbank31p
006750                                                                  dbank31p
006800***************************************************************** dbank31p
006900* Move the passed data to our area                              * dbank31p
007000***************************************************************** dbank31p
009800***************************************************************** dbank31p
009900     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       dbank31p
010000                                                                  dbank31p
010010***************************************************************** dbank31p
010020* Log this request's response time to BNKPERF                   * dbank31p
010030***************************************************************** dbank31p
010040     MOVE CD31I-FUNCTION TO WS-PERF-FUNCTION.                     dbank31p
010050     PERFORM PERF-TIMER.                                          dbank31p
010060                                                                  dbank31p
010100***************************************************************** dbank31p
010200* Return to our caller                                          * dbank31p
010300***************************************************************** dbank31p
030600 GET-TODAY-DATE-EXIT.                                             dbank31p
030700     EXIT.                                                        dbank31p
030800                                                                  dbank31p
030830 COPY CPERFP.                                                     dbank31p
030860                                                                  dbank31p
030900* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank31p
