005300 COPY CBANKD32.                                                   dbank32p
005400                                                                  dbank32p
005500 COPY CABENDD.                                                    dbank32p
005510                                                                  dbank32p
005520 01  WS-BNKPERF-REC.                                              dbank32p
005530 COPY CBANKVPF.                                                   dbank32p
005540                                                                  dbank32p
005550 COPY CPERFD.                                                     dbank32p
005600                                                                  dbank32p
005700 LINKAGE SECTION.                                                 dbank32p
005800 01  DFHCOMMAREA.                                                 dbank32p
006100         DEPENDING ON WS-COMMAREA-LENGTH.                         dbank32p
006200                                                                  dbank32p
006300 COPY CENTRY.                                                     dbank32p
006310***************************************************************** dbank32p
006320* Start the response-time clock for this request                * dbank32p
006330***************************************************************** dbank32p
006340     PERFORM PERF-TIMER.                                          dbank32p
006350                                                                  dbank32p
006400***************************************************************** dbank32p
006500* Move the passed data to our area                              * dbank32p
006600***************************************************************** dbank32p
009400***************************************************************** dbank32p
009500     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       dbank32p
009600                                                                  dbank32p
009610***************************************************************** dbank32p
009620* Log this request's response time to BNKPERF                   * dbank32p
009630***************************************************************** dbank32p
009640     MOVE CD32I-FUNCTION TO WS-PERF-FUNCTION.                     dbank32p
009650     PERFORM PERF-TIMER.                                          dbank32p
009660                                                                  dbank32p
009700***************************************************************** dbank32p
009800* Return to our caller                                          * dbank32p
009900***************************************************************** dbank32p
026900 GET-TODAY-DATE-EXIT.                                             dbank32p
027000     EXIT.                                                        dbank32p
027100                                                                  dbank32p
027130 COPY CPERFP.                                                     dbank32p
027160                                                                  dbank32p
027200* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank32p
