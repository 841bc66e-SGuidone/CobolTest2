007000 COPY CBANKD07.                                                   dbank07p
007100                                                                  dbank07p
007200 COPY CABENDD.                                                    dbank07p
007210                                                                  dbank07p
007220 01  WS-BNKPERF-REC.                                              dbank07p
007230 COPY CBANKVPF.                                                   dbank07p
007240                                                                  dbank07p
007250 COPY CPERFD.                                                     dbank07p
007300                                                                  dbank07p
007400 LINKAGE SECTION.                                                 dbank07p
007500 01  DFHCOMMAREA.                                                 dbank07p
007800         DEPENDING ON WS-COMMAREA-LENGTH.                         dbank07p
007900                                                                  dbank07p
008000 COPY CENTRY.                                                     dbank07p
008010***************************************************************** dbank07p
008020* Start the response-time clock for this request                * dbank07p
008030***************************************************************** dbank07p
008040     PERFORM PERF-TIMER.                                          dbank07p
008050                                                                  dbank07p
008100***************************************************************** dbank07p
008200* Move the passed data to our area                              * dbank07p
008300***************************************************************** dbank07p
011600***************************************************************** dbank07p
011700     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       dbank07p
011800                                                                  dbank07p
011810***************************************************************** dbank07p
011820* Log this request's response time to BNKPERF                   * dbank07p
011830***************************************************************** dbank07p
011840     MOVE CD07I-FUNCTION TO WS-PERF-FUNCTION.                     dbank07p
011850     PERFORM PERF-TIMER.                                          dbank07p
011860                                                                  dbank07p
011900***************************************************************** dbank07p
012000* Return to our caller                                          * dbank07p
012100***************************************************************** dbank07p
012600* per job per business date) returning every record for the     * dbank07p
012700* requested date. A zero request date returns the most recent   * dbank07p
012800* records seen, which in practice is the current file content.  * dbank07p
012810* A job run in account-range slices shows as its job-level      * dbank07p
012820* record only, which stays started until every slice is done.   * dbank07p
012900***************************************************************** dbank07p
013000 LIST-RUNS-PROCESS.                                               dbank07p
013100     MOVE LOW-VALUES TO RC-REC-KEY.                               dbank07p
015600        RC-REC-BUSDATE IS NOT EQUAL TO CD07I-BUSDATE              dbank07p
015700        GO TO LIST-RUNS-LOOP                                      dbank07p
015800     END-IF.                                                      dbank07p
015810     IF RC-REC-SLICE IS GREATER THAN ZERO                         dbank07p
015820        GO TO LIST-RUNS-LOOP                                      dbank07p
015830     END-IF.                                                      dbank07p
015900     ADD 1 TO WS-RUN-SUB.                                         dbank07p
016000     MOVE RC-REC-JOB TO CD07O-RUN-JOB (WS-RUN-SUB).               dbank07p
016100     MOVE RC-REC-BUSDATE TO CD07O-RUN-BUSDATE (WS-RUN-SUB).       dbank07p
041600 GET-TODAY-DATE-EXIT.                                             dbank07p
041700     EXIT.                                                        dbank07p
041800                                                                  dbank07p
041830 COPY CPERFP.                                                     dbank07p
041860                                                                  dbank07p
041900* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank07p
