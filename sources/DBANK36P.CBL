005400 COPY CBANKD36.                                                   dbank36p
005500                                                                  dbank36p
005600 COPY CABENDD.                                                    dbank36p
005610                                                                  dbank36p
005620 01  WS-BNKPERF-REC.                                              dbank36p
005630 COPY CBANKVPF.                                                   dbank36p
005640                                                                  dbank36p
005650 COPY CPERFD.                                                     dbank36p
005700                                                                  dbank36p
005800 LINKAGE SECTION.                                                 dbank36p
005900 01  DFHCOMMAREA.                                                 dbank36p
006200         DEPENDING ON WS-COMMAREA-LENGTH.                         dbank36p
006300                                                                  dbank36p
006400 COPY CENTRY.                                                     dbank36p
006410***************************************************************** dbank36p
006420* Start the response-time clock for this request                * dbank36p
006430***************************************************************** dbank36p
006440     PERFORM PERF-TIMER.                                          dbank36p
006450                                                                  dbank36p
006500***************************************************************** dbank36p
006600* Move the passed data to our area                              * dbank36p
006700***************************************************************** dbank36p
009500***************************************************************** dbank36p
009600     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       dbank36p
009700                                                                  dbank36p
009710***************************************************************** dbank36p
009720* Log this request's response time to BNKPERF                   * dbank36p
009730***************************************************************** dbank36p
009740     MOVE CD36I-FUNCTION TO WS-PERF-FUNCTION.                     dbank36p
009750     PERFORM PERF-TIMER.                                          dbank36p
009760                                                                  dbank36p
009800***************************************************************** dbank36p
009900* Return to our caller                                          * dbank36p
010000***************************************************************** dbank36p
030800 GET-TODAY-DATE-EXIT.                                             dbank36p
030900     EXIT.                                                        dbank36p
031000                                                                  dbank36p
031030 COPY CPERFP.                                                     dbank36p
031060                                                                  dbank36p
031100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank36p
