005400 COPY CBANKD28.                                                   dbank28p
005500                                                                  dbank28p
005600 COPY CABENDD.                                                    dbank28p
005610                                                                  dbank28p
005620 01  WS-BNKPERF-REC.                                              dbank28p
005630 COPY CBANKVPF.                                                   dbank28p
005640                                                                  dbank28p
005650 COPY CPERFD.                                                     dbank28p
005700                                                                  dbank28p
005800 LINKAGE SECTION.                                                 dbank28p
005900 01  DFHCOMMAREA.                                                 dbank28p
006200         DEPENDING ON WS-COMMAREA-LENGTH.                         dbank28p
006300                                                                  dbank28p
006400 COPY CENTRY.                                                     dbank28p
006410***************************************************************** dbank28p
006420* Start the response-time clock for this request                * dbank28p
006430***************************************************************** dbank28p
006440     PERFORM PERF-TIMER.                                          dbank28p
006450                                                                  dbank28p
006500***************************************************************** dbank28p
006600* Move the passed data to our area                              * dbank28p
006700***************************************************************** dbank28p
009500***************************************************************** dbank28p
009600     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       dbank28p
009700                                                                  dbank28p
009710***************************************************************** dbank28p
009720* Log this request's response time to BNKPERF                   * dbank28p
009730***************************************************************** dbank28p
009740     MOVE CD28I-FUNCTION TO WS-PERF-FUNCTION.                     dbank28p
009750     PERFORM PERF-TIMER.                                          dbank28p
009760                                                                  dbank28p
009800***************************************************************** dbank28p
009900* Return to our caller                                          * dbank28p
010000***************************************************************** dbank28p
027900 GET-TODAY-DATE-EXIT.                                             dbank28p
028000     EXIT.                                                        dbank28p
028100                                                                  dbank28p
028130 COPY CPERFP.                                                     dbank28p
028160                                                                  dbank28p
028200* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank28p
