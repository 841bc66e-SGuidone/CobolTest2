006800 COPY CBANKD15.                                                   dbank15p
006900                                                                  dbank15p
007000 COPY CABENDD.                                                    dbank15p
007010                                                                  dbank15p
007020 01  WS-BNKPERF-REC.                                              dbank15p
007030 COPY CBANKVPF.                                                   dbank15p
007040                                                                  dbank15p
007050 COPY CPERFD.                                                     dbank15p
007100                                                                  dbank15p
007200 LINKAGE SECTION.                                                 dbank15p
007300 01  DFHCOMMAREA.                                                 dbank15p
007600         DEPENDING ON WS-COMMAREA-LENGTH.                         dbank15p
007700                                                                  dbank15p
007800 COPY CENTRY.                                                     dbank15p
007810***************************************************************** dbank15p
007820* Start the response-time clock for this request                * dbank15p
007830***************************************************************** dbank15p
007840     PERFORM PERF-TIMER.                                          dbank15p
007850                                                                  dbank15p
007900***************************************************************** dbank15p
008000* Move the passed data to our area                              * dbank15p
008100***************************************************************** dbank15p
010900***************************************************************** dbank15p
011000     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       dbank15p
011100                                                                  dbank15p
011110***************************************************************** dbank15p
011120* Log this request's response time to BNKPERF                   * dbank15p
011130***************************************************************** dbank15p
011140     MOVE CD15I-FUNCTION TO WS-PERF-FUNCTION.                     dbank15p
011150     PERFORM PERF-TIMER.                                          dbank15p
011160                                                                  dbank15p
011200***************************************************************** dbank15p
011300* Return to our caller                                          * dbank15p
011400***************************************************************** dbank15p
047100 GET-TODAY-DATE-EXIT.                                             dbank15p
047200     EXIT.                                                        dbank15p
047300                                                                  dbank15p
047330 COPY CPERFP.                                                     dbank15p
047360                                                                  dbank15p
047400* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank15p
