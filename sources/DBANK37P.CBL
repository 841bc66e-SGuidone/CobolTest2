002000*              BNKAUDT entry with the acting userid; the        * dbank37p
002100*              nightly ZBNKGARN run captures incoming credits   * dbank37p
002200*              and remits a covered order to the authority      * dbank37p
002230*              Audit records are chained on BNKACHN (CAUDCHP)   * dbank37p
002260*              for the nightly ZBNKACHV verification            * dbank37p
002300*              VSAM version                                     * dbank37p
002400***************************************************************** dbank37p
002500                                                                  dbank37p
005900                                                                  dbank37p
006000 01  WS-BNKAUDT-REC.                                              dbank37p
006100 COPY CBANKVAD.                                                   dbank37p
006110 01  WS-BNKACHN-REC.                                              dbank37p
006120 COPY CBANKVCN.                                                   dbank37p
006130 01  WS-AUDHSH-PARM.                                              dbank37p
006140 COPY CAUDHSD.                                                    dbank37p
006150 COPY CAUDCHD.                                                    dbank37p
006200                                                                  dbank37p
006300 01  WS-COMMAREA.                                                 dbank37p
006400 COPY CBANKD37.                                                   dbank37p
006500                                                                  dbank37p
006600 COPY CABENDD.                                                    dbank37p
006610                                                                  dbank37p
006620 01  WS-BNKPERF-REC.                                              dbank37p
006630 COPY CBANKVPF.                                                   dbank37p
006640                                                                  dbank37p
006650 COPY CPERFD.                                                     dbank37p
006700                                                                  dbank37p
006800 LINKAGE SECTION.                                                 dbank37p
006900 01  DFHCOMMAREA.                                                 dbank37p
007200         DEPENDING ON WS-COMMAREA-LENGTH.                         dbank37p
007300                                                                  dbank37p
007400 COPY CENTRY.                                                     dbank37p
007410***************************************************************** dbank37p
007420* Start the response-time clock for this request                * dbank37p
007430***************************************************************** dbank37p
007440     PERFORM PERF-TIMER.                                          dbank37p
007450                                                                  dbank37p
007500***************************************************************** dbank37p
007600* Move the passed data to our area                              * dbank37p
007700***************************************************************** dbank37p
010500***************************************************************** dbank37p
010600     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       dbank37p
010700                                                                  dbank37p
010710***************************************************************** dbank37p
010720* Log this request's response time to BNKPERF                   * dbank37p
010730***************************************************************** dbank37p
010740     MOVE CD37I-FUNCTION TO WS-PERF-FUNCTION.                     dbank37p
010750     PERFORM PERF-TIMER.                                          dbank37p
010760                                                                  dbank37p
010800***************************************************************** dbank37p
010900* Return to our caller                                          * dbank37p
011000***************************************************************** dbank37p
033800     MOVE WS-TODAY-TIME TO AD-REC-TIME.                           dbank37p
033900     MOVE SPACES TO AD-REC-BEFORE-IMAGE.                          dbank37p
034000     MOVE WS-BNKLGLO-REC TO AD-REC-AFTER-IMAGE.                   dbank37p
034100     PERFORM AUDIT-CHAIN-WRITE                                    dbank37p
034200         THRU AUDIT-CHAIN-WRITE-EXIT.                             dbank37p
034700 WRITE-AUDIT-RECORD-EXIT.                                         dbank37p
034800     EXIT.                                                        dbank37p
034900                                                                  dbank37p
036200 GET-TODAY-DATE-EXIT.                                             dbank37p
036300     EXIT.                                                        dbank37p
036400                                                                  dbank37p
036430 COPY CPERFP.                                                     dbank37p
036440 COPY CAUDCHP.                                                    dbank37p
036460                                                                  dbank37p
036500* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank37p
