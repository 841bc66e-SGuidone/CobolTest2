001800*              nightly ZBNKCHBO run sends requested books to    * dbank34p
001900*              the printer, and the clearing run refuses any    * dbank34p
002000*              serial outside these ranges                      * dbank34p
002010*              A requested book is charged the BNKEVTF cheque-  * dbank34p
002020*              book fee through DBANK53P.                       * dbank34p
002100*              VSAM version                                     * dbank34p
002200***************************************************************** dbank34p
002300                                                                  dbank34p
006000 01  WS-COMMAREA.                                                 dbank34p
006100 COPY CBANKD34.                                                   dbank34p
006200                                                                  dbank34p
006210 01  WS-CD53-COMMAREA.                                            dbank34p
006220 COPY CBANKD53.                                                   dbank34p
006230                                                                  dbank34p
006300 COPY CABENDD.                                                    dbank34p
006310                                                                  dbank34p
006320 01  WS-BNKPERF-REC.                                              dbank34p
006330 COPY CBANKVPF.                                                   dbank34p
006340                                                                  dbank34p
006350 COPY CPERFD.                                                     dbank34p
006400                                                                  dbank34p
006500 LINKAGE SECTION.                                                 dbank34p
006600 01  DFHCOMMAREA.                                                 dbank34p
006900         DEPENDING ON WS-COMMAREA-LENGTH.                         dbank34p
007000                                                                  dbank34p
007100 COPY CENTRY.                                                     dbank34p
007110***************************************************************** dbank34p
007120* Start the response-time clock for this request                * dbank34p
007130***************************************************************** dbank34p
007140     PERFORM PERF-TIMER.                                          dbank34p
007150                                                                  dbank34p
007200***************************************************************** dbank34p
007300* Move the passed data to our area                              * dbank34p
007400***************************************************************** dbank34p
008300     MOVE ZERO TO CD34O-RANGE-COUNT.                              dbank34p
008400     MOVE ZERO TO CD34O-NEW-CHQ-FROM.                             dbank34p
008500     MOVE ZERO TO CD34O-NEW-CHQ-TO.                               dbank34p
008510     MOVE ZERO TO CD34O-FEE.                                      dbank34p
008600                                                                  dbank34p
008700***************************************************************** dbank34p
008800* Now attempt to satisfy the requested function                 * dbank34p
010100***************************************************************** dbank34p
010200     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       dbank34p
010300                                                                  dbank34p
010310***************************************************************** dbank34p
010320* Log this request's response time to BNKPERF                   * dbank34p
010330***************************************************************** dbank34p
010340     MOVE CD34I-FUNCTION TO WS-PERF-FUNCTION.                     dbank34p
010350     PERFORM PERF-TIMER.                                          dbank34p
010360                                                                  dbank34p
010400***************************************************************** dbank34p
010500* Return to our caller                                          * dbank34p
010600***************************************************************** dbank34p
017300     MOVE CB-REC-CHQ-FROM TO CD34O-NEW-CHQ-FROM.                  dbank34p
017400     MOVE CB-REC-CHQ-TO TO CD34O-NEW-CHQ-TO.                      dbank34p
017500     MOVE 'Cheque book requested' TO CD34O-MESSAGE.               dbank34p
017510     PERFORM TAKE-EVENT-FEE.                                      dbank34p
017520     IF CD53O-OK AND CD53O-CHARGED                                dbank34p
017530        MOVE CD53O-FEE TO CD34O-FEE                               dbank34p
017540        MOVE 'Cheque book requested - fee charged'                dbank34p
017542          TO CD34O-MESSAGE                                        dbank34p
017550     END-IF.                                                      dbank34p
017560     IF CD53O-OK AND CD53O-WAIVED                                 dbank34p
017570        MOVE 'Cheque book requested - fee waived'                 dbank34p
017572          TO CD34O-MESSAGE                                        dbank34p
017580     END-IF.                                                      dbank34p
017600 REQUEST-BOOK-PROCESS-EXIT.                                       dbank34p
017700     EXIT.                                                        dbank34p
017705                                                                  dbank34p
017710***************************************************************** dbank34p
017715* Take the cheque-book fee through DBANK53P once the book is    * dbank34p
017720* requested. A fee that cannot be taken does not undo the       * dbank34p
017725* request.                                                      * dbank34p
017730***************************************************************** dbank34p
017735 TAKE-EVENT-FEE.                                                  dbank34p
017740     MOVE SPACES TO CD53-DATA.                                    dbank34p
017745     SET CD53I-CHEQUE-BOOK TO TRUE.                               dbank34p
017750     MOVE CD34I-ACCNO TO CD53I-ACCNO.                             dbank34p
017755     MOVE CD34I-USERID TO CD53I-USERID.                           dbank34p
017760     EXEC CICS LINK PROGRAM('DBANK53P')                           dbank34p
017765          COMMAREA(WS-CD53-COMMAREA)                              dbank34p
017770          LENGTH(LENGTH OF WS-CD53-COMMAREA)                      dbank34p
017775          RESP(WS-RESP)                                           dbank34p
017780     END-EXEC.                                                    dbank34p
017785     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank34p
017790        SET CD53O-REJECTED TO TRUE                                dbank34p
017795     END-IF.                                                      dbank34p
017800                                                                  dbank34p
017900***************************************************************** dbank34p
018000* Browse the account's ranges - up to a page is returned, and   * dbank34p
024200 GET-TODAY-DATE-EXIT.                                             dbank34p
024300     EXIT.                                                        dbank34p
024400                                                                  dbank34p
024430 COPY CPERFP.                                                     dbank34p
024460                                                                  dbank34p
024500* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank34p
