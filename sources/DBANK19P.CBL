001600*              number range on BNKSTOP. The cheque clearing     * dbank19p
001700*              run (ZBNKCHQP) refuses any item whose cheque     * dbank19p
001800*              number falls inside an active order's range.     * dbank19p
001810*              A placed stop is charged the BNKEVTF stop-cheque * dbank19p
001820*              fee through DBANK53P.                            * dbank19p
001900*              VSAM version                                     * dbank19p
002000***************************************************************** dbank19p
002100                                                                  dbank19p
005200 01  WS-COMMAREA.                                                 dbank19p
005300 COPY CBANKD19.                                                   dbank19p
005400                                                                  dbank19p
005410 01  WS-CD53-COMMAREA.                                            dbank19p
005420 COPY CBANKD53.                                                   dbank19p
005430                                                                  dbank19p
005500 COPY CABENDD.                                                    dbank19p
005510                                                                  dbank19p
005520 01  WS-BNKPERF-REC.                                              dbank19p
005530 COPY CBANKVPF.                                                   dbank19p
005540                                                                  dbank19p
005550 COPY CPERFD.                                                     dbank19p
005600                                                                  dbank19p
005700 LINKAGE SECTION.                                                 dbank19p
005800 01  DFHCOMMAREA.                                                 dbank19p
006100         DEPENDING ON WS-COMMAREA-LENGTH.                         dbank19p
006200                                                                  dbank19p
006300 COPY CENTRY.                                                     dbank19p
006310***************************************************************** dbank19p
006320* Start the response-time clock for this request                * dbank19p
006330***************************************************************** dbank19p
006340     PERFORM PERF-TIMER.                                          dbank19p
006350                                                                  dbank19p
006400***************************************************************** dbank19p
006500* Move the passed data to our area                              * dbank19p
006600***************************************************************** dbank19p
007200***************************************************************** dbank19p
007300     MOVE SPACES TO CD19O-DATA.                                   dbank19p
007400     MOVE ZERO TO CD19O-STOP-COUNT.                               dbank19p
007410     MOVE ZERO TO CD19O-FEE.                                      dbank19p
007500                                                                  dbank19p
007600***************************************************************** dbank19p
007700* Now attempt to satisfy the requested function                 * dbank19p
009400***************************************************************** dbank19p
009500     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       dbank19p
009600                                                                  dbank19p
009610***************************************************************** dbank19p
009620* Log this request's response time to BNKPERF                   * dbank19p
009630***************************************************************** dbank19p
009640     MOVE CD19I-FUNCTION TO WS-PERF-FUNCTION.                     dbank19p
009650     PERFORM PERF-TIMER.                                          dbank19p
009660                                                                  dbank19p
009700***************************************************************** dbank19p
009800* Return to our caller                                          * dbank19p
009900***************************************************************** dbank19p
014500     END-IF.                                                      dbank19p
014600     SET CD19O-OK TO TRUE.                                        dbank19p
014700     MOVE 'Stop order placed' TO CD19O-MESSAGE.                   dbank19p
014710     PERFORM TAKE-EVENT-FEE.                                      dbank19p
014720     IF CD53O-OK AND CD53O-CHARGED                                dbank19p
014730        MOVE CD53O-FEE TO CD19O-FEE                               dbank19p
014740        MOVE 'Stop order placed - fee charged' TO CD19O-MESSAGE   dbank19p
014750     END-IF.                                                      dbank19p
014760     IF CD53O-OK AND CD53O-WAIVED                                 dbank19p
014770        MOVE 'Stop order placed - fee waived' TO CD19O-MESSAGE    dbank19p
014780     END-IF.                                                      dbank19p
014800 PLACE-STOP-PROCESS-EXIT.                                         dbank19p
014900     EXIT.                                                        dbank19p
014905                                                                  dbank19p
014910***************************************************************** dbank19p
014915* Take the stop-cheque fee through DBANK53P once the stop is    * dbank19p
014920* in place. A fee that cannot be taken does not undo the stop.  * dbank19p
014925***************************************************************** dbank19p
014930 TAKE-EVENT-FEE.                                                  dbank19p
014935     MOVE SPACES TO CD53-DATA.                                    dbank19p
014940     SET CD53I-STOP-CHEQUE TO TRUE.                               dbank19p
014945     MOVE CD19I-ACCNO TO CD53I-ACCNO.                             dbank19p
014950     MOVE CD19I-USERID TO CD53I-USERID.                           dbank19p
014955     EXEC CICS LINK PROGRAM('DBANK53P')                           dbank19p
014960          COMMAREA(WS-CD53-COMMAREA)                              dbank19p
014965          LENGTH(LENGTH OF WS-CD53-COMMAREA)                      dbank19p
014970          RESP(WS-RESP)                                           dbank19p
014975     END-EXEC.                                                    dbank19p
014980     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank19p
014985        SET CD53O-REJECTED TO TRUE                                dbank19p
014990     END-IF.                                                      dbank19p
015000                                                                  dbank19p
015100***************************************************************** dbank19p
015200* Release one stop order by account and first cheque number     * dbank19p
024800 GET-TODAY-DATE-EXIT.                                             dbank19p
024900     EXIT.                                                        dbank19p
025000                                                                  dbank19p
025030 COPY CPERFP.                                                     dbank19p
025060                                                                  dbank19p
025100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank19p
