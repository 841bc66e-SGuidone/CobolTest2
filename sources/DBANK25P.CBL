001700*              officer's review outcome - the new limit and     * dbank25p
001800*              next review date - clearing any pending expiry   * dbank25p
001900*              notice so the ZBNKODRV cycle starts afresh       * dbank25p
001910*              No limit is granted on a minor's account         * dbank25p
001920*              A revolving credit line's limit is maintained on * dbank25p
001930*              DBANK55P, not here                               * dbank25p
002000*              VSAM version                                     * dbank25p
002100***************************************************************** dbank25p
002200                                                                  dbank25p
004200   05  WS-TODAY-DATE                         PIC X(8).            dbank25p
004300   05  WS-TODAY-DATE-N REDEFINES WS-TODAY-DATE PIC 9(8).          dbank25p
004400   05  WS-TODAY-TIME                         PIC X(6).            dbank25p
004410   05  WS-BNKCUST-RID                        PIC X(5).            dbank25p
004500                                                                  dbank25p
004600 01  WS-BNKACCT-REC.                                              dbank25p
004700 COPY CBANKVAC.                                                   dbank25p
004800                                                                  dbank25p
004810 01  WS-BNKCUST-REC.                                              dbank25p
004820 COPY CBANKVCS.                                                   dbank25p
004830                                                                  dbank25p
004840 01  WS-BNKRVLN-REC.                                              dbank25p
004850 COPY CBANKVRN.                                                   dbank25p
004860                                                                  dbank25p
004900 01  WS-COMMAREA.                                                 dbank25p
005000 COPY CBANKD25.                                                   dbank25p
005100                                                                  dbank25p
005200 COPY CABENDD.                                                    dbank25p
005210                                                                  dbank25p
005220 01  WS-BNKPERF-REC.                                              dbank25p
005230 COPY CBANKVPF.                                                   dbank25p
005240                                                                  dbank25p
005250 COPY CPERFD.                                                     dbank25p
005300                                                                  dbank25p
005400 LINKAGE SECTION.                                                 dbank25p
005500 01  DFHCOMMAREA.                                                 dbank25p
005800         DEPENDING ON WS-COMMAREA-LENGTH.                         dbank25p
005900                                                                  dbank25p
006000 COPY CENTRY.                                                     dbank25p
006010***************************************************************** dbank25p
006020* Start the response-time clock for this request                * dbank25p
006030***************************************************************** dbank25p
006040     PERFORM PERF-TIMER.                                          dbank25p
006050                                                                  dbank25p
006100***************************************************************** dbank25p
006200* Move the passed data to our area                              * dbank25p
006300***************************************************************** dbank25p
009000***************************************************************** dbank25p
009100     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       dbank25p
009200                                                                  dbank25p
009210***************************************************************** dbank25p
009220* Log this request's response time to BNKPERF                   * dbank25p
009230***************************************************************** dbank25p
009240     MOVE CD25I-FUNCTION TO WS-PERF-FUNCTION.                     dbank25p
009250     PERFORM PERF-TIMER.                                          dbank25p
009260                                                                  dbank25p
009300***************************************************************** dbank25p
009400* Return to our caller                                          * dbank25p
009500***************************************************************** dbank25p
013900        MOVE 'New limit may not be negative' TO CD25O-MESSAGE     dbank25p
014000        GO TO RECORD-REVIEW-PROCESS-EXIT                          dbank25p
014100     END-IF.                                                      dbank25p
014107     EXEC CICS READ FILE('BNKRVLN')                               dbank25p
014114                    INTO(WS-BNKRVLN-REC)                          dbank25p
014121                    LENGTH(LENGTH OF WS-BNKRVLN-REC)              dbank25p
014128                    RIDFLD(CD25I-ACCNO)                           dbank25p
014135                    RESP(WS-RESP)                                 dbank25p
014142     END-EXEC.                                                    dbank25p
014149     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank25p
014156        SET CD25O-REJECTED TO TRUE                                dbank25p
014163        MOVE 'Credit line - limit is maintained on DBANK55P'      dbank25p
014170          TO CD25O-MESSAGE                                        dbank25p
014177        GO TO RECORD-REVIEW-PROCESS-EXIT                          dbank25p
014184     END-IF.                                                      dbank25p
014200     EXEC CICS READ FILE('BNKACCT')                               dbank25p
014300                    INTO(WS-BNKACCT-REC)                          dbank25p
014400                    LENGTH(LENGTH OF WS-BNKACCT-REC)              dbank25p
015800        MOVE 'Account is not active' TO CD25O-MESSAGE             dbank25p
015900        GO TO RECORD-REVIEW-PROCESS-EXIT                          dbank25p
016000     END-IF.                                                      dbank25p
016005     IF CD25I-NEW-LIMIT IS GREATER THAN ZERO                      dbank25p
016010        MOVE BAC-REC-PID TO WS-BNKCUST-RID                        dbank25p
016015        EXEC CICS READ FILE('BNKCUST')                            dbank25p
016020                       INTO(WS-BNKCUST-REC)                       dbank25p
016025                       LENGTH(LENGTH OF WS-BNKCUST-REC)           dbank25p
016030                       RIDFLD(WS-BNKCUST-RID)                     dbank25p
016035                       RESP(WS-RESP)                              dbank25p
016040        END-EXEC                                                  dbank25p
016045        IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND                dbank25p
016050           BCS-REC-IS-MINOR                                       dbank25p
016055           EXEC CICS UNLOCK FILE('BNKACCT')                       dbank25p
016060           END-EXEC                                               dbank25p
016065           SET CD25O-REJECTED TO TRUE                             dbank25p
016070           MOVE 'Account holder is a minor - no overdraft'        dbank25p
016075             TO CD25O-MESSAGE                                     dbank25p
016080           GO TO RECORD-REVIEW-PROCESS-EXIT                       dbank25p
016085        END-IF                                                    dbank25p
016090     END-IF.                                                      dbank25p
016100     MOVE CD25I-NEW-LIMIT TO BAC-REC-OVERDRAFT-LIMIT.             dbank25p
016200     MOVE CD25I-NEXT-REVIEW-DTE TO BAC-REC-OD-REVIEW-DTE.         dbank25p
016300     MOVE SPACE TO BAC-REC-OD-NOTICE.                             dbank25p
020200 GET-TODAY-DATE-EXIT.                                             dbank25p
020300     EXIT.                                                        dbank25p
020400                                                                  dbank25p
020430 COPY CPERFP.                                                     dbank25p
020460                                                                  dbank25p
020500* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank25p
