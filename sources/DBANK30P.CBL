001900*              to the sending bank from the internal suspense   * dbank30p
002000*              wash account (999999999) for the next            * dbank30p
002100*              settlement run                                   * dbank30p
002110*              Postings are also copied to the BNKTXD daily     * dbank30p
002120*              posting journal for the nightly jobs             * dbank30p
002200*              VSAM version                                     * dbank30p
002300***************************************************************** dbank30p
002400                                                                  dbank30p
004000       VALUE 'DBANK30P'.                                          dbank30p
004100   05  WS-COMMAREA-LENGTH                    PIC 9(5).            dbank30p
004200   05  WS-RESP                               PIC S9(8) COMP.      dbank30p
004210   05  WS-TXD-RESP                           PIC S9(8) COMP.      dbank30p
004300   05  WS-ABSTIME                            PIC S9(15) COMP-3.   dbank30p
004400   05  WS-TODAY-DATE                         PIC X(8).            dbank30p
004500   05  WS-TODAY-DATE-N REDEFINES WS-TODAY-DATE PIC 9(8).          dbank30p
007100                                                                  dbank30p
007200 01  WS-BNKTXN-REC.                                               dbank30p
007300 COPY CBANKVTX.                                                   dbank30p
007310                                                                  dbank30p
007320 01  WS-BNKTXD-REC.                                               dbank30p
007330 COPY CBANKVTD.                                                   dbank30p
007400                                                                  dbank30p
007500 01  WS-BNKEXTL-REC.                                              dbank30p
007600 COPY CBANKVXT.                                                   dbank30p
007900 COPY CBANKD30.                                                   dbank30p
008000                                                                  dbank30p
008100 COPY CABENDD.                                                    dbank30p
008110                                                                  dbank30p
008120 01  WS-BNKPERF-REC.                                              dbank30p
008130 COPY CBANKVPF.                                                   dbank30p
008140                                                                  dbank30p
008150 COPY CPERFD.                                                     dbank30p
008200                                                                  dbank30p
008300 LINKAGE SECTION.                                                 dbank30p
008400 01  DFHCOMMAREA.                                                 dbank30p
008700         DEPENDING ON WS-COMMAREA-LENGTH.                         dbank30p
008800                                                                  dbank30p
008900 COPY CENTRY.                                                     dbank30p
008910***************************************************************** dbank30p
008920* Start the response-time clock for this request                * dbank30p
008930***************************************************************** dbank30p
008940     PERFORM PERF-TIMER.                                          dbank30p
008950                                                                  dbank30p
009000***************************************************************** dbank30p
009100* Move the passed data to our area                              * dbank30p
009200***************************************************************** dbank30p
012000***************************************************************** dbank30p
012100     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       dbank30p
012200                                                                  dbank30p
012210***************************************************************** dbank30p
012220* Log this request's response time to BNKPERF                   * dbank30p
012230***************************************************************** dbank30p
012240     MOVE CD30I-FUNCTION TO WS-PERF-FUNCTION.                     dbank30p
012250     PERFORM PERF-TIMER.                                          dbank30p
012260                                                                  dbank30p
012300***************************************************************** dbank30p
012400* Return to our caller                                          * dbank30p
012500***************************************************************** dbank30p
036100     MOVE 'CRI' TO BTX-REC-TYPE.                                  dbank30p
036200     MOVE SPACES TO BTX-REC-REVERSED.                             dbank30p
036300     MOVE ZERO TO BTX-REC-CHEQUE-NO.                              dbank30p
036350     SET BTX-REC-CHN-ONLINE TO TRUE.                              dbank30p
036400     EXEC CICS WRITE FILE('BNKTXN1')                              dbank30p
036500               FROM(WS-BNKTXN-REC)                                dbank30p
036600               RIDFLD(BTX-REC-KEY)                                dbank30p
036700               LENGTH(LENGTH OF WS-BNKTXN-REC)                    dbank30p
036800               RESP(WS-RESP)                                      dbank30p
036900     END-EXEC.                                                    dbank30p
036910     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank30p
036920        PERFORM WRITE-DAILY-JOURNAL                               dbank30p
036930     END-IF.                                                      dbank30p
037000 WRITE-MATCH-TXN-EXIT.                                            dbank30p
037100     EXIT.                                                        dbank30p
037200                                                                  dbank30p
038500 GET-TODAY-DATE-EXIT.                                             dbank30p
038600     EXIT.                                                        dbank30p
038700                                                                  dbank30p
038705***************************************************************** dbank30p
038710* Copy the posting just written to BNKTXN1 into the BNKTXD      * dbank30p
038715* daily posting journal that the nightly jobs read. Its own     * dbank30p
038720* RESP leaves WS-RESP as the BNKTXN1 write set it; a missed     * dbank30p
038725* journal entry is reported by the ZBNKTXJP proof               * dbank30p
038730***************************************************************** dbank30p
038735 WRITE-DAILY-JOURNAL.                                             dbank30p
038740     MOVE WS-TODAY-DATE-N TO TD-REC-POST-DTE.                     dbank30p
038745     MOVE WS-BNKTXN-REC TO TD-REC-TXN.                            dbank30p
038750     EXEC CICS WRITE FILE('BNKTXD')                               dbank30p
038755               FROM(WS-BNKTXD-REC)                                dbank30p
038760               RIDFLD(TD-REC-KEY)                                 dbank30p
038765               LENGTH(LENGTH OF WS-BNKTXD-REC)                    dbank30p
038770               RESP(WS-TXD-RESP)                                  dbank30p
038775     END-EXEC.                                                    dbank30p
038780                                                                  dbank30p
038800***************************************************************** dbank30p
038900* Build a "DD Mon YYYY" display date in BTX-REC-DATE from the   * dbank30p
039000* numeric date obtained by GET-TODAY-DATE                       * dbank30p
040000 FORMAT-TXN-DATE-EXIT.                                            dbank30p
040100     EXIT.                                                        dbank30p
040200                                                                  dbank30p
040230 COPY CPERFP.                                                     dbank30p
040260                                                                  dbank30p
040300* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank30p
