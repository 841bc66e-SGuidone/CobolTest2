001700*              the counted amount, recording the over/short     * dbank17p
001800*              difference. The cash postings themselves are     * dbank17p
001900*              tagged to the till by DBANK03P                   * dbank17p
001910*              Postings are also copied to the BNKTXD daily     * dbank17p
001920*              posting journal for the nightly jobs             * dbank17p
002000*              VSAM version                                     * dbank17p
002100***************************************************************** dbank17p
002200                                                                  dbank17p
003800       VALUE 'DBANK17P'.                                          dbank17p
003900   05  WS-COMMAREA-LENGTH                    PIC 9(5).            dbank17p
004000   05  WS-RESP                               PIC S9(8) COMP.      dbank17p
004010   05  WS-TXD-RESP                           PIC S9(8) COMP.      dbank17p
004100   05  WS-ABSTIME                            PIC S9(15) COMP-3.   dbank17p
004200   05  WS-TODAY-DATE                         PIC X(8).            dbank17p
004300   05  WS-TODAY-DATE-N REDEFINES WS-TODAY-DATE PIC 9(8).          dbank17p
008900                                                                  dbank17p
009000 01  WS-BNKTXN-REC.                                               dbank17p
009100 COPY CBANKVTX.                                                   dbank17p
009110                                                                  dbank17p
009120 01  WS-BNKTXD-REC.                                               dbank17p
009130 COPY CBANKVTD.                                                   dbank17p
009200                                                                  dbank17p
009300 01  WS-BNKTILL-REC.                                              dbank17p
009400 COPY CBANKVTL.                                                   dbank17p
010300 COPY CBANKD17.                                                   dbank17p
010400                                                                  dbank17p
010500 COPY CABENDD.                                                    dbank17p
010510                                                                  dbank17p
010520 01  WS-BNKPERF-REC.                                              dbank17p
010530 COPY CBANKVPF.                                                   dbank17p
010540                                                                  dbank17p
010550 COPY CPERFD.                                                     dbank17p
010600                                                                  dbank17p
010700 LINKAGE SECTION.                                                 dbank17p
010800 01  DFHCOMMAREA.                                                 dbank17p
011100         DEPENDING ON WS-COMMAREA-LENGTH.                         dbank17p
011200                                                                  dbank17p
011300 COPY CENTRY.                                                     dbank17p
011310***************************************************************** dbank17p
011320* Start the response-time clock for this request                * dbank17p
011330***************************************************************** dbank17p
011340     PERFORM PERF-TIMER.                                          dbank17p
011350                                                                  dbank17p
011400***************************************************************** dbank17p
011500* Move the passed data to our area                              * dbank17p
011600***************************************************************** dbank17p
016100 MAINLINE-EXIT.                                                   dbank17p
016200     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       dbank17p
016300                                                                  dbank17p
016310***************************************************************** dbank17p
016320* Log this request's response time to BNKPERF                   * dbank17p
016330***************************************************************** dbank17p
016340     MOVE CD17I-FUNCTION TO WS-PERF-FUNCTION.                     dbank17p
016350     PERFORM PERF-TIMER.                                          dbank17p
016360                                                                  dbank17p
016400***************************************************************** dbank17p
016500* Return to our caller                                          * dbank17p
016600***************************************************************** dbank17p
017900     MOVE ZERO TO TL-REC-VAULT-OUT.                               dbank17p
018000     MOVE ZERO TO TL-REC-COUNTED.                                 dbank17p
018100     MOVE ZERO TO TL-REC-OVER-SHORT.                              dbank17p
018150     MOVE ZERO TO TL-REC-RECEIPT-SEQ.                             dbank17p
018200     SET TL-REC-OPEN TO TRUE.                                     dbank17p
018300     MOVE CD17I-BRANCH TO TL-REC-BRANCH.                          dbank17p
018400     EXEC CICS WRITE FILE('BNKTILL')                              dbank17p
053800     MOVE BAC-REC-BALANCE TO BTX-REC-BALANCE.                     dbank17p
053900     MOVE SPACES TO BTX-REC-REVERSED.                             dbank17p
054000     MOVE ZERO TO BTX-REC-CHEQUE-NO.                              dbank17p
054050     SET BTX-REC-CHN-TELLER TO TRUE.                              dbank17p
054100     EXEC CICS WRITE FILE('BNKTXN1')                              dbank17p
054200               FROM(WS-BNKTXN-REC)                                dbank17p
054300               RIDFLD(BTX-REC-KEY)                                dbank17p
054400               LENGTH(LENGTH OF WS-BNKTXN-REC)                    dbank17p
054500               RESP(WS-RESP)                                      dbank17p
054600     END-EXEC.                                                    dbank17p
054610     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank17p
054620        PERFORM WRITE-DAILY-JOURNAL                               dbank17p
054630     END-IF.                                                      dbank17p
054700                                                                  dbank17p
054705***************************************************************** dbank17p
054710* Copy the posting just written to BNKTXN1 into the BNKTXD      * dbank17p
054715* daily posting journal that the nightly jobs read. Its own     * dbank17p
054720* RESP leaves WS-RESP as the BNKTXN1 write set it; a missed     * dbank17p
054725* journal entry is reported by the ZBNKTXJP proof               * dbank17p
054730***************************************************************** dbank17p
054735 WRITE-DAILY-JOURNAL.                                             dbank17p
054740     MOVE WS-TODAY-DATE-N TO TD-REC-POST-DTE.                     dbank17p
054745     MOVE WS-BNKTXN-REC TO TD-REC-TXN.                            dbank17p
054750     EXEC CICS WRITE FILE('BNKTXD')                               dbank17p
054755               FROM(WS-BNKTXD-REC)                                dbank17p
054760               RIDFLD(TD-REC-KEY)                                 dbank17p
054765               LENGTH(LENGTH OF WS-BNKTXD-REC)                    dbank17p
054770               RESP(WS-TXD-RESP)                                  dbank17p
054775     END-EXEC.                                                    dbank17p
054780                                                                  dbank17p
054800***************************************************************** dbank17p
054900* Build a "DD Mon YYYY" display date in BTX-REC-DATE from the  *  dbank17p
055000* numeric date obtained by GET-TODAY-DATE                       * dbank17p
072200 GET-TODAY-DATE-EXIT.                                             dbank17p
072300     EXIT.                                                        dbank17p
072400                                                                  dbank17p
072430 COPY CPERFP.                                                     dbank17p
072460                                                                  dbank17p
072500* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank17p
