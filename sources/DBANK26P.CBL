002200*              account through BNKTXN. Every breakage is        * dbank26p
002300*              logged on BNKBRKG for the ZBNKBRKR product       * dbank26p
002400*              management report                                * dbank26p
002410*              Postings are also copied to the BNKTXD daily     * dbank26p
002420*              posting journal for the nightly jobs             * dbank26p
002430*              Accrual cleared on breakage is logged on         * dbank26p
002440*              BNKACRX for ZBNKACRL to reverse out of accruals  * dbank26p
002500*              VSAM version                                     * dbank26p
002600***************************************************************** dbank26p
002700                                                                  dbank26p
004300       VALUE 'DBANK26P'.                                          dbank26p
004400   05  WS-COMMAREA-LENGTH                    PIC 9(5).            dbank26p
004500   05  WS-RESP                               PIC S9(8) COMP.      dbank26p
004510   05  WS-TXD-RESP                           PIC S9(8) COMP.      dbank26p
004520   05  WS-ACRX-RESP                          PIC S9(8) COMP.      dbank26p
004600   05  WS-ABSTIME                            PIC S9(15) COMP-3.   dbank26p
004700   05  WS-TODAY-DATE                         PIC X(8).            dbank26p
004800   05  WS-TODAY-DATE-N REDEFINES WS-TODAY-DATE PIC 9(8).          dbank26p
005400   05  WS-PENALTY                            PIC S9(7)V99 COMP-3. dbank26p
005500   05  WS-NET-PROCEEDS                       PIC S9(7)V99 COMP-3. dbank26p
005600   05  WS-PRINCIPAL                          PIC S9(7)V99 COMP-3. dbank26p
005610   05  WS-DEPOSIT-TYPE                       PIC X(1).            dbank26p
005700                                                                  dbank26p
005800***************************************************************** dbank26p
005900* The breakage rate is half the rate the deposit was accruing   * dbank26p
007600 01  WS-BNKACRU-REC.                                              dbank26p
007700 COPY CBANKVAR.                                                   dbank26p
007800                                                                  dbank26p
007810 01  WS-BNKACRX-REC.                                              dbank26p
007820 COPY CBANKVAX.                                                   dbank26p
007830                                                                  dbank26p
007900 01  WS-BNKTXN-REC.                                               dbank26p
008000 COPY CBANKVTX.                                                   dbank26p
008010                                                                  dbank26p
008020 01  WS-BNKTXD-REC.                                               dbank26p
008030 COPY CBANKVTD.                                                   dbank26p
008100                                                                  dbank26p
008200 01  WS-BNKBRKG-REC.                                              dbank26p
008300 COPY CBANKVBK.                                                   dbank26p
008600 COPY CBANKD26.                                                   dbank26p
008700                                                                  dbank26p
008800 COPY CABENDD.                                                    dbank26p
008810                                                                  dbank26p
008820 01  WS-BNKPERF-REC.                                              dbank26p
008830 COPY CBANKVPF.                                                   dbank26p
008840                                                                  dbank26p
008850 COPY CPERFD.                                                     dbank26p
008900                                                                  dbank26p
009000 LINKAGE SECTION.                                                 dbank26p
009100 01  DFHCOMMAREA.                                                 dbank26p
009400         DEPENDING ON WS-COMMAREA-LENGTH.                         dbank26p
009500                                                                  dbank26p
009600 COPY CENTRY.                                                     dbank26p
009610***************************************************************** dbank26p
009620* Start the response-time clock for this request                * dbank26p
009630***************************************************************** dbank26p
009640     PERFORM PERF-TIMER.                                          dbank26p
009650                                                                  dbank26p
009700***************************************************************** dbank26p
009800* Move the passed data to our area                              * dbank26p
009900***************************************************************** dbank26p
012900***************************************************************** dbank26p
013000     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       dbank26p
013100                                                                  dbank26p
013110***************************************************************** dbank26p
013120* Log this request's response time to BNKPERF                   * dbank26p
013130***************************************************************** dbank26p
013140     MOVE CD26I-FUNCTION TO WS-PERF-FUNCTION.                     dbank26p
013150     PERFORM PERF-TIMER.                                          dbank26p
013160                                                                  dbank26p
013200***************************************************************** dbank26p
013300* Return to our caller                                          * dbank26p
013400***************************************************************** dbank26p
028100        GO TO READ-AND-PRICE-DEPOSIT-EXIT                         dbank26p
028200     END-IF.                                                      dbank26p
028300     MOVE BAC-REC-BALANCE TO WS-PRINCIPAL.                        dbank26p
028310     MOVE BAC-REC-TYPE TO WS-DEPOSIT-TYPE.                        dbank26p
028400     MOVE CD26I-ACCNO TO AR-REC-ACCNO.                            dbank26p
028500     EXEC CICS READ FILE('BNKACRU')                               dbank26p
028600                    INTO(WS-BNKACRU-REC)                          dbank26p
032400     MOVE 'TDB' TO BTX-REC-TYPE.                                  dbank26p
032500     MOVE SPACES TO BTX-REC-REVERSED.                             dbank26p
032600     MOVE ZERO TO BTX-REC-CHEQUE-NO.                              dbank26p
032650     SET BTX-REC-CHN-ONLINE TO TRUE.                              dbank26p
032700     EXEC CICS WRITE FILE('BNKTXN1')                              dbank26p
032800               FROM(WS-BNKTXN-REC)                                dbank26p
032900               RIDFLD(BTX-REC-KEY)                                dbank26p
033000               LENGTH(LENGTH OF WS-BNKTXN-REC)                    dbank26p
033100               RESP(WS-RESP)                                      dbank26p
033200     END-EXEC.                                                    dbank26p
033210     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank26p
033220        PERFORM WRITE-DAILY-JOURNAL                               dbank26p
033230     END-IF.                                                      dbank26p
033300 WRITE-DEPOSIT-TXN-EXIT.                                          dbank26p
033400     EXIT.                                                        dbank26p
033500                                                                  dbank26p
035200     MOVE 'TDB' TO BTX-REC-TYPE.                                  dbank26p
035300     MOVE SPACES TO BTX-REC-REVERSED.                             dbank26p
035400     MOVE ZERO TO BTX-REC-CHEQUE-NO.                              dbank26p
035450     SET BTX-REC-CHN-ONLINE TO TRUE.                              dbank26p
035500     EXEC CICS WRITE FILE('BNKTXN1')                              dbank26p
035600               FROM(WS-BNKTXN-REC)                                dbank26p
035700               RIDFLD(BTX-REC-KEY)                                dbank26p
035800               LENGTH(LENGTH OF WS-BNKTXN-REC)                    dbank26p
035900               RESP(WS-RESP)                                      dbank26p
036000     END-EXEC.                                                    dbank26p
036010     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank26p
036020        PERFORM WRITE-DAILY-JOURNAL                               dbank26p
036030     END-IF.                                                      dbank26p
036100 WRITE-PAYOUT-TXN-EXIT.                                           dbank26p
036200     EXIT.                                                        dbank26p
036300                                                                  dbank26p
037700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank26p
037800        GO TO CLEAR-ACCRUAL-EXIT                                  dbank26p
037900     END-IF.                                                      dbank26p
037910     MOVE SPACES TO WS-BNKACRX-REC.                               dbank26p
037920     MOVE AR-REC-ACCRUED TO AX-REC-CLEARED.                       dbank26p
038000     MOVE ZERO TO AR-REC-ACCRUED.                                 dbank26p
038100     MOVE WS-TODAY-DATE-N TO AR-REC-LAST-ACCRUE-DTE.              dbank26p
038200     EXEC CICS REWRITE FILE('BNKACRU')                            dbank26p
038400                   LENGTH(LENGTH OF WS-BNKACRU-REC)               dbank26p
038500                   RESP(WS-RESP)                                  dbank26p
038600     END-EXEC.                                                    dbank26p
038620     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank26p
038640        AND AX-REC-CLEARED IS NOT EQUAL TO ZERO                   dbank26p
038660        PERFORM WRITE-ACCRUAL-CLEARANCE                           dbank26p
038680     END-IF.                                                      dbank26p
038700 CLEAR-ACCRUAL-EXIT.                                              dbank26p
038800     EXIT.                                                        dbank26p
038900                                                                  dbank26p
042600 GET-TODAY-DATE-EXIT.                                             dbank26p
042700     EXIT.                                                        dbank26p
042800                                                                  dbank26p
042805***************************************************************** dbank26p
042810* Copy the posting just written to BNKTXN1 into the BNKTXD      * dbank26p
042815* daily posting journal that the nightly jobs read. Its own     * dbank26p
042820* RESP leaves WS-RESP as the BNKTXN1 write set it; a missed     * dbank26p
042825* journal entry is reported by the ZBNKTXJP proof               * dbank26p
042830***************************************************************** dbank26p
042835 WRITE-DAILY-JOURNAL.                                             dbank26p
042840     MOVE WS-TODAY-DATE-N TO TD-REC-POST-DTE.                     dbank26p
042845     MOVE WS-BNKTXN-REC TO TD-REC-TXN.                            dbank26p
042850     EXEC CICS WRITE FILE('BNKTXD')                               dbank26p
042855               FROM(WS-BNKTXD-REC)                                dbank26p
042860               RIDFLD(TD-REC-KEY)                                 dbank26p
042865               LENGTH(LENGTH OF WS-BNKTXD-REC)                    dbank26p
042870               RESP(WS-TXD-RESP)                                  dbank26p
042875     END-EXEC.                                                    dbank26p
042880                                                                  dbank26p
042885***************************************************************** dbank26p
042890* Log the accrual just cleared on BNKACRX under the deposit's   * dbank26p
042895* account type, so ZBNKACRL can reverse it out of the accrual   * dbank26p
042900* ledger in its next run. Its own RESP leaves WS-RESP as the    * dbank26p
042905* BNKACRU rewrite set it; the ZBNKACRR proof reports any        * dbank26p
042910* record missed                                                 * dbank26p
042915***************************************************************** dbank26p
042920 WRITE-ACCRUAL-CLEARANCE.                                         dbank26p
042925     MOVE CD26I-ACCNO TO AX-REC-ACCNO.                            dbank26p
042930     MOVE WS-TODAY-DATE-N TO AX-REC-DATE.                         dbank26p
042935     MOVE WS-TODAY-TIME TO AX-REC-TIME.                           dbank26p
042940     MOVE WS-DEPOSIT-TYPE TO AX-REC-TYPE.                         dbank26p
042945     MOVE WS-PROGRAM-ID TO AX-REC-PROGRAM.                        dbank26p
042950     MOVE CD26I-USERID TO AX-REC-USERID.                          dbank26p
042955     EXEC CICS WRITE FILE('BNKACRX')                              dbank26p
042960               FROM(WS-BNKACRX-REC)                               dbank26p
042965               RIDFLD(AX-REC-KEY)                                 dbank26p
042970               LENGTH(LENGTH OF WS-BNKACRX-REC)                   dbank26p
042975               RESP(WS-ACRX-RESP)                                 dbank26p
042980     END-EXEC.                                                    dbank26p
042985                                                                  dbank26p
042990***************************************************************** dbank26p
043000* Build a "DD Mon YYYY" display date in BTX-REC-DATE from the   * dbank26p
043100* numeric date obtained by GET-TODAY-DATE                       * dbank26p
043200***************************************************************** dbank26p
044100 FORMAT-TXN-DATE-EXIT.                                            dbank26p
044200     EXIT.                                                        dbank26p
044300                                                                  dbank26p
044330 COPY CPERFP.                                                     dbank26p
044360                                                                  dbank26p
044400* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank26p
