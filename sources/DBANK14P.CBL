002000*              the original in key sequence. The supervisor's   * dbank14p
002100*              userid is carried on the reversal's description  * dbank14p
002200*              audit trail via BNKAUDT                          * dbank14p
002210*              Postings are also copied to the BNKTXD daily     * dbank14p
002220*              posting journal for the nightly jobs             * dbank14p
002230*              The reversal carries the original posting's      * dbank14p
002240*              channel                                          * dbank14p
002260*              Audit records are chained on BNKACHN (CAUDCHP)   * dbank14p
002280*              for the nightly ZBNKACHV verification            * dbank14p
002300*              VSAM version                                     * dbank14p
002400***************************************************************** dbank14p
002500                                                                  dbank14p
004100       VALUE 'DBANK14P'.                                          dbank14p
004200   05  WS-COMMAREA-LENGTH                    PIC 9(5).            dbank14p
004300   05  WS-RESP                               PIC S9(8) COMP.      dbank14p
004310   05  WS-TXD-RESP                           PIC S9(8) COMP.      dbank14p
004400   05  WS-ABSTIME                            PIC S9(15) COMP-3.   dbank14p
004500   05  WS-TODAY-DATE                         PIC X(8).            dbank14p
004600   05  WS-TODAY-DATE-N REDEFINES WS-TODAY-DATE PIC 9(8).          dbank14p
004700   05  WS-TODAY-TIME                         PIC X(6).            dbank14p
004800   05  WS-ORIG-AMOUNT                        PIC S9(7)V99 COMP-3. dbank14p
004900   05  WS-ORIG-KEY                           PIC X(31).           dbank14p
004950   05  WS-ORIG-CHANNEL                       PIC X(1).            dbank14p
005000   05  WS-BROWSE-KEY                         PIC X(31).           dbank14p
005100   05  WS-LAST-REPAIRED-KEY                  PIC X(31).           dbank14p
005200   05  WS-TXN-SEQ                            PIC 9(3).            dbank14p
007200                                                                  dbank14p
007300 01  WS-BNKTXN-REC.                                               dbank14p
007400 COPY CBANKVTX.                                                   dbank14p
007410                                                                  dbank14p
007420 01  WS-BNKTXD-REC.                                               dbank14p
007430 COPY CBANKVTD.                                                   dbank14p
007500                                                                  dbank14p
007600 01  WS-BNKAUDT-REC.                                              dbank14p
007700 COPY CBANKVAD.                                                   dbank14p
007710 01  WS-BNKACHN-REC.                                              dbank14p
007720 COPY CBANKVCN.                                                   dbank14p
007730 01  WS-AUDHSH-PARM.                                              dbank14p
007740 COPY CAUDHSD.                                                    dbank14p
007750 COPY CAUDCHD.                                                    dbank14p
007800                                                                  dbank14p
007900 01  WS-BNKUAUT-REC.                                              dbank14p
008000 COPY CBANKVUA.                                                   dbank14p
008600 COPY CBANKD14.                                                   dbank14p
008700                                                                  dbank14p
008800 COPY CABENDD.                                                    dbank14p
008810                                                                  dbank14p
008820 01  WS-BNKPERF-REC.                                              dbank14p
008830 COPY CBANKVPF.                                                   dbank14p
008840                                                                  dbank14p
008850 COPY CPERFD.                                                     dbank14p
008900                                                                  dbank14p
009000 LINKAGE SECTION.                                                 dbank14p
009100 01  DFHCOMMAREA.                                                 dbank14p
009400         DEPENDING ON WS-COMMAREA-LENGTH.                         dbank14p
009500                                                                  dbank14p
009600 COPY CENTRY.                                                     dbank14p
009610***************************************************************** dbank14p
009620* Start the response-time clock for this request                * dbank14p
009630***************************************************************** dbank14p
009640     PERFORM PERF-TIMER.                                          dbank14p
009650                                                                  dbank14p
009700***************************************************************** dbank14p
009800* Move the passed data to our area                              * dbank14p
009900***************************************************************** dbank14p
011600***************************************************************** dbank14p
011700     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       dbank14p
011800                                                                  dbank14p
011810***************************************************************** dbank14p
011820* Log this request's response time to BNKPERF                   * dbank14p
011830***************************************************************** dbank14p
011840     MOVE CD14I-FUNCTION TO WS-PERF-FUNCTION.                     dbank14p
011850     PERFORM PERF-TIMER.                                          dbank14p
011860                                                                  dbank14p
011900***************************************************************** dbank14p
012000* Return to our caller                                          * dbank14p
012100***************************************************************** dbank14p
016500        GO TO REVERSE-TXN-PROCESS-EXIT                            dbank14p
016600     END-IF.                                                      dbank14p
016700     MOVE BTX-REC-AMOUNT TO WS-ORIG-AMOUNT.                       dbank14p
016750     MOVE BTX-REC-CHANNEL TO WS-ORIG-CHANNEL.                     dbank14p
016800***************************************************************** dbank14p
016900* Reversals over the operator's authority are parked for a     *  dbank14p
017000* supervisor, reusing the DBANK16P approval pattern. The cap   *  dbank14p
037100     ELSE                                                         dbank14p
037200        MOVE WS-TODAY-DATE-N TO BTX-REC-VALUE-DTE                 dbank14p
037300     END-IF.                                                      dbank14p
037350     MOVE WS-ORIG-CHANNEL TO BTX-REC-CHANNEL.                     dbank14p
037400     SET BTX-REC-IS-REVERSAL TO TRUE.                             dbank14p
037500     EXEC CICS WRITE FILE('BNKTXN1')                              dbank14p
037600               FROM(WS-BNKTXN-REC)                                dbank14p
037800               LENGTH(LENGTH OF WS-BNKTXN-REC)                    dbank14p
037900               RESP(WS-RESP)                                      dbank14p
038000     END-EXEC.                                                    dbank14p
038010     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank14p
038020        PERFORM WRITE-DAILY-JOURNAL                               dbank14p
038030     END-IF.                                                      dbank14p
038100 WRITE-OFFSETTING-ENTRY-EXIT.                                     dbank14p
038200     EXIT.                                                        dbank14p
038300                                                                  dbank14p
039600     MOVE WS-TODAY-TIME TO AD-REC-TIME.                           dbank14p
039700     MOVE WS-ORIG-KEY TO AD-REC-BEFORE-IMAGE.                     dbank14p
039800     MOVE WS-BNKTXN-REC TO AD-REC-AFTER-IMAGE.                    dbank14p
039900     PERFORM AUDIT-CHAIN-WRITE                                    dbank14p
040000         THRU AUDIT-CHAIN-WRITE-EXIT.                             dbank14p
040500 WRITE-AUDIT-RECORD-EXIT.                                         dbank14p
040600     EXIT.                                                        dbank14p
040700                                                                  dbank14p
054000 GET-TODAY-DATE-EXIT.                                             dbank14p
054100     EXIT.                                                        dbank14p
054200                                                                  dbank14p
054205***************************************************************** dbank14p
054210* Copy the posting just written to BNKTXN1 into the BNKTXD      * dbank14p
054215* daily posting journal that the nightly jobs read. Its own     * dbank14p
054220* RESP leaves WS-RESP as the BNKTXN1 write set it; a missed     * dbank14p
054225* journal entry is reported by the ZBNKTXJP proof               * dbank14p
054230***************************************************************** dbank14p
054235 WRITE-DAILY-JOURNAL.                                             dbank14p
054240     MOVE WS-TODAY-DATE-N TO TD-REC-POST-DTE.                     dbank14p
054245     MOVE WS-BNKTXN-REC TO TD-REC-TXN.                            dbank14p
054250     EXEC CICS WRITE FILE('BNKTXD')                               dbank14p
054255               FROM(WS-BNKTXD-REC)                                dbank14p
054260               RIDFLD(TD-REC-KEY)                                 dbank14p
054265               LENGTH(LENGTH OF WS-BNKTXD-REC)                    dbank14p
054270               RESP(WS-TXD-RESP)                                  dbank14p
054275     END-EXEC.                                                    dbank14p
054280                                                                  dbank14p
054300***************************************************************** dbank14p
054400* Build a "DD Mon YYYY" display date in BTX-REC-DATE from the   * dbank14p
054500* numeric date obtained by GET-TODAY-DATE                       * dbank14p
055500 FORMAT-TXN-DATE-EXIT.                                            dbank14p
055600     EXIT.                                                        dbank14p
055700                                                                  dbank14p
055730 COPY CPERFP.                                                     dbank14p
055740 COPY CAUDCHP.                                                    dbank14p
055760                                                                  dbank14p
055800* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank14p
