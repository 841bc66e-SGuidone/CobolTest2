001900*              officer approves the documentation, releases an  * dbank38p
002000*              account's balance to the executor's account and  * dbank38p
002100*              closes it under the DBANK09P closure rules       * dbank38p
002110*              Postings are also copied to the BNKTXD daily     * dbank38p
002120*              posting journal for the nightly jobs             * dbank38p
002200*              VSAM version                                     * dbank38p
002300***************************************************************** dbank38p
002400                                                                  dbank38p
004000       VALUE 'DBANK38P'.                                          dbank38p
004100   05  WS-COMMAREA-LENGTH                    PIC 9(5).            dbank38p
004200   05  WS-RESP                               PIC S9(8) COMP.      dbank38p
004210   05  WS-TXD-RESP                           PIC S9(8) COMP.      dbank38p
004300   05  WS-ABSTIME                            PIC S9(15) COMP-3.   dbank38p
004400   05  WS-TODAY-DATE                         PIC X(8).            dbank38p
004500   05  WS-TODAY-DATE-N REDEFINES WS-TODAY-DATE PIC 9(8).          dbank38p
006300                                                                  dbank38p
006400 01  WS-BNKTXN-REC.                                               dbank38p
006500 COPY CBANKVTX.                                                   dbank38p
006510                                                                  dbank38p
006520 01  WS-BNKTXD-REC.                                               dbank38p
006530 COPY CBANKVTD.                                                   dbank38p
006600 01  WS-BNKRECT-REC.                                              dbank38p
006700 COPY CBANKVRT.                                                   dbank38p
006800                                                                  dbank38p
007300 COPY CBANKD38.                                                   dbank38p
007400                                                                  dbank38p
007500 COPY CABENDD.                                                    dbank38p
007510                                                                  dbank38p
007520 01  WS-BNKPERF-REC.                                              dbank38p
007530 COPY CBANKVPF.                                                   dbank38p
007540                                                                  dbank38p
007550 COPY CPERFD.                                                     dbank38p
007600                                                                  dbank38p
007700 LINKAGE SECTION.                                                 dbank38p
007800 01  DFHCOMMAREA.                                                 dbank38p
008100         DEPENDING ON WS-COMMAREA-LENGTH.                         dbank38p
008200                                                                  dbank38p
008300 COPY CENTRY.                                                     dbank38p
008310***************************************************************** dbank38p
008320* Start the response-time clock for this request                * dbank38p
008330***************************************************************** dbank38p
008340     PERFORM PERF-TIMER.                                          dbank38p
008350                                                                  dbank38p
008400***************************************************************** dbank38p
008500* Move the passed data to our area                              * dbank38p
008600***************************************************************** dbank38p
011100***************************************************************** dbank38p
011200     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       dbank38p
011300                                                                  dbank38p
011310***************************************************************** dbank38p
011320* Log this request's response time to BNKPERF                   * dbank38p
011330***************************************************************** dbank38p
011340     MOVE CD38I-FUNCTION TO WS-PERF-FUNCTION.                     dbank38p
011350     PERFORM PERF-TIMER.                                          dbank38p
011360                                                                  dbank38p
011400***************************************************************** dbank38p
011500* Return to our caller                                          * dbank38p
011600***************************************************************** dbank38p
031700     MOVE 'EST' TO BTX-REC-TYPE.                                  dbank38p
031800     MOVE SPACES TO BTX-REC-REVERSED.                             dbank38p
031900     MOVE ZERO TO BTX-REC-CHEQUE-NO.                              dbank38p
031950     SET BTX-REC-CHN-ONLINE TO TRUE.                              dbank38p
032000     EXEC CICS WRITE FILE('BNKTXN1')                              dbank38p
032100               FROM(WS-BNKTXN-REC)                                dbank38p
032200               RIDFLD(BTX-REC-KEY)                                dbank38p
032300               LENGTH(LENGTH OF WS-BNKTXN-REC)                    dbank38p
032400               RESP(WS-RESP)                                      dbank38p
032500     END-EXEC.                                                    dbank38p
032510     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank38p
032520        PERFORM WRITE-DAILY-JOURNAL                               dbank38p
032530     END-IF.                                                      dbank38p
032600 WRITE-ESTATE-DEBIT-EXIT.                                         dbank38p
032700     EXIT.                                                        dbank38p
032800                                                                  dbank38p
034200     MOVE 'EST' TO BTX-REC-TYPE.                                  dbank38p
034300     MOVE SPACES TO BTX-REC-REVERSED.                             dbank38p
034400     MOVE ZERO TO BTX-REC-CHEQUE-NO.                              dbank38p
034450     SET BTX-REC-CHN-ONLINE TO TRUE.                              dbank38p
034500     EXEC CICS WRITE FILE('BNKTXN1')                              dbank38p
034600               FROM(WS-BNKTXN-REC)                                dbank38p
034700               RIDFLD(BTX-REC-KEY)                                dbank38p
034800               LENGTH(LENGTH OF WS-BNKTXN-REC)                    dbank38p
034900               RESP(WS-RESP)                                      dbank38p
035000     END-EXEC.                                                    dbank38p
035010     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank38p
035020        PERFORM WRITE-DAILY-JOURNAL                               dbank38p
035030     END-IF.                                                      dbank38p
035100 WRITE-ESTATE-CREDIT-EXIT.                                        dbank38p
035200     EXIT.                                                        dbank38p
035300                                                                  dbank38p
045900        GO TO CHECK-EXTERNAL-LOOP-EXIT                            dbank38p
046000     END-IF.                                                      dbank38p
046100     IF XT-REC-QUEUED OR XT-REC-SENT OR                           dbank38p
046200        XT-REC-PENDING-APPROVAL OR XT-REC-AWAITING-OTP            dbank38p
046300        SET CD38O-REJECTED TO TRUE                                dbank38p
046400        MOVE 'In-flight external transfer blocks closure'         dbank38p
046500          TO CD38O-MESSAGE                                        dbank38p
048300 GET-TODAY-DATE-EXIT.                                             dbank38p
048400     EXIT.                                                        dbank38p
048500                                                                  dbank38p
048505***************************************************************** dbank38p
048510* Copy the posting just written to BNKTXN1 into the BNKTXD      * dbank38p
048515* daily posting journal that the nightly jobs read. Its own     * dbank38p
048520* RESP leaves WS-RESP as the BNKTXN1 write set it; a missed     * dbank38p
048525* journal entry is reported by the ZBNKTXJP proof               * dbank38p
048530***************************************************************** dbank38p
048535 WRITE-DAILY-JOURNAL.                                             dbank38p
048540     MOVE WS-TODAY-DATE-N TO TD-REC-POST-DTE.                     dbank38p
048545     MOVE WS-BNKTXN-REC TO TD-REC-TXN.                            dbank38p
048550     EXEC CICS WRITE FILE('BNKTXD')                               dbank38p
048555               FROM(WS-BNKTXD-REC)                                dbank38p
048560               RIDFLD(TD-REC-KEY)                                 dbank38p
048565               LENGTH(LENGTH OF WS-BNKTXD-REC)                    dbank38p
048570               RESP(WS-TXD-RESP)                                  dbank38p
048575     END-EXEC.                                                    dbank38p
048580                                                                  dbank38p
048600***************************************************************** dbank38p
048700* Build a "DD Mon YYYY" display date in BTX-REC-DATE from the   * dbank38p
048800* numeric date obtained by GET-TODAY-DATE                       * dbank38p
049800 FORMAT-TXN-DATE-EXIT.                                            dbank38p
049900     EXIT.                                                        dbank38p
050000                                                                  dbank38p
050030 COPY CPERFP.                                                     dbank38p
050060                                                                  dbank38p
050100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank38p
