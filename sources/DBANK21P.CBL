001900*              expiry, and settles against the held quote by    * dbank21p
002000*              debiting a nominated account, posting the        * dbank21p
002100*              payoff to BNKTXN and marking the loan paid off   * dbank21p
002110*              Unpaid late-payment charges and penalty interest * dbank21p
002120*              are added to the quote and posted separately as  * dbank21p
002130*              LLF/LPI debits when the loan is settled          * dbank21p
002133*              Postings are also copied to the BNKTXD daily     * dbank21p
002136*              posting journal for the nightly jobs             * dbank21p
002140*              VSAM version                                     * dbank21p
002300***************************************************************** dbank21p
002400                                                                  dbank21p
002500 IDENTIFICATION DIVISION.                                         dbank21p
004000       VALUE 'DBANK21P'.                                          dbank21p
004100   05  WS-COMMAREA-LENGTH                    PIC 9(5).            dbank21p
004200   05  WS-RESP                               PIC S9(8) COMP.      dbank21p
004210   05  WS-TXD-RESP                           PIC S9(8) COMP.      dbank21p
004300   05  WS-ABSTIME                            PIC S9(15) COMP-3.   dbank21p
004400   05  WS-TODAY-DATE                         PIC X(8).            dbank21p
004500   05  WS-TODAY-DATE-N REDEFINES WS-TODAY-DATE PIC 9(8).          dbank21p
005500   05  WS-QUOTE-FOUND                        PIC X(1).            dbank21p
005600   05  WS-TXN-SEQ                            PIC 9(3).            dbank21p
005700   05  WS-MONTH-SUB                          PIC S9(4) COMP.      dbank21p
005710   05  WS-CHARGE-AMOUNT                      PIC S9(7)V99 COMP-3. dbank21p
005720   05  WS-CHARGE-TYPE                        PIC X(3).            dbank21p
005730   05  WS-CHARGE-DESC                        PIC X(18).           dbank21p
005800                                                                  dbank21p
005900******************************************************************dbank21p
006000* A quote is held for up to this many days beyond the quote     * dbank21p
008600 COPY CBANKVHD.                                                   dbank21p
008700 01  WS-BNKTXN-REC.                                               dbank21p
008800 COPY CBANKVTX.                                                   dbank21p
008810                                                                  dbank21p
008820 01  WS-BNKTXD-REC.                                               dbank21p
008830 COPY CBANKVTD.                                                   dbank21p
008900                                                                  dbank21p
009000 01  WS-COMMAREA.                                                 dbank21p
009100 COPY CBANKD21.                                                   dbank21p
009200                                                                  dbank21p
009300 COPY CABENDD.                                                    dbank21p
009310                                                                  dbank21p
009320 01  WS-BNKPERF-REC.                                              dbank21p
009330 COPY CBANKVPF.                                                   dbank21p
009340                                                                  dbank21p
009350 COPY CPERFD.                                                     dbank21p
009400                                                                  dbank21p
009500 LINKAGE SECTION.                                                 dbank21p
009600 01  DFHCOMMAREA.                                                 dbank21p
009900         DEPENDING ON WS-COMMAREA-LENGTH.                         dbank21p
010000                                                                  dbank21p
010100 COPY CENTRY.                                                     dbank21p
010110***************************************************************** dbank21p
010120* Start the response-time clock for this request                * dbank21p
010130***************************************************************** dbank21p
010140     PERFORM PERF-TIMER.                                          dbank21p
010150                                                                  dbank21p
010200***************************************************************** dbank21p
010300* Move the passed data to our area                              * dbank21p
010400***************************************************************** dbank21p
013800***************************************************************** dbank21p
013900     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       dbank21p
014000                                                                  dbank21p
014010***************************************************************** dbank21p
014020* Log this request's response time to BNKPERF                   * dbank21p
014030***************************************************************** dbank21p
014040     MOVE CD21I-FUNCTION TO WS-PERF-FUNCTION.                     dbank21p
014050     PERFORM PERF-TIMER.                                          dbank21p
014060                                                                  dbank21p
014100***************************************************************** dbank21p
014200* Return to our caller                                          * dbank21p
014300***************************************************************** dbank21p
019100         LM-REC-OUTSTANDING * LM-REC-RATE / 36500.                dbank21p
019200     COMPUTE WS-PAYOFF-AMOUNT ROUNDED =                           dbank21p
019300         LM-REC-OUTSTANDING                                       dbank21p
019310         + (WS-PER-DIEM * WS-DAYS-TO-SETTLE)                      dbank21p
019320         + LM-REC-LATE-FEES-DUE + LM-REC-PENALTY-DUE.             dbank21p
019500     PERFORM READ-QUOTE.                                          dbank21p
019600     MOVE CD21I-CONTACT-ID TO PQ-REC-CONTACT-ID.                  dbank21p
019700     MOVE CD21I-TASKN TO PQ-REC-TASKN.                            dbank21p
020000     MOVE LM-REC-OUTSTANDING TO PQ-REC-OUTSTANDING.               dbank21p
020100     MOVE WS-PER-DIEM TO PQ-REC-PER-DIEM.                         dbank21p
020200     MOVE WS-PAYOFF-AMOUNT TO PQ-REC-PAYOFF-AMOUNT.               dbank21p
020210     MOVE LM-REC-LATE-FEES-DUE TO PQ-REC-LATE-FEES.               dbank21p
020220     MOVE LM-REC-PENALTY-DUE TO PQ-REC-PENALTY.                   dbank21p
020300     MOVE CD21I-SETTLE-DTE TO PQ-REC-EXPIRY-DTE.                  dbank21p
020400     MOVE CD21I-USERID TO PQ-REC-QUOTE-USERID.                    dbank21p
020500     MOVE ZERO TO PQ-REC-SETTLED-DTE.                             dbank21p
035400        GO TO SETTLE-PROCESS-EXIT                                 dbank21p
035500     END-IF.                                                      dbank21p
035600     PERFORM WRITE-PAYOFF-TXN.                                    dbank21p
035610     IF PQ-REC-LATE-FEES IS GREATER THAN ZERO                     dbank21p
035620        MOVE PQ-REC-LATE-FEES TO WS-CHARGE-AMOUNT                 dbank21p
035630        MOVE 'LLF' TO WS-CHARGE-TYPE                              dbank21p
035640        MOVE 'Late charge ' TO WS-CHARGE-DESC                     dbank21p
035650        PERFORM WRITE-CHARGE-TXN                                  dbank21p
035660     END-IF.                                                      dbank21p
035670     IF PQ-REC-PENALTY IS GREATER THAN ZERO                       dbank21p
035680        MOVE PQ-REC-PENALTY TO WS-CHARGE-AMOUNT                   dbank21p
035690        MOVE 'LPI' TO WS-CHARGE-TYPE                              dbank21p
035700        MOVE 'Penalty interest ' TO WS-CHARGE-DESC                dbank21p
035710        PERFORM WRITE-CHARGE-TXN                                  dbank21p
035720     END-IF.                                                      dbank21p
035730     MOVE ZERO TO LM-REC-OUTSTANDING.                             dbank21p
035740     MOVE ZERO TO LM-REC-LATE-FEES-DUE.                           dbank21p
035750     MOVE ZERO TO LM-REC-PENALTY-DUE.                             dbank21p
035800     SET LM-REC-PAID-OFF TO TRUE.                                 dbank21p
035900     EXEC CICS REWRITE FILE('BNKLNMA')                            dbank21p
036000                   FROM(WS-BNKLNMA-REC)                           dbank21p
041000                                                                  dbank21p
041100***************************************************************** dbank21p
041200* The payoff posting itself - a debit to the settlement         * dbank21p
041210* account carrying the loan's task number for cross-reference   * dbank21p
041220* - less any charges, which are posted by WRITE-CHARGE-TXN      * dbank21p
041400***************************************************************** dbank21p
041500 WRITE-PAYOFF-TXN.                                                dbank21p
041600     MOVE SPACES TO WS-BNKTXN-REC.                                dbank21p
041900     MOVE WS-TODAY-TIME TO BTX-REC-TIME.                          dbank21p
042000     COMPUTE WS-TXN-SEQ = FUNCTION MOD(EIBTASKN, 999) + 1.        dbank21p
042100     MOVE WS-TXN-SEQ TO BTX-REC-SEQ.                              dbank21p
042110     COMPUTE BTX-REC-AMOUNT = ZERO - (PQ-REC-PAYOFF-AMOUNT        dbank21p
042120         - PQ-REC-LATE-FEES - PQ-REC-PENALTY).                    dbank21p
042300     MOVE SPACES TO BTX-REC-DESC.                                 dbank21p
042400     STRING 'Loan payoff ' DELIMITED BY SIZE                      dbank21p
042500            LM-REC-TASKN DELIMITED BY SIZE                        dbank21p
042800     MOVE 'LPO' TO BTX-REC-TYPE.                                  dbank21p
042900     MOVE SPACES TO BTX-REC-REVERSED.                             dbank21p
043000     MOVE ZERO TO BTX-REC-CHEQUE-NO.                              dbank21p
043050     SET BTX-REC-CHN-ONLINE TO TRUE.                              dbank21p
043100     EXEC CICS WRITE FILE('BNKTXN1')                              dbank21p
043200               FROM(WS-BNKTXN-REC)                                dbank21p
043300               RIDFLD(BTX-REC-KEY)                                dbank21p
043400               LENGTH(LENGTH OF WS-BNKTXN-REC)                    dbank21p
043500               RESP(WS-RESP)                                      dbank21p
043600     END-EXEC.                                                    dbank21p
043610     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank21p
043620        PERFORM WRITE-DAILY-JOURNAL                               dbank21p
043630     END-IF.                                                      dbank21p
043700 WRITE-PAYOFF-TXN-EXIT.                                           dbank21p
043800     EXIT.                                                        dbank21p
043900                                                                  dbank21p
043903***************************************************************** dbank21p
043906* Post one kind of unpaid charge taken in the payoff amount as  * dbank21p
043909* its own debit so it reaches the matching income account       * dbank21p
043912***************************************************************** dbank21p
043915 WRITE-CHARGE-TXN.                                                dbank21p
043918     MOVE SPACES TO WS-BNKTXN-REC.                                dbank21p
043921     MOVE CD21I-SETTLE-ACCNO TO BTX-REC-ACCNO.                    dbank21p
043924     PERFORM FORMAT-TXN-DATE.                                     dbank21p
043927     MOVE WS-TODAY-TIME TO BTX-REC-TIME.                          dbank21p
043930     ADD 1 TO WS-TXN-SEQ.                                         dbank21p
043933     MOVE WS-TXN-SEQ TO BTX-REC-SEQ.                              dbank21p
043936     COMPUTE BTX-REC-AMOUNT = ZERO - WS-CHARGE-AMOUNT.            dbank21p
043939     MOVE SPACES TO BTX-REC-DESC.                                 dbank21p
043942     STRING WS-CHARGE-DESC DELIMITED BY '  '                      dbank21p
043945            ' ' DELIMITED BY SIZE                                 dbank21p
043948            LM-REC-TASKN DELIMITED BY SIZE                        dbank21p
043951       INTO BTX-REC-DESC.                                         dbank21p
043954     MOVE BAC-REC-BALANCE TO BTX-REC-BALANCE.                     dbank21p
043957     MOVE WS-CHARGE-TYPE TO BTX-REC-TYPE.                         dbank21p
043960     MOVE SPACES TO BTX-REC-REVERSED.                             dbank21p
043963     MOVE ZERO TO BTX-REC-CHEQUE-NO.                              dbank21p
043964     SET BTX-REC-CHN-ONLINE TO TRUE.                              dbank21p
043966     EXEC CICS WRITE FILE('BNKTXN1')                              dbank21p
043969               FROM(WS-BNKTXN-REC)                                dbank21p
043972               RIDFLD(BTX-REC-KEY)                                dbank21p
043975               LENGTH(LENGTH OF WS-BNKTXN-REC)                    dbank21p
043978               RESP(WS-RESP)                                      dbank21p
043981     END-EXEC.                                                    dbank21p
043982     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank21p
043983        PERFORM WRITE-DAILY-JOURNAL                               dbank21p
043984     END-IF.                                                      dbank21p
043985 WRITE-CHARGE-TXN-EXIT.                                           dbank21p
043987     EXIT.                                                        dbank21p
043990                                                                  dbank21p
044000***************************************************************** dbank21p
044100* Copy the held quote to the output area                        * dbank21p
044200***************************************************************** dbank21p
044300 MOVE-QUOTE-TO-OUTPUT.                                            dbank21p
044400     MOVE PQ-REC-OUTSTANDING TO CD21O-OUTSTANDING.                dbank21p
044500     MOVE PQ-REC-PER-DIEM TO CD21O-PER-DIEM.                      dbank21p
044510     COMPUTE CD21O-CHARGES =                                      dbank21p
044520         PQ-REC-LATE-FEES + PQ-REC-PENALTY.                       dbank21p
044600     COMPUTE CD21O-DAYS-TO-SETTLE =                               dbank21p
044700         FUNCTION INTEGER-OF-DATE (PQ-REC-SETTLE-DTE)             dbank21p
044800         - FUNCTION INTEGER-OF-DATE (PQ-REC-QUOTE-DTE).           dbank21p
053200 GET-TODAY-DATE-EXIT.                                             dbank21p
053300     EXIT.                                                        dbank21p
053400                                                                  dbank21p
053405***************************************************************** dbank21p
053410* Copy the posting just written to BNKTXN1 into the BNKTXD      * dbank21p
053415* daily posting journal that the nightly jobs read. Its own     * dbank21p
053420* RESP leaves WS-RESP as the BNKTXN1 write set it; a missed     * dbank21p
053425* journal entry is reported by the ZBNKTXJP proof               * dbank21p
053430***************************************************************** dbank21p
053435 WRITE-DAILY-JOURNAL.                                             dbank21p
053440     MOVE WS-TODAY-DATE-N TO TD-REC-POST-DTE.                     dbank21p
053445     MOVE WS-BNKTXN-REC TO TD-REC-TXN.                            dbank21p
053450     EXEC CICS WRITE FILE('BNKTXD')                               dbank21p
053455               FROM(WS-BNKTXD-REC)                                dbank21p
053460               RIDFLD(TD-REC-KEY)                                 dbank21p
053465               LENGTH(LENGTH OF WS-BNKTXD-REC)                    dbank21p
053470               RESP(WS-TXD-RESP)                                  dbank21p
053475     END-EXEC.                                                    dbank21p
053480                                                                  dbank21p
053500***************************************************************** dbank21p
053600* Build a "DD Mon YYYY" display date in BTX-REC-DATE from the   * dbank21p
053700* numeric date obtained by GET-TODAY-DATE                       * dbank21p
054700 FORMAT-TXN-DATE-EXIT.                                            dbank21p
054800     EXIT.                                                        dbank21p
054900                                                                  dbank21p
054930 COPY CPERFP.                                                     dbank21p
054960                                                                  dbank21p
055000* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank21p
