002200*              recovery record is opened for ZBNKLNCO to post   * dbank20p
002300*              the loss to the ledger, and later payments       * dbank20p
002400*              received are recorded as recoveries against the  * dbank20p
002500*              written-off balance. An officer may also waive a * dbank20p
002510*              loan's unpaid late-payment charges or penalty    * dbank20p
002520*              interest raised by ZBNKLNLC, with a reason code, * dbank20p
002530*              each waiver being audited to BNKAUDT             * dbank20p
002540*              Postings are also copied to the BNKTXD daily     * dbank20p
002550*              posting journal for the nightly jobs             * dbank20p
002560*              Audit records are chained on BNKACHN (CAUDCHP)   * dbank20p
002570*              for the nightly ZBNKACHV verification            * dbank20p
002600*              VSAM version                                     * dbank20p
002700***************************************************************** dbank20p
002800                                                                  dbank20p
004400       VALUE 'DBANK20P'.                                          dbank20p
004500   05  WS-COMMAREA-LENGTH                    PIC 9(5).            dbank20p
004600   05  WS-RESP                               PIC S9(8) COMP.      dbank20p
004610   05  WS-TXD-RESP                           PIC S9(8) COMP.      dbank20p
004700   05  WS-BNKCUST-RID                        PIC X(5).            dbank20p
004800   05  WS-BNKHOLD-RID                        PIC X(16).           dbank20p
004900   05  WS-HOLDS-TOTAL                        PIC S9(9)V99 COMP-3. dbank20p
005500   05  WS-ITEM-SUB                           PIC S9(4) COMP.      dbank20p
005600   05  WS-TXN-SEQ                            PIC 9(3).            dbank20p
005700   05  WS-MONTH-SUB                          PIC S9(4) COMP.      dbank20p
005710    05  WS-WAIVE-AMOUNT                       PIC S9(7)V99 COMP-3.dbank20p
005720    05  WS-AUDIT-SEQ                          PIC 9(3) VALUE ZERO.dbank20p
005800                                                                  dbank20p
005900 01  WS-MONTH-TABLE-DATA.                                         dbank20p
006000   05  FILLER                              PIC X(36) VALUE        dbank20p
006300   05  WS-MONTH-NAME                        PIC X(3)              dbank20p
006400       OCCURS 12 TIMES.                                           dbank20p
006500                                                                  dbank20p
006505***************************************************************** dbank20p
006510* The loan's charges as audited on a waiver - the before and    * dbank20p
006515* after images on BNKAUDT                                       * dbank20p
006520***************************************************************** dbank20p
006525 01  WS-WAIVE-IMAGE.                                              dbank20p
006530   05  WS-WAIVE-IMG-KEY                      PIC X(12).           dbank20p
006535   05  FILLER                                PIC X(1) VALUE SPACE.dbank20p
006540   05  WS-WAIVE-IMG-FEES                     PIC -(7)9.99.        dbank20p
006545   05  FILLER                                PIC X(1) VALUE SPACE.dbank20p
006550   05  WS-WAIVE-IMG-PENALTY                  PIC -(7)9.99.        dbank20p
006555   05  FILLER                                PIC X(1) VALUE SPACE.dbank20p
006560   05  WS-WAIVE-IMG-WAIVED                   PIC -(7)9.99.        dbank20p
006565   05  FILLER                                PIC X(1) VALUE SPACE.dbank20p
006570   05  WS-WAIVE-IMG-REASON                   PIC X(2).            dbank20p
006575   05  FILLER                                PIC X(1) VALUE SPACE.dbank20p
006580   05  WS-WAIVE-IMG-USERID                   PIC X(8).            dbank20p
006585 01  WS-WAIVE-BEFORE                         PIC X(80).           dbank20p
006600 01  WS-BNKDELQ-REC.                                              dbank20p
006700 COPY CBANKVDQ.                                                   dbank20p
006800                                                                  dbank20p
008200                                                                  dbank20p
008300 01  WS-BNKTXN-REC.                                               dbank20p
008400 COPY CBANKVTX.                                                   dbank20p
008410                                                                  dbank20p
008420 01  WS-BNKTXD-REC.                                               dbank20p
008430 COPY CBANKVTD.                                                   dbank20p
008500                                                                  dbank20p
008510 01  WS-BNKAUDT-REC.                                              dbank20p
008520 COPY CBANKVAD.                                                   dbank20p
008530 01  WS-BNKACHN-REC.                                              dbank20p
008540 COPY CBANKVCN.                                                   dbank20p
008550 01  WS-AUDHSH-PARM.                                              dbank20p
008560 COPY CAUDHSD.                                                    dbank20p
008570 COPY CAUDCHD.                                                    dbank20p
008600 01  WS-COMMAREA.                                                 dbank20p
008700 COPY CBANKD20.                                                   dbank20p
008800                                                                  dbank20p
008900 COPY CABENDD.                                                    dbank20p
008910                                                                  dbank20p
008920 01  WS-BNKPERF-REC.                                              dbank20p
008930 COPY CBANKVPF.                                                   dbank20p
008940                                                                  dbank20p
008950 COPY CPERFD.                                                     dbank20p
009000                                                                  dbank20p
009100 LINKAGE SECTION.                                                 dbank20p
009200 01  DFHCOMMAREA.                                                 dbank20p
009500         DEPENDING ON WS-COMMAREA-LENGTH.                         dbank20p
009600                                                                  dbank20p
009700 COPY CENTRY.                                                     dbank20p
009710***************************************************************** dbank20p
009720* Start the response-time clock for this request                * dbank20p
009730***************************************************************** dbank20p
009740     PERFORM PERF-TIMER.                                          dbank20p
009750                                                                  dbank20p
009800***************************************************************** dbank20p
009900* Move the passed data to our area                              * dbank20p
010000***************************************************************** dbank20p
011000     MOVE ZERO TO CD20O-ITEM-COUNT.                               dbank20p
011100     MOVE ZERO TO CD20O-WRITTEN-OFF.                              dbank20p
011200     MOVE ZERO TO CD20O-RECOVERED.                                dbank20p
011210     MOVE ZERO TO CD20O-WAIVED.                                   dbank20p
011300                                                                  dbank20p
011400***************************************************************** dbank20p
011500* Now attempt to satisfy the requested function                 * dbank20p
012700       WHEN CD20I-RECORD-RECOVERY                                 dbank20p
012800         PERFORM RECORD-RECOVERY-PROCESS                          dbank20p
012900             THRU RECORD-RECOVERY-PROCESS-EXIT                    dbank20p
012910       WHEN CD20I-WAIVE-CHARGES                                   dbank20p
012920         PERFORM WAIVE-CHARGES-PROCESS                            dbank20p
012930             THRU WAIVE-CHARGES-PROCESS-EXIT                      dbank20p
013000       WHEN OTHER                                                 dbank20p
013100         PERFORM LIST-OPEN-PROCESS                                dbank20p
013200             THRU LIST-OPEN-PROCESS-EXIT                          dbank20p
013700***************************************************************** dbank20p
013800     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       dbank20p
013900                                                                  dbank20p
013910***************************************************************** dbank20p
013920* Log this request's response time to BNKPERF                   * dbank20p
013930***************************************************************** dbank20p
013940     MOVE CD20I-FUNCTION TO WS-PERF-FUNCTION.                     dbank20p
013950     PERFORM PERF-TIMER.                                          dbank20p
013960                                                                  dbank20p
014000***************************************************************** dbank20p
014100* Return to our caller                                          * dbank20p
014200***************************************************************** dbank20p
019500       TO CD20O-ITEM-PROMISE-AMT (WS-ITEM-SUB).                   dbank20p
019600     PERFORM GET-CUSTOMER-NAME.                                   dbank20p
019700     MOVE BCS-REC-NAME TO CD20O-ITEM-NAME (WS-ITEM-SUB).          dbank20p
019710     PERFORM GET-LOAN-CHARGES.                                    dbank20p
019800     GO TO LIST-OPEN-LOOP.                                        dbank20p
019900 LIST-OPEN-LOOP-EXIT.                                             dbank20p
020000     MOVE WS-ITEM-SUB TO CD20O-ITEM-COUNT.                        dbank20p
041900     END-EXEC.                                                    dbank20p
042000 RETIRE-QUEUE-ITEM-EXIT.                                          dbank20p
042100     EXIT.                                                        dbank20p
042106                                                                  dbank20p
042112***************************************************************** dbank20p
042118* Waive a loan's unpaid late-payment charges, penalty interest  * dbank20p
042124* or both. The officer and a reason code are required; the      * dbank20p
042130* amount waived is added to the loan's waived total, the last   * dbank20p
042136* waiver is kept on the loan and every waiver is audited to     * dbank20p
042142* BNKAUDT with the charges before and after                     * dbank20p
042148***************************************************************** dbank20p
042154 WAIVE-CHARGES-PROCESS.                                           dbank20p
042160     IF CD20I-USERID IS EQUAL TO SPACES                           dbank20p
042166        SET CD20O-REJECTED TO TRUE                                dbank20p
042172        MOVE 'Officer userid is required' TO CD20O-MESSAGE        dbank20p
042178        GO TO WAIVE-CHARGES-PROCESS-EXIT                          dbank20p
042184     END-IF.                                                      dbank20p
042190     IF CD20I-WAIVE-REASON IS EQUAL TO SPACES                     dbank20p
042196        SET CD20O-REJECTED TO TRUE                                dbank20p
042202        MOVE 'Waiver reason is required' TO CD20O-MESSAGE         dbank20p
042208        GO TO WAIVE-CHARGES-PROCESS-EXIT                          dbank20p
042214     END-IF.                                                      dbank20p
042220     IF NOT CD20I-WAIVE-VALID                                     dbank20p
042226        SET CD20O-REJECTED TO TRUE                                dbank20p
042232        MOVE 'Waive F (charges), P (penalty interest) or B (both)'dbank20p
042238          TO CD20O-MESSAGE                                        dbank20p
042244        GO TO WAIVE-CHARGES-PROCESS-EXIT                          dbank20p
042250     END-IF.                                                      dbank20p
042256     MOVE CD20I-CONTACT-ID TO LM-REC-CONTACT-ID.                  dbank20p
042262     MOVE CD20I-TASKN TO LM-REC-TASKN.                            dbank20p
042268     EXEC CICS READ FILE('BNKLNMA')                               dbank20p
042274                    INTO(WS-BNKLNMA-REC)                          dbank20p
042280                    LENGTH(LENGTH OF WS-BNKLNMA-REC)              dbank20p
042286                    RIDFLD(LM-REC-KEY)                            dbank20p
042292                    UPDATE                                        dbank20p
042298                    RESP(WS-RESP)                                 dbank20p
042304     END-EXEC.                                                    dbank20p
042310     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank20p
042316        SET CD20O-REJECTED TO TRUE                                dbank20p
042322        MOVE 'Loan not found' TO CD20O-MESSAGE                    dbank20p
042328        GO TO WAIVE-CHARGES-PROCESS-EXIT                          dbank20p
042334     END-IF.                                                      dbank20p
042340     IF NOT LM-REC-ACTIVE AND NOT LM-REC-SUSPENDED                dbank20p
042346        EXEC CICS UNLOCK FILE('BNKLNMA')                          dbank20p
042352        END-EXEC                                                  dbank20p
042358        SET CD20O-REJECTED TO TRUE                                dbank20p
042364        MOVE 'Loan is not open' TO CD20O-MESSAGE                  dbank20p
042370        GO TO WAIVE-CHARGES-PROCESS-EXIT                          dbank20p
042376     END-IF.                                                      dbank20p
042382     PERFORM BUILD-WAIVE-IMAGE.                                   dbank20p
042388     MOVE WS-WAIVE-IMAGE TO WS-WAIVE-BEFORE.                      dbank20p
042394     MOVE ZERO TO WS-WAIVE-AMOUNT.                                dbank20p
042400     IF CD20I-WAIVE-FEES OR CD20I-WAIVE-BOTH                      dbank20p
042406        ADD LM-REC-LATE-FEES-DUE TO WS-WAIVE-AMOUNT               dbank20p
042412        MOVE ZERO TO LM-REC-LATE-FEES-DUE                         dbank20p
042418     END-IF.                                                      dbank20p
042424     IF CD20I-WAIVE-PENALTY OR CD20I-WAIVE-BOTH                   dbank20p
042430        ADD LM-REC-PENALTY-DUE TO WS-WAIVE-AMOUNT                 dbank20p
042436        MOVE ZERO TO LM-REC-PENALTY-DUE                           dbank20p
042442     END-IF.                                                      dbank20p
042448     IF WS-WAIVE-AMOUNT IS NOT GREATER THAN ZERO                  dbank20p
042454        EXEC CICS UNLOCK FILE('BNKLNMA')                          dbank20p
042460        END-EXEC                                                  dbank20p
042466        SET CD20O-REJECTED TO TRUE                                dbank20p
042472        MOVE 'No unpaid charges to waive' TO CD20O-MESSAGE        dbank20p
042478        GO TO WAIVE-CHARGES-PROCESS-EXIT                          dbank20p
042484     END-IF.                                                      dbank20p
042490     PERFORM GET-TODAY-DATE.                                      dbank20p
042496     ADD WS-WAIVE-AMOUNT TO LM-REC-WAIVED-TOTAL.                  dbank20p
042502     MOVE WS-TODAY-DATE-N TO LM-REC-WAIVE-DTE.                    dbank20p
042508     MOVE CD20I-USERID TO LM-REC-WAIVE-USERID.                    dbank20p
042514     MOVE CD20I-WAIVE-REASON TO LM-REC-WAIVE-REASON.              dbank20p
042520     EXEC CICS REWRITE FILE('BNKLNMA')                            dbank20p
042526                   FROM(WS-BNKLNMA-REC)                           dbank20p
042532                   LENGTH(LENGTH OF WS-BNKLNMA-REC)               dbank20p
042538                   RESP(WS-RESP)                                  dbank20p
042544     END-EXEC.                                                    dbank20p
042550     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank20p
042556        SET CD20O-REJECTED TO TRUE                                dbank20p
042562        MOVE 'Unable to update the loan' TO CD20O-MESSAGE         dbank20p
042568        GO TO WAIVE-CHARGES-PROCESS-EXIT                          dbank20p
042574     END-IF.                                                      dbank20p
042580     PERFORM BUILD-WAIVE-IMAGE.                                   dbank20p
042586     PERFORM WRITE-AUDIT-RECORD                                   dbank20p
042592         THRU WRITE-AUDIT-RECORD-EXIT.                            dbank20p
042598     MOVE WS-WAIVE-AMOUNT TO CD20O-WAIVED.                        dbank20p
042604     MOVE 'Charges waived' TO CD20O-MESSAGE.                      dbank20p
042610 WAIVE-CHARGES-PROCESS-EXIT.                                      dbank20p
042616     EXIT.                                                        dbank20p
042622                                                                  dbank20p
042628***************************************************************** dbank20p
042634* Format the loan's charges for the audit images                * dbank20p
042640***************************************************************** dbank20p
042646 BUILD-WAIVE-IMAGE.                                               dbank20p
042652     MOVE LM-REC-KEY TO WS-WAIVE-IMG-KEY.                         dbank20p
042658     MOVE LM-REC-LATE-FEES-DUE TO WS-WAIVE-IMG-FEES.              dbank20p
042664     MOVE LM-REC-PENALTY-DUE TO WS-WAIVE-IMG-PENALTY.             dbank20p
042670     MOVE LM-REC-WAIVED-TOTAL TO WS-WAIVE-IMG-WAIVED.             dbank20p
042676     MOVE LM-REC-WAIVE-REASON TO WS-WAIVE-IMG-REASON.             dbank20p
042682     MOVE LM-REC-WAIVE-USERID TO WS-WAIVE-IMG-USERID.             dbank20p
042688 BUILD-WAIVE-IMAGE-EXIT.                                          dbank20p
042694     EXIT.                                                        dbank20p
042700                                                                  dbank20p
042706***************************************************************** dbank20p
042712* Write the waiver to the BNKAUDT audit trail                   * dbank20p
042718***************************************************************** dbank20p
042724 WRITE-AUDIT-RECORD.                                              dbank20p
042730     ADD 1 TO WS-AUDIT-SEQ.                                       dbank20p
042736     MOVE SPACES TO WS-BNKAUDT-REC.                               dbank20p
042742     MOVE EIBTASKN TO AD-REC-TASKN.                               dbank20p
042748     MOVE WS-AUDIT-SEQ TO AD-REC-SEQ.                             dbank20p
042754     MOVE 'BNKLNMA ' TO AD-REC-TABLE.                             dbank20p
042760     SET AD-REC-ACTION-CHANGE TO TRUE.                            dbank20p
042766     MOVE CD20I-USERID TO AD-REC-USERID.                          dbank20p
042772     MOVE WS-TODAY-DATE-N TO AD-REC-DATE.                         dbank20p
042778     MOVE WS-TODAY-TIME TO AD-REC-TIME.                           dbank20p
042784     MOVE WS-WAIVE-BEFORE TO AD-REC-BEFORE-IMAGE.                 dbank20p
042790     MOVE WS-WAIVE-IMAGE TO AD-REC-AFTER-IMAGE.                   dbank20p
042796     PERFORM AUDIT-CHAIN-WRITE                                    dbank20p
042802         THRU AUDIT-CHAIN-WRITE-EXIT.                             dbank20p
042832 WRITE-AUDIT-RECORD-EXIT.                                         dbank20p
042838     EXIT.                                                        dbank20p
042844***************************************************************** dbank20p
042850* Record a recovery payment against a charged-off loan - the    * dbank20p
042856* funds are taken from the paying account and tracked on the    * dbank20p
042862* BNKLNRV record, so they report as recoveries rather than      * dbank20p
042868* regular loan payments                                         * dbank20p
042874***************************************************************** dbank20p
042900 RECORD-RECOVERY-PROCESS.                                         dbank20p
043000     IF CD20I-USERID IS EQUAL TO SPACES                           dbank20p
043100        SET CD20O-REJECTED TO TRUE                                dbank20p
056500     MOVE 'LRC' TO BTX-REC-TYPE.                                  dbank20p
056600     MOVE SPACES TO BTX-REC-REVERSED.                             dbank20p
056700     MOVE ZERO TO BTX-REC-CHEQUE-NO.                              dbank20p
056750     SET BTX-REC-CHN-ONLINE TO TRUE.                              dbank20p
056800     EXEC CICS WRITE FILE('BNKTXN1')                              dbank20p
056900               FROM(WS-BNKTXN-REC)                                dbank20p
057000               RIDFLD(BTX-REC-KEY)                                dbank20p
057100               LENGTH(LENGTH OF WS-BNKTXN-REC)                    dbank20p
057200               RESP(WS-RESP)                                      dbank20p
057300     END-EXEC.                                                    dbank20p
057310     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank20p
057320        PERFORM WRITE-DAILY-JOURNAL                               dbank20p
057330     END-IF.                                                      dbank20p
057400 WRITE-RECOVERY-TXN-EXIT.                                         dbank20p
057500     EXIT.                                                        dbank20p
057600                                                                  dbank20p
057605***************************************************************** dbank20p
057610* Copy the posting just written to BNKTXN1 into the BNKTXD      * dbank20p
057615* daily posting journal that the nightly jobs read. Its own     * dbank20p
057620* RESP leaves WS-RESP as the BNKTXN1 write set it; a missed     * dbank20p
057625* journal entry is reported by the ZBNKTXJP proof               * dbank20p
057630***************************************************************** dbank20p
057635 WRITE-DAILY-JOURNAL.                                             dbank20p
057640     MOVE WS-TODAY-DATE-N TO TD-REC-POST-DTE.                     dbank20p
057645     MOVE WS-BNKTXN-REC TO TD-REC-TXN.                            dbank20p
057650     EXEC CICS WRITE FILE('BNKTXD')                               dbank20p
057655               FROM(WS-BNKTXD-REC)                                dbank20p
057660               RIDFLD(TD-REC-KEY)                                 dbank20p
057665               LENGTH(LENGTH OF WS-BNKTXD-REC)                    dbank20p
057670               RESP(WS-TXD-RESP)                                  dbank20p
057675     END-EXEC.                                                    dbank20p
057680                                                                  dbank20p
057700***************************************************************** dbank20p
057800* Build a "DD Mon YYYY" display date in BTX-REC-DATE from the   * dbank20p
057900* numeric date obtained by GET-TODAY-DATE                       * dbank20p
060800     END-IF.                                                      dbank20p
060900 GET-CUSTOMER-NAME-EXIT.                                          dbank20p
061000     EXIT.                                                        dbank20p
061004***************************************************************** dbank20p
061008* The loan's unpaid late-payment charges and penalty interest   * dbank20p
061012* for the list display - a credit line on the queue has no      * dbank20p
061016* loan master record and shows none                             * dbank20p
061020***************************************************************** dbank20p
061024 GET-LOAN-CHARGES.                                                dbank20p
061028     MOVE ZERO TO CD20O-ITEM-CHARGES (WS-ITEM-SUB).               dbank20p
061032     MOVE DQ-REC-CONTACT-ID TO LM-REC-CONTACT-ID.                 dbank20p
061036     MOVE DQ-REC-TASKN TO LM-REC-TASKN.                           dbank20p
061040     EXEC CICS READ FILE('BNKLNMA')                               dbank20p
061044                    INTO(WS-BNKLNMA-REC)                          dbank20p
061048                    LENGTH(LENGTH OF WS-BNKLNMA-REC)              dbank20p
061052                    RIDFLD(LM-REC-KEY)                            dbank20p
061056                    RESP(WS-RESP)                                 dbank20p
061060     END-EXEC.                                                    dbank20p
061064     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank20p
061068        COMPUTE CD20O-ITEM-CHARGES (WS-ITEM-SUB) =                dbank20p
061072                LM-REC-LATE-FEES-DUE + LM-REC-PENALTY-DUE         dbank20p
061076     END-IF.                                                      dbank20p
061080 GET-LOAN-CHARGES-EXIT.                                           dbank20p
061084     EXIT.                                                        dbank20p
061100                                                                  dbank20p
061200***************************************************************** dbank20p
061300* The paying account's owner must be in good standing - the    *  dbank20p
068800 GET-TODAY-DATE-EXIT.                                             dbank20p
068900     EXIT.                                                        dbank20p
069000                                                                  dbank20p
069030 COPY CPERFP.                                                     dbank20p
069040 COPY CAUDCHP.                                                    dbank20p
069060                                                                  dbank20p
069100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank20p
