000100***************************************************************** dbank44p
000200*                                                               * dbank44p
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   * dbank44p
000400*   This demonstration program is provided for use by users     * dbank44p
000500*   of Micro Focus products and may be used, modified and       * dbank44p
000600*   distributed as part of your application provided that       * dbank44p
000700*   you properly acknowledge the copyright of Micro Focus       * dbank44p
000800*   in this material.                                           * dbank44p
000900*                                                               * dbank44p
001000***************************************************************** dbank44p
001100                                                                  dbank44p
001200***************************************************************** dbank44p
001300* Program:     DBANK44P.CBL                                     * dbank44p
001400* Function:    Cardholder dispute case management. Raises a     * dbank44p
001500*              BNKDISP case against an original POS posting on  * dbank44p
001600*              BNKTXN and credits the cardholder provisionally, * dbank44p
001700*              lists an account's cases, records the merchant's * dbank44p
001800*              re-presentment, and closes a case - a case the   * dbank44p
001900*              cardholder loses takes the provisional credit    * dbank44p
002000*              back and leaves the merchant re-credit for the   * dbank44p
002100*              nightly ZBNKCHBK run                             * dbank44p
002110*              Postings are also copied to the BNKTXD daily     * dbank44p
002120*              posting journal for the nightly jobs             * dbank44p
002140*              Audit records are chained on BNKACHN (CAUDCHP)   * dbank44p
002160*              for the nightly ZBNKACHV verification            * dbank44p
002170*              The merchant must be on BNKMRCH unless marked    * dbank44p
002180*              off-us; closed or frozen accounts are refused    * dbank44p
002190*              and a posting that fails is backed out           * dbank44p
002200*              VSAM version                                     * dbank44p
002300***************************************************************** dbank44p
002400                                                                  dbank44p
002500 IDENTIFICATION DIVISION.                                         dbank44p
002600 PROGRAM-ID.                                                      dbank44p
002700     DBANK44P.                                                    dbank44p
002800 DATE-WRITTEN.                                                    dbank44p
002900     October 2026.                                                dbank44p
003000 DATE-COMPILED.                                                   dbank44p
003100     Today.                                                       dbank44p
003200                                                                  dbank44p
003300 ENVIRONMENT DIVISION.                                            dbank44p
003400                                                                  dbank44p
003500 DATA DIVISION.                                                   dbank44p
003600                                                                  dbank44p
003700 WORKING-STORAGE SECTION.                                         dbank44p
003800 01  WS-MISC-STORAGE.                                             dbank44p
003900   05  WS-PROGRAM-ID                         PIC X(8)             dbank44p
004000       VALUE 'DBANK44P'.                                          dbank44p
004100   05  WS-COMMAREA-LENGTH                    PIC 9(5).            dbank44p
004200   05  WS-RESP                               PIC S9(8) COMP.      dbank44p
004210   05  WS-TXD-RESP                           PIC S9(8) COMP.      dbank44p
004300   05  WS-ABSTIME                            PIC S9(15) COMP-3.   dbank44p
004400   05  WS-TODAY-DATE                         PIC X(8).            dbank44p
004500   05  WS-TODAY-DATE-N REDEFINES WS-TODAY-DATE PIC 9(8).          dbank44p
004600   05  WS-TODAY-TIME                         PIC X(6).            dbank44p
004700   05  WS-ORIG-KEY                           PIC X(31).           dbank44p
004800   05  WS-DISPUTE-AMOUNT                     PIC S9(7)V99 COMP-3. dbank44p
004900   05  WS-TXN-SEQ                            PIC 9(3).            dbank44p
005000   05  WS-MONTH-SUB                          PIC S9(4) COMP.      dbank44p
005100   05  WS-CASE-SUB                           PIC S9(4) COMP.      dbank44p
005200   05  WS-AUDIT-SEQ                          PIC 9(3) VALUE ZERO. dbank44p
005300   05  WS-DUP-FLAG                           PIC X(1).            dbank44p
005400     88  WS-ALREADY-DISPUTED                 VALUE 'Y'.           dbank44p
005500     88  WS-NOT-DISPUTED                     VALUE 'N'.           dbank44p
005600   05  WS-POST-DESC                          PIC X(25).           dbank44p
005700   05  WS-POST-TYPE                          PIC X(3).            dbank44p
005800   05  WS-POST-AMOUNT                        PIC S9(7)V99 COMP-3. dbank44p
005900                                                                  dbank44p
006000 01  WS-MONTH-TABLE-DATA.                                         dbank44p
006100   05  FILLER                              PIC X(36) VALUE        dbank44p
006200       'JanFebMarAprMayJunJulAugSepOctNovDec'.                    dbank44p
006300 01  WS-MONTH-TABLE REDEFINES WS-MONTH-TABLE-DATA.                dbank44p
006400   05  WS-MONTH-NAME                        PIC X(3)              dbank44p
006500       OCCURS 12 TIMES.                                           dbank44p
006600                                                                  dbank44p
006700 01  WS-BNKDISP-REC.                                              dbank44p
006800 COPY CBANKVDP.                                                   dbank44p
006900                                                                  dbank44p
007000 01  WS-BNKACCT-REC.                                              dbank44p
007100 COPY CBANKVAC.                                                   dbank44p
007200                                                                  dbank44p
007300 01  WS-BNKTXN-REC.                                               dbank44p
007400 COPY CBANKVTX.                                                   dbank44p
007410                                                                  dbank44p
007420 01  WS-BNKTXD-REC.                                               dbank44p
007430 COPY CBANKVTD.                                                   dbank44p
007440 01  WS-BNKMRCH-REC.                                              dbank44p
007450 COPY CBANKVMR.                                                   dbank44p
007500                                                                  dbank44p
007600 01  WS-BNKAUDT-REC.                                              dbank44p
007700 COPY CBANKVAD.                                                   dbank44p
007710 01  WS-BNKACHN-REC.                                              dbank44p
007720 COPY CBANKVCN.                                                   dbank44p
007730 01  WS-AUDHSH-PARM.                                              dbank44p
007740 COPY CAUDHSD.                                                    dbank44p
007750 COPY CAUDCHD.                                                    dbank44p
007800                                                                  dbank44p
007900 01  WS-COMMAREA.                                                 dbank44p
008000 COPY CBANKD44.                                                   dbank44p
008100                                                                  dbank44p
008200 COPY CABENDD.                                                    dbank44p
008210                                                                  dbank44p
008220 01  WS-BNKPERF-REC.                                              dbank44p
008230 COPY CBANKVPF.                                                   dbank44p
008240                                                                  dbank44p
008250 COPY CPERFD.                                                     dbank44p
008300                                                                  dbank44p
008400 LINKAGE SECTION.                                                 dbank44p
008500 01  DFHCOMMAREA.                                                 dbank44p
008600   05  LK-COMMAREA                           PIC X(1)             dbank44p
008700       OCCURS 1 TO 4096 TIMES                                     dbank44p
008800         DEPENDING ON WS-COMMAREA-LENGTH.                         dbank44p
008900                                                                  dbank44p
009000 COPY CENTRY.                                                     dbank44p
009010***************************************************************** dbank44p
009020* Start the response-time clock for this request                * dbank44p
009030***************************************************************** dbank44p
009040     PERFORM PERF-TIMER.                                          dbank44p
009050                                                                  dbank44p
009100***************************************************************** dbank44p
009200* Move the passed data to our area                              * dbank44p
009300***************************************************************** dbank44p
009400     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            dbank44p
009500     MOVE DFHCOMMAREA TO WS-COMMAREA.                             dbank44p
009600                                                                  dbank44p
009700***************************************************************** dbank44p
009800* Initialize our output area                                    * dbank44p
009900***************************************************************** dbank44p
010000     MOVE SPACES TO CD44O-DATA.                                   dbank44p
010100     MOVE ZERO TO CD44O-CASE-COUNT.                               dbank44p
010200     MOVE ZERO TO CD44O-CASE-REF.                                 dbank44p
010300     MOVE ZERO TO CD44O-NEW-BALANCE.                              dbank44p
010400                                                                  dbank44p
010500***************************************************************** dbank44p
010600* Now attempt to satisfy the requested function                 * dbank44p
010700***************************************************************** dbank44p
010800     PERFORM GET-TODAY-DATE.                                      dbank44p
010900     EVALUATE TRUE                                                dbank44p
011000       WHEN CD44I-RAISE                                           dbank44p
011100         PERFORM RAISE-DISPUTE-PROCESS                            dbank44p
011200             THRU RAISE-DISPUTE-PROCESS-EXIT                      dbank44p
011300       WHEN CD44I-REPRESENT                                       dbank44p
011400         PERFORM REPRESENT-PROCESS                                dbank44p
011500             THRU REPRESENT-PROCESS-EXIT                          dbank44p
011600       WHEN CD44I-CLOSE                                           dbank44p
011700         PERFORM CLOSE-DISPUTE-PROCESS                            dbank44p
011800             THRU CLOSE-DISPUTE-PROCESS-EXIT                      dbank44p
011900       WHEN OTHER                                                 dbank44p
012000         PERFORM LIST-DISPUTES-PROCESS                            dbank44p
012100             THRU LIST-DISPUTES-PROCESS-EXIT                      dbank44p
012200     END-EVALUATE.                                                dbank44p
012300                                                                  dbank44p
012400***************************************************************** dbank44p
012500* Move the result back to the callers area                      * dbank44p
012600***************************************************************** dbank44p
012700     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       dbank44p
012800                                                                  dbank44p
012810***************************************************************** dbank44p
012820* Log this request's response time to BNKPERF                   * dbank44p
012830***************************************************************** dbank44p
012840     MOVE CD44I-FUNCTION TO WS-PERF-FUNCTION.                     dbank44p
012850     PERFORM PERF-TIMER.                                          dbank44p
012860                                                                  dbank44p
012900***************************************************************** dbank44p
013000* Return to our caller                                          * dbank44p
013100***************************************************************** dbank44p
013200 COPY CRETURN.                                                    dbank44p
013300                                                                  dbank44p
013400***************************************************************** dbank44p
013500* Raise a dispute against one POS posting. Everything is        * dbank44p
013600* validated before anything is written: the original must be a  * dbank44p
013700* card purchase that is neither reversed nor already disputed,  * dbank44p
013800* and the merchant it was bought from must be named so the      * dbank44p
013900* nightly run knows where to charge it back                     * dbank44p
014000***************************************************************** dbank44p
014100 RAISE-DISPUTE-PROCESS.                                           dbank44p
014200     IF CD44I-USERID IS EQUAL TO SPACES                           dbank44p
014300        SET CD44O-REJECTED TO TRUE                                dbank44p
014400        MOVE 'Raising userid is required' TO CD44O-MESSAGE        dbank44p
014500        GO TO RAISE-DISPUTE-PROCESS-EXIT                          dbank44p
014600     END-IF.                                                      dbank44p
014700     IF CD44I-MERCHANT-ID IS EQUAL TO SPACES                      dbank44p
014800        SET CD44O-REJECTED TO TRUE                                dbank44p
014900        MOVE 'Merchant id is required' TO CD44O-MESSAGE           dbank44p
015000        GO TO RAISE-DISPUTE-PROCESS-EXIT                          dbank44p
015100     END-IF.                                                      dbank44p
015110     PERFORM CHECK-DISPUTE-MERCHANT THRU                          dbank44p
015120             CHECK-DISPUTE-MERCHANT-EXIT.                         dbank44p
015130     IF CD44O-REJECTED                                            dbank44p
015140        GO TO RAISE-DISPUTE-PROCESS-EXIT                          dbank44p
015150     END-IF.                                                      dbank44p
015200     MOVE CD44I-REASON TO DP-REC-REASON.                          dbank44p
015300     IF NOT DP-REC-REASON-VALID                                   dbank44p
015400        SET CD44O-REJECTED TO TRUE                                dbank44p
015500        MOVE 'Dispute reason must be FR, NR, DU, AM or QU'        dbank44p
015600          TO CD44O-MESSAGE                                        dbank44p
015700        GO TO RAISE-DISPUTE-PROCESS-EXIT                          dbank44p
015800     END-IF.                                                      dbank44p
015900     MOVE CD44I-ACCNO TO BTX-REC-ACCNO.                           dbank44p
016000     MOVE CD44I-TXN-DATE TO BTX-REC-DATE.                         dbank44p
016100     MOVE CD44I-TXN-TIME TO BTX-REC-TIME.                         dbank44p
016200     MOVE CD44I-TXN-SEQ TO BTX-REC-SEQ.                           dbank44p
016300     MOVE BTX-REC-KEY TO WS-ORIG-KEY.                             dbank44p
016400     EXEC CICS READ FILE('BNKTXN1')                               dbank44p
016500                    INTO(WS-BNKTXN-REC)                           dbank44p
016600                    LENGTH(LENGTH OF WS-BNKTXN-REC)               dbank44p
016700                    RIDFLD(WS-ORIG-KEY)                           dbank44p
016800                    RESP(WS-RESP)                                 dbank44p
016900     END-EXEC.                                                    dbank44p
017000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank44p
017100        SET CD44O-REJECTED TO TRUE                                dbank44p
017200        MOVE 'Original transaction not found' TO CD44O-MESSAGE    dbank44p
017300        GO TO RAISE-DISPUTE-PROCESS-EXIT                          dbank44p
017400     END-IF.                                                      dbank44p
017500     IF BTX-REC-TYPE IS NOT EQUAL TO 'POS'                        dbank44p
017600        SET CD44O-REJECTED TO TRUE                                dbank44p
017700        MOVE 'Only a card purchase can be disputed'               dbank44p
017800          TO CD44O-MESSAGE                                        dbank44p
017900        GO TO RAISE-DISPUTE-PROCESS-EXIT                          dbank44p
018000     END-IF.                                                      dbank44p
018100     IF NOT BTX-REC-NOT-REVERSED                                  dbank44p
018200        SET CD44O-REJECTED TO TRUE                                dbank44p
018300        MOVE 'A reversed purchase cannot be disputed'             dbank44p
018400          TO CD44O-MESSAGE                                        dbank44p
018500        GO TO RAISE-DISPUTE-PROCESS-EXIT                          dbank44p
018600     END-IF.                                                      dbank44p
018700     COMPUTE WS-DISPUTE-AMOUNT = ZERO - BTX-REC-AMOUNT.           dbank44p
018800     IF WS-DISPUTE-AMOUNT IS NOT GREATER THAN ZERO                dbank44p
018900        SET CD44O-REJECTED TO TRUE                                dbank44p
019000        MOVE 'Original posting is not a debit' TO CD44O-MESSAGE   dbank44p
019100        GO TO RAISE-DISPUTE-PROCESS-EXIT                          dbank44p
019200     END-IF.                                                      dbank44p
019300     PERFORM CHECK-ALREADY-DISPUTED                               dbank44p
019400         THRU CHECK-ALREADY-DISPUTED-EXIT.                        dbank44p
019500     IF WS-ALREADY-DISPUTED                                       dbank44p
019600        SET CD44O-REJECTED TO TRUE                                dbank44p
019700        MOVE 'Purchase is already under dispute' TO CD44O-MESSAGE dbank44p
019800        GO TO RAISE-DISPUTE-PROCESS-EXIT                          dbank44p
019900     END-IF.                                                      dbank44p
020000                                                                  dbank44p
020100***************************************************************** dbank44p
020200* Provisional credit to the cardholder first - the case is only * dbank44p
020300* written once the money has moved                              * dbank44p
020400***************************************************************** dbank44p
020500     MOVE WS-DISPUTE-AMOUNT TO WS-POST-AMOUNT.                    dbank44p
020600     MOVE 'DPC' TO WS-POST-TYPE.                                  dbank44p
020700     MOVE SPACES TO WS-POST-DESC.                                 dbank44p
020800     STRING 'Dispute credit ' DELIMITED BY SIZE                   dbank44p
020900            CD44I-TXN-DATE DELIMITED BY SIZE                      dbank44p
021000       INTO WS-POST-DESC.                                         dbank44p
021100     PERFORM POST-TO-CARDHOLDER                                   dbank44p
021200         THRU POST-TO-CARDHOLDER-EXIT.                            dbank44p
021300     IF CD44O-REJECTED                                            dbank44p
021400        GO TO RAISE-DISPUTE-PROCESS-EXIT                          dbank44p
021500     END-IF.                                                      dbank44p
021600                                                                  dbank44p
021700     MOVE SPACES TO WS-BNKDISP-REC.                               dbank44p
021800     MOVE CD44I-ACCNO TO DP-REC-ACCNO.                            dbank44p
021900     MOVE EIBTASKN TO DP-REC-TASKN.                               dbank44p
022000     MOVE WS-ORIG-KEY TO DP-REC-TXN-KEY.                          dbank44p
022100     MOVE BAC-REC-PID TO DP-REC-PID.                              dbank44p
022200     MOVE CD44I-MERCHANT-ID TO DP-REC-MERCHANT-ID.                dbank44p
022300     MOVE WS-DISPUTE-AMOUNT TO DP-REC-AMOUNT.                     dbank44p
022400     MOVE CD44I-REASON TO DP-REC-REASON.                          dbank44p
022500     SET DP-REC-OPEN TO TRUE.                                     dbank44p
022600     SET DP-REC-ROUTE-PENDING TO TRUE.                            dbank44p
022700     MOVE ZERO TO DP-REC-FEE-REFUND.                              dbank44p
022800     SET DP-REC-MERCH-ADJ-NONE TO TRUE.                           dbank44p
022900     MOVE WS-TODAY-DATE-N TO DP-REC-RAISED-DTE.                   dbank44p
023000     MOVE CD44I-USERID TO DP-REC-RAISED-USERID.                   dbank44p
023100     MOVE ZERO TO DP-REC-CHBK-DTE.                                dbank44p
023200     MOVE ZERO TO DP-REC-REPRES-DTE.                              dbank44p
023300     MOVE ZERO TO DP-REC-CLOSED-DTE.                              dbank44p
023400     EXEC CICS WRITE FILE('BNKDISP')                              dbank44p
023500               FROM(WS-BNKDISP-REC)                               dbank44p
023600               RIDFLD(DP-REC-KEY)                                 dbank44p
023700               LENGTH(LENGTH OF WS-BNKDISP-REC)                   dbank44p
023800               RESP(WS-RESP)                                      dbank44p
023900     END-EXEC.                                                    dbank44p
024000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank44p
024100        SET CD44O-REJECTED TO TRUE                                dbank44p
024200        MOVE 'Credit posted but case not recorded - call support' dbank44p
024300          TO CD44O-MESSAGE                                        dbank44p
024400        GO TO RAISE-DISPUTE-PROCESS-EXIT                          dbank44p
024500     END-IF.                                                      dbank44p
024600     SET AD-REC-ACTION-ADD TO TRUE.                               dbank44p
024700     PERFORM WRITE-AUDIT-RECORD.                                  dbank44p
024800     SET CD44O-OK TO TRUE.                                        dbank44p
024900     MOVE EIBTASKN TO CD44O-CASE-REF.                             dbank44p
025000     MOVE 'Dispute raised - provisional credit posted'            dbank44p
025100       TO CD44O-MESSAGE.                                          dbank44p
025200 RAISE-DISPUTE-PROCESS-EXIT.                                      dbank44p
025300     EXIT.                                                        dbank44p
025400                                                                  dbank44p
025500***************************************************************** dbank44p
025600* One purchase, one case - browse the account's cases for one   * dbank44p
025700* already pointing at the same posting                          * dbank44p
025800***************************************************************** dbank44p
025900 CHECK-ALREADY-DISPUTED.                                          dbank44p
026000     SET WS-NOT-DISPUTED TO TRUE.                                 dbank44p
026100     MOVE LOW-VALUES TO DP-REC-KEY.                               dbank44p
026200     MOVE CD44I-ACCNO TO DP-REC-ACCNO.                            dbank44p
026300     EXEC CICS STARTBR FILE('BNKDISP')                            dbank44p
026400                       RIDFLD(DP-REC-KEY)                         dbank44p
026500                       GTEQ                                       dbank44p
026600                       RESP(WS-RESP)                              dbank44p
026700     END-EXEC.                                                    dbank44p
026800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank44p
026900        GO TO CHECK-ALREADY-DISPUTED-EXIT                         dbank44p
027000     END-IF.                                                      dbank44p
027100 CHECK-DISPUTED-LOOP.                                             dbank44p
027200     EXEC CICS READNEXT FILE('BNKDISP')                           dbank44p
027300                        INTO(WS-BNKDISP-REC)                      dbank44p
027400                        LENGTH(LENGTH OF WS-BNKDISP-REC)          dbank44p
027500                        RIDFLD(DP-REC-KEY)                        dbank44p
027600                        RESP(WS-RESP)                             dbank44p
027700     END-EXEC.                                                    dbank44p
027800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                dbank44p
027900        DP-REC-ACCNO IS NOT EQUAL TO CD44I-ACCNO                  dbank44p
028000        GO TO CHECK-DISPUTED-LOOP-EXIT                            dbank44p
028100     END-IF.                                                      dbank44p
028200     IF DP-REC-TXN-KEY IS EQUAL TO WS-ORIG-KEY                    dbank44p
028300        SET WS-ALREADY-DISPUTED TO TRUE                           dbank44p
028400        GO TO CHECK-DISPUTED-LOOP-EXIT                            dbank44p
028500     END-IF.                                                      dbank44p
028600     GO TO CHECK-DISPUTED-LOOP.                                   dbank44p
028700 CHECK-DISPUTED-LOOP-EXIT.                                        dbank44p
028800     EXEC CICS ENDBR FILE('BNKDISP')                              dbank44p
028900     END-EXEC.                                                    dbank44p
029000 CHECK-ALREADY-DISPUTED-EXIT.                                     dbank44p
029100     EXIT.                                                        dbank44p
029200                                                                  dbank44p
029203***************************************************************** dbank44p
029206* Check the disputed merchant. It must be on BNKMRCH            * dbank44p
029209* unless the caller has marked it as another acquirer's         * dbank44p
029212* (off-us) merchant, which we will not hold on file             * dbank44p
029215***************************************************************** dbank44p
029218 CHECK-DISPUTE-MERCHANT.                                          dbank44p
029221     EXEC CICS READ FILE('BNKMRCH')                               dbank44p
029224                    INTO(WS-BNKMRCH-REC)                          dbank44p
029227                    LENGTH(LENGTH OF WS-BNKMRCH-REC)              dbank44p
029230                    RIDFLD(CD44I-MERCHANT-ID)                     dbank44p
029233                    RESP(WS-RESP)                                 dbank44p
029236     END-EXEC.                                                    dbank44p
029239     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank44p
029242        GO TO CHECK-DISPUTE-MERCHANT-EXIT                         dbank44p
029245     END-IF.                                                      dbank44p
029248     IF WS-RESP IS EQUAL TO DFHRESP(NOTFND) AND                   dbank44p
029251        CD44I-MERCHANT-OFF-US                                     dbank44p
029254        GO TO CHECK-DISPUTE-MERCHANT-EXIT                         dbank44p
029257     END-IF.                                                      dbank44p
029260     SET CD44O-REJECTED TO TRUE.                                  dbank44p
029263     MOVE 'Merchant not on file and not marked off-us'            dbank44p
029266       TO CD44O-MESSAGE.                                          dbank44p
029269 CHECK-DISPUTE-MERCHANT-EXIT.                                     dbank44p
029272     EXIT.                                                        dbank44p
029275                                                                  dbank44p
029300***************************************************************** dbank44p
029400* The merchant has answered the chargeback with evidence. Only  * dbank44p
029500* a case already charged back can be re-presented; the case     * dbank44p
029600* then waits for the final outcome                              * dbank44p
029700***************************************************************** dbank44p
029800 REPRESENT-PROCESS.                                               dbank44p
029900     PERFORM READ-CASE-FOR-UPDATE                                 dbank44p
030000         THRU READ-CASE-FOR-UPDATE-EXIT.                          dbank44p
030100     IF CD44O-REJECTED                                            dbank44p
030200        GO TO REPRESENT-PROCESS-EXIT                              dbank44p
030300     END-IF.                                                      dbank44p
030400     IF NOT DP-REC-CHARGED-BACK AND                               dbank44p
030500        NOT DP-REC-SENT-TO-NETWORK                                dbank44p
030600        EXEC CICS UNLOCK FILE('BNKDISP')                          dbank44p
030700        END-EXEC                                                  dbank44p
030800        SET CD44O-REJECTED TO TRUE                                dbank44p
030900        MOVE 'Only a charged-back case can be re-presented'       dbank44p
031000          TO CD44O-MESSAGE                                        dbank44p
031100        GO TO REPRESENT-PROCESS-EXIT                              dbank44p
031200     END-IF.                                                      dbank44p
031300     MOVE WS-BNKDISP-REC TO AD-REC-BEFORE-IMAGE.                  dbank44p
031400     SET DP-REC-REPRESENTED TO TRUE.                              dbank44p
031500     MOVE WS-TODAY-DATE-N TO DP-REC-REPRES-DTE.                   dbank44p
031600     PERFORM REWRITE-CASE                                         dbank44p
031700         THRU REWRITE-CASE-EXIT.                                  dbank44p
031800     IF CD44O-REJECTED                                            dbank44p
031900        GO TO REPRESENT-PROCESS-EXIT                              dbank44p
032000     END-IF.                                                      dbank44p
032100     SET AD-REC-ACTION-CHANGE TO TRUE.                            dbank44p
032200     PERFORM WRITE-AUDIT-RECORD.                                  dbank44p
032300     SET CD44O-OK TO TRUE.                                        dbank44p
032400     MOVE DP-REC-TASKN TO CD44O-CASE-REF.                         dbank44p
032500     MOVE 'Re-presentment recorded' TO CD44O-MESSAGE.             dbank44p
032600 REPRESENT-PROCESS-EXIT.                                          dbank44p
032700     EXIT.                                                        dbank44p
032800                                                                  dbank44p
032900***************************************************************** dbank44p
033000* Final outcome. Won - the provisional credit stands. Lost - the *dbank44p
033100* credit is taken back from the cardholder and, where an on-us  * dbank44p
033200* merchant was debited, the merchant is re-credited by the      * dbank44p
033300* nightly run. A case not yet charged back can only be lost     * dbank44p
033400* (the cardholder withdrawing the claim)                        * dbank44p
033500***************************************************************** dbank44p
033600 CLOSE-DISPUTE-PROCESS.                                           dbank44p
033700     IF CD44I-USERID IS EQUAL TO SPACES                           dbank44p
033800        SET CD44O-REJECTED TO TRUE                                dbank44p
033900        MOVE 'Closing userid is required' TO CD44O-MESSAGE        dbank44p
034000        GO TO CLOSE-DISPUTE-PROCESS-EXIT                          dbank44p
034100     END-IF.                                                      dbank44p
034200     IF NOT CD44I-CARDHOLDER-WON AND                              dbank44p
034300        NOT CD44I-CARDHOLDER-LOST                                 dbank44p
034400        SET CD44O-REJECTED TO TRUE                                dbank44p
034500        MOVE 'Outcome must be W (won) or L (lost)'                dbank44p
034600          TO CD44O-MESSAGE                                        dbank44p
034700        GO TO CLOSE-DISPUTE-PROCESS-EXIT                          dbank44p
034800     END-IF.                                                      dbank44p
034900     PERFORM READ-CASE-FOR-UPDATE                                 dbank44p
035000         THRU READ-CASE-FOR-UPDATE-EXIT.                          dbank44p
035100     IF CD44O-REJECTED                                            dbank44p
035200        GO TO CLOSE-DISPUTE-PROCESS-EXIT                          dbank44p
035300     END-IF.                                                      dbank44p
035400     IF DP-REC-CLOSED                                             dbank44p
035500        EXEC CICS UNLOCK FILE('BNKDISP')                          dbank44p
035600        END-EXEC                                                  dbank44p
035700        SET CD44O-REJECTED TO TRUE                                dbank44p
035800        MOVE 'Case is already closed' TO CD44O-MESSAGE            dbank44p
035900        GO TO CLOSE-DISPUTE-PROCESS-EXIT                          dbank44p
036000     END-IF.                                                      dbank44p
036100     IF DP-REC-OPEN AND CD44I-CARDHOLDER-WON                      dbank44p
036200        EXEC CICS UNLOCK FILE('BNKDISP')                          dbank44p
036300        END-EXEC                                                  dbank44p
036400        SET CD44O-REJECTED TO TRUE                                dbank44p
036500        MOVE 'Chargeback not yet sent - case cannot be won yet'   dbank44p
036600          TO CD44O-MESSAGE                                        dbank44p
036700        GO TO CLOSE-DISPUTE-PROCESS-EXIT                          dbank44p
036800     END-IF.                                                      dbank44p
036900     MOVE WS-BNKDISP-REC TO AD-REC-BEFORE-IMAGE.                  dbank44p
037000     IF CD44I-CARDHOLDER-LOST                                     dbank44p
037100        COMPUTE WS-POST-AMOUNT = ZERO - DP-REC-AMOUNT             dbank44p
037200        MOVE 'DPR' TO WS-POST-TYPE                                dbank44p
037300        MOVE SPACES TO WS-POST-DESC                               dbank44p
037400        STRING 'Dispute lost ' DELIMITED BY SIZE                  dbank44p
037500               DP-REC-TXN-DATE DELIMITED BY SIZE                  dbank44p
037600          INTO WS-POST-DESC                                       dbank44p
037700        PERFORM POST-TO-CARDHOLDER                                dbank44p
037800            THRU POST-TO-CARDHOLDER-EXIT                          dbank44p
037900        IF CD44O-REJECTED                                         dbank44p
038000           EXEC CICS UNLOCK FILE('BNKDISP')                       dbank44p
038100           END-EXEC                                               dbank44p
038200           GO TO CLOSE-DISPUTE-PROCESS-EXIT                       dbank44p
038300        END-IF                                                    dbank44p
038400        IF DP-REC-ROUTE-ON-US                                     dbank44p
038500           SET DP-REC-MERCH-ADJ-PENDING TO TRUE                   dbank44p
038600        END-IF                                                    dbank44p
038700        SET DP-REC-LOST TO TRUE                                   dbank44p
038800     ELSE                                                         dbank44p
038900        SET DP-REC-WON TO TRUE                                    dbank44p
039000     END-IF.                                                      dbank44p
039100     MOVE WS-TODAY-DATE-N TO DP-REC-CLOSED-DTE.                   dbank44p
039200     MOVE CD44I-USERID TO DP-REC-CLOSED-USERID.                   dbank44p
039300     PERFORM REWRITE-CASE                                         dbank44p
039400         THRU REWRITE-CASE-EXIT.                                  dbank44p
039500     IF CD44O-REJECTED                                            dbank44p
039600        GO TO CLOSE-DISPUTE-PROCESS-EXIT                          dbank44p
039700     END-IF.                                                      dbank44p
039800     SET AD-REC-ACTION-CHANGE TO TRUE.                            dbank44p
039900     PERFORM WRITE-AUDIT-RECORD.                                  dbank44p
040000     SET CD44O-OK TO TRUE.                                        dbank44p
040100     MOVE DP-REC-TASKN TO CD44O-CASE-REF.                         dbank44p
040200     IF DP-REC-WON                                                dbank44p
040300        MOVE 'Case closed - provisional credit made final'        dbank44p
040400          TO CD44O-MESSAGE                                        dbank44p
040500     ELSE                                                         dbank44p
040600        MOVE 'Case closed - provisional credit reversed'          dbank44p
040700          TO CD44O-MESSAGE                                        dbank44p
040800     END-IF.                                                      dbank44p
040900 CLOSE-DISPUTE-PROCESS-EXIT.                                      dbank44p
041000     EXIT.                                                        dbank44p
041100                                                                  dbank44p
041200***************************************************************** dbank44p
041300* List the account's dispute cases, open and closed             * dbank44p
041400***************************************************************** dbank44p
041500 LIST-DISPUTES-PROCESS.                                           dbank44p
041600     MOVE LOW-VALUES TO DP-REC-KEY.                               dbank44p
041700     MOVE CD44I-ACCNO TO DP-REC-ACCNO.                            dbank44p
041800     EXEC CICS STARTBR FILE('BNKDISP')                            dbank44p
041900                       RIDFLD(DP-REC-KEY)                         dbank44p
042000                       GTEQ                                       dbank44p
042100                       RESP(WS-RESP)                              dbank44p
042200     END-EXEC.                                                    dbank44p
042300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank44p
042400        MOVE 'No disputes on account' TO CD44O-MESSAGE            dbank44p
042500        GO TO LIST-DISPUTES-PROCESS-EXIT                          dbank44p
042600     END-IF.                                                      dbank44p
042700     MOVE 0 TO WS-CASE-SUB.                                       dbank44p
042800 LIST-DISPUTES-LOOP.                                              dbank44p
042900     IF WS-CASE-SUB IS EQUAL TO 10                                dbank44p
043000        GO TO LIST-DISPUTES-LOOP-EXIT                             dbank44p
043100     END-IF.                                                      dbank44p
043200     EXEC CICS READNEXT FILE('BNKDISP')                           dbank44p
043300                        INTO(WS-BNKDISP-REC)                      dbank44p
043400                        LENGTH(LENGTH OF WS-BNKDISP-REC)          dbank44p
043500                        RIDFLD(DP-REC-KEY)                        dbank44p
043600                        RESP(WS-RESP)                             dbank44p
043700     END-EXEC.                                                    dbank44p
043800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                dbank44p
043900        DP-REC-ACCNO IS NOT EQUAL TO CD44I-ACCNO                  dbank44p
044000        GO TO LIST-DISPUTES-LOOP-EXIT                             dbank44p
044100     END-IF.                                                      dbank44p
044200     ADD 1 TO WS-CASE-SUB.                                        dbank44p
044300     MOVE DP-REC-TASKN TO CD44O-CASE-TASKN (WS-CASE-SUB).         dbank44p
044400     MOVE DP-REC-TXN-DATE TO CD44O-CASE-TXN-DATE (WS-CASE-SUB).   dbank44p
044500     MOVE DP-REC-MERCHANT-ID                                      dbank44p
044600       TO CD44O-CASE-MERCHANT-ID (WS-CASE-SUB).                   dbank44p
044700     MOVE DP-REC-AMOUNT TO CD44O-CASE-AMOUNT (WS-CASE-SUB).       dbank44p
044800     MOVE DP-REC-REASON TO CD44O-CASE-REASON (WS-CASE-SUB).       dbank44p
044900     MOVE DP-REC-STATUS TO CD44O-CASE-STATUS (WS-CASE-SUB).       dbank44p
045000     MOVE DP-REC-RAISED-DTE                                       dbank44p
045100       TO CD44O-CASE-RAISED-DTE (WS-CASE-SUB).                    dbank44p
045200     GO TO LIST-DISPUTES-LOOP.                                    dbank44p
045300 LIST-DISPUTES-LOOP-EXIT.                                         dbank44p
045400     MOVE WS-CASE-SUB TO CD44O-CASE-COUNT.                        dbank44p
045500     EXEC CICS ENDBR FILE('BNKDISP')                              dbank44p
045600     END-EXEC.                                                    dbank44p
045700     SET CD44O-OK TO TRUE.                                        dbank44p
045800     IF WS-CASE-SUB IS EQUAL TO ZERO                              dbank44p
045900        MOVE 'No disputes on account' TO CD44O-MESSAGE            dbank44p
046000     END-IF.                                                      dbank44p
046100 LIST-DISPUTES-PROCESS-EXIT.                                      dbank44p
046200     EXIT.                                                        dbank44p
046300                                                                  dbank44p
046400***************************************************************** dbank44p
046500* Read the case named by account and case reference for update  * dbank44p
046600***************************************************************** dbank44p
046700 READ-CASE-FOR-UPDATE.                                            dbank44p
046800     MOVE CD44I-ACCNO TO DP-REC-ACCNO.                            dbank44p
046900     MOVE CD44I-CASE-REF TO DP-REC-TASKN.                         dbank44p
047000     EXEC CICS READ FILE('BNKDISP')                               dbank44p
047100                    INTO(WS-BNKDISP-REC)                          dbank44p
047200                    LENGTH(LENGTH OF WS-BNKDISP-REC)              dbank44p
047300                    RIDFLD(DP-REC-KEY)                            dbank44p
047400                    UPDATE                                        dbank44p
047500                    RESP(WS-RESP)                                 dbank44p
047600     END-EXEC.                                                    dbank44p
047700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank44p
047800        SET CD44O-REJECTED TO TRUE                                dbank44p
047900        MOVE 'Dispute case not found' TO CD44O-MESSAGE            dbank44p
048000     END-IF.                                                      dbank44p
048100 READ-CASE-FOR-UPDATE-EXIT.                                       dbank44p
048200     EXIT.                                                        dbank44p
048300                                                                  dbank44p
048400 REWRITE-CASE.                                                    dbank44p
048500     EXEC CICS REWRITE FILE('BNKDISP')                            dbank44p
048600                   FROM(WS-BNKDISP-REC)                           dbank44p
048700                   LENGTH(LENGTH OF WS-BNKDISP-REC)               dbank44p
048800                   RESP(WS-RESP)                                  dbank44p
048900     END-EXEC.                                                    dbank44p
049000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank44p
049100        SET CD44O-REJECTED TO TRUE                                dbank44p
049200        MOVE 'Unable to update dispute case' TO CD44O-MESSAGE     dbank44p
049300     END-IF.                                                      dbank44p
049400 REWRITE-CASE-EXIT.                                               dbank44p
049500     EXIT.                                                        dbank44p
049600                                                                  dbank44p
049700***************************************************************** dbank44p
049800* Apply WS-POST-AMOUNT to the cardholder's account and write    * dbank44p
049900* the matching BNKTXN entry of type WS-POST-TYPE                 *dbank44p
050000***************************************************************** dbank44p
050100 POST-TO-CARDHOLDER.                                              dbank44p
050200     EXEC CICS READ FILE('BNKACCT')                               dbank44p
050300                    INTO(WS-BNKACCT-REC)                          dbank44p
050400                    LENGTH(LENGTH OF WS-BNKACCT-REC)              dbank44p
050500                    RIDFLD(CD44I-ACCNO)                           dbank44p
050600                    UPDATE                                        dbank44p
050700                    RESP(WS-RESP)                                 dbank44p
050800     END-EXEC.                                                    dbank44p
050900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank44p
051000        SET CD44O-REJECTED TO TRUE                                dbank44p
051100        MOVE 'Account not found' TO CD44O-MESSAGE                 dbank44p
051200        GO TO POST-TO-CARDHOLDER-EXIT                             dbank44p
051300     END-IF.                                                      dbank44p
051310     IF NOT BAC-REC-ACTIVE                                        dbank44p
051320        EXEC CICS UNLOCK FILE('BNKACCT')                          dbank44p
051330        END-EXEC                                                  dbank44p
051340        SET CD44O-REJECTED TO TRUE                                dbank44p
051350        MOVE 'Account is closed or frozen - nothing posted'       dbank44p
051360          TO CD44O-MESSAGE                                        dbank44p
051370        GO TO POST-TO-CARDHOLDER-EXIT                             dbank44p
051380     END-IF.                                                      dbank44p
051400     ADD WS-POST-AMOUNT TO BAC-REC-BALANCE.                       dbank44p
051500     EXEC CICS REWRITE FILE('BNKACCT')                            dbank44p
051600                   FROM(WS-BNKACCT-REC)                           dbank44p
051700                   LENGTH(LENGTH OF WS-BNKACCT-REC)               dbank44p
051800                   RESP(WS-RESP)                                  dbank44p
051900     END-EXEC.                                                    dbank44p
052000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank44p
052100        SET CD44O-REJECTED TO TRUE                                dbank44p
052200        MOVE 'Unable to update account balance'                   dbank44p
052300          TO CD44O-MESSAGE                                        dbank44p
052400        GO TO POST-TO-CARDHOLDER-EXIT                             dbank44p
052500     END-IF.                                                      dbank44p
052600     MOVE BAC-REC-BALANCE TO CD44O-NEW-BALANCE.                   dbank44p
052700     MOVE SPACES TO WS-BNKTXN-REC.                                dbank44p
052800     MOVE CD44I-ACCNO TO BTX-REC-ACCNO.                           dbank44p
052900     PERFORM FORMAT-TXN-DATE.                                     dbank44p
053000     MOVE WS-TODAY-TIME TO BTX-REC-TIME.                          dbank44p
053100     COMPUTE WS-TXN-SEQ = FUNCTION MOD(EIBTASKN, 999) + 1.        dbank44p
053200     MOVE WS-TXN-SEQ TO BTX-REC-SEQ.                              dbank44p
053300     MOVE WS-POST-AMOUNT TO BTX-REC-AMOUNT.                       dbank44p
053400     MOVE WS-POST-DESC TO BTX-REC-DESC.                           dbank44p
053500     MOVE BAC-REC-BALANCE TO BTX-REC-BALANCE.                     dbank44p
053600     MOVE WS-POST-TYPE TO BTX-REC-TYPE.                           dbank44p
053700     MOVE ZERO TO BTX-REC-CHEQUE-NO.                              dbank44p
053800     MOVE WS-TODAY-DATE-N TO BTX-REC-VALUE-DTE.                   dbank44p
053850     SET BTX-REC-CHN-ONLINE TO TRUE.                              dbank44p
053900     EXEC CICS WRITE FILE('BNKTXN1')                              dbank44p
054000               FROM(WS-BNKTXN-REC)                                dbank44p
054100               RIDFLD(BTX-REC-KEY)                                dbank44p
054200               LENGTH(LENGTH OF WS-BNKTXN-REC)                    dbank44p
054300               RESP(WS-RESP)                                      dbank44p
054400     END-EXEC.                                                    dbank44p
054410     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank44p
054420        PERFORM WRITE-DAILY-JOURNAL                               dbank44p
054430     END-IF.                                                      dbank44p
054440     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank44p
054450        PERFORM REVERSE-FAILED-POSTING THRU                       dbank44p
054460                REVERSE-FAILED-POSTING-EXIT                       dbank44p
054470        GO TO POST-TO-CARDHOLDER-EXIT                             dbank44p
054480     END-IF.                                                      dbank44p
054500 POST-TO-CARDHOLDER-EXIT.                                         dbank44p
054600     EXIT.                                                        dbank44p
054700                                                                  dbank44p
054703***************************************************************** dbank44p
054706* The BNKTXN1 write failed after the balance was                * dbank44p
054709* rewritten. Back the amount out again so the account           * dbank44p
054712* is not left changed without a transaction behind it           * dbank44p
054715***************************************************************** dbank44p
054718 REVERSE-FAILED-POSTING.                                          dbank44p
054721     EXEC CICS READ FILE('BNKACCT')                               dbank44p
054724                    INTO(WS-BNKACCT-REC)                          dbank44p
054727                    LENGTH(LENGTH OF WS-BNKACCT-REC)              dbank44p
054730                    RIDFLD(CD44I-ACCNO)                           dbank44p
054733                    UPDATE                                        dbank44p
054736                    RESP(WS-RESP)                                 dbank44p
054739     END-EXEC.                                                    dbank44p
054742     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank44p
054745        SUBTRACT WS-POST-AMOUNT FROM BAC-REC-BALANCE              dbank44p
054748        EXEC CICS REWRITE FILE('BNKACCT')                         dbank44p
054751                      FROM(WS-BNKACCT-REC)                        dbank44p
054754                      LENGTH(LENGTH OF WS-BNKACCT-REC)            dbank44p
054757                      RESP(WS-RESP)                               dbank44p
054760        END-EXEC                                                  dbank44p
054763        MOVE BAC-REC-BALANCE TO CD44O-NEW-BALANCE                 dbank44p
054766     END-IF.                                                      dbank44p
054769     SET CD44O-REJECTED TO TRUE.                                  dbank44p
054772     MOVE 'Unable to record transaction - posting reversed'       dbank44p
054775       TO CD44O-MESSAGE.                                          dbank44p
054778 REVERSE-FAILED-POSTING-EXIT.                                     dbank44p
054781     EXIT.                                                        dbank44p
054784                                                                  dbank44p
054800***************************************************************** dbank44p
054900* One audit record per case change - the case before and after *  dbank44p
055000***************************************************************** dbank44p
055100 WRITE-AUDIT-RECORD.                                              dbank44p
055200     ADD 1 TO WS-AUDIT-SEQ.                                       dbank44p
055300     MOVE EIBTASKN TO AD-REC-TASKN.                               dbank44p
055400     MOVE WS-AUDIT-SEQ TO AD-REC-SEQ.                             dbank44p
055500     MOVE 'BNKDISP ' TO AD-REC-TABLE.                             dbank44p
055600     MOVE CD44I-USERID TO AD-REC-USERID.                          dbank44p
055700     MOVE WS-TODAY-DATE-N TO AD-REC-DATE.                         dbank44p
055800     MOVE WS-TODAY-TIME TO AD-REC-TIME.                           dbank44p
055900     IF AD-REC-ACTION-ADD                                         dbank44p
056000        MOVE SPACES TO AD-REC-BEFORE-IMAGE                        dbank44p
056100     END-IF.                                                      dbank44p
056200     MOVE WS-BNKDISP-REC TO AD-REC-AFTER-IMAGE.                   dbank44p
056300     PERFORM AUDIT-CHAIN-WRITE                                    dbank44p
056400         THRU AUDIT-CHAIN-WRITE-EXIT.                             dbank44p
056900 WRITE-AUDIT-RECORD-EXIT.                                         dbank44p
057000     EXIT.                                                        dbank44p
057100                                                                  dbank44p
057200***************************************************************** dbank44p
057300* Get today's date                                              * dbank44p
057400***************************************************************** dbank44p
057500 GET-TODAY-DATE.                                                  dbank44p
057600     EXEC CICS ASKTIME                                            dbank44p
057700               ABSTIME(WS-ABSTIME)                                dbank44p
057800     END-EXEC.                                                    dbank44p
057900     EXEC CICS FORMATTIME                                         dbank44p
058000               ABSTIME(WS-ABSTIME)                                dbank44p
058100               YYYYMMDD(WS-TODAY-DATE)                            dbank44p
058200               TIME(WS-TODAY-TIME)                                dbank44p
058300     END-EXEC.                                                    dbank44p
058400 GET-TODAY-DATE-EXIT.                                             dbank44p
058500     EXIT.                                                        dbank44p
058600                                                                  dbank44p
058605***************************************************************** dbank44p
058610* Copy the posting just written to BNKTXN1 into the BNKTXD      * dbank44p
058615* daily posting journal that the nightly jobs read. Its own     * dbank44p
058620* RESP leaves WS-RESP as the BNKTXN1 write set it; a missed     * dbank44p
058625* journal entry is reported by the ZBNKTXJP proof               * dbank44p
058630***************************************************************** dbank44p
058635 WRITE-DAILY-JOURNAL.                                             dbank44p
058640     MOVE WS-TODAY-DATE-N TO TD-REC-POST-DTE.                     dbank44p
058645     MOVE WS-BNKTXN-REC TO TD-REC-TXN.                            dbank44p
058650     EXEC CICS WRITE FILE('BNKTXD')                               dbank44p
058655               FROM(WS-BNKTXD-REC)                                dbank44p
058660               RIDFLD(TD-REC-KEY)                                 dbank44p
058665               LENGTH(LENGTH OF WS-BNKTXD-REC)                    dbank44p
058670               RESP(WS-TXD-RESP)                                  dbank44p
058675     END-EXEC.                                                    dbank44p
058680                                                                  dbank44p
058700***************************************************************** dbank44p
058800* Build a "DD Mon YYYY" display date in BTX-REC-DATE from the   * dbank44p
058900* numeric date obtained by GET-TODAY-DATE                       * dbank44p
059000***************************************************************** dbank44p
059100 FORMAT-TXN-DATE.                                                 dbank44p
059200     MOVE WS-TODAY-DATE(5:2) TO WS-MONTH-SUB.                     dbank44p
059300     STRING WS-TODAY-DATE(7:2) DELIMITED BY SIZE                  dbank44p
059400            ' ' DELIMITED BY SIZE                                 dbank44p
059500            WS-MONTH-NAME (WS-MONTH-SUB) DELIMITED BY SIZE        dbank44p
059600            ' ' DELIMITED BY SIZE                                 dbank44p
059700            WS-TODAY-DATE(1:4) DELIMITED BY SIZE                  dbank44p
059800       INTO BTX-REC-DATE.                                         dbank44p
059900 FORMAT-TXN-DATE-EXIT.                                            dbank44p
060000     EXIT.                                                        dbank44p
060100                                                                  dbank44p
060130 COPY CPERFP.                                                     dbank44p
060140 COPY CAUDCHP.                                                    dbank44p
060160                                                                  dbank44p
060200* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank44p
