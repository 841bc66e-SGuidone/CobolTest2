000100***************************************************************** dbank52p
000200*                                                               * dbank52p
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   * dbank52p
000400*   This demonstration program is provided for use by users     * dbank52p
000500*   of Micro Focus products and may be used, modified and       * dbank52p
000600*   distributed as part of your application provided that       * dbank52p
000700*   you properly acknowledge the copyright of Micro Focus       * dbank52p
000800*   in this material.                                           * dbank52p
000900*                                                               * dbank52p
001000***************************************************************** dbank52p
001100                                                                  dbank52p
001200***************************************************************** dbank52p
001300* Program:     DBANK52P.CBL                                     * dbank52p
001400* Function:    Cheque deposits drawn on other banks. Credits    * dbank52p
001500*              the account, places an uncleared-funds hold on   * dbank52p
001600*              BNKHOLD for the amount that expires when the     * dbank52p
001700*              clearing period (business days on the BNKHCAL    * dbank52p
001800*              calendar) has run, and records the cheque on     * dbank52p
001900*              BNKCHQD for the nightly outward clearing run,    * dbank52p
002000*              ZBNKCHQO. Also lists the cheques deposited to an * dbank52p
002100*              account with their clearing state.               * dbank52p
002110*              Postings are also copied to the BNKTXD daily     * dbank52p
002120*              posting journal for the nightly jobs             * dbank52p
002200*              VSAM version                                     * dbank52p
002300***************************************************************** dbank52p
002400                                                                  dbank52p
002500 IDENTIFICATION DIVISION.                                         dbank52p
002600 PROGRAM-ID.                                                      dbank52p
002700     DBANK52P.                                                    dbank52p
002800 DATE-WRITTEN.                                                    dbank52p
002900     October 2026.                                                dbank52p
003000 DATE-COMPILED.                                                   dbank52p
003100     Today.                                                       dbank52p
003200                                                                  dbank52p
003300 ENVIRONMENT DIVISION.                                            dbank52p
003400                                                                  dbank52p
003500 DATA DIVISION.                                                   dbank52p
003600                                                                  dbank52p
003700 WORKING-STORAGE SECTION.                                         dbank52p
003800 01  WS-MISC-STORAGE.                                             dbank52p
003900   05  WS-PROGRAM-ID                         PIC X(8)             dbank52p
004000       VALUE 'DBANK52P'.                                          dbank52p
004100   05  WS-COMMAREA-LENGTH                    PIC 9(5).            dbank52p
004200   05  WS-RESP                               PIC S9(8) COMP.      dbank52p
004210   05  WS-TXD-RESP                           PIC S9(8) COMP.      dbank52p
004300   05  WS-ABSTIME                            PIC S9(15) COMP-3.   dbank52p
004400   05  WS-TODAY-DATE                         PIC X(8).            dbank52p
004500   05  WS-TODAY-DATE-N REDEFINES WS-TODAY-DATE PIC 9(8).          dbank52p
004600   05  WS-TODAY-TIME                         PIC X(6).            dbank52p
004700   05  WS-MONTH-SUB                          PIC S9(4) COMP.      dbank52p
004800   05  WS-TXN-SEQ                            PIC 9(3).            dbank52p
004900   05  WS-DEPOSIT-SUB                        PIC S9(4) COMP.      dbank52p
005000   05  WS-BNKSYSC-RID                        PIC X(8).            dbank52p
005100   05  WS-POSTING-FLAG                       PIC X(1).            dbank52p
005200     88  WS-POSTING-OPEN                     VALUE 'O'.           dbank52p
005300     88  WS-POSTING-QUIESCED                 VALUE 'Q'.           dbank52p
005400                                                                  dbank52p
005500***************************************************************** dbank52p
005600* Clearing period. Three business days unless the CHQCLEAR      * dbank52p
005700* control record on BNKSYSC carries another number of days in   * dbank52p
005800* its amount.                                                   * dbank52p
005900***************************************************************** dbank52p
006000 01  WS-CLEARING-WORK.                                            dbank52p
006100   05  WS-CLEARING-DAYS                      PIC 9(2) VALUE 3.    dbank52p
006200   05  WS-BDAYS-COUNTED                      PIC 9(2).            dbank52p
006300   05  WS-BDAY-DATE-N                        PIC 9(8).            dbank52p
006400   05  WS-BDAY-INT                           PIC 9(8).            dbank52p
006500   05  WS-BDAY-DOW                           PIC 9(1).            dbank52p
006600   05  WS-CLEAR-DATE-N                       PIC 9(8).            dbank52p
006700   05  WS-EXPIRY-DATE-N                      PIC 9(8).            dbank52p
006800                                                                  dbank52p
006900 01  WS-MONTH-TABLE-DATA.                                         dbank52p
007000   05  FILLER                              PIC X(36) VALUE        dbank52p
007100       'JanFebMarAprMayJunJulAugSepOctNovDec'.                    dbank52p
007200 01  WS-MONTH-TABLE REDEFINES WS-MONTH-TABLE-DATA.                dbank52p
007300   05  WS-MONTH-NAME                        PIC X(3)              dbank52p
007400       OCCURS 12 TIMES.                                           dbank52p
007500                                                                  dbank52p
007600 01  WS-BNKACCT-REC.                                              dbank52p
007700 COPY CBANKVAC.                                                   dbank52p
007800                                                                  dbank52p
007900 01  WS-BNKTXN-REC.                                               dbank52p
008000 COPY CBANKVTX.                                                   dbank52p
008010                                                                  dbank52p
008020 01  WS-BNKTXD-REC.                                               dbank52p
008030 COPY CBANKVTD.                                                   dbank52p
008100                                                                  dbank52p
008200 01  WS-BNKHOLD-REC.                                              dbank52p
008300 COPY CBANKVHD.                                                   dbank52p
008400                                                                  dbank52p
008500 01  WS-BNKCHQD-REC.                                              dbank52p
008600 COPY CBANKVCQ.                                                   dbank52p
008700                                                                  dbank52p
008800 01  WS-BNKHCAL-REC.                                              dbank52p
008900 COPY CBANKVHC.                                                   dbank52p
009000                                                                  dbank52p
009100 01  WS-BNKSYSC-REC.                                              dbank52p
009200 COPY CBANKVSY.                                                   dbank52p
009300                                                                  dbank52p
009400 01  WS-COMMAREA.                                                 dbank52p
009500 COPY CBANKD52.                                                   dbank52p
009600                                                                  dbank52p
009700 COPY CABENDD.                                                    dbank52p
009710                                                                  dbank52p
009720 01  WS-BNKPERF-REC.                                              dbank52p
009730 COPY CBANKVPF.                                                   dbank52p
009740                                                                  dbank52p
009750 COPY CPERFD.                                                     dbank52p
009800                                                                  dbank52p
009900 LINKAGE SECTION.                                                 dbank52p
010000 01  DFHCOMMAREA.                                                 dbank52p
010100   05  LK-COMMAREA                           PIC X(1)             dbank52p
010200       OCCURS 1 TO 4096 TIMES                                     dbank52p
010300         DEPENDING ON WS-COMMAREA-LENGTH.                         dbank52p
010400                                                                  dbank52p
010500 COPY CENTRY.                                                     dbank52p
010510***************************************************************** dbank52p
010520* Start the response-time clock for this request                * dbank52p
010530***************************************************************** dbank52p
010540     PERFORM PERF-TIMER.                                          dbank52p
010550                                                                  dbank52p
010600***************************************************************** dbank52p
010700* Move the passed data to our area                              * dbank52p
010800***************************************************************** dbank52p
010900     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            dbank52p
011000     MOVE DFHCOMMAREA TO WS-COMMAREA.                             dbank52p
011100                                                                  dbank52p
011200***************************************************************** dbank52p
011300* Initialize our output area                                    * dbank52p
011400***************************************************************** dbank52p
011500     MOVE SPACES TO CD52O-DATA.                                   dbank52p
011600     MOVE ZERO TO CD52O-DEPOSIT-REF.                              dbank52p
011700     MOVE ZERO TO CD52O-BALANCE.                                  dbank52p
011800     MOVE ZERO TO CD52O-CLEAR-DTE.                                dbank52p
011900     MOVE ZERO TO CD52O-DEPOSIT-COUNT.                            dbank52p
012000                                                                  dbank52p
012100***************************************************************** dbank52p
012200* Now attempt to satisfy the requested function                 * dbank52p
012300***************************************************************** dbank52p
012400     PERFORM GET-TODAY-DATE.                                      dbank52p
012500     EVALUATE TRUE                                                dbank52p
012600       WHEN CD52I-DEPOSIT                                         dbank52p
012700         PERFORM DEPOSIT-CHEQUE-PROCESS                           dbank52p
012800             THRU DEPOSIT-CHEQUE-PROCESS-EXIT                     dbank52p
012900       WHEN OTHER                                                 dbank52p
013000         PERFORM LIST-DEPOSITS-PROCESS                            dbank52p
013100             THRU LIST-DEPOSITS-PROCESS-EXIT                      dbank52p
013200     END-EVALUATE.                                                dbank52p
013300                                                                  dbank52p
013400***************************************************************** dbank52p
013500* Move the result back to the callers area                      * dbank52p
013600***************************************************************** dbank52p
013700     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       dbank52p
013800                                                                  dbank52p
013810***************************************************************** dbank52p
013820* Log this request's response time to BNKPERF                   * dbank52p
013830***************************************************************** dbank52p
013840     MOVE CD52I-FUNCTION TO WS-PERF-FUNCTION.                     dbank52p
013850     PERFORM PERF-TIMER.                                          dbank52p
013860                                                                  dbank52p
013900***************************************************************** dbank52p
014000* Return to our caller                                          * dbank52p
014100***************************************************************** dbank52p
014200 COPY CRETURN.                                                    dbank52p
014300                                                                  dbank52p
014400***************************************************************** dbank52p
014500* Take a cheque drawn on another bank for deposit. The account  * dbank52p
014600* is credited now; the hold keeps the amount out of the         * dbank52p
014700* available balance until the clear date, after which it lapses * dbank52p
014800* of its own accord. A cheque the paying bank returns is        * dbank52p
014900* reversed by ZBNKCHQO.                                         * dbank52p
015000***************************************************************** dbank52p
015100 DEPOSIT-CHEQUE-PROCESS.                                          dbank52p
015200     IF CD52I-USERID IS EQUAL TO SPACES                           dbank52p
015300        SET CD52O-REJECTED TO TRUE                                dbank52p
015400        MOVE 'Depositing userid is required' TO CD52O-MESSAGE     dbank52p
015500        GO TO DEPOSIT-CHEQUE-PROCESS-EXIT                         dbank52p
015600     END-IF.                                                      dbank52p
015700     IF CD52I-AMOUNT IS NOT GREATER THAN ZERO                     dbank52p
015800        SET CD52O-REJECTED TO TRUE                                dbank52p
015900        MOVE 'Deposit amount must be greater than zero'           dbank52p
016000          TO CD52O-MESSAGE                                        dbank52p
016100        GO TO DEPOSIT-CHEQUE-PROCESS-EXIT                         dbank52p
016200     END-IF.                                                      dbank52p
016300     IF CD52I-CHEQUE-NO IS NOT NUMERIC OR                         dbank52p
016400        CD52I-CHEQUE-NO IS EQUAL TO ZERO                          dbank52p
016500        SET CD52O-REJECTED TO TRUE                                dbank52p
016600        MOVE 'Cheque number is required' TO CD52O-MESSAGE         dbank52p
016700        GO TO DEPOSIT-CHEQUE-PROCESS-EXIT                         dbank52p
016800     END-IF.                                                      dbank52p
016900     IF CD52I-DRAWEE-BANK IS EQUAL TO SPACES OR                   dbank52p
017000        CD52I-DRAWEE-ACCNO IS EQUAL TO SPACES                     dbank52p
017100        SET CD52O-REJECTED TO TRUE                                dbank52p
017200        MOVE 'Paying bank and account are required'               dbank52p
017300          TO CD52O-MESSAGE                                        dbank52p
017400        GO TO DEPOSIT-CHEQUE-PROCESS-EXIT                         dbank52p
017500     END-IF.                                                      dbank52p
017600     PERFORM QUIESCE-CHECK                                        dbank52p
017700         THRU QUIESCE-CHECK-EXIT.                                 dbank52p
017800     IF WS-POSTING-QUIESCED                                       dbank52p
017900        SET CD52O-REJECTED TO TRUE                                dbank52p
018000        MOVE 'System unavailable for maintenance - try later'     dbank52p
018100          TO CD52O-MESSAGE                                        dbank52p
018200        GO TO DEPOSIT-CHEQUE-PROCESS-EXIT                         dbank52p
018300     END-IF.                                                      dbank52p
018400     PERFORM CALC-CLEAR-DATE                                      dbank52p
018500         THRU CALC-CLEAR-DATE-EXIT.                               dbank52p
018600     EXEC CICS READ FILE('BNKACCT')                               dbank52p
018700                    INTO(WS-BNKACCT-REC)                          dbank52p
018800                    LENGTH(LENGTH OF WS-BNKACCT-REC)              dbank52p
018900                    RIDFLD(CD52I-ACCNO)                           dbank52p
019000                    UPDATE                                        dbank52p
019100                    RESP(WS-RESP)                                 dbank52p
019200     END-EXEC.                                                    dbank52p
019300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank52p
019400        SET CD52O-REJECTED TO TRUE                                dbank52p
019500        MOVE 'Account not found' TO CD52O-MESSAGE                 dbank52p
019600        GO TO DEPOSIT-CHEQUE-PROCESS-EXIT                         dbank52p
019700     END-IF.                                                      dbank52p
019800     IF BAC-REC-DORMANT                                           dbank52p
019900        SET BAC-REC-ACTIVE TO TRUE                                dbank52p
020000        MOVE ZERO TO BAC-REC-DORMANT-DTE                          dbank52p
020100     END-IF.                                                      dbank52p
020200     IF NOT BAC-REC-ACTIVE                                        dbank52p
020300        EXEC CICS UNLOCK FILE('BNKACCT')                          dbank52p
020400        END-EXEC                                                  dbank52p
020500        SET CD52O-REJECTED TO TRUE                                dbank52p
020600        MOVE 'Account is not active' TO CD52O-MESSAGE             dbank52p
020700        GO TO DEPOSIT-CHEQUE-PROCESS-EXIT                         dbank52p
020800     END-IF.                                                      dbank52p
020900     ADD CD52I-AMOUNT TO BAC-REC-BALANCE.                         dbank52p
021000     EXEC CICS REWRITE FILE('BNKACCT')                            dbank52p
021100                   FROM(WS-BNKACCT-REC)                           dbank52p
021200                   LENGTH(LENGTH OF WS-BNKACCT-REC)               dbank52p
021300                   RESP(WS-RESP)                                  dbank52p
021400     END-EXEC.                                                    dbank52p
021500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank52p
021600        SET CD52O-REJECTED TO TRUE                                dbank52p
021700        MOVE 'Unable to update account balance' TO CD52O-MESSAGE  dbank52p
021800        GO TO DEPOSIT-CHEQUE-PROCESS-EXIT                         dbank52p
021900     END-IF.                                                      dbank52p
022000     PERFORM WRITE-DEPOSIT-TXN.                                   dbank52p
022100     PERFORM PLACE-UNCLEARED-HOLD.                                dbank52p
022200     PERFORM WRITE-CHEQUE-REGISTER.                               dbank52p
022300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank52p
022400        SET CD52O-REJECTED TO TRUE                                dbank52p
022500        MOVE 'Deposit made but not recorded for clearing'         dbank52p
022600          TO CD52O-MESSAGE                                        dbank52p
022700        GO TO DEPOSIT-CHEQUE-PROCESS-EXIT                         dbank52p
022800     END-IF.                                                      dbank52p
022900     SET CD52O-OK TO TRUE.                                        dbank52p
023000     MOVE EIBTASKN TO CD52O-DEPOSIT-REF.                          dbank52p
023100     MOVE BAC-REC-BALANCE TO CD52O-BALANCE.                       dbank52p
023200     MOVE WS-CLEAR-DATE-N TO CD52O-CLEAR-DTE.                     dbank52p
023300     MOVE 'Cheque deposited - funds held until the clear date'    dbank52p
023400       TO CD52O-MESSAGE.                                          dbank52p
023500 DEPOSIT-CHEQUE-PROCESS-EXIT.                                     dbank52p
023600     EXIT.                                                        dbank52p
023700                                                                  dbank52p
023800 WRITE-DEPOSIT-TXN.                                               dbank52p
023900     MOVE SPACES TO WS-BNKTXN-REC.                                dbank52p
024000     MOVE CD52I-ACCNO TO BTX-REC-ACCNO.                           dbank52p
024100     PERFORM FORMAT-TXN-DATE.                                     dbank52p
024200     MOVE WS-TODAY-TIME TO BTX-REC-TIME.                          dbank52p
024300     COMPUTE WS-TXN-SEQ = FUNCTION MOD(EIBTASKN, 999) + 1.        dbank52p
024400     MOVE WS-TXN-SEQ TO BTX-REC-SEQ.                              dbank52p
024500     MOVE CD52I-AMOUNT TO BTX-REC-AMOUNT.                         dbank52p
024600     MOVE SPACES TO BTX-REC-DESC.                                 dbank52p
024700     STRING 'Cheque deposit ' DELIMITED BY SIZE                   dbank52p
024800            CD52I-CHEQUE-NO DELIMITED BY SIZE                     dbank52p
024900       INTO BTX-REC-DESC.                                         dbank52p
025000     MOVE 'CQD' TO BTX-REC-TYPE.                                  dbank52p
025100     MOVE BAC-REC-BALANCE TO BTX-REC-BALANCE.                     dbank52p
025200     MOVE SPACES TO BTX-REC-REVERSED.                             dbank52p
025300     MOVE CD52I-CHEQUE-NO TO BTX-REC-CHEQUE-NO.                   dbank52p
025400     MOVE WS-TODAY-DATE-N TO BTX-REC-VALUE-DTE.                   dbank52p
025450     SET BTX-REC-CHN-TELLER TO TRUE.                              dbank52p
025500     EXEC CICS WRITE FILE('BNKTXN1')                              dbank52p
025600               FROM(WS-BNKTXN-REC)                                dbank52p
025700               RIDFLD(BTX-REC-KEY)                                dbank52p
025800               LENGTH(LENGTH OF WS-BNKTXN-REC)                    dbank52p
025900               RESP(WS-RESP)                                      dbank52p
026000     END-EXEC.                                                    dbank52p
026010     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank52p
026020        PERFORM WRITE-DAILY-JOURNAL                               dbank52p
026030     END-IF.                                                      dbank52p
026100                                                                  dbank52p
026200***************************************************************** dbank52p
026300* The uncleared-funds hold shares the deposit's key, so the     * dbank52p
026400* clearing run can release it when the cheque is returned       * dbank52p
026500***************************************************************** dbank52p
026600 PLACE-UNCLEARED-HOLD.                                            dbank52p
026700     MOVE SPACES TO WS-BNKHOLD-REC.                               dbank52p
026800     MOVE CD52I-ACCNO TO HD-REC-ACCNO.                            dbank52p
026900     MOVE EIBTASKN TO HD-REC-TASKN.                               dbank52p
027000     MOVE CD52I-AMOUNT TO HD-REC-AMOUNT.                          dbank52p
027100     MOVE 'UC' TO HD-REC-REASON.                                  dbank52p
027200     MOVE WS-EXPIRY-DATE-N TO HD-REC-EXPIRY-DTE.                  dbank52p
027300     MOVE WS-TODAY-DATE-N TO HD-REC-PLACED-DTE.                   dbank52p
027400     MOVE CD52I-USERID TO HD-REC-USERID.                          dbank52p
027500     SET HD-REC-ACTIVE TO TRUE.                                   dbank52p
027600     EXEC CICS WRITE FILE('BNKHOLD')                              dbank52p
027700               FROM(WS-BNKHOLD-REC)                               dbank52p
027800               RIDFLD(HD-REC-KEY)                                 dbank52p
027900               LENGTH(LENGTH OF WS-BNKHOLD-REC)                   dbank52p
028000               RESP(WS-RESP)                                      dbank52p
028100     END-EXEC.                                                    dbank52p
028200                                                                  dbank52p
028300 WRITE-CHEQUE-REGISTER.                                           dbank52p
028400     MOVE SPACES TO WS-BNKCHQD-REC.                               dbank52p
028500     MOVE CD52I-ACCNO TO CQ-REC-ACCNO.                            dbank52p
028600     MOVE EIBTASKN TO CQ-REC-TASKN.                               dbank52p
028700     SET CQ-REC-DEPOSITED TO TRUE.                                dbank52p
028800     MOVE CD52I-CHEQUE-NO TO CQ-REC-CHEQUE-NO.                    dbank52p
028900     MOVE CD52I-DRAWEE-BANK TO CQ-REC-DRAWEE-BANK.                dbank52p
029000     MOVE CD52I-DRAWEE-ACCNO TO CQ-REC-DRAWEE-ACCNO.              dbank52p
029100     MOVE CD52I-AMOUNT TO CQ-REC-AMOUNT.                          dbank52p
029200     MOVE BAC-REC-BRANCH TO CQ-REC-BRANCH.                        dbank52p
029300     MOVE CD52I-USERID TO CQ-REC-USERID.                          dbank52p
029400     MOVE WS-TODAY-DATE-N TO CQ-REC-DEPOSIT-DTE.                  dbank52p
029500     MOVE WS-CLEAR-DATE-N TO CQ-REC-CLEAR-DTE.                    dbank52p
029600     MOVE ZERO TO CQ-REC-SENT-DTE.                                dbank52p
029700     MOVE ZERO TO CQ-REC-RETURN-DTE.                              dbank52p
029800     MOVE ZERO TO CQ-REC-RETURN-FEE.                              dbank52p
029900     EXEC CICS WRITE FILE('BNKCHQD')                              dbank52p
030000               FROM(WS-BNKCHQD-REC)                               dbank52p
030100               RIDFLD(CQ-REC-KEY)                                 dbank52p
030200               LENGTH(LENGTH OF WS-BNKCHQD-REC)                   dbank52p
030300               RESP(WS-RESP)                                      dbank52p
030400     END-EXEC.                                                    dbank52p
030500                                                                  dbank52p
030600***************************************************************** dbank52p
030700* Count the clearing period forward from today - a day counts   * dbank52p
030800* only if it is neither a weekend nor a BNKHCAL holiday. The    * dbank52p
030900* hold runs to the day before the clear date.                   * dbank52p
031000***************************************************************** dbank52p
031100 CALC-CLEAR-DATE.                                                 dbank52p
031200     MOVE 'CHQCLEAR' TO WS-BNKSYSC-RID.                           dbank52p
031300     EXEC CICS READ FILE('BNKSYSC')                               dbank52p
031400                    INTO(WS-BNKSYSC-REC)                          dbank52p
031500                    LENGTH(LENGTH OF WS-BNKSYSC-REC)              dbank52p
031600                    RIDFLD(WS-BNKSYSC-RID)                        dbank52p
031700                    RESP(WS-RESP)                                 dbank52p
031800     END-EXEC.                                                    dbank52p
031900     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND                   dbank52p
032000        SY-REC-AMOUNT IS GREATER THAN ZERO                        dbank52p
032100        MOVE SY-REC-AMOUNT TO WS-CLEARING-DAYS                    dbank52p
032200     END-IF.                                                      dbank52p
032300     MOVE WS-TODAY-DATE-N TO WS-BDAY-DATE-N.                      dbank52p
032400     MOVE ZERO TO WS-BDAYS-COUNTED.                               dbank52p
032500     PERFORM COUNT-BUSINESS-DAY                                   dbank52p
032600         THRU COUNT-BUSINESS-DAY-EXIT                             dbank52p
032700         UNTIL WS-BDAYS-COUNTED IS EQUAL TO WS-CLEARING-DAYS.     dbank52p
032800     MOVE WS-BDAY-DATE-N TO WS-CLEAR-DATE-N.                      dbank52p
032900     COMPUTE WS-BDAY-INT =                                        dbank52p
033000        FUNCTION INTEGER-OF-DATE (WS-CLEAR-DATE-N) - 1.           dbank52p
033100     MOVE FUNCTION DATE-OF-INTEGER (WS-BDAY-INT)                  dbank52p
033200       TO WS-EXPIRY-DATE-N.                                       dbank52p
033300 CALC-CLEAR-DATE-EXIT.                                            dbank52p
033400     EXIT.                                                        dbank52p
033500                                                                  dbank52p
033600 COUNT-BUSINESS-DAY.                                              dbank52p
033700     COMPUTE WS-BDAY-INT =                                        dbank52p
033800        FUNCTION INTEGER-OF-DATE (WS-BDAY-DATE-N) + 1.            dbank52p
033900     MOVE FUNCTION DATE-OF-INTEGER (WS-BDAY-INT)                  dbank52p
034000       TO WS-BDAY-DATE-N.                                         dbank52p
034100     COMPUTE WS-BDAY-DOW = FUNCTION MOD (WS-BDAY-INT, 7).         dbank52p
034200     IF WS-BDAY-DOW IS EQUAL TO 6 OR WS-BDAY-DOW IS EQUAL TO 0    dbank52p
034300        GO TO COUNT-BUSINESS-DAY-EXIT                             dbank52p
034400     END-IF.                                                      dbank52p
034500     MOVE WS-BDAY-DATE-N TO HC-REC-DATE.                          dbank52p
034600     EXEC CICS READ FILE('BNKHCAL')                               dbank52p
034700                    INTO(WS-BNKHCAL-REC)                          dbank52p
034800                    LENGTH(LENGTH OF WS-BNKHCAL-REC)              dbank52p
034900                    RIDFLD(HC-REC-DATE)                           dbank52p
035000                    RESP(WS-RESP)                                 dbank52p
035100     END-EXEC.                                                    dbank52p
035200     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank52p
035300        GO TO COUNT-BUSINESS-DAY-EXIT                             dbank52p
035400     END-IF.                                                      dbank52p
035500     ADD 1 TO WS-BDAYS-COUNTED.                                   dbank52p
035600 COUNT-BUSINESS-DAY-EXIT.                                         dbank52p
035700     EXIT.                                                        dbank52p
035800                                                                  dbank52p
035900***************************************************************** dbank52p
036000* List the cheques deposited to the account, oldest first       * dbank52p
036100***************************************************************** dbank52p
036200 LIST-DEPOSITS-PROCESS.                                           dbank52p
036300     MOVE LOW-VALUES TO CQ-REC-KEY.                               dbank52p
036400     MOVE CD52I-ACCNO TO CQ-REC-ACCNO.                            dbank52p
036500     EXEC CICS STARTBR FILE('BNKCHQD')                            dbank52p
036600                       RIDFLD(CQ-REC-KEY)                         dbank52p
036700                       GTEQ                                       dbank52p
036800                       RESP(WS-RESP)                              dbank52p
036900     END-EXEC.                                                    dbank52p
037000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank52p
037100        MOVE 'No cheques deposited to account' TO CD52O-MESSAGE   dbank52p
037200        GO TO LIST-DEPOSITS-PROCESS-EXIT                          dbank52p
037300     END-IF.                                                      dbank52p
037400     MOVE 0 TO WS-DEPOSIT-SUB.                                    dbank52p
037500 LIST-DEPOSITS-LOOP.                                              dbank52p
037600     IF WS-DEPOSIT-SUB IS EQUAL TO 10                             dbank52p
037700        GO TO LIST-DEPOSITS-LOOP-EXIT                             dbank52p
037800     END-IF.                                                      dbank52p
037900     EXEC CICS READNEXT FILE('BNKCHQD')                           dbank52p
038000                        INTO(WS-BNKCHQD-REC)                      dbank52p
038100                        LENGTH(LENGTH OF WS-BNKCHQD-REC)          dbank52p
038200                        RIDFLD(CQ-REC-KEY)                        dbank52p
038300                        RESP(WS-RESP)                             dbank52p
038400     END-EXEC.                                                    dbank52p
038500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                dbank52p
038600        CQ-REC-ACCNO IS NOT EQUAL TO CD52I-ACCNO                  dbank52p
038700        GO TO LIST-DEPOSITS-LOOP-EXIT                             dbank52p
038800     END-IF.                                                      dbank52p
038900     ADD 1 TO WS-DEPOSIT-SUB.                                     dbank52p
039000     MOVE CQ-REC-TASKN TO CD52O-DEP-REF (WS-DEPOSIT-SUB).         dbank52p
039100     MOVE CQ-REC-CHEQUE-NO                                        dbank52p
039200       TO CD52O-DEP-CHEQUE-NO (WS-DEPOSIT-SUB).                   dbank52p
039300     MOVE CQ-REC-DRAWEE-BANK                                      dbank52p
039400       TO CD52O-DEP-DRAWEE-BANK (WS-DEPOSIT-SUB).                 dbank52p
039500     MOVE CQ-REC-AMOUNT TO CD52O-DEP-AMOUNT (WS-DEPOSIT-SUB).     dbank52p
039600     MOVE CQ-REC-DEPOSIT-DTE                                      dbank52p
039700       TO CD52O-DEP-DEPOSIT-DTE (WS-DEPOSIT-SUB).                 dbank52p
039800     MOVE CQ-REC-CLEAR-DTE                                        dbank52p
039900       TO CD52O-DEP-CLEAR-DTE (WS-DEPOSIT-SUB).                   dbank52p
040000     MOVE CQ-REC-STATUS TO CD52O-DEP-STATUS (WS-DEPOSIT-SUB).     dbank52p
040100     GO TO LIST-DEPOSITS-LOOP.                                    dbank52p
040200 LIST-DEPOSITS-LOOP-EXIT.                                         dbank52p
040300     MOVE WS-DEPOSIT-SUB TO CD52O-DEPOSIT-COUNT.                  dbank52p
040400     EXEC CICS ENDBR FILE('BNKCHQD')                              dbank52p
040500     END-EXEC.                                                    dbank52p
040600     SET CD52O-OK TO TRUE.                                        dbank52p
040700     IF WS-DEPOSIT-SUB IS EQUAL TO ZERO                           dbank52p
040800        MOVE 'No cheques deposited to account' TO CD52O-MESSAGE   dbank52p
040900     END-IF.                                                      dbank52p
041000 LIST-DEPOSITS-PROCESS-EXIT.                                      dbank52p
041100     EXIT.                                                        dbank52p
041200                                                                  dbank52p
041300***************************************************************** dbank52p
041400* Financial postings are refused while operations has the       * dbank52p
041500* POSTING control record on BNKSYSC quiesced                    * dbank52p
041600***************************************************************** dbank52p
041700 QUIESCE-CHECK.                                                   dbank52p
041800     SET WS-POSTING-OPEN TO TRUE.                                 dbank52p
041900     MOVE 'POSTING ' TO WS-BNKSYSC-RID.                           dbank52p
042000     EXEC CICS READ FILE('BNKSYSC')                               dbank52p
042100                    INTO(WS-BNKSYSC-REC)                          dbank52p
042200                    LENGTH(LENGTH OF WS-BNKSYSC-REC)              dbank52p
042300                    RIDFLD(WS-BNKSYSC-RID)                        dbank52p
042400                    RESP(WS-RESP)                                 dbank52p
042500     END-EXEC.                                                    dbank52p
042600     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND                   dbank52p
042700        SY-REC-QUIESCED                                           dbank52p
042800        SET WS-POSTING-QUIESCED TO TRUE                           dbank52p
042900     END-IF.                                                      dbank52p
043000 QUIESCE-CHECK-EXIT.                                              dbank52p
043100     EXIT.                                                        dbank52p
043200                                                                  dbank52p
043205***************************************************************** dbank52p
043210* Copy the posting just written to BNKTXN1 into the BNKTXD      * dbank52p
043215* daily posting journal that the nightly jobs read. Its own     * dbank52p
043220* RESP leaves WS-RESP as the BNKTXN1 write set it; a missed     * dbank52p
043225* journal entry is reported by the ZBNKTXJP proof               * dbank52p
043230***************************************************************** dbank52p
043235 WRITE-DAILY-JOURNAL.                                             dbank52p
043240     MOVE WS-TODAY-DATE-N TO TD-REC-POST-DTE.                     dbank52p
043245     MOVE WS-BNKTXN-REC TO TD-REC-TXN.                            dbank52p
043250     EXEC CICS WRITE FILE('BNKTXD')                               dbank52p
043255               FROM(WS-BNKTXD-REC)                                dbank52p
043260               RIDFLD(TD-REC-KEY)                                 dbank52p
043265               LENGTH(LENGTH OF WS-BNKTXD-REC)                    dbank52p
043270               RESP(WS-TXD-RESP)                                  dbank52p
043275     END-EXEC.                                                    dbank52p
043280                                                                  dbank52p
043300***************************************************************** dbank52p
043400* Build a "DD Mon YYYY" display date in BTX-REC-DATE from the   * dbank52p
043500* numeric date obtained by GET-TODAY-DATE                       * dbank52p
043600***************************************************************** dbank52p
043700 FORMAT-TXN-DATE.                                                 dbank52p
043800     MOVE WS-TODAY-DATE(5:2) TO WS-MONTH-SUB.                     dbank52p
043900     STRING WS-TODAY-DATE(7:2) DELIMITED BY SIZE                  dbank52p
044000            ' ' DELIMITED BY SIZE                                 dbank52p
044100            WS-MONTH-NAME (WS-MONTH-SUB) DELIMITED BY SIZE        dbank52p
044200            ' ' DELIMITED BY SIZE                                 dbank52p
044300            WS-TODAY-DATE(1:4) DELIMITED BY SIZE                  dbank52p
044400       INTO BTX-REC-DATE.                                         dbank52p
044500 FORMAT-TXN-DATE-EXIT.                                            dbank52p
044600     EXIT.                                                        dbank52p
044700                                                                  dbank52p
044800 GET-TODAY-DATE.                                                  dbank52p
044900     EXEC CICS ASKTIME                                            dbank52p
045000               ABSTIME(WS-ABSTIME)                                dbank52p
045100     END-EXEC.                                                    dbank52p
045200     EXEC CICS FORMATTIME                                         dbank52p
045300               ABSTIME(WS-ABSTIME)                                dbank52p
045400               YYYYMMDD(WS-TODAY-DATE)                            dbank52p
045500               TIME(WS-TODAY-TIME)                                dbank52p
045600     END-EXEC.                                                    dbank52p
045700 GET-TODAY-DATE-EXIT.                                             dbank52p
045800     EXIT.                                                        dbank52p
045900                                                                  dbank52p
045930 COPY CPERFP.                                                     dbank52p
045960                                                                  dbank52p
046000* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank52p
