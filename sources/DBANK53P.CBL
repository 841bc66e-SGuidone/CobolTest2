000100***************************************************************** dbank53p
000200*                                                               * dbank53p
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   * dbank53p
000400*   This demonstration program is provided for use by users     * dbank53p
000500*   of Micro Focus products and may be used, modified and       * dbank53p
000600*   distributed as part of your application provided that       * dbank53p
000700*   you properly acknowledge the copyright of Micro Focus       * dbank53p
000800*   in this material.                                           * dbank53p
000900*                                                               * dbank53p
001000***************************************************************** dbank53p
001100                                                                  dbank53p
001200***************************************************************** dbank53p
001300* Program:     DBANK53P.CBL                                     * dbank53p
001400* Function:    Event fees online. Prices a chargeable event on  * dbank53p
001500*              an account - a stop-cheque order, a cheque book, * dbank53p
001600*              a replacement card - from the BNKEVTF tariff for * dbank53p
001700*              the account's type, waives it for a fee-exempt   * dbank53p
001800*              customer or under the BNKFEER balance and        * dbank53p
001900*              relationship rules, takes a charged fee from the * dbank53p
002000*              account and logs the outcome on BNKEVFL for the  * dbank53p
002100*              monthly ZBNKEVFM report. LINKed to by the        * dbank53p
002200*              programs that complete those events.             * dbank53p
002210*              Postings are also copied to the BNKTXD daily     * dbank53p
002220*              posting journal for the nightly jobs             * dbank53p
002300*              VSAM version                                     * dbank53p
002400***************************************************************** dbank53p
002500                                                                  dbank53p
002600 IDENTIFICATION DIVISION.                                         dbank53p
002700 PROGRAM-ID.                                                      dbank53p
002800     DBANK53P.                                                    dbank53p
002900 DATE-WRITTEN.                                                    dbank53p
003000     October 2026.                                                dbank53p
003100 DATE-COMPILED.                                                   dbank53p
003200     Today.                                                       dbank53p
003300                                                                  dbank53p
003400 ENVIRONMENT DIVISION.                                            dbank53p
003500                                                                  dbank53p
003600 DATA DIVISION.                                                   dbank53p
003700                                                                  dbank53p
003800 WORKING-STORAGE SECTION.                                         dbank53p
003900 01  WS-MISC-STORAGE.                                             dbank53p
004000   05  WS-PROGRAM-ID                         PIC X(8)             dbank53p
004100       VALUE 'DBANK53P'.                                          dbank53p
004200   05  WS-COMMAREA-LENGTH                    PIC 9(5).            dbank53p
004300   05  WS-RESP                               PIC S9(8) COMP.      dbank53p
004310   05  WS-TXD-RESP                           PIC S9(8) COMP.      dbank53p
004400   05  WS-ABSTIME                            PIC S9(15) COMP-3.   dbank53p
004500   05  WS-TODAY-DATE                         PIC X(8).            dbank53p
004600   05  WS-TODAY-DATE-N REDEFINES WS-TODAY-DATE PIC 9(8).          dbank53p
004700   05  WS-TODAY-TIME                         PIC X(6).            dbank53p
004800   05  WS-MONTH-SUB                          PIC S9(4) COMP.      dbank53p
004900   05  WS-TXN-SEQ                            PIC 9(3).            dbank53p
005000   05  WS-BNKSYSC-RID                        PIC X(8).            dbank53p
005100   05  WS-BNKCUST-RID                        PIC X(5).            dbank53p
005200   05  WS-BNKACCT-AIX1-RID                   PIC X(5).            dbank53p
005300   05  WS-POSTING-FLAG                       PIC X(1).            dbank53p
005400     88  WS-POSTING-OPEN                     VALUE 'O'.           dbank53p
005500     88  WS-POSTING-QUIESCED                 VALUE 'Q'.           dbank53p
005600                                                                  dbank53p
005700***************************************************************** dbank53p
005800* The account as it stood when the fee was priced - the         * dbank53p
005900* relationship browse reuses the account record area            * dbank53p
006000***************************************************************** dbank53p
006100 01  WS-FEE-WORK.                                                 dbank53p
006200   05  WS-FEE-ACC-TYPE                       PIC X(1).            dbank53p
006300   05  WS-FEE-PID                            PIC X(5).            dbank53p
006400   05  WS-FEE-BALANCE                        PIC S9(7)V99 COMP-3. dbank53p
006500   05  WS-FEE-TXN-TYPE                       PIC X(3).            dbank53p
006600   05  WS-FEE-DESC                           PIC X(25).           dbank53p
006700   05  WS-FEE-WAIVE-SW                       PIC X(1).            dbank53p
006800   05  WS-REL-BALANCE                        PIC S9(9)V99 COMP-3. dbank53p
006900                                                                  dbank53p
007000 01  WS-MONTH-TABLE-DATA.                                         dbank53p
007100   05  FILLER                              PIC X(36) VALUE        dbank53p
007200       'JanFebMarAprMayJunJulAugSepOctNovDec'.                    dbank53p
007300 01  WS-MONTH-TABLE REDEFINES WS-MONTH-TABLE-DATA.                dbank53p
007400   05  WS-MONTH-NAME                        PIC X(3)              dbank53p
007500       OCCURS 12 TIMES.                                           dbank53p
007600                                                                  dbank53p
007700 01  WS-BNKACCT-REC.                                              dbank53p
007800 COPY CBANKVAC.                                                   dbank53p
007900                                                                  dbank53p
008000 01  WS-BNKTXN-REC.                                               dbank53p
008100 COPY CBANKVTX.                                                   dbank53p
008110                                                                  dbank53p
008120 01  WS-BNKTXD-REC.                                               dbank53p
008130 COPY CBANKVTD.                                                   dbank53p
008200                                                                  dbank53p
008300 01  WS-BNKCUST-REC.                                              dbank53p
008400 COPY CBANKVCS.                                                   dbank53p
008500                                                                  dbank53p
008600 01  WS-BNKFEER-REC.                                              dbank53p
008700 COPY CBANKVFR.                                                   dbank53p
008800                                                                  dbank53p
008900 01  WS-BNKEVTF-REC.                                              dbank53p
009000 COPY CBANKVET.                                                   dbank53p
009100                                                                  dbank53p
009200 01  WS-BNKEVFL-REC.                                              dbank53p
009300 COPY CBANKVEL.                                                   dbank53p
009400                                                                  dbank53p
009500 01  WS-BNKSYSC-REC.                                              dbank53p
009600 COPY CBANKVSY.                                                   dbank53p
009700                                                                  dbank53p
009800 01  WS-COMMAREA.                                                 dbank53p
009900 COPY CBANKD53.                                                   dbank53p
010000                                                                  dbank53p
010100 COPY CABENDD.                                                    dbank53p
010110                                                                  dbank53p
010120 01  WS-BNKPERF-REC.                                              dbank53p
010130 COPY CBANKVPF.                                                   dbank53p
010140                                                                  dbank53p
010150 COPY CPERFD.                                                     dbank53p
010200                                                                  dbank53p
010300 LINKAGE SECTION.                                                 dbank53p
010400 01  DFHCOMMAREA.                                                 dbank53p
010500   05  LK-COMMAREA                           PIC X(1)             dbank53p
010600       OCCURS 1 TO 4096 TIMES                                     dbank53p
010700         DEPENDING ON WS-COMMAREA-LENGTH.                         dbank53p
010800                                                                  dbank53p
010900 COPY CENTRY.                                                     dbank53p
010910***************************************************************** dbank53p
010920* Start the response-time clock for this request                * dbank53p
010930***************************************************************** dbank53p
010940     PERFORM PERF-TIMER.                                          dbank53p
010950                                                                  dbank53p
011000***************************************************************** dbank53p
011100* Move the passed data to our area                              * dbank53p
011200***************************************************************** dbank53p
011300     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            dbank53p
011400     MOVE DFHCOMMAREA TO WS-COMMAREA.                             dbank53p
011500                                                                  dbank53p
011600***************************************************************** dbank53p
011700* Initialize our output area                                    * dbank53p
011800***************************************************************** dbank53p
011900     MOVE SPACES TO CD53O-DATA.                                   dbank53p
012000     SET CD53O-NO-FEE TO TRUE.                                    dbank53p
012100     MOVE ZERO TO CD53O-FEE.                                      dbank53p
012200     MOVE ZERO TO CD53O-BALANCE.                                  dbank53p
012300                                                                  dbank53p
012400***************************************************************** dbank53p
012500* Now attempt to satisfy the requested function                 * dbank53p
012600***************************************************************** dbank53p
012700     PERFORM GET-TODAY-DATE.                                      dbank53p
012800     PERFORM EVENT-FEE-PROCESS                                    dbank53p
012900         THRU EVENT-FEE-PROCESS-EXIT.                             dbank53p
013000                                                                  dbank53p
013100***************************************************************** dbank53p
013200* Move the result back to the callers area                      * dbank53p
013300***************************************************************** dbank53p
013400     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       dbank53p
013500                                                                  dbank53p
013510***************************************************************** dbank53p
013520* Log this request's response time to BNKPERF                   * dbank53p
013530***************************************************************** dbank53p
013540     MOVE CD53I-EVENT TO WS-PERF-FUNCTION.                        dbank53p
013550     PERFORM PERF-TIMER.                                          dbank53p
013560                                                                  dbank53p
013600***************************************************************** dbank53p
013700* Return to our caller                                          * dbank53p
013800***************************************************************** dbank53p
013900 COPY CRETURN.                                                    dbank53p
014000                                                                  dbank53p
014100***************************************************************** dbank53p
014200* Price the event, apply the waiver rules, take a charged fee   * dbank53p
014300* and log the outcome. No fee is taken while posting is         * dbank53p
014400* quiesced - the event itself has already been completed by the * dbank53p
014500* caller, so the customer is simply not charged for it.         * dbank53p
014600***************************************************************** dbank53p
014700 EVENT-FEE-PROCESS.                                               dbank53p
014800     PERFORM QUIESCE-CHECK                                        dbank53p
014900         THRU QUIESCE-CHECK-EXIT.                                 dbank53p
015000     IF WS-POSTING-QUIESCED                                       dbank53p
015100        SET CD53O-REJECTED TO TRUE                                dbank53p
015200        MOVE 'Fee not taken - posting quiesced' TO CD53O-MESSAGE  dbank53p
015300        GO TO EVENT-FEE-PROCESS-EXIT                              dbank53p
015400     END-IF.                                                      dbank53p
015500     EXEC CICS READ FILE('BNKACCT')                               dbank53p
015600                    INTO(WS-BNKACCT-REC)                          dbank53p
015700                    LENGTH(LENGTH OF WS-BNKACCT-REC)              dbank53p
015800                    RIDFLD(CD53I-ACCNO)                           dbank53p
015900                    RESP(WS-RESP)                                 dbank53p
016000     END-EXEC.                                                    dbank53p
016100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank53p
016200        SET CD53O-REJECTED TO TRUE                                dbank53p
016300        MOVE 'Account not found' TO CD53O-MESSAGE                 dbank53p
016400        GO TO EVENT-FEE-PROCESS-EXIT                              dbank53p
016500     END-IF.                                                      dbank53p
016600     MOVE BAC-REC-TYPE TO WS-FEE-ACC-TYPE.                        dbank53p
016700     MOVE BAC-REC-PID TO WS-FEE-PID.                              dbank53p
016800     MOVE BAC-REC-BALANCE TO WS-FEE-BALANCE.                      dbank53p
016900     MOVE BAC-REC-BALANCE TO CD53O-BALANCE.                       dbank53p
017000     PERFORM FIND-TARIFF                                          dbank53p
017100         THRU FIND-TARIFF-EXIT.                                   dbank53p
017200     IF CD53O-NO-FEE                                              dbank53p
017300        SET CD53O-OK TO TRUE                                      dbank53p
017400        MOVE 'No fee for this event' TO CD53O-MESSAGE             dbank53p
017500        GO TO EVENT-FEE-PROCESS-EXIT                              dbank53p
017600     END-IF.                                                      dbank53p
017700     IF WS-FEE-WAIVE-SW IS EQUAL TO 'Y'                           dbank53p
017800        PERFORM CHECK-FEE-WAIVER                                  dbank53p
017900            THRU CHECK-FEE-WAIVER-EXIT                            dbank53p
018000     END-IF.                                                      dbank53p
018100     IF CD53O-CHARGED                                             dbank53p
018200        PERFORM TAKE-FEE                                          dbank53p
018300            THRU TAKE-FEE-EXIT                                    dbank53p
018400        IF CD53O-REJECTED                                         dbank53p
018500           GO TO EVENT-FEE-PROCESS-EXIT                           dbank53p
018600        END-IF                                                    dbank53p
018700     END-IF.                                                      dbank53p
018800     PERFORM WRITE-FEE-LOG.                                       dbank53p
018900     SET CD53O-OK TO TRUE.                                        dbank53p
019000     IF CD53O-WAIVED                                              dbank53p
019100        MOVE 'Fee waived' TO CD53O-MESSAGE                        dbank53p
019200     ELSE                                                         dbank53p
019300        MOVE 'Fee charged' TO CD53O-MESSAGE                       dbank53p
019400     END-IF.                                                      dbank53p
019500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank53p
019600        MOVE 'Fee applied but not logged for reporting'           dbank53p
019700          TO CD53O-MESSAGE                                        dbank53p
019800     END-IF.                                                      dbank53p
019900 EVENT-FEE-PROCESS-EXIT.                                          dbank53p
020000     EXIT.                                                        dbank53p
020100                                                                  dbank53p
020200***************************************************************** dbank53p
020300* The tariff entry for the account's own type wins; the entry   * dbank53p
020400* with a blank type is the default for every other type. No     * dbank53p
020500* entry, or a zero fee, means the event is free.                * dbank53p
020600***************************************************************** dbank53p
020700 FIND-TARIFF.                                                     dbank53p
020800     MOVE CD53I-EVENT TO ET-REC-EVENT.                            dbank53p
020900     MOVE WS-FEE-ACC-TYPE TO ET-REC-ACC-TYPE.                     dbank53p
021000     EXEC CICS READ FILE('BNKEVTF')                               dbank53p
021100                    INTO(WS-BNKEVTF-REC)                          dbank53p
021200                    LENGTH(LENGTH OF WS-BNKEVTF-REC)              dbank53p
021300                    RIDFLD(ET-REC-KEY)                            dbank53p
021400                    RESP(WS-RESP)                                 dbank53p
021500     END-EXEC.                                                    dbank53p
021600     IF WS-RESP IS EQUAL TO DFHRESP(NOTFND)                       dbank53p
021700        MOVE CD53I-EVENT TO ET-REC-EVENT                          dbank53p
021800        MOVE SPACE TO ET-REC-ACC-TYPE                             dbank53p
021900        EXEC CICS READ FILE('BNKEVTF')                            dbank53p
022000                       INTO(WS-BNKEVTF-REC)                       dbank53p
022100                       LENGTH(LENGTH OF WS-BNKEVTF-REC)           dbank53p
022200                       RIDFLD(ET-REC-KEY)                         dbank53p
022300                       RESP(WS-RESP)                              dbank53p
022400        END-EXEC                                                  dbank53p
022500     END-IF.                                                      dbank53p
022600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank53p
022700        GO TO FIND-TARIFF-EXIT                                    dbank53p
022800     END-IF.                                                      dbank53p
022900     IF ET-REC-FEE IS NOT GREATER THAN ZERO                       dbank53p
023000        GO TO FIND-TARIFF-EXIT                                    dbank53p
023100     END-IF.                                                      dbank53p
023200     SET CD53O-CHARGED TO TRUE.                                   dbank53p
023300     MOVE ET-REC-FEE TO CD53O-FEE.                                dbank53p
023400     MOVE ET-REC-TXN-TYPE TO WS-FEE-TXN-TYPE.                     dbank53p
023500     IF WS-FEE-TXN-TYPE IS EQUAL TO SPACES                        dbank53p
023600        MOVE 'EVF' TO WS-FEE-TXN-TYPE                             dbank53p
023700     END-IF.                                                      dbank53p
023800     MOVE ET-REC-DESC TO WS-FEE-DESC.                             dbank53p
023900     IF WS-FEE-DESC IS EQUAL TO SPACES                            dbank53p
024000        MOVE 'Event fee' TO WS-FEE-DESC                           dbank53p
024100     END-IF.                                                      dbank53p
024200     MOVE 'Y' TO WS-FEE-WAIVE-SW.                                 dbank53p
024300     IF ET-REC-NOT-WAIVABLE                                       dbank53p
024400        MOVE 'N' TO WS-FEE-WAIVE-SW                               dbank53p
024500     END-IF.                                                      dbank53p
024600 FIND-TARIFF-EXIT.                                                dbank53p
024700     EXIT.                                                        dbank53p
024800                                                                  dbank53p
024900***************************************************************** dbank53p
025000* Waive the fee for an exempt customer, a balance at or above   * dbank53p
025100* the type's BNKFEER minimum balance, or a relationship balance * dbank53p
025200* at or above its relationship rule - the tests ZBNKCHRG        * dbank53p
025300* applies to the monthly charge, in the same order.             * dbank53p
025400***************************************************************** dbank53p
025500 CHECK-FEE-WAIVER.                                                dbank53p
025600     MOVE WS-FEE-PID TO WS-BNKCUST-RID.                           dbank53p
025700     EXEC CICS READ FILE('BNKCUST')                               dbank53p
025800                    INTO(WS-BNKCUST-REC)                          dbank53p
025900                    LENGTH(LENGTH OF WS-BNKCUST-REC)              dbank53p
026000                    RIDFLD(WS-BNKCUST-RID)                        dbank53p
026100                    RESP(WS-RESP)                                 dbank53p
026200     END-EXEC.                                                    dbank53p
026300     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND                   dbank53p
026400        NOT BCS-REC-FEE-EXEMPT-NONE                               dbank53p
026500        SET CD53O-WAIVED TO TRUE                                  dbank53p
026600        MOVE 'Customer fee-exempt' TO CD53O-WAIVE-REASON          dbank53p
026700        GO TO CHECK-FEE-WAIVER-EXIT                               dbank53p
026800     END-IF.                                                      dbank53p
026900     MOVE WS-FEE-ACC-TYPE TO FR-REC-TYPE.                         dbank53p
027000     EXEC CICS READ FILE('BNKFEER')                               dbank53p
027100                    INTO(WS-BNKFEER-REC)                          dbank53p
027200                    LENGTH(LENGTH OF WS-BNKFEER-REC)              dbank53p
027300                    RIDFLD(FR-REC-TYPE)                           dbank53p
027400                    RESP(WS-RESP)                                 dbank53p
027500     END-EXEC.                                                    dbank53p
027600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank53p
027700        GO TO CHECK-FEE-WAIVER-EXIT                               dbank53p
027800     END-IF.                                                      dbank53p
027900     IF FR-REC-MIN-BAL-WAIVE IS GREATER THAN ZERO AND             dbank53p
028000        WS-FEE-BALANCE IS NOT LESS THAN FR-REC-MIN-BAL-WAIVE      dbank53p
028100        SET CD53O-WAIVED TO TRUE                                  dbank53p
028200        MOVE 'Minimum balance maintained' TO CD53O-WAIVE-REASON   dbank53p
028300        GO TO CHECK-FEE-WAIVER-EXIT                               dbank53p
028400     END-IF.                                                      dbank53p
028500     IF FR-REC-REL-BAL-WAIVE IS NOT GREATER THAN ZERO             dbank53p
028600        GO TO CHECK-FEE-WAIVER-EXIT                               dbank53p
028700     END-IF.                                                      dbank53p
028800     PERFORM SUM-RELATIONSHIP                                     dbank53p
028900         THRU SUM-RELATIONSHIP-EXIT.                              dbank53p
029000     IF WS-REL-BALANCE IS NOT LESS THAN FR-REC-REL-BAL-WAIVE      dbank53p
029100        SET CD53O-WAIVED TO TRUE                                  dbank53p
029200        MOVE 'Relationship balance' TO CD53O-WAIVE-REASON         dbank53p
029300     END-IF.                                                      dbank53p
029400 CHECK-FEE-WAIVER-EXIT.                                           dbank53p
029500     EXIT.                                                        dbank53p
029600                                                                  dbank53p
029700***************************************************************** dbank53p
029800* Total the customer's active account balances through the      * dbank53p
029900* BNKACC1 path, the way DBANK06P lists a customer's accounts    * dbank53p
030000***************************************************************** dbank53p
030100 SUM-RELATIONSHIP.                                                dbank53p
030200     MOVE ZERO TO WS-REL-BALANCE.                                 dbank53p
030300     MOVE WS-FEE-PID TO WS-BNKACCT-AIX1-RID.                      dbank53p
030400     EXEC CICS STARTBR FILE('BNKACC1')                            dbank53p
030500                       RIDFLD(WS-BNKACCT-AIX1-RID)                dbank53p
030600                       GTEQ                                       dbank53p
030700                       RESP(WS-RESP)                              dbank53p
030800     END-EXEC.                                                    dbank53p
030900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank53p
031000        GO TO SUM-RELATIONSHIP-EXIT                               dbank53p
031100     END-IF.                                                      dbank53p
031200 SUM-RELATIONSHIP-LOOP.                                           dbank53p
031300     EXEC CICS READNEXT FILE('BNKACC1')                           dbank53p
031400                        INTO(WS-BNKACCT-REC)                      dbank53p
031500                        LENGTH(LENGTH OF WS-BNKACCT-REC)          dbank53p
031600                        RIDFLD(WS-BNKACCT-AIX1-RID)               dbank53p
031700                        RESP(WS-RESP)                             dbank53p
031800     END-EXEC.                                                    dbank53p
031900     IF (WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) AND              dbank53p
032000         WS-RESP IS NOT EQUAL TO DFHRESP(DUPKEY)) OR              dbank53p
032100        BAC-REC-PID IS NOT EQUAL TO WS-FEE-PID                    dbank53p
032200        GO TO SUM-RELATIONSHIP-LOOP-EXIT                          dbank53p
032300     END-IF.                                                      dbank53p
032400     IF BAC-REC-ACTIVE                                            dbank53p
032500        ADD BAC-REC-BALANCE TO WS-REL-BALANCE                     dbank53p
032600     END-IF.                                                      dbank53p
032700     GO TO SUM-RELATIONSHIP-LOOP.                                 dbank53p
032800 SUM-RELATIONSHIP-LOOP-EXIT.                                      dbank53p
032900     EXEC CICS ENDBR FILE('BNKACC1')                              dbank53p
033000     END-EXEC.                                                    dbank53p
033100 SUM-RELATIONSHIP-EXIT.                                           dbank53p
033200     EXIT.                                                        dbank53p
033300                                                                  dbank53p
033400***************************************************************** dbank53p
033500* Take the fee from the account and record it on BNKTXN         * dbank53p
033600***************************************************************** dbank53p
033700 TAKE-FEE.                                                        dbank53p
033800     EXEC CICS READ FILE('BNKACCT')                               dbank53p
033900                    INTO(WS-BNKACCT-REC)                          dbank53p
034000                    LENGTH(LENGTH OF WS-BNKACCT-REC)              dbank53p
034100                    RIDFLD(CD53I-ACCNO)                           dbank53p
034200                    UPDATE                                        dbank53p
034300                    RESP(WS-RESP)                                 dbank53p
034400     END-EXEC.                                                    dbank53p
034500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank53p
034600        SET CD53O-REJECTED TO TRUE                                dbank53p
034700        MOVE 'Account not found' TO CD53O-MESSAGE                 dbank53p
034800        GO TO TAKE-FEE-EXIT                                       dbank53p
034900     END-IF.                                                      dbank53p
035000     SUBTRACT CD53O-FEE FROM BAC-REC-BALANCE.                     dbank53p
035100     EXEC CICS REWRITE FILE('BNKACCT')                            dbank53p
035200                   FROM(WS-BNKACCT-REC)                           dbank53p
035300                   LENGTH(LENGTH OF WS-BNKACCT-REC)               dbank53p
035400                   RESP(WS-RESP)                                  dbank53p
035500     END-EXEC.                                                    dbank53p
035600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank53p
035700        SET CD53O-REJECTED TO TRUE                                dbank53p
035800        MOVE 'Unable to update account balance' TO CD53O-MESSAGE  dbank53p
035900        GO TO TAKE-FEE-EXIT                                       dbank53p
036000     END-IF.                                                      dbank53p
036100     MOVE BAC-REC-BALANCE TO CD53O-BALANCE.                       dbank53p
036200     MOVE SPACES TO WS-BNKTXN-REC.                                dbank53p
036300     MOVE CD53I-ACCNO TO BTX-REC-ACCNO.                           dbank53p
036400     PERFORM FORMAT-TXN-DATE.                                     dbank53p
036500     MOVE WS-TODAY-TIME TO BTX-REC-TIME.                          dbank53p
036600     COMPUTE WS-TXN-SEQ = FUNCTION MOD(EIBTASKN, 999) + 1.        dbank53p
036700     MOVE WS-TXN-SEQ TO BTX-REC-SEQ.                              dbank53p
036800     COMPUTE BTX-REC-AMOUNT = ZERO - CD53O-FEE.                   dbank53p
036900     MOVE WS-FEE-DESC TO BTX-REC-DESC.                            dbank53p
037000     MOVE WS-FEE-TXN-TYPE TO BTX-REC-TYPE.                        dbank53p
037100     MOVE BAC-REC-BALANCE TO BTX-REC-BALANCE.                     dbank53p
037200     MOVE SPACES TO BTX-REC-REVERSED.                             dbank53p
037300     MOVE WS-TODAY-DATE-N TO BTX-REC-VALUE-DTE.                   dbank53p
037350     SET BTX-REC-CHN-ONLINE TO TRUE.                              dbank53p
037400     EXEC CICS WRITE FILE('BNKTXN1')                              dbank53p
037500               FROM(WS-BNKTXN-REC)                                dbank53p
037600               RIDFLD(BTX-REC-KEY)                                dbank53p
037700               LENGTH(LENGTH OF WS-BNKTXN-REC)                    dbank53p
037800               RESP(WS-RESP)                                      dbank53p
037900     END-EXEC.                                                    dbank53p
037910     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank53p
037920        PERFORM WRITE-DAILY-JOURNAL                               dbank53p
037930     END-IF.                                                      dbank53p
038000 TAKE-FEE-EXIT.                                                   dbank53p
038100     EXIT.                                                        dbank53p
038200                                                                  dbank53p
038300***************************************************************** dbank53p
038400* Log the fee, charged or waived, for the monthly report. The   * dbank53p
038500* task number keeps two events in the same second apart.        * dbank53p
038600***************************************************************** dbank53p
038700 WRITE-FEE-LOG.                                                   dbank53p
038800     MOVE SPACES TO WS-BNKEVFL-REC.                               dbank53p
038900     MOVE WS-TODAY-DATE-N TO EL-REC-DATE.                         dbank53p
039000     MOVE WS-TODAY-TIME TO EL-REC-TIME.                           dbank53p
039100     MOVE CD53I-ACCNO TO EL-REC-ACCNO.                            dbank53p
039200     MOVE EIBTASKN TO EL-REC-SEQ.                                 dbank53p
039300     MOVE CD53I-EVENT TO EL-REC-EVENT.                            dbank53p
039400     MOVE WS-FEE-ACC-TYPE TO EL-REC-ACC-TYPE.                     dbank53p
039500     MOVE WS-FEE-PID TO EL-REC-PID.                               dbank53p
039600     MOVE CD53O-FEE TO EL-REC-FEE.                                dbank53p
039700     IF CD53O-WAIVED                                              dbank53p
039800        SET EL-REC-WAIVED TO TRUE                                 dbank53p
039900     ELSE                                                         dbank53p
040000        SET EL-REC-CHARGED TO TRUE                                dbank53p
040100     END-IF.                                                      dbank53p
040200     MOVE CD53O-WAIVE-REASON TO EL-REC-WAIVE-REASON.              dbank53p
040300     MOVE WS-FEE-TXN-TYPE TO EL-REC-TXN-TYPE.                     dbank53p
040400     MOVE CD53I-USERID TO EL-REC-SOURCE.                          dbank53p
040500     EXEC CICS WRITE FILE('BNKEVFL')                              dbank53p
040600               FROM(WS-BNKEVFL-REC)                               dbank53p
040700               RIDFLD(EL-REC-KEY)                                 dbank53p
040800               LENGTH(LENGTH OF WS-BNKEVFL-REC)                   dbank53p
040900               RESP(WS-RESP)                                      dbank53p
041000     END-EXEC.                                                    dbank53p
041100                                                                  dbank53p
041200***************************************************************** dbank53p
041300* Financial postings are refused while operations has the       * dbank53p
041400* POSTING control record on BNKSYSC quiesced                    * dbank53p
041500***************************************************************** dbank53p
041600 QUIESCE-CHECK.                                                   dbank53p
041700     SET WS-POSTING-OPEN TO TRUE.                                 dbank53p
041800     MOVE 'POSTING ' TO WS-BNKSYSC-RID.                           dbank53p
041900     EXEC CICS READ FILE('BNKSYSC')                               dbank53p
042000                    INTO(WS-BNKSYSC-REC)                          dbank53p
042100                    LENGTH(LENGTH OF WS-BNKSYSC-REC)              dbank53p
042200                    RIDFLD(WS-BNKSYSC-RID)                        dbank53p
042300                    RESP(WS-RESP)                                 dbank53p
042400     END-EXEC.                                                    dbank53p
042500     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND                   dbank53p
042600        SY-REC-QUIESCED                                           dbank53p
042700        SET WS-POSTING-QUIESCED TO TRUE                           dbank53p
042800     END-IF.                                                      dbank53p
042900 QUIESCE-CHECK-EXIT.                                              dbank53p
043000     EXIT.                                                        dbank53p
043100                                                                  dbank53p
043105***************************************************************** dbank53p
043110* Copy the posting just written to BNKTXN1 into the BNKTXD      * dbank53p
043115* daily posting journal that the nightly jobs read. Its own     * dbank53p
043120* RESP leaves WS-RESP as the BNKTXN1 write set it; a missed     * dbank53p
043125* journal entry is reported by the ZBNKTXJP proof               * dbank53p
043130***************************************************************** dbank53p
043135 WRITE-DAILY-JOURNAL.                                             dbank53p
043140     MOVE WS-TODAY-DATE-N TO TD-REC-POST-DTE.                     dbank53p
043145     MOVE WS-BNKTXN-REC TO TD-REC-TXN.                            dbank53p
043150     EXEC CICS WRITE FILE('BNKTXD')                               dbank53p
043155               FROM(WS-BNKTXD-REC)                                dbank53p
043160               RIDFLD(TD-REC-KEY)                                 dbank53p
043165               LENGTH(LENGTH OF WS-BNKTXD-REC)                    dbank53p
043170               RESP(WS-TXD-RESP)                                  dbank53p
043175     END-EXEC.                                                    dbank53p
043180                                                                  dbank53p
043200***************************************************************** dbank53p
043300* Build a "DD Mon YYYY" display date in BTX-REC-DATE from the   * dbank53p
043400* numeric date obtained by GET-TODAY-DATE                       * dbank53p
043500***************************************************************** dbank53p
043600 FORMAT-TXN-DATE.                                                 dbank53p
043700     MOVE WS-TODAY-DATE(5:2) TO WS-MONTH-SUB.                     dbank53p
043800     STRING WS-TODAY-DATE(7:2) DELIMITED BY SIZE                  dbank53p
043900            ' ' DELIMITED BY SIZE                                 dbank53p
044000            WS-MONTH-NAME (WS-MONTH-SUB) DELIMITED BY SIZE        dbank53p
044100            ' ' DELIMITED BY SIZE                                 dbank53p
044200            WS-TODAY-DATE(1:4) DELIMITED BY SIZE                  dbank53p
044300       INTO BTX-REC-DATE.                                         dbank53p
044400 FORMAT-TXN-DATE-EXIT.                                            dbank53p
044500     EXIT.                                                        dbank53p
044600                                                                  dbank53p
044700 GET-TODAY-DATE.                                                  dbank53p
044800     EXEC CICS ASKTIME                                            dbank53p
044900               ABSTIME(WS-ABSTIME)                                dbank53p
045000     END-EXEC.                                                    dbank53p
045100     EXEC CICS FORMATTIME                                         dbank53p
045200               ABSTIME(WS-ABSTIME)                                dbank53p
045300               YYYYMMDD(WS-TODAY-DATE)                            dbank53p
045400               TIME(WS-TODAY-TIME)                                dbank53p
045500     END-EXEC.                                                    dbank53p
045600 GET-TODAY-DATE-EXIT.                                             dbank53p
045700     EXIT.                                                        dbank53p
045800                                                                  dbank53p
045830 COPY CPERFP.                                                     dbank53p
045860                                                                  dbank53p
045900* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank53p
