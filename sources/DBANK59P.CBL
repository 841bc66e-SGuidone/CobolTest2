000100***************************************************************** dbank59p
000200*                                                               * dbank59p
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   * dbank59p
000400*   This demonstration program is provided for use by users     * dbank59p
000500*   of Micro Focus products and may be used, modified and       * dbank59p
000600*   distributed as part of your application provided that       * dbank59p
000700*   you properly acknowledge the copyright of Micro Focus       * dbank59p
000800*   in this material.                                           * dbank59p
000900*                                                               * dbank59p
001000***************************************************************** dbank59p
001100                                                                  dbank59p
001200***************************************************************** dbank59p
001300* Program:     DBANK59P.CBL                                     * dbank59p
001400* Function:    Teller journal enquiry. For one till and         * dbank59p
001500*              business day shows the till's figures from       * dbank59p
001600*              BNKTILL, the BNKTJRN journal totals by           * dbank59p
001700*              transaction type with any difference from the    * dbank59p
001800*              till's cash in and out, and the journal entries  * dbank59p
001900*              a page at a time, so a till difference can be    * dbank59p
002000*              traced to the posting behind it. A receipt can   * dbank59p
002100*              be fetched again for a reprint, which is         * dbank59p
002200*              counted on the journal entry.                    * dbank59p
002300*              VSAM version                                     * dbank59p
002400***************************************************************** dbank59p
002500                                                                  dbank59p
002600 IDENTIFICATION DIVISION.                                         dbank59p
002700 PROGRAM-ID.                                                      dbank59p
002800     DBANK59P.                                                    dbank59p
002900 DATE-WRITTEN.                                                    dbank59p
003000     October 2026.                                                dbank59p
003100 DATE-COMPILED.                                                   dbank59p
003200     Today.                                                       dbank59p
003300                                                                  dbank59p
003400 ENVIRONMENT DIVISION.                                            dbank59p
003500                                                                  dbank59p
003600 DATA DIVISION.                                                   dbank59p
003700                                                                  dbank59p
003800 WORKING-STORAGE SECTION.                                         dbank59p
003900 01  WS-MISC-STORAGE.                                             dbank59p
004000   05  WS-PROGRAM-ID                         PIC X(8)             dbank59p
004100       VALUE 'DBANK59P'.                                          dbank59p
004200   05  WS-COMMAREA-LENGTH                    PIC 9(5).            dbank59p
004300   05  WS-RESP                               PIC S9(8) COMP.      dbank59p
004400   05  WS-ABSTIME                            PIC S9(15) COMP-3.   dbank59p
004500   05  WS-TODAY-DATE                         PIC X(8).            dbank59p
004600   05  WS-TODAY-DATE-N REDEFINES WS-TODAY-DATE PIC 9(8).          dbank59p
004700   05  WS-TODAY-TIME                         PIC X(6).            dbank59p
004800   05  WS-ROW-SUB                            PIC S9(4) COMP.      dbank59p
004900   05  WS-BNKTILL-RID                        PIC X(16).           dbank59p
005000                                                                  dbank59p
005100 01  WS-BNKTILL-REC.                                              dbank59p
005200 COPY CBANKVTL.                                                   dbank59p
005300                                                                  dbank59p
005400 01  WS-BNKTJRN-REC.                                              dbank59p
005500 COPY CBANKVTJ.                                                   dbank59p
005600                                                                  dbank59p
005700 01  WS-COMMAREA.                                                 dbank59p
005800 COPY CBANKD59.                                                   dbank59p
005900                                                                  dbank59p
006000 COPY CABENDD.                                                    dbank59p
006010                                                                  dbank59p
006020 01  WS-BNKPERF-REC.                                              dbank59p
006030 COPY CBANKVPF.                                                   dbank59p
006040                                                                  dbank59p
006050 COPY CPERFD.                                                     dbank59p
006100                                                                  dbank59p
006200 LINKAGE SECTION.                                                 dbank59p
006300 01  DFHCOMMAREA.                                                 dbank59p
006400   05  LK-COMMAREA                           PIC X(1)             dbank59p
006500       OCCURS 1 TO 4096 TIMES                                     dbank59p
006600         DEPENDING ON WS-COMMAREA-LENGTH.                         dbank59p
006700                                                                  dbank59p
006800 COPY CENTRY.                                                     dbank59p
006810***************************************************************** dbank59p
006820* Start the response-time clock for this request                * dbank59p
006830***************************************************************** dbank59p
006840     PERFORM PERF-TIMER.                                          dbank59p
006850                                                                  dbank59p
006900***************************************************************** dbank59p
007000* Move the passed data to our area                              * dbank59p
007100***************************************************************** dbank59p
007200     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            dbank59p
007300     MOVE DFHCOMMAREA TO WS-COMMAREA.                             dbank59p
007400                                                                  dbank59p
007500***************************************************************** dbank59p
007600* Initialize our output area                                    * dbank59p
007700***************************************************************** dbank59p
007800     MOVE SPACES TO CD59O-DATA.                                   dbank59p
007900     MOVE ZERO TO CD59O-TILL-FLOAT.                               dbank59p
008000     MOVE ZERO TO CD59O-TILL-CASH-IN.                             dbank59p
008100     MOVE ZERO TO CD59O-TILL-CASH-OUT.                            dbank59p
008200     MOVE ZERO TO CD59O-TILL-VAULT-IN.                            dbank59p
008300     MOVE ZERO TO CD59O-TILL-VAULT-OUT.                           dbank59p
008400     MOVE ZERO TO CD59O-TILL-EXPECTED.                            dbank59p
008500     MOVE ZERO TO CD59O-TILL-COUNTED.                             dbank59p
008600     MOVE ZERO TO CD59O-TILL-OVER-SHORT.                          dbank59p
008700     MOVE ZERO TO CD59O-DEP-COUNT.                                dbank59p
008800     MOVE ZERO TO CD59O-DEP-TOTAL.                                dbank59p
008900     MOVE ZERO TO CD59O-WDL-COUNT.                                dbank59p
009000     MOVE ZERO TO CD59O-WDL-TOTAL.                                dbank59p
009100     MOVE ZERO TO CD59O-NET-TOTAL.                                dbank59p
009200     MOVE ZERO TO CD59O-CASH-IN-DIFF.                             dbank59p
009300     MOVE ZERO TO CD59O-CASH-OUT-DIFF.                            dbank59p
009400     MOVE ZERO TO CD59O-ROW-COUNT.                                dbank59p
009500     MOVE ZERO TO CD59O-NEXT-RECEIPT.                             dbank59p
009600     MOVE ZERO TO CD59O-RCPT-BUSDATE.                             dbank59p
009700     MOVE ZERO TO CD59O-RCPT-NO.                                  dbank59p
009800     MOVE ZERO TO CD59O-RCPT-AMOUNT.                              dbank59p
009900     MOVE ZERO TO CD59O-RCPT-BALANCE.                             dbank59p
010000     MOVE ZERO TO CD59O-RCPT-REPRINTS.                            dbank59p
010100                                                                  dbank59p
010200***************************************************************** dbank59p
010300* Now attempt to satisfy the requested function. A zero date    * dbank59p
010400* means today's business day.                                   * dbank59p
010500***************************************************************** dbank59p
010600     PERFORM GET-TODAY.                                           dbank59p
010700     IF CD59I-BUSDATE IS NOT NUMERIC OR                           dbank59p
010800        CD59I-BUSDATE IS EQUAL TO ZERO                            dbank59p
010900        MOVE WS-TODAY-DATE-N TO CD59O-BUSDATE                     dbank59p
011000     ELSE                                                         dbank59p
011100        MOVE CD59I-BUSDATE TO CD59O-BUSDATE                       dbank59p
011200     END-IF.                                                      dbank59p
011300     IF CD59I-REPRINT-RECEIPT                                     dbank59p
011400        PERFORM REPRINT-PROCESS                                   dbank59p
011500            THRU REPRINT-PROCESS-EXIT                             dbank59p
011600     ELSE                                                         dbank59p
011700        PERFORM LIST-JOURNAL-PROCESS                              dbank59p
011800            THRU LIST-JOURNAL-PROCESS-EXIT                        dbank59p
011900     END-IF.                                                      dbank59p
012000                                                                  dbank59p
012100***************************************************************** dbank59p
012200* Move the result back to the callers area                      * dbank59p
012300***************************************************************** dbank59p
012400 MAINLINE-EXIT.                                                   dbank59p
012500     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       dbank59p
012600                                                                  dbank59p
012610***************************************************************** dbank59p
012620* Log this request's response time to BNKPERF                   * dbank59p
012630***************************************************************** dbank59p
012640     MOVE CD59I-FUNCTION TO WS-PERF-FUNCTION.                     dbank59p
012650     PERFORM PERF-TIMER.                                          dbank59p
012660                                                                  dbank59p
012700***************************************************************** dbank59p
012800* Return to our caller                                          * dbank59p
012900***************************************************************** dbank59p
013000 COPY CRETURN.                                                    dbank59p
013100                                                                  dbank59p
013200***************************************************************** dbank59p
013300* Show the till, total the day's journal and return one page    * dbank59p
013400* of entries from the start receipt on. The totals always       * dbank59p
013500* cover the whole day whatever page is being shown.             * dbank59p
013600***************************************************************** dbank59p
013700 LIST-JOURNAL-PROCESS.                                            dbank59p
013800     IF CD59I-START-RECEIPT IS NOT NUMERIC                        dbank59p
013900        MOVE ZERO TO CD59I-START-RECEIPT                          dbank59p
014000     END-IF.                                                      dbank59p
014100     PERFORM READ-TILL                                            dbank59p
014200         THRU READ-TILL-EXIT.                                     dbank59p
014300     MOVE CD59I-TILL TO TJ-REC-TILL.                              dbank59p
014400     MOVE CD59O-BUSDATE TO TJ-REC-BUSDATE.                        dbank59p
014500     MOVE ZERO TO TJ-REC-RECEIPT-NO.                              dbank59p
014600     EXEC CICS STARTBR FILE('BNKTJRN')                            dbank59p
014700                       RIDFLD(TJ-REC-KEY)                         dbank59p
014800                       GTEQ                                       dbank59p
014900                       RESP(WS-RESP)                              dbank59p
015000     END-EXEC.                                                    dbank59p
015100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank59p
015200        GO TO LIST-JOURNAL-PROCESS-TOTAL                          dbank59p
015300     END-IF.                                                      dbank59p
015400 LIST-JOURNAL-PROCESS-LOOP.                                       dbank59p
015500     EXEC CICS READNEXT FILE('BNKTJRN')                           dbank59p
015600                        INTO(WS-BNKTJRN-REC)                      dbank59p
015700                        LENGTH(LENGTH OF WS-BNKTJRN-REC)          dbank59p
015800                        RIDFLD(TJ-REC-KEY)                        dbank59p
015900                        RESP(WS-RESP)                             dbank59p
016000     END-EXEC.                                                    dbank59p
016100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                dbank59p
016200        TJ-REC-TILL IS NOT EQUAL TO CD59I-TILL OR                 dbank59p
016300        TJ-REC-BUSDATE IS NOT EQUAL TO CD59O-BUSDATE              dbank59p
016400        GO TO LIST-JOURNAL-PROCESS-END                            dbank59p
016500     END-IF.                                                      dbank59p
016600     IF TJ-REC-DEPOSIT                                            dbank59p
016700        ADD 1 TO CD59O-DEP-COUNT                                  dbank59p
016800        ADD TJ-REC-AMOUNT TO CD59O-DEP-TOTAL                      dbank59p
016900     ELSE                                                         dbank59p
017000        ADD 1 TO CD59O-WDL-COUNT                                  dbank59p
017100        ADD TJ-REC-AMOUNT TO CD59O-WDL-TOTAL                      dbank59p
017200     END-IF.                                                      dbank59p
017300     IF TJ-REC-RECEIPT-NO IS LESS THAN CD59I-START-RECEIPT        dbank59p
017400        GO TO LIST-JOURNAL-PROCESS-LOOP                           dbank59p
017500     END-IF.                                                      dbank59p
017600     IF CD59O-ROW-COUNT IS EQUAL TO 15                            dbank59p
017700        IF CD59O-MORE IS EQUAL TO SPACE                           dbank59p
017800           MOVE 'Y' TO CD59O-MORE                                 dbank59p
017900           MOVE TJ-REC-RECEIPT-NO TO CD59O-NEXT-RECEIPT           dbank59p
018000        END-IF                                                    dbank59p
018100        GO TO LIST-JOURNAL-PROCESS-LOOP                           dbank59p
018200     END-IF.                                                      dbank59p
018300     ADD 1 TO CD59O-ROW-COUNT.                                    dbank59p
018400     MOVE CD59O-ROW-COUNT TO WS-ROW-SUB.                          dbank59p
018500     MOVE TJ-REC-RECEIPT-NO TO CD59O-ROW-RECEIPT-NO (WS-ROW-SUB). dbank59p
018600     MOVE TJ-REC-TIME TO CD59O-ROW-TIME (WS-ROW-SUB).             dbank59p
018700     MOVE TJ-REC-USERID TO CD59O-ROW-USERID (WS-ROW-SUB).         dbank59p
018800     MOVE TJ-REC-TXN-TYPE TO CD59O-ROW-TXN-TYPE (WS-ROW-SUB).     dbank59p
018900     MOVE TJ-REC-ACCNO TO CD59O-ROW-ACCNO (WS-ROW-SUB).           dbank59p
019000     MOVE TJ-REC-AMOUNT TO CD59O-ROW-AMOUNT (WS-ROW-SUB).         dbank59p
019100     MOVE TJ-REC-DESC TO CD59O-ROW-DESC (WS-ROW-SUB).             dbank59p
019200     MOVE TJ-REC-REPRINTS TO CD59O-ROW-REPRINTS (WS-ROW-SUB).     dbank59p
019300     GO TO LIST-JOURNAL-PROCESS-LOOP.                             dbank59p
019400 LIST-JOURNAL-PROCESS-END.                                        dbank59p
019500     EXEC CICS ENDBR FILE('BNKTJRN')                              dbank59p
019600     END-EXEC.                                                    dbank59p
019700 LIST-JOURNAL-PROCESS-TOTAL.                                      dbank59p
019800     COMPUTE CD59O-NET-TOTAL = CD59O-DEP-TOTAL - CD59O-WDL-TOTAL. dbank59p
019900     IF CD59O-TILL-STATUS IS NOT EQUAL TO SPACE                   dbank59p
020000        COMPUTE CD59O-CASH-IN-DIFF =                              dbank59p
020100                CD59O-TILL-CASH-IN - CD59O-DEP-TOTAL              dbank59p
020200        COMPUTE CD59O-CASH-OUT-DIFF =                             dbank59p
020300                CD59O-TILL-CASH-OUT - CD59O-WDL-TOTAL             dbank59p
020400     END-IF.                                                      dbank59p
020500     SET CD59O-OK TO TRUE.                                        dbank59p
020600     EVALUATE TRUE                                                dbank59p
020700       WHEN CD59O-DEP-COUNT IS EQUAL TO ZERO AND                  dbank59p
020800            CD59O-WDL-COUNT IS EQUAL TO ZERO                      dbank59p
020900         MOVE 'No journal entries for this till and day'          dbank59p
021000           TO CD59O-MESSAGE                                       dbank59p
021100       WHEN CD59O-CASH-IN-DIFF IS NOT EQUAL TO ZERO OR            dbank59p
021200            CD59O-CASH-OUT-DIFF IS NOT EQUAL TO ZERO              dbank59p
021300         MOVE 'Till cash in/out differs from the journal'         dbank59p
021400           TO CD59O-MESSAGE                                       dbank59p
021500       WHEN OTHER                                                 dbank59p
021600         MOVE 'Journal agrees with the till' TO CD59O-MESSAGE     dbank59p
021700     END-EVALUATE.                                                dbank59p
021800 LIST-JOURNAL-PROCESS-EXIT.                                       dbank59p
021900     EXIT.                                                        dbank59p
022000                                                                  dbank59p
022100***************************************************************** dbank59p
022200* The till's own figures. Expected cash is worked as DBANK17P   * dbank59p
022300* works it at the close.                                        * dbank59p
022400***************************************************************** dbank59p
022500 READ-TILL.                                                       dbank59p
022600     IF CD59I-TILL IS EQUAL TO SPACES                             dbank59p
022700        GO TO READ-TILL-EXIT                                      dbank59p
022800     END-IF.                                                      dbank59p
022900     MOVE SPACES TO WS-BNKTILL-RID.                               dbank59p
023000     MOVE CD59I-TILL TO WS-BNKTILL-RID(1:8).                      dbank59p
023100     MOVE CD59O-BUSDATE TO WS-BNKTILL-RID(9:8).                   dbank59p
023200     EXEC CICS READ FILE('BNKTILL')                               dbank59p
023300                    INTO(WS-BNKTILL-REC)                          dbank59p
023400                    LENGTH(LENGTH OF WS-BNKTILL-REC)              dbank59p
023500                    RIDFLD(WS-BNKTILL-RID)                        dbank59p
023600                    RESP(WS-RESP)                                 dbank59p
023700     END-EXEC.                                                    dbank59p
023800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank59p
023900        GO TO READ-TILL-EXIT                                      dbank59p
024000     END-IF.                                                      dbank59p
024100     MOVE TL-REC-STATUS TO CD59O-TILL-STATUS.                     dbank59p
024200     MOVE TL-REC-BRANCH TO CD59O-TILL-BRANCH.                     dbank59p
024300     MOVE TL-REC-FLOAT TO CD59O-TILL-FLOAT.                       dbank59p
024400     MOVE TL-REC-CASH-IN TO CD59O-TILL-CASH-IN.                   dbank59p
024500     MOVE TL-REC-CASH-OUT TO CD59O-TILL-CASH-OUT.                 dbank59p
024600     MOVE TL-REC-VAULT-IN TO CD59O-TILL-VAULT-IN.                 dbank59p
024700     MOVE TL-REC-VAULT-OUT TO CD59O-TILL-VAULT-OUT.               dbank59p
024800     COMPUTE CD59O-TILL-EXPECTED = TL-REC-FLOAT                   dbank59p
024900             + TL-REC-CASH-IN - TL-REC-CASH-OUT                   dbank59p
025000             + TL-REC-VAULT-IN - TL-REC-VAULT-OUT.                dbank59p
025100     IF TL-REC-CLOSED                                             dbank59p
025200        MOVE TL-REC-COUNTED TO CD59O-TILL-COUNTED                 dbank59p
025300        MOVE TL-REC-OVER-SHORT TO CD59O-TILL-OVER-SHORT           dbank59p
025400     END-IF.                                                      dbank59p
025500 READ-TILL-EXIT.                                                  dbank59p
025600     EXIT.                                                        dbank59p
025700                                                                  dbank59p
025800***************************************************************** dbank59p
025900* Fetch one receipt again for a customer copy and count the     * dbank59p
026000* reprint on the journal entry                                  * dbank59p
026100***************************************************************** dbank59p
026200 REPRINT-PROCESS.                                                 dbank59p
026300     IF CD59I-RECEIPT-NO IS NOT NUMERIC OR                        dbank59p
026400        CD59I-RECEIPT-NO IS EQUAL TO ZERO                         dbank59p
026500        SET CD59O-REJECTED TO TRUE                                dbank59p
026600        MOVE 'Receipt number is required' TO CD59O-MESSAGE        dbank59p
026700        GO TO REPRINT-PROCESS-EXIT                                dbank59p
026800     END-IF.                                                      dbank59p
026900     MOVE CD59I-TILL TO TJ-REC-TILL.                              dbank59p
027000     MOVE CD59O-BUSDATE TO TJ-REC-BUSDATE.                        dbank59p
027100     MOVE CD59I-RECEIPT-NO TO TJ-REC-RECEIPT-NO.                  dbank59p
027200     EXEC CICS READ FILE('BNKTJRN')                               dbank59p
027300                    INTO(WS-BNKTJRN-REC)                          dbank59p
027400                    LENGTH(LENGTH OF WS-BNKTJRN-REC)              dbank59p
027500                    RIDFLD(TJ-REC-KEY)                            dbank59p
027600                    UPDATE                                        dbank59p
027700                    RESP(WS-RESP)                                 dbank59p
027800     END-EXEC.                                                    dbank59p
027900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank59p
028000        SET CD59O-REJECTED TO TRUE                                dbank59p
028100        MOVE 'Receipt not found on the journal' TO CD59O-MESSAGE  dbank59p
028200        GO TO REPRINT-PROCESS-EXIT                                dbank59p
028300     END-IF.                                                      dbank59p
028400     IF TJ-REC-REPRINTS IS NOT NUMERIC                            dbank59p
028500        MOVE ZERO TO TJ-REC-REPRINTS                              dbank59p
028600     END-IF.                                                      dbank59p
028700     IF TJ-REC-REPRINTS IS LESS THAN 99                           dbank59p
028800        ADD 1 TO TJ-REC-REPRINTS                                  dbank59p
028900     END-IF.                                                      dbank59p
029000     EXEC CICS REWRITE FILE('BNKTJRN')                            dbank59p
029100                       FROM(WS-BNKTJRN-REC)                       dbank59p
029200                       LENGTH(LENGTH OF WS-BNKTJRN-REC)           dbank59p
029300                       RESP(WS-RESP)                              dbank59p
029400     END-EXEC.                                                    dbank59p
029500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank59p
029600        SET CD59O-REJECTED TO TRUE                                dbank59p
029700        MOVE 'Unable to record the reprint' TO CD59O-MESSAGE      dbank59p
029800        GO TO REPRINT-PROCESS-EXIT                                dbank59p
029900     END-IF.                                                      dbank59p
030000     MOVE TJ-REC-TILL TO CD59O-RCPT-TILL.                         dbank59p
030100     MOVE TJ-REC-BUSDATE TO CD59O-RCPT-BUSDATE.                   dbank59p
030200     MOVE TJ-REC-RECEIPT-NO TO CD59O-RCPT-NO.                     dbank59p
030300     MOVE TJ-REC-TIME TO CD59O-RCPT-TIME.                         dbank59p
030400     MOVE TJ-REC-USERID TO CD59O-RCPT-USERID.                     dbank59p
030500     MOVE TJ-REC-BRANCH TO CD59O-RCPT-BRANCH.                     dbank59p
030600     MOVE TJ-REC-TXN-TYPE TO CD59O-RCPT-TXN-TYPE.                 dbank59p
030700     MOVE TJ-REC-ACCNO TO CD59O-RCPT-ACCNO.                       dbank59p
030800     MOVE TJ-REC-AMOUNT TO CD59O-RCPT-AMOUNT.                     dbank59p
030900     MOVE TJ-REC-BALANCE TO CD59O-RCPT-BALANCE.                   dbank59p
031000     MOVE TJ-REC-CURRENCY TO CD59O-RCPT-CURRENCY.                 dbank59p
031100     MOVE TJ-REC-DESC TO CD59O-RCPT-DESC.                         dbank59p
031200     MOVE TJ-REC-REPRINTS TO CD59O-RCPT-REPRINTS.                 dbank59p
031300     SET CD59O-OK TO TRUE.                                        dbank59p
031400     MOVE 'Receipt reprinted - marked as a copy' TO CD59O-MESSAGE.dbank59p
031500 REPRINT-PROCESS-EXIT.                                            dbank59p
031600     EXIT.                                                        dbank59p
031700                                                                  dbank59p
031800 GET-TODAY.                                                       dbank59p
031900     EXEC CICS ASKTIME                                            dbank59p
032000               ABSTIME(WS-ABSTIME)                                dbank59p
032100     END-EXEC.                                                    dbank59p
032200     EXEC CICS FORMATTIME                                         dbank59p
032300               ABSTIME(WS-ABSTIME)                                dbank59p
032400               YYYYMMDD(WS-TODAY-DATE)                            dbank59p
032500               TIME(WS-TODAY-TIME)                                dbank59p
032600     END-EXEC.                                                    dbank59p
032700                                                                  dbank59p
032730 COPY CPERFP.                                                     dbank59p
032760                                                                  dbank59p
032800* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank59p
