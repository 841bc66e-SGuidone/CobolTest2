000100***************************************************************** dbank48p
000200*                                                               * dbank48p
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   * dbank48p
000400*   This demonstration program is provided for use by users     * dbank48p
000500*   of Micro Focus products and may be used, modified and       * dbank48p
000600*   distributed as part of your application provided that       * dbank48p
000700*   you properly acknowledge the copyright of Micro Focus       * dbank48p
000800*   in this material.                                           * dbank48p
000900*                                                               * dbank48p
001000***************************************************************** dbank48p
001100                                                                  dbank48p
001200***************************************************************** dbank48p
001300* Program:     DBANK48P.CBL                                     * dbank48p
001400* Function:    Regulatory filing work for compliance. Marks a   * dbank48p
001500*              BNKFCAS fraud case, or a cash report ZBNKAML     * dbank48p
001600*              kept on BNKAMLF, to be filed with the financial  * dbank48p
001700*              intelligence unit as a suspicious-activity or    * dbank48p
001800*              currency transaction report, setting the filing  * dbank48p
001900*              deadline; takes the narrative; lists what is     * dbank48p
002000*              outstanding (or one customer's filings); records * dbank48p
002100*              the unit's acknowledgement or rejection of a     * dbank48p
002200*              filing sent by the nightly ZBNKFIUF run; and     * dbank48p
002300*              withdraws a filing not yet sent                  * dbank48p
002330*              Audit records are chained on BNKACHN (CAUDCHP)   * dbank48p
002360*              for the nightly ZBNKACHV verification            * dbank48p
002400*              VSAM version                                     * dbank48p
002500***************************************************************** dbank48p
002600                                                                  dbank48p
002700 IDENTIFICATION DIVISION.                                         dbank48p
002800 PROGRAM-ID.                                                      dbank48p
002900     DBANK48P.                                                    dbank48p
003000 DATE-WRITTEN.                                                    dbank48p
003100     October 2026.                                                dbank48p
003200 DATE-COMPILED.                                                   dbank48p
003300     Today.                                                       dbank48p
003400                                                                  dbank48p
003500 ENVIRONMENT DIVISION.                                            dbank48p
003600                                                                  dbank48p
003700 DATA DIVISION.                                                   dbank48p
003800                                                                  dbank48p
003900 WORKING-STORAGE SECTION.                                         dbank48p
004000 01  WS-MISC-STORAGE.                                             dbank48p
004100   05  WS-PROGRAM-ID                         PIC X(8)             dbank48p
004200       VALUE 'DBANK48P'.                                          dbank48p
004300   05  WS-COMMAREA-LENGTH                    PIC 9(5).            dbank48p
004400   05  WS-RESP                               PIC S9(8) COMP.      dbank48p
004500   05  WS-ABSTIME                            PIC S9(15) COMP-3.   dbank48p
004600   05  WS-TODAY-DATE                         PIC X(8).            dbank48p
004700   05  WS-TODAY-DATE-N REDEFINES WS-TODAY-DATE PIC 9(8).          dbank48p
004800   05  WS-TODAY-TIME                         PIC X(6).            dbank48p
004900   05  WS-SAR-DAYS                           PIC 9(3) VALUE 30.   dbank48p
005000   05  WS-CTR-DAYS                           PIC 9(3) VALUE 15.   dbank48p
005100   05  WS-DAY-NUMBER                         PIC S9(9) COMP.      dbank48p
005200   05  WS-FILING-SUB                         PIC S9(4) COMP.      dbank48p
005300   05  WS-AUDIT-SEQ                          PIC 9(3) VALUE ZERO. dbank48p
005400   05  WS-NEW-FILING                         PIC X(1).            dbank48p
005500     88  WS-FILING-IS-NEW                    VALUE 'Y'.           dbank48p
005600     88  WS-FILING-EXISTS                    VALUE 'N'.           dbank48p
005700                                                                  dbank48p
005800 01  WS-BNKREGF-REC.                                              dbank48p
005900 COPY CBANKVRF.                                                   dbank48p
006000                                                                  dbank48p
006100 01  WS-BNKFCAS-REC.                                              dbank48p
006200 COPY CBANKVFC.                                                   dbank48p
006300                                                                  dbank48p
006400 01  WS-BNKAMLF-REC.                                              dbank48p
006500 COPY CBANKVAF.                                                   dbank48p
006600                                                                  dbank48p
006700 01  WS-BNKAUDT-REC.                                              dbank48p
006800 COPY CBANKVAD.                                                   dbank48p
006810 01  WS-BNKACHN-REC.                                              dbank48p
006820 COPY CBANKVCN.                                                   dbank48p
006830 01  WS-AUDHSH-PARM.                                              dbank48p
006840 COPY CAUDHSD.                                                    dbank48p
006850 COPY CAUDCHD.                                                    dbank48p
006900                                                                  dbank48p
007000 01  WS-COMMAREA.                                                 dbank48p
007100 COPY CBANKD48.                                                   dbank48p
007200                                                                  dbank48p
007300 COPY CABENDD.                                                    dbank48p
007310                                                                  dbank48p
007320 01  WS-BNKPERF-REC.                                              dbank48p
007330 COPY CBANKVPF.                                                   dbank48p
007340                                                                  dbank48p
007350 COPY CPERFD.                                                     dbank48p
007400                                                                  dbank48p
007500 LINKAGE SECTION.                                                 dbank48p
007600 01  DFHCOMMAREA.                                                 dbank48p
007700   05  LK-COMMAREA                           PIC X(1)             dbank48p
007800       OCCURS 1 TO 4096 TIMES                                     dbank48p
007900         DEPENDING ON WS-COMMAREA-LENGTH.                         dbank48p
008000                                                                  dbank48p
008100 COPY CENTRY.                                                     dbank48p
008110***************************************************************** dbank48p
008120* Start the response-time clock for this request                * dbank48p
008130***************************************************************** dbank48p
008140     PERFORM PERF-TIMER.                                          dbank48p
008150                                                                  dbank48p
008200***************************************************************** dbank48p
008300* Move the passed data to our area                              * dbank48p
008400***************************************************************** dbank48p
008500     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            dbank48p
008600     MOVE DFHCOMMAREA TO WS-COMMAREA.                             dbank48p
008700                                                                  dbank48p
008800***************************************************************** dbank48p
008900* Initialize our output area                                    * dbank48p
009000***************************************************************** dbank48p
009100     MOVE SPACES TO CD48O-DATA.                                   dbank48p
009200     MOVE ZERO TO CD48O-DUE-DTE.                                  dbank48p
009300     MOVE ZERO TO CD48O-FILING-COUNT.                             dbank48p
009400                                                                  dbank48p
009500***************************************************************** dbank48p
009600* Now attempt to satisfy the requested function                 * dbank48p
009700***************************************************************** dbank48p
009800     PERFORM GET-TODAY-DATE.                                      dbank48p
009900     EVALUATE TRUE                                                dbank48p
010000       WHEN CD48I-MARK-FRAUD-CASE                                 dbank48p
010100         PERFORM MARK-FRAUD-CASE-PROCESS                          dbank48p
010200             THRU MARK-FRAUD-CASE-PROCESS-EXIT                    dbank48p
010300       WHEN CD48I-MARK-CASH-REPORT                                dbank48p
010400         PERFORM MARK-CASH-REPORT-PROCESS                         dbank48p
010500             THRU MARK-CASH-REPORT-PROCESS-EXIT                   dbank48p
010600       WHEN CD48I-NARRATIVE                                       dbank48p
010700         PERFORM NARRATIVE-PROCESS                                dbank48p
010800             THRU NARRATIVE-PROCESS-EXIT                          dbank48p
010900       WHEN CD48I-ACKNOWLEDGE                                     dbank48p
011000         PERFORM ACKNOWLEDGE-PROCESS                              dbank48p
011100             THRU ACKNOWLEDGE-PROCESS-EXIT                        dbank48p
011200       WHEN CD48I-WITHDRAW                                        dbank48p
011300         PERFORM WITHDRAW-PROCESS                                 dbank48p
011400             THRU WITHDRAW-PROCESS-EXIT                           dbank48p
011500       WHEN OTHER                                                 dbank48p
011600         PERFORM LIST-FILINGS-PROCESS                             dbank48p
011700             THRU LIST-FILINGS-PROCESS-EXIT                       dbank48p
011800     END-EVALUATE.                                                dbank48p
011900                                                                  dbank48p
012000***************************************************************** dbank48p
012100* Move the result back to the callers area                      * dbank48p
012200***************************************************************** dbank48p
012300     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       dbank48p
012400                                                                  dbank48p
012410***************************************************************** dbank48p
012420* Log this request's response time to BNKPERF                   * dbank48p
012430***************************************************************** dbank48p
012440     MOVE CD48I-FUNCTION TO WS-PERF-FUNCTION.                     dbank48p
012450     PERFORM PERF-TIMER.                                          dbank48p
012460                                                                  dbank48p
012500***************************************************************** dbank48p
012600* Return to our caller                                          * dbank48p
012700***************************************************************** dbank48p
012800 COPY CRETURN.                                                    dbank48p
012900                                                                  dbank48p
013000***************************************************************** dbank48p
013100* Mark a fraud case to be filed. The case must name a customer  * dbank48p
013200* and must not have been cleared. A fraud case is always filed  * dbank48p
013300* as a suspicious-activity report, due 30 days from the day the * dbank48p
013400* case was raised                                               * dbank48p
013500***************************************************************** dbank48p
013600 MARK-FRAUD-CASE-PROCESS.                                         dbank48p
013700     IF CD48I-USERID IS EQUAL TO SPACES                           dbank48p
013800        SET CD48O-REJECTED TO TRUE                                dbank48p
013900        MOVE 'Compliance userid is required' TO CD48O-MESSAGE     dbank48p
014000        GO TO MARK-FRAUD-CASE-PROCESS-EXIT                        dbank48p
014100     END-IF.                                                      dbank48p
014200     IF CD48I-TYPE IS NOT EQUAL TO SPACES AND                     dbank48p
014300        CD48I-TYPE IS NOT EQUAL TO 'S'                            dbank48p
014400        SET CD48O-REJECTED TO TRUE                                dbank48p
014500        MOVE 'Fraud case is filed as a SAR'                       dbank48p
014600          TO CD48O-MESSAGE                                        dbank48p
014700        GO TO MARK-FRAUD-CASE-PROCESS-EXIT                        dbank48p
014800     END-IF.                                                      dbank48p
014900     MOVE CD48I-CASE-DATE TO FC-REC-DATE.                         dbank48p
015000     MOVE CD48I-CASE-SEQ TO FC-REC-SEQ.                           dbank48p
015100     EXEC CICS READ FILE('BNKFCAS')                               dbank48p
015200                    INTO(WS-BNKFCAS-REC)                          dbank48p
015300                    LENGTH(LENGTH OF WS-BNKFCAS-REC)              dbank48p
015400                    RIDFLD(FC-REC-KEY)                            dbank48p
015500                    RESP(WS-RESP)                                 dbank48p
015600     END-EXEC.                                                    dbank48p
015700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank48p
015800        SET CD48O-REJECTED TO TRUE                                dbank48p
015900        MOVE 'Fraud case not found' TO CD48O-MESSAGE              dbank48p
016000        GO TO MARK-FRAUD-CASE-PROCESS-EXIT                        dbank48p
016100     END-IF.                                                      dbank48p
016200     IF FC-REC-PID IS EQUAL TO SPACES                             dbank48p
016300        SET CD48O-REJECTED TO TRUE                                dbank48p
016400        MOVE 'Case names no customer to report' TO CD48O-MESSAGE  dbank48p
016500        GO TO MARK-FRAUD-CASE-PROCESS-EXIT                        dbank48p
016600     END-IF.                                                      dbank48p
016700     IF FC-REC-CLEARED                                            dbank48p
016800        SET CD48O-REJECTED TO TRUE                                dbank48p
016900        MOVE 'Case was cleared - nothing to file' TO CD48O-MESSAGEdbank48p
017000        GO TO MARK-FRAUD-CASE-PROCESS-EXIT                        dbank48p
017100     END-IF.                                                      dbank48p
017200                                                                  dbank48p
017300     MOVE SPACES TO WS-BNKREGF-REC.                               dbank48p
017400     SET RF-REC-FROM-FRAUD-CASE TO TRUE.                          dbank48p
017500     MOVE FC-REC-DATE TO RF-REC-CASE-DATE.                        dbank48p
017600     MOVE FC-REC-SEQ TO RF-REC-CASE-SEQ.                          dbank48p
017700     PERFORM READ-FILING-FOR-MARKING                              dbank48p
017800         THRU READ-FILING-FOR-MARKING-EXIT.                       dbank48p
017900     IF CD48O-REJECTED                                            dbank48p
018000        GO TO MARK-FRAUD-CASE-PROCESS-EXIT                        dbank48p
018100     END-IF.                                                      dbank48p
018200     SET RF-REC-SAR TO TRUE.                                      dbank48p
018300     MOVE FC-REC-PID TO RF-REC-PID.                               dbank48p
018400     MOVE FC-REC-ACCNO TO RF-REC-ACCNO.                           dbank48p
018500     MOVE FC-REC-DATE TO RF-REC-ACTIVITY-DTE.                     dbank48p
018600     MOVE ZERO TO RF-REC-AMOUNT.                                  dbank48p
018700     PERFORM RECORD-MARKED-FILING                                 dbank48p
018800         THRU RECORD-MARKED-FILING-EXIT.                          dbank48p
018900 MARK-FRAUD-CASE-PROCESS-EXIT.                                    dbank48p
019000     EXIT.                                                        dbank48p
019100                                                                  dbank48p
019200***************************************************************** dbank48p
019300* Mark a cash report to be filed - a currency transaction       * dbank48p
019400* report unless compliance asks for a suspicious-activity       * dbank48p
019500* report (structured cash, say). The report's key is as printed * dbank48p
019600* by ZBNKAML: customer, date, kind, and for a single large      * dbank48p
019700* posting the posting's account, time and sequence              * dbank48p
019800***************************************************************** dbank48p
019900 MARK-CASH-REPORT-PROCESS.                                        dbank48p
020000     IF CD48I-USERID IS EQUAL TO SPACES                           dbank48p
020100        SET CD48O-REJECTED TO TRUE                                dbank48p
020200        MOVE 'Compliance userid is required' TO CD48O-MESSAGE     dbank48p
020300        GO TO MARK-CASH-REPORT-PROCESS-EXIT                       dbank48p
020400     END-IF.                                                      dbank48p
020500     IF CD48I-TYPE IS EQUAL TO SPACES                             dbank48p
020600        MOVE 'C' TO CD48I-TYPE                                    dbank48p
020700     END-IF.                                                      dbank48p
020800     MOVE CD48I-TYPE TO RF-REC-TYPE.                              dbank48p
020900     IF NOT RF-REC-TYPE-VALID                                     dbank48p
021000        SET CD48O-REJECTED TO TRUE                                dbank48p
021100        MOVE 'Filing type must be S or C' TO CD48O-MESSAGE        dbank48p
021200        GO TO MARK-CASH-REPORT-PROCESS-EXIT                       dbank48p
021300     END-IF.                                                      dbank48p
021400     MOVE CD48I-CASH-KEY TO AF-REC-KEY.                           dbank48p
021500     EXEC CICS READ FILE('BNKAMLF')                               dbank48p
021600                    INTO(WS-BNKAMLF-REC)                          dbank48p
021700                    LENGTH(LENGTH OF WS-BNKAMLF-REC)              dbank48p
021800                    RIDFLD(AF-REC-KEY)                            dbank48p
021900                    RESP(WS-RESP)                                 dbank48p
022000     END-EXEC.                                                    dbank48p
022100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank48p
022200        SET CD48O-REJECTED TO TRUE                                dbank48p
022300        MOVE 'Cash report not found' TO CD48O-MESSAGE             dbank48p
022400        GO TO MARK-CASH-REPORT-PROCESS-EXIT                       dbank48p
022500     END-IF.                                                      dbank48p
022600                                                                  dbank48p
022700     MOVE SPACES TO WS-BNKREGF-REC.                               dbank48p
022800     SET RF-REC-FROM-CASH-REPORT TO TRUE.                         dbank48p
022900     MOVE AF-REC-KEY TO RF-REC-CASH-KEY.                          dbank48p
023000     PERFORM READ-FILING-FOR-MARKING                              dbank48p
023100         THRU READ-FILING-FOR-MARKING-EXIT.                       dbank48p
023200     IF CD48O-REJECTED                                            dbank48p
023300        GO TO MARK-CASH-REPORT-PROCESS-EXIT                       dbank48p
023400     END-IF.                                                      dbank48p
023500     MOVE CD48I-TYPE TO RF-REC-TYPE.                              dbank48p
023600     MOVE AF-REC-PID TO RF-REC-PID.                               dbank48p
023700     MOVE AF-REC-TXN-ACCNO TO RF-REC-ACCNO.                       dbank48p
023800     MOVE AF-REC-DATE TO RF-REC-ACTIVITY-DTE.                     dbank48p
023900     MOVE AF-REC-AMOUNT TO RF-REC-AMOUNT.                         dbank48p
024000     PERFORM RECORD-MARKED-FILING                                 dbank48p
024100         THRU RECORD-MARKED-FILING-EXIT.                          dbank48p
024200 MARK-CASH-REPORT-PROCESS-EXIT.                                   dbank48p
024300     EXIT.                                                        dbank48p
024400                                                                  dbank48p
024500***************************************************************** dbank48p
024600* Look for an earlier filing of the same case or report. One    * dbank48p
024700* that was withdrawn may be marked again and is held for update * dbank48p
024800* with its before image kept; any other is a duplicate          * dbank48p
024900***************************************************************** dbank48p
025000 READ-FILING-FOR-MARKING.                                         dbank48p
025100     SET WS-FILING-IS-NEW TO TRUE.                                dbank48p
025200     EXEC CICS READ FILE('BNKREGF')                               dbank48p
025300                    INTO(WS-BNKREGF-REC)                          dbank48p
025400                    LENGTH(LENGTH OF WS-BNKREGF-REC)              dbank48p
025500                    RIDFLD(RF-REC-KEY)                            dbank48p
025600                    UPDATE                                        dbank48p
025700                    RESP(WS-RESP)                                 dbank48p
025800     END-EXEC.                                                    dbank48p
025900     IF WS-RESP IS EQUAL TO DFHRESP(NOTFND)                       dbank48p
026000        GO TO READ-FILING-FOR-MARKING-EXIT                        dbank48p
026100     END-IF.                                                      dbank48p
026200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank48p
026300        SET CD48O-REJECTED TO TRUE                                dbank48p
026400        MOVE 'Unable to read filing register' TO CD48O-MESSAGE    dbank48p
026500        GO TO READ-FILING-FOR-MARKING-EXIT                        dbank48p
026600     END-IF.                                                      dbank48p
026700     IF NOT RF-REC-WITHDRAWN                                      dbank48p
026800        EXEC CICS UNLOCK FILE('BNKREGF')                          dbank48p
026900        END-EXEC                                                  dbank48p
027000        SET CD48O-REJECTED TO TRUE                                dbank48p
027100        MOVE 'Already marked to be filed' TO CD48O-MESSAGE        dbank48p
027200        MOVE RF-REC-DUE-DTE TO CD48O-DUE-DTE                      dbank48p
027300        GO TO READ-FILING-FOR-MARKING-EXIT                        dbank48p
027400     END-IF.                                                      dbank48p
027500     SET WS-FILING-EXISTS TO TRUE.                                dbank48p
027600     MOVE WS-BNKREGF-REC TO AD-REC-BEFORE-IMAGE.                  dbank48p
027700 READ-FILING-FOR-MARKING-EXIT.                                    dbank48p
027800     EXIT.                                                        dbank48p
027900                                                                  dbank48p
028000***************************************************************** dbank48p
028100* Complete a newly marked filing - deadline, narrative if given * dbank48p
028200* - and write it, or rewrite the withdrawn filing it replaces   * dbank48p
028300***************************************************************** dbank48p
028400 RECORD-MARKED-FILING.                                            dbank48p
028500     SET RF-REC-TO-BE-FILED TO TRUE.                              dbank48p
028600     COMPUTE WS-DAY-NUMBER =                                      dbank48p
028700         FUNCTION INTEGER-OF-DATE (RF-REC-ACTIVITY-DTE).          dbank48p
028800     IF RF-REC-SAR                                                dbank48p
028900        ADD WS-SAR-DAYS TO WS-DAY-NUMBER                          dbank48p
029000     ELSE                                                         dbank48p
029100        ADD WS-CTR-DAYS TO WS-DAY-NUMBER                          dbank48p
029200     END-IF.                                                      dbank48p
029300     COMPUTE RF-REC-DUE-DTE =                                     dbank48p
029400         FUNCTION DATE-OF-INTEGER (WS-DAY-NUMBER).                dbank48p
029500     MOVE WS-TODAY-DATE-N TO RF-REC-MARKED-DTE.                   dbank48p
029600     MOVE SPACES TO RF-REC-SUBMIT-REF.                            dbank48p
029700     MOVE ZERO TO RF-REC-SUBMIT-DTE.                              dbank48p
029800     MOVE SPACES TO RF-REC-ACK-REF.                               dbank48p
029900     MOVE ZERO TO RF-REC-ACK-DTE.                                 dbank48p
030000     MOVE SPACES TO RF-REC-REASON.                                dbank48p
030100     MOVE CD48I-USERID TO RF-REC-MARKED-USERID.                   dbank48p
030200     MOVE CD48I-USERID TO RF-REC-UPDATED-USERID.                  dbank48p
030300     MOVE CD48I-NARRATIVE-LINE (1) TO RF-REC-NARRATIVE-LINE (1).  dbank48p
030400     MOVE CD48I-NARRATIVE-LINE (2) TO RF-REC-NARRATIVE-LINE (2).  dbank48p
030500     MOVE CD48I-NARRATIVE-LINE (3) TO RF-REC-NARRATIVE-LINE (3).  dbank48p
030600     MOVE CD48I-NARRATIVE-LINE (4) TO RF-REC-NARRATIVE-LINE (4).  dbank48p
030700     IF WS-FILING-IS-NEW                                          dbank48p
030800        EXEC CICS WRITE FILE('BNKREGF')                           dbank48p
030900                  FROM(WS-BNKREGF-REC)                            dbank48p
031000                  RIDFLD(RF-REC-KEY)                              dbank48p
031100                  LENGTH(LENGTH OF WS-BNKREGF-REC)                dbank48p
031200                  RESP(WS-RESP)                                   dbank48p
031300        END-EXEC                                                  dbank48p
031400        SET AD-REC-ACTION-ADD TO TRUE                             dbank48p
031500     ELSE                                                         dbank48p
031600        EXEC CICS REWRITE FILE('BNKREGF')                         dbank48p
031700                  FROM(WS-BNKREGF-REC)                            dbank48p
031800                  LENGTH(LENGTH OF WS-BNKREGF-REC)                dbank48p
031900                  RESP(WS-RESP)                                   dbank48p
032000        END-EXEC                                                  dbank48p
032100        SET AD-REC-ACTION-CHANGE TO TRUE                          dbank48p
032200     END-IF.                                                      dbank48p
032300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank48p
032400        SET CD48O-REJECTED TO TRUE                                dbank48p
032500        MOVE 'Unable to record filing' TO CD48O-MESSAGE           dbank48p
032600        GO TO RECORD-MARKED-FILING-EXIT                           dbank48p
032700     END-IF.                                                      dbank48p
032800     PERFORM WRITE-AUDIT-RECORD.                                  dbank48p
032900     SET CD48O-OK TO TRUE.                                        dbank48p
033000     MOVE RF-REC-DUE-DTE TO CD48O-DUE-DTE.                        dbank48p
033100     IF RF-REC-SAR AND RF-REC-NARRATIVE IS EQUAL TO SPACES        dbank48p
033200        MOVE 'Marked to be filed - narrative still required'      dbank48p
033300          TO CD48O-MESSAGE                                        dbank48p
033400     ELSE                                                         dbank48p
033500        MOVE 'Marked to be filed' TO CD48O-MESSAGE                dbank48p
033600     END-IF.                                                      dbank48p
033700 RECORD-MARKED-FILING-EXIT.                                       dbank48p
033800     EXIT.                                                        dbank48p
033900                                                                  dbank48p
034000***************************************************************** dbank48p
034100* Write or correct the narrative of a filing not yet sent, or   * dbank48p
034200* of one the unit rejected - which queues it to be filed again  * dbank48p
034300***************************************************************** dbank48p
034400 NARRATIVE-PROCESS.                                               dbank48p
034500     IF CD48I-USERID IS EQUAL TO SPACES                           dbank48p
034600        SET CD48O-REJECTED TO TRUE                                dbank48p
034700        MOVE 'Compliance userid is required' TO CD48O-MESSAGE     dbank48p
034800        GO TO NARRATIVE-PROCESS-EXIT                              dbank48p
034900     END-IF.                                                      dbank48p
035000     IF CD48I-NARRATIVE-LINE (1) IS EQUAL TO SPACES               dbank48p
035100        SET CD48O-REJECTED TO TRUE                                dbank48p
035200        MOVE 'Narrative is required' TO CD48O-MESSAGE             dbank48p
035300        GO TO NARRATIVE-PROCESS-EXIT                              dbank48p
035400     END-IF.                                                      dbank48p
035500     PERFORM READ-FILING-FOR-UPDATE                               dbank48p
035600         THRU READ-FILING-FOR-UPDATE-EXIT.                        dbank48p
035700     IF CD48O-REJECTED                                            dbank48p
035800        GO TO NARRATIVE-PROCESS-EXIT                              dbank48p
035900     END-IF.                                                      dbank48p
036000     IF NOT RF-REC-TO-BE-FILED AND NOT RF-REC-REJECTED            dbank48p
036100        EXEC CICS UNLOCK FILE('BNKREGF')                          dbank48p
036200        END-EXEC                                                  dbank48p
036300        SET CD48O-REJECTED TO TRUE                                dbank48p
036400        MOVE 'Filing has been sent or withdrawn' TO CD48O-MESSAGE dbank48p
036500        GO TO NARRATIVE-PROCESS-EXIT                              dbank48p
036600     END-IF.                                                      dbank48p
036700     MOVE WS-BNKREGF-REC TO AD-REC-BEFORE-IMAGE.                  dbank48p
036800     MOVE CD48I-NARRATIVE-LINE (1) TO RF-REC-NARRATIVE-LINE (1).  dbank48p
036900     MOVE CD48I-NARRATIVE-LINE (2) TO RF-REC-NARRATIVE-LINE (2).  dbank48p
037000     MOVE CD48I-NARRATIVE-LINE (3) TO RF-REC-NARRATIVE-LINE (3).  dbank48p
037100     MOVE CD48I-NARRATIVE-LINE (4) TO RF-REC-NARRATIVE-LINE (4).  dbank48p
037200     MOVE CD48I-USERID TO RF-REC-UPDATED-USERID.                  dbank48p
037300     IF RF-REC-REJECTED                                           dbank48p
037400        SET RF-REC-TO-BE-FILED TO TRUE                            dbank48p
037500        MOVE 'Narrative recorded - queued to be filed again'      dbank48p
037600          TO CD48O-MESSAGE                                        dbank48p
037700     ELSE                                                         dbank48p
037800        MOVE 'Narrative recorded' TO CD48O-MESSAGE                dbank48p
037900     END-IF.                                                      dbank48p
038000     PERFORM REWRITE-FILING                                       dbank48p
038100         THRU REWRITE-FILING-EXIT.                                dbank48p
038200 NARRATIVE-PROCESS-EXIT.                                          dbank48p
038300     EXIT.                                                        dbank48p
038400                                                                  dbank48p
038500***************************************************************** dbank48p
038600* Record the unit's reply to a filing that has been sent - its  * dbank48p
038700* acknowledgement reference, or why it was rejected             * dbank48p
038800***************************************************************** dbank48p
038900 ACKNOWLEDGE-PROCESS.                                             dbank48p
039000     IF CD48I-USERID IS EQUAL TO SPACES                           dbank48p
039100        SET CD48O-REJECTED TO TRUE                                dbank48p
039200        MOVE 'Compliance userid is required' TO CD48O-MESSAGE     dbank48p
039300        GO TO ACKNOWLEDGE-PROCESS-EXIT                            dbank48p
039400     END-IF.                                                      dbank48p
039500     IF NOT CD48I-ACK-ACCEPTED AND NOT CD48I-ACK-REJECTED         dbank48p
039600        SET CD48O-REJECTED TO TRUE                                dbank48p
039700        MOVE 'Reply must be A (accept) or R (reject)'             dbank48p
039800          TO CD48O-MESSAGE                                        dbank48p
039900        GO TO ACKNOWLEDGE-PROCESS-EXIT                            dbank48p
040000     END-IF.                                                      dbank48p
040100     IF CD48I-ACK-ACCEPTED AND CD48I-ACK-REF IS EQUAL TO SPACES   dbank48p
040200        SET CD48O-REJECTED TO TRUE                                dbank48p
040300        MOVE 'Acknowledgement reference is required'              dbank48p
040400          TO CD48O-MESSAGE                                        dbank48p
040500        GO TO ACKNOWLEDGE-PROCESS-EXIT                            dbank48p
040600     END-IF.                                                      dbank48p
040700     IF CD48I-ACK-REJECTED AND CD48I-REASON IS EQUAL TO SPACES    dbank48p
040800        SET CD48O-REJECTED TO TRUE                                dbank48p
040900        MOVE 'Rejection reason is required' TO CD48O-MESSAGE      dbank48p
041000        GO TO ACKNOWLEDGE-PROCESS-EXIT                            dbank48p
041100     END-IF.                                                      dbank48p
041200     PERFORM READ-FILING-FOR-UPDATE                               dbank48p
041300         THRU READ-FILING-FOR-UPDATE-EXIT.                        dbank48p
041400     IF CD48O-REJECTED                                            dbank48p
041500        GO TO ACKNOWLEDGE-PROCESS-EXIT                            dbank48p
041600     END-IF.                                                      dbank48p
041700     IF NOT RF-REC-SUBMITTED                                      dbank48p
041800        EXEC CICS UNLOCK FILE('BNKREGF')                          dbank48p
041900        END-EXEC                                                  dbank48p
042000        SET CD48O-REJECTED TO TRUE                                dbank48p
042100        MOVE 'Filing is not awaiting acknowledgement'             dbank48p
042200          TO CD48O-MESSAGE                                        dbank48p
042300        GO TO ACKNOWLEDGE-PROCESS-EXIT                            dbank48p
042400     END-IF.                                                      dbank48p
042500     MOVE WS-BNKREGF-REC TO AD-REC-BEFORE-IMAGE.                  dbank48p
042600     MOVE WS-TODAY-DATE-N TO RF-REC-ACK-DTE.                      dbank48p
042700     MOVE CD48I-USERID TO RF-REC-UPDATED-USERID.                  dbank48p
042800     IF CD48I-ACK-ACCEPTED                                        dbank48p
042900        SET RF-REC-ACCEPTED TO TRUE                               dbank48p
043000        MOVE CD48I-ACK-REF TO RF-REC-ACK-REF                      dbank48p
043100        MOVE 'Acceptance recorded' TO CD48O-MESSAGE               dbank48p
043200     ELSE                                                         dbank48p
043300        SET RF-REC-REJECTED TO TRUE                               dbank48p
043400        MOVE CD48I-ACK-REF TO RF-REC-ACK-REF                      dbank48p
043500        MOVE CD48I-REASON TO RF-REC-REASON                        dbank48p
043600        MOVE 'Rejection recorded - correct narrative'             dbank48p
043700          TO CD48O-MESSAGE                                        dbank48p
043800     END-IF.                                                      dbank48p
043900     PERFORM REWRITE-FILING                                       dbank48p
044000         THRU REWRITE-FILING-EXIT.                                dbank48p
044100 ACKNOWLEDGE-PROCESS-EXIT.                                        dbank48p
044200     EXIT.                                                        dbank48p
044300                                                                  dbank48p
044400***************************************************************** dbank48p
044500* Withdraw a filing that has not been sent, or one the unit     * dbank48p
044600* rejected that is not to be refiled                            * dbank48p
044700***************************************************************** dbank48p
044800 WITHDRAW-PROCESS.                                                dbank48p
044900     IF CD48I-USERID IS EQUAL TO SPACES                           dbank48p
045000        SET CD48O-REJECTED TO TRUE                                dbank48p
045100        MOVE 'Compliance userid is required' TO CD48O-MESSAGE     dbank48p
045200        GO TO WITHDRAW-PROCESS-EXIT                               dbank48p
045300     END-IF.                                                      dbank48p
045400     IF CD48I-REASON IS EQUAL TO SPACES                           dbank48p
045500        SET CD48O-REJECTED TO TRUE                                dbank48p
045600        MOVE 'Reason for withdrawal is required' TO CD48O-MESSAGE dbank48p
045700        GO TO WITHDRAW-PROCESS-EXIT                               dbank48p
045800     END-IF.                                                      dbank48p
045900     PERFORM READ-FILING-FOR-UPDATE                               dbank48p
046000         THRU READ-FILING-FOR-UPDATE-EXIT.                        dbank48p
046100     IF CD48O-REJECTED                                            dbank48p
046200        GO TO WITHDRAW-PROCESS-EXIT                               dbank48p
046300     END-IF.                                                      dbank48p
046400     IF NOT RF-REC-TO-BE-FILED AND NOT RF-REC-REJECTED            dbank48p
046500        EXEC CICS UNLOCK FILE('BNKREGF')                          dbank48p
046600        END-EXEC                                                  dbank48p
046700        SET CD48O-REJECTED TO TRUE                                dbank48p
046800        MOVE 'Filing has already been sent'                       dbank48p
046900          TO CD48O-MESSAGE                                        dbank48p
047000        GO TO WITHDRAW-PROCESS-EXIT                               dbank48p
047100     END-IF.                                                      dbank48p
047200     MOVE WS-BNKREGF-REC TO AD-REC-BEFORE-IMAGE.                  dbank48p
047300     SET RF-REC-WITHDRAWN TO TRUE.                                dbank48p
047400     MOVE CD48I-REASON TO RF-REC-REASON.                          dbank48p
047500     MOVE CD48I-USERID TO RF-REC-UPDATED-USERID.                  dbank48p
047600     MOVE 'Filing withdrawn' TO CD48O-MESSAGE.                    dbank48p
047700     PERFORM REWRITE-FILING                                       dbank48p
047800         THRU REWRITE-FILING-EXIT.                                dbank48p
047900 WITHDRAW-PROCESS-EXIT.                                           dbank48p
048000     EXIT.                                                        dbank48p
048100                                                                  dbank48p
048200***************************************************************** dbank48p
048300* With a customer given, list that customer's filings whatever  * dbank48p
048400* their state. Without one, list the filings still outstanding  * dbank48p
048500* - to be filed, awaiting acknowledgement, or rejected. The     * dbank48p
048600* list starts at the filing key given, if any, so the caller    * dbank48p
048700* can page on from the last filing shown                        * dbank48p
048800***************************************************************** dbank48p
048900 LIST-FILINGS-PROCESS.                                            dbank48p
049000     IF CD48I-FILING-KEY IS EQUAL TO SPACES                       dbank48p
049100        MOVE LOW-VALUES TO RF-REC-KEY                             dbank48p
049200     ELSE                                                         dbank48p
049300        MOVE CD48I-FILING-KEY TO RF-REC-KEY                       dbank48p
049400     END-IF.                                                      dbank48p
049500     EXEC CICS STARTBR FILE('BNKREGF')                            dbank48p
049600                       RIDFLD(RF-REC-KEY)                         dbank48p
049700                       GTEQ                                       dbank48p
049800                       RESP(WS-RESP)                              dbank48p
049900     END-EXEC.                                                    dbank48p
050000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank48p
050100        SET CD48O-OK TO TRUE                                      dbank48p
050200        MOVE 'No filings found' TO CD48O-MESSAGE                  dbank48p
050300        GO TO LIST-FILINGS-PROCESS-EXIT                           dbank48p
050400     END-IF.                                                      dbank48p
050500     MOVE 0 TO WS-FILING-SUB.                                     dbank48p
050600 LIST-FILINGS-LOOP.                                               dbank48p
050700     IF WS-FILING-SUB IS EQUAL TO 8                               dbank48p
050800        GO TO LIST-FILINGS-LOOP-EXIT                              dbank48p
050900     END-IF.                                                      dbank48p
051000     EXEC CICS READNEXT FILE('BNKREGF')                           dbank48p
051100                        INTO(WS-BNKREGF-REC)                      dbank48p
051200                        LENGTH(LENGTH OF WS-BNKREGF-REC)          dbank48p
051300                        RIDFLD(RF-REC-KEY)                        dbank48p
051400                        RESP(WS-RESP)                             dbank48p
051500     END-EXEC.                                                    dbank48p
051600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank48p
051700        GO TO LIST-FILINGS-LOOP-EXIT                              dbank48p
051800     END-IF.                                                      dbank48p
051900     IF CD48I-PID IS NOT EQUAL TO SPACES                          dbank48p
052000        IF RF-REC-PID IS NOT EQUAL TO CD48I-PID                   dbank48p
052100           GO TO LIST-FILINGS-LOOP                                dbank48p
052200        END-IF                                                    dbank48p
052300     ELSE                                                         dbank48p
052400        IF NOT RF-REC-OUTSTANDING                                 dbank48p
052500           GO TO LIST-FILINGS-LOOP                                dbank48p
052600        END-IF                                                    dbank48p
052700     END-IF.                                                      dbank48p
052800     ADD 1 TO WS-FILING-SUB.                                      dbank48p
052900     MOVE RF-REC-KEY TO CD48O-FILING-KEY (WS-FILING-SUB).         dbank48p
053000     MOVE RF-REC-TYPE TO CD48O-FILING-TYPE (WS-FILING-SUB).       dbank48p
053100     MOVE RF-REC-STATUS TO CD48O-FILING-STATUS (WS-FILING-SUB).   dbank48p
053200     MOVE RF-REC-PID TO CD48O-FILING-PID (WS-FILING-SUB).         dbank48p
053300     MOVE RF-REC-ACCNO TO CD48O-FILING-ACCNO (WS-FILING-SUB).     dbank48p
053400     MOVE RF-REC-ACTIVITY-DTE                                     dbank48p
053500       TO CD48O-FILING-ACTIVITY-DTE (WS-FILING-SUB).              dbank48p
053600     MOVE RF-REC-DUE-DTE TO CD48O-FILING-DUE-DTE (WS-FILING-SUB). dbank48p
053700     MOVE RF-REC-AMOUNT TO CD48O-FILING-AMOUNT (WS-FILING-SUB).   dbank48p
053800     MOVE RF-REC-SUBMIT-REF                                       dbank48p
053900       TO CD48O-FILING-SUBMIT-REF (WS-FILING-SUB).                dbank48p
054000     MOVE RF-REC-ACK-REF TO CD48O-FILING-ACK-REF (WS-FILING-SUB). dbank48p
054100     GO TO LIST-FILINGS-LOOP.                                     dbank48p
054200 LIST-FILINGS-LOOP-EXIT.                                          dbank48p
054300     MOVE WS-FILING-SUB TO CD48O-FILING-COUNT.                    dbank48p
054400     EXEC CICS ENDBR FILE('BNKREGF')                              dbank48p
054500     END-EXEC.                                                    dbank48p
054600     SET CD48O-OK TO TRUE.                                        dbank48p
054700     IF WS-FILING-SUB IS EQUAL TO ZERO                            dbank48p
054800        MOVE 'No filings found' TO CD48O-MESSAGE                  dbank48p
054900     END-IF.                                                      dbank48p
055000 LIST-FILINGS-PROCESS-EXIT.                                       dbank48p
055100     EXIT.                                                        dbank48p
055200                                                                  dbank48p
055300***************************************************************** dbank48p
055400* Read the filing named by the filing key for update            * dbank48p
055500***************************************************************** dbank48p
055600 READ-FILING-FOR-UPDATE.                                          dbank48p
055700     MOVE CD48I-FILING-KEY TO RF-REC-KEY.                         dbank48p
055800     EXEC CICS READ FILE('BNKREGF')                               dbank48p
055900                    INTO(WS-BNKREGF-REC)                          dbank48p
056000                    LENGTH(LENGTH OF WS-BNKREGF-REC)              dbank48p
056100                    RIDFLD(RF-REC-KEY)                            dbank48p
056200                    UPDATE                                        dbank48p
056300                    RESP(WS-RESP)                                 dbank48p
056400     END-EXEC.                                                    dbank48p
056500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank48p
056600        SET CD48O-REJECTED TO TRUE                                dbank48p
056700        MOVE 'Filing not found' TO CD48O-MESSAGE                  dbank48p
056800     END-IF.                                                      dbank48p
056900 READ-FILING-FOR-UPDATE-EXIT.                                     dbank48p
057000     EXIT.                                                        dbank48p
057100                                                                  dbank48p
057200***************************************************************** dbank48p
057300* Rewrite the filing held for update and audit the change. The  * dbank48p
057400* caller has set the message to return on success               * dbank48p
057500***************************************************************** dbank48p
057600 REWRITE-FILING.                                                  dbank48p
057700     EXEC CICS REWRITE FILE('BNKREGF')                            dbank48p
057800                   FROM(WS-BNKREGF-REC)                           dbank48p
057900                   LENGTH(LENGTH OF WS-BNKREGF-REC)               dbank48p
058000                   RESP(WS-RESP)                                  dbank48p
058100     END-EXEC.                                                    dbank48p
058200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank48p
058300        SET CD48O-REJECTED TO TRUE                                dbank48p
058400        MOVE 'Unable to update filing' TO CD48O-MESSAGE           dbank48p
058500        GO TO REWRITE-FILING-EXIT                                 dbank48p
058600     END-IF.                                                      dbank48p
058700     SET AD-REC-ACTION-CHANGE TO TRUE.                            dbank48p
058800     PERFORM WRITE-AUDIT-RECORD.                                  dbank48p
058900     SET CD48O-OK TO TRUE.                                        dbank48p
059000     MOVE RF-REC-DUE-DTE TO CD48O-DUE-DTE.                        dbank48p
059100 REWRITE-FILING-EXIT.                                             dbank48p
059200     EXIT.                                                        dbank48p
059300                                                                  dbank48p
059400***************************************************************** dbank48p
059500* One audit record per filing change - the filing before and    * dbank48p
059600* after                                                         * dbank48p
059700***************************************************************** dbank48p
059800 WRITE-AUDIT-RECORD.                                              dbank48p
059900     ADD 1 TO WS-AUDIT-SEQ.                                       dbank48p
060000     MOVE EIBTASKN TO AD-REC-TASKN.                               dbank48p
060100     MOVE WS-AUDIT-SEQ TO AD-REC-SEQ.                             dbank48p
060200     MOVE 'BNKREGF ' TO AD-REC-TABLE.                             dbank48p
060300     MOVE CD48I-USERID TO AD-REC-USERID.                          dbank48p
060400     MOVE WS-TODAY-DATE-N TO AD-REC-DATE.                         dbank48p
060500     MOVE WS-TODAY-TIME TO AD-REC-TIME.                           dbank48p
060600     IF AD-REC-ACTION-ADD                                         dbank48p
060700        MOVE SPACES TO AD-REC-BEFORE-IMAGE                        dbank48p
060800     END-IF.                                                      dbank48p
060900     MOVE WS-BNKREGF-REC TO AD-REC-AFTER-IMAGE.                   dbank48p
061000     PERFORM AUDIT-CHAIN-WRITE                                    dbank48p
061100         THRU AUDIT-CHAIN-WRITE-EXIT.                             dbank48p
061600 WRITE-AUDIT-RECORD-EXIT.                                         dbank48p
061700     EXIT.                                                        dbank48p
061800                                                                  dbank48p
061900***************************************************************** dbank48p
062000* Get today's date                                              * dbank48p
062100***************************************************************** dbank48p
062200 GET-TODAY-DATE.                                                  dbank48p
062300     EXEC CICS ASKTIME                                            dbank48p
062400               ABSTIME(WS-ABSTIME)                                dbank48p
062500     END-EXEC.                                                    dbank48p
062600     EXEC CICS FORMATTIME                                         dbank48p
062700               ABSTIME(WS-ABSTIME)                                dbank48p
062800               YYYYMMDD(WS-TODAY-DATE)                            dbank48p
062900               TIME(WS-TODAY-TIME)                                dbank48p
063000     END-EXEC.                                                    dbank48p
063100 GET-TODAY-DATE-EXIT.                                             dbank48p
063200     EXIT.                                                        dbank48p
063300                                                                  dbank48p
063330 COPY CPERFP.                                                     dbank48p
063340 COPY CAUDCHP.                                                    dbank48p
063360                                                                  dbank48p
063400* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank48p
