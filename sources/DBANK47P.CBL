000100***************************************************************** dbank47p
000200*                                                               * dbank47p
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   * dbank47p
000400*   This demonstration program is provided for use by users     * dbank47p
000500*   of Micro Focus products and may be used, modified and       * dbank47p
000600*   distributed as part of your application provided that       * dbank47p
000700*   you properly acknowledge the copyright of Micro Focus       * dbank47p
000800*   in this material.                                           * dbank47p
000900*                                                               * dbank47p
001000***************************************************************** dbank47p
001100                                                                  dbank47p
001200***************************************************************** dbank47p
001300* Program:     DBANK47P.CBL                                     * dbank47p
001400* Function:    Customer complaint case management. Logs a       * dbank47p
001500*              BNKCMPL case against a BNKCUST customer, and     * dbank47p
001600*              optionally one of their accounts and a BNKTXN    * dbank47p
001700*              posting on it, with a category and the response  * dbank47p
001800*              deadline; lists the open-case queue (or one      * dbank47p
001900*              handler's share of it) or one customer's cases;  * dbank47p
002000*              assigns a case to a handler; pays redress to the * dbank47p
002100*              customer's account through BNKTXN; and closes a  * dbank47p
002200*              case with its outcome and root cause. The        * dbank47p
002300*              nightly ZBNKCMAG run escalates cases nearing the * dbank47p
002400*              deadline                                         * dbank47p
002410*              Postings are also copied to the BNKTXD daily     * dbank47p
002420*              posting journal for the nightly jobs             * dbank47p
002440*              Audit records are chained on BNKACHN (CAUDCHP)   * dbank47p
002460*              for the nightly ZBNKACHV verification            * dbank47p
002500*              VSAM version                                     * dbank47p
002600***************************************************************** dbank47p
002700                                                                  dbank47p
002800 IDENTIFICATION DIVISION.                                         dbank47p
002900 PROGRAM-ID.                                                      dbank47p
003000     DBANK47P.                                                    dbank47p
003100 DATE-WRITTEN.                                                    dbank47p
003200     October 2026.                                                dbank47p
003300 DATE-COMPILED.                                                   dbank47p
003400     Today.                                                       dbank47p
003500                                                                  dbank47p
003600 ENVIRONMENT DIVISION.                                            dbank47p
003700                                                                  dbank47p
003800 DATA DIVISION.                                                   dbank47p
003900                                                                  dbank47p
004000 WORKING-STORAGE SECTION.                                         dbank47p
004100 01  WS-MISC-STORAGE.                                             dbank47p
004200   05  WS-PROGRAM-ID                         PIC X(8)             dbank47p
004300       VALUE 'DBANK47P'.                                          dbank47p
004400   05  WS-COMMAREA-LENGTH                    PIC 9(5).            dbank47p
004500   05  WS-RESP                               PIC S9(8) COMP.      dbank47p
004510   05  WS-TXD-RESP                           PIC S9(8) COMP.      dbank47p
004600   05  WS-ABSTIME                            PIC S9(15) COMP-3.   dbank47p
004700   05  WS-TODAY-DATE                         PIC X(8).            dbank47p
004800   05  WS-TODAY-DATE-N REDEFINES WS-TODAY-DATE PIC 9(8).          dbank47p
004900   05  WS-TODAY-TIME                         PIC X(6).            dbank47p
005000   05  WS-RESPONSE-DAYS                      PIC 9(3) VALUE 56.   dbank47p
005100   05  WS-DAY-NUMBER                         PIC S9(9) COMP.      dbank47p
005200   05  WS-TXN-KEY                            PIC X(31).           dbank47p
005300   05  WS-OWNER-RID                          PIC X(14).           dbank47p
005400   05  WS-OWNER-PID                          PIC X(5).            dbank47p
005500   05  WS-OWNER-ACCNO                        PIC X(9).            dbank47p
005600   05  WS-OWNER-FLAG                         PIC X(1).            dbank47p
005700     88  WS-OWNER-OK                         VALUE 'Y'.           dbank47p
005800     88  WS-OWNER-NOT-OK                     VALUE 'N'.           dbank47p
005900   05  WS-TXN-SEQ                            PIC 9(3).            dbank47p
006000   05  WS-MONTH-SUB                          PIC S9(4) COMP.      dbank47p
006100   05  WS-CASE-SUB                           PIC S9(4) COMP.      dbank47p
006200   05  WS-AUDIT-SEQ                          PIC 9(3) VALUE ZERO. dbank47p
006300   05  WS-POST-ACCNO                         PIC X(9).            dbank47p
006400   05  WS-POST-DESC                          PIC X(25).           dbank47p
006500   05  WS-POST-AMOUNT                        PIC S9(7)V99 COMP-3. dbank47p
006600                                                                  dbank47p
006700 01  WS-MONTH-TABLE-DATA.                                         dbank47p
006800   05  FILLER                              PIC X(36) VALUE        dbank47p
006900       'JanFebMarAprMayJunJulAugSepOctNovDec'.                    dbank47p
007000 01  WS-MONTH-TABLE REDEFINES WS-MONTH-TABLE-DATA.                dbank47p
007100   05  WS-MONTH-NAME                        PIC X(3)              dbank47p
007200       OCCURS 12 TIMES.                                           dbank47p
007300                                                                  dbank47p
007400 01  WS-BNKCMPL-REC.                                              dbank47p
007500 COPY CBANKVCM.                                                   dbank47p
007600                                                                  dbank47p
007700 01  WS-BNKCUST-REC.                                              dbank47p
007800 COPY CBANKVCS.                                                   dbank47p
007900                                                                  dbank47p
008000 01  WS-BNKACCT-REC.                                              dbank47p
008100 COPY CBANKVAC.                                                   dbank47p
008200                                                                  dbank47p
008300 01  WS-BNKJOWN-REC.                                              dbank47p
008400 COPY CBANKVJO.                                                   dbank47p
008500                                                                  dbank47p
008600 01  WS-BNKTXN-REC.                                               dbank47p
008700 COPY CBANKVTX.                                                   dbank47p
008710                                                                  dbank47p
008720 01  WS-BNKTXD-REC.                                               dbank47p
008730 COPY CBANKVTD.                                                   dbank47p
008800                                                                  dbank47p
008900 01  WS-BNKAUDT-REC.                                              dbank47p
009000 COPY CBANKVAD.                                                   dbank47p
009010 01  WS-BNKACHN-REC.                                              dbank47p
009020 COPY CBANKVCN.                                                   dbank47p
009030 01  WS-AUDHSH-PARM.                                              dbank47p
009040 COPY CAUDHSD.                                                    dbank47p
009050 COPY CAUDCHD.                                                    dbank47p
009100                                                                  dbank47p
009200 01  WS-COMMAREA.                                                 dbank47p
009300 COPY CBANKD47.                                                   dbank47p
009400                                                                  dbank47p
009500 COPY CABENDD.                                                    dbank47p
009510                                                                  dbank47p
009520 01  WS-BNKPERF-REC.                                              dbank47p
009530 COPY CBANKVPF.                                                   dbank47p
009540                                                                  dbank47p
009550 COPY CPERFD.                                                     dbank47p
009600                                                                  dbank47p
009700 LINKAGE SECTION.                                                 dbank47p
009800 01  DFHCOMMAREA.                                                 dbank47p
009900   05  LK-COMMAREA                           PIC X(1)             dbank47p
010000       OCCURS 1 TO 4096 TIMES                                     dbank47p
010100         DEPENDING ON WS-COMMAREA-LENGTH.                         dbank47p
010200                                                                  dbank47p
010300 COPY CENTRY.                                                     dbank47p
010310***************************************************************** dbank47p
010320* Start the response-time clock for this request                * dbank47p
010330***************************************************************** dbank47p
010340     PERFORM PERF-TIMER.                                          dbank47p
010350                                                                  dbank47p
010400***************************************************************** dbank47p
010500* Move the passed data to our area                              * dbank47p
010600***************************************************************** dbank47p
010700     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            dbank47p
010800     MOVE DFHCOMMAREA TO WS-COMMAREA.                             dbank47p
010900                                                                  dbank47p
011000***************************************************************** dbank47p
011100* Initialize our output area                                    * dbank47p
011200***************************************************************** dbank47p
011300     MOVE SPACES TO CD47O-DATA.                                   dbank47p
011400     MOVE ZERO TO CD47O-CASE-COUNT.                               dbank47p
011500     MOVE ZERO TO CD47O-CASE-REF.                                 dbank47p
011600     MOVE ZERO TO CD47O-DUE-DTE.                                  dbank47p
011700     MOVE ZERO TO CD47O-NEW-BALANCE.                              dbank47p
011800                                                                  dbank47p
011900***************************************************************** dbank47p
012000* Now attempt to satisfy the requested function                 * dbank47p
012100***************************************************************** dbank47p
012200     PERFORM GET-TODAY-DATE.                                      dbank47p
012300     EVALUATE TRUE                                                dbank47p
012400       WHEN CD47I-LOG                                             dbank47p
012500         PERFORM LOG-COMPLAINT-PROCESS                            dbank47p
012600             THRU LOG-COMPLAINT-PROCESS-EXIT                      dbank47p
012700       WHEN CD47I-ASSIGN                                          dbank47p
012800         PERFORM ASSIGN-COMPLAINT-PROCESS                         dbank47p
012900             THRU ASSIGN-COMPLAINT-PROCESS-EXIT                   dbank47p
013000       WHEN CD47I-REDRESS                                         dbank47p
013100         PERFORM REDRESS-PROCESS                                  dbank47p
013200             THRU REDRESS-PROCESS-EXIT                            dbank47p
013300       WHEN CD47I-CLOSE                                           dbank47p
013400         PERFORM CLOSE-COMPLAINT-PROCESS                          dbank47p
013500             THRU CLOSE-COMPLAINT-PROCESS-EXIT                    dbank47p
013600       WHEN OTHER                                                 dbank47p
013700         PERFORM LIST-COMPLAINTS-PROCESS                          dbank47p
013800             THRU LIST-COMPLAINTS-PROCESS-EXIT                    dbank47p
013900     END-EVALUATE.                                                dbank47p
014000                                                                  dbank47p
014100***************************************************************** dbank47p
014200* Move the result back to the callers area                      * dbank47p
014300***************************************************************** dbank47p
014400     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       dbank47p
014500                                                                  dbank47p
014510***************************************************************** dbank47p
014520* Log this request's response time to BNKPERF                   * dbank47p
014530***************************************************************** dbank47p
014540     MOVE CD47I-FUNCTION TO WS-PERF-FUNCTION.                     dbank47p
014550     PERFORM PERF-TIMER.                                          dbank47p
014560                                                                  dbank47p
014600***************************************************************** dbank47p
014700* Return to our caller                                          * dbank47p
014800***************************************************************** dbank47p
014900 COPY CRETURN.                                                    dbank47p
015000                                                                  dbank47p
015100***************************************************************** dbank47p
015200* Log a new complaint. The customer must exist; an account, if  * dbank47p
015300* named, must be theirs (primary or active joint owner), and a  * dbank47p
015400* posting, if named, must be on that account. The response      * dbank47p
015500* deadline runs from today                                      * dbank47p
015600***************************************************************** dbank47p
015700 LOG-COMPLAINT-PROCESS.                                           dbank47p
015800     IF CD47I-USERID IS EQUAL TO SPACES                           dbank47p
015900        SET CD47O-REJECTED TO TRUE                                dbank47p
016000        MOVE 'Logging userid is required' TO CD47O-MESSAGE        dbank47p
016100        GO TO LOG-COMPLAINT-PROCESS-EXIT                          dbank47p
016200     END-IF.                                                      dbank47p
016300     MOVE CD47I-CATEGORY TO CM-REC-CATEGORY.                      dbank47p
016400     IF NOT CM-REC-CATEGORY-VALID                                 dbank47p
016500        SET CD47O-REJECTED TO TRUE                                dbank47p
016600        MOVE 'Category must be AC CH IN LN CD PY FR SV DP or OT'  dbank47p
016700          TO CD47O-MESSAGE                                        dbank47p
016800        GO TO LOG-COMPLAINT-PROCESS-EXIT                          dbank47p
016900     END-IF.                                                      dbank47p
017000     IF CD47I-SUMMARY IS EQUAL TO SPACES                          dbank47p
017100        SET CD47O-REJECTED TO TRUE                                dbank47p
017200        MOVE 'Complaint summary is required' TO CD47O-MESSAGE     dbank47p
017300        GO TO LOG-COMPLAINT-PROCESS-EXIT                          dbank47p
017400     END-IF.                                                      dbank47p
017500     EXEC CICS READ FILE('BNKCUST')                               dbank47p
017600                    INTO(WS-BNKCUST-REC)                          dbank47p
017700                    LENGTH(LENGTH OF WS-BNKCUST-REC)              dbank47p
017800                    RIDFLD(CD47I-PID)                             dbank47p
017900                    RESP(WS-RESP)                                 dbank47p
018000     END-EXEC.                                                    dbank47p
018100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank47p
018200        SET CD47O-REJECTED TO TRUE                                dbank47p
018300        MOVE 'Customer not found' TO CD47O-MESSAGE                dbank47p
018400        GO TO LOG-COMPLAINT-PROCESS-EXIT                          dbank47p
018500     END-IF.                                                      dbank47p
018600     IF CD47I-ACCNO IS NOT EQUAL TO SPACES                        dbank47p
018700        MOVE CD47I-PID TO WS-OWNER-PID                            dbank47p
018800        MOVE CD47I-ACCNO TO WS-OWNER-ACCNO                        dbank47p
018900        PERFORM CHECK-ACCOUNT-OWNER                               dbank47p
019000            THRU CHECK-ACCOUNT-OWNER-EXIT                         dbank47p
019100        IF WS-OWNER-NOT-OK                                        dbank47p
019200           SET CD47O-REJECTED TO TRUE                             dbank47p
019300           MOVE 'Account not found for this customer'             dbank47p
019400             TO CD47O-MESSAGE                                     dbank47p
019500           GO TO LOG-COMPLAINT-PROCESS-EXIT                       dbank47p
019600        END-IF                                                    dbank47p
019700     END-IF.                                                      dbank47p
019800     MOVE SPACES TO WS-TXN-KEY.                                   dbank47p
019900     IF CD47I-TXN-DATE IS NOT EQUAL TO SPACES                     dbank47p
020000        IF CD47I-ACCNO IS EQUAL TO SPACES                         dbank47p
020100           SET CD47O-REJECTED TO TRUE                             dbank47p
020200           MOVE 'A posting can only be named with its account'    dbank47p
020300             TO CD47O-MESSAGE                                     dbank47p
020400           GO TO LOG-COMPLAINT-PROCESS-EXIT                       dbank47p
020500        END-IF                                                    dbank47p
020600        MOVE CD47I-ACCNO TO BTX-REC-ACCNO                         dbank47p
020700        MOVE CD47I-TXN-DATE TO BTX-REC-DATE                       dbank47p
020800        MOVE CD47I-TXN-TIME TO BTX-REC-TIME                       dbank47p
020900        MOVE CD47I-TXN-SEQ TO BTX-REC-SEQ                         dbank47p
021000        MOVE BTX-REC-KEY TO WS-TXN-KEY                            dbank47p
021100        EXEC CICS READ FILE('BNKTXN1')                            dbank47p
021200                       INTO(WS-BNKTXN-REC)                        dbank47p
021300                       LENGTH(LENGTH OF WS-BNKTXN-REC)            dbank47p
021400                       RIDFLD(WS-TXN-KEY)                         dbank47p
021500                       RESP(WS-RESP)                              dbank47p
021600        END-EXEC                                                  dbank47p
021700        IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                dbank47p
021800           SET CD47O-REJECTED TO TRUE                             dbank47p
021900           MOVE 'Transaction not found' TO CD47O-MESSAGE          dbank47p
022000           GO TO LOG-COMPLAINT-PROCESS-EXIT                       dbank47p
022100        END-IF                                                    dbank47p
022200     END-IF.                                                      dbank47p
022300                                                                  dbank47p
022400     MOVE SPACES TO WS-BNKCMPL-REC.                               dbank47p
022500     MOVE CD47I-PID TO CM-REC-PID.                                dbank47p
022600     MOVE EIBTASKN TO CM-REC-TASKN.                               dbank47p
022700     SET CM-REC-OPEN TO TRUE.                                     dbank47p
022800     MOVE CD47I-CATEGORY TO CM-REC-CATEGORY.                      dbank47p
022900     MOVE BCS-REC-BRANCH TO CM-REC-BRANCH.                        dbank47p
023000     MOVE CD47I-ACCNO TO CM-REC-ACCNO.                            dbank47p
023100     MOVE WS-TODAY-DATE-N TO CM-REC-OPENED-DTE.                   dbank47p
023200     COMPUTE WS-DAY-NUMBER =                                      dbank47p
023300         FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE-N)               dbank47p
023400         + WS-RESPONSE-DAYS.                                      dbank47p
023500     COMPUTE CM-REC-DUE-DTE =                                     dbank47p
023600         FUNCTION DATE-OF-INTEGER (WS-DAY-NUMBER).                dbank47p
023700     SET CM-REC-ESC-NONE TO TRUE.                                 dbank47p
023800     MOVE ZERO TO CM-REC-REDRESS-AMOUNT.                          dbank47p
023900     MOVE ZERO TO CM-REC-CLOSED-DTE.                              dbank47p
024000     MOVE ZERO TO CM-REC-REDRESS-DTE.                             dbank47p
024100     MOVE ZERO TO CM-REC-ESCALATED-DTE.                           dbank47p
024200     MOVE ZERO TO CM-REC-ASSIGNED-DTE.                            dbank47p
024300     MOVE CD47I-USERID TO CM-REC-OPENED-USERID.                   dbank47p
024400     MOVE WS-TXN-KEY TO CM-REC-TXN-KEY.                           dbank47p
024500     MOVE CD47I-SUMMARY TO CM-REC-SUMMARY.                        dbank47p
024600     IF CD47I-HANDLER IS NOT EQUAL TO SPACES                      dbank47p
024700        MOVE CD47I-HANDLER TO CM-REC-ASSIGNED-USERID              dbank47p
024800        MOVE WS-TODAY-DATE-N TO CM-REC-ASSIGNED-DTE               dbank47p
024900     END-IF.                                                      dbank47p
025000     EXEC CICS WRITE FILE('BNKCMPL')                              dbank47p
025100               FROM(WS-BNKCMPL-REC)                               dbank47p
025200               RIDFLD(CM-REC-KEY)                                 dbank47p
025300               LENGTH(LENGTH OF WS-BNKCMPL-REC)                   dbank47p
025400               RESP(WS-RESP)                                      dbank47p
025500     END-EXEC.                                                    dbank47p
025600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank47p
025700        SET CD47O-REJECTED TO TRUE                                dbank47p
025800        MOVE 'Unable to record complaint' TO CD47O-MESSAGE        dbank47p
025900        GO TO LOG-COMPLAINT-PROCESS-EXIT                          dbank47p
026000     END-IF.                                                      dbank47p
026100     SET AD-REC-ACTION-ADD TO TRUE.                               dbank47p
026200     PERFORM WRITE-AUDIT-RECORD.                                  dbank47p
026300     SET CD47O-OK TO TRUE.                                        dbank47p
026400     MOVE CM-REC-TASKN TO CD47O-CASE-REF.                         dbank47p
026500     MOVE CM-REC-DUE-DTE TO CD47O-DUE-DTE.                        dbank47p
026600     MOVE 'Complaint logged' TO CD47O-MESSAGE.                    dbank47p
026700 LOG-COMPLAINT-PROCESS-EXIT.                                      dbank47p
026800     EXIT.                                                        dbank47p
026900                                                                  dbank47p
027000***************************************************************** dbank47p
027100* Give an open case to a handler, or move it to another one     * dbank47p
027200***************************************************************** dbank47p
027300 ASSIGN-COMPLAINT-PROCESS.                                        dbank47p
027400     IF CD47I-USERID IS EQUAL TO SPACES                           dbank47p
027500        SET CD47O-REJECTED TO TRUE                                dbank47p
027600        MOVE 'Assigning userid is required' TO CD47O-MESSAGE      dbank47p
027700        GO TO ASSIGN-COMPLAINT-PROCESS-EXIT                       dbank47p
027800     END-IF.                                                      dbank47p
027900     IF CD47I-HANDLER IS EQUAL TO SPACES                          dbank47p
028000        SET CD47O-REJECTED TO TRUE                                dbank47p
028100        MOVE 'Handler userid is required' TO CD47O-MESSAGE        dbank47p
028200        GO TO ASSIGN-COMPLAINT-PROCESS-EXIT                       dbank47p
028300     END-IF.                                                      dbank47p
028400     PERFORM READ-CASE-FOR-UPDATE                                 dbank47p
028500         THRU READ-CASE-FOR-UPDATE-EXIT.                          dbank47p
028600     IF CD47O-REJECTED                                            dbank47p
028700        GO TO ASSIGN-COMPLAINT-PROCESS-EXIT                       dbank47p
028800     END-IF.                                                      dbank47p
028900     IF CM-REC-CLOSED                                             dbank47p
029000        EXEC CICS UNLOCK FILE('BNKCMPL')                          dbank47p
029100        END-EXEC                                                  dbank47p
029200        SET CD47O-REJECTED TO TRUE                                dbank47p
029300        MOVE 'Case is already closed' TO CD47O-MESSAGE            dbank47p
029400        GO TO ASSIGN-COMPLAINT-PROCESS-EXIT                       dbank47p
029500     END-IF.                                                      dbank47p
029600     MOVE WS-BNKCMPL-REC TO AD-REC-BEFORE-IMAGE.                  dbank47p
029700     MOVE CD47I-HANDLER TO CM-REC-ASSIGNED-USERID.                dbank47p
029800     MOVE WS-TODAY-DATE-N TO CM-REC-ASSIGNED-DTE.                 dbank47p
029900     PERFORM REWRITE-CASE                                         dbank47p
030000         THRU REWRITE-CASE-EXIT.                                  dbank47p
030100     IF CD47O-REJECTED                                            dbank47p
030200        GO TO ASSIGN-COMPLAINT-PROCESS-EXIT                       dbank47p
030300     END-IF.                                                      dbank47p
030400     SET AD-REC-ACTION-CHANGE TO TRUE.                            dbank47p
030500     PERFORM WRITE-AUDIT-RECORD.                                  dbank47p
030600     SET CD47O-OK TO TRUE.                                        dbank47p
030700     MOVE CM-REC-TASKN TO CD47O-CASE-REF.                         dbank47p
030800     MOVE CM-REC-DUE-DTE TO CD47O-DUE-DTE.                        dbank47p
030900     MOVE 'Case assigned' TO CD47O-MESSAGE.                       dbank47p
031000 ASSIGN-COMPLAINT-PROCESS-EXIT.                                   dbank47p
031100     EXIT.                                                        dbank47p
031200                                                                  dbank47p
031300***************************************************************** dbank47p
031400* Pay redress on an open case. The credit goes to the account   * dbank47p
031500* given, or failing that the account the complaint is about,    * dbank47p
031600* which must belong to the customer and not be closed. More     * dbank47p
031700* than one payment may be made; the case keeps the total        * dbank47p
031800***************************************************************** dbank47p
031900 REDRESS-PROCESS.                                                 dbank47p
032000     IF CD47I-USERID IS EQUAL TO SPACES                           dbank47p
032100        SET CD47O-REJECTED TO TRUE                                dbank47p
032200        MOVE 'Paying userid is required' TO CD47O-MESSAGE         dbank47p
032300        GO TO REDRESS-PROCESS-EXIT                                dbank47p
032400     END-IF.                                                      dbank47p
032500     IF CD47I-AMOUNT IS NOT GREATER THAN ZERO                     dbank47p
032600        SET CD47O-REJECTED TO TRUE                                dbank47p
032700        MOVE 'Redress amount must be greater than zero'           dbank47p
032800          TO CD47O-MESSAGE                                        dbank47p
032900        GO TO REDRESS-PROCESS-EXIT                                dbank47p
033000     END-IF.                                                      dbank47p
033100     PERFORM READ-CASE-FOR-UPDATE                                 dbank47p
033200         THRU READ-CASE-FOR-UPDATE-EXIT.                          dbank47p
033300     IF CD47O-REJECTED                                            dbank47p
033400        GO TO REDRESS-PROCESS-EXIT                                dbank47p
033500     END-IF.                                                      dbank47p
033600     IF CM-REC-CLOSED                                             dbank47p
033700        EXEC CICS UNLOCK FILE('BNKCMPL')                          dbank47p
033800        END-EXEC                                                  dbank47p
033900        SET CD47O-REJECTED TO TRUE                                dbank47p
034000        MOVE 'Case is already closed' TO CD47O-MESSAGE            dbank47p
034100        GO TO REDRESS-PROCESS-EXIT                                dbank47p
034200     END-IF.                                                      dbank47p
034300     IF CD47I-ACCNO IS NOT EQUAL TO SPACES                        dbank47p
034400        MOVE CD47I-ACCNO TO WS-POST-ACCNO                         dbank47p
034500     ELSE                                                         dbank47p
034600        MOVE CM-REC-ACCNO TO WS-POST-ACCNO                        dbank47p
034700     END-IF.                                                      dbank47p
034800     IF WS-POST-ACCNO IS EQUAL TO SPACES                          dbank47p
034900        EXEC CICS UNLOCK FILE('BNKCMPL')                          dbank47p
035000        END-EXEC                                                  dbank47p
035100        SET CD47O-REJECTED TO TRUE                                dbank47p
035200        MOVE 'Account to credit is required' TO CD47O-MESSAGE     dbank47p
035300        GO TO REDRESS-PROCESS-EXIT                                dbank47p
035400     END-IF.                                                      dbank47p
035500     MOVE CM-REC-PID TO WS-OWNER-PID.                             dbank47p
035600     MOVE WS-POST-ACCNO TO WS-OWNER-ACCNO.                        dbank47p
035700     PERFORM CHECK-ACCOUNT-OWNER                                  dbank47p
035800         THRU CHECK-ACCOUNT-OWNER-EXIT.                           dbank47p
035900     IF WS-OWNER-NOT-OK OR BAC-REC-CLOSED                         dbank47p
036000        EXEC CICS UNLOCK FILE('BNKCMPL')                          dbank47p
036100        END-EXEC                                                  dbank47p
036200        SET CD47O-REJECTED TO TRUE                                dbank47p
036300        MOVE 'Account to credit is not an open customer account'  dbank47p
036400          TO CD47O-MESSAGE                                        dbank47p
036500        GO TO REDRESS-PROCESS-EXIT                                dbank47p
036600     END-IF.                                                      dbank47p
036700     MOVE WS-BNKCMPL-REC TO AD-REC-BEFORE-IMAGE.                  dbank47p
036800     MOVE CD47I-AMOUNT TO WS-POST-AMOUNT.                         dbank47p
036900     MOVE SPACES TO WS-POST-DESC.                                 dbank47p
037000     STRING 'Complaint redress ' DELIMITED BY SIZE                dbank47p
037100            CM-REC-TASKN DELIMITED BY SIZE                        dbank47p
037200       INTO WS-POST-DESC.                                         dbank47p
037300     PERFORM POST-REDRESS                                         dbank47p
037400         THRU POST-REDRESS-EXIT.                                  dbank47p
037500     IF CD47O-REJECTED                                            dbank47p
037600        EXEC CICS UNLOCK FILE('BNKCMPL')                          dbank47p
037700        END-EXEC                                                  dbank47p
037800        GO TO REDRESS-PROCESS-EXIT                                dbank47p
037900     END-IF.                                                      dbank47p
038000     ADD CD47I-AMOUNT TO CM-REC-REDRESS-AMOUNT.                   dbank47p
038100     MOVE WS-POST-ACCNO TO CM-REC-REDRESS-ACCNO.                  dbank47p
038200     MOVE WS-TODAY-DATE-N TO CM-REC-REDRESS-DTE.                  dbank47p
038300     PERFORM REWRITE-CASE                                         dbank47p
038400         THRU REWRITE-CASE-EXIT.                                  dbank47p
038500     IF CD47O-REJECTED                                            dbank47p
038600        MOVE 'Redress posted but case not updated - call support' dbank47p
038700          TO CD47O-MESSAGE                                        dbank47p
038800        GO TO REDRESS-PROCESS-EXIT                                dbank47p
038900     END-IF.                                                      dbank47p
039000     SET AD-REC-ACTION-CHANGE TO TRUE.                            dbank47p
039100     PERFORM WRITE-AUDIT-RECORD.                                  dbank47p
039200     SET CD47O-OK TO TRUE.                                        dbank47p
039300     MOVE CM-REC-TASKN TO CD47O-CASE-REF.                         dbank47p
039400     MOVE CM-REC-DUE-DTE TO CD47O-DUE-DTE.                        dbank47p
039500     MOVE 'Redress posted to customer account' TO CD47O-MESSAGE.  dbank47p
039600 REDRESS-PROCESS-EXIT.                                            dbank47p
039700     EXIT.                                                        dbank47p
039800                                                                  dbank47p
039900***************************************************************** dbank47p
040000* Close an open case with its outcome and root cause. A case    * dbank47p
040100* not upheld can only have no fault found as its cause, and an  * dbank47p
040200* upheld case cannot                                            * dbank47p
040300***************************************************************** dbank47p
040400 CLOSE-COMPLAINT-PROCESS.                                         dbank47p
040500     IF CD47I-USERID IS EQUAL TO SPACES                           dbank47p
040600        SET CD47O-REJECTED TO TRUE                                dbank47p
040700        MOVE 'Closing userid is required' TO CD47O-MESSAGE        dbank47p
040800        GO TO CLOSE-COMPLAINT-PROCESS-EXIT                        dbank47p
040900     END-IF.                                                      dbank47p
041000     MOVE CD47I-OUTCOME TO CM-REC-OUTCOME.                        dbank47p
041100     IF NOT CM-REC-OUTCOME-VALID                                  dbank47p
041200        SET CD47O-REJECTED TO TRUE                                dbank47p
041300        MOVE 'Outcome must be U (upheld), P (partly) or N (not)'  dbank47p
041400          TO CD47O-MESSAGE                                        dbank47p
041500        GO TO CLOSE-COMPLAINT-PROCESS-EXIT                        dbank47p
041600     END-IF.                                                      dbank47p
041700     MOVE CD47I-ROOT-CAUSE TO CM-REC-ROOT-CAUSE.                  dbank47p
041800     IF NOT CM-REC-ROOT-CAUSE-VALID                               dbank47p
041900        SET CD47O-REJECTED TO TRUE                                dbank47p
042000        MOVE 'Root cause must be PR SY ST PD TP CO or NF'         dbank47p
042100          TO CD47O-MESSAGE                                        dbank47p
042200        GO TO CLOSE-COMPLAINT-PROCESS-EXIT                        dbank47p
042300     END-IF.                                                      dbank47p
042400     IF CM-REC-NOT-UPHELD AND NOT CM-REC-CAUSE-NO-FAULT           dbank47p
042500        SET CD47O-REJECTED TO TRUE                                dbank47p
042600        MOVE 'A case not upheld has root cause NF'                dbank47p
042700          TO CD47O-MESSAGE                                        dbank47p
042800        GO TO CLOSE-COMPLAINT-PROCESS-EXIT                        dbank47p
042900     END-IF.                                                      dbank47p
043000     IF NOT CM-REC-NOT-UPHELD AND CM-REC-CAUSE-NO-FAULT           dbank47p
043100        SET CD47O-REJECTED TO TRUE                                dbank47p
043200        MOVE 'An upheld case needs a root cause other than NF'    dbank47p
043300          TO CD47O-MESSAGE                                        dbank47p
043400        GO TO CLOSE-COMPLAINT-PROCESS-EXIT                        dbank47p
043500     END-IF.                                                      dbank47p
043600     PERFORM READ-CASE-FOR-UPDATE                                 dbank47p
043700         THRU READ-CASE-FOR-UPDATE-EXIT.                          dbank47p
043800     IF CD47O-REJECTED                                            dbank47p
043900        GO TO CLOSE-COMPLAINT-PROCESS-EXIT                        dbank47p
044000     END-IF.                                                      dbank47p
044100     IF CM-REC-CLOSED                                             dbank47p
044200        EXEC CICS UNLOCK FILE('BNKCMPL')                          dbank47p
044300        END-EXEC                                                  dbank47p
044400        SET CD47O-REJECTED TO TRUE                                dbank47p
044500        MOVE 'Case is already closed' TO CD47O-MESSAGE            dbank47p
044600        GO TO CLOSE-COMPLAINT-PROCESS-EXIT                        dbank47p
044700     END-IF.                                                      dbank47p
044800     IF CM-REC-REDRESS-AMOUNT IS GREATER THAN ZERO AND            dbank47p
044900        CD47I-OUTCOME IS EQUAL TO 'N'                             dbank47p
045000        EXEC CICS UNLOCK FILE('BNKCMPL')                          dbank47p
045100        END-EXEC                                                  dbank47p
045200        SET CD47O-REJECTED TO TRUE                                dbank47p
045300        MOVE 'Redress was paid - case cannot be closed not upheld'dbank47p
045400          TO CD47O-MESSAGE                                        dbank47p
045500        GO TO CLOSE-COMPLAINT-PROCESS-EXIT                        dbank47p
045600     END-IF.                                                      dbank47p
045700     MOVE WS-BNKCMPL-REC TO AD-REC-BEFORE-IMAGE.                  dbank47p
045800     SET CM-REC-CLOSED TO TRUE.                                   dbank47p
045900     MOVE CD47I-OUTCOME TO CM-REC-OUTCOME.                        dbank47p
046000     MOVE CD47I-ROOT-CAUSE TO CM-REC-ROOT-CAUSE.                  dbank47p
046100     MOVE WS-TODAY-DATE-N TO CM-REC-CLOSED-DTE.                   dbank47p
046200     MOVE CD47I-USERID TO CM-REC-CLOSED-USERID.                   dbank47p
046300     PERFORM REWRITE-CASE                                         dbank47p
046400         THRU REWRITE-CASE-EXIT.                                  dbank47p
046500     IF CD47O-REJECTED                                            dbank47p
046600        GO TO CLOSE-COMPLAINT-PROCESS-EXIT                        dbank47p
046700     END-IF.                                                      dbank47p
046800     SET AD-REC-ACTION-CHANGE TO TRUE.                            dbank47p
046900     PERFORM WRITE-AUDIT-RECORD.                                  dbank47p
047000     SET CD47O-OK TO TRUE.                                        dbank47p
047100     MOVE CM-REC-TASKN TO CD47O-CASE-REF.                         dbank47p
047200     MOVE CM-REC-DUE-DTE TO CD47O-DUE-DTE.                        dbank47p
047300     IF CM-REC-CLOSED-DTE IS GREATER THAN CM-REC-DUE-DTE          dbank47p
047400        MOVE 'Case closed - after the response deadline'          dbank47p
047500          TO CD47O-MESSAGE                                        dbank47p
047600     ELSE                                                         dbank47p
047700        MOVE 'Case closed' TO CD47O-MESSAGE                       dbank47p
047800     END-IF.                                                      dbank47p
047900 CLOSE-COMPLAINT-PROCESS-EXIT.                                    dbank47p
048000     EXIT.                                                        dbank47p
048100                                                                  dbank47p
048200***************************************************************** dbank47p
048300* With a customer given, list that customer's cases, open and   * dbank47p
048400* closed. Without one, list the open-case queue across all      * dbank47p
048500* customers - only the named handler's cases if one is given    * dbank47p
048600***************************************************************** dbank47p
048700 LIST-COMPLAINTS-PROCESS.                                         dbank47p
048800     MOVE LOW-VALUES TO CM-REC-KEY.                               dbank47p
048900     MOVE CD47I-PID TO CM-REC-PID.                                dbank47p
049000     EXEC CICS STARTBR FILE('BNKCMPL')                            dbank47p
049100                       RIDFLD(CM-REC-KEY)                         dbank47p
049200                       GTEQ                                       dbank47p
049300                       RESP(WS-RESP)                              dbank47p
049400     END-EXEC.                                                    dbank47p
049500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank47p
049600        SET CD47O-OK TO TRUE                                      dbank47p
049700        MOVE 'No complaints found' TO CD47O-MESSAGE               dbank47p
049800        GO TO LIST-COMPLAINTS-PROCESS-EXIT                        dbank47p
049900     END-IF.                                                      dbank47p
050000     MOVE 0 TO WS-CASE-SUB.                                       dbank47p
050100 LIST-COMPLAINTS-LOOP.                                            dbank47p
050200     IF WS-CASE-SUB IS EQUAL TO 8                                 dbank47p
050300        GO TO LIST-COMPLAINTS-LOOP-EXIT                           dbank47p
050400     END-IF.                                                      dbank47p
050500     EXEC CICS READNEXT FILE('BNKCMPL')                           dbank47p
050600                        INTO(WS-BNKCMPL-REC)                      dbank47p
050700                        LENGTH(LENGTH OF WS-BNKCMPL-REC)          dbank47p
050800                        RIDFLD(CM-REC-KEY)                        dbank47p
050900                        RESP(WS-RESP)                             dbank47p
051000     END-EXEC.                                                    dbank47p
051100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank47p
051200        GO TO LIST-COMPLAINTS-LOOP-EXIT                           dbank47p
051300     END-IF.                                                      dbank47p
051400     IF CD47I-PID IS NOT EQUAL TO SPACES                          dbank47p
051500        IF CM-REC-PID IS NOT EQUAL TO CD47I-PID                   dbank47p
051600           GO TO LIST-COMPLAINTS-LOOP-EXIT                        dbank47p
051700        END-IF                                                    dbank47p
051800     ELSE                                                         dbank47p
051900        IF NOT CM-REC-OPEN                                        dbank47p
052000           GO TO LIST-COMPLAINTS-LOOP                             dbank47p
052100        END-IF                                                    dbank47p
052200        IF CD47I-HANDLER IS NOT EQUAL TO SPACES AND               dbank47p
052300           CM-REC-ASSIGNED-USERID IS NOT EQUAL TO CD47I-HANDLER   dbank47p
052400           GO TO LIST-COMPLAINTS-LOOP                             dbank47p
052500        END-IF                                                    dbank47p
052600     END-IF.                                                      dbank47p
052700     ADD 1 TO WS-CASE-SUB.                                        dbank47p
052800     MOVE CM-REC-PID TO CD47O-CASE-PID (WS-CASE-SUB).             dbank47p
052900     MOVE CM-REC-TASKN TO CD47O-CASE-TASKN (WS-CASE-SUB).         dbank47p
053000     MOVE CM-REC-ACCNO TO CD47O-CASE-ACCNO (WS-CASE-SUB).         dbank47p
053100     MOVE CM-REC-CATEGORY TO CD47O-CASE-CATEGORY (WS-CASE-SUB).   dbank47p
053200     MOVE CM-REC-STATUS TO CD47O-CASE-STATUS (WS-CASE-SUB).       dbank47p
053300     MOVE CM-REC-ESCALATION                                       dbank47p
053400       TO CD47O-CASE-ESCALATION (WS-CASE-SUB).                    dbank47p
053500     MOVE CM-REC-ASSIGNED-USERID                                  dbank47p
053600       TO CD47O-CASE-HANDLER (WS-CASE-SUB).                       dbank47p
053700     MOVE CM-REC-OPENED-DTE                                       dbank47p
053800       TO CD47O-CASE-OPENED-DTE (WS-CASE-SUB).                    dbank47p
053900     MOVE CM-REC-DUE-DTE TO CD47O-CASE-DUE-DTE (WS-CASE-SUB).     dbank47p
054000     MOVE CM-REC-REDRESS-AMOUNT                                   dbank47p
054100       TO CD47O-CASE-REDRESS (WS-CASE-SUB).                       dbank47p
054200     MOVE CM-REC-SUMMARY TO CD47O-CASE-SUMMARY (WS-CASE-SUB).     dbank47p
054300     GO TO LIST-COMPLAINTS-LOOP.                                  dbank47p
054400 LIST-COMPLAINTS-LOOP-EXIT.                                       dbank47p
054500     MOVE WS-CASE-SUB TO CD47O-CASE-COUNT.                        dbank47p
054600     EXEC CICS ENDBR FILE('BNKCMPL')                              dbank47p
054700     END-EXEC.                                                    dbank47p
054800     SET CD47O-OK TO TRUE.                                        dbank47p
054900     IF WS-CASE-SUB IS EQUAL TO ZERO                              dbank47p
055000        MOVE 'No complaints found' TO CD47O-MESSAGE               dbank47p
055100     END-IF.                                                      dbank47p
055200 LIST-COMPLAINTS-PROCESS-EXIT.                                    dbank47p
055300     EXIT.                                                        dbank47p
055400                                                                  dbank47p
055500***************************************************************** dbank47p
055600* Is WS-OWNER-ACCNO an account of customer WS-OWNER-PID - the   * dbank47p
055700* primary owner, or an active joint owner on BNKJOWN? The       * dbank47p
055800* account is left in WS-BNKACCT-REC                             * dbank47p
055900***************************************************************** dbank47p
056000 CHECK-ACCOUNT-OWNER.                                             dbank47p
056100     SET WS-OWNER-NOT-OK TO TRUE.                                 dbank47p
056200     EXEC CICS READ FILE('BNKACCT')                               dbank47p
056300                    INTO(WS-BNKACCT-REC)                          dbank47p
056400                    LENGTH(LENGTH OF WS-BNKACCT-REC)              dbank47p
056500                    RIDFLD(WS-OWNER-ACCNO)                        dbank47p
056600                    RESP(WS-RESP)                                 dbank47p
056700     END-EXEC.                                                    dbank47p
056800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank47p
056900        GO TO CHECK-ACCOUNT-OWNER-EXIT                            dbank47p
057000     END-IF.                                                      dbank47p
057100     IF BAC-REC-PID IS EQUAL TO WS-OWNER-PID                      dbank47p
057200        SET WS-OWNER-OK TO TRUE                                   dbank47p
057300        GO TO CHECK-ACCOUNT-OWNER-EXIT                            dbank47p
057400     END-IF.                                                      dbank47p
057500     MOVE SPACES TO WS-OWNER-RID.                                 dbank47p
057600     MOVE WS-OWNER-ACCNO TO WS-OWNER-RID(1:9).                    dbank47p
057700     MOVE WS-OWNER-PID TO WS-OWNER-RID(10:5).                     dbank47p
057800     EXEC CICS READ FILE('BNKJOWN')                               dbank47p
057900                    INTO(WS-BNKJOWN-REC)                          dbank47p
058000                    LENGTH(LENGTH OF WS-BNKJOWN-REC)              dbank47p
058100                    RIDFLD(WS-OWNER-RID)                          dbank47p
058200                    RESP(WS-RESP)                                 dbank47p
058300     END-EXEC.                                                    dbank47p
058400     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND                   dbank47p
058500        JO-REC-ACTIVE                                             dbank47p
058600        SET WS-OWNER-OK TO TRUE                                   dbank47p
058700     END-IF.                                                      dbank47p
058800 CHECK-ACCOUNT-OWNER-EXIT.                                        dbank47p
058900     EXIT.                                                        dbank47p
059000                                                                  dbank47p
059100***************************************************************** dbank47p
059200* Read the case named by customer and case reference for update * dbank47p
059300***************************************************************** dbank47p
059400 READ-CASE-FOR-UPDATE.                                            dbank47p
059500     MOVE CD47I-PID TO CM-REC-PID.                                dbank47p
059600     MOVE CD47I-CASE-REF TO CM-REC-TASKN.                         dbank47p
059700     EXEC CICS READ FILE('BNKCMPL')                               dbank47p
059800                    INTO(WS-BNKCMPL-REC)                          dbank47p
059900                    LENGTH(LENGTH OF WS-BNKCMPL-REC)              dbank47p
060000                    RIDFLD(CM-REC-KEY)                            dbank47p
060100                    UPDATE                                        dbank47p
060200                    RESP(WS-RESP)                                 dbank47p
060300     END-EXEC.                                                    dbank47p
060400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank47p
060500        SET CD47O-REJECTED TO TRUE                                dbank47p
060600        MOVE 'Complaint case not found' TO CD47O-MESSAGE          dbank47p
060700     END-IF.                                                      dbank47p
060800 READ-CASE-FOR-UPDATE-EXIT.                                       dbank47p
060900     EXIT.                                                        dbank47p
061000                                                                  dbank47p
061100 REWRITE-CASE.                                                    dbank47p
061200     EXEC CICS REWRITE FILE('BNKCMPL')                            dbank47p
061300                   FROM(WS-BNKCMPL-REC)                           dbank47p
061400                   LENGTH(LENGTH OF WS-BNKCMPL-REC)               dbank47p
061500                   RESP(WS-RESP)                                  dbank47p
061600     END-EXEC.                                                    dbank47p
061700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank47p
061800        SET CD47O-REJECTED TO TRUE                                dbank47p
061900        MOVE 'Unable to update complaint case' TO CD47O-MESSAGE   dbank47p
062000     END-IF.                                                      dbank47p
062100 REWRITE-CASE-EXIT.                                               dbank47p
062200     EXIT.                                                        dbank47p
062300                                                                  dbank47p
062400***************************************************************** dbank47p
062500* Credit WS-POST-AMOUNT to WS-POST-ACCNO and write the matching * dbank47p
062600* BNKTXN redress entry                                          * dbank47p
062700***************************************************************** dbank47p
062800 POST-REDRESS.                                                    dbank47p
062900     EXEC CICS READ FILE('BNKACCT')                               dbank47p
063000                    INTO(WS-BNKACCT-REC)                          dbank47p
063100                    LENGTH(LENGTH OF WS-BNKACCT-REC)              dbank47p
063200                    RIDFLD(WS-POST-ACCNO)                         dbank47p
063300                    UPDATE                                        dbank47p
063400                    RESP(WS-RESP)                                 dbank47p
063500     END-EXEC.                                                    dbank47p
063600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank47p
063700        SET CD47O-REJECTED TO TRUE                                dbank47p
063800        MOVE 'Account not found' TO CD47O-MESSAGE                 dbank47p
063900        GO TO POST-REDRESS-EXIT                                   dbank47p
064000     END-IF.                                                      dbank47p
064100     ADD WS-POST-AMOUNT TO BAC-REC-BALANCE.                       dbank47p
064200     EXEC CICS REWRITE FILE('BNKACCT')                            dbank47p
064300                   FROM(WS-BNKACCT-REC)                           dbank47p
064400                   LENGTH(LENGTH OF WS-BNKACCT-REC)               dbank47p
064500                   RESP(WS-RESP)                                  dbank47p
064600     END-EXEC.                                                    dbank47p
064700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank47p
064800        SET CD47O-REJECTED TO TRUE                                dbank47p
064900        MOVE 'Unable to update account balance'                   dbank47p
065000          TO CD47O-MESSAGE                                        dbank47p
065100        GO TO POST-REDRESS-EXIT                                   dbank47p
065200     END-IF.                                                      dbank47p
065300     MOVE BAC-REC-BALANCE TO CD47O-NEW-BALANCE.                   dbank47p
065400     MOVE SPACES TO WS-BNKTXN-REC.                                dbank47p
065500     MOVE WS-POST-ACCNO TO BTX-REC-ACCNO.                         dbank47p
065600     PERFORM FORMAT-TXN-DATE.                                     dbank47p
065700     MOVE WS-TODAY-TIME TO BTX-REC-TIME.                          dbank47p
065800     COMPUTE WS-TXN-SEQ = FUNCTION MOD(EIBTASKN, 999) + 1.        dbank47p
065900     MOVE WS-TXN-SEQ TO BTX-REC-SEQ.                              dbank47p
066000     MOVE WS-POST-AMOUNT TO BTX-REC-AMOUNT.                       dbank47p
066100     MOVE WS-POST-DESC TO BTX-REC-DESC.                           dbank47p
066200     MOVE BAC-REC-BALANCE TO BTX-REC-BALANCE.                     dbank47p
066300     MOVE 'CMR' TO BTX-REC-TYPE.                                  dbank47p
066400     MOVE ZERO TO BTX-REC-CHEQUE-NO.                              dbank47p
066500     MOVE WS-TODAY-DATE-N TO BTX-REC-VALUE-DTE.                   dbank47p
066550     SET BTX-REC-CHN-ONLINE TO TRUE.                              dbank47p
066600     EXEC CICS WRITE FILE('BNKTXN1')                              dbank47p
066700               FROM(WS-BNKTXN-REC)                                dbank47p
066800               RIDFLD(BTX-REC-KEY)                                dbank47p
066900               LENGTH(LENGTH OF WS-BNKTXN-REC)                    dbank47p
067000               RESP(WS-RESP)                                      dbank47p
067100     END-EXEC.                                                    dbank47p
067110     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank47p
067120        PERFORM WRITE-DAILY-JOURNAL                               dbank47p
067130     END-IF.                                                      dbank47p
067200 POST-REDRESS-EXIT.                                               dbank47p
067300     EXIT.                                                        dbank47p
067400                                                                  dbank47p
067500***************************************************************** dbank47p
067600* One audit record per case change - the case before and after  * dbank47p
067700***************************************************************** dbank47p
067800 WRITE-AUDIT-RECORD.                                              dbank47p
067900     ADD 1 TO WS-AUDIT-SEQ.                                       dbank47p
068000     MOVE EIBTASKN TO AD-REC-TASKN.                               dbank47p
068100     MOVE WS-AUDIT-SEQ TO AD-REC-SEQ.                             dbank47p
068200     MOVE 'BNKCMPL ' TO AD-REC-TABLE.                             dbank47p
068300     MOVE CD47I-USERID TO AD-REC-USERID.                          dbank47p
068400     MOVE WS-TODAY-DATE-N TO AD-REC-DATE.                         dbank47p
068500     MOVE WS-TODAY-TIME TO AD-REC-TIME.                           dbank47p
068600     IF AD-REC-ACTION-ADD                                         dbank47p
068700        MOVE SPACES TO AD-REC-BEFORE-IMAGE                        dbank47p
068800     END-IF.                                                      dbank47p
068900     MOVE WS-BNKCMPL-REC TO AD-REC-AFTER-IMAGE.                   dbank47p
069000     PERFORM AUDIT-CHAIN-WRITE                                    dbank47p
069100         THRU AUDIT-CHAIN-WRITE-EXIT.                             dbank47p
069600 WRITE-AUDIT-RECORD-EXIT.                                         dbank47p
069700     EXIT.                                                        dbank47p
069800                                                                  dbank47p
069900***************************************************************** dbank47p
070000* Get today's date                                              * dbank47p
070100***************************************************************** dbank47p
070200 GET-TODAY-DATE.                                                  dbank47p
070300     EXEC CICS ASKTIME                                            dbank47p
070400               ABSTIME(WS-ABSTIME)                                dbank47p
070500     END-EXEC.                                                    dbank47p
070600     EXEC CICS FORMATTIME                                         dbank47p
070700               ABSTIME(WS-ABSTIME)                                dbank47p
070800               YYYYMMDD(WS-TODAY-DATE)                            dbank47p
070900               TIME(WS-TODAY-TIME)                                dbank47p
071000     END-EXEC.                                                    dbank47p
071100 GET-TODAY-DATE-EXIT.                                             dbank47p
071200     EXIT.                                                        dbank47p
071300                                                                  dbank47p
071305***************************************************************** dbank47p
071310* Copy the posting just written to BNKTXN1 into the BNKTXD      * dbank47p
071315* daily posting journal that the nightly jobs read. Its own     * dbank47p
071320* RESP leaves WS-RESP as the BNKTXN1 write set it; a missed     * dbank47p
071325* journal entry is reported by the ZBNKTXJP proof               * dbank47p
071330***************************************************************** dbank47p
071335 WRITE-DAILY-JOURNAL.                                             dbank47p
071340     MOVE WS-TODAY-DATE-N TO TD-REC-POST-DTE.                     dbank47p
071345     MOVE WS-BNKTXN-REC TO TD-REC-TXN.                            dbank47p
071350     EXEC CICS WRITE FILE('BNKTXD')                               dbank47p
071355               FROM(WS-BNKTXD-REC)                                dbank47p
071360               RIDFLD(TD-REC-KEY)                                 dbank47p
071365               LENGTH(LENGTH OF WS-BNKTXD-REC)                    dbank47p
071370               RESP(WS-TXD-RESP)                                  dbank47p
071375     END-EXEC.                                                    dbank47p
071380                                                                  dbank47p
071400***************************************************************** dbank47p
071500* Build a "DD Mon YYYY" display date in BTX-REC-DATE from the   * dbank47p
071600* numeric date obtained by GET-TODAY-DATE                       * dbank47p
071700***************************************************************** dbank47p
071800 FORMAT-TXN-DATE.                                                 dbank47p
071900     MOVE WS-TODAY-DATE(5:2) TO WS-MONTH-SUB.                     dbank47p
072000     STRING WS-TODAY-DATE(7:2) DELIMITED BY SIZE                  dbank47p
072100            ' ' DELIMITED BY SIZE                                 dbank47p
072200            WS-MONTH-NAME (WS-MONTH-SUB) DELIMITED BY SIZE        dbank47p
072300            ' ' DELIMITED BY SIZE                                 dbank47p
072400            WS-TODAY-DATE(1:4) DELIMITED BY SIZE                  dbank47p
072500       INTO BTX-REC-DATE.                                         dbank47p
072600 FORMAT-TXN-DATE-EXIT.                                            dbank47p
072700     EXIT.                                                        dbank47p
072800                                                                  dbank47p
072830 COPY CPERFP.                                                     dbank47p
072840 COPY CAUDCHP.                                                    dbank47p
072860                                                                  dbank47p
072900* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank47p
