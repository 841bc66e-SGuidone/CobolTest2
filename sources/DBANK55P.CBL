000100***************************************************************** dbank55p
000200*                                                               * dbank55p
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   * dbank55p
000400*   This demonstration program is provided for use by users     * dbank55p
000500*   of Micro Focus products and may be used, modified and       * dbank55p
000600*   distributed as part of your application provided that       * dbank55p
000700*   you properly acknowledge the copyright of Micro Focus       * dbank55p
000800*   in this material.                                           * dbank55p
000900*                                                               * dbank55p
001000***************************************************************** dbank55p
001100                                                                  dbank55p
001200***************************************************************** dbank55p
001300* Program:     DBANK55P.CBL                                     * dbank55p
001400* Function:    Online maintenance of the BNKRVLN revolving      * dbank55p
001500*              credit lines - show a line with its billing      * dbank55p
001600*              position, open a line on an existing account,    * dbank55p
001700*              change its terms and close it. The line account  * dbank55p
001800*              keeps its overdraft limit equal to the credit    * dbank55p
001900*              limit (held down while the line is suspended),   * dbank55p
002000*              so drawings stop at the limit. A line is not     * dbank55p
002100*              opened on a minor's account or on an account     * dbank55p
002200*              that already has an overdraft; autopay must be   * dbank55p
002300*              drawn on another active account of the same      * dbank55p
002400*              customer. Every change is audited to BNKAUDT     * dbank55p
002500*              with before/after images and the maintaining     * dbank55p
002600*              userid.                                          * dbank55p
002630*              Audit records are chained on BNKACHN (CAUDCHP)   * dbank55p
002660*              for the nightly ZBNKACHV verification            * dbank55p
002700*              VSAM version                                     * dbank55p
002800***************************************************************** dbank55p
002900                                                                  dbank55p
003000 IDENTIFICATION DIVISION.                                         dbank55p
003100 PROGRAM-ID.                                                      dbank55p
003200     DBANK55P.                                                    dbank55p
003300 DATE-WRITTEN.                                                    dbank55p
003400     October 2026.                                                dbank55p
003500 DATE-COMPILED.                                                   dbank55p
003600     Today.                                                       dbank55p
003700                                                                  dbank55p
003800 ENVIRONMENT DIVISION.                                            dbank55p
003900                                                                  dbank55p
004000 DATA DIVISION.                                                   dbank55p
004100                                                                  dbank55p
004200 WORKING-STORAGE SECTION.                                         dbank55p
004300 01  WS-MISC-STORAGE.                                             dbank55p
004400   05  WS-PROGRAM-ID                         PIC X(8)             dbank55p
004500       VALUE 'DBANK55P'.                                          dbank55p
004600   05  WS-COMMAREA-LENGTH                    PIC 9(5).            dbank55p
004700   05  WS-RESP                               PIC S9(8) COMP.      dbank55p
004800   05  WS-ABSTIME                            PIC S9(15) COMP-3.   dbank55p
004900   05  WS-TODAY-DATE                         PIC X(8).            dbank55p
005000   05  WS-TODAY-DATE-N REDEFINES WS-TODAY-DATE PIC 9(8).          dbank55p
005100   05  WS-TODAY-TIME                         PIC X(6).            dbank55p
005200   05  WS-AUDIT-SEQ                          PIC 9(3) VALUE ZERO. dbank55p
005300   05  WS-BEFORE-IMAGE                       PIC X(80).           dbank55p
005400   05  WS-AFTER-IMAGE                        PIC X(80).           dbank55p
005500   05  WS-BNKACCT-RID                        PIC X(9).            dbank55p
005600   05  WS-BNKCUST-RID                        PIC X(5).            dbank55p
005700   05  WS-LINE-PID                           PIC X(5).            dbank55p
005800   05  WS-OWED                               PIC S9(7)V99 COMP-3. dbank55p
005900                                                                  dbank55p
006000 01  WS-BNKRVLN-REC.                                              dbank55p
006100 COPY CBANKVRN.                                                   dbank55p
006200                                                                  dbank55p
006300 01  WS-BNKACCT-REC.                                              dbank55p
006400 COPY CBANKVAC.                                                   dbank55p
006500                                                                  dbank55p
006600 01  WS-BNKCUST-REC.                                              dbank55p
006700 COPY CBANKVCS.                                                   dbank55p
006800                                                                  dbank55p
006900 01  WS-BNKAUDT-REC.                                              dbank55p
007000 COPY CBANKVAD.                                                   dbank55p
007010 01  WS-BNKACHN-REC.                                              dbank55p
007020 COPY CBANKVCN.                                                   dbank55p
007030 01  WS-AUDHSH-PARM.                                              dbank55p
007040 COPY CAUDHSD.                                                    dbank55p
007050 COPY CAUDCHD.                                                    dbank55p
007100                                                                  dbank55p
007200 01  WS-COMMAREA.                                                 dbank55p
007300 COPY CBANKD55.                                                   dbank55p
007400                                                                  dbank55p
007500 COPY CABENDD.                                                    dbank55p
007510                                                                  dbank55p
007520 01  WS-BNKPERF-REC.                                              dbank55p
007530 COPY CBANKVPF.                                                   dbank55p
007540                                                                  dbank55p
007550 COPY CPERFD.                                                     dbank55p
007600                                                                  dbank55p
007700 LINKAGE SECTION.                                                 dbank55p
007800 01  DFHCOMMAREA.                                                 dbank55p
007900   05  LK-COMMAREA                           PIC X(1)             dbank55p
008000       OCCURS 1 TO 4096 TIMES                                     dbank55p
008100         DEPENDING ON WS-COMMAREA-LENGTH.                         dbank55p
008200                                                                  dbank55p
008300 COPY CENTRY.                                                     dbank55p
008310***************************************************************** dbank55p
008320* Start the response-time clock for this request                * dbank55p
008330***************************************************************** dbank55p
008340     PERFORM PERF-TIMER.                                          dbank55p
008350                                                                  dbank55p
008400***************************************************************** dbank55p
008500* Move the passed data to our area                              * dbank55p
008600***************************************************************** dbank55p
008700     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            dbank55p
008800     MOVE DFHCOMMAREA TO WS-COMMAREA.                             dbank55p
008900                                                                  dbank55p
009000***************************************************************** dbank55p
009100* Initialize our output area                                    * dbank55p
009200***************************************************************** dbank55p
009300     MOVE SPACES TO CD55O-DATA.                                   dbank55p
009400     MOVE ZERO TO CD55O-LINE-NO.                                  dbank55p
009500     MOVE ZERO TO CD55O-CREDIT-LIMIT.                             dbank55p
009600     MOVE ZERO TO CD55O-PURCHASE-RATE.                            dbank55p
009700     MOVE ZERO TO CD55O-CASH-RATE.                                dbank55p
009800     MOVE ZERO TO CD55O-MIN-PCT.                                  dbank55p
009900     MOVE ZERO TO CD55O-MIN-AMOUNT.                               dbank55p
010000     MOVE ZERO TO CD55O-CYCLE-DAY.                                dbank55p
010100     MOVE ZERO TO CD55O-GRACE-DAYS.                               dbank55p
010200     MOVE ZERO TO CD55O-BALANCE.                                  dbank55p
010300     MOVE ZERO TO CD55O-AVAILABLE.                                dbank55p
010400     MOVE ZERO TO CD55O-LAST-STMT-DTE.                            dbank55p
010500     MOVE ZERO TO CD55O-STMT-BALANCE.                             dbank55p
010600     MOVE ZERO TO CD55O-MIN-DUE.                                  dbank55p
010700     MOVE ZERO TO CD55O-DUE-DTE.                                  dbank55p
010800     MOVE ZERO TO CD55O-MISSED-COUNT.                             dbank55p
010900     MOVE ZERO TO CD55O-PAST-DUE.                                 dbank55p
011000                                                                  dbank55p
011100***************************************************************** dbank55p
011200* Now attempt to satisfy the requested function. Every          * dbank55p
011300* function needs the account number and every maintenance       * dbank55p
011400* action the maintaining userid; an open or change must carry   * dbank55p
011500* a workable set of terms.                                      * dbank55p
011600***************************************************************** dbank55p
011700     IF CD55I-ACCNO IS EQUAL TO SPACES                            dbank55p
011800        SET CD55O-REJECTED TO TRUE                                dbank55p
011900        MOVE 'Account number is required' TO CD55O-MESSAGE        dbank55p
012000        GO TO MAINLINE-EXIT                                       dbank55p
012100     END-IF.                                                      dbank55p
012200     IF NOT CD55I-VIEW AND                                        dbank55p
012300        CD55I-MAINT-USERID IS EQUAL TO SPACES                     dbank55p
012400        SET CD55O-REJECTED TO TRUE                                dbank55p
012500        MOVE 'Maintaining userid is required' TO CD55O-MESSAGE    dbank55p
012600        GO TO MAINLINE-EXIT                                       dbank55p
012700     END-IF.                                                      dbank55p
012800     IF CD55I-OPEN OR CD55I-CHANGE                                dbank55p
012900        PERFORM VALIDATE-TERMS                                    dbank55p
013000            THRU VALIDATE-TERMS-EXIT                              dbank55p
013100        IF CD55O-REJECTED                                         dbank55p
013200           GO TO MAINLINE-EXIT                                    dbank55p
013300        END-IF                                                    dbank55p
013400     END-IF.                                                      dbank55p
013500     EVALUATE TRUE                                                dbank55p
013600       WHEN CD55I-OPEN                                            dbank55p
013700         PERFORM OPEN-LINE-PROCESS                                dbank55p
013800             THRU OPEN-LINE-PROCESS-EXIT                          dbank55p
013900       WHEN CD55I-CHANGE                                          dbank55p
014000         PERFORM CHANGE-LINE-PROCESS                              dbank55p
014100             THRU CHANGE-LINE-PROCESS-EXIT                        dbank55p
014200       WHEN CD55I-CLOSE                                           dbank55p
014300         PERFORM CLOSE-LINE-PROCESS                               dbank55p
014400             THRU CLOSE-LINE-PROCESS-EXIT                         dbank55p
014500       WHEN OTHER                                                 dbank55p
014600         PERFORM VIEW-LINE-PROCESS                                dbank55p
014700             THRU VIEW-LINE-PROCESS-EXIT                          dbank55p
014800     END-EVALUATE.                                                dbank55p
014900                                                                  dbank55p
015000***************************************************************** dbank55p
015100* Move the result back to the callers area                      * dbank55p
015200***************************************************************** dbank55p
015300 MAINLINE-EXIT.                                                   dbank55p
015400     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       dbank55p
015500                                                                  dbank55p
015510***************************************************************** dbank55p
015520* Log this request's response time to BNKPERF                   * dbank55p
015530***************************************************************** dbank55p
015540     MOVE CD55I-FUNCTION TO WS-PERF-FUNCTION.                     dbank55p
015550     PERFORM PERF-TIMER.                                          dbank55p
015560                                                                  dbank55p
015600***************************************************************** dbank55p
015700* Return to our caller                                          * dbank55p
015800***************************************************************** dbank55p
015900 COPY CRETURN.                                                    dbank55p
016000                                                                  dbank55p
016100***************************************************************** dbank55p
016200* The terms of an open or change. The cycle day is only taken   * dbank55p
016300* on an open - it is fixed for the life of the line. Grace      * dbank55p
016400* defaults to 25 days. A minimum payment must come from a       * dbank55p
016500* percentage of the balance, a floor amount or both.            * dbank55p
016600***************************************************************** dbank55p
016700 VALIDATE-TERMS.                                                  dbank55p
016800     IF CD55I-CREDIT-LIMIT IS NOT GREATER THAN ZERO               dbank55p
016900        SET CD55O-REJECTED TO TRUE                                dbank55p
017000        MOVE 'Credit limit must be greater than zero'             dbank55p
017100          TO CD55O-MESSAGE                                        dbank55p
017200        GO TO VALIDATE-TERMS-EXIT                                 dbank55p
017300     END-IF.                                                      dbank55p
017400     IF CD55I-PURCHASE-RATE IS LESS THAN ZERO OR                  dbank55p
017500        CD55I-CASH-RATE IS LESS THAN ZERO                         dbank55p
017600        SET CD55O-REJECTED TO TRUE                                dbank55p
017700        MOVE 'Interest rates may not be negative' TO CD55O-MESSAGEdbank55p
017800        GO TO VALIDATE-TERMS-EXIT                                 dbank55p
017900     END-IF.                                                      dbank55p
018000     IF CD55I-MIN-PCT IS LESS THAN ZERO OR                        dbank55p
018100        CD55I-MIN-PCT IS GREATER THAN 100 OR                      dbank55p
018200        CD55I-MIN-AMOUNT IS LESS THAN ZERO                        dbank55p
018300        SET CD55O-REJECTED TO TRUE                                dbank55p
018400        MOVE 'Minimum payment terms are out of range'             dbank55p
018500          TO CD55O-MESSAGE                                        dbank55p
018600        GO TO VALIDATE-TERMS-EXIT                                 dbank55p
018700     END-IF.                                                      dbank55p
018800     IF CD55I-MIN-PCT IS EQUAL TO ZERO AND                        dbank55p
018900        CD55I-MIN-AMOUNT IS EQUAL TO ZERO                         dbank55p
019000        SET CD55O-REJECTED TO TRUE                                dbank55p
019100        MOVE 'A minimum percentage or amount is required'         dbank55p
019200          TO CD55O-MESSAGE                                        dbank55p
019300        GO TO VALIDATE-TERMS-EXIT                                 dbank55p
019400     END-IF.                                                      dbank55p
019500     IF CD55I-OPEN                                                dbank55p
019600        IF CD55I-CYCLE-DAY IS NOT NUMERIC OR                      dbank55p
019700           CD55I-CYCLE-DAY IS LESS THAN 1 OR                      dbank55p
019800           CD55I-CYCLE-DAY IS GREATER THAN 28                     dbank55p
019900           SET CD55O-REJECTED TO TRUE                             dbank55p
020000           MOVE 'Cycle day must be 1 to 28' TO CD55O-MESSAGE      dbank55p
020100           GO TO VALIDATE-TERMS-EXIT                              dbank55p
020200        END-IF                                                    dbank55p
020300     END-IF.                                                      dbank55p
020400     IF CD55I-GRACE-DAYS IS NOT NUMERIC                           dbank55p
020500        MOVE ZERO TO CD55I-GRACE-DAYS                             dbank55p
020600     END-IF.                                                      dbank55p
020700     IF CD55I-GRACE-DAYS IS EQUAL TO ZERO                         dbank55p
020800        MOVE 25 TO CD55I-GRACE-DAYS                               dbank55p
020900     END-IF.                                                      dbank55p
021000     IF CD55I-GRACE-DAYS IS GREATER THAN 25                       dbank55p
021100        SET CD55O-REJECTED TO TRUE                                dbank55p
021200        MOVE 'Grace period may not exceed 25 days'                dbank55p
021300          TO CD55O-MESSAGE                                        dbank55p
021400        GO TO VALIDATE-TERMS-EXIT                                 dbank55p
021500     END-IF.                                                      dbank55p
021600     MOVE CD55I-AUTOPAY TO RVL-REC-AUTOPAY.                       dbank55p
021700     IF NOT RVL-REC-AUTOPAY-VALID                                 dbank55p
021800        SET CD55O-REJECTED TO TRUE                                dbank55p
021900        MOVE 'Autopay must be M (minimum), F (full) or blank'     dbank55p
022000          TO CD55O-MESSAGE                                        dbank55p
022100        GO TO VALIDATE-TERMS-EXIT                                 dbank55p
022200     END-IF.                                                      dbank55p
022300     IF RVL-REC-AUTOPAY-NONE                                      dbank55p
022400        MOVE SPACES TO CD55I-AUTOPAY-ACCNO                        dbank55p
022500     END-IF.                                                      dbank55p
022600 VALIDATE-TERMS-EXIT.                                             dbank55p
022700     EXIT.                                                        dbank55p
022800                                                                  dbank55p
022900***************************************************************** dbank55p
023000* Autopay is drawn from another active account of the line's    * dbank55p
023100* own customer                                                  * dbank55p
023200***************************************************************** dbank55p
023300 VALIDATE-AUTOPAY.                                                dbank55p
023400     IF CD55I-AUTOPAY IS EQUAL TO SPACE                           dbank55p
023500        GO TO VALIDATE-AUTOPAY-EXIT                               dbank55p
023600     END-IF.                                                      dbank55p
023700     IF CD55I-AUTOPAY-ACCNO IS EQUAL TO SPACES OR                 dbank55p
023800        CD55I-AUTOPAY-ACCNO IS EQUAL TO CD55I-ACCNO               dbank55p
023900        SET CD55O-REJECTED TO TRUE                                dbank55p
024000        MOVE 'Autopay needs another account to draw on'           dbank55p
024100          TO CD55O-MESSAGE                                        dbank55p
024200        GO TO VALIDATE-AUTOPAY-EXIT                               dbank55p
024300     END-IF.                                                      dbank55p
024400     MOVE CD55I-AUTOPAY-ACCNO TO WS-BNKACCT-RID.                  dbank55p
024500     EXEC CICS READ FILE('BNKACCT')                               dbank55p
024600                    INTO(WS-BNKACCT-REC)                          dbank55p
024700                    LENGTH(LENGTH OF WS-BNKACCT-REC)              dbank55p
024800                    RIDFLD(WS-BNKACCT-RID)                        dbank55p
024900                    RESP(WS-RESP)                                 dbank55p
025000     END-EXEC.                                                    dbank55p
025100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank55p
025200        SET CD55O-REJECTED TO TRUE                                dbank55p
025300        MOVE 'Autopay account not found' TO CD55O-MESSAGE         dbank55p
025400        GO TO VALIDATE-AUTOPAY-EXIT                               dbank55p
025500     END-IF.                                                      dbank55p
025600     IF NOT BAC-REC-ACTIVE                                        dbank55p
025700        SET CD55O-REJECTED TO TRUE                                dbank55p
025800        MOVE 'Autopay account is not active' TO CD55O-MESSAGE     dbank55p
025900        GO TO VALIDATE-AUTOPAY-EXIT                               dbank55p
026000     END-IF.                                                      dbank55p
026100     IF BAC-REC-PID IS NOT EQUAL TO WS-LINE-PID                   dbank55p
026200        SET CD55O-REJECTED TO TRUE                                dbank55p
026300        MOVE 'Autopay account belongs to another customer'        dbank55p
026400          TO CD55O-MESSAGE                                        dbank55p
026500        GO TO VALIDATE-AUTOPAY-EXIT                               dbank55p
026600     END-IF.                                                      dbank55p
026700 VALIDATE-AUTOPAY-EXIT.                                           dbank55p
026800     EXIT.                                                        dbank55p
026900                                                                  dbank55p
027000***************************************************************** dbank55p
027100* Show the line's terms and billing position with the balance   * dbank55p
027200* and available credit from the account                         * dbank55p
027300***************************************************************** dbank55p
027400 VIEW-LINE-PROCESS.                                               dbank55p
027500     MOVE CD55I-ACCNO TO RVL-REC-ACCNO.                           dbank55p
027600     EXEC CICS READ FILE('BNKRVLN')                               dbank55p
027700                    INTO(WS-BNKRVLN-REC)                          dbank55p
027800                    LENGTH(LENGTH OF WS-BNKRVLN-REC)              dbank55p
027900                    RIDFLD(RVL-REC-ACCNO)                         dbank55p
028000                    RESP(WS-RESP)                                 dbank55p
028100     END-EXEC.                                                    dbank55p
028200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank55p
028300        SET CD55O-REJECTED TO TRUE                                dbank55p
028400        MOVE 'Account is not a credit line' TO CD55O-MESSAGE      dbank55p
028500        GO TO VIEW-LINE-PROCESS-EXIT                              dbank55p
028600     END-IF.                                                      dbank55p
028700     EXEC CICS READ FILE('BNKACCT')                               dbank55p
028800                    INTO(WS-BNKACCT-REC)                          dbank55p
028900                    LENGTH(LENGTH OF WS-BNKACCT-REC)              dbank55p
029000                    RIDFLD(CD55I-ACCNO)                           dbank55p
029100                    RESP(WS-RESP)                                 dbank55p
029200     END-EXEC.                                                    dbank55p
029300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank55p
029400        MOVE ZERO TO BAC-REC-BALANCE                              dbank55p
029500        MOVE ZERO TO BAC-REC-OVERDRAFT-LIMIT                      dbank55p
029600     END-IF.                                                      dbank55p
029700     PERFORM MOVE-LINE-TO-OUTPUT.                                 dbank55p
029800     SET CD55O-OK TO TRUE.                                        dbank55p
029900 VIEW-LINE-PROCESS-EXIT.                                          dbank55p
030000     EXIT.                                                        dbank55p
030100                                                                  dbank55p
030200***************************************************************** dbank55p
030300* Open a line on an existing account. The account must be       * dbank55p
030400* active, not overdrawn, without an overdraft of its own and    * dbank55p
030500* not held by a minor. The line number is the task number,      * dbank55p
030600* which is how ZBNKDELQ keys the line's collections record.     * dbank55p
030700***************************************************************** dbank55p
030800 OPEN-LINE-PROCESS.                                               dbank55p
030900     PERFORM GET-TODAY.                                           dbank55p
031000     MOVE CD55I-ACCNO TO RVL-REC-ACCNO.                           dbank55p
031100     EXEC CICS READ FILE('BNKRVLN')                               dbank55p
031200                    INTO(WS-BNKRVLN-REC)                          dbank55p
031300                    LENGTH(LENGTH OF WS-BNKRVLN-REC)              dbank55p
031400                    RIDFLD(RVL-REC-ACCNO)                         dbank55p
031500                    RESP(WS-RESP)                                 dbank55p
031600     END-EXEC.                                                    dbank55p
031700     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank55p
031800        SET CD55O-REJECTED TO TRUE                                dbank55p
031900        MOVE 'Account already has a credit line' TO CD55O-MESSAGE dbank55p
032000        GO TO OPEN-LINE-PROCESS-EXIT                              dbank55p
032100     END-IF.                                                      dbank55p
032200     EXEC CICS READ FILE('BNKACCT')                               dbank55p
032300                    INTO(WS-BNKACCT-REC)                          dbank55p
032400                    LENGTH(LENGTH OF WS-BNKACCT-REC)              dbank55p
032500                    RIDFLD(CD55I-ACCNO)                           dbank55p
032600                    RESP(WS-RESP)                                 dbank55p
032700     END-EXEC.                                                    dbank55p
032800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank55p
032900        SET CD55O-REJECTED TO TRUE                                dbank55p
033000        MOVE 'Account not found' TO CD55O-MESSAGE                 dbank55p
033100        GO TO OPEN-LINE-PROCESS-EXIT                              dbank55p
033200     END-IF.                                                      dbank55p
033300     IF NOT BAC-REC-ACTIVE                                        dbank55p
033400        SET CD55O-REJECTED TO TRUE                                dbank55p
033500        MOVE 'Account is not active' TO CD55O-MESSAGE             dbank55p
033600        GO TO OPEN-LINE-PROCESS-EXIT                              dbank55p
033700     END-IF.                                                      dbank55p
033800     IF BAC-REC-BALANCE IS LESS THAN ZERO                         dbank55p
033900        SET CD55O-REJECTED TO TRUE                                dbank55p
034000        MOVE 'Account is overdrawn' TO CD55O-MESSAGE              dbank55p
034100        GO TO OPEN-LINE-PROCESS-EXIT                              dbank55p
034200     END-IF.                                                      dbank55p
034300     IF BAC-REC-OVERDRAFT-LIMIT IS NOT EQUAL TO ZERO              dbank55p
034400        SET CD55O-REJECTED TO TRUE                                dbank55p
034500        MOVE 'Account has an overdraft - remove it on DBANK25P'   dbank55p
034600          TO CD55O-MESSAGE                                        dbank55p
034700        GO TO OPEN-LINE-PROCESS-EXIT                              dbank55p
034800     END-IF.                                                      dbank55p
034900     MOVE BAC-REC-PID TO WS-LINE-PID.                             dbank55p
035000     MOVE BAC-REC-PID TO WS-BNKCUST-RID.                          dbank55p
035100     EXEC CICS READ FILE('BNKCUST')                               dbank55p
035200                    INTO(WS-BNKCUST-REC)                          dbank55p
035300                    LENGTH(LENGTH OF WS-BNKCUST-REC)              dbank55p
035400                    RIDFLD(WS-BNKCUST-RID)                        dbank55p
035500                    RESP(WS-RESP)                                 dbank55p
035600     END-EXEC.                                                    dbank55p
035700     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND                   dbank55p
035800        BCS-REC-IS-MINOR                                          dbank55p
035900        SET CD55O-REJECTED TO TRUE                                dbank55p
036000        MOVE 'Account holder is a minor - no credit line'         dbank55p
036100          TO CD55O-MESSAGE                                        dbank55p
036200        GO TO OPEN-LINE-PROCESS-EXIT                              dbank55p
036300     END-IF.                                                      dbank55p
036400     PERFORM VALIDATE-AUTOPAY                                     dbank55p
036500         THRU VALIDATE-AUTOPAY-EXIT.                              dbank55p
036600     IF CD55O-REJECTED                                            dbank55p
036700        GO TO OPEN-LINE-PROCESS-EXIT                              dbank55p
036800     END-IF.                                                      dbank55p
036900     EXEC CICS READ FILE('BNKACCT')                               dbank55p
037000                    INTO(WS-BNKACCT-REC)                          dbank55p
037100                    LENGTH(LENGTH OF WS-BNKACCT-REC)              dbank55p
037200                    RIDFLD(CD55I-ACCNO)                           dbank55p
037300                    UPDATE                                        dbank55p
037400                    RESP(WS-RESP)                                 dbank55p
037500     END-EXEC.                                                    dbank55p
037600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank55p
037700        SET CD55O-REJECTED TO TRUE                                dbank55p
037800        MOVE 'Account not found' TO CD55O-MESSAGE                 dbank55p
037900        GO TO OPEN-LINE-PROCESS-EXIT                              dbank55p
038000     END-IF.                                                      dbank55p
038100     MOVE SPACES TO WS-BNKRVLN-REC.                               dbank55p
038200     MOVE CD55I-ACCNO TO RVL-REC-ACCNO.                           dbank55p
038300     MOVE WS-LINE-PID TO RVL-REC-PID.                             dbank55p
038400     MOVE EIBTASKN TO RVL-REC-LINE-NO.                            dbank55p
038500     SET RVL-REC-ACTIVE TO TRUE.                                  dbank55p
038600     MOVE CD55I-CYCLE-DAY TO RVL-REC-CYCLE-DAY.                   dbank55p
038700     PERFORM MOVE-TERMS-TO-LINE.                                  dbank55p
038800     MOVE WS-TODAY-DATE-N TO RVL-REC-OPENED-DTE.                  dbank55p
038900     MOVE ZERO TO RVL-REC-LAST-STMT-DTE.                          dbank55p
039000     MOVE ZERO TO RVL-REC-STMT-BALANCE.                           dbank55p
039100     MOVE ZERO TO RVL-REC-MIN-DUE.                                dbank55p
039200     MOVE ZERO TO RVL-REC-DUE-DTE.                                dbank55p
039300     SET RVL-REC-NOTHING-DUE TO TRUE.                             dbank55p
039400     SET RVL-REC-GRACE-ON TO TRUE.                                dbank55p
039500     MOVE ZERO TO RVL-REC-MISSED-COUNT.                           dbank55p
039600     MOVE ZERO TO RVL-REC-PAST-DUE.                               dbank55p
039700     EXEC CICS WRITE FILE('BNKRVLN')                              dbank55p
039800               FROM(WS-BNKRVLN-REC)                               dbank55p
039900               RIDFLD(RVL-REC-ACCNO)                              dbank55p
040000               LENGTH(LENGTH OF WS-BNKRVLN-REC)                   dbank55p
040100               RESP(WS-RESP)                                      dbank55p
040200     END-EXEC.                                                    dbank55p
040300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank55p
040400        EXEC CICS UNLOCK FILE('BNKACCT')                          dbank55p
040500        END-EXEC                                                  dbank55p
040600        SET CD55O-REJECTED TO TRUE                                dbank55p
040700        MOVE 'Unable to open the credit line' TO CD55O-MESSAGE    dbank55p
040800        GO TO OPEN-LINE-PROCESS-EXIT                              dbank55p
040900     END-IF.                                                      dbank55p
041000     MOVE RVL-REC-CREDIT-LIMIT TO BAC-REC-OVERDRAFT-LIMIT.        dbank55p
041100     PERFORM REWRITE-LINE-ACCOUNT                                 dbank55p
041200         THRU REWRITE-LINE-ACCOUNT-EXIT.                          dbank55p
041300     MOVE SPACES TO WS-BEFORE-IMAGE.                              dbank55p
041400     MOVE WS-BNKRVLN-REC TO WS-AFTER-IMAGE.                       dbank55p
041500     SET AD-REC-ACTION-ADD TO TRUE.                               dbank55p
041600     PERFORM WRITE-AUDIT-RECORD.                                  dbank55p
041700     PERFORM MOVE-LINE-TO-OUTPUT.                                 dbank55p
041800     IF NOT CD55O-REJECTED                                        dbank55p
041900        SET CD55O-OK TO TRUE                                      dbank55p
042000        MOVE 'Credit line opened' TO CD55O-MESSAGE                dbank55p
042100     END-IF.                                                      dbank55p
042200 OPEN-LINE-PROCESS-EXIT.                                          dbank55p
042300     EXIT.                                                        dbank55p
042400                                                                  dbank55p
042500***************************************************************** dbank55p
042600* Change the terms of an open line. The limit may not drop      * dbank55p
042700* below what is owed; while the line is suspended for missed    * dbank55p
042800* payments the account's limit is only ever lowered - ZBNKRVBL  * dbank55p
042900* restores it when the arrears are cleared.                     * dbank55p
043000***************************************************************** dbank55p
043100 CHANGE-LINE-PROCESS.                                             dbank55p
043200     PERFORM GET-TODAY.                                           dbank55p
043300     PERFORM READ-LINE-FOR-UPDATE                                 dbank55p
043400         THRU READ-LINE-FOR-UPDATE-EXIT.                          dbank55p
043500     IF CD55O-REJECTED                                            dbank55p
043600        GO TO CHANGE-LINE-PROCESS-EXIT                            dbank55p
043700     END-IF.                                                      dbank55p
043800     MOVE RVL-REC-PID TO WS-LINE-PID.                             dbank55p
043900     PERFORM VALIDATE-AUTOPAY                                     dbank55p
044000         THRU VALIDATE-AUTOPAY-EXIT.                              dbank55p
044100     IF CD55O-REJECTED                                            dbank55p
044200        EXEC CICS UNLOCK FILE('BNKRVLN')                          dbank55p
044300        END-EXEC                                                  dbank55p
044400        GO TO CHANGE-LINE-PROCESS-EXIT                            dbank55p
044500     END-IF.                                                      dbank55p
044600     PERFORM READ-ACCOUNT-FOR-UPDATE                              dbank55p
044700         THRU READ-ACCOUNT-FOR-UPDATE-EXIT.                       dbank55p
044800     IF CD55O-REJECTED                                            dbank55p
044900        GO TO CHANGE-LINE-PROCESS-EXIT                            dbank55p
045000     END-IF.                                                      dbank55p
045100     COMPUTE WS-OWED = ZERO - BAC-REC-BALANCE.                    dbank55p
045200     IF CD55I-CREDIT-LIMIT IS LESS THAN WS-OWED                   dbank55p
045300        EXEC CICS UNLOCK FILE('BNKACCT')                          dbank55p
045400        END-EXEC                                                  dbank55p
045500        EXEC CICS UNLOCK FILE('BNKRVLN')                          dbank55p
045600        END-EXEC                                                  dbank55p
045700        SET CD55O-REJECTED TO TRUE                                dbank55p
045800        MOVE 'Credit limit may not be below the balance owed'     dbank55p
045900          TO CD55O-MESSAGE                                        dbank55p
046000        GO TO CHANGE-LINE-PROCESS-EXIT                            dbank55p
046100     END-IF.                                                      dbank55p
046200     PERFORM MOVE-TERMS-TO-LINE.                                  dbank55p
046300     EXEC CICS REWRITE FILE('BNKRVLN')                            dbank55p
046400                   FROM(WS-BNKRVLN-REC)                           dbank55p
046500                   LENGTH(LENGTH OF WS-BNKRVLN-REC)               dbank55p
046600                   RESP(WS-RESP)                                  dbank55p
046700     END-EXEC.                                                    dbank55p
046800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank55p
046900        EXEC CICS UNLOCK FILE('BNKACCT')                          dbank55p
047000        END-EXEC                                                  dbank55p
047100        SET CD55O-REJECTED TO TRUE                                dbank55p
047200        MOVE 'Unable to update the credit line' TO CD55O-MESSAGE  dbank55p
047300        GO TO CHANGE-LINE-PROCESS-EXIT                            dbank55p
047400     END-IF.                                                      dbank55p
047500     IF RVL-REC-SUSPENDED                                         dbank55p
047600        IF RVL-REC-CREDIT-LIMIT IS LESS THAN                      dbank55p
047700           BAC-REC-OVERDRAFT-LIMIT                                dbank55p
047800           MOVE RVL-REC-CREDIT-LIMIT TO BAC-REC-OVERDRAFT-LIMIT   dbank55p
047900        END-IF                                                    dbank55p
048000     ELSE                                                         dbank55p
048100        MOVE RVL-REC-CREDIT-LIMIT TO BAC-REC-OVERDRAFT-LIMIT      dbank55p
048200     END-IF.                                                      dbank55p
048300     PERFORM REWRITE-LINE-ACCOUNT                                 dbank55p
048400         THRU REWRITE-LINE-ACCOUNT-EXIT.                          dbank55p
048500     MOVE WS-BNKRVLN-REC TO WS-AFTER-IMAGE.                       dbank55p
048600     SET AD-REC-ACTION-CHANGE TO TRUE.                            dbank55p
048700     PERFORM WRITE-AUDIT-RECORD.                                  dbank55p
048800     PERFORM MOVE-LINE-TO-OUTPUT.                                 dbank55p
048900     IF NOT CD55O-REJECTED                                        dbank55p
049000        SET CD55O-OK TO TRUE                                      dbank55p
049100        MOVE 'Credit line terms changed' TO CD55O-MESSAGE         dbank55p
049200     END-IF.                                                      dbank55p
049300 CHANGE-LINE-PROCESS-EXIT.                                        dbank55p
049400     EXIT.                                                        dbank55p
049500                                                                  dbank55p
049600***************************************************************** dbank55p
049700* Close a line. Nothing may be owed or held in credit; the      * dbank55p
049800* account's limit goes to zero and autopay stops. The record    * dbank55p
049900* stays on file, closed, for the statement and collections      * dbank55p
050000* history.                                                      * dbank55p
050100***************************************************************** dbank55p
050200 CLOSE-LINE-PROCESS.                                              dbank55p
050300     PERFORM GET-TODAY.                                           dbank55p
050400     PERFORM READ-LINE-FOR-UPDATE                                 dbank55p
050500         THRU READ-LINE-FOR-UPDATE-EXIT.                          dbank55p
050600     IF CD55O-REJECTED                                            dbank55p
050700        GO TO CLOSE-LINE-PROCESS-EXIT                             dbank55p
050800     END-IF.                                                      dbank55p
050900     PERFORM READ-ACCOUNT-FOR-UPDATE                              dbank55p
051000         THRU READ-ACCOUNT-FOR-UPDATE-EXIT.                       dbank55p
051100     IF CD55O-REJECTED                                            dbank55p
051200        GO TO CLOSE-LINE-PROCESS-EXIT                             dbank55p
051300     END-IF.                                                      dbank55p
051400     IF BAC-REC-BALANCE IS NOT EQUAL TO ZERO                      dbank55p
051500        EXEC CICS UNLOCK FILE('BNKACCT')                          dbank55p
051600        END-EXEC                                                  dbank55p
051700        EXEC CICS UNLOCK FILE('BNKRVLN')                          dbank55p
051800        END-EXEC                                                  dbank55p
051900        SET CD55O-REJECTED TO TRUE                                dbank55p
052000        MOVE 'Balance must be zero to close the line'             dbank55p
052100          TO CD55O-MESSAGE                                        dbank55p
052200        GO TO CLOSE-LINE-PROCESS-EXIT                             dbank55p
052300     END-IF.                                                      dbank55p
052400     SET RVL-REC-CLOSED TO TRUE.                                  dbank55p
052500     SET RVL-REC-AUTOPAY-NONE TO TRUE.                            dbank55p
052600     MOVE SPACES TO RVL-REC-AUTOPAY-ACCNO.                        dbank55p
052700     SET RVL-REC-NOTHING-DUE TO TRUE.                             dbank55p
052800     MOVE CD55I-MAINT-USERID TO RVL-REC-USERID.                   dbank55p
052900     EXEC CICS REWRITE FILE('BNKRVLN')                            dbank55p
053000                   FROM(WS-BNKRVLN-REC)                           dbank55p
053100                   LENGTH(LENGTH OF WS-BNKRVLN-REC)               dbank55p
053200                   RESP(WS-RESP)                                  dbank55p
053300     END-EXEC.                                                    dbank55p
053400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank55p
053500        EXEC CICS UNLOCK FILE('BNKACCT')                          dbank55p
053600        END-EXEC                                                  dbank55p
053700        SET CD55O-REJECTED TO TRUE                                dbank55p
053800        MOVE 'Unable to close the credit line' TO CD55O-MESSAGE   dbank55p
053900        GO TO CLOSE-LINE-PROCESS-EXIT                             dbank55p
054000     END-IF.                                                      dbank55p
054100     MOVE ZERO TO BAC-REC-OVERDRAFT-LIMIT.                        dbank55p
054200     PERFORM REWRITE-LINE-ACCOUNT                                 dbank55p
054300         THRU REWRITE-LINE-ACCOUNT-EXIT.                          dbank55p
054400     MOVE WS-BNKRVLN-REC TO WS-AFTER-IMAGE.                       dbank55p
054500     SET AD-REC-ACTION-CHANGE TO TRUE.                            dbank55p
054600     PERFORM WRITE-AUDIT-RECORD.                                  dbank55p
054700     PERFORM MOVE-LINE-TO-OUTPUT.                                 dbank55p
054800     IF NOT CD55O-REJECTED                                        dbank55p
054900        SET CD55O-OK TO TRUE                                      dbank55p
055000        MOVE 'Credit line closed' TO CD55O-MESSAGE                dbank55p
055100     END-IF.                                                      dbank55p
055200 CLOSE-LINE-PROCESS-EXIT.                                         dbank55p
055300     EXIT.                                                        dbank55p
055400                                                                  dbank55p
055500***************************************************************** dbank55p
055600* Read an open line for update and keep its before image        * dbank55p
055700***************************************************************** dbank55p
055800 READ-LINE-FOR-UPDATE.                                            dbank55p
055900     MOVE CD55I-ACCNO TO RVL-REC-ACCNO.                           dbank55p
056000     EXEC CICS READ FILE('BNKRVLN')                               dbank55p
056100                    INTO(WS-BNKRVLN-REC)                          dbank55p
056200                    LENGTH(LENGTH OF WS-BNKRVLN-REC)              dbank55p
056300                    RIDFLD(RVL-REC-ACCNO)                         dbank55p
056400                    UPDATE                                        dbank55p
056500                    RESP(WS-RESP)                                 dbank55p
056600     END-EXEC.                                                    dbank55p
056700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank55p
056800        SET CD55O-REJECTED TO TRUE                                dbank55p
056900        MOVE 'Account is not a credit line' TO CD55O-MESSAGE      dbank55p
057000        GO TO READ-LINE-FOR-UPDATE-EXIT                           dbank55p
057100     END-IF.                                                      dbank55p
057200     IF RVL-REC-CLOSED                                            dbank55p
057300        EXEC CICS UNLOCK FILE('BNKRVLN')                          dbank55p
057400        END-EXEC                                                  dbank55p
057500        SET CD55O-REJECTED TO TRUE                                dbank55p
057600        MOVE 'Credit line is closed' TO CD55O-MESSAGE             dbank55p
057700        GO TO READ-LINE-FOR-UPDATE-EXIT                           dbank55p
057800     END-IF.                                                      dbank55p
057900     MOVE WS-BNKRVLN-REC TO WS-BEFORE-IMAGE.                      dbank55p
058000 READ-LINE-FOR-UPDATE-EXIT.                                       dbank55p
058100     EXIT.                                                        dbank55p
058200                                                                  dbank55p
058300***************************************************************** dbank55p
058400* Read the line's account for update. The line is already held  * dbank55p
058500* for update and is released if the account cannot be had       * dbank55p
058600***************************************************************** dbank55p
058700 READ-ACCOUNT-FOR-UPDATE.                                         dbank55p
058800     EXEC CICS READ FILE('BNKACCT')                               dbank55p
058900                    INTO(WS-BNKACCT-REC)                          dbank55p
059000                    LENGTH(LENGTH OF WS-BNKACCT-REC)              dbank55p
059100                    RIDFLD(CD55I-ACCNO)                           dbank55p
059200                    UPDATE                                        dbank55p
059300                    RESP(WS-RESP)                                 dbank55p
059400     END-EXEC.                                                    dbank55p
059500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank55p
059600        EXEC CICS UNLOCK FILE('BNKRVLN')                          dbank55p
059700        END-EXEC                                                  dbank55p
059800        SET CD55O-REJECTED TO TRUE                                dbank55p
059900        MOVE 'Account not found' TO CD55O-MESSAGE                 dbank55p
060000        GO TO READ-ACCOUNT-FOR-UPDATE-EXIT                        dbank55p
060100     END-IF.                                                      dbank55p
060200 READ-ACCOUNT-FOR-UPDATE-EXIT.                                    dbank55p
060300     EXIT.                                                        dbank55p
060400                                                                  dbank55p
060500***************************************************************** dbank55p
060600* Carry the account's new overdraft limit. The line record is   * dbank55p
060700* already written, so a failure here is reported for the limit  * dbank55p
060800* to be put right on the account                                * dbank55p
060900***************************************************************** dbank55p
061000 REWRITE-LINE-ACCOUNT.                                            dbank55p
061100     EXEC CICS REWRITE FILE('BNKACCT')                            dbank55p
061200                   FROM(WS-BNKACCT-REC)                           dbank55p
061300                   LENGTH(LENGTH OF WS-BNKACCT-REC)               dbank55p
061400                   RESP(WS-RESP)                                  dbank55p
061500     END-EXEC.                                                    dbank55p
061600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank55p
061700        SET CD55O-REJECTED TO TRUE                                dbank55p
061800        MOVE 'Line updated but account limit not - check account' dbank55p
061900          TO CD55O-MESSAGE                                        dbank55p
062000     END-IF.                                                      dbank55p
062100 REWRITE-LINE-ACCOUNT-EXIT.                                       dbank55p
062200     EXIT.                                                        dbank55p
062300                                                                  dbank55p
062400 MOVE-TERMS-TO-LINE.                                              dbank55p
062500     MOVE CD55I-CREDIT-LIMIT TO RVL-REC-CREDIT-LIMIT.             dbank55p
062600     MOVE CD55I-PURCHASE-RATE TO RVL-REC-PURCHASE-RATE.           dbank55p
062700     MOVE CD55I-CASH-RATE TO RVL-REC-CASH-RATE.                   dbank55p
062800     MOVE CD55I-MIN-PCT TO RVL-REC-MIN-PCT.                       dbank55p
062900     MOVE CD55I-MIN-AMOUNT TO RVL-REC-MIN-AMOUNT.                 dbank55p
063000     MOVE CD55I-GRACE-DAYS TO RVL-REC-GRACE-DAYS.                 dbank55p
063100     MOVE CD55I-AUTOPAY TO RVL-REC-AUTOPAY.                       dbank55p
063200     MOVE CD55I-AUTOPAY-ACCNO TO RVL-REC-AUTOPAY-ACCNO.           dbank55p
063300     MOVE CD55I-MAINT-USERID TO RVL-REC-USERID.                   dbank55p
063400                                                                  dbank55p
063500***************************************************************** dbank55p
063600* Copy the line and its account position to the output area.    * dbank55p
063700* Available credit is what the account's limit still allows.    * dbank55p
063800***************************************************************** dbank55p
063900 MOVE-LINE-TO-OUTPUT.                                             dbank55p
064000     MOVE RVL-REC-PID TO CD55O-PID.                               dbank55p
064100     MOVE RVL-REC-LINE-NO TO CD55O-LINE-NO.                       dbank55p
064200     MOVE RVL-REC-STATUS TO CD55O-LINE-STATUS.                    dbank55p
064300     MOVE RVL-REC-CREDIT-LIMIT TO CD55O-CREDIT-LIMIT.             dbank55p
064400     MOVE RVL-REC-PURCHASE-RATE TO CD55O-PURCHASE-RATE.           dbank55p
064500     MOVE RVL-REC-CASH-RATE TO CD55O-CASH-RATE.                   dbank55p
064600     MOVE RVL-REC-MIN-PCT TO CD55O-MIN-PCT.                       dbank55p
064700     MOVE RVL-REC-MIN-AMOUNT TO CD55O-MIN-AMOUNT.                 dbank55p
064800     MOVE RVL-REC-CYCLE-DAY TO CD55O-CYCLE-DAY.                   dbank55p
064900     MOVE RVL-REC-GRACE-DAYS TO CD55O-GRACE-DAYS.                 dbank55p
065000     MOVE RVL-REC-AUTOPAY TO CD55O-AUTOPAY.                       dbank55p
065100     MOVE RVL-REC-AUTOPAY-ACCNO TO CD55O-AUTOPAY-ACCNO.           dbank55p
065200     MOVE BAC-REC-BALANCE TO CD55O-BALANCE.                       dbank55p
065300     COMPUTE CD55O-AVAILABLE =                                    dbank55p
065400             BAC-REC-OVERDRAFT-LIMIT + BAC-REC-BALANCE.           dbank55p
065500     IF CD55O-AVAILABLE IS LESS THAN ZERO                         dbank55p
065600        MOVE ZERO TO CD55O-AVAILABLE                              dbank55p
065700     END-IF.                                                      dbank55p
065800     MOVE RVL-REC-LAST-STMT-DTE TO CD55O-LAST-STMT-DTE.           dbank55p
065900     MOVE RVL-REC-STMT-BALANCE TO CD55O-STMT-BALANCE.             dbank55p
066000     MOVE RVL-REC-MIN-DUE TO CD55O-MIN-DUE.                       dbank55p
066100     MOVE RVL-REC-DUE-DTE TO CD55O-DUE-DTE.                       dbank55p
066200     MOVE RVL-REC-DUE-STATE TO CD55O-DUE-STATE.                   dbank55p
066300     MOVE RVL-REC-MISSED-COUNT TO CD55O-MISSED-COUNT.             dbank55p
066400     MOVE RVL-REC-PAST-DUE TO CD55O-PAST-DUE.                     dbank55p
066500                                                                  dbank55p
066600 GET-TODAY.                                                       dbank55p
066700     EXEC CICS ASKTIME                                            dbank55p
066800               ABSTIME(WS-ABSTIME)                                dbank55p
066900     END-EXEC.                                                    dbank55p
067000     EXEC CICS FORMATTIME                                         dbank55p
067100               ABSTIME(WS-ABSTIME)                                dbank55p
067200               YYYYMMDD(WS-TODAY-DATE)                            dbank55p
067300               TIME(WS-TODAY-TIME)                                dbank55p
067400     END-EXEC.                                                    dbank55p
067500                                                                  dbank55p
067600***************************************************************** dbank55p
067700* One audit record per maintenance action - before and after    * dbank55p
067800* images, maintaining userid, date and time. The caller sets    * dbank55p
067900* the action.                                                   * dbank55p
068000***************************************************************** dbank55p
068100 WRITE-AUDIT-RECORD.                                              dbank55p
068200     ADD 1 TO WS-AUDIT-SEQ.                                       dbank55p
068300     MOVE EIBTASKN TO AD-REC-TASKN.                               dbank55p
068400     MOVE WS-AUDIT-SEQ TO AD-REC-SEQ.                             dbank55p
068500     MOVE 'BNKRVLN ' TO AD-REC-TABLE.                             dbank55p
068600     MOVE CD55I-MAINT-USERID TO AD-REC-USERID.                    dbank55p
068700     MOVE WS-TODAY-DATE-N TO AD-REC-DATE.                         dbank55p
068800     MOVE WS-TODAY-TIME TO AD-REC-TIME.                           dbank55p
068900     MOVE WS-BEFORE-IMAGE TO AD-REC-BEFORE-IMAGE.                 dbank55p
069000     MOVE WS-AFTER-IMAGE TO AD-REC-AFTER-IMAGE.                   dbank55p
069100     PERFORM AUDIT-CHAIN-WRITE                                    dbank55p
069200         THRU AUDIT-CHAIN-WRITE-EXIT.                             dbank55p
069700 WRITE-AUDIT-RECORD-EXIT.                                         dbank55p
069800     EXIT.                                                        dbank55p
069900                                                                  dbank55p
069930 COPY CPERFP.                                                     dbank55p
069940 COPY CAUDCHP.                                                    dbank55p
069960                                                                  dbank55p
070000* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank55p
