000100***************************************************************** dbank46p
000200*                                                               * dbank46p
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   * dbank46p
000400*   This demonstration program is provided for use by users     * dbank46p
000500*   of Micro Focus products and may be used, modified and       * dbank46p
000600*   distributed as part of your application provided that       * dbank46p
000700*   you properly acknowledge the copyright of Micro Focus       * dbank46p
000800*   in this material.                                           * dbank46p
000900*                                                               * dbank46p
001000***************************************************************** dbank46p
001100                                                                  dbank46p
001200***************************************************************** dbank46p
001300* Program:     DBANK46P.CBL                                     * dbank46p
001400* Function:    Negotiated interest rate overrides. Records a    * dbank46p
001500*              request for an account-specific rate with its    * dbank46p
001600*              reason and start/expiry dates on BNKRTOV, and    * dbank46p
001700*              the second user's approve or reject decision -   * dbank46p
001800*              the requester can never approve their own        * dbank46p
001900*              override. Approved overrides can be cancelled    * dbank46p
002000*              early; overrides can be listed per account, or   * dbank46p
002100*              the pending queue across all accounts.           * dbank46p
002200*              ZBNKACRL applies an approved override while it   * dbank46p
002300*              is in force                                      * dbank46p
002400*              VSAM version                                     * dbank46p
002500***************************************************************** dbank46p
002600                                                                  dbank46p
002700 IDENTIFICATION DIVISION.                                         dbank46p
002800 PROGRAM-ID.                                                      dbank46p
002900     DBANK46P.                                                    dbank46p
003000 DATE-WRITTEN.                                                    dbank46p
003100     October 2026.                                                dbank46p
003200 DATE-COMPILED.                                                   dbank46p
003300     Today.                                                       dbank46p
003400                                                                  dbank46p
003500 ENVIRONMENT DIVISION.                                            dbank46p
003600                                                                  dbank46p
003700 DATA DIVISION.                                                   dbank46p
003800                                                                  dbank46p
003900 WORKING-STORAGE SECTION.                                         dbank46p
004000 01  WS-MISC-STORAGE.                                             dbank46p
004100   05  WS-PROGRAM-ID                         PIC X(8)             dbank46p
004200       VALUE 'DBANK46P'.                                          dbank46p
004300   05  WS-COMMAREA-LENGTH                    PIC 9(5).            dbank46p
004400   05  WS-RESP                               PIC S9(8) COMP.      dbank46p
004500   05  WS-ABSTIME                            PIC S9(15) COMP-3.   dbank46p
004600   05  WS-TODAY-DATE                         PIC X(8).            dbank46p
004700   05  WS-TODAY-DATE-N REDEFINES WS-TODAY-DATE PIC 9(8).          dbank46p
004800   05  WS-TODAY-TIME                         PIC X(6).            dbank46p
004900   05  WS-OVR-SUB                            PIC S9(4) COMP.      dbank46p
005000   05  WS-OVERLAP                            PIC X(1).            dbank46p
005100     88  WS-OVERLAP-FOUND                    VALUE 'Y'.           dbank46p
005200     88  WS-OVERLAP-NONE                     VALUE 'N'.           dbank46p
005300                                                                  dbank46p
005400 01  WS-BNKRTOV-REC.                                              dbank46p
005500 COPY CBANKVRO.                                                   dbank46p
005600                                                                  dbank46p
005700 01  WS-BNKACCT-REC.                                              dbank46p
005800 COPY CBANKVAC.                                                   dbank46p
005900                                                                  dbank46p
006000 01  WS-COMMAREA.                                                 dbank46p
006100 COPY CBANKD46.                                                   dbank46p
006200                                                                  dbank46p
006300 COPY CABENDD.                                                    dbank46p
006310                                                                  dbank46p
006320 01  WS-BNKPERF-REC.                                              dbank46p
006330 COPY CBANKVPF.                                                   dbank46p
006340                                                                  dbank46p
006350 COPY CPERFD.                                                     dbank46p
006400                                                                  dbank46p
006500 LINKAGE SECTION.                                                 dbank46p
006600 01  DFHCOMMAREA.                                                 dbank46p
006700   05  LK-COMMAREA                           PIC X(1)             dbank46p
006800       OCCURS 1 TO 4096 TIMES                                     dbank46p
006900         DEPENDING ON WS-COMMAREA-LENGTH.                         dbank46p
007000                                                                  dbank46p
007100 COPY CENTRY.                                                     dbank46p
007110***************************************************************** dbank46p
007120* Start the response-time clock for this request                * dbank46p
007130***************************************************************** dbank46p
007140     PERFORM PERF-TIMER.                                          dbank46p
007150                                                                  dbank46p
007200***************************************************************** dbank46p
007300* Move the passed data to our area                              * dbank46p
007400***************************************************************** dbank46p
007500     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            dbank46p
007600     MOVE DFHCOMMAREA TO WS-COMMAREA.                             dbank46p
007700                                                                  dbank46p
007800***************************************************************** dbank46p
007900* Initialize our output area                                    * dbank46p
008000***************************************************************** dbank46p
008100     MOVE SPACES TO CD46O-DATA.                                   dbank46p
008200     MOVE ZERO TO CD46O-OVR-COUNT.                                dbank46p
008300                                                                  dbank46p
008400***************************************************************** dbank46p
008500* Now attempt to satisfy the requested function                 * dbank46p
008600***************************************************************** dbank46p
008700     PERFORM GET-TODAY-DATE.                                      dbank46p
008800     EVALUATE TRUE                                                dbank46p
008900       WHEN CD46I-REQUEST                                         dbank46p
009000         PERFORM REQUEST-OVERRIDE-PROCESS                         dbank46p
009100             THRU REQUEST-OVERRIDE-PROCESS-EXIT                   dbank46p
009200       WHEN CD46I-APPROVE                                         dbank46p
009300         PERFORM DECIDE-OVERRIDE-PROCESS                          dbank46p
009400             THRU DECIDE-OVERRIDE-PROCESS-EXIT                    dbank46p
009500       WHEN CD46I-REJECT                                          dbank46p
009600         PERFORM DECIDE-OVERRIDE-PROCESS                          dbank46p
009700             THRU DECIDE-OVERRIDE-PROCESS-EXIT                    dbank46p
009800       WHEN CD46I-CANCEL                                          dbank46p
009900         PERFORM CANCEL-OVERRIDE-PROCESS                          dbank46p
010000             THRU CANCEL-OVERRIDE-PROCESS-EXIT                    dbank46p
010100       WHEN OTHER                                                 dbank46p
010200         PERFORM LIST-OVERRIDE-PROCESS                            dbank46p
010300             THRU LIST-OVERRIDE-PROCESS-EXIT                      dbank46p
010400     END-EVALUATE.                                                dbank46p
010500                                                                  dbank46p
010600***************************************************************** dbank46p
010700* Move the result back to the callers area                      * dbank46p
010800***************************************************************** dbank46p
010900     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       dbank46p
011000                                                                  dbank46p
011010***************************************************************** dbank46p
011020* Log this request's response time to BNKPERF                   * dbank46p
011030***************************************************************** dbank46p
011040     MOVE CD46I-FUNCTION TO WS-PERF-FUNCTION.                     dbank46p
011050     PERFORM PERF-TIMER.                                          dbank46p
011060                                                                  dbank46p
011100***************************************************************** dbank46p
011200* Return to our caller                                          * dbank46p
011300***************************************************************** dbank46p
011400 COPY CRETURN.                                                    dbank46p
011500                                                                  dbank46p
011600***************************************************************** dbank46p
011700* Record a new override request. It stays pending, and has no   * dbank46p
011800* effect on accrual, until a second user approves it            * dbank46p
011900***************************************************************** dbank46p
012000 REQUEST-OVERRIDE-PROCESS.                                        dbank46p
012100     IF CD46I-USERID IS EQUAL TO SPACES                           dbank46p
012200        SET CD46O-REJECTED TO TRUE                                dbank46p
012300        MOVE 'Requesting userid is required' TO CD46O-MESSAGE     dbank46p
012400        GO TO REQUEST-OVERRIDE-PROCESS-EXIT                       dbank46p
012500     END-IF.                                                      dbank46p
012600     EXEC CICS READ FILE('BNKACCT')                               dbank46p
012700                    INTO(WS-BNKACCT-REC)                          dbank46p
012800                    LENGTH(LENGTH OF WS-BNKACCT-REC)              dbank46p
012900                    RIDFLD(CD46I-ACCNO)                           dbank46p
013000                    RESP(WS-RESP)                                 dbank46p
013100     END-EXEC.                                                    dbank46p
013200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank46p
013300        SET CD46O-REJECTED TO TRUE                                dbank46p
013400        MOVE 'Account not found' TO CD46O-MESSAGE                 dbank46p
013500        GO TO REQUEST-OVERRIDE-PROCESS-EXIT                       dbank46p
013600     END-IF.                                                      dbank46p
013700     IF BAC-REC-CLOSED                                            dbank46p
013800        SET CD46O-REJECTED TO TRUE                                dbank46p
013900        MOVE 'Account is closed' TO CD46O-MESSAGE                 dbank46p
014000        GO TO REQUEST-OVERRIDE-PROCESS-EXIT                       dbank46p
014100     END-IF.                                                      dbank46p
014200     IF CD46I-RATE IS NOT NUMERIC                                 dbank46p
014300      OR CD46I-RATE IS LESS THAN ZERO                             dbank46p
014400        SET CD46O-REJECTED TO TRUE                                dbank46p
014500        MOVE 'Override rate cannot be negative' TO CD46O-MESSAGE  dbank46p
014600        GO TO REQUEST-OVERRIDE-PROCESS-EXIT                       dbank46p
014700     END-IF.                                                      dbank46p
014800     IF CD46I-REASON IS EQUAL TO SPACES                           dbank46p
014900        SET CD46O-REJECTED TO TRUE                                dbank46p
015000        MOVE 'A reason for the override is required'              dbank46p
015100          TO CD46O-MESSAGE                                        dbank46p
015200        GO TO REQUEST-OVERRIDE-PROCESS-EXIT                       dbank46p
015300     END-IF.                                                      dbank46p
015400     IF CD46I-START-DTE IS NOT NUMERIC                            dbank46p
015500      OR CD46I-START-DTE IS EQUAL TO ZERO                         dbank46p
015600        MOVE WS-TODAY-DATE-N TO CD46I-START-DTE                   dbank46p
015700     END-IF.                                                      dbank46p
015800     IF CD46I-START-DTE IS LESS THAN WS-TODAY-DATE-N              dbank46p
015900        SET CD46O-REJECTED TO TRUE                                dbank46p
016000        MOVE 'Start date is in the past' TO CD46O-MESSAGE         dbank46p
016100        GO TO REQUEST-OVERRIDE-PROCESS-EXIT                       dbank46p
016200     END-IF.                                                      dbank46p
016300     IF CD46I-EXPIRY-DTE IS NOT NUMERIC                           dbank46p
016400      OR CD46I-EXPIRY-DTE IS NOT GREATER THAN CD46I-START-DTE     dbank46p
016500        SET CD46O-REJECTED TO TRUE                                dbank46p
016600        MOVE 'Expiry date must be after the start date'           dbank46p
016700          TO CD46O-MESSAGE                                        dbank46p
016800        GO TO REQUEST-OVERRIDE-PROCESS-EXIT                       dbank46p
016900     END-IF.                                                      dbank46p
017000     PERFORM CHECK-OVERLAP                                        dbank46p
017100        THRU CHECK-OVERLAP-EXIT.                                  dbank46p
017200     IF WS-OVERLAP-FOUND                                          dbank46p
017300        SET CD46O-REJECTED TO TRUE                                dbank46p
017400        MOVE 'Overlaps an existing override on this account'      dbank46p
017500          TO CD46O-MESSAGE                                        dbank46p
017600        GO TO REQUEST-OVERRIDE-PROCESS-EXIT                       dbank46p
017700     END-IF.                                                      dbank46p
017800     MOVE SPACES TO WS-BNKRTOV-REC.                               dbank46p
017900     MOVE CD46I-ACCNO TO RO-REC-ACCNO.                            dbank46p
018000     MOVE CD46I-START-DTE TO RO-REC-START-DTE.                    dbank46p
018100     MOVE CD46I-EXPIRY-DTE TO RO-REC-EXPIRY-DTE.                  dbank46p
018200     MOVE CD46I-RATE TO RO-REC-RATE.                              dbank46p
018300     MOVE CD46I-REASON TO RO-REC-REASON.                          dbank46p
018400     SET RO-REC-PENDING-APPROVAL TO TRUE.                         dbank46p
018500     MOVE CD46I-USERID TO RO-REC-REQ-USERID.                      dbank46p
018600     MOVE WS-TODAY-DATE-N TO RO-REC-REQ-DTE.                      dbank46p
018700     MOVE ZERO TO RO-REC-APPR-DTE.                                dbank46p
018800     MOVE ZERO TO RO-REC-CANCEL-DTE.                              dbank46p
018900     EXEC CICS WRITE FILE('BNKRTOV')                              dbank46p
019000                     FROM(WS-BNKRTOV-REC)                         dbank46p
019100                     LENGTH(LENGTH OF WS-BNKRTOV-REC)             dbank46p
019200                     RIDFLD(RO-REC-KEY)                           dbank46p
019300                     RESP(WS-RESP)                                dbank46p
019400     END-EXEC.                                                    dbank46p
019500     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank46p
019600        SET CD46O-OK TO TRUE                                      dbank46p
019700        MOVE 'Override recorded - awaiting approval'              dbank46p
019800          TO CD46O-MESSAGE                                        dbank46p
019900     ELSE                                                         dbank46p
020000        SET CD46O-REJECTED TO TRUE                                dbank46p
020100        MOVE 'Unable to record override' TO CD46O-MESSAGE         dbank46p
020200     END-IF.                                                      dbank46p
020300 REQUEST-OVERRIDE-PROCESS-EXIT.                                   dbank46p
020400     EXIT.                                                        dbank46p
020500                                                                  dbank46p
020600***************************************************************** dbank46p
020700* An account can only have one override in force on any day, so * dbank46p
020800* a pending or approved override whose dates overlap the new    * dbank46p
020900* request blocks it                                             * dbank46p
021000***************************************************************** dbank46p
021100 CHECK-OVERLAP.                                                   dbank46p
021200     SET WS-OVERLAP-NONE TO TRUE.                                 dbank46p
021300     MOVE CD46I-ACCNO TO RO-REC-ACCNO.                            dbank46p
021400     MOVE ZERO TO RO-REC-START-DTE.                               dbank46p
021500     EXEC CICS STARTBR FILE('BNKRTOV')                            dbank46p
021600                       RIDFLD(RO-REC-KEY)                         dbank46p
021700                       GTEQ                                       dbank46p
021800                       RESP(WS-RESP)                              dbank46p
021900     END-EXEC.                                                    dbank46p
022000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank46p
022100        GO TO CHECK-OVERLAP-EXIT                                  dbank46p
022200     END-IF.                                                      dbank46p
022300 CHECK-OVERLAP-LOOP.                                              dbank46p
022400     EXEC CICS READNEXT FILE('BNKRTOV')                           dbank46p
022500                        INTO(WS-BNKRTOV-REC)                      dbank46p
022600                        LENGTH(LENGTH OF WS-BNKRTOV-REC)          dbank46p
022700                        RIDFLD(RO-REC-KEY)                        dbank46p
022800                        RESP(WS-RESP)                             dbank46p
022900     END-EXEC.                                                    dbank46p
023000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank46p
023100      OR RO-REC-ACCNO IS NOT EQUAL TO CD46I-ACCNO                 dbank46p
023200        GO TO CHECK-OVERLAP-LOOP-EXIT                             dbank46p
023300     END-IF.                                                      dbank46p
023400     IF NOT RO-REC-PENDING-APPROVAL AND NOT RO-REC-APPROVED       dbank46p
023500        GO TO CHECK-OVERLAP-LOOP                                  dbank46p
023600     END-IF.                                                      dbank46p
023700     IF RO-REC-START-DTE IS NOT GREATER THAN CD46I-EXPIRY-DTE     dbank46p
023800      AND RO-REC-EXPIRY-DTE IS NOT LESS THAN CD46I-START-DTE      dbank46p
023900        SET WS-OVERLAP-FOUND TO TRUE                              dbank46p
024000        GO TO CHECK-OVERLAP-LOOP-EXIT                             dbank46p
024100     END-IF.                                                      dbank46p
024200     GO TO CHECK-OVERLAP-LOOP.                                    dbank46p
024300 CHECK-OVERLAP-LOOP-EXIT.                                         dbank46p
024400     EXEC CICS ENDBR FILE('BNKRTOV')                              dbank46p
024500     END-EXEC.                                                    dbank46p
024600 CHECK-OVERLAP-EXIT.                                              dbank46p
024700     EXIT.                                                        dbank46p
024800                                                                  dbank46p
024900***************************************************************** dbank46p
025000* Approve or reject one pending override. The approving userid  * dbank46p
025100* must differ from the requesting userid, and an override whose * dbank46p
025200* expiry date has already passed cannot be approved             * dbank46p
025300***************************************************************** dbank46p
025400 DECIDE-OVERRIDE-PROCESS.                                         dbank46p
025500     IF CD46I-USERID IS EQUAL TO SPACES                           dbank46p
025600        SET CD46O-REJECTED TO TRUE                                dbank46p
025700        MOVE 'Approving userid is required' TO CD46O-MESSAGE      dbank46p
025800        GO TO DECIDE-OVERRIDE-PROCESS-EXIT                        dbank46p
025900     END-IF.                                                      dbank46p
026000     PERFORM READ-OVERRIDE-FOR-UPDATE.                            dbank46p
026100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank46p
026200        SET CD46O-REJECTED TO TRUE                                dbank46p
026300        MOVE 'Override not found' TO CD46O-MESSAGE                dbank46p
026400        GO TO DECIDE-OVERRIDE-PROCESS-EXIT                        dbank46p
026500     END-IF.                                                      dbank46p
026600     IF NOT RO-REC-PENDING-APPROVAL                               dbank46p
026700        EXEC CICS UNLOCK FILE('BNKRTOV')                          dbank46p
026800        END-EXEC                                                  dbank46p
026900        SET CD46O-REJECTED TO TRUE                                dbank46p
027000        MOVE 'Override is not awaiting approval'                  dbank46p
027100          TO CD46O-MESSAGE                                        dbank46p
027200        GO TO DECIDE-OVERRIDE-PROCESS-EXIT                        dbank46p
027300     END-IF.                                                      dbank46p
027400     IF CD46I-USERID IS EQUAL TO RO-REC-REQ-USERID                dbank46p
027500        EXEC CICS UNLOCK FILE('BNKRTOV')                          dbank46p
027600        END-EXEC                                                  dbank46p
027700        SET CD46O-REJECTED TO TRUE                                dbank46p
027800        MOVE 'Requester cannot approve own override'              dbank46p
027900          TO CD46O-MESSAGE                                        dbank46p
028000        GO TO DECIDE-OVERRIDE-PROCESS-EXIT                        dbank46p
028100     END-IF.                                                      dbank46p
028200     IF CD46I-APPROVE                                             dbank46p
028300      AND RO-REC-EXPIRY-DTE IS LESS THAN WS-TODAY-DATE-N          dbank46p
028400        EXEC CICS UNLOCK FILE('BNKRTOV')                          dbank46p
028500        END-EXEC                                                  dbank46p
028600        SET CD46O-REJECTED TO TRUE                                dbank46p
028700        MOVE 'Override has already expired' TO CD46O-MESSAGE      dbank46p
028800        GO TO DECIDE-OVERRIDE-PROCESS-EXIT                        dbank46p
028900     END-IF.                                                      dbank46p
029000     MOVE CD46I-USERID TO RO-REC-APPR-USERID.                     dbank46p
029100     MOVE WS-TODAY-DATE-N TO RO-REC-APPR-DTE.                     dbank46p
029200     IF CD46I-APPROVE                                             dbank46p
029300        SET RO-REC-APPROVED TO TRUE                               dbank46p
029400     ELSE                                                         dbank46p
029500        SET RO-REC-REJECTED TO TRUE                               dbank46p
029600     END-IF.                                                      dbank46p
029700     PERFORM REWRITE-OVERRIDE.                                    dbank46p
029800     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank46p
029900        SET CD46O-OK TO TRUE                                      dbank46p
030000        IF CD46I-APPROVE                                          dbank46p
030100           MOVE 'Override approved' TO CD46O-MESSAGE              dbank46p
030200        ELSE                                                      dbank46p
030300           MOVE 'Override rejected' TO CD46O-MESSAGE              dbank46p
030400        END-IF                                                    dbank46p
030500     ELSE                                                         dbank46p
030600        SET CD46O-REJECTED TO TRUE                                dbank46p
030700        MOVE 'Unable to record decision' TO CD46O-MESSAGE         dbank46p
030800     END-IF.                                                      dbank46p
030900 DECIDE-OVERRIDE-PROCESS-EXIT.                                    dbank46p
031000     EXIT.                                                        dbank46p
031100                                                                  dbank46p
031200***************************************************************** dbank46p
031300* Withdraw a pending override, or end an approved one early.    * dbank46p
031400* Cancelling only ever restores the standard rate, so it needs  * dbank46p
031500* no second user                                                * dbank46p
031600***************************************************************** dbank46p
031700 CANCEL-OVERRIDE-PROCESS.                                         dbank46p
031800     IF CD46I-USERID IS EQUAL TO SPACES                           dbank46p
031900        SET CD46O-REJECTED TO TRUE                                dbank46p
032000        MOVE 'Cancelling userid is required' TO CD46O-MESSAGE     dbank46p
032100        GO TO CANCEL-OVERRIDE-PROCESS-EXIT                        dbank46p
032200     END-IF.                                                      dbank46p
032300     PERFORM READ-OVERRIDE-FOR-UPDATE.                            dbank46p
032400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank46p
032500        SET CD46O-REJECTED TO TRUE                                dbank46p
032600        MOVE 'Override not found' TO CD46O-MESSAGE                dbank46p
032700        GO TO CANCEL-OVERRIDE-PROCESS-EXIT                        dbank46p
032800     END-IF.                                                      dbank46p
032900     IF (NOT RO-REC-PENDING-APPROVAL AND NOT RO-REC-APPROVED)     dbank46p
033000      OR RO-REC-EXPIRY-DTE IS LESS THAN WS-TODAY-DATE-N           dbank46p
033100        EXEC CICS UNLOCK FILE('BNKRTOV')                          dbank46p
033200        END-EXEC                                                  dbank46p
033300        SET CD46O-REJECTED TO TRUE                                dbank46p
033400        MOVE 'Override is no longer open' TO CD46O-MESSAGE        dbank46p
033500        GO TO CANCEL-OVERRIDE-PROCESS-EXIT                        dbank46p
033600     END-IF.                                                      dbank46p
033700     SET RO-REC-CANCELLED TO TRUE.                                dbank46p
033800     MOVE CD46I-USERID TO RO-REC-CANCEL-USERID.                   dbank46p
033900     MOVE WS-TODAY-DATE-N TO RO-REC-CANCEL-DTE.                   dbank46p
034000     PERFORM REWRITE-OVERRIDE.                                    dbank46p
034100     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank46p
034200        SET CD46O-OK TO TRUE                                      dbank46p
034300        MOVE 'Override cancelled' TO CD46O-MESSAGE                dbank46p
034400     ELSE                                                         dbank46p
034500        SET CD46O-REJECTED TO TRUE                                dbank46p
034600        MOVE 'Unable to cancel override' TO CD46O-MESSAGE         dbank46p
034700     END-IF.                                                      dbank46p
034800 CANCEL-OVERRIDE-PROCESS-EXIT.                                    dbank46p
034900     EXIT.                                                        dbank46p
035000                                                                  dbank46p
035100***************************************************************** dbank46p
035200* List the overrides on one account (every status), or with no  * dbank46p
035300* account given the overrides awaiting approval on any account, * dbank46p
035400* up to a page at a time                                        * dbank46p
035500***************************************************************** dbank46p
035600 LIST-OVERRIDE-PROCESS.                                           dbank46p
035700     IF CD46I-ACCNO IS EQUAL TO SPACES                            dbank46p
035800        MOVE LOW-VALUES TO RO-REC-KEY                             dbank46p
035900     ELSE                                                         dbank46p
036000        MOVE CD46I-ACCNO TO RO-REC-ACCNO                          dbank46p
036100        MOVE ZERO TO RO-REC-START-DTE                             dbank46p
036200     END-IF.                                                      dbank46p
036300     MOVE 0 TO WS-OVR-SUB.                                        dbank46p
036400     EXEC CICS STARTBR FILE('BNKRTOV')                            dbank46p
036500                       RIDFLD(RO-REC-KEY)                         dbank46p
036600                       GTEQ                                       dbank46p
036700                       RESP(WS-RESP)                              dbank46p
036800     END-EXEC.                                                    dbank46p
036900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank46p
037000        GO TO LIST-OVERRIDE-BROWSE-EXIT                           dbank46p
037100     END-IF.                                                      dbank46p
037200 LIST-OVERRIDE-LOOP.                                              dbank46p
037300     IF WS-OVR-SUB IS EQUAL TO 10                                 dbank46p
037400        GO TO LIST-OVERRIDE-LOOP-EXIT                             dbank46p
037500     END-IF.                                                      dbank46p
037600     EXEC CICS READNEXT FILE('BNKRTOV')                           dbank46p
037700                        INTO(WS-BNKRTOV-REC)                      dbank46p
037800                        LENGTH(LENGTH OF WS-BNKRTOV-REC)          dbank46p
037900                        RIDFLD(RO-REC-KEY)                        dbank46p
038000                        RESP(WS-RESP)                             dbank46p
038100     END-EXEC.                                                    dbank46p
038200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank46p
038300        GO TO LIST-OVERRIDE-LOOP-EXIT                             dbank46p
038400     END-IF.                                                      dbank46p
038500     IF CD46I-ACCNO IS EQUAL TO SPACES                            dbank46p
038600        IF NOT RO-REC-PENDING-APPROVAL                            dbank46p
038700           GO TO LIST-OVERRIDE-LOOP                               dbank46p
038800        END-IF                                                    dbank46p
038900     ELSE                                                         dbank46p
039000        IF RO-REC-ACCNO IS NOT EQUAL TO CD46I-ACCNO               dbank46p
039100           GO TO LIST-OVERRIDE-LOOP-EXIT                          dbank46p
039200        END-IF                                                    dbank46p
039300     END-IF.                                                      dbank46p
039400     ADD 1 TO WS-OVR-SUB.                                         dbank46p
039500     MOVE RO-REC-ACCNO TO CD46O-OVR-ACCNO (WS-OVR-SUB).           dbank46p
039600     MOVE RO-REC-START-DTE TO CD46O-OVR-START-DTE (WS-OVR-SUB).   dbank46p
039700     MOVE RO-REC-EXPIRY-DTE                                       dbank46p
039800       TO CD46O-OVR-EXPIRY-DTE (WS-OVR-SUB).                      dbank46p
039900     MOVE RO-REC-RATE TO CD46O-OVR-RATE (WS-OVR-SUB).             dbank46p
040000     MOVE RO-REC-REASON TO CD46O-OVR-REASON (WS-OVR-SUB).         dbank46p
040100     MOVE RO-REC-STATUS TO CD46O-OVR-STATUS (WS-OVR-SUB).         dbank46p
040200     MOVE RO-REC-REQ-USERID                                       dbank46p
040300       TO CD46O-OVR-REQ-USERID (WS-OVR-SUB).                      dbank46p
040400     MOVE RO-REC-APPR-USERID                                      dbank46p
040500       TO CD46O-OVR-APPR-USERID (WS-OVR-SUB).                     dbank46p
040600     GO TO LIST-OVERRIDE-LOOP.                                    dbank46p
040700 LIST-OVERRIDE-LOOP-EXIT.                                         dbank46p
040800     EXEC CICS ENDBR FILE('BNKRTOV')                              dbank46p
040900     END-EXEC.                                                    dbank46p
041000 LIST-OVERRIDE-BROWSE-EXIT.                                       dbank46p
041100     MOVE WS-OVR-SUB TO CD46O-OVR-COUNT.                          dbank46p
041200     SET CD46O-OK TO TRUE.                                        dbank46p
041300     IF WS-OVR-SUB IS EQUAL TO ZERO                               dbank46p
041400        IF CD46I-ACCNO IS EQUAL TO SPACES                         dbank46p
041500           MOVE 'No overrides awaiting approval' TO CD46O-MESSAGE dbank46p
041600        ELSE                                                      dbank46p
041700           MOVE 'No overrides on this account' TO CD46O-MESSAGE   dbank46p
041800        END-IF                                                    dbank46p
041900     END-IF.                                                      dbank46p
042000 LIST-OVERRIDE-PROCESS-EXIT.                                      dbank46p
042100     EXIT.                                                        dbank46p
042200                                                                  dbank46p
042300***************************************************************** dbank46p
042400* Read the override named by account + start date for update    * dbank46p
042500***************************************************************** dbank46p
042600 READ-OVERRIDE-FOR-UPDATE.                                        dbank46p
042700     MOVE CD46I-ACCNO TO RO-REC-ACCNO.                            dbank46p
042800     MOVE CD46I-START-DTE TO RO-REC-START-DTE.                    dbank46p
042900     EXEC CICS READ FILE('BNKRTOV')                               dbank46p
043000                    INTO(WS-BNKRTOV-REC)                          dbank46p
043100                    LENGTH(LENGTH OF WS-BNKRTOV-REC)              dbank46p
043200                    RIDFLD(RO-REC-KEY)                            dbank46p
043300                    UPDATE                                        dbank46p
043400                    RESP(WS-RESP)                                 dbank46p
043500     END-EXEC.                                                    dbank46p
043600 READ-OVERRIDE-FOR-UPDATE-EXIT.                                   dbank46p
043700     EXIT.                                                        dbank46p
043800                                                                  dbank46p
043900***************************************************************** dbank46p
044000* Rewrite the override read for update                          * dbank46p
044100***************************************************************** dbank46p
044200 REWRITE-OVERRIDE.                                                dbank46p
044300     EXEC CICS REWRITE FILE('BNKRTOV')                            dbank46p
044400                   FROM(WS-BNKRTOV-REC)                           dbank46p
044500                   LENGTH(LENGTH OF WS-BNKRTOV-REC)               dbank46p
044600                   RESP(WS-RESP)                                  dbank46p
044700     END-EXEC.                                                    dbank46p
044800 REWRITE-OVERRIDE-EXIT.                                           dbank46p
044900     EXIT.                                                        dbank46p
045000                                                                  dbank46p
045100***************************************************************** dbank46p
045200* Get today's date (used to default and check the dates and to  * dbank46p
045300* stamp the decision)                                           * dbank46p
045400***************************************************************** dbank46p
045500 GET-TODAY-DATE.                                                  dbank46p
045600     EXEC CICS ASKTIME                                            dbank46p
045700               ABSTIME(WS-ABSTIME)                                dbank46p
045800     END-EXEC.                                                    dbank46p
045900     EXEC CICS FORMATTIME                                         dbank46p
046000               ABSTIME(WS-ABSTIME)                                dbank46p
046100               YYYYMMDD(WS-TODAY-DATE)                            dbank46p
046200               TIME(WS-TODAY-TIME)                                dbank46p
046300     END-EXEC.                                                    dbank46p
046400 GET-TODAY-DATE-EXIT.                                             dbank46p
046500     EXIT.                                                        dbank46p
046600                                                                  dbank46p
046630 COPY CPERFP.                                                     dbank46p
046660                                                                  dbank46p
046700* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank46p
