000100***************************************************************** dbank60p
000200*                                                               * dbank60p
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   * dbank60p
000400*   This demonstration program is provided for use by users     * dbank60p
000500*   of Micro Focus products and may be used, modified and       * dbank60p
000600*   distributed as part of your application provided that       * dbank60p
000700*   you properly acknowledge the copyright of Micro Focus       * dbank60p
000800*   in this material.                                           * dbank60p
000900*                                                               * dbank60p
001000***************************************************************** dbank60p
001100                                                                  dbank60p
001200***************************************************************** dbank60p
001300* Program:     DBANK60P.CBL                                     * dbank60p
001400* Function:    Approval queue for security administration       * dbank60p
001500*              changes. Lists the day's BNKSECC, BNKROLE and    * dbank60p
001600*              BNKUSRF changes held on BNKSCHG by DBANK11P,     * dbank60p
001700*              DBANK12P and DBANK13P, and records a second      * dbank60p
001800*              administrator's approve or reject decision - the * dbank60p
001900*              maker can never decide their own change. An      * dbank60p
002000*              approved change is handed back to the program    * dbank60p
002100*              that holds it to be applied and audited. Changes * dbank60p
002200*              not decided on the day they were asked for are   * dbank60p
002300*              expired by ZBNKSCHG at end of day                * dbank60p
002400*              VSAM version                                     * dbank60p
002500***************************************************************** dbank60p
002600                                                                  dbank60p
002700 IDENTIFICATION DIVISION.                                         dbank60p
002800 PROGRAM-ID.                                                      dbank60p
002900     DBANK60P.                                                    dbank60p
003000 DATE-WRITTEN.                                                    dbank60p
003100     October 2026.                                                dbank60p
003200 DATE-COMPILED.                                                   dbank60p
003300     Today.                                                       dbank60p
003400                                                                  dbank60p
003500 ENVIRONMENT DIVISION.                                            dbank60p
003600                                                                  dbank60p
003700 DATA DIVISION.                                                   dbank60p
003800                                                                  dbank60p
003900 WORKING-STORAGE SECTION.                                         dbank60p
004000 01  WS-MISC-STORAGE.                                             dbank60p
004100   05  WS-PROGRAM-ID                         PIC X(8)             dbank60p
004200       VALUE 'DBANK60P'.                                          dbank60p
004300   05  WS-COMMAREA-LENGTH                    PIC 9(5).            dbank60p
004400   05  WS-RESP                               PIC S9(8) COMP.      dbank60p
004500   05  WS-ABSTIME                            PIC S9(15) COMP-3.   dbank60p
004600   05  WS-TODAY-DATE                         PIC X(8).            dbank60p
004700   05  WS-TODAY-DATE-N REDEFINES WS-TODAY-DATE PIC 9(8).          dbank60p
004800   05  WS-TODAY-TIME                         PIC X(6).            dbank60p
004900   05  WS-PEND-SUB                           PIC S9(4) COMP.      dbank60p
005000                                                                  dbank60p
005100 01  WS-BNKSCHG-REC.                                              dbank60p
005200 COPY CBANKVSG.                                                   dbank60p
005300                                                                  dbank60p
005400 01  WS-CD11-COMMAREA.                                            dbank60p
005500 COPY CBANKD11.                                                   dbank60p
005600                                                                  dbank60p
005700 01  WS-CD12-COMMAREA.                                            dbank60p
005800 COPY CBANKD12.                                                   dbank60p
005900                                                                  dbank60p
006000 01  WS-CD13-COMMAREA.                                            dbank60p
006100 COPY CBANKD13.                                                   dbank60p
006200                                                                  dbank60p
006300 01  WS-COMMAREA.                                                 dbank60p
006400 COPY CBANKD60.                                                   dbank60p
006500                                                                  dbank60p
006600 COPY CABENDD.                                                    dbank60p
006700                                                                  dbank60p
006800 01  WS-BNKPERF-REC.                                              dbank60p
006900 COPY CBANKVPF.                                                   dbank60p
007000                                                                  dbank60p
007100 COPY CPERFD.                                                     dbank60p
007200                                                                  dbank60p
007300 LINKAGE SECTION.                                                 dbank60p
007400 01  DFHCOMMAREA.                                                 dbank60p
007500   05  LK-COMMAREA                           PIC X(1)             dbank60p
007600       OCCURS 1 TO 4096 TIMES                                     dbank60p
007700         DEPENDING ON WS-COMMAREA-LENGTH.                         dbank60p
007800                                                                  dbank60p
007900 COPY CENTRY.                                                     dbank60p
008000***************************************************************** dbank60p
008100* Start the response-time clock for this request                * dbank60p
008200***************************************************************** dbank60p
008300     PERFORM PERF-TIMER.                                          dbank60p
008400                                                                  dbank60p
008500***************************************************************** dbank60p
008600* Move the passed data to our area                              * dbank60p
008700***************************************************************** dbank60p
008800     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            dbank60p
008900     MOVE DFHCOMMAREA TO WS-COMMAREA.                             dbank60p
009000                                                                  dbank60p
009100***************************************************************** dbank60p
009200* Initialize our output area                                    * dbank60p
009300***************************************************************** dbank60p
009400     MOVE SPACES TO CD60O-DATA.                                   dbank60p
009500     MOVE ZERO TO CD60O-PEND-COUNT.                               dbank60p
009600                                                                  dbank60p
009700***************************************************************** dbank60p
009800* Now attempt to satisfy the requested function                 * dbank60p
009900***************************************************************** dbank60p
010000     EVALUATE TRUE                                                dbank60p
010100       WHEN CD60I-APPROVE                                         dbank60p
010200         PERFORM DECIDE-CHANGE-PROCESS                            dbank60p
010300             THRU DECIDE-CHANGE-PROCESS-EXIT                      dbank60p
010400       WHEN CD60I-REJECT                                          dbank60p
010500         PERFORM DECIDE-CHANGE-PROCESS                            dbank60p
010600             THRU DECIDE-CHANGE-PROCESS-EXIT                      dbank60p
010700       WHEN OTHER                                                 dbank60p
010800         PERFORM LIST-PENDING-PROCESS                             dbank60p
010900             THRU LIST-PENDING-PROCESS-EXIT                       dbank60p
011000     END-EVALUATE.                                                dbank60p
011100                                                                  dbank60p
011200***************************************************************** dbank60p
011300* Move the result back to the callers area                      * dbank60p
011400***************************************************************** dbank60p
011500     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       dbank60p
011600                                                                  dbank60p
011700***************************************************************** dbank60p
011800* Log this request's response time to BNKPERF                   * dbank60p
011900***************************************************************** dbank60p
012000     MOVE CD60I-FUNCTION TO WS-PERF-FUNCTION.                     dbank60p
012100     PERFORM PERF-TIMER.                                          dbank60p
012200                                                                  dbank60p
012300***************************************************************** dbank60p
012400* Return to our caller                                          * dbank60p
012500***************************************************************** dbank60p
012600 COPY CRETURN.                                                    dbank60p
012700                                                                  dbank60p
012800***************************************************************** dbank60p
012900* Browse today's held security changes for those still          * dbank60p
013000* awaiting a decision, up to a page at a time                   * dbank60p
013100***************************************************************** dbank60p
013200 LIST-PENDING-PROCESS.                                            dbank60p
013300     PERFORM GET-TODAY-DATE.                                      dbank60p
013400     MOVE LOW-VALUES TO SG-REC-KEY.                               dbank60p
013500     MOVE WS-TODAY-DATE-N TO SG-REC-REQ-DTE.                      dbank60p
013600     EXEC CICS STARTBR FILE('BNKSCHG')                            dbank60p
013700                       RIDFLD(SG-REC-KEY)                         dbank60p
013800                       GTEQ                                       dbank60p
013900                       RESP(WS-RESP)                              dbank60p
014000     END-EXEC.                                                    dbank60p
014100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank60p
014200        SET CD60O-OK TO TRUE                                      dbank60p
014300        MOVE 'No security changes awaiting approval'              dbank60p
014400          TO CD60O-MESSAGE                                        dbank60p
014500        GO TO LIST-PENDING-PROCESS-EXIT                           dbank60p
014600     END-IF.                                                      dbank60p
014700     MOVE 0 TO WS-PEND-SUB.                                       dbank60p
014800 LIST-PENDING-LOOP.                                               dbank60p
014900     IF WS-PEND-SUB IS EQUAL TO 10                                dbank60p
015000        GO TO LIST-PENDING-LOOP-EXIT                              dbank60p
015100     END-IF.                                                      dbank60p
015200     EXEC CICS READNEXT FILE('BNKSCHG')                           dbank60p
015300                        INTO(WS-BNKSCHG-REC)                      dbank60p
015400                        LENGTH(LENGTH OF WS-BNKSCHG-REC)          dbank60p
015500                        RIDFLD(SG-REC-KEY)                        dbank60p
015600                        RESP(WS-RESP)                             dbank60p
015700     END-EXEC.                                                    dbank60p
015800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                dbank60p
015900        SG-REC-REQ-DTE IS NOT EQUAL TO WS-TODAY-DATE-N            dbank60p
016000        GO TO LIST-PENDING-LOOP-EXIT                              dbank60p
016100     END-IF.                                                      dbank60p
016200     IF NOT SG-REC-PENDING                                        dbank60p
016300        GO TO LIST-PENDING-LOOP                                   dbank60p
016400     END-IF.                                                      dbank60p
016500     ADD 1 TO WS-PEND-SUB.                                        dbank60p
016600     MOVE SG-REC-REQ-DTE                                          dbank60p
016700       TO CD60O-PEND-CHANGE-DTE (WS-PEND-SUB).                    dbank60p
016800     MOVE SG-REC-TASKN TO CD60O-PEND-CHANGE-TASKN (WS-PEND-SUB).  dbank60p
016900     MOVE SG-REC-TABLE TO CD60O-PEND-TABLE (WS-PEND-SUB).         dbank60p
017000     MOVE SG-REC-FUNCTION TO CD60O-PEND-FUNCTION (WS-PEND-SUB).   dbank60p
017100     MOVE SG-REC-MAKER-USERID                                     dbank60p
017200       TO CD60O-PEND-MAKER-USERID (WS-PEND-SUB).                  dbank60p
017300     MOVE SG-REC-REQ-TIME TO CD60O-PEND-REQ-TIME (WS-PEND-SUB).   dbank60p
017400     MOVE SG-REC-REQUEST TO CD60O-PEND-REQUEST (WS-PEND-SUB).     dbank60p
017500     GO TO LIST-PENDING-LOOP.                                     dbank60p
017600 LIST-PENDING-LOOP-EXIT.                                          dbank60p
017700     MOVE WS-PEND-SUB TO CD60O-PEND-COUNT.                        dbank60p
017800     EXEC CICS ENDBR FILE('BNKSCHG')                              dbank60p
017900     END-EXEC.                                                    dbank60p
018000     SET CD60O-OK TO TRUE.                                        dbank60p
018100     IF WS-PEND-SUB IS EQUAL TO ZERO                              dbank60p
018200        MOVE 'No security changes awaiting approval'              dbank60p
018300          TO CD60O-MESSAGE                                        dbank60p
018400     END-IF.                                                      dbank60p
018500 LIST-PENDING-PROCESS-EXIT.                                       dbank60p
018600     EXIT.                                                        dbank60p
018700                                                                  dbank60p
018800***************************************************************** dbank60p
018900* Approve or reject one held change. The deciding userid must   * dbank60p
019000* differ from the maker's, and a change not decided on the day  * dbank60p
019100* it was asked for can no longer be approved                    * dbank60p
019200***************************************************************** dbank60p
019300 DECIDE-CHANGE-PROCESS.                                           dbank60p
019400     IF CD60I-CHECKER-USERID IS EQUAL TO SPACES                   dbank60p
019500        SET CD60O-REJECTED TO TRUE                                dbank60p
019600        MOVE 'Approving userid is required' TO CD60O-MESSAGE      dbank60p
019700        GO TO DECIDE-CHANGE-PROCESS-EXIT                          dbank60p
019800     END-IF.                                                      dbank60p
019900     MOVE CD60I-CHANGE-DTE TO SG-REC-REQ-DTE.                     dbank60p
020000     MOVE CD60I-CHANGE-TASKN TO SG-REC-TASKN.                     dbank60p
020100     EXEC CICS READ FILE('BNKSCHG')                               dbank60p
020200                    INTO(WS-BNKSCHG-REC)                          dbank60p
020300                    LENGTH(LENGTH OF WS-BNKSCHG-REC)              dbank60p
020400                    RIDFLD(SG-REC-KEY)                            dbank60p
020500                    UPDATE                                        dbank60p
020600                    RESP(WS-RESP)                                 dbank60p
020700     END-EXEC.                                                    dbank60p
020800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank60p
020900        SET CD60O-REJECTED TO TRUE                                dbank60p
021000        MOVE 'Change reference not found' TO CD60O-MESSAGE        dbank60p
021100        GO TO DECIDE-CHANGE-PROCESS-EXIT                          dbank60p
021200     END-IF.                                                      dbank60p
021300     IF NOT SG-REC-PENDING                                        dbank60p
021400        EXEC CICS UNLOCK FILE('BNKSCHG')                          dbank60p
021500        END-EXEC                                                  dbank60p
021600        SET CD60O-REJECTED TO TRUE                                dbank60p
021700        MOVE 'Change is not awaiting approval' TO CD60O-MESSAGE   dbank60p
021800        GO TO DECIDE-CHANGE-PROCESS-EXIT                          dbank60p
021900     END-IF.                                                      dbank60p
022000     IF CD60I-CHECKER-USERID IS EQUAL TO SG-REC-MAKER-USERID      dbank60p
022100        EXEC CICS UNLOCK FILE('BNKSCHG')                          dbank60p
022200        END-EXEC                                                  dbank60p
022300        SET CD60O-REJECTED TO TRUE                                dbank60p
022400        MOVE 'Maker cannot decide own change' TO CD60O-MESSAGE    dbank60p
022500        GO TO DECIDE-CHANGE-PROCESS-EXIT                          dbank60p
022600     END-IF.                                                      dbank60p
022700     PERFORM GET-TODAY-DATE.                                      dbank60p
022800     IF SG-REC-REQ-DTE IS LESS THAN WS-TODAY-DATE-N               dbank60p
022900        SET SG-REC-EXPIRED TO TRUE                                dbank60p
023000        EXEC CICS REWRITE FILE('BNKSCHG')                         dbank60p
023100                      FROM(WS-BNKSCHG-REC)                        dbank60p
023200                      LENGTH(LENGTH OF WS-BNKSCHG-REC)            dbank60p
023300                      RESP(WS-RESP)                               dbank60p
023400        END-EXEC                                                  dbank60p
023500        SET CD60O-REJECTED TO TRUE                                dbank60p
023600        MOVE 'Change expired - not decided on the day it was made'dbank60p
023700          TO CD60O-MESSAGE                                        dbank60p
023800        GO TO DECIDE-CHANGE-PROCESS-EXIT                          dbank60p
023900     END-IF.                                                      dbank60p
024000     MOVE CD60I-CHECKER-USERID TO SG-REC-CHECKER-USERID.          dbank60p
024100     MOVE WS-TODAY-DATE-N TO SG-REC-DECISION-DTE.                 dbank60p
024200     MOVE WS-TODAY-TIME TO SG-REC-DECISION-TIME.                  dbank60p
024300     IF CD60I-APPROVE                                             dbank60p
024400        SET SG-REC-APPROVED TO TRUE                               dbank60p
024500     ELSE                                                         dbank60p
024600        SET SG-REC-REJECTED TO TRUE                               dbank60p
024700     END-IF.                                                      dbank60p
024800     EXEC CICS REWRITE FILE('BNKSCHG')                            dbank60p
024900                   FROM(WS-BNKSCHG-REC)                           dbank60p
025000                   LENGTH(LENGTH OF WS-BNKSCHG-REC)               dbank60p
025100                   RESP(WS-RESP)                                  dbank60p
025200     END-EXEC.                                                    dbank60p
025300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank60p
025400        SET CD60O-REJECTED TO TRUE                                dbank60p
025500        MOVE 'Unable to record decision' TO CD60O-MESSAGE         dbank60p
025600        GO TO DECIDE-CHANGE-PROCESS-EXIT                          dbank60p
025700     END-IF.                                                      dbank60p
025800     IF CD60I-REJECT                                              dbank60p
025900        SET CD60O-OK TO TRUE                                      dbank60p
026000        MOVE 'Change rejected' TO CD60O-MESSAGE                   dbank60p
026100        GO TO DECIDE-CHANGE-PROCESS-EXIT                          dbank60p
026200     END-IF.                                                      dbank60p
026300     PERFORM APPLY-APPROVED-CHANGE                                dbank60p
026400         THRU APPLY-APPROVED-CHANGE-EXIT.                         dbank60p
026500 DECIDE-CHANGE-PROCESS-EXIT.                                      dbank60p
026600     EXIT.                                                        dbank60p
026700                                                                  dbank60p
026800***************************************************************** dbank60p
026900* Hand an approved change back to the program that holds it.    * dbank60p
027000* That program applies it as the maker asked, audits it with    * dbank60p
027100* both userids and records the outcome on BNKSCHG; its reply    * dbank60p
027200* is passed straight back to our caller                         * dbank60p
027300***************************************************************** dbank60p
027400 APPLY-APPROVED-CHANGE.                                           dbank60p
027500     EVALUATE SG-REC-TABLE                                        dbank60p
027600       WHEN 'BNKSECC '                                            dbank60p
027700         MOVE SPACES TO CD11-DATA                                 dbank60p
027800         SET CD11I-APPLY-APPROVED TO TRUE                         dbank60p
027900         MOVE SG-REC-REQ-DTE TO CD11I-CHANGE-DTE                  dbank60p
028000         MOVE SG-REC-TASKN TO CD11I-CHANGE-TASKN                  dbank60p
028100         EXEC CICS LINK PROGRAM('DBANK11P')                       dbank60p
028200              COMMAREA(WS-CD11-COMMAREA)                          dbank60p
028300              LENGTH(LENGTH OF WS-CD11-COMMAREA)                  dbank60p
028400              RESP(WS-RESP)                                       dbank60p
028500         END-EXEC                                                 dbank60p
028600         MOVE CD11O-STATUS TO CD60O-STATUS                        dbank60p
028700         MOVE CD11O-MESSAGE TO CD60O-MESSAGE                      dbank60p
028800       WHEN 'BNKROLE '                                            dbank60p
028900         MOVE SPACES TO CD12-DATA                                 dbank60p
029000         SET CD12I-APPLY-APPROVED TO TRUE                         dbank60p
029100         MOVE SG-REC-REQ-DTE TO CD12I-CHANGE-DTE                  dbank60p
029200         MOVE SG-REC-TASKN TO CD12I-CHANGE-TASKN                  dbank60p
029300         EXEC CICS LINK PROGRAM('DBANK12P')                       dbank60p
029400              COMMAREA(WS-CD12-COMMAREA)                          dbank60p
029500              LENGTH(LENGTH OF WS-CD12-COMMAREA)                  dbank60p
029600              RESP(WS-RESP)                                       dbank60p
029700         END-EXEC                                                 dbank60p
029800         MOVE CD12O-STATUS TO CD60O-STATUS                        dbank60p
029900         MOVE CD12O-MESSAGE TO CD60O-MESSAGE                      dbank60p
030000       WHEN OTHER                                                 dbank60p
030100         MOVE SPACES TO CD13-DATA                                 dbank60p
030200         SET CD13I-APPLY-APPROVED TO TRUE                         dbank60p
030300         MOVE SG-REC-REQ-DTE TO CD13I-CHANGE-DTE                  dbank60p
030400         MOVE SG-REC-TASKN TO CD13I-CHANGE-TASKN                  dbank60p
030500         EXEC CICS LINK PROGRAM('DBANK13P')                       dbank60p
030600              COMMAREA(WS-CD13-COMMAREA)                          dbank60p
030700              LENGTH(LENGTH OF WS-CD13-COMMAREA)                  dbank60p
030800              RESP(WS-RESP)                                       dbank60p
030900         END-EXEC                                                 dbank60p
031000         MOVE CD13O-STATUS TO CD60O-STATUS                        dbank60p
031100         MOVE CD13O-MESSAGE TO CD60O-MESSAGE                      dbank60p
031200     END-EVALUATE.                                                dbank60p
031300     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank60p
031400        GO TO APPLY-APPROVED-CHANGE-EXIT                          dbank60p
031500     END-IF.                                                      dbank60p
031600     SET CD60O-REJECTED TO TRUE.                                  dbank60p
031700     MOVE 'Change approved but could not be applied'              dbank60p
031800       TO CD60O-MESSAGE.                                          dbank60p
031900     EXEC CICS READ FILE('BNKSCHG')                               dbank60p
032000                    INTO(WS-BNKSCHG-REC)                          dbank60p
032100                    LENGTH(LENGTH OF WS-BNKSCHG-REC)              dbank60p
032200                    RIDFLD(SG-REC-KEY)                            dbank60p
032300                    UPDATE                                        dbank60p
032400                    RESP(WS-RESP)                                 dbank60p
032500     END-EXEC.                                                    dbank60p
032600     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank60p
032700        SET SG-REC-FAILED TO TRUE                                 dbank60p
032800        MOVE 'Owning program could not be reached'                dbank60p
032900          TO SG-REC-RESULT                                        dbank60p
033000        EXEC CICS REWRITE FILE('BNKSCHG')                         dbank60p
033100                      FROM(WS-BNKSCHG-REC)                        dbank60p
033200                      LENGTH(LENGTH OF WS-BNKSCHG-REC)            dbank60p
033300                      RESP(WS-RESP)                               dbank60p
033400        END-EXEC                                                  dbank60p
033500     END-IF.                                                      dbank60p
033600 APPLY-APPROVED-CHANGE-EXIT.                                      dbank60p
033700     EXIT.                                                        dbank60p
033800                                                                  dbank60p
033900***************************************************************** dbank60p
034000* Get today's date and time (used to stamp the decision)        * dbank60p
034100***************************************************************** dbank60p
034200 GET-TODAY-DATE.                                                  dbank60p
034300     EXEC CICS ASKTIME                                            dbank60p
034400               ABSTIME(WS-ABSTIME)                                dbank60p
034500     END-EXEC.                                                    dbank60p
034600     EXEC CICS FORMATTIME                                         dbank60p
034700               ABSTIME(WS-ABSTIME)                                dbank60p
034800               YYYYMMDD(WS-TODAY-DATE)                            dbank60p
034900               TIME(WS-TODAY-TIME)                                dbank60p
035000     END-EXEC.                                                    dbank60p
035100 GET-TODAY-DATE-EXIT.                                             dbank60p
035200     EXIT.                                                        dbank60p
035300                                                                  dbank60p
035400 COPY CPERFP.                                                     dbank60p
035500                                                                  dbank60p
035600* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank60p
