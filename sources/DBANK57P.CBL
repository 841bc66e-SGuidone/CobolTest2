000100***************************************************************** dbank57p
000200*                                                               * dbank57p
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   * dbank57p
000400*   This demonstration program is provided for use by users     * dbank57p
000500*   of Micro Focus products and may be used, modified and       * dbank57p
000600*   distributed as part of your application provided that       * dbank57p
000700*   you properly acknowledge the copyright of Micro Focus       * dbank57p
000800*   in this material.                                           * dbank57p
000900*                                                               * dbank57p
001000***************************************************************** dbank57p
001100                                                                  dbank57p
001200***************************************************************** dbank57p
001300* Program:     DBANK57P.CBL                                     * dbank57p
001400* Function:    Operations work-queue aging enquiry. Browses     * dbank57p
001500*              every case queue (the queues in CWQUEUED) and    * dbank57p
001600*              shows, per queue, the open items, how many have  * dbank57p
001700*              been open more than 1, 3, 7 and 30 days, the     * dbank57p
001800*              amount at stake and the oldest item's date -     * dbank57p
001900*              for all branches, or for the one branch asked    * dbank57p
002000*              for. One queue can instead be broken down by     * dbank57p
002100*              branch. An item's branch is the branch of the    * dbank57p
002200*              account it concerns, or of the customer where    * dbank57p
002300*              it names no account. Read only.                  * dbank57p
002400*              VSAM version                                     * dbank57p
002500***************************************************************** dbank57p
002600                                                                  dbank57p
002700 IDENTIFICATION DIVISION.                                         dbank57p
002800 PROGRAM-ID.                                                      dbank57p
002900     DBANK57P.                                                    dbank57p
003000 DATE-WRITTEN.                                                    dbank57p
003100     October 2026.                                                dbank57p
003200 DATE-COMPILED.                                                   dbank57p
003300     Today.                                                       dbank57p
003400                                                                  dbank57p
003500 ENVIRONMENT DIVISION.                                            dbank57p
003600                                                                  dbank57p
003700 DATA DIVISION.                                                   dbank57p
003800                                                                  dbank57p
003900 WORKING-STORAGE SECTION.                                         dbank57p
004000 01  WS-MISC-STORAGE.                                             dbank57p
004100   05  WS-PROGRAM-ID                         PIC X(8)             dbank57p
004200       VALUE 'DBANK57P'.                                          dbank57p
004300   05  WS-COMMAREA-LENGTH                    PIC 9(5).            dbank57p
004400   05  WS-RESP                               PIC S9(8) COMP.      dbank57p
004500   05  WS-ABSTIME                            PIC S9(15) COMP-3.   dbank57p
004600   05  WS-TODAY-DATE                         PIC X(8).            dbank57p
004700   05  WS-TODAY-DATE-N REDEFINES WS-TODAY-DATE PIC 9(8).          dbank57p
004800   05  WS-TODAY-TIME                         PIC X(6).            dbank57p
004900   05  WS-QUEUE-SUB                          PIC S9(4) COMP.      dbank57p
005000   05  WS-ROW-SUB                            PIC S9(4) COMP.      dbank57p
005100   05  WS-FIND-SUB                           PIC S9(4) COMP.      dbank57p
005200                                                                  dbank57p
005300***************************************************************** dbank57p
005400* The item being counted - set by each queue's browse           * dbank57p
005500***************************************************************** dbank57p
005600 01  WS-ITEM-AREA.                                                dbank57p
005700   05  WS-ITEM-DATE                          PIC 9(8).            dbank57p
005800   05  WS-ITEM-AMOUNT                        PIC S9(9)V99 COMP-3. dbank57p
005900   05  WS-ITEM-ACCNO                         PIC X(9).            dbank57p
006000   05  WS-ITEM-PID                           PIC X(5).            dbank57p
006100   05  WS-ITEM-BRANCH                        PIC X(3).            dbank57p
006200   05  WS-ITEM-AGE                           PIC S9(7) COMP-3.    dbank57p
006300   05  WS-LAST-ACCNO                     PIC X(9) VALUE SPACES.   dbank57p
006400   05  WS-LAST-BRANCH                    PIC X(3) VALUE SPACES.   dbank57p
006500                                                                  dbank57p
006600 COPY CWQUEUED.                                                   dbank57p
006700                                                                  dbank57p
006800 01  WS-BNKSUSP-REC.                                              dbank57p
006900 COPY CBANKVSU.                                                   dbank57p
007000                                                                  dbank57p
007100 01  WS-BNKCMPQ-REC.                                              dbank57p
007200 COPY CBANKVCP.                                                   dbank57p
007300                                                                  dbank57p
007400 01  WS-BNKFCAS-REC.                                              dbank57p
007500 COPY CBANKVFC.                                                   dbank57p
007600                                                                  dbank57p
007700 01  WS-BNKREFQ-REC.                                              dbank57p
007800 COPY CBANKVRQ.                                                   dbank57p
007900                                                                  dbank57p
008000 01  WS-BNKPPAY-REC.                                              dbank57p
008100 COPY CBANKVPP.                                                   dbank57p
008200                                                                  dbank57p
008300 01  WS-BNKDELQ-REC.                                              dbank57p
008400 COPY CBANKVDQ.                                                   dbank57p
008500                                                                  dbank57p
008600 01  WS-BNKPINV-REC.                                              dbank57p
008700 COPY CBANKVPI.                                                   dbank57p
008800                                                                  dbank57p
008900 01  WS-BNKEXTL-REC.                                              dbank57p
009000 COPY CBANKVXT.                                                   dbank57p
009100                                                                  dbank57p
009200 01  WS-BNKLNRS-REC.                                              dbank57p
009300 COPY CBANKVLR.                                                   dbank57p
009400                                                                  dbank57p
009500 01  WS-BNKCMPL-REC.                                              dbank57p
009600 COPY CBANKVCM.                                                   dbank57p
009700                                                                  dbank57p
009800 01  WS-BNKDISP-REC.                                              dbank57p
009900 COPY CBANKVDP.                                                   dbank57p
010000                                                                  dbank57p
010100 01  WS-BNKACCT-REC.                                              dbank57p
010200 COPY CBANKVAC.                                                   dbank57p
010300                                                                  dbank57p
010400 01  WS-BNKCUST-REC.                                              dbank57p
010500 COPY CBANKVCS.                                                   dbank57p
010600                                                                  dbank57p
010700 01  WS-BNKLNMA-REC.                                              dbank57p
010800 COPY CBANKVLM.                                                   dbank57p
010900                                                                  dbank57p
011000 01  WS-COMMAREA.                                                 dbank57p
011100 COPY CBANKD57.                                                   dbank57p
011200                                                                  dbank57p
011300 COPY CABENDD.                                                    dbank57p
011310                                                                  dbank57p
011320 01  WS-BNKPERF-REC.                                              dbank57p
011330 COPY CBANKVPF.                                                   dbank57p
011340                                                                  dbank57p
011350 COPY CPERFD.                                                     dbank57p
011400                                                                  dbank57p
011500 LINKAGE SECTION.                                                 dbank57p
011600 01  DFHCOMMAREA.                                                 dbank57p
011700   05  LK-COMMAREA                           PIC X(1)             dbank57p
011800       OCCURS 1 TO 4096 TIMES                                     dbank57p
011900         DEPENDING ON WS-COMMAREA-LENGTH.                         dbank57p
012000                                                                  dbank57p
012100 COPY CENTRY.                                                     dbank57p
012110***************************************************************** dbank57p
012120* Start the response-time clock for this request                * dbank57p
012130***************************************************************** dbank57p
012140     PERFORM PERF-TIMER.                                          dbank57p
012150                                                                  dbank57p
012200***************************************************************** dbank57p
012300* Move the passed data to our area                              * dbank57p
012400***************************************************************** dbank57p
012500     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            dbank57p
012600     MOVE DFHCOMMAREA TO WS-COMMAREA.                             dbank57p
012700                                                                  dbank57p
012800***************************************************************** dbank57p
012900* Initialize our output area                                    * dbank57p
013000***************************************************************** dbank57p
013100     MOVE SPACES TO CD57O-DATA.                                   dbank57p
013200     MOVE ZERO TO CD57O-ROW-COUNT.                                dbank57p
013300     PERFORM GET-TODAY.                                           dbank57p
013400     MOVE WS-TODAY-DATE-N TO CD57O-AS-OF-DTE.                     dbank57p
013500                                                                  dbank57p
013600***************************************************************** dbank57p
013700* Now attempt to satisfy the requested function. A branch       * dbank57p
013800* breakdown needs one of the queues in the table.               * dbank57p
013900***************************************************************** dbank57p
014000     IF CD57I-BY-BRANCH                                           dbank57p
014100        MOVE 0 TO WS-QUEUE-SUB                                    dbank57p
014200        PERFORM FIND-QUEUE                                        dbank57p
014300            VARYING WS-FIND-SUB FROM 1 BY 1                       dbank57p
014400            UNTIL WS-FIND-SUB IS GREATER THAN WQ-QUEUE-COUNT      dbank57p
014500        IF WS-QUEUE-SUB IS EQUAL TO ZERO                          dbank57p
014600           SET CD57O-REJECTED TO TRUE                             dbank57p
014700           MOVE 'Queue must be one of the case queue files'       dbank57p
014800             TO CD57O-MESSAGE                                     dbank57p
014900           GO TO MAINLINE-EXIT                                    dbank57p
015000        END-IF                                                    dbank57p
015100        PERFORM AGE-ONE-QUEUE                                     dbank57p
015200            THRU AGE-ONE-QUEUE-EXIT                               dbank57p
015300        SET CD57O-OK TO TRUE                                      dbank57p
015400        IF CD57O-ROW-COUNT IS EQUAL TO ZERO                       dbank57p
015500           MOVE 'No open items on this queue' TO CD57O-MESSAGE    dbank57p
015600        END-IF                                                    dbank57p
015700     ELSE                                                         dbank57p
015800        PERFORM SET-UP-QUEUE-ROW                                  dbank57p
015900            VARYING WS-QUEUE-SUB FROM 1 BY 1                      dbank57p
016000            UNTIL WS-QUEUE-SUB IS GREATER THAN WQ-QUEUE-COUNT     dbank57p
016100        MOVE WQ-QUEUE-COUNT TO CD57O-ROW-COUNT                    dbank57p
016200        PERFORM AGE-ONE-QUEUE                                     dbank57p
016300            THRU AGE-ONE-QUEUE-EXIT                               dbank57p
016400            VARYING WS-QUEUE-SUB FROM 1 BY 1                      dbank57p
016500            UNTIL WS-QUEUE-SUB IS GREATER THAN WQ-QUEUE-COUNT     dbank57p
016600        SET CD57O-OK TO TRUE                                      dbank57p
016700     END-IF.                                                      dbank57p
016800                                                                  dbank57p
016900***************************************************************** dbank57p
017000* Move the result back to the callers area                      * dbank57p
017100***************************************************************** dbank57p
017200 MAINLINE-EXIT.                                                   dbank57p
017300     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       dbank57p
017400                                                                  dbank57p
017410***************************************************************** dbank57p
017420* Log this request's response time to BNKPERF                   * dbank57p
017430***************************************************************** dbank57p
017440     MOVE CD57I-FUNCTION TO WS-PERF-FUNCTION.                     dbank57p
017450     PERFORM PERF-TIMER.                                          dbank57p
017460                                                                  dbank57p
017500***************************************************************** dbank57p
017600* Return to our caller                                          * dbank57p
017700***************************************************************** dbank57p
017800 COPY CRETURN.                                                    dbank57p
017900                                                                  dbank57p
018000 FIND-QUEUE.                                                      dbank57p
018100     IF WQ-QUEUE-FILE (WS-FIND-SUB) IS EQUAL TO CD57I-QUEUE       dbank57p
018200        MOVE WS-FIND-SUB TO WS-QUEUE-SUB                          dbank57p
018300     END-IF.                                                      dbank57p
018400                                                                  dbank57p
018500 SET-UP-QUEUE-ROW.                                                dbank57p
018600     MOVE WQ-QUEUE-FILE (WS-QUEUE-SUB)                            dbank57p
018700       TO CD57O-ROW-KEY (WS-QUEUE-SUB).                           dbank57p
018800     MOVE WS-QUEUE-SUB TO WS-ROW-SUB.                             dbank57p
018900     PERFORM CLEAR-ROW-COUNTS.                                    dbank57p
019000                                                                  dbank57p
019100***************************************************************** dbank57p
019200* Browse one queue, counting each open item into its row        * dbank57p
019300***************************************************************** dbank57p
019400 AGE-ONE-QUEUE.                                                   dbank57p
019500     EVALUATE WS-QUEUE-SUB                                        dbank57p
019600       WHEN 1                                                     dbank57p
019700         PERFORM AGE-SUSPENSE-ITEMS                               dbank57p
019800             THRU AGE-SUSPENSE-ITEMS-EXIT                         dbank57p
019900       WHEN 2                                                     dbank57p
020000         PERFORM AGE-COMPLIANCE-HOLDS                             dbank57p
020100             THRU AGE-COMPLIANCE-HOLDS-EXIT                       dbank57p
020200       WHEN 3                                                     dbank57p
020300         PERFORM AGE-FRAUD-CASES                                  dbank57p
020400             THRU AGE-FRAUD-CASES-EXIT                            dbank57p
020500       WHEN 4                                                     dbank57p
020600         PERFORM AGE-REFERRALS                                    dbank57p
020700             THRU AGE-REFERRALS-EXIT                              dbank57p
020800       WHEN 5                                                     dbank57p
020900         PERFORM AGE-POSITIVE-PAY                                 dbank57p
021000             THRU AGE-POSITIVE-PAY-EXIT                           dbank57p
021100       WHEN 6                                                     dbank57p
021200         PERFORM AGE-COLLECTIONS                                  dbank57p
021300             THRU AGE-COLLECTIONS-EXIT                            dbank57p
021400       WHEN 7                                                     dbank57p
021500         PERFORM AGE-INVESTIGATIONS                               dbank57p
021600             THRU AGE-INVESTIGATIONS-EXIT                         dbank57p
021700       WHEN 8                                                     dbank57p
021800         PERFORM AGE-TRANSFER-APPROVALS                           dbank57p
021900             THRU AGE-TRANSFER-APPROVALS-EXIT                     dbank57p
022000       WHEN 9                                                     dbank57p
022100         PERFORM AGE-RESTRUCTURES                                 dbank57p
022200             THRU AGE-RESTRUCTURES-EXIT                           dbank57p
022300       WHEN 10                                                    dbank57p
022400         PERFORM AGE-COMPLAINTS                                   dbank57p
022500             THRU AGE-COMPLAINTS-EXIT                             dbank57p
022600       WHEN 11                                                    dbank57p
022700         PERFORM AGE-DISPUTES                                     dbank57p
022800             THRU AGE-DISPUTES-EXIT                               dbank57p
022900     END-EVALUATE.                                                dbank57p
023000 AGE-ONE-QUEUE-EXIT.                                              dbank57p
023100     EXIT.                                                        dbank57p
023200                                                                  dbank57p
023300***************************************************************** dbank57p
023400* Suspense items still open, against the destination account    * dbank57p
023500***************************************************************** dbank57p
023600 AGE-SUSPENSE-ITEMS.                                              dbank57p
023700     MOVE LOW-VALUES TO SU-REC-KEY.                               dbank57p
023800     EXEC CICS STARTBR FILE('BNKSUSP')                            dbank57p
023900                       RIDFLD(SU-REC-KEY)                         dbank57p
024000                       GTEQ                                       dbank57p
024100                       RESP(WS-RESP)                              dbank57p
024200     END-EXEC.                                                    dbank57p
024300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank57p
024400        GO TO AGE-SUSPENSE-ITEMS-EXIT                             dbank57p
024500     END-IF.                                                      dbank57p
024600 AGE-SUSPENSE-ITEMS-LOOP.                                         dbank57p
024700     EXEC CICS READNEXT FILE('BNKSUSP')                           dbank57p
024800                        INTO(WS-BNKSUSP-REC)                      dbank57p
024900                        LENGTH(LENGTH OF WS-BNKSUSP-REC)          dbank57p
025000                        RIDFLD(SU-REC-KEY)                        dbank57p
025100                        RESP(WS-RESP)                             dbank57p
025200     END-EXEC.                                                    dbank57p
025300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank57p
025400        GO TO AGE-SUSPENSE-ITEMS-END                              dbank57p
025500     END-IF.                                                      dbank57p
025600     IF SU-REC-OPEN                                               dbank57p
025700        MOVE SU-REC-DATE TO WS-ITEM-DATE                          dbank57p
025800        MOVE SU-REC-AMOUNT TO WS-ITEM-AMOUNT                      dbank57p
025900        MOVE SU-REC-DEST-ACCNO TO WS-ITEM-ACCNO                   dbank57p
026000        MOVE SPACES TO WS-ITEM-PID                                dbank57p
026100        MOVE SPACES TO WS-ITEM-BRANCH                             dbank57p
026200        PERFORM COUNT-ITEM                                        dbank57p
026300            THRU COUNT-ITEM-EXIT                                  dbank57p
026400     END-IF.                                                      dbank57p
026500     GO TO AGE-SUSPENSE-ITEMS-LOOP.                               dbank57p
026600 AGE-SUSPENSE-ITEMS-END.                                          dbank57p
026700     EXEC CICS ENDBR FILE('BNKSUSP')                              dbank57p
026800     END-EXEC.                                                    dbank57p
026900 AGE-SUSPENSE-ITEMS-EXIT.                                         dbank57p
027000     EXIT.                                                        dbank57p
027100                                                                  dbank57p
027200***************************************************************** dbank57p
027300* Compliance holds pending a decision. A held payment is worth  * dbank57p
027400* the transfer's amount; a customer-name hit carries none.      * dbank57p
027500***************************************************************** dbank57p
027600 AGE-COMPLIANCE-HOLDS.                                            dbank57p
027700     MOVE LOW-VALUES TO CP-REC-KEY.                               dbank57p
027800     EXEC CICS STARTBR FILE('BNKCMPQ')                            dbank57p
027900                       RIDFLD(CP-REC-KEY)                         dbank57p
028000                       GTEQ                                       dbank57p
028100                       RESP(WS-RESP)                              dbank57p
028200     END-EXEC.                                                    dbank57p
028300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank57p
028400        GO TO AGE-COMPLIANCE-HOLDS-EXIT                           dbank57p
028500     END-IF.                                                      dbank57p
028600 AGE-COMPLIANCE-HOLDS-LOOP.                                       dbank57p
028700     EXEC CICS READNEXT FILE('BNKCMPQ')                           dbank57p
028800                        INTO(WS-BNKCMPQ-REC)                      dbank57p
028900                        LENGTH(LENGTH OF WS-BNKCMPQ-REC)          dbank57p
029000                        RIDFLD(CP-REC-KEY)                        dbank57p
029100                        RESP(WS-RESP)                             dbank57p
029200     END-EXEC.                                                    dbank57p
029300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank57p
029400        GO TO AGE-COMPLIANCE-HOLDS-END                            dbank57p
029500     END-IF.                                                      dbank57p
029600     IF CP-REC-PENDING                                            dbank57p
029700        MOVE CP-REC-DATE TO WS-ITEM-DATE                          dbank57p
029800        MOVE ZERO TO WS-ITEM-AMOUNT                               dbank57p
029900        IF CP-REC-SOURCE-PAYMENT                                  dbank57p
030000           MOVE CP-REC-FROM-ACCNO TO XT-REC-FROM-ACCNO            dbank57p
030100           MOVE CP-REC-TASKN TO XT-REC-TASKN                      dbank57p
030200           PERFORM READ-TRANSFER-AMOUNT                           dbank57p
030300        END-IF                                                    dbank57p
030400        MOVE CP-REC-FROM-ACCNO TO WS-ITEM-ACCNO                   dbank57p
030500        MOVE CP-REC-PID TO WS-ITEM-PID                            dbank57p
030600        MOVE SPACES TO WS-ITEM-BRANCH                             dbank57p
030700        PERFORM COUNT-ITEM                                        dbank57p
030800            THRU COUNT-ITEM-EXIT                                  dbank57p
030900     END-IF.                                                      dbank57p
031000     GO TO AGE-COMPLIANCE-HOLDS-LOOP.                             dbank57p
031100 AGE-COMPLIANCE-HOLDS-END.                                        dbank57p
031200     EXEC CICS ENDBR FILE('BNKCMPQ')                              dbank57p
031300     END-EXEC.                                                    dbank57p
031400 AGE-COMPLIANCE-HOLDS-EXIT.                                       dbank57p
031500     EXIT.                                                        dbank57p
031600                                                                  dbank57p
031700***************************************************************** dbank57p
031800* Fraud cases not yet cleared or confirmed                      * dbank57p
031900***************************************************************** dbank57p
032000 AGE-FRAUD-CASES.                                                 dbank57p
032100     MOVE LOW-VALUES TO FC-REC-KEY.                               dbank57p
032200     EXEC CICS STARTBR FILE('BNKFCAS')                            dbank57p
032300                       RIDFLD(FC-REC-KEY)                         dbank57p
032400                       GTEQ                                       dbank57p
032500                       RESP(WS-RESP)                              dbank57p
032600     END-EXEC.                                                    dbank57p
032700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank57p
032800        GO TO AGE-FRAUD-CASES-EXIT                                dbank57p
032900     END-IF.                                                      dbank57p
033000 AGE-FRAUD-CASES-LOOP.                                            dbank57p
033100     EXEC CICS READNEXT FILE('BNKFCAS')                           dbank57p
033200                        INTO(WS-BNKFCAS-REC)                      dbank57p
033300                        LENGTH(LENGTH OF WS-BNKFCAS-REC)          dbank57p
033400                        RIDFLD(FC-REC-KEY)                        dbank57p
033500                        RESP(WS-RESP)                             dbank57p
033600     END-EXEC.                                                    dbank57p
033700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank57p
033800        GO TO AGE-FRAUD-CASES-END                                 dbank57p
033900     END-IF.                                                      dbank57p
034000     IF FC-REC-OPEN                                               dbank57p
034100        MOVE FC-REC-DATE TO WS-ITEM-DATE                          dbank57p
034200        MOVE ZERO TO WS-ITEM-AMOUNT                               dbank57p
034300        MOVE FC-REC-ACCNO TO WS-ITEM-ACCNO                        dbank57p
034400        MOVE FC-REC-PID TO WS-ITEM-PID                            dbank57p
034500        MOVE SPACES TO WS-ITEM-BRANCH                             dbank57p
034600        PERFORM COUNT-ITEM                                        dbank57p
034700            THRU COUNT-ITEM-EXIT                                  dbank57p
034800     END-IF.                                                      dbank57p
034900     GO TO AGE-FRAUD-CASES-LOOP.                                  dbank57p
035000 AGE-FRAUD-CASES-END.                                             dbank57p
035100     EXEC CICS ENDBR FILE('BNKFCAS')                              dbank57p
035200     END-EXEC.                                                    dbank57p
035300 AGE-FRAUD-CASES-EXIT.                                            dbank57p
035400     EXIT.                                                        dbank57p
035500                                                                  dbank57p
035600***************************************************************** dbank57p
035700* Supervisor referrals awaiting release or rejection            * dbank57p
035800***************************************************************** dbank57p
035900 AGE-REFERRALS.                                                   dbank57p
036000     MOVE LOW-VALUES TO RQ-REC-KEY.                               dbank57p
036100     EXEC CICS STARTBR FILE('BNKREFQ')                            dbank57p
036200                       RIDFLD(RQ-REC-KEY)                         dbank57p
036300                       GTEQ                                       dbank57p
036400                       RESP(WS-RESP)                              dbank57p
036500     END-EXEC.                                                    dbank57p
036600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank57p
036700        GO TO AGE-REFERRALS-EXIT                                  dbank57p
036800     END-IF.                                                      dbank57p
036900 AGE-REFERRALS-LOOP.                                              dbank57p
037000     EXEC CICS READNEXT FILE('BNKREFQ')                           dbank57p
037100                        INTO(WS-BNKREFQ-REC)                      dbank57p
037200                        LENGTH(LENGTH OF WS-BNKREFQ-REC)          dbank57p
037300                        RIDFLD(RQ-REC-KEY)                        dbank57p
037400                        RESP(WS-RESP)                             dbank57p
037500     END-EXEC.                                                    dbank57p
037600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank57p
037700        GO TO AGE-REFERRALS-END                                   dbank57p
037800     END-IF.                                                      dbank57p
037900     IF RQ-REC-PENDING                                            dbank57p
038000        MOVE RQ-REC-DATE TO WS-ITEM-DATE                          dbank57p
038100        MOVE RQ-REC-AMOUNT TO WS-ITEM-AMOUNT                      dbank57p
038200        MOVE RQ-REC-ACCNO TO WS-ITEM-ACCNO                        dbank57p
038300        MOVE SPACES TO WS-ITEM-PID                                dbank57p
038400        MOVE SPACES TO WS-ITEM-BRANCH                             dbank57p
038500        PERFORM COUNT-ITEM                                        dbank57p
038600            THRU COUNT-ITEM-EXIT                                  dbank57p
038700     END-IF.                                                      dbank57p
038800     GO TO AGE-REFERRALS-LOOP.                                    dbank57p
038900 AGE-REFERRALS-END.                                               dbank57p
039000     EXEC CICS ENDBR FILE('BNKREFQ')                              dbank57p
039100     END-EXEC.                                                    dbank57p
039200 AGE-REFERRALS-EXIT.                                              dbank57p
039300     EXIT.                                                        dbank57p
039400                                                                  dbank57p
039500***************************************************************** dbank57p
039600* Positive-pay presentments not yet decided                     * dbank57p
039700***************************************************************** dbank57p
039800 AGE-POSITIVE-PAY.                                                dbank57p
039900     MOVE LOW-VALUES TO PP-REC-KEY.                               dbank57p
040000     EXEC CICS STARTBR FILE('BNKPPAY')                            dbank57p
040100                       RIDFLD(PP-REC-KEY)                         dbank57p
040200                       GTEQ                                       dbank57p
040300                       RESP(WS-RESP)                              dbank57p
040400     END-EXEC.                                                    dbank57p
040500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank57p
040600        GO TO AGE-POSITIVE-PAY-EXIT                               dbank57p
040700     END-IF.                                                      dbank57p
040800 AGE-POSITIVE-PAY-LOOP.                                           dbank57p
040900     EXEC CICS READNEXT FILE('BNKPPAY')                           dbank57p
041000                        INTO(WS-BNKPPAY-REC)                      dbank57p
041100                        LENGTH(LENGTH OF WS-BNKPPAY-REC)          dbank57p
041200                        RIDFLD(PP-REC-KEY)                        dbank57p
041300                        RESP(WS-RESP)                             dbank57p
041400     END-EXEC.                                                    dbank57p
041500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank57p
041600        GO TO AGE-POSITIVE-PAY-END                                dbank57p
041700     END-IF.                                                      dbank57p
041800     IF PP-REC-PENDING                                            dbank57p
041900        MOVE PP-REC-DATE TO WS-ITEM-DATE                          dbank57p
042000        MOVE PP-REC-AMOUNT TO WS-ITEM-AMOUNT                      dbank57p
042100        MOVE PP-REC-ACCNO TO WS-ITEM-ACCNO                        dbank57p
042200        MOVE SPACES TO WS-ITEM-PID                                dbank57p
042300        MOVE SPACES TO WS-ITEM-BRANCH                             dbank57p
042400        PERFORM COUNT-ITEM                                        dbank57p
042500            THRU COUNT-ITEM-EXIT                                  dbank57p
042600     END-IF.                                                      dbank57p
042700     GO TO AGE-POSITIVE-PAY-LOOP.                                 dbank57p
042800 AGE-POSITIVE-PAY-END.                                            dbank57p
042900     EXEC CICS ENDBR FILE('BNKPPAY')                              dbank57p
043000     END-EXEC.                                                    dbank57p
043100 AGE-POSITIVE-PAY-EXIT.                                           dbank57p
043200     EXIT.                                                        dbank57p
043300                                                                  dbank57p
043400***************************************************************** dbank57p
043500* Delinquent loans still open, aged from the first missed       * dbank57p
043600* payment, worth the arrears                                    * dbank57p
043700***************************************************************** dbank57p
043800 AGE-COLLECTIONS.                                                 dbank57p
043900     MOVE LOW-VALUES TO DQ-REC-KEY.                               dbank57p
044000     EXEC CICS STARTBR FILE('BNKDELQ')                            dbank57p
044100                       RIDFLD(DQ-REC-KEY)                         dbank57p
044200                       GTEQ                                       dbank57p
044300                       RESP(WS-RESP)                              dbank57p
044400     END-EXEC.                                                    dbank57p
044500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank57p
044600        GO TO AGE-COLLECTIONS-EXIT                                dbank57p
044700     END-IF.                                                      dbank57p
044800 AGE-COLLECTIONS-LOOP.                                            dbank57p
044900     EXEC CICS READNEXT FILE('BNKDELQ')                           dbank57p
045000                        INTO(WS-BNKDELQ-REC)                      dbank57p
045100                        LENGTH(LENGTH OF WS-BNKDELQ-REC)          dbank57p
045200                        RIDFLD(DQ-REC-KEY)                        dbank57p
045300                        RESP(WS-RESP)                             dbank57p
045400     END-EXEC.                                                    dbank57p
045500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank57p
045600        GO TO AGE-COLLECTIONS-END                                 dbank57p
045700     END-IF.                                                      dbank57p
045800     IF DQ-REC-OPEN                                               dbank57p
045900        MOVE DQ-REC-FIRST-MISSED-DTE TO WS-ITEM-DATE              dbank57p
046000        MOVE DQ-REC-ARREARS TO WS-ITEM-AMOUNT                     dbank57p
046100        MOVE DQ-REC-ACCNO TO WS-ITEM-ACCNO                        dbank57p
046200        MOVE DQ-REC-CONTACT-ID TO WS-ITEM-PID                     dbank57p
046300        MOVE SPACES TO WS-ITEM-BRANCH                             dbank57p
046400        PERFORM COUNT-ITEM                                        dbank57p
046500            THRU COUNT-ITEM-EXIT                                  dbank57p
046600     END-IF.                                                      dbank57p
046700     GO TO AGE-COLLECTIONS-LOOP.                                  dbank57p
046800 AGE-COLLECTIONS-END.                                             dbank57p
046900     EXEC CICS ENDBR FILE('BNKDELQ')                              dbank57p
047000     END-EXEC.                                                    dbank57p
047100 AGE-COLLECTIONS-EXIT.                                            dbank57p
047200     EXIT.                                                        dbank57p
047300                                                                  dbank57p
047400***************************************************************** dbank57p
047500* Payment investigations not yet resolved, worth the amount of  * dbank57p
047600* the transfer being traced                                     * dbank57p
047700***************************************************************** dbank57p
047800 AGE-INVESTIGATIONS.                                              dbank57p
047900     MOVE LOW-VALUES TO PI-REC-KEY.                               dbank57p
048000     EXEC CICS STARTBR FILE('BNKPINV')                            dbank57p
048100                       RIDFLD(PI-REC-KEY)                         dbank57p
048200                       GTEQ                                       dbank57p
048300                       RESP(WS-RESP)                              dbank57p
048400     END-EXEC.                                                    dbank57p
048500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank57p
048600        GO TO AGE-INVESTIGATIONS-EXIT                             dbank57p
048700     END-IF.                                                      dbank57p
048800 AGE-INVESTIGATIONS-LOOP.                                         dbank57p
048900     EXEC CICS READNEXT FILE('BNKPINV')                           dbank57p
049000                        INTO(WS-BNKPINV-REC)                      dbank57p
049100                        LENGTH(LENGTH OF WS-BNKPINV-REC)          dbank57p
049200                        RIDFLD(PI-REC-KEY)                        dbank57p
049300                        RESP(WS-RESP)                             dbank57p
049400     END-EXEC.                                                    dbank57p
049500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank57p
049600        GO TO AGE-INVESTIGATIONS-END                              dbank57p
049700     END-IF.                                                      dbank57p
049800     IF PI-REC-OPEN OR PI-REC-TRACE-SENT OR PI-REC-RESPONDED      dbank57p
049900        MOVE PI-REC-CASE-DATE TO WS-ITEM-DATE                     dbank57p
050000        MOVE ZERO TO WS-ITEM-AMOUNT                               dbank57p
050100        MOVE PI-REC-FROM-ACCNO TO XT-REC-FROM-ACCNO               dbank57p
050200        MOVE PI-REC-TASKN TO XT-REC-TASKN                         dbank57p
050300        PERFORM READ-TRANSFER-AMOUNT                              dbank57p
050400        MOVE PI-REC-FROM-ACCNO TO WS-ITEM-ACCNO                   dbank57p
050500        MOVE SPACES TO WS-ITEM-PID                                dbank57p
050600        MOVE SPACES TO WS-ITEM-BRANCH                             dbank57p
050700        PERFORM COUNT-ITEM                                        dbank57p
050800            THRU COUNT-ITEM-EXIT                                  dbank57p
050900     END-IF.                                                      dbank57p
051000     GO TO AGE-INVESTIGATIONS-LOOP.                               dbank57p
051100 AGE-INVESTIGATIONS-END.                                          dbank57p
051200     EXEC CICS ENDBR FILE('BNKPINV')                              dbank57p
051300     END-EXEC.                                                    dbank57p
051400 AGE-INVESTIGATIONS-EXIT.                                         dbank57p
051500     EXIT.                                                        dbank57p
051600                                                                  dbank57p
051700***************************************************************** dbank57p
051800* Outbound transfers waiting for a second officer's approval    * dbank57p
051900***************************************************************** dbank57p
052000 AGE-TRANSFER-APPROVALS.                                          dbank57p
052100     MOVE LOW-VALUES TO XT-REC-KEY.                               dbank57p
052200     EXEC CICS STARTBR FILE('BNKEXTL')                            dbank57p
052300                       RIDFLD(XT-REC-KEY)                         dbank57p
052400                       GTEQ                                       dbank57p
052500                       RESP(WS-RESP)                              dbank57p
052600     END-EXEC.                                                    dbank57p
052700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank57p
052800        GO TO AGE-TRANSFER-APPROVALS-EXIT                         dbank57p
052900     END-IF.                                                      dbank57p
053000 AGE-TRANSFER-APPROVALS-LOOP.                                     dbank57p
053100     EXEC CICS READNEXT FILE('BNKEXTL')                           dbank57p
053200                        INTO(WS-BNKEXTL-REC)                      dbank57p
053300                        LENGTH(LENGTH OF WS-BNKEXTL-REC)          dbank57p
053400                        RIDFLD(XT-REC-KEY)                        dbank57p
053500                        RESP(WS-RESP)                             dbank57p
053600     END-EXEC.                                                    dbank57p
053700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank57p
053800        GO TO AGE-TRANSFER-APPROVALS-END                          dbank57p
053900     END-IF.                                                      dbank57p
054000     IF XT-REC-PENDING-APPROVAL                                   dbank57p
054100        MOVE XT-REC-REQUEST-DTE TO WS-ITEM-DATE                   dbank57p
054200        MOVE XT-REC-AMOUNT TO WS-ITEM-AMOUNT                      dbank57p
054300        MOVE XT-REC-FROM-ACCNO TO WS-ITEM-ACCNO                   dbank57p
054400        MOVE SPACES TO WS-ITEM-PID                                dbank57p
054500        MOVE SPACES TO WS-ITEM-BRANCH                             dbank57p
054600        PERFORM COUNT-ITEM                                        dbank57p
054700            THRU COUNT-ITEM-EXIT                                  dbank57p
054800     END-IF.                                                      dbank57p
054900     GO TO AGE-TRANSFER-APPROVALS-LOOP.                           dbank57p
055000 AGE-TRANSFER-APPROVALS-END.                                      dbank57p
055100     EXEC CICS ENDBR FILE('BNKEXTL')                              dbank57p
055200     END-EXEC.                                                    dbank57p
055300 AGE-TRANSFER-APPROVALS-EXIT.                                     dbank57p
055400     EXIT.                                                        dbank57p
055500                                                                  dbank57p
055600***************************************************************** dbank57p
055700* Loan restructure proposals waiting for approval, worth the    * dbank57p
055800* balance they would restructure, against the loan's account    * dbank57p
055900***************************************************************** dbank57p
056000 AGE-RESTRUCTURES.                                                dbank57p
056100     MOVE LOW-VALUES TO LR-REC-KEY.                               dbank57p
056200     EXEC CICS STARTBR FILE('BNKLNRS')                            dbank57p
056300                       RIDFLD(LR-REC-KEY)                         dbank57p
056400                       GTEQ                                       dbank57p
056500                       RESP(WS-RESP)                              dbank57p
056600     END-EXEC.                                                    dbank57p
056700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank57p
056800        GO TO AGE-RESTRUCTURES-EXIT                               dbank57p
056900     END-IF.                                                      dbank57p
057000 AGE-RESTRUCTURES-LOOP.                                           dbank57p
057100     EXEC CICS READNEXT FILE('BNKLNRS')                           dbank57p
057200                        INTO(WS-BNKLNRS-REC)                      dbank57p
057300                        LENGTH(LENGTH OF WS-BNKLNRS-REC)          dbank57p
057400                        RIDFLD(LR-REC-KEY)                        dbank57p
057500                        RESP(WS-RESP)                             dbank57p
057600     END-EXEC.                                                    dbank57p
057700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank57p
057800        GO TO AGE-RESTRUCTURES-END                                dbank57p
057900     END-IF.                                                      dbank57p
058000     IF LR-REC-PENDING                                            dbank57p
058100        MOVE LR-REC-PROPOSE-DTE TO WS-ITEM-DATE                   dbank57p
058200        MOVE LR-REC-OLD-OUTSTANDING TO WS-ITEM-AMOUNT             dbank57p
058300        MOVE LR-REC-CONTACT-ID TO LM-REC-CONTACT-ID               dbank57p
058400        MOVE LR-REC-TASKN TO LM-REC-TASKN                         dbank57p
058500        EXEC CICS READ FILE('BNKLNMA')                            dbank57p
058600                       INTO(WS-BNKLNMA-REC)                       dbank57p
058700                       LENGTH(LENGTH OF WS-BNKLNMA-REC)           dbank57p
058800                       RIDFLD(LM-REC-KEY)                         dbank57p
058900                       RESP(WS-RESP)                              dbank57p
059000        END-EXEC                                                  dbank57p
059100        IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                    dbank57p
059200           MOVE LM-REC-ACCNO TO WS-ITEM-ACCNO                     dbank57p
059300        ELSE                                                      dbank57p
059400           MOVE SPACES TO WS-ITEM-ACCNO                           dbank57p
059500        END-IF                                                    dbank57p
059600        MOVE LR-REC-CONTACT-ID TO WS-ITEM-PID                     dbank57p
059700        MOVE SPACES TO WS-ITEM-BRANCH                             dbank57p
059800        PERFORM COUNT-ITEM                                        dbank57p
059900            THRU COUNT-ITEM-EXIT                                  dbank57p
060000     END-IF.                                                      dbank57p
060100     GO TO AGE-RESTRUCTURES-LOOP.                                 dbank57p
060200 AGE-RESTRUCTURES-END.                                            dbank57p
060300     EXEC CICS ENDBR FILE('BNKLNRS')                              dbank57p
060400     END-EXEC.                                                    dbank57p
060500 AGE-RESTRUCTURES-EXIT.                                           dbank57p
060600     EXIT.                                                        dbank57p
060700                                                                  dbank57p
060800***************************************************************** dbank57p
060900* Open complaints, under the branch recorded when logged        * dbank57p
061000***************************************************************** dbank57p
061100 AGE-COMPLAINTS.                                                  dbank57p
061200     MOVE LOW-VALUES TO CM-REC-KEY.                               dbank57p
061300     EXEC CICS STARTBR FILE('BNKCMPL')                            dbank57p
061400                       RIDFLD(CM-REC-KEY)                         dbank57p
061500                       GTEQ                                       dbank57p
061600                       RESP(WS-RESP)                              dbank57p
061700     END-EXEC.                                                    dbank57p
061800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank57p
061900        GO TO AGE-COMPLAINTS-EXIT                                 dbank57p
062000     END-IF.                                                      dbank57p
062100 AGE-COMPLAINTS-LOOP.                                             dbank57p
062200     EXEC CICS READNEXT FILE('BNKCMPL')                           dbank57p
062300                        INTO(WS-BNKCMPL-REC)                      dbank57p
062400                        LENGTH(LENGTH OF WS-BNKCMPL-REC)          dbank57p
062500                        RIDFLD(CM-REC-KEY)                        dbank57p
062600                        RESP(WS-RESP)                             dbank57p
062700     END-EXEC.                                                    dbank57p
062800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank57p
062900        GO TO AGE-COMPLAINTS-END                                  dbank57p
063000     END-IF.                                                      dbank57p
063100     IF CM-REC-OPEN                                               dbank57p
063200        MOVE CM-REC-OPENED-DTE TO WS-ITEM-DATE                    dbank57p
063300        MOVE ZERO TO WS-ITEM-AMOUNT                               dbank57p
063400        MOVE CM-REC-ACCNO TO WS-ITEM-ACCNO                        dbank57p
063500        MOVE CM-REC-PID TO WS-ITEM-PID                            dbank57p
063600        MOVE CM-REC-BRANCH TO WS-ITEM-BRANCH                      dbank57p
063700        PERFORM COUNT-ITEM                                        dbank57p
063800            THRU COUNT-ITEM-EXIT                                  dbank57p
063900     END-IF.                                                      dbank57p
064000     GO TO AGE-COMPLAINTS-LOOP.                                   dbank57p
064100 AGE-COMPLAINTS-END.                                              dbank57p
064200     EXEC CICS ENDBR FILE('BNKCMPL')                              dbank57p
064300     END-EXEC.                                                    dbank57p
064400 AGE-COMPLAINTS-EXIT.                                             dbank57p
064500     EXIT.                                                        dbank57p
064600                                                                  dbank57p
064700***************************************************************** dbank57p
064800* Card disputes without a final outcome                         * dbank57p
064900***************************************************************** dbank57p
065000 AGE-DISPUTES.                                                    dbank57p
065100     MOVE LOW-VALUES TO DP-REC-KEY.                               dbank57p
065200     EXEC CICS STARTBR FILE('BNKDISP')                            dbank57p
065300                       RIDFLD(DP-REC-KEY)                         dbank57p
065400                       GTEQ                                       dbank57p
065500                       RESP(WS-RESP)                              dbank57p
065600     END-EXEC.                                                    dbank57p
065700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank57p
065800        GO TO AGE-DISPUTES-EXIT                                   dbank57p
065900     END-IF.                                                      dbank57p
066000 AGE-DISPUTES-LOOP.                                               dbank57p
066100     EXEC CICS READNEXT FILE('BNKDISP')                           dbank57p
066200                        INTO(WS-BNKDISP-REC)                      dbank57p
066300                        LENGTH(LENGTH OF WS-BNKDISP-REC)          dbank57p
066400                        RIDFLD(DP-REC-KEY)                        dbank57p
066500                        RESP(WS-RESP)                             dbank57p
066600     END-EXEC.                                                    dbank57p
066700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank57p
066800        GO TO AGE-DISPUTES-END                                    dbank57p
066900     END-IF.                                                      dbank57p
067000     IF NOT DP-REC-CLOSED                                         dbank57p
067100        MOVE DP-REC-RAISED-DTE TO WS-ITEM-DATE                    dbank57p
067200        MOVE DP-REC-AMOUNT TO WS-ITEM-AMOUNT                      dbank57p
067300        MOVE DP-REC-ACCNO TO WS-ITEM-ACCNO                        dbank57p
067400        MOVE DP-REC-PID TO WS-ITEM-PID                            dbank57p
067500        MOVE SPACES TO WS-ITEM-BRANCH                             dbank57p
067600        PERFORM COUNT-ITEM                                        dbank57p
067700            THRU COUNT-ITEM-EXIT                                  dbank57p
067800     END-IF.                                                      dbank57p
067900     GO TO AGE-DISPUTES-LOOP.                                     dbank57p
068000 AGE-DISPUTES-END.                                                dbank57p
068100     EXEC CICS ENDBR FILE('BNKDISP')                              dbank57p
068200     END-EXEC.                                                    dbank57p
068300 AGE-DISPUTES-EXIT.                                               dbank57p
068400     EXIT.                                                        dbank57p
068500                                                                  dbank57p
068600***************************************************************** dbank57p
068700* The amount of the transfer a hold or investigation is about   * dbank57p
068800***************************************************************** dbank57p
068900 READ-TRANSFER-AMOUNT.                                            dbank57p
069000     EXEC CICS READ FILE('BNKEXTL')                               dbank57p
069100                    INTO(WS-BNKEXTL-REC)                          dbank57p
069200                    LENGTH(LENGTH OF WS-BNKEXTL-REC)              dbank57p
069300                    RIDFLD(XT-REC-KEY)                            dbank57p
069400                    RESP(WS-RESP)                                 dbank57p
069500     END-EXEC.                                                    dbank57p
069600     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank57p
069700        MOVE XT-REC-AMOUNT TO WS-ITEM-AMOUNT                      dbank57p
069800     END-IF.                                                      dbank57p
069900                                                                  dbank57p
070000***************************************************************** dbank57p
070100* Count one open item. Its branch is the one given, else the    * dbank57p
070200* account's, else the customer's; '???' when none is known.     * dbank57p
070300* Items outside the branch asked for are left out, and in a     * dbank57p
070400* branch breakdown the item is counted on its branch's row.     * dbank57p
070500***************************************************************** dbank57p
070600 COUNT-ITEM.                                                      dbank57p
070700     IF WS-ITEM-BRANCH IS EQUAL TO SPACES AND                     dbank57p
070800        WS-ITEM-ACCNO IS NOT EQUAL TO SPACES                      dbank57p
070900        PERFORM LOOKUP-ACCOUNT-BRANCH                             dbank57p
071000     END-IF.                                                      dbank57p
071100     IF WS-ITEM-BRANCH IS EQUAL TO SPACES AND                     dbank57p
071200        WS-ITEM-PID IS NOT EQUAL TO SPACES                        dbank57p
071300        PERFORM LOOKUP-CUSTOMER-BRANCH                            dbank57p
071400     END-IF.                                                      dbank57p
071500     IF WS-ITEM-BRANCH IS EQUAL TO SPACES                         dbank57p
071600        MOVE '???' TO WS-ITEM-BRANCH                              dbank57p
071700     END-IF.                                                      dbank57p
071800     IF CD57I-BY-BRANCH                                           dbank57p
071900        PERFORM FIND-BRANCH-ROW                                   dbank57p
072000            THRU FIND-BRANCH-ROW-EXIT                             dbank57p
072100     ELSE                                                         dbank57p
072200        IF CD57I-BRANCH IS NOT EQUAL TO SPACES AND                dbank57p
072300           CD57I-BRANCH IS NOT EQUAL TO WS-ITEM-BRANCH            dbank57p
072400           GO TO COUNT-ITEM-EXIT                                  dbank57p
072500        END-IF                                                    dbank57p
072600        MOVE WS-QUEUE-SUB TO WS-ROW-SUB                           dbank57p
072700     END-IF.                                                      dbank57p
072800                                                                  dbank57p
072900     MOVE ZERO TO WS-ITEM-AGE.                                    dbank57p
073000     IF WS-ITEM-DATE IS NUMERIC AND                               dbank57p
073100        WS-ITEM-DATE IS GREATER THAN 16010101 AND                 dbank57p
073200        WS-ITEM-DATE IS LESS THAN WS-TODAY-DATE-N                 dbank57p
073300        COMPUTE WS-ITEM-AGE =                                     dbank57p
073400            FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE-N) -          dbank57p
073500            FUNCTION INTEGER-OF-DATE (WS-ITEM-DATE)               dbank57p
073600     END-IF.                                                      dbank57p
073700     ADD 1 TO CD57O-ROW-OPEN (WS-ROW-SUB).                        dbank57p
073800     IF WS-ITEM-AGE IS GREATER THAN 1                             dbank57p
073900        ADD 1 TO CD57O-ROW-OVER-1 (WS-ROW-SUB)                    dbank57p
074000     END-IF.                                                      dbank57p
074100     IF WS-ITEM-AGE IS GREATER THAN 3                             dbank57p
074200        ADD 1 TO CD57O-ROW-OVER-3 (WS-ROW-SUB)                    dbank57p
074300     END-IF.                                                      dbank57p
074400     IF WS-ITEM-AGE IS GREATER THAN 7                             dbank57p
074500        ADD 1 TO CD57O-ROW-OVER-7 (WS-ROW-SUB)                    dbank57p
074600     END-IF.                                                      dbank57p
074700     IF WS-ITEM-AGE IS GREATER THAN 30                            dbank57p
074800        ADD 1 TO CD57O-ROW-OVER-30 (WS-ROW-SUB)                   dbank57p
074900     END-IF.                                                      dbank57p
075000     IF WS-ITEM-AMOUNT IS GREATER THAN ZERO                       dbank57p
075100        ADD WS-ITEM-AMOUNT TO CD57O-ROW-AMOUNT (WS-ROW-SUB)       dbank57p
075200     END-IF.                                                      dbank57p
075300     IF WS-ITEM-DATE IS NUMERIC AND                               dbank57p
075400        WS-ITEM-DATE IS GREATER THAN ZERO                         dbank57p
075500        IF CD57O-ROW-OLDEST-DTE (WS-ROW-SUB) IS EQUAL TO ZERO OR  dbank57p
075600           WS-ITEM-DATE IS LESS THAN                              dbank57p
075700               CD57O-ROW-OLDEST-DTE (WS-ROW-SUB)                  dbank57p
075800           MOVE WS-ITEM-DATE TO CD57O-ROW-OLDEST-DTE (WS-ROW-SUB) dbank57p
075900        END-IF                                                    dbank57p
076000     END-IF.                                                      dbank57p
076100 COUNT-ITEM-EXIT.                                                 dbank57p
076200     EXIT.                                                        dbank57p
076300                                                                  dbank57p
076400***************************************************************** dbank57p
076500* The item's row in a branch breakdown. Beyond 19 branches the  * dbank57p
076600* rest are counted together on an 'OTHER' row.                  * dbank57p
076700***************************************************************** dbank57p
076800 FIND-BRANCH-ROW.                                                 dbank57p
076900     MOVE ZERO TO WS-ROW-SUB.                                     dbank57p
077000     PERFORM MATCH-BRANCH-ROW                                     dbank57p
077100         VARYING WS-FIND-SUB FROM 1 BY 1                          dbank57p
077200         UNTIL WS-FIND-SUB IS GREATER THAN CD57O-ROW-COUNT.       dbank57p
077300     IF WS-ROW-SUB IS GREATER THAN ZERO                           dbank57p
077400        GO TO FIND-BRANCH-ROW-EXIT                                dbank57p
077500     END-IF.                                                      dbank57p
077600     IF CD57O-ROW-COUNT IS LESS THAN 19                           dbank57p
077700        ADD 1 TO CD57O-ROW-COUNT                                  dbank57p
077800        MOVE CD57O-ROW-COUNT TO WS-ROW-SUB                        dbank57p
077900        MOVE WS-ITEM-BRANCH TO CD57O-ROW-KEY (WS-ROW-SUB)         dbank57p
078000        PERFORM CLEAR-ROW-COUNTS                                  dbank57p
078100        GO TO FIND-BRANCH-ROW-EXIT                                dbank57p
078200     END-IF.                                                      dbank57p
078300     MOVE 20 TO WS-ROW-SUB.                                       dbank57p
078400     IF CD57O-ROW-COUNT IS LESS THAN 20                           dbank57p
078500        MOVE 20 TO CD57O-ROW-COUNT                                dbank57p
078600        MOVE 'OTHER' TO CD57O-ROW-KEY (WS-ROW-SUB)                dbank57p
078700        PERFORM CLEAR-ROW-COUNTS                                  dbank57p
078800     END-IF.                                                      dbank57p
078900 FIND-BRANCH-ROW-EXIT.                                            dbank57p
079000     EXIT.                                                        dbank57p
079100                                                                  dbank57p
079200 MATCH-BRANCH-ROW.                                                dbank57p
079300     IF CD57O-ROW-KEY (WS-FIND-SUB) IS EQUAL TO WS-ITEM-BRANCH    dbank57p
079400        MOVE WS-FIND-SUB TO WS-ROW-SUB                            dbank57p
079500     END-IF.                                                      dbank57p
079600                                                                  dbank57p
079700 CLEAR-ROW-COUNTS.                                                dbank57p
079800     MOVE WQ-QUEUE-SCREEN (WS-QUEUE-SUB)                          dbank57p
079900       TO CD57O-ROW-SCREEN (WS-ROW-SUB).                          dbank57p
080000     MOVE WQ-QUEUE-DESC (WS-QUEUE-SUB)                            dbank57p
080100       TO CD57O-ROW-DESC (WS-ROW-SUB).                            dbank57p
080200     MOVE ZERO TO CD57O-ROW-OPEN (WS-ROW-SUB).                    dbank57p
080300     MOVE ZERO TO CD57O-ROW-OVER-1 (WS-ROW-SUB).                  dbank57p
080400     MOVE ZERO TO CD57O-ROW-OVER-3 (WS-ROW-SUB).                  dbank57p
080500     MOVE ZERO TO CD57O-ROW-OVER-7 (WS-ROW-SUB).                  dbank57p
080600     MOVE ZERO TO CD57O-ROW-OVER-30 (WS-ROW-SUB).                 dbank57p
080700     MOVE ZERO TO CD57O-ROW-AMOUNT (WS-ROW-SUB).                  dbank57p
080800     MOVE ZERO TO CD57O-ROW-OLDEST-DTE (WS-ROW-SUB).              dbank57p
080900                                                                  dbank57p
081000***************************************************************** dbank57p
081100* Branch lookups - the last account is kept, as queue items for * dbank57p
081200* one account tend to sit together                              * dbank57p
081300***************************************************************** dbank57p
081400 LOOKUP-ACCOUNT-BRANCH.                                           dbank57p
081500     IF WS-ITEM-ACCNO IS EQUAL TO WS-LAST-ACCNO                   dbank57p
081600        MOVE WS-LAST-BRANCH TO WS-ITEM-BRANCH                     dbank57p
081700     ELSE                                                         dbank57p
081800        MOVE WS-ITEM-ACCNO TO BAC-REC-ACCNO                       dbank57p
081900        EXEC CICS READ FILE('BNKACCT')                            dbank57p
082000                       INTO(WS-BNKACCT-REC)                       dbank57p
082100                       LENGTH(LENGTH OF WS-BNKACCT-REC)           dbank57p
082200                       RIDFLD(BAC-REC-ACCNO)                      dbank57p
082300                       RESP(WS-RESP)                              dbank57p
082400        END-EXEC                                                  dbank57p
082500        IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                    dbank57p
082600           MOVE BAC-REC-BRANCH TO WS-ITEM-BRANCH                  dbank57p
082700        ELSE                                                      dbank57p
082800           MOVE SPACES TO WS-ITEM-BRANCH                          dbank57p
082900        END-IF                                                    dbank57p
083000        MOVE WS-ITEM-ACCNO TO WS-LAST-ACCNO                       dbank57p
083100        MOVE WS-ITEM-BRANCH TO WS-LAST-BRANCH                     dbank57p
083200     END-IF.                                                      dbank57p
083300                                                                  dbank57p
083400 LOOKUP-CUSTOMER-BRANCH.                                          dbank57p
083500     MOVE WS-ITEM-PID TO BCS-REC-PID.                             dbank57p
083600     EXEC CICS READ FILE('BNKCUST')                               dbank57p
083700                    INTO(WS-BNKCUST-REC)                          dbank57p
083800                    LENGTH(LENGTH OF WS-BNKCUST-REC)              dbank57p
083900                    RIDFLD(BCS-REC-PID)                           dbank57p
084000                    RESP(WS-RESP)                                 dbank57p
084100     END-EXEC.                                                    dbank57p
084200     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank57p
084300        MOVE BCS-REC-BRANCH TO WS-ITEM-BRANCH                     dbank57p
084400     END-IF.                                                      dbank57p
084500                                                                  dbank57p
084600 GET-TODAY.                                                       dbank57p
084700     EXEC CICS ASKTIME                                            dbank57p
084800               ABSTIME(WS-ABSTIME)                                dbank57p
084900     END-EXEC.                                                    dbank57p
085000     EXEC CICS FORMATTIME                                         dbank57p
085100               ABSTIME(WS-ABSTIME)                                dbank57p
085200               YYYYMMDD(WS-TODAY-DATE)                            dbank57p
085300               TIME(WS-TODAY-TIME)                                dbank57p
085400     END-EXEC.                                                    dbank57p
085500                                                                  dbank57p
085530 COPY CPERFP.                                                     dbank57p
085560                                                                  dbank57p
085600* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank57p
