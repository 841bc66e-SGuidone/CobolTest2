000100***************************************************************** dbank63p
000200*                                                               * dbank63p
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   * dbank63p
000400*   This demonstration program is provided for use by users     * dbank63p
000500*   of Micro Focus products and may be used, modified and       * dbank63p
000600*   distributed as part of your application provided that       * dbank63p
000700*   you properly acknowledge the copyright of Micro Focus       * dbank63p
000800*   in this material.                                           * dbank63p
000900*                                                               * dbank63p
001000***************************************************************** dbank63p
001100                                                                  dbank63p
001200***************************************************************** dbank63p
001300* Program:     DBANK63P.CBL                                     * dbank63p
001400* Function:    Saved external payees. Lists the customer's      * dbank63p
001500*              payees on BNKPAYE, adds one, changes one's       * dbank63p
001600*              name or bank details and deletes one. The bank   * dbank63p
001700*              must be in the BNKBDIR directory and not         * dbank63p
001800*              suspended, and a customer cannot save the same   * dbank63p
001900*              account twice. A new payee, or one whose bank    * dbank63p
002000*              details change, cools off for 24 hours, when     * dbank63p
002100*              DBANK03P holds transfers to it to the new-payee  * dbank63p
002200*              limit (BNKSYSC PAYEENEW). Every change is        * dbank63p
002300*              audited to BNKAUDT and chained on BNKACHN, and   * dbank63p
002400*              an add or change is notified through BNKNOTQ     * dbank63p
002450*              A payee is only added for a customer on BNKCUST  * dbank63p
002500*              VSAM version                                     * dbank63p
002600***************************************************************** dbank63p
002700                                                                  dbank63p
002800 IDENTIFICATION DIVISION.                                         dbank63p
002900 PROGRAM-ID.                                                      dbank63p
003000     DBANK63P.                                                    dbank63p
003100 DATE-WRITTEN.                                                    dbank63p
003200     October 2026.                                                dbank63p
003300 DATE-COMPILED.                                                   dbank63p
003400     Today.                                                       dbank63p
003500                                                                  dbank63p
003600 ENVIRONMENT DIVISION.                                            dbank63p
003700                                                                  dbank63p
003800 DATA DIVISION.                                                   dbank63p
003900                                                                  dbank63p
004000 WORKING-STORAGE SECTION.                                         dbank63p
004100 01  WS-MISC-STORAGE.                                             dbank63p
004200   05  WS-PROGRAM-ID                         PIC X(8)             dbank63p
004300       VALUE 'DBANK63P'.                                          dbank63p
004400   05  WS-COMMAREA-LENGTH                    PIC 9(5).            dbank63p
004500   05  WS-RESP                               PIC S9(8) COMP.      dbank63p
004600   05  WS-ABSTIME                            PIC S9(15) COMP-3.   dbank63p
004700   05  WS-TODAY-DATE                         PIC X(8).            dbank63p
004800   05  WS-TODAY-DATE-N REDEFINES WS-TODAY-DATE PIC 9(8).          dbank63p
004900   05  WS-TODAY-TIME                         PIC X(6).            dbank63p
005000   05  WS-AUDIT-SEQ                          PIC 9(3) VALUE ZERO. dbank63p
005100   05  WS-BEFORE-IMAGE                       PIC X(80).           dbank63p
005200   05  WS-DAY-NUMBER                         PIC S9(9) COMP.      dbank63p
005300   05  WS-PAY-SUB                            PIC S9(4) COMP.      dbank63p
005400   05  WS-HIGH-SEQ                           PIC 9(3).            dbank63p
005500   05  WS-OWN-SEQ                            PIC 9(3).            dbank63p
005600   05  WS-DUPLICATE-SEQ                      PIC 9(3).            dbank63p
005700   05  WS-NEW-BANK-ID                        PIC X(11).           dbank63p
005800   05  WS-NEW-DEST-ACCNO                     PIC X(17).           dbank63p
005900   05  WS-NEW-PAYEE-LIMIT                    PIC S9(7)V99 COMP-3. dbank63p
006000   05  WS-DEFAULT-PAYEE-LIMIT                PIC S9(7)V99 COMP-3  dbank63p
006100       VALUE 250.00.                                              dbank63p
006200   05  WS-COOLING                            PIC X(1).            dbank63p
006300     88  WS-PAYEE-COOLING                      VALUE 'Y'.         dbank63p
006400     88  WS-PAYEE-NOT-COOLING                  VALUE 'N'.         dbank63p
006500   05  WS-DETAILS-CHANGE                     PIC X(1).            dbank63p
006600     88  WS-BANK-DETAILS-CHANGED               VALUE 'Y'.         dbank63p
006700     88  WS-BANK-DETAILS-SAME                  VALUE 'N'.         dbank63p
006800   05  WS-BNKSYSC-RID                        PIC X(8).            dbank63p
006900   05  WS-BNKPAYE-RID.                                            dbank63p
007000     10  WS-BNKPAYE-RID-PID                  PIC X(5).            dbank63p
007100     10  WS-BNKPAYE-RID-SEQ                  PIC 9(3).            dbank63p
007110   05  WS-BNKCUST-RID                        PIC X(5).            dbank63p
007200                                                                  dbank63p
007300 01  WS-BNKPAYE-REC.                                              dbank63p
007400 COPY CBANKVPY.                                                   dbank63p
007500                                                                  dbank63p
007510 01  WS-BNKCUST-REC.                                              dbank63p
007520 COPY CBANKVCS.                                                   dbank63p
007530                                                                  dbank63p
007600 01  WS-BNKBDIR-REC.                                              dbank63p
007700 COPY CBANKVBD.                                                   dbank63p
007800                                                                  dbank63p
007900 01  WS-BNKSYSC-REC.                                              dbank63p
008000 COPY CBANKVSY.                                                   dbank63p
008100                                                                  dbank63p
008200 01  WS-BNKNOTQ-REC.                                              dbank63p
008300 COPY CBANKVNQ.                                                   dbank63p
008400                                                                  dbank63p
008500 01  WS-BNKAUDT-REC.                                              dbank63p
008600 COPY CBANKVAD.                                                   dbank63p
008700 01  WS-BNKACHN-REC.                                              dbank63p
008800 COPY CBANKVCN.                                                   dbank63p
008900 01  WS-AUDHSH-PARM.                                              dbank63p
009000 COPY CAUDHSD.                                                    dbank63p
009100 COPY CAUDCHD.                                                    dbank63p
009200                                                                  dbank63p
009300 01  WS-COMMAREA.                                                 dbank63p
009400 COPY CBANKD63.                                                   dbank63p
009500                                                                  dbank63p
009600 COPY CABENDD.                                                    dbank63p
009700                                                                  dbank63p
009800 01  WS-BNKPERF-REC.                                              dbank63p
009900 COPY CBANKVPF.                                                   dbank63p
010000                                                                  dbank63p
010100 COPY CPERFD.                                                     dbank63p
010200                                                                  dbank63p
010300 LINKAGE SECTION.                                                 dbank63p
010400 01  DFHCOMMAREA.                                                 dbank63p
010500   05  LK-COMMAREA                           PIC X(1)             dbank63p
010600       OCCURS 1 TO 4096 TIMES                                     dbank63p
010700         DEPENDING ON WS-COMMAREA-LENGTH.                         dbank63p
010800                                                                  dbank63p
010900 COPY CENTRY.                                                     dbank63p
011000***************************************************************** dbank63p
011100* Start the response-time clock for this request                * dbank63p
011200***************************************************************** dbank63p
011300     PERFORM PERF-TIMER.                                          dbank63p
011400                                                                  dbank63p
011500***************************************************************** dbank63p
011600* Move the passed data to our area                              * dbank63p
011700***************************************************************** dbank63p
011800     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            dbank63p
011900     MOVE DFHCOMMAREA TO WS-COMMAREA.                             dbank63p
012000                                                                  dbank63p
012100***************************************************************** dbank63p
012200* Initialize our output area                                    * dbank63p
012300***************************************************************** dbank63p
012400     MOVE SPACES TO CD63O-DATA.                                   dbank63p
012500     MOVE ZERO TO CD63O-SEQ.                                      dbank63p
012600     MOVE ZERO TO CD63O-NEW-PAYEE-LIMIT.                          dbank63p
012700     MOVE ZERO TO CD63O-PAYEE-COUNT.                              dbank63p
012800                                                                  dbank63p
012900***************************************************************** dbank63p
013000* Every function works on the customer's own payee book, and    * dbank63p
013100* every reply carries the limit on a payee still cooling off    * dbank63p
013200***************************************************************** dbank63p
013300     PERFORM GET-TODAY-DATE.                                      dbank63p
013400     PERFORM GET-NEW-PAYEE-LIMIT                                  dbank63p
013500         THRU GET-NEW-PAYEE-LIMIT-EXIT.                           dbank63p
013600     MOVE WS-NEW-PAYEE-LIMIT TO CD63O-NEW-PAYEE-LIMIT.            dbank63p
013700     IF CD63I-CONTACT-ID IS EQUAL TO SPACES                       dbank63p
013800        SET CD63O-REJECTED TO TRUE                                dbank63p
013900        MOVE 'Customer is required' TO CD63O-MESSAGE              dbank63p
014000        GO TO MAINLINE-EXIT                                       dbank63p
014100     END-IF.                                                      dbank63p
014200                                                                  dbank63p
014300***************************************************************** dbank63p
014400* Now attempt to satisfy the requested function                 * dbank63p
014500***************************************************************** dbank63p
014600     EVALUATE TRUE                                                dbank63p
014700       WHEN CD63I-ADD-PAYEE                                       dbank63p
014800         PERFORM ADD-PAYEE-PROCESS                                dbank63p
014900             THRU ADD-PAYEE-PROCESS-EXIT                          dbank63p
015000       WHEN CD63I-CHANGE-PAYEE                                    dbank63p
015100         PERFORM CHANGE-PAYEE-PROCESS                             dbank63p
015200             THRU CHANGE-PAYEE-PROCESS-EXIT                       dbank63p
015300       WHEN CD63I-DELETE-PAYEE                                    dbank63p
015400         PERFORM DELETE-PAYEE-PROCESS                             dbank63p
015500             THRU DELETE-PAYEE-PROCESS-EXIT                       dbank63p
015600       WHEN OTHER                                                 dbank63p
015700         PERFORM LIST-PAYEES-PROCESS                              dbank63p
015800             THRU LIST-PAYEES-PROCESS-EXIT                        dbank63p
015900     END-EVALUATE.                                                dbank63p
016000                                                                  dbank63p
016100 MAINLINE-EXIT.                                                   dbank63p
016200***************************************************************** dbank63p
016300* Move the result back to the callers area                      * dbank63p
016400***************************************************************** dbank63p
016500     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       dbank63p
016600                                                                  dbank63p
016700***************************************************************** dbank63p
016800* Log this request's response time to BNKPERF                   * dbank63p
016900***************************************************************** dbank63p
017000     MOVE CD63I-FUNCTION TO WS-PERF-FUNCTION.                     dbank63p
017100     PERFORM PERF-TIMER.                                          dbank63p
017200                                                                  dbank63p
017300***************************************************************** dbank63p
017400* Return to our caller                                          * dbank63p
017500***************************************************************** dbank63p
017600 COPY CRETURN.                                                    dbank63p
017700                                                                  dbank63p
017800***************************************************************** dbank63p
017900* The new-payee limit is the BNKSYSC PAYEENEW control amount,   * dbank63p
018000* or the default while that record has not been set up          * dbank63p
018100***************************************************************** dbank63p
018200 GET-NEW-PAYEE-LIMIT.                                             dbank63p
018300     MOVE WS-DEFAULT-PAYEE-LIMIT TO WS-NEW-PAYEE-LIMIT.           dbank63p
018400     MOVE 'PAYEENEW' TO WS-BNKSYSC-RID.                           dbank63p
018500     EXEC CICS READ FILE('BNKSYSC')                               dbank63p
018600                    INTO(WS-BNKSYSC-REC)                          dbank63p
018700                    LENGTH(LENGTH OF WS-BNKSYSC-REC)              dbank63p
018800                    RIDFLD(WS-BNKSYSC-RID)                        dbank63p
018900                    RESP(WS-RESP)                                 dbank63p
019000     END-EXEC.                                                    dbank63p
019100     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank63p
019200        MOVE SY-REC-AMOUNT TO WS-NEW-PAYEE-LIMIT                  dbank63p
019300     END-IF.                                                      dbank63p
019400 GET-NEW-PAYEE-LIMIT-EXIT.                                        dbank63p
019500     EXIT.                                                        dbank63p
019600                                                                  dbank63p
019700***************************************************************** dbank63p
019800* Browse the customer's payees, a page at a time, leaving out   * dbank63p
019900* deleted ones. A page after the first starts after the last    * dbank63p
020000* payee shown on the one before                                 * dbank63p
020100***************************************************************** dbank63p
020200 LIST-PAYEES-PROCESS.                                             dbank63p
020300     MOVE CD63I-CONTACT-ID TO WS-BNKPAYE-RID-PID.                 dbank63p
020400     MOVE CD63I-START-SEQ TO WS-BNKPAYE-RID-SEQ.                  dbank63p
020500     EXEC CICS STARTBR FILE('BNKPAYE')                            dbank63p
020600                       RIDFLD(WS-BNKPAYE-RID)                     dbank63p
020700                       GTEQ                                       dbank63p
020800                       RESP(WS-RESP)                              dbank63p
020900     END-EXEC.                                                    dbank63p
021000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank63p
021100        SET CD63O-OK TO TRUE                                      dbank63p
021200        MOVE 'No saved payees' TO CD63O-MESSAGE                   dbank63p
021300        GO TO LIST-PAYEES-PROCESS-EXIT                            dbank63p
021400     END-IF.                                                      dbank63p
021500     MOVE 0 TO WS-PAY-SUB.                                        dbank63p
021600 LIST-PAYEES-LOOP.                                                dbank63p
021700     IF WS-PAY-SUB IS EQUAL TO 10                                 dbank63p
021800        GO TO LIST-PAYEES-LOOP-EXIT                               dbank63p
021900     END-IF.                                                      dbank63p
022000     EXEC CICS READNEXT FILE('BNKPAYE')                           dbank63p
022100                        INTO(WS-BNKPAYE-REC)                      dbank63p
022200                        LENGTH(LENGTH OF WS-BNKPAYE-REC)          dbank63p
022300                        RIDFLD(WS-BNKPAYE-RID)                    dbank63p
022400                        RESP(WS-RESP)                             dbank63p
022500     END-EXEC.                                                    dbank63p
022600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                dbank63p
022700        PY-REC-PID IS NOT EQUAL TO CD63I-CONTACT-ID               dbank63p
022800        GO TO LIST-PAYEES-LOOP-EXIT                               dbank63p
022900     END-IF.                                                      dbank63p
023000     IF CD63I-START-SEQ IS NOT EQUAL TO ZERO AND                  dbank63p
023100        PY-REC-SEQ IS NOT GREATER THAN CD63I-START-SEQ            dbank63p
023200        GO TO LIST-PAYEES-LOOP                                    dbank63p
023300     END-IF.                                                      dbank63p
023400     IF NOT PY-REC-ACTIVE                                         dbank63p
023500        GO TO LIST-PAYEES-LOOP                                    dbank63p
023600     END-IF.                                                      dbank63p
023700     ADD 1 TO WS-PAY-SUB.                                         dbank63p
023800     MOVE PY-REC-SEQ TO CD63O-PAY-SEQ (WS-PAY-SUB).               dbank63p
023900     MOVE PY-REC-NICKNAME TO CD63O-PAY-NICKNAME (WS-PAY-SUB).     dbank63p
024000     MOVE PY-REC-BANK-ID TO CD63O-PAY-BANK-ID (WS-PAY-SUB).       dbank63p
024100     MOVE PY-REC-DEST-ACCNO TO CD63O-PAY-DEST-ACCNO (WS-PAY-SUB). dbank63p
024200     MOVE PY-REC-DEST-NAME TO CD63O-PAY-DEST-NAME (WS-PAY-SUB).   dbank63p
024300     MOVE PY-REC-COOL-DTE TO CD63O-PAY-COOL-DTE (WS-PAY-SUB).     dbank63p
024400     MOVE PY-REC-COOL-TIME TO CD63O-PAY-COOL-TIME (WS-PAY-SUB).   dbank63p
024500     PERFORM CHECK-PAYEE-COOLING                                  dbank63p
024600         THRU CHECK-PAYEE-COOLING-EXIT.                           dbank63p
024700     MOVE WS-COOLING TO CD63O-PAY-COOLING (WS-PAY-SUB).           dbank63p
024800     EXEC CICS READ FILE('BNKBDIR')                               dbank63p
024900                    INTO(WS-BNKBDIR-REC)                          dbank63p
025000                    LENGTH(LENGTH OF WS-BNKBDIR-REC)              dbank63p
025100                    RIDFLD(PY-REC-BANK-ID)                        dbank63p
025200                    RESP(WS-RESP)                                 dbank63p
025300     END-EXEC.                                                    dbank63p
025400     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank63p
025500        MOVE BD-REC-NAME TO CD63O-PAY-BANK-NAME (WS-PAY-SUB)      dbank63p
025600     END-IF.                                                      dbank63p
025700     GO TO LIST-PAYEES-LOOP.                                      dbank63p
025800 LIST-PAYEES-LOOP-EXIT.                                           dbank63p
025900     MOVE WS-PAY-SUB TO CD63O-PAYEE-COUNT.                        dbank63p
026000     EXEC CICS ENDBR FILE('BNKPAYE')                              dbank63p
026100     END-EXEC.                                                    dbank63p
026200     SET CD63O-OK TO TRUE.                                        dbank63p
026300     IF WS-PAY-SUB IS EQUAL TO ZERO                               dbank63p
026400        MOVE 'No saved payees' TO CD63O-MESSAGE                   dbank63p
026500     END-IF.                                                      dbank63p
026600 LIST-PAYEES-PROCESS-EXIT.                                        dbank63p
026700     EXIT.                                                        dbank63p
026800                                                                  dbank63p
026900***************************************************************** dbank63p
027000* Save a new payee. The bank and account are checked against    * dbank63p
027100* the directory and the customer's other payees; the payee is   * dbank63p
027200* numbered after the highest one on file and cools off from now * dbank63p
027300***************************************************************** dbank63p
027400 ADD-PAYEE-PROCESS.                                               dbank63p
027500     IF CD63I-BANK-ID IS EQUAL TO SPACES OR                       dbank63p
027600        CD63I-DEST-ACCNO IS EQUAL TO SPACES OR                    dbank63p
027700        CD63I-DEST-NAME IS EQUAL TO SPACES                        dbank63p
027800        SET CD63O-REJECTED TO TRUE                                dbank63p
027900        MOVE 'Bank, account number and payee name are required'   dbank63p
028000          TO CD63O-MESSAGE                                        dbank63p
028100        GO TO ADD-PAYEE-PROCESS-EXIT                              dbank63p
028200     END-IF.                                                      dbank63p
028207     MOVE CD63I-CONTACT-ID TO WS-BNKCUST-RID.                     dbank63p
028214     EXEC CICS READ FILE('BNKCUST')                               dbank63p
028221                    INTO(WS-BNKCUST-REC)                          dbank63p
028228                    LENGTH(LENGTH OF WS-BNKCUST-REC)              dbank63p
028235                    RIDFLD(WS-BNKCUST-RID)                        dbank63p
028242                    RESP(WS-RESP)                                 dbank63p
028249     END-EXEC.                                                    dbank63p
028256     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank63p
028263        SET CD63O-REJECTED TO TRUE                                dbank63p
028270        MOVE 'Customer not found' TO CD63O-MESSAGE                dbank63p
028277        GO TO ADD-PAYEE-PROCESS-EXIT                              dbank63p
028284     END-IF.                                                      dbank63p
028300     MOVE CD63I-BANK-ID TO WS-NEW-BANK-ID.                        dbank63p
028400     MOVE CD63I-DEST-ACCNO TO WS-NEW-DEST-ACCNO.                  dbank63p
028500     MOVE ZERO TO WS-OWN-SEQ.                                     dbank63p
028600     PERFORM CHECK-PAYEE-BANK                                     dbank63p
028700         THRU CHECK-PAYEE-BANK-EXIT.                              dbank63p
028800     IF CD63O-REJECTED                                            dbank63p
028900        GO TO ADD-PAYEE-PROCESS-EXIT                              dbank63p
029000     END-IF.                                                      dbank63p
029100     PERFORM SCAN-PAYEES                                          dbank63p
029200         THRU SCAN-PAYEES-EXIT.                                   dbank63p
029300     IF WS-DUPLICATE-SEQ IS NOT EQUAL TO ZERO                     dbank63p
029400        SET CD63O-REJECTED TO TRUE                                dbank63p
029500        MOVE 'That account is already a saved payee'              dbank63p
029600          TO CD63O-MESSAGE                                        dbank63p
029700        MOVE WS-DUPLICATE-SEQ TO CD63O-SEQ                        dbank63p
029800        GO TO ADD-PAYEE-PROCESS-EXIT                              dbank63p
029900     END-IF.                                                      dbank63p
030000     IF WS-HIGH-SEQ IS EQUAL TO 999                               dbank63p
030100        SET CD63O-REJECTED TO TRUE                                dbank63p
030200        MOVE 'No further payees can be saved' TO CD63O-MESSAGE    dbank63p
030300        GO TO ADD-PAYEE-PROCESS-EXIT                              dbank63p
030400     END-IF.                                                      dbank63p
030500     MOVE SPACES TO WS-BNKPAYE-REC.                               dbank63p
030600     MOVE CD63I-CONTACT-ID TO PY-REC-PID.                         dbank63p
030700     ADD 1 TO WS-HIGH-SEQ GIVING PY-REC-SEQ.                      dbank63p
030800     MOVE WS-NEW-BANK-ID TO PY-REC-BANK-ID.                       dbank63p
030900     MOVE WS-NEW-DEST-ACCNO TO PY-REC-DEST-ACCNO.                 dbank63p
031000     MOVE CD63I-DEST-NAME TO PY-REC-DEST-NAME.                    dbank63p
031100     IF CD63I-NICKNAME IS EQUAL TO SPACES                         dbank63p
031200        MOVE CD63I-DEST-NAME TO PY-REC-NICKNAME                   dbank63p
031300     ELSE                                                         dbank63p
031400        MOVE CD63I-NICKNAME TO PY-REC-NICKNAME                    dbank63p
031500     END-IF.                                                      dbank63p
031600     SET PY-REC-ACTIVE TO TRUE.                                   dbank63p
031700     MOVE WS-TODAY-DATE-N TO PY-REC-ADDED-DTE.                    dbank63p
031800     MOVE WS-TODAY-DATE-N TO PY-REC-COOL-DTE.                     dbank63p
031900     MOVE WS-TODAY-TIME TO PY-REC-COOL-TIME.                      dbank63p
032000     MOVE ZERO TO PY-REC-CHANGED-DTE.                             dbank63p
032100     MOVE CD63I-USERID TO PY-REC-USERID.                          dbank63p
032200     EXEC CICS WRITE FILE('BNKPAYE')                              dbank63p
032300                     FROM(WS-BNKPAYE-REC)                         dbank63p
032400                     RIDFLD(PY-REC-KEY)                           dbank63p
032500                     LENGTH(LENGTH OF WS-BNKPAYE-REC)             dbank63p
032600                     RESP(WS-RESP)                                dbank63p
032700     END-EXEC.                                                    dbank63p
032800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank63p
032900        SET CD63O-REJECTED TO TRUE                                dbank63p
033000        MOVE 'Unable to save the payee' TO CD63O-MESSAGE          dbank63p
033100        GO TO ADD-PAYEE-PROCESS-EXIT                              dbank63p
033200     END-IF.                                                      dbank63p
033300     MOVE SPACES TO WS-BEFORE-IMAGE.                              dbank63p
033400     SET AD-REC-ACTION-ADD TO TRUE.                               dbank63p
033500     PERFORM WRITE-AUDIT-RECORD.                                  dbank63p
033600     PERFORM QUEUE-PAYEE-NOTIFICATION                             dbank63p
033700         THRU QUEUE-PAYEE-NOTIFICATION-EXIT.                      dbank63p
033800     MOVE PY-REC-SEQ TO CD63O-SEQ.                                dbank63p
033900     SET CD63O-OK TO TRUE.                                        dbank63p
034000     MOVE 'Payee saved - limited as a new payee for 24 hours'     dbank63p
034100       TO CD63O-MESSAGE.                                          dbank63p
034200 ADD-PAYEE-PROCESS-EXIT.                                          dbank63p
034300     EXIT.                                                        dbank63p
034400                                                                  dbank63p
034500***************************************************************** dbank63p
034600* Change a payee's nickname, name or bank details; a field left * dbank63p
034700* blank is kept. New bank details are checked as for an add     * dbank63p
034800* and restart the 24-hour cooling-off                           * dbank63p
034900***************************************************************** dbank63p
035000 CHANGE-PAYEE-PROCESS.                                            dbank63p
035100     MOVE CD63I-CONTACT-ID TO WS-BNKPAYE-RID-PID.                 dbank63p
035200     MOVE CD63I-SEQ TO WS-BNKPAYE-RID-SEQ.                        dbank63p
035300     EXEC CICS READ FILE('BNKPAYE')                               dbank63p
035400                    INTO(WS-BNKPAYE-REC)                          dbank63p
035500                    LENGTH(LENGTH OF WS-BNKPAYE-REC)              dbank63p
035600                    RIDFLD(WS-BNKPAYE-RID)                        dbank63p
035700                    RESP(WS-RESP)                                 dbank63p
035800     END-EXEC.                                                    dbank63p
035900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                dbank63p
036000        NOT PY-REC-ACTIVE                                         dbank63p
036100        SET CD63O-REJECTED TO TRUE                                dbank63p
036200        MOVE 'Payee not found' TO CD63O-MESSAGE                   dbank63p
036300        GO TO CHANGE-PAYEE-PROCESS-EXIT                           dbank63p
036400     END-IF.                                                      dbank63p
036500     MOVE PY-REC-BANK-ID TO WS-NEW-BANK-ID.                       dbank63p
036600     MOVE PY-REC-DEST-ACCNO TO WS-NEW-DEST-ACCNO.                 dbank63p
036700     IF CD63I-BANK-ID IS NOT EQUAL TO SPACES                      dbank63p
036800        MOVE CD63I-BANK-ID TO WS-NEW-BANK-ID                      dbank63p
036900     END-IF.                                                      dbank63p
037000     IF CD63I-DEST-ACCNO IS NOT EQUAL TO SPACES                   dbank63p
037100        MOVE CD63I-DEST-ACCNO TO WS-NEW-DEST-ACCNO                dbank63p
037200     END-IF.                                                      dbank63p
037300     SET WS-BANK-DETAILS-SAME TO TRUE.                            dbank63p
037400     IF WS-NEW-BANK-ID IS NOT EQUAL TO PY-REC-BANK-ID OR          dbank63p
037500        WS-NEW-DEST-ACCNO IS NOT EQUAL TO PY-REC-DEST-ACCNO       dbank63p
037600        SET WS-BANK-DETAILS-CHANGED TO TRUE                       dbank63p
037700        MOVE PY-REC-SEQ TO WS-OWN-SEQ                             dbank63p
037800        PERFORM CHECK-PAYEE-BANK                                  dbank63p
037900            THRU CHECK-PAYEE-BANK-EXIT                            dbank63p
038000        IF CD63O-REJECTED                                         dbank63p
038100           GO TO CHANGE-PAYEE-PROCESS-EXIT                        dbank63p
038200        END-IF                                                    dbank63p
038300        PERFORM SCAN-PAYEES                                       dbank63p
038400            THRU SCAN-PAYEES-EXIT                                 dbank63p
038500        IF WS-DUPLICATE-SEQ IS NOT EQUAL TO ZERO                  dbank63p
038600           SET CD63O-REJECTED TO TRUE                             dbank63p
038700           MOVE 'That account is already a saved payee'           dbank63p
038800             TO CD63O-MESSAGE                                     dbank63p
038900           MOVE WS-DUPLICATE-SEQ TO CD63O-SEQ                     dbank63p
039000           GO TO CHANGE-PAYEE-PROCESS-EXIT                        dbank63p
039100        END-IF                                                    dbank63p
039200     END-IF.                                                      dbank63p
039300     MOVE CD63I-CONTACT-ID TO WS-BNKPAYE-RID-PID.                 dbank63p
039400     MOVE CD63I-SEQ TO WS-BNKPAYE-RID-SEQ.                        dbank63p
039500     EXEC CICS READ FILE('BNKPAYE')                               dbank63p
039600                    INTO(WS-BNKPAYE-REC)                          dbank63p
039700                    LENGTH(LENGTH OF WS-BNKPAYE-REC)              dbank63p
039800                    RIDFLD(WS-BNKPAYE-RID)                        dbank63p
039900                    UPDATE                                        dbank63p
040000                    RESP(WS-RESP)                                 dbank63p
040100     END-EXEC.                                                    dbank63p
040200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank63p
040300        SET CD63O-REJECTED TO TRUE                                dbank63p
040400        MOVE 'Payee not found' TO CD63O-MESSAGE                   dbank63p
040500        GO TO CHANGE-PAYEE-PROCESS-EXIT                           dbank63p
040600     END-IF.                                                      dbank63p
040700     IF NOT PY-REC-ACTIVE                                         dbank63p
040800        EXEC CICS UNLOCK FILE('BNKPAYE')                          dbank63p
040900        END-EXEC                                                  dbank63p
041000        SET CD63O-REJECTED TO TRUE                                dbank63p
041100        MOVE 'Payee not found' TO CD63O-MESSAGE                   dbank63p
041200        GO TO CHANGE-PAYEE-PROCESS-EXIT                           dbank63p
041300     END-IF.                                                      dbank63p
041400     MOVE WS-BNKPAYE-REC TO WS-BEFORE-IMAGE.                      dbank63p
041500     IF CD63I-NICKNAME IS NOT EQUAL TO SPACES                     dbank63p
041600        MOVE CD63I-NICKNAME TO PY-REC-NICKNAME                    dbank63p
041700     END-IF.                                                      dbank63p
041800     IF CD63I-DEST-NAME IS NOT EQUAL TO SPACES                    dbank63p
041900        MOVE CD63I-DEST-NAME TO PY-REC-DEST-NAME                  dbank63p
042000     END-IF.                                                      dbank63p
042100     IF WS-BANK-DETAILS-CHANGED                                   dbank63p
042200        MOVE WS-NEW-BANK-ID TO PY-REC-BANK-ID                     dbank63p
042300        MOVE WS-NEW-DEST-ACCNO TO PY-REC-DEST-ACCNO               dbank63p
042400        MOVE WS-TODAY-DATE-N TO PY-REC-COOL-DTE                   dbank63p
042500        MOVE WS-TODAY-TIME TO PY-REC-COOL-TIME                    dbank63p
042600     END-IF.                                                      dbank63p
042700     MOVE WS-TODAY-DATE-N TO PY-REC-CHANGED-DTE.                  dbank63p
042800     MOVE CD63I-USERID TO PY-REC-USERID.                          dbank63p
042900     EXEC CICS REWRITE FILE('BNKPAYE')                            dbank63p
043000                   FROM(WS-BNKPAYE-REC)                           dbank63p
043100                   LENGTH(LENGTH OF WS-BNKPAYE-REC)               dbank63p
043200                   RESP(WS-RESP)                                  dbank63p
043300     END-EXEC.                                                    dbank63p
043400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank63p
043500        SET CD63O-REJECTED TO TRUE                                dbank63p
043600        MOVE 'Unable to change the payee' TO CD63O-MESSAGE        dbank63p
043700        GO TO CHANGE-PAYEE-PROCESS-EXIT                           dbank63p
043800     END-IF.                                                      dbank63p
043900     SET AD-REC-ACTION-CHANGE TO TRUE.                            dbank63p
044000     PERFORM WRITE-AUDIT-RECORD.                                  dbank63p
044100     PERFORM QUEUE-PAYEE-NOTIFICATION                             dbank63p
044200         THRU QUEUE-PAYEE-NOTIFICATION-EXIT.                      dbank63p
044300     MOVE PY-REC-SEQ TO CD63O-SEQ.                                dbank63p
044400     SET CD63O-OK TO TRUE.                                        dbank63p
044500     IF WS-BANK-DETAILS-CHANGED                                   dbank63p
044600        MOVE 'Payee changed - limited as a new payee for 24 hours'dbank63p
044700          TO CD63O-MESSAGE                                        dbank63p
044800     ELSE                                                         dbank63p
044900        MOVE 'Payee changed' TO CD63O-MESSAGE                     dbank63p
045000     END-IF.                                                      dbank63p
045100 CHANGE-PAYEE-PROCESS-EXIT.                                       dbank63p
045200     EXIT.                                                        dbank63p
045300                                                                  dbank63p
045400***************************************************************** dbank63p
045500* Delete a payee. The record stays on file marked deleted so    * dbank63p
045600* the transfers made to it can still be traced                  * dbank63p
045700***************************************************************** dbank63p
045800 DELETE-PAYEE-PROCESS.                                            dbank63p
045900     MOVE CD63I-CONTACT-ID TO WS-BNKPAYE-RID-PID.                 dbank63p
046000     MOVE CD63I-SEQ TO WS-BNKPAYE-RID-SEQ.                        dbank63p
046100     EXEC CICS READ FILE('BNKPAYE')                               dbank63p
046200                    INTO(WS-BNKPAYE-REC)                          dbank63p
046300                    LENGTH(LENGTH OF WS-BNKPAYE-REC)              dbank63p
046400                    RIDFLD(WS-BNKPAYE-RID)                        dbank63p
046500                    UPDATE                                        dbank63p
046600                    RESP(WS-RESP)                                 dbank63p
046700     END-EXEC.                                                    dbank63p
046800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank63p
046900        SET CD63O-REJECTED TO TRUE                                dbank63p
047000        MOVE 'Payee not found' TO CD63O-MESSAGE                   dbank63p
047100        GO TO DELETE-PAYEE-PROCESS-EXIT                           dbank63p
047200     END-IF.                                                      dbank63p
047300     IF NOT PY-REC-ACTIVE                                         dbank63p
047400        EXEC CICS UNLOCK FILE('BNKPAYE')                          dbank63p
047500        END-EXEC                                                  dbank63p
047600        SET CD63O-REJECTED TO TRUE                                dbank63p
047700        MOVE 'Payee not found' TO CD63O-MESSAGE                   dbank63p
047800        GO TO DELETE-PAYEE-PROCESS-EXIT                           dbank63p
047900     END-IF.                                                      dbank63p
048000     MOVE WS-BNKPAYE-REC TO WS-BEFORE-IMAGE.                      dbank63p
048100     SET PY-REC-DELETED TO TRUE.                                  dbank63p
048200     MOVE WS-TODAY-DATE-N TO PY-REC-CHANGED-DTE.                  dbank63p
048300     MOVE CD63I-USERID TO PY-REC-USERID.                          dbank63p
048400     EXEC CICS REWRITE FILE('BNKPAYE')                            dbank63p
048500                   FROM(WS-BNKPAYE-REC)                           dbank63p
048600                   LENGTH(LENGTH OF WS-BNKPAYE-REC)               dbank63p
048700                   RESP(WS-RESP)                                  dbank63p
048800     END-EXEC.                                                    dbank63p
048900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank63p
049000        SET CD63O-REJECTED TO TRUE                                dbank63p
049100        MOVE 'Unable to delete the payee' TO CD63O-MESSAGE        dbank63p
049200        GO TO DELETE-PAYEE-PROCESS-EXIT                           dbank63p
049300     END-IF.                                                      dbank63p
049400     SET AD-REC-ACTION-DELETE TO TRUE.                            dbank63p
049500     PERFORM WRITE-AUDIT-RECORD.                                  dbank63p
049600     MOVE PY-REC-SEQ TO CD63O-SEQ.                                dbank63p
049700     SET CD63O-OK TO TRUE.                                        dbank63p
049800     MOVE 'Payee deleted' TO CD63O-MESSAGE.                       dbank63p
049900 DELETE-PAYEE-PROCESS-EXIT.                                       dbank63p
050000     EXIT.                                                        dbank63p
050100                                                                  dbank63p
050200***************************************************************** dbank63p
050300* The payee's bank must be in the BNKBDIR directory and open    * dbank63p
050400* for transfers                                                 * dbank63p
050500***************************************************************** dbank63p
050600 CHECK-PAYEE-BANK.                                                dbank63p
050700     EXEC CICS READ FILE('BNKBDIR')                               dbank63p
050800                    INTO(WS-BNKBDIR-REC)                          dbank63p
050900                    LENGTH(LENGTH OF WS-BNKBDIR-REC)              dbank63p
051000                    RIDFLD(WS-NEW-BANK-ID)                        dbank63p
051100                    RESP(WS-RESP)                                 dbank63p
051200     END-EXEC.                                                    dbank63p
051300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank63p
051400        SET CD63O-REJECTED TO TRUE                                dbank63p
051500        MOVE 'Destination bank not in directory' TO CD63O-MESSAGE dbank63p
051600        GO TO CHECK-PAYEE-BANK-EXIT                               dbank63p
051700     END-IF.                                                      dbank63p
051800     IF BD-REC-SUSPENDED                                          dbank63p
051900        SET CD63O-REJECTED TO TRUE                                dbank63p
052000        MOVE 'Destination bank is suspended' TO CD63O-MESSAGE     dbank63p
052100     END-IF.                                                      dbank63p
052200 CHECK-PAYEE-BANK-EXIT.                                           dbank63p
052300     EXIT.                                                        dbank63p
052400                                                                  dbank63p
052500***************************************************************** dbank63p
052600* Read through the customer's payees for the highest number     * dbank63p
052700* used and for another active payee (not WS-OWN-SEQ) already    * dbank63p
052800* saved with the new bank and account number                    * dbank63p
052900***************************************************************** dbank63p
053000 SCAN-PAYEES.                                                     dbank63p
053100     MOVE ZERO TO WS-HIGH-SEQ.                                    dbank63p
053200     MOVE ZERO TO WS-DUPLICATE-SEQ.                               dbank63p
053300     MOVE CD63I-CONTACT-ID TO WS-BNKPAYE-RID-PID.                 dbank63p
053400     MOVE ZERO TO WS-BNKPAYE-RID-SEQ.                             dbank63p
053500     EXEC CICS STARTBR FILE('BNKPAYE')                            dbank63p
053600                       RIDFLD(WS-BNKPAYE-RID)                     dbank63p
053700                       GTEQ                                       dbank63p
053800                       RESP(WS-RESP)                              dbank63p
053900     END-EXEC.                                                    dbank63p
054000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank63p
054100        GO TO SCAN-PAYEES-EXIT                                    dbank63p
054200     END-IF.                                                      dbank63p
054300 SCAN-PAYEES-LOOP.                                                dbank63p
054400     EXEC CICS READNEXT FILE('BNKPAYE')                           dbank63p
054500                        INTO(WS-BNKPAYE-REC)                      dbank63p
054600                        LENGTH(LENGTH OF WS-BNKPAYE-REC)          dbank63p
054700                        RIDFLD(WS-BNKPAYE-RID)                    dbank63p
054800                        RESP(WS-RESP)                             dbank63p
054900     END-EXEC.                                                    dbank63p
055000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                dbank63p
055100        PY-REC-PID IS NOT EQUAL TO CD63I-CONTACT-ID               dbank63p
055200        GO TO SCAN-PAYEES-LOOP-EXIT                               dbank63p
055300     END-IF.                                                      dbank63p
055400     MOVE PY-REC-SEQ TO WS-HIGH-SEQ.                              dbank63p
055500     IF PY-REC-ACTIVE AND                                         dbank63p
055600        PY-REC-SEQ IS NOT EQUAL TO WS-OWN-SEQ AND                 dbank63p
055700        PY-REC-BANK-ID IS EQUAL TO WS-NEW-BANK-ID AND             dbank63p
055800        PY-REC-DEST-ACCNO IS EQUAL TO WS-NEW-DEST-ACCNO           dbank63p
055900        MOVE PY-REC-SEQ TO WS-DUPLICATE-SEQ                       dbank63p
056000     END-IF.                                                      dbank63p
056100     GO TO SCAN-PAYEES-LOOP.                                      dbank63p
056200 SCAN-PAYEES-LOOP-EXIT.                                           dbank63p
056300     EXEC CICS ENDBR FILE('BNKPAYE')                              dbank63p
056400     END-EXEC.                                                    dbank63p
056500 SCAN-PAYEES-EXIT.                                                dbank63p
056600     EXIT.                                                        dbank63p
056700                                                                  dbank63p
056800***************************************************************** dbank63p
056900* A payee cools off for 24 hours from PY-REC-COOL-DTE/-TIME:    * dbank63p
057000* the rest of that day and, on the next, until the same time    * dbank63p
057100***************************************************************** dbank63p
057200 CHECK-PAYEE-COOLING.                                             dbank63p
057300     SET WS-PAYEE-NOT-COOLING TO TRUE.                            dbank63p
057400     IF PY-REC-COOL-DTE IS EQUAL TO ZERO                          dbank63p
057500        GO TO CHECK-PAYEE-COOLING-EXIT                            dbank63p
057600     END-IF.                                                      dbank63p
057700     COMPUTE WS-DAY-NUMBER =                                      dbank63p
057800         FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE-N)               dbank63p
057900         - FUNCTION INTEGER-OF-DATE (PY-REC-COOL-DTE).            dbank63p
058000     IF WS-DAY-NUMBER IS LESS THAN 1                              dbank63p
058100        SET WS-PAYEE-COOLING TO TRUE                              dbank63p
058200     END-IF.                                                      dbank63p
058300     IF WS-DAY-NUMBER IS EQUAL TO 1 AND                           dbank63p
058400        WS-TODAY-TIME IS LESS THAN PY-REC-COOL-TIME               dbank63p
058500        SET WS-PAYEE-COOLING TO TRUE                              dbank63p
058600     END-IF.                                                      dbank63p
058700 CHECK-PAYEE-COOLING-EXIT.                                        dbank63p
058800     EXIT.                                                        dbank63p
058900                                                                  dbank63p
059000***************************************************************** dbank63p
059100* Tell the customer a payee has been added or changed, as the   * dbank63p
059200* audit record just written says, so that a payee they did not  * dbank63p
059300* set up themselves is noticed                                  * dbank63p
059400***************************************************************** dbank63p
059500 QUEUE-PAYEE-NOTIFICATION.                                        dbank63p
059600     MOVE SPACES TO WS-BNKNOTQ-REC.                               dbank63p
059700     MOVE WS-TODAY-DATE-N TO NQ-REC-DATE.                         dbank63p
059800     MOVE WS-TODAY-TIME TO NQ-REC-TIME.                           dbank63p
059900     MOVE EIBTASKN TO NQ-REC-SEQ.                                 dbank63p
060000     MOVE PY-REC-PID TO NQ-REC-PID.                               dbank63p
060100     IF AD-REC-ACTION-ADD                                         dbank63p
060200        SET NQ-REC-EVENT-PAYEE-ADDED TO TRUE                      dbank63p
060300     ELSE                                                         dbank63p
060400        SET NQ-REC-EVENT-PAYEE-CHANGED TO TRUE                    dbank63p
060500     END-IF.                                                      dbank63p
060600     STRING 'Payee ' DELIMITED BY SIZE                            dbank63p
060700            PY-REC-NICKNAME DELIMITED BY '  '                     dbank63p
060800            ' account ' DELIMITED BY SIZE                         dbank63p
060900            PY-REC-DEST-ACCNO DELIMITED BY SPACE                  dbank63p
061000            ' bank ' DELIMITED BY SIZE                            dbank63p
061100            PY-REC-BANK-ID DELIMITED BY SPACE                     dbank63p
061200       INTO NQ-REC-TEXT.                                          dbank63p
061300     SET NQ-REC-QUEUED TO TRUE.                                   dbank63p
061400     MOVE ZERO TO NQ-REC-RETRY.                                   dbank63p
061500     EXEC CICS WRITE FILE('BNKNOTQ')                              dbank63p
061600               FROM(WS-BNKNOTQ-REC)                               dbank63p
061700               RIDFLD(NQ-REC-KEY)                                 dbank63p
061800               LENGTH(LENGTH OF WS-BNKNOTQ-REC)                   dbank63p
061900               RESP(WS-RESP)                                      dbank63p
062000     END-EXEC.                                                    dbank63p
062100 QUEUE-PAYEE-NOTIFICATION-EXIT.                                   dbank63p
062200     EXIT.                                                        dbank63p
062300                                                                  dbank63p
062400***************************************************************** dbank63p
062500* Audit one change to BNKPAYE with the requesting userid. The   * dbank63p
062600* caller has set the action and the before image                * dbank63p
062700***************************************************************** dbank63p
062800 WRITE-AUDIT-RECORD.                                              dbank63p
062900     ADD 1 TO WS-AUDIT-SEQ.                                       dbank63p
063000     MOVE EIBTASKN TO AD-REC-TASKN.                               dbank63p
063100     MOVE WS-AUDIT-SEQ TO AD-REC-SEQ.                             dbank63p
063200     MOVE 'BNKPAYE ' TO AD-REC-TABLE.                             dbank63p
063300     MOVE CD63I-USERID TO AD-REC-USERID.                          dbank63p
063400     MOVE WS-TODAY-DATE-N TO AD-REC-DATE.                         dbank63p
063500     MOVE WS-TODAY-TIME TO AD-REC-TIME.                           dbank63p
063600     MOVE SPACES TO AD-REC-APPR-USERID.                           dbank63p
063700     MOVE WS-BEFORE-IMAGE TO AD-REC-BEFORE-IMAGE.                 dbank63p
063800     MOVE WS-BNKPAYE-REC TO AD-REC-AFTER-IMAGE.                   dbank63p
063900     PERFORM AUDIT-CHAIN-WRITE                                    dbank63p
064000         THRU AUDIT-CHAIN-WRITE-EXIT.                             dbank63p
064100                                                                  dbank63p
064200***************************************************************** dbank63p
064300* Get today's date and time (used to stamp the payee)           * dbank63p
064400***************************************************************** dbank63p
064500 GET-TODAY-DATE.                                                  dbank63p
064600     EXEC CICS ASKTIME                                            dbank63p
064700               ABSTIME(WS-ABSTIME)                                dbank63p
064800     END-EXEC.                                                    dbank63p
064900     EXEC CICS FORMATTIME                                         dbank63p
065000               ABSTIME(WS-ABSTIME)                                dbank63p
065100               YYYYMMDD(WS-TODAY-DATE)                            dbank63p
065200               TIME(WS-TODAY-TIME)                                dbank63p
065300     END-EXEC.                                                    dbank63p
065400 GET-TODAY-DATE-EXIT.                                             dbank63p
065500     EXIT.                                                        dbank63p
065600                                                                  dbank63p
065700 COPY CPERFP.                                                     dbank63p
065800 COPY CAUDCHP.                                                    dbank63p
065900                                                                  dbank63p
066000* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank63p
