000100***************************************************************** dbank49p
000200*                                                               * dbank49p
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   * dbank49p
000400*   This demonstration program is provided for use by users     * dbank49p
000500*   of Micro Focus products and may be used, modified and       * dbank49p
000600*   distributed as part of your application provided that       * dbank49p
000700*   you properly acknowledge the copyright of Micro Focus       * dbank49p
000800*   in this material.                                           * dbank49p
000900*                                                               * dbank49p
001000***************************************************************** dbank49p
001100                                                                  dbank49p
001200***************************************************************** dbank49p
001300* Program:     DBANK49P.CBL                                     * dbank49p
001400* Function:    Marketing consent maintenance. Shows the         * dbank49p
001500*              customer's consent to marketing by post, email,  * dbank49p
001600*              SMS and phone with the date and channel it was   * dbank49p
001700*              captured, the undeliverable markers ZBNKUNDL has * dbank49p
001800*              set and the latest changes from the BNKMKTC      * dbank49p
001900*              history. Recording consent updates the flags on  * dbank49p
002000*              BNKCUST and writes a history record holding the  * dbank49p
002100*              flags before and after, the capture channel and  * dbank49p
002200*              the user. Consent cannot be recorded for a       * dbank49p
002300*              deceased customer                                * dbank49p
002400*              VSAM version                                     * dbank49p
002500***************************************************************** dbank49p
002600                                                                  dbank49p
002700 IDENTIFICATION DIVISION.                                         dbank49p
002800 PROGRAM-ID.                                                      dbank49p
002900     DBANK49P.                                                    dbank49p
003000 DATE-WRITTEN.                                                    dbank49p
003100     October 2026.                                                dbank49p
003200 DATE-COMPILED.                                                   dbank49p
003300     Today.                                                       dbank49p
003400                                                                  dbank49p
003500 ENVIRONMENT DIVISION.                                            dbank49p
003600                                                                  dbank49p
003700 DATA DIVISION.                                                   dbank49p
003800                                                                  dbank49p
003900 WORKING-STORAGE SECTION.                                         dbank49p
004000 01  WS-MISC-STORAGE.                                             dbank49p
004100   05  WS-PROGRAM-ID                         PIC X(8)             dbank49p
004200       VALUE 'DBANK49P'.                                          dbank49p
004300   05  WS-COMMAREA-LENGTH                    PIC 9(5).            dbank49p
004400   05  WS-RESP                               PIC S9(8) COMP.      dbank49p
004500   05  WS-ABSTIME                            PIC S9(15) COMP-3.   dbank49p
004600   05  WS-TODAY-DATE                         PIC X(8).            dbank49p
004700   05  WS-TODAY-DATE-N REDEFINES WS-TODAY-DATE PIC 9(8).          dbank49p
004800   05  WS-TODAY-TIME                         PIC X(6).            dbank49p
004900   05  WS-HIST-SUB                           PIC S9(4) COMP.      dbank49p
005000   05  WS-CONSENT-FLAG                       PIC X(1).            dbank49p
005100     88  WS-CONSENT-FLAG-VALID               VALUE 'Y', 'N'.      dbank49p
005200   05  WS-CAPTURE-CHANNEL                    PIC X(1).            dbank49p
005300     88  WS-CAPTURE-CHANNEL-VALID            VALUE 'B', 'I',      dbank49p
005400                                                   'T', 'M'.      dbank49p
005500   05  WS-BNKCUST-RID                        PIC X(5).            dbank49p
005600                                                                  dbank49p
005700 01  WS-BNKCUST-REC.                                              dbank49p
005800 COPY CBANKVCS.                                                   dbank49p
005900                                                                  dbank49p
006000 01  WS-BNKMKTC-REC.                                              dbank49p
006100 COPY CBANKVMC.                                                   dbank49p
006200                                                                  dbank49p
006300 01  WS-COMMAREA.                                                 dbank49p
006400 COPY CBANKD49.                                                   dbank49p
006500                                                                  dbank49p
006600 COPY CABENDD.                                                    dbank49p
006610                                                                  dbank49p
006620 01  WS-BNKPERF-REC.                                              dbank49p
006630 COPY CBANKVPF.                                                   dbank49p
006640                                                                  dbank49p
006650 COPY CPERFD.                                                     dbank49p
006700                                                                  dbank49p
006800 LINKAGE SECTION.                                                 dbank49p
006900 01  DFHCOMMAREA.                                                 dbank49p
007000   05  LK-COMMAREA                           PIC X(1)             dbank49p
007100       OCCURS 1 TO 4096 TIMES                                     dbank49p
007200         DEPENDING ON WS-COMMAREA-LENGTH.                         dbank49p
007300                                                                  dbank49p
007400 COPY CENTRY.                                                     dbank49p
007410***************************************************************** dbank49p
007420* Start the response-time clock for this request                * dbank49p
007430***************************************************************** dbank49p
007440     PERFORM PERF-TIMER.                                          dbank49p
007450                                                                  dbank49p
007500***************************************************************** dbank49p
007600* Move the passed data to our area                              * dbank49p
007700***************************************************************** dbank49p
007800     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            dbank49p
007900     MOVE DFHCOMMAREA TO WS-COMMAREA.                             dbank49p
008000                                                                  dbank49p
008100***************************************************************** dbank49p
008200* Initialize our output area                                    * dbank49p
008300***************************************************************** dbank49p
008400     MOVE SPACES TO CD49O-DATA.                                   dbank49p
008500     MOVE ZERO TO CD49O-CONSENT-DTE.                              dbank49p
008600     MOVE ZERO TO CD49O-HIST-COUNT.                               dbank49p
008700                                                                  dbank49p
008800***************************************************************** dbank49p
008900* Now attempt to satisfy the requested function                 * dbank49p
009000***************************************************************** dbank49p
009100     PERFORM GET-TODAY-DATE.                                      dbank49p
009200     EVALUATE TRUE                                                dbank49p
009300       WHEN CD49I-RECORD                                          dbank49p
009400         PERFORM RECORD-CONSENT-PROCESS                           dbank49p
009500             THRU RECORD-CONSENT-PROCESS-EXIT                     dbank49p
009600       WHEN OTHER                                                 dbank49p
009700         PERFORM INQUIRE-CONSENT-PROCESS                          dbank49p
009800             THRU INQUIRE-CONSENT-PROCESS-EXIT                    dbank49p
009900     END-EVALUATE.                                                dbank49p
010000                                                                  dbank49p
010100***************************************************************** dbank49p
010200* Move the result back to the callers area                      * dbank49p
010300***************************************************************** dbank49p
010400     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       dbank49p
010500                                                                  dbank49p
010510***************************************************************** dbank49p
010520* Log this request's response time to BNKPERF                   * dbank49p
010530***************************************************************** dbank49p
010540     MOVE CD49I-FUNCTION TO WS-PERF-FUNCTION.                     dbank49p
010550     PERFORM PERF-TIMER.                                          dbank49p
010560                                                                  dbank49p
010600***************************************************************** dbank49p
010700* Return to our caller                                          * dbank49p
010800***************************************************************** dbank49p
010900 COPY CRETURN.                                                    dbank49p
011000                                                                  dbank49p
011100***************************************************************** dbank49p
011200* Show the consent held on the customer and the latest changes  * dbank49p
011300* to it                                                         * dbank49p
011400***************************************************************** dbank49p
011500 INQUIRE-CONSENT-PROCESS.                                         dbank49p
011600     MOVE CD49I-PID TO WS-BNKCUST-RID.                            dbank49p
011700     EXEC CICS READ FILE('BNKCUST')                               dbank49p
011800                    INTO(WS-BNKCUST-REC)                          dbank49p
011900                    LENGTH(LENGTH OF WS-BNKCUST-REC)              dbank49p
012000                    RIDFLD(WS-BNKCUST-RID)                        dbank49p
012100                    RESP(WS-RESP)                                 dbank49p
012200     END-EXEC.                                                    dbank49p
012300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank49p
012400        SET CD49O-REJECTED TO TRUE                                dbank49p
012500        MOVE 'Customer not found' TO CD49O-MESSAGE                dbank49p
012600        GO TO INQUIRE-CONSENT-PROCESS-EXIT                        dbank49p
012700     END-IF.                                                      dbank49p
012800     PERFORM SHOW-CUSTOMER-CONSENT.                               dbank49p
012900     PERFORM LIST-CONSENT-HISTORY                                 dbank49p
013000        THRU LIST-CONSENT-HISTORY-EXIT.                           dbank49p
013100     SET CD49O-OK TO TRUE.                                        dbank49p
013200     IF CD49O-HIST-COUNT IS EQUAL TO ZERO                         dbank49p
013300        MOVE 'No consent has been recorded for this customer'     dbank49p
013400          TO CD49O-MESSAGE                                        dbank49p
013500     END-IF.                                                      dbank49p
013600 INQUIRE-CONSENT-PROCESS-EXIT.                                    dbank49p
013700     EXIT.                                                        dbank49p
013800                                                                  dbank49p
013900***************************************************************** dbank49p
014000* Record the customer's consent for all four channels. Every    * dbank49p
014100* flag must be given as 'Y' or 'N' along with the channel the   * dbank49p
014200* consent was captured through - branch, internet, telephone    * dbank49p
014300* or mail - so the history always shows a complete answer       * dbank49p
014400***************************************************************** dbank49p
014500 RECORD-CONSENT-PROCESS.                                          dbank49p
014600     IF CD49I-USERID IS EQUAL TO SPACES                           dbank49p
014700        SET CD49O-REJECTED TO TRUE                                dbank49p
014800        MOVE 'Recording userid is required' TO CD49O-MESSAGE      dbank49p
014900        GO TO RECORD-CONSENT-PROCESS-EXIT                         dbank49p
015000     END-IF.                                                      dbank49p
015100     MOVE CD49I-CHANNEL TO WS-CAPTURE-CHANNEL.                    dbank49p
015200     IF NOT WS-CAPTURE-CHANNEL-VALID                              dbank49p
015300        SET CD49O-REJECTED TO TRUE                                dbank49p
015400        MOVE 'Capture channel must be B, I, T or M'               dbank49p
015500          TO CD49O-MESSAGE                                        dbank49p
015600        GO TO RECORD-CONSENT-PROCESS-EXIT                         dbank49p
015700     END-IF.                                                      dbank49p
015800     MOVE CD49I-POST TO WS-CONSENT-FLAG.                          dbank49p
015900     IF NOT WS-CONSENT-FLAG-VALID                                 dbank49p
016000        SET CD49O-REJECTED TO TRUE                                dbank49p
016100        MOVE 'Post consent must be Y or N' TO CD49O-MESSAGE       dbank49p
016200        GO TO RECORD-CONSENT-PROCESS-EXIT                         dbank49p
016300     END-IF.                                                      dbank49p
016400     MOVE CD49I-EMAIL TO WS-CONSENT-FLAG.                         dbank49p
016500     IF NOT WS-CONSENT-FLAG-VALID                                 dbank49p
016600        SET CD49O-REJECTED TO TRUE                                dbank49p
016700        MOVE 'Email consent must be Y or N' TO CD49O-MESSAGE      dbank49p
016800        GO TO RECORD-CONSENT-PROCESS-EXIT                         dbank49p
016900     END-IF.                                                      dbank49p
017000     MOVE CD49I-SMS TO WS-CONSENT-FLAG.                           dbank49p
017100     IF NOT WS-CONSENT-FLAG-VALID                                 dbank49p
017200        SET CD49O-REJECTED TO TRUE                                dbank49p
017300        MOVE 'SMS consent must be Y or N' TO CD49O-MESSAGE        dbank49p
017400        GO TO RECORD-CONSENT-PROCESS-EXIT                         dbank49p
017500     END-IF.                                                      dbank49p
017600     MOVE CD49I-PHONE TO WS-CONSENT-FLAG.                         dbank49p
017700     IF NOT WS-CONSENT-FLAG-VALID                                 dbank49p
017800        SET CD49O-REJECTED TO TRUE                                dbank49p
017900        MOVE 'Phone consent must be Y or N' TO CD49O-MESSAGE      dbank49p
018000        GO TO RECORD-CONSENT-PROCESS-EXIT                         dbank49p
018100     END-IF.                                                      dbank49p
018200     MOVE CD49I-PID TO WS-BNKCUST-RID.                            dbank49p
018300     EXEC CICS READ FILE('BNKCUST')                               dbank49p
018400                    INTO(WS-BNKCUST-REC)                          dbank49p
018500                    LENGTH(LENGTH OF WS-BNKCUST-REC)              dbank49p
018600                    RIDFLD(WS-BNKCUST-RID)                        dbank49p
018700                    UPDATE                                        dbank49p
018800                    RESP(WS-RESP)                                 dbank49p
018900     END-EXEC.                                                    dbank49p
019000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank49p
019100        SET CD49O-REJECTED TO TRUE                                dbank49p
019200        MOVE 'Customer not found' TO CD49O-MESSAGE                dbank49p
019300        GO TO RECORD-CONSENT-PROCESS-EXIT                         dbank49p
019400     END-IF.                                                      dbank49p
019500     IF BCS-REC-IS-DECEASED                                       dbank49p
019600        EXEC CICS UNLOCK FILE('BNKCUST')                          dbank49p
019700        END-EXEC                                                  dbank49p
019800        SET CD49O-REJECTED TO TRUE                                dbank49p
019900        MOVE 'Customer is deceased - consent cannot be recorded'  dbank49p
020000          TO CD49O-MESSAGE                                        dbank49p
020100        GO TO RECORD-CONSENT-PROCESS-EXIT                         dbank49p
020200     END-IF.                                                      dbank49p
020300     MOVE SPACES TO WS-BNKMKTC-REC.                               dbank49p
020400     MOVE BCS-REC-PID TO MC-REC-PID.                              dbank49p
020500     MOVE WS-TODAY-DATE-N TO MC-REC-DTE.                          dbank49p
020600     MOVE WS-TODAY-TIME TO MC-REC-TIME.                           dbank49p
020700     MOVE EIBTASKN TO MC-REC-TASKN.                               dbank49p
020800     MOVE CD49I-CHANNEL TO MC-REC-CHANNEL.                        dbank49p
020900     MOVE BCS-REC-MKT-CONSENT TO MC-REC-OLD-CONSENT.              dbank49p
021000     MOVE CD49I-CONSENT TO MC-REC-NEW-CONSENT.                    dbank49p
021100     MOVE CD49I-USERID TO MC-REC-USERID.                          dbank49p
021200     MOVE CD49I-NOTE TO MC-REC-NOTE.                              dbank49p
021300     MOVE CD49I-CONSENT TO BCS-REC-MKT-CONSENT.                   dbank49p
021400     MOVE WS-TODAY-DATE-N TO BCS-REC-MKT-CONSENT-DTE.             dbank49p
021500     MOVE CD49I-CHANNEL TO BCS-REC-MKT-CONSENT-CHNL.              dbank49p
021600     EXEC CICS WRITE FILE('BNKMKTC')                              dbank49p
021700                     FROM(WS-BNKMKTC-REC)                         dbank49p
021800                     LENGTH(LENGTH OF WS-BNKMKTC-REC)             dbank49p
021900                     RIDFLD(MC-REC-KEY)                           dbank49p
022000                     RESP(WS-RESP)                                dbank49p
022100     END-EXEC.                                                    dbank49p
022200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank49p
022300        EXEC CICS UNLOCK FILE('BNKCUST')                          dbank49p
022400        END-EXEC                                                  dbank49p
022500        SET CD49O-REJECTED TO TRUE                                dbank49p
022600        MOVE 'Unable to record consent history' TO CD49O-MESSAGE  dbank49p
022700        GO TO RECORD-CONSENT-PROCESS-EXIT                         dbank49p
022800     END-IF.                                                      dbank49p
022900     EXEC CICS REWRITE FILE('BNKCUST')                            dbank49p
023000                   FROM(WS-BNKCUST-REC)                           dbank49p
023100                   LENGTH(LENGTH OF WS-BNKCUST-REC)               dbank49p
023200                   RESP(WS-RESP)                                  dbank49p
023300     END-EXEC.                                                    dbank49p
023400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank49p
023500        SET CD49O-REJECTED TO TRUE                                dbank49p
023600        MOVE 'Unable to update customer consent' TO CD49O-MESSAGE dbank49p
023700        GO TO RECORD-CONSENT-PROCESS-EXIT                         dbank49p
023800     END-IF.                                                      dbank49p
023900     PERFORM SHOW-CUSTOMER-CONSENT.                               dbank49p
024000     PERFORM LIST-CONSENT-HISTORY                                 dbank49p
024100        THRU LIST-CONSENT-HISTORY-EXIT.                           dbank49p
024200     SET CD49O-OK TO TRUE.                                        dbank49p
024300     MOVE 'Marketing consent recorded' TO CD49O-MESSAGE.          dbank49p
024400 RECORD-CONSENT-PROCESS-EXIT.                                     dbank49p
024500     EXIT.                                                        dbank49p
024600                                                                  dbank49p
024700***************************************************************** dbank49p
024800* Return the consent and delivery state held on the customer    * dbank49p
024900***************************************************************** dbank49p
025000 SHOW-CUSTOMER-CONSENT.                                           dbank49p
025100     MOVE BCS-REC-NAME TO CD49O-NAME.                             dbank49p
025200     MOVE BCS-REC-MKT-CONSENT TO CD49O-CONSENT.                   dbank49p
025300     IF BCS-REC-MKT-CONSENT-DTE IS NUMERIC                        dbank49p
025400        MOVE BCS-REC-MKT-CONSENT-DTE TO CD49O-CONSENT-DTE         dbank49p
025500     ELSE                                                         dbank49p
025600        MOVE ZERO TO CD49O-CONSENT-DTE                            dbank49p
025700     END-IF.                                                      dbank49p
025800     MOVE BCS-REC-MKT-CONSENT-CHNL TO CD49O-CHANNEL.              dbank49p
025900     MOVE BCS-REC-MAIL-UNDELIV TO CD49O-MAIL-UNDELIV.             dbank49p
026000     MOVE BCS-REC-EMAIL-UNDELIV TO CD49O-EMAIL-UNDELIV.           dbank49p
026100 SHOW-CUSTOMER-CONSENT-EXIT.                                      dbank49p
026200     EXIT.                                                        dbank49p
026300                                                                  dbank49p
026400***************************************************************** dbank49p
026500* The latest consent changes for the customer, read backwards   * dbank49p
026600* from the highest BNKMKTC key for the PID so the newest comes  * dbank49p
026700* first, up to a page at a time                                 * dbank49p
026800***************************************************************** dbank49p
026900 LIST-CONSENT-HISTORY.                                            dbank49p
027000     MOVE 0 TO WS-HIST-SUB.                                       dbank49p
027100     MOVE HIGH-VALUES TO MC-REC-KEY.                              dbank49p
027200     MOVE BCS-REC-PID TO MC-REC-PID.                              dbank49p
027300     EXEC CICS STARTBR FILE('BNKMKTC')                            dbank49p
027400                       RIDFLD(MC-REC-KEY)                         dbank49p
027500                       GTEQ                                       dbank49p
027600                       RESP(WS-RESP)                              dbank49p
027700     END-EXEC.                                                    dbank49p
027800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank49p
027900        GO TO LIST-CONSENT-HISTORY-BROWSE-EXIT                    dbank49p
028000     END-IF.                                                      dbank49p
028100 LIST-CONSENT-HISTORY-LOOP.                                       dbank49p
028200     IF WS-HIST-SUB IS EQUAL TO 8                                 dbank49p
028300        GO TO LIST-CONSENT-HISTORY-LOOP-EXIT                      dbank49p
028400     END-IF.                                                      dbank49p
028500     EXEC CICS READPREV FILE('BNKMKTC')                           dbank49p
028600                        INTO(WS-BNKMKTC-REC)                      dbank49p
028700                        LENGTH(LENGTH OF WS-BNKMKTC-REC)          dbank49p
028800                        RIDFLD(MC-REC-KEY)                        dbank49p
028900                        RESP(WS-RESP)                             dbank49p
029000     END-EXEC.                                                    dbank49p
029100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank49p
029200        GO TO LIST-CONSENT-HISTORY-LOOP-EXIT                      dbank49p
029300     END-IF.                                                      dbank49p
029400     IF MC-REC-PID IS GREATER THAN BCS-REC-PID                    dbank49p
029500        GO TO LIST-CONSENT-HISTORY-LOOP                           dbank49p
029600     END-IF.                                                      dbank49p
029700     IF MC-REC-PID IS LESS THAN BCS-REC-PID                       dbank49p
029800        GO TO LIST-CONSENT-HISTORY-LOOP-EXIT                      dbank49p
029900     END-IF.                                                      dbank49p
030000     ADD 1 TO WS-HIST-SUB.                                        dbank49p
030100     MOVE MC-REC-DTE TO CD49O-HIST-DTE (WS-HIST-SUB).             dbank49p
030200     MOVE MC-REC-TIME TO CD49O-HIST-TIME (WS-HIST-SUB).           dbank49p
030300     MOVE MC-REC-CHANNEL TO CD49O-HIST-CHANNEL (WS-HIST-SUB).     dbank49p
030400     MOVE MC-REC-NEW-CONSENT                                      dbank49p
030500       TO CD49O-HIST-NEW-CONSENT (WS-HIST-SUB).                   dbank49p
030600     MOVE MC-REC-OLD-CONSENT                                      dbank49p
030700       TO CD49O-HIST-OLD-CONSENT (WS-HIST-SUB).                   dbank49p
030800     MOVE MC-REC-USERID TO CD49O-HIST-USERID (WS-HIST-SUB).       dbank49p
030900     MOVE MC-REC-NOTE TO CD49O-HIST-NOTE (WS-HIST-SUB).           dbank49p
031000     GO TO LIST-CONSENT-HISTORY-LOOP.                             dbank49p
031100 LIST-CONSENT-HISTORY-LOOP-EXIT.                                  dbank49p
031200     EXEC CICS ENDBR FILE('BNKMKTC')                              dbank49p
031300     END-EXEC.                                                    dbank49p
031400 LIST-CONSENT-HISTORY-BROWSE-EXIT.                                dbank49p
031500     MOVE WS-HIST-SUB TO CD49O-HIST-COUNT.                        dbank49p
031600 LIST-CONSENT-HISTORY-EXIT.                                       dbank49p
031700     EXIT.                                                        dbank49p
031800                                                                  dbank49p
031900***************************************************************** dbank49p
032000* Get today's date and time (used to stamp the consent and to   * dbank49p
032100* key its history record)                                       * dbank49p
032200***************************************************************** dbank49p
032300 GET-TODAY-DATE.                                                  dbank49p
032400     EXEC CICS ASKTIME                                            dbank49p
032500               ABSTIME(WS-ABSTIME)                                dbank49p
032600     END-EXEC.                                                    dbank49p
032700     EXEC CICS FORMATTIME                                         dbank49p
032800               ABSTIME(WS-ABSTIME)                                dbank49p
032900               YYYYMMDD(WS-TODAY-DATE)                            dbank49p
033000               TIME(WS-TODAY-TIME)                                dbank49p
033100     END-EXEC.                                                    dbank49p
033200 GET-TODAY-DATE-EXIT.                                             dbank49p
033300     EXIT.                                                        dbank49p
033400                                                                  dbank49p
033430 COPY CPERFP.                                                     dbank49p
033460                                                                  dbank49p
033500* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank49p
