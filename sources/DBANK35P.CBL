001800*              customer's cards. The nightly ZBNKHOTL extract   * dbank35p
001900*              carries the stops to the switch, and the ATM     * dbank35p
002000*              feed rejects anything on a card shown here as    * dbank35p
002100*              blocked or never issued. Every card issued or    * dbank35p
002110*              replaced here is left pending for the card       * dbank35p
002120*              bureau, which ZBNKCRDR sends on the EMBOSS file  * dbank35p
002130*              A replacement is charged the BNKEVTF card-       * dbank35p
002140*              replacement fee through DBANK53P.                * dbank35p
002150*              Each card added is logged on BNKRMOV for the     * dbank35p
002160*              nightly control-totals proof (ZBNKCTLT)          * dbank35p
002200*              VSAM version                                     * dbank35p
002300***************************************************************** dbank35p
002400                                                                  dbank35p
004000       VALUE 'DBANK35P'.                                          dbank35p
004100   05  WS-COMMAREA-LENGTH                    PIC 9(5).            dbank35p
004200   05  WS-RESP                               PIC S9(8) COMP.      dbank35p
004210   05  WS-RMOV-RESP                          PIC S9(8) COMP.      dbank35p
004300   05  WS-ABSTIME                            PIC S9(15) COMP-3.   dbank35p
004400   05  WS-TODAY-DATE                         PIC X(8).            dbank35p
004500   05  WS-TODAY-DATE-N REDEFINES WS-TODAY-DATE PIC 9(8).          dbank35p
005000     10  WS-EXPIRY-CCYY                      PIC 9(4).            dbank35p
005100     10  WS-EXPIRY-MMDD                      PIC 9(4).            dbank35p
005200   05  WS-SAVED-PID                          PIC X(5).            dbank35p
005210   05  WS-OLD-CARD-NO                        PIC X(16)            dbank35p
005220       VALUE SPACES.                                              dbank35p
005300                                                                  dbank35p
005400 01  WS-BNKCARD-REC.                                              dbank35p
005500 COPY CBANKVCD.                                                   dbank35p
005600                                                                  dbank35p
005700 01  WS-BNKACCT-REC.                                              dbank35p
005800 COPY CBANKVAC.                                                   dbank35p
005810 01  WS-BNKRMOV-REC.                                              dbank35p
005820 COPY CBANKVRM.                                                   dbank35p
005900                                                                  dbank35p
006000 01  WS-COMMAREA.                                                 dbank35p
006100 COPY CBANKD35.                                                   dbank35p
006200                                                                  dbank35p
006210 01  WS-CD53-COMMAREA.                                            dbank35p
006220 COPY CBANKD53.                                                   dbank35p
006230                                                                  dbank35p
006300 COPY CABENDD.                                                    dbank35p
006310                                                                  dbank35p
006320 01  WS-BNKPERF-REC.                                              dbank35p
006330 COPY CBANKVPF.                                                   dbank35p
006340                                                                  dbank35p
006350 COPY CPERFD.                                                     dbank35p
006400                                                                  dbank35p
006500 LINKAGE SECTION.                                                 dbank35p
006600 01  DFHCOMMAREA.                                                 dbank35p
006900         DEPENDING ON WS-COMMAREA-LENGTH.                         dbank35p
007000                                                                  dbank35p
007100 COPY CENTRY.                                                     dbank35p
007110***************************************************************** dbank35p
007120* Start the response-time clock for this request                * dbank35p
007130***************************************************************** dbank35p
007140     PERFORM PERF-TIMER.                                          dbank35p
007150                                                                  dbank35p
007200***************************************************************** dbank35p
007300* Move the passed data to our area                              * dbank35p
007400***************************************************************** dbank35p
008100     MOVE SPACES TO CD35O-DATA.                                   dbank35p
008200     SET CD35O-OK TO TRUE.                                        dbank35p
008300     MOVE ZERO TO CD35O-CARD-COUNT.                               dbank35p
008310     MOVE ZERO TO CD35O-FEE.                                      dbank35p
008400                                                                  dbank35p
008500***************************************************************** dbank35p
008600* Now attempt to satisfy the requested function                 * dbank35p
010800***************************************************************** dbank35p
010900     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       dbank35p
011000                                                                  dbank35p
011010***************************************************************** dbank35p
011020* Log this request's response time to BNKPERF                   * dbank35p
011030***************************************************************** dbank35p
011040     MOVE CD35I-FUNCTION TO WS-PERF-FUNCTION.                     dbank35p
011050     PERFORM PERF-TIMER.                                          dbank35p
011060                                                                  dbank35p
011100***************************************************************** dbank35p
011200* Return to our caller                                          * dbank35p
011300***************************************************************** dbank35p
020600     MOVE WS-EXPIRY-DATE-N TO CRD-REC-EXPIRY-DTE.                 dbank35p
020700     MOVE SPACES TO CRD-REC-REPLACED-BY.                          dbank35p
020800     MOVE CD35I-USERID TO CRD-REC-USERID.                         dbank35p
020810     SET CRD-REC-EMBOSS-PENDING TO TRUE.                          dbank35p
020820     MOVE WS-OLD-CARD-NO TO CRD-REC-REPLACES.                     dbank35p
020830     IF WS-OLD-CARD-NO IS EQUAL TO SPACES                         dbank35p
020840        SET CRD-REC-NEW-ISSUE TO TRUE                             dbank35p
020850     ELSE                                                         dbank35p
020860        SET CRD-REC-REPLACEMENT TO TRUE                           dbank35p
020870     END-IF.                                                      dbank35p
020880     SET CRD-REC-FIRST-USE-SEEN TO TRUE.                          dbank35p
020900     EXEC CICS WRITE FILE('BNKCARD')                              dbank35p
021000               FROM(WS-BNKCARD-REC)                               dbank35p
021100               RIDFLD(CRD-REC-CARD-NO)                            dbank35p
021700        MOVE 'This card number already exists' TO CD35O-MESSAGE   dbank35p
021800        GO TO ISSUE-CARD-PROCESS-EXIT                             dbank35p
021900     END-IF.                                                      dbank35p
021910     PERFORM WRITE-RECORD-MOVEMENT                                dbank35p
021920         THRU WRITE-RECORD-MOVEMENT-EXIT.                         dbank35p
022000     MOVE 'Card issued' TO CD35O-MESSAGE.                         dbank35p
022100 ISSUE-CARD-PROCESS-EXIT.                                         dbank35p
022200     EXIT.                                                        dbank35p
030600        MOVE 'Unable to block the old card' TO CD35O-MESSAGE      dbank35p
030700        GO TO REPLACE-CARD-PROCESS-EXIT                           dbank35p
030800     END-IF.                                                      dbank35p
030900     MOVE CD35I-CARD-NO TO WS-OLD-CARD-NO.                        dbank35p
030910     MOVE CD35I-NEW-CARD-NO TO CD35I-CARD-NO.                     dbank35p
031000     PERFORM ISSUE-CARD-PROCESS                                   dbank35p
031100         THRU ISSUE-CARD-PROCESS-EXIT.                            dbank35p
031200     IF CD35O-OK                                                  dbank35p
031300        MOVE 'Card replaced' TO CD35O-MESSAGE                     dbank35p
031310        PERFORM TAKE-EVENT-FEE                                    dbank35p
031320        IF CD53O-OK AND CD53O-CHARGED                             dbank35p
031330           MOVE CD53O-FEE TO CD35O-FEE                            dbank35p
031340           MOVE 'Card replaced - fee charged' TO CD35O-MESSAGE    dbank35p
031350        END-IF                                                    dbank35p
031360        IF CD53O-OK AND CD53O-WAIVED                              dbank35p
031370           MOVE 'Card replaced - fee waived' TO CD35O-MESSAGE     dbank35p
031380        END-IF                                                    dbank35p
031400     END-IF.                                                      dbank35p
031500 REPLACE-CARD-PROCESS-EXIT.                                       dbank35p
031600     EXIT.                                                        dbank35p
031605                                                                  dbank35p
031610***************************************************************** dbank35p
031615* Take the card-replacement fee through DBANK53P once the new   * dbank35p
031620* card is issued. A fee that cannot be taken does not undo the  * dbank35p
031625* replacement.                                                  * dbank35p
031630***************************************************************** dbank35p
031635 TAKE-EVENT-FEE.                                                  dbank35p
031640     MOVE SPACES TO CD53-DATA.                                    dbank35p
031645     SET CD53I-CARD-REPLACE TO TRUE.                              dbank35p
031650     MOVE CD35I-ACCNO TO CD53I-ACCNO.                             dbank35p
031655     MOVE CD35I-USERID TO CD53I-USERID.                           dbank35p
031660     EXEC CICS LINK PROGRAM('DBANK53P')                           dbank35p
031665          COMMAREA(WS-CD53-COMMAREA)                              dbank35p
031670          LENGTH(LENGTH OF WS-CD53-COMMAREA)                      dbank35p
031675          RESP(WS-RESP)                                           dbank35p
031680     END-EXEC.                                                    dbank35p
031685     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank35p
031690        SET CD53O-REJECTED TO TRUE                                dbank35p
031695     END-IF.                                                      dbank35p
031700                                                                  dbank35p
031703***************************************************************** dbank35p
031706* Log the record just added on BNKRMOV, the record-movement     * dbank35p
031709* log ZBNKCTLT reads each night to prove the master file's      * dbank35p
031712* record count against the day before. A duplicate in the same  * dbank35p
031715* second bumps the tie-break sequence and tries again.          * dbank35p
031718***************************************************************** dbank35p
031721 WRITE-RECORD-MOVEMENT.                                           dbank35p
031724     PERFORM GET-TODAY-DATE.                                      dbank35p
031727     MOVE SPACES TO WS-BNKRMOV-REC.                               dbank35p
031730     MOVE 'BNKCARD ' TO RM-REC-FILE.                              dbank35p
031733     MOVE WS-TODAY-DATE TO RM-REC-STAMP (1:8).                    dbank35p
031736     MOVE WS-TODAY-TIME TO RM-REC-STAMP (9:6).                    dbank35p
031739     MOVE CRD-REC-CARD-NO TO RM-REC-RECKEY.                       dbank35p
031742     MOVE ZERO TO RM-REC-SEQ.                                     dbank35p
031745     SET RM-REC-ADDED TO TRUE.                                    dbank35p
031748     MOVE WS-PROGRAM-ID TO RM-REC-PROGRAM.                        dbank35p
031751     MOVE CD35I-USERID TO RM-REC-USERID.                          dbank35p
031754     MOVE EIBTASKN TO RM-REC-TASKN.                               dbank35p
031757 WRITE-RECORD-MOVEMENT-WRITE.                                     dbank35p
031760     EXEC CICS WRITE FILE('BNKRMOV')                              dbank35p
031763               FROM(WS-BNKRMOV-REC)                               dbank35p
031766               RIDFLD(RM-REC-KEY)                                 dbank35p
031769               LENGTH(LENGTH OF WS-BNKRMOV-REC)                   dbank35p
031772               RESP(WS-RMOV-RESP)                                 dbank35p
031775     END-EXEC.                                                    dbank35p
031778     IF WS-RMOV-RESP IS EQUAL TO DFHRESP(DUPREC)                  dbank35p
031781        ADD 1 TO RM-REC-SEQ                                       dbank35p
031784        GO TO WRITE-RECORD-MOVEMENT-WRITE                         dbank35p
031787     END-IF.                                                      dbank35p
031790 WRITE-RECORD-MOVEMENT-EXIT.                                      dbank35p
031793     EXIT.                                                        dbank35p
031796                                                                  dbank35p
031800***************************************************************** dbank35p
031900* Get today's date (used to stamp issue and expiry)             * dbank35p
032000***************************************************************** dbank35p
033000 GET-TODAY-DATE-EXIT.                                             dbank35p
033100     EXIT.                                                        dbank35p
033200                                                                  dbank35p
033230 COPY CPERFP.                                                     dbank35p
033260                                                                  dbank35p
033300* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank35p
