000100***************************************************************** dbank62p
000200*                                                               * dbank62p
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   * dbank62p
000400*   This demonstration program is provided for use by users     * dbank62p
000500*   of Micro Focus products and may be used, modified and       * dbank62p
000600*   distributed as part of your application provided that       * dbank62p
000700*   you properly acknowledge the copyright of Micro Focus       * dbank62p
000800*   in this material.                                           * dbank62p
000900*                                                               * dbank62p
001000***************************************************************** dbank62p
001100                                                                  dbank62p
001200***************************************************************** dbank62p
001300* Program:     DBANK62P.CBL                                     * dbank62p
001400* Function:    Withdrawal notices on a notice savings account.  * dbank62p
001500*              Lists the account's notices on BNKWNOT, takes    * dbank62p
001600*              notice of a withdrawal for an amount and the     * dbank62p
001700*              date it is wanted, and cancels a notice not yet  * dbank62p
001800*              fully drawn. The date cannot fall inside the     * dbank62p
001900*              account type's notice period (BNKATYPE) and the  * dbank62p
002000*              notices outstanding cannot exceed the balance.   * dbank62p
002100*              ZBNKWNOT releases each notice on its date; the   * dbank62p
002200*              debit programs draw it down. Every change is     * dbank62p
002300*              audited to BNKAUDT and chained on BNKACHN        * dbank62p
002400*              VSAM version                                     * dbank62p
002500***************************************************************** dbank62p
002600                                                                  dbank62p
002700 IDENTIFICATION DIVISION.                                         dbank62p
002800 PROGRAM-ID.                                                      dbank62p
002900     DBANK62P.                                                    dbank62p
003000 DATE-WRITTEN.                                                    dbank62p
003100     October 2026.                                                dbank62p
003200 DATE-COMPILED.                                                   dbank62p
003300     Today.                                                       dbank62p
003400                                                                  dbank62p
003500 ENVIRONMENT DIVISION.                                            dbank62p
003600                                                                  dbank62p
003700 DATA DIVISION.                                                   dbank62p
003800                                                                  dbank62p
003900 WORKING-STORAGE SECTION.                                         dbank62p
004000 01  WS-MISC-STORAGE.                                             dbank62p
004100   05  WS-PROGRAM-ID                         PIC X(8)             dbank62p
004200       VALUE 'DBANK62P'.                                          dbank62p
004300   05  WS-COMMAREA-LENGTH                    PIC 9(5).            dbank62p
004400   05  WS-RESP                               PIC S9(8) COMP.      dbank62p
004500   05  WS-ABSTIME                            PIC S9(15) COMP-3.   dbank62p
004600   05  WS-TODAY-DATE                         PIC X(8).            dbank62p
004700   05  WS-TODAY-DATE-N REDEFINES WS-TODAY-DATE PIC 9(8).          dbank62p
004800   05  WS-TODAY-TIME                         PIC X(6).            dbank62p
004900   05  WS-AUDIT-SEQ                          PIC 9(3) VALUE ZERO. dbank62p
005000   05  WS-BEFORE-IMAGE                       PIC X(80).           dbank62p
005100   05  WS-DAY-NUMBER                         PIC S9(9) COMP.      dbank62p
005200   05  WS-LATEST-DTE                         PIC 9(8).            dbank62p
005300   05  WS-WANTED-DTE                         PIC 9(8).            dbank62p
005400   05  WS-WANTED-DTE-R REDEFINES WS-WANTED-DTE.                   dbank62p
005500     10  WS-WANTED-CCYY                      PIC 9(4).            dbank62p
005600     10  WS-WANTED-MM                        PIC 9(2).            dbank62p
005700     10  WS-WANTED-DD                        PIC 9(2).            dbank62p
005800   05  WS-NOT-SUB                            PIC S9(4) COMP.      dbank62p
005900   05  WS-HIGH-SEQ                           PIC 9(3).            dbank62p
006000   05  WS-OUTSTANDING                        PIC S9(7)V99 COMP-3. dbank62p
006100   05  WS-FREE-BALANCE                       PIC S9(7)V99 COMP-3. dbank62p
006200   05  WS-BNKATYP-RID                        PIC X(1).            dbank62p
006300   05  WS-BNKWNOT-RID.                                            dbank62p
006400     10  WS-BNKWNOT-RID-ACCNO                PIC X(9).            dbank62p
006500     10  WS-BNKWNOT-RID-SEQ                  PIC 9(3).            dbank62p
006600                                                                  dbank62p
006700 01  WS-BNKACC-REC.                                               dbank62p
006800 COPY CBANKVAC.                                                   dbank62p
006900                                                                  dbank62p
007000 01  WS-BNKATYP-REC.                                              dbank62p
007100 COPY CBANKVAT.                                                   dbank62p
007200                                                                  dbank62p
007300 01  WS-BNKWNOT-REC.                                              dbank62p
007400 COPY CBANKVWN.                                                   dbank62p
007500                                                                  dbank62p
007600 01  WS-BNKAUDT-REC.                                              dbank62p
007700 COPY CBANKVAD.                                                   dbank62p
007800 01  WS-BNKACHN-REC.                                              dbank62p
007900 COPY CBANKVCN.                                                   dbank62p
008000 01  WS-AUDHSH-PARM.                                              dbank62p
008100 COPY CAUDHSD.                                                    dbank62p
008200 COPY CAUDCHD.                                                    dbank62p
008300                                                                  dbank62p
008400 01  WS-COMMAREA.                                                 dbank62p
008500 COPY CBANKD62.                                                   dbank62p
008600                                                                  dbank62p
008700 COPY CABENDD.                                                    dbank62p
008800                                                                  dbank62p
008900 01  WS-BNKPERF-REC.                                              dbank62p
009000 COPY CBANKVPF.                                                   dbank62p
009100                                                                  dbank62p
009200 COPY CPERFD.                                                     dbank62p
009300                                                                  dbank62p
009400 LINKAGE SECTION.                                                 dbank62p
009500 01  DFHCOMMAREA.                                                 dbank62p
009600   05  LK-COMMAREA                           PIC X(1)             dbank62p
009700       OCCURS 1 TO 4096 TIMES                                     dbank62p
009800         DEPENDING ON WS-COMMAREA-LENGTH.                         dbank62p
009900                                                                  dbank62p
010000 COPY CENTRY.                                                     dbank62p
010100***************************************************************** dbank62p
010200* Start the response-time clock for this request                * dbank62p
010300***************************************************************** dbank62p
010400     PERFORM PERF-TIMER.                                          dbank62p
010500                                                                  dbank62p
010600***************************************************************** dbank62p
010700* Move the passed data to our area                              * dbank62p
010800***************************************************************** dbank62p
010900     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            dbank62p
011000     MOVE DFHCOMMAREA TO WS-COMMAREA.                             dbank62p
011100                                                                  dbank62p
011200***************************************************************** dbank62p
011300* Initialize our output area                                    * dbank62p
011400***************************************************************** dbank62p
011500     MOVE SPACES TO CD62O-DATA.                                   dbank62p
011600     MOVE ZERO TO CD62O-NOTICE-DAYS.                              dbank62p
011700     MOVE ZERO TO CD62O-EARLIEST-DTE.                             dbank62p
011800     MOVE ZERO TO CD62O-OUTSTANDING.                              dbank62p
011900     MOVE ZERO TO CD62O-SEQ.                                      dbank62p
012000     MOVE ZERO TO CD62O-AVAIL-DTE.                                dbank62p
012100     MOVE ZERO TO CD62O-NOTICE-COUNT.                             dbank62p
012200                                                                  dbank62p
012300***************************************************************** dbank62p
012400* Every function works on one of the customer's own notice      * dbank62p
012500* accounts, so check that first                                 * dbank62p
012600***************************************************************** dbank62p
012700     PERFORM GET-TODAY-DATE.                                      dbank62p
012800     PERFORM CHECK-NOTICE-ACCOUNT                                 dbank62p
012900         THRU CHECK-NOTICE-ACCOUNT-EXIT.                          dbank62p
013000     IF CD62O-REJECTED                                            dbank62p
013100        GO TO MAINLINE-EXIT                                       dbank62p
013200     END-IF.                                                      dbank62p
013300                                                                  dbank62p
013400***************************************************************** dbank62p
013500* Now attempt to satisfy the requested function                 * dbank62p
013600***************************************************************** dbank62p
013700     EVALUATE TRUE                                                dbank62p
013800       WHEN CD62I-GIVE-NOTICE                                     dbank62p
013900         PERFORM GIVE-NOTICE-PROCESS                              dbank62p
014000             THRU GIVE-NOTICE-PROCESS-EXIT                        dbank62p
014100       WHEN CD62I-CANCEL-NOTICE                                   dbank62p
014200         PERFORM CANCEL-NOTICE-PROCESS                            dbank62p
014300             THRU CANCEL-NOTICE-PROCESS-EXIT                      dbank62p
014400       WHEN OTHER                                                 dbank62p
014500         PERFORM LIST-NOTICES-PROCESS                             dbank62p
014600             THRU LIST-NOTICES-PROCESS-EXIT                       dbank62p
014700     END-EVALUATE.                                                dbank62p
014800                                                                  dbank62p
014900 MAINLINE-EXIT.                                                   dbank62p
015000***************************************************************** dbank62p
015100* Move the result back to the callers area                      * dbank62p
015200***************************************************************** dbank62p
015300     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       dbank62p
015400                                                                  dbank62p
015500***************************************************************** dbank62p
015600* Log this request's response time to BNKPERF                   * dbank62p
015700***************************************************************** dbank62p
015800     MOVE CD62I-FUNCTION TO WS-PERF-FUNCTION.                     dbank62p
015900     PERFORM PERF-TIMER.                                          dbank62p
016000                                                                  dbank62p
016100***************************************************************** dbank62p
016200* Return to our caller                                          * dbank62p
016300***************************************************************** dbank62p
016400 COPY CRETURN.                                                    dbank62p
016500                                                                  dbank62p
016600***************************************************************** dbank62p
016700* The account must belong to the customer and be of a type      * dbank62p
016800* that takes notice. Returns the notice period and the          * dbank62p
016900* earliest date a notice given today can be for                 * dbank62p
017000***************************************************************** dbank62p
017100 CHECK-NOTICE-ACCOUNT.                                            dbank62p
017200     IF CD62I-ACCNO IS EQUAL TO SPACES OR                         dbank62p
017300        CD62I-CONTACT-ID IS EQUAL TO SPACES                       dbank62p
017400        SET CD62O-REJECTED TO TRUE                                dbank62p
017500        MOVE 'Account and customer are required' TO CD62O-MESSAGE dbank62p
017600        GO TO CHECK-NOTICE-ACCOUNT-EXIT                           dbank62p
017700     END-IF.                                                      dbank62p
017800     MOVE CD62I-ACCNO TO BAC-REC-ACCNO.                           dbank62p
017900     EXEC CICS READ FILE('BNKACCT')                               dbank62p
018000                    INTO(WS-BNKACC-REC)                           dbank62p
018100                    LENGTH(LENGTH OF WS-BNKACC-REC)               dbank62p
018200                    RIDFLD(BAC-REC-ACCNO)                         dbank62p
018300                    RESP(WS-RESP)                                 dbank62p
018400     END-EXEC.                                                    dbank62p
018500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                dbank62p
018600        BAC-REC-PID IS NOT EQUAL TO CD62I-CONTACT-ID              dbank62p
018700        SET CD62O-REJECTED TO TRUE                                dbank62p
018800        MOVE 'Account not found' TO CD62O-MESSAGE                 dbank62p
018900        GO TO CHECK-NOTICE-ACCOUNT-EXIT                           dbank62p
019000     END-IF.                                                      dbank62p
019100     MOVE BAC-REC-TYPE TO WS-BNKATYP-RID.                         dbank62p
019200     EXEC CICS READ FILE('BNKATYPE')                              dbank62p
019300                    INTO(WS-BNKATYP-REC)                          dbank62p
019400                    LENGTH(LENGTH OF WS-BNKATYP-REC)              dbank62p
019500                    RIDFLD(WS-BNKATYP-RID)                        dbank62p
019600                    RESP(WS-RESP)                                 dbank62p
019700     END-EXEC.                                                    dbank62p
019800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                dbank62p
019900        NOT BAT-REC-NOTICE-ACCOUNT                                dbank62p
020000        SET CD62O-REJECTED TO TRUE                                dbank62p
020100        MOVE 'Account is not a notice savings account'            dbank62p
020200          TO CD62O-MESSAGE                                        dbank62p
020300        GO TO CHECK-NOTICE-ACCOUNT-EXIT                           dbank62p
020400     END-IF.                                                      dbank62p
020500     MOVE BAT-REC-NOTICE-DAYS TO CD62O-NOTICE-DAYS.               dbank62p
020600     COMPUTE WS-DAY-NUMBER =                                      dbank62p
020700         FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE-N)               dbank62p
020800         + BAT-REC-NOTICE-DAYS.                                   dbank62p
020900     COMPUTE CD62O-EARLIEST-DTE =                                 dbank62p
021000         FUNCTION DATE-OF-INTEGER (WS-DAY-NUMBER).                dbank62p
021100     PERFORM SUM-OUTSTANDING                                      dbank62p
021200         THRU SUM-OUTSTANDING-EXIT.                               dbank62p
021300     MOVE WS-OUTSTANDING TO CD62O-OUTSTANDING.                    dbank62p
021400 CHECK-NOTICE-ACCOUNT-EXIT.                                       dbank62p
021500     EXIT.                                                        dbank62p
021600                                                                  dbank62p
021700***************************************************************** dbank62p
021800* Total the notices still to be drawn (pending or released)     * dbank62p
021900* and find the highest sequence used on the account             * dbank62p
022000***************************************************************** dbank62p
022100 SUM-OUTSTANDING.                                                 dbank62p
022200     MOVE ZERO TO WS-OUTSTANDING.                                 dbank62p
022300     MOVE ZERO TO WS-HIGH-SEQ.                                    dbank62p
022400     MOVE CD62I-ACCNO TO WS-BNKWNOT-RID-ACCNO.                    dbank62p
022500     MOVE ZERO TO WS-BNKWNOT-RID-SEQ.                             dbank62p
022600     EXEC CICS STARTBR FILE('BNKWNOT')                            dbank62p
022700                       RIDFLD(WS-BNKWNOT-RID)                     dbank62p
022800                       GTEQ                                       dbank62p
022900                       RESP(WS-RESP)                              dbank62p
023000     END-EXEC.                                                    dbank62p
023100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank62p
023200        GO TO SUM-OUTSTANDING-EXIT                                dbank62p
023300     END-IF.                                                      dbank62p
023400 SUM-OUTSTANDING-LOOP.                                            dbank62p
023500     EXEC CICS READNEXT FILE('BNKWNOT')                           dbank62p
023600                        INTO(WS-BNKWNOT-REC)                      dbank62p
023700                        LENGTH(LENGTH OF WS-BNKWNOT-REC)          dbank62p
023800                        RIDFLD(WS-BNKWNOT-RID)                    dbank62p
023900                        RESP(WS-RESP)                             dbank62p
024000     END-EXEC.                                                    dbank62p
024100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                dbank62p
024200        WN-REC-ACCNO IS NOT EQUAL TO CD62I-ACCNO                  dbank62p
024300        GO TO SUM-OUTSTANDING-LOOP-EXIT                           dbank62p
024400     END-IF.                                                      dbank62p
024500     MOVE WN-REC-SEQ TO WS-HIGH-SEQ.                              dbank62p
024600     IF WN-REC-OUTSTANDING                                        dbank62p
024700        COMPUTE WS-OUTSTANDING = WS-OUTSTANDING +                 dbank62p
024800                WN-REC-AMOUNT - WN-REC-DRAWN                      dbank62p
024900     END-IF.                                                      dbank62p
025000     GO TO SUM-OUTSTANDING-LOOP.                                  dbank62p
025100 SUM-OUTSTANDING-LOOP-EXIT.                                       dbank62p
025200     EXEC CICS ENDBR FILE('BNKWNOT')                              dbank62p
025300     END-EXEC.                                                    dbank62p
025400 SUM-OUTSTANDING-EXIT.                                            dbank62p
025500     EXIT.                                                        dbank62p
025600                                                                  dbank62p
025700***************************************************************** dbank62p
025800* Browse the account's notices, a page at a time. A page after  * dbank62p
025900* the first starts after the last notice shown on the one       * dbank62p
026000* before                                                        * dbank62p
026100***************************************************************** dbank62p
026200 LIST-NOTICES-PROCESS.                                            dbank62p
026300     MOVE CD62I-ACCNO TO WS-BNKWNOT-RID-ACCNO.                    dbank62p
026400     MOVE CD62I-START-SEQ TO WS-BNKWNOT-RID-SEQ.                  dbank62p
026500     EXEC CICS STARTBR FILE('BNKWNOT')                            dbank62p
026600                       RIDFLD(WS-BNKWNOT-RID)                     dbank62p
026700                       GTEQ                                       dbank62p
026800                       RESP(WS-RESP)                              dbank62p
026900     END-EXEC.                                                    dbank62p
027000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank62p
027100        SET CD62O-OK TO TRUE                                      dbank62p
027200        MOVE 'No withdrawal notices on this account'              dbank62p
027300          TO CD62O-MESSAGE                                        dbank62p
027400        GO TO LIST-NOTICES-PROCESS-EXIT                           dbank62p
027500     END-IF.                                                      dbank62p
027600     MOVE 0 TO WS-NOT-SUB.                                        dbank62p
027700 LIST-NOTICES-LOOP.                                               dbank62p
027800     IF WS-NOT-SUB IS EQUAL TO 10                                 dbank62p
027900        GO TO LIST-NOTICES-LOOP-EXIT                              dbank62p
028000     END-IF.                                                      dbank62p
028100     EXEC CICS READNEXT FILE('BNKWNOT')                           dbank62p
028200                        INTO(WS-BNKWNOT-REC)                      dbank62p
028300                        LENGTH(LENGTH OF WS-BNKWNOT-REC)          dbank62p
028400                        RIDFLD(WS-BNKWNOT-RID)                    dbank62p
028500                        RESP(WS-RESP)                             dbank62p
028600     END-EXEC.                                                    dbank62p
028700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                dbank62p
028800        WN-REC-ACCNO IS NOT EQUAL TO CD62I-ACCNO                  dbank62p
028900        GO TO LIST-NOTICES-LOOP-EXIT                              dbank62p
029000     END-IF.                                                      dbank62p
029100     IF CD62I-START-SEQ IS NOT EQUAL TO ZERO AND                  dbank62p
029200        WN-REC-SEQ IS NOT GREATER THAN CD62I-START-SEQ            dbank62p
029300        GO TO LIST-NOTICES-LOOP                                   dbank62p
029400     END-IF.                                                      dbank62p
029500     ADD 1 TO WS-NOT-SUB.                                         dbank62p
029600     MOVE WN-REC-SEQ TO CD62O-NOT-SEQ (WS-NOT-SUB).               dbank62p
029700     MOVE WN-REC-AMOUNT TO CD62O-NOT-AMOUNT (WS-NOT-SUB).         dbank62p
029800     MOVE WN-REC-DRAWN TO CD62O-NOT-DRAWN (WS-NOT-SUB).           dbank62p
029900     MOVE WN-REC-GIVEN-DTE TO CD62O-NOT-GIVEN-DTE (WS-NOT-SUB).   dbank62p
030000     MOVE WN-REC-AVAIL-DTE TO CD62O-NOT-AVAIL-DTE (WS-NOT-SUB).   dbank62p
030100     MOVE WN-REC-LAPSE-DTE TO CD62O-NOT-LAPSE-DTE (WS-NOT-SUB).   dbank62p
030200     MOVE WN-REC-STATUS TO CD62O-NOT-STATUS (WS-NOT-SUB).         dbank62p
030300     GO TO LIST-NOTICES-LOOP.                                     dbank62p
030400 LIST-NOTICES-LOOP-EXIT.                                          dbank62p
030500     MOVE WS-NOT-SUB TO CD62O-NOTICE-COUNT.                       dbank62p
030600     EXEC CICS ENDBR FILE('BNKWNOT')                              dbank62p
030700     END-EXEC.                                                    dbank62p
030800     SET CD62O-OK TO TRUE.                                        dbank62p
030900     IF WS-NOT-SUB IS EQUAL TO ZERO                               dbank62p
031000        MOVE 'No withdrawal notices on this account'              dbank62p
031100          TO CD62O-MESSAGE                                        dbank62p
031200     END-IF.                                                      dbank62p
031300 LIST-NOTICES-PROCESS-EXIT.                                       dbank62p
031400     EXIT.                                                        dbank62p
031500                                                                  dbank62p
031600***************************************************************** dbank62p
031700* Take notice of a withdrawal. No date asks for the earliest    * dbank62p
031800* the notice period allows; a date inside the period is         * dbank62p
031900* refused, as is one more than a year away. The notice cannot   * dbank62p
032000* take the account's outstanding notices past its balance       * dbank62p
032100***************************************************************** dbank62p
032200 GIVE-NOTICE-PROCESS.                                             dbank62p
032300     IF NOT BAC-REC-ACTIVE                                        dbank62p
032400        SET CD62O-REJECTED TO TRUE                                dbank62p
032500        MOVE 'Account is not active' TO CD62O-MESSAGE             dbank62p
032600        GO TO GIVE-NOTICE-PROCESS-EXIT                            dbank62p
032700     END-IF.                                                      dbank62p
032800     IF CD62I-AMOUNT IS NOT GREATER THAN ZERO                     dbank62p
032900        SET CD62O-REJECTED TO TRUE                                dbank62p
033000        MOVE 'Notice amount must be greater than zero'            dbank62p
033100          TO CD62O-MESSAGE                                        dbank62p
033200        GO TO GIVE-NOTICE-PROCESS-EXIT                            dbank62p
033300     END-IF.                                                      dbank62p
033400     IF CD62I-AVAIL-DTE IS EQUAL TO ZERO                          dbank62p
033500        MOVE CD62O-EARLIEST-DTE TO WS-WANTED-DTE                  dbank62p
033600     ELSE                                                         dbank62p
033700        MOVE CD62I-AVAIL-DTE TO WS-WANTED-DTE                     dbank62p
033800     END-IF.                                                      dbank62p
033900     IF WS-WANTED-MM IS LESS THAN 1 OR                            dbank62p
034000        WS-WANTED-MM IS GREATER THAN 12 OR                        dbank62p
034100        WS-WANTED-DD IS LESS THAN 1 OR                            dbank62p
034200        WS-WANTED-DD IS GREATER THAN 31                           dbank62p
034300        SET CD62O-REJECTED TO TRUE                                dbank62p
034400        MOVE 'Withdrawal date is not a valid date'                dbank62p
034500          TO CD62O-MESSAGE                                        dbank62p
034600        GO TO GIVE-NOTICE-PROCESS-EXIT                            dbank62p
034700     END-IF.                                                      dbank62p
034800     IF WS-WANTED-DTE IS LESS THAN CD62O-EARLIEST-DTE             dbank62p
034900        SET CD62O-REJECTED TO TRUE                                dbank62p
035000        MOVE 'Withdrawal date is inside the notice period'        dbank62p
035100          TO CD62O-MESSAGE                                        dbank62p
035200        GO TO GIVE-NOTICE-PROCESS-EXIT                            dbank62p
035300     END-IF.                                                      dbank62p
035400     COMPUTE WS-DAY-NUMBER =                                      dbank62p
035500         FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE-N) + 366.        dbank62p
035600     COMPUTE WS-LATEST-DTE =                                      dbank62p
035700         FUNCTION DATE-OF-INTEGER (WS-DAY-NUMBER).                dbank62p
035800     IF WS-WANTED-DTE IS GREATER THAN WS-LATEST-DTE               dbank62p
035900        SET CD62O-REJECTED TO TRUE                                dbank62p
036000        MOVE 'Notice cannot be given more than a year ahead'      dbank62p
036100          TO CD62O-MESSAGE                                        dbank62p
036200        GO TO GIVE-NOTICE-PROCESS-EXIT                            dbank62p
036300     END-IF.                                                      dbank62p
036400     COMPUTE WS-FREE-BALANCE = BAC-REC-BALANCE - WS-OUTSTANDING.  dbank62p
036500     IF CD62I-AMOUNT IS GREATER THAN WS-FREE-BALANCE              dbank62p
036600        SET CD62O-REJECTED TO TRUE                                dbank62p
036700        MOVE 'Notices would exceed the account balance'           dbank62p
036800          TO CD62O-MESSAGE                                        dbank62p
036900        GO TO GIVE-NOTICE-PROCESS-EXIT                            dbank62p
037000     END-IF.                                                      dbank62p
037100     IF WS-HIGH-SEQ IS EQUAL TO 999                               dbank62p
037200        SET CD62O-REJECTED TO TRUE                                dbank62p
037300        MOVE 'No further notices can be held on this account'     dbank62p
037400          TO CD62O-MESSAGE                                        dbank62p
037500        GO TO GIVE-NOTICE-PROCESS-EXIT                            dbank62p
037600     END-IF.                                                      dbank62p
037700     MOVE SPACES TO WS-BNKWNOT-REC.                               dbank62p
037800     MOVE CD62I-ACCNO TO WN-REC-ACCNO.                            dbank62p
037900     ADD 1 TO WS-HIGH-SEQ GIVING WN-REC-SEQ.                      dbank62p
038000     MOVE BAC-REC-PID TO WN-REC-PID.                              dbank62p
038100     MOVE CD62I-AMOUNT TO WN-REC-AMOUNT.                          dbank62p
038200     MOVE ZERO TO WN-REC-DRAWN.                                   dbank62p
038300     MOVE WS-TODAY-DATE-N TO WN-REC-GIVEN-DTE.                    dbank62p
038400     MOVE WS-WANTED-DTE TO WN-REC-AVAIL-DTE.                      dbank62p
038500     MOVE ZERO TO WN-REC-LAPSE-DTE.                               dbank62p
038600     SET WN-REC-PENDING TO TRUE.                                  dbank62p
038700     MOVE 'N' TO WN-REC-REMINDED.                                 dbank62p
038800     MOVE CD62I-USERID TO WN-REC-USERID.                          dbank62p
038900     MOVE ZERO TO WN-REC-CLOSED-DTE.                              dbank62p
039000     EXEC CICS WRITE FILE('BNKWNOT')                              dbank62p
039100                     FROM(WS-BNKWNOT-REC)                         dbank62p
039200                     RIDFLD(WN-REC-KEY)                           dbank62p
039300                     LENGTH(LENGTH OF WS-BNKWNOT-REC)             dbank62p
039400                     RESP(WS-RESP)                                dbank62p
039500     END-EXEC.                                                    dbank62p
039600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank62p
039700        SET CD62O-REJECTED TO TRUE                                dbank62p
039800        MOVE 'Unable to record the notice' TO CD62O-MESSAGE       dbank62p
039900        GO TO GIVE-NOTICE-PROCESS-EXIT                            dbank62p
040000     END-IF.                                                      dbank62p
040100     MOVE SPACES TO WS-BEFORE-IMAGE.                              dbank62p
040200     SET AD-REC-ACTION-ADD TO TRUE.                               dbank62p
040300     PERFORM WRITE-AUDIT-RECORD.                                  dbank62p
040400     ADD CD62I-AMOUNT TO CD62O-OUTSTANDING.                       dbank62p
040500     MOVE WN-REC-SEQ TO CD62O-SEQ.                                dbank62p
040600     MOVE WN-REC-AVAIL-DTE TO CD62O-AVAIL-DTE.                    dbank62p
040700     SET CD62O-OK TO TRUE.                                        dbank62p
040800     MOVE 'Notice of withdrawal recorded' TO CD62O-MESSAGE.       dbank62p
040900 GIVE-NOTICE-PROCESS-EXIT.                                        dbank62p
041000     EXIT.                                                        dbank62p
041100                                                                  dbank62p
041200***************************************************************** dbank62p
041300* Cancel a notice still pending or released. Whatever has been  * dbank62p
041400* drawn on it stays drawn; the rest is no longer available      * dbank62p
041500***************************************************************** dbank62p
041600 CANCEL-NOTICE-PROCESS.                                           dbank62p
041700     MOVE CD62I-ACCNO TO WS-BNKWNOT-RID-ACCNO.                    dbank62p
041800     MOVE CD62I-SEQ TO WS-BNKWNOT-RID-SEQ.                        dbank62p
041900     EXEC CICS READ FILE('BNKWNOT')                               dbank62p
042000                    INTO(WS-BNKWNOT-REC)                          dbank62p
042100                    LENGTH(LENGTH OF WS-BNKWNOT-REC)              dbank62p
042200                    RIDFLD(WS-BNKWNOT-RID)                        dbank62p
042300                    UPDATE                                        dbank62p
042400                    RESP(WS-RESP)                                 dbank62p
042500     END-EXEC.                                                    dbank62p
042600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank62p
042700        SET CD62O-REJECTED TO TRUE                                dbank62p
042800        MOVE 'Notice not found' TO CD62O-MESSAGE                  dbank62p
042900        GO TO CANCEL-NOTICE-PROCESS-EXIT                          dbank62p
043000     END-IF.                                                      dbank62p
043100     IF NOT WN-REC-OUTSTANDING                                    dbank62p
043200        EXEC CICS UNLOCK FILE('BNKWNOT')                          dbank62p
043300        END-EXEC                                                  dbank62p
043400        SET CD62O-REJECTED TO TRUE                                dbank62p
043500        MOVE 'Notice is no longer outstanding' TO CD62O-MESSAGE   dbank62p
043600        GO TO CANCEL-NOTICE-PROCESS-EXIT                          dbank62p
043700     END-IF.                                                      dbank62p
043800     MOVE WS-BNKWNOT-REC TO WS-BEFORE-IMAGE.                      dbank62p
043900     COMPUTE CD62O-OUTSTANDING = CD62O-OUTSTANDING -              dbank62p
044000             (WN-REC-AMOUNT - WN-REC-DRAWN).                      dbank62p
044100     SET WN-REC-CANCELLED TO TRUE.                                dbank62p
044200     MOVE WS-TODAY-DATE-N TO WN-REC-CLOSED-DTE.                   dbank62p
044300     EXEC CICS REWRITE FILE('BNKWNOT')                            dbank62p
044400                   FROM(WS-BNKWNOT-REC)                           dbank62p
044500                   LENGTH(LENGTH OF WS-BNKWNOT-REC)               dbank62p
044600                   RESP(WS-RESP)                                  dbank62p
044700     END-EXEC.                                                    dbank62p
044800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank62p
044900        SET CD62O-REJECTED TO TRUE                                dbank62p
045000        MOVE 'Unable to cancel the notice' TO CD62O-MESSAGE       dbank62p
045100        GO TO CANCEL-NOTICE-PROCESS-EXIT                          dbank62p
045200     END-IF.                                                      dbank62p
045300     SET AD-REC-ACTION-CHANGE TO TRUE.                            dbank62p
045400     PERFORM WRITE-AUDIT-RECORD.                                  dbank62p
045500     MOVE WN-REC-SEQ TO CD62O-SEQ.                                dbank62p
045600     SET CD62O-OK TO TRUE.                                        dbank62p
045700     MOVE 'Notice cancelled' TO CD62O-MESSAGE.                    dbank62p
045800 CANCEL-NOTICE-PROCESS-EXIT.                                      dbank62p
045900     EXIT.                                                        dbank62p
046000                                                                  dbank62p
046100***************************************************************** dbank62p
046200* Audit one change to BNKWNOT with the requesting userid. The   * dbank62p
046300* caller has set the action and the before image                * dbank62p
046400***************************************************************** dbank62p
046500 WRITE-AUDIT-RECORD.                                              dbank62p
046600     ADD 1 TO WS-AUDIT-SEQ.                                       dbank62p
046700     MOVE EIBTASKN TO AD-REC-TASKN.                               dbank62p
046800     MOVE WS-AUDIT-SEQ TO AD-REC-SEQ.                             dbank62p
046900     MOVE 'BNKWNOT ' TO AD-REC-TABLE.                             dbank62p
047000     MOVE CD62I-USERID TO AD-REC-USERID.                          dbank62p
047100     MOVE WS-TODAY-DATE-N TO AD-REC-DATE.                         dbank62p
047200     MOVE WS-TODAY-TIME TO AD-REC-TIME.                           dbank62p
047300     MOVE SPACES TO AD-REC-APPR-USERID.                           dbank62p
047400     MOVE WS-BEFORE-IMAGE TO AD-REC-BEFORE-IMAGE.                 dbank62p
047500     MOVE WS-BNKWNOT-REC TO AD-REC-AFTER-IMAGE.                   dbank62p
047600     PERFORM AUDIT-CHAIN-WRITE                                    dbank62p
047700         THRU AUDIT-CHAIN-WRITE-EXIT.                             dbank62p
047800                                                                  dbank62p
047900***************************************************************** dbank62p
048000* Get today's date and time (used to stamp the notice)          * dbank62p
048100***************************************************************** dbank62p
048200 GET-TODAY-DATE.                                                  dbank62p
048300     EXEC CICS ASKTIME                                            dbank62p
048400               ABSTIME(WS-ABSTIME)                                dbank62p
048500     END-EXEC.                                                    dbank62p
048600     EXEC CICS FORMATTIME                                         dbank62p
048700               ABSTIME(WS-ABSTIME)                                dbank62p
048800               YYYYMMDD(WS-TODAY-DATE)                            dbank62p
048900               TIME(WS-TODAY-TIME)                                dbank62p
049000     END-EXEC.                                                    dbank62p
049100 GET-TODAY-DATE-EXIT.                                             dbank62p
049200     EXIT.                                                        dbank62p
049300                                                                  dbank62p
049400 COPY CPERFP.                                                     dbank62p
049500 COPY CAUDCHP.                                                    dbank62p
049600                                                                  dbank62p
049700* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank62p
