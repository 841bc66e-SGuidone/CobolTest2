000100***************************************************************** dbank64p
000200*                                                               * dbank64p
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   * dbank64p
000400*   This demonstration program is provided for use by users     * dbank64p
000500*   of Micro Focus products and may be used, modified and       * dbank64p
000600*   distributed as part of your application provided that       * dbank64p
000700*   you properly acknowledge the copyright of Micro Focus       * dbank64p
000800*   in this material.                                           * dbank64p
000900*                                                               * dbank64p
001000***************************************************************** dbank64p
001100                                                                  dbank64p
001200***************************************************************** dbank64p
001300* Program:     DBANK64P.CBL                                     * dbank64p
001400* Function:    Card authorisation. Answers the card switch's    * dbank64p
001500*              online request for an ATM withdrawal or a POS    * dbank64p
001600*              purchase. The BNKCARD card must be active and    * dbank64p
001700*              in date, its account open and the customer       * dbank64p
001800*              living; the amount must be within the available  * dbank64p
001900*              balance (balance and overdraft less the active   * dbank64p
002000*              BNKHOLD holds) and within what is left of the    * dbank64p
002100*              customer's BNKLIMP cap for the channel today on  * dbank64p
002200*              BNKLUSE. An approval places a hold for the       * dbank64p
002300*              amount, kept for the BNKSYSC AUTHHOLD number of  * dbank64p
002400*              days, and counts it against the channel usage;   * dbank64p
002500*              every request is logged to BNKAUTH with its      * dbank64p
002600*              reason code                                      * dbank64p
002700*              VSAM version                                     * dbank64p
002800***************************************************************** dbank64p
002900                                                                  dbank64p
003000 IDENTIFICATION DIVISION.                                         dbank64p
003100 PROGRAM-ID.                                                      dbank64p
003200     DBANK64P.                                                    dbank64p
003300 DATE-WRITTEN.                                                    dbank64p
003400     October 2026.                                                dbank64p
003500 DATE-COMPILED.                                                   dbank64p
003600     Today.                                                       dbank64p
003700                                                                  dbank64p
003800 ENVIRONMENT DIVISION.                                            dbank64p
003900                                                                  dbank64p
004000 DATA DIVISION.                                                   dbank64p
004100                                                                  dbank64p
004200 WORKING-STORAGE SECTION.                                         dbank64p
004300 01  WS-MISC-STORAGE.                                             dbank64p
004400   05  WS-PROGRAM-ID                         PIC X(8)             dbank64p
004500       VALUE 'DBANK64P'.                                          dbank64p
004600   05  WS-COMMAREA-LENGTH                    PIC 9(5).            dbank64p
004700   05  WS-RESP                               PIC S9(8) COMP.      dbank64p
004800   05  WS-ABSTIME                            PIC S9(15) COMP-3.   dbank64p
004900   05  WS-TODAY-DATE                         PIC X(8).            dbank64p
005000   05  WS-TODAY-DATE-N REDEFINES WS-TODAY-DATE PIC 9(8).          dbank64p
005100   05  WS-TODAY-TIME                         PIC X(6).            dbank64p
005200   05  WS-TASKN                              PIC 9(7).            dbank64p
005300   05  WS-HOLD-DAYS                          PIC S9(3) COMP-3.    dbank64p
005400   05  WS-DEFAULT-HOLD-DAYS                  PIC S9(3) COMP-3     dbank64p
005500       VALUE 7.                                                   dbank64p
005600   05  WS-HOLD-EXPIRY-DTE                    PIC 9(8).            dbank64p
005700   05  WS-HOLDS-TOTAL                        PIC S9(9)V99 COMP-3. dbank64p
005800   05  WS-AVAILABLE                          PIC S9(9)V99 COMP-3. dbank64p
005900   05  WS-CHANNEL-CAP                        PIC S9(7)V99 COMP-3. dbank64p
006000   05  WS-CHANNEL-USED                       PIC S9(9)V99 COMP-3. dbank64p
006100   05  WS-AUTH-PID                           PIC X(5).            dbank64p
006200   05  WS-AUTH-ACCNO                         PIC X(9).            dbank64p
006300   05  WS-BNKSYSC-RID                        PIC X(8).            dbank64p
006400   05  WS-BNKHOLD-RID                        PIC X(16).           dbank64p
006500                                                                  dbank64p
006600 01  WS-BNKCARD-REC.                                              dbank64p
006700 COPY CBANKVCD.                                                   dbank64p
006800                                                                  dbank64p
006900 01  WS-BNKACCT-REC.                                              dbank64p
007000 COPY CBANKVAC.                                                   dbank64p
007100                                                                  dbank64p
007200 01  WS-BNKCUST-REC.                                              dbank64p
007300 COPY CBANKVCS.                                                   dbank64p
007400                                                                  dbank64p
007500 01  WS-BNKHOLD-REC.                                              dbank64p
007600 COPY CBANKVHD.                                                   dbank64p
007700                                                                  dbank64p
007800 01  WS-BNKLIMP-REC.                                              dbank64p
007900 COPY CBANKVLP.                                                   dbank64p
008000                                                                  dbank64p
008100 01  WS-BNKLUSE-REC.                                              dbank64p
008200 COPY CBANKVLU.                                                   dbank64p
008300                                                                  dbank64p
008400 01  WS-BNKSYSC-REC.                                              dbank64p
008500 COPY CBANKVSY.                                                   dbank64p
008600                                                                  dbank64p
008700 01  WS-BNKAUTH-REC.                                              dbank64p
008800 COPY CBANKVAU.                                                   dbank64p
008900                                                                  dbank64p
009000 01  WS-COMMAREA.                                                 dbank64p
009100 COPY CBANKD64.                                                   dbank64p
009200                                                                  dbank64p
009300 COPY CABENDD.                                                    dbank64p
009400                                                                  dbank64p
009500 01  WS-BNKPERF-REC.                                              dbank64p
009600 COPY CBANKVPF.                                                   dbank64p
009700                                                                  dbank64p
009800 COPY CPERFD.                                                     dbank64p
009900                                                                  dbank64p
010000 LINKAGE SECTION.                                                 dbank64p
010100 01  DFHCOMMAREA.                                                 dbank64p
010200   05  LK-COMMAREA                           PIC X(1)             dbank64p
010300       OCCURS 1 TO 4096 TIMES                                     dbank64p
010400         DEPENDING ON WS-COMMAREA-LENGTH.                         dbank64p
010500                                                                  dbank64p
010600 COPY CENTRY.                                                     dbank64p
010700***************************************************************** dbank64p
010800* Start the response-time clock for this request                * dbank64p
010900***************************************************************** dbank64p
011000     PERFORM PERF-TIMER.                                          dbank64p
011100                                                                  dbank64p
011200***************************************************************** dbank64p
011300* Move the passed data to our area                              * dbank64p
011400***************************************************************** dbank64p
011500     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            dbank64p
011600     MOVE DFHCOMMAREA TO WS-COMMAREA.                             dbank64p
011700                                                                  dbank64p
011800***************************************************************** dbank64p
011900* Initialize our output area                                    * dbank64p
012000***************************************************************** dbank64p
012100     MOVE SPACES TO CD64O-DATA.                                   dbank64p
012200     MOVE ZERO TO CD64O-AVAILABLE.                                dbank64p
012300     MOVE SPACES TO WS-AUTH-PID.                                  dbank64p
012400     MOVE SPACES TO WS-AUTH-ACCNO.                                dbank64p
012500     MOVE EIBTASKN TO WS-TASKN.                                   dbank64p
012600     PERFORM GET-TODAY-DATE.                                      dbank64p
012700                                                                  dbank64p
012800***************************************************************** dbank64p
012900* Run the checks in turn; the first that fails gives the        * dbank64p
013000* decline reason. Every request is logged, and one that passed  * dbank64p
013100* them all is approved and the amount held                      * dbank64p
013200***************************************************************** dbank64p
013300     PERFORM CHECK-AUTH-REQUEST                                   dbank64p
013400         THRU CHECK-AUTH-REQUEST-EXIT.                            dbank64p
013500     IF CD64O-APPROVED                                            dbank64p
013600        PERFORM GET-HOLD-EXPIRY                                   dbank64p
013700            THRU GET-HOLD-EXPIRY-EXIT                             dbank64p
013800     END-IF.                                                      dbank64p
013900     PERFORM LOG-AUTHORISATION                                    dbank64p
014000         THRU LOG-AUTHORISATION-EXIT.                             dbank64p
014100     IF CD64O-APPROVED                                            dbank64p
014200        PERFORM PLACE-AUTH-HOLD                                   dbank64p
014300            THRU PLACE-AUTH-HOLD-EXIT                             dbank64p
014400     END-IF.                                                      dbank64p
014500                                                                  dbank64p
014600 MAINLINE-EXIT.                                                   dbank64p
014700***************************************************************** dbank64p
014800* Move the result back to the callers area                      * dbank64p
014900***************************************************************** dbank64p
015000     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       dbank64p
015100                                                                  dbank64p
015200***************************************************************** dbank64p
015300* Log this request's response time to BNKPERF                   * dbank64p
015400***************************************************************** dbank64p
015500     MOVE 'CARDAUTH' TO WS-PERF-FUNCTION.                         dbank64p
015600     PERFORM PERF-TIMER.                                          dbank64p
015700                                                                  dbank64p
015800***************************************************************** dbank64p
015900* Return to our caller                                          * dbank64p
016000***************************************************************** dbank64p
016100 COPY CRETURN.                                                    dbank64p
016200                                                                  dbank64p
016300***************************************************************** dbank64p
016400* The card, account, customer, funds and channel limit checks.  * dbank64p
016500* Each failure sets the switch reason code and its text:        * dbank64p
016600* 12 invalid request, 14 unknown card, 41 hot-listed card,      * dbank64p
016700* 62 card not usable, 54 expired card, 05 do not honour,        * dbank64p
016800* 51 insufficient funds, 61 over the channel limit              * dbank64p
016900***************************************************************** dbank64p
017000 CHECK-AUTH-REQUEST.                                              dbank64p
017100     IF CD64I-AMOUNT IS NOT NUMERIC OR                            dbank64p
017200        CD64I-AMOUNT IS EQUAL TO ZERO OR                          dbank64p
017300        NOT (CD64I-ATM OR CD64I-POS)                              dbank64p
017400        MOVE '12' TO CD64O-RESULT                                 dbank64p
017500        MOVE 'Invalid request' TO CD64O-MESSAGE                   dbank64p
017600        GO TO CHECK-AUTH-REQUEST-EXIT                             dbank64p
017700     END-IF.                                                      dbank64p
017800     EXEC CICS READ FILE('BNKCARD')                               dbank64p
017900                    INTO(WS-BNKCARD-REC)                          dbank64p
018000                    LENGTH(LENGTH OF WS-BNKCARD-REC)              dbank64p
018100                    RIDFLD(CD64I-CARD-NO)                         dbank64p
018200                    RESP(WS-RESP)                                 dbank64p
018300     END-EXEC.                                                    dbank64p
018400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank64p
018500        MOVE '14' TO CD64O-RESULT                                 dbank64p
018600        MOVE 'Card not known' TO CD64O-MESSAGE                    dbank64p
018700        GO TO CHECK-AUTH-REQUEST-EXIT                             dbank64p
018800     END-IF.                                                      dbank64p
018900     MOVE CRD-REC-ACCNO TO WS-AUTH-ACCNO.                         dbank64p
019000     MOVE CRD-REC-PID TO WS-AUTH-PID.                             dbank64p
019100     IF CRD-REC-HOT-LISTED                                        dbank64p
019200        MOVE '41' TO CD64O-RESULT                                 dbank64p
019300        MOVE 'Card hot-listed' TO CD64O-MESSAGE                   dbank64p
019400        GO TO CHECK-AUTH-REQUEST-EXIT                             dbank64p
019500     END-IF.                                                      dbank64p
019600     IF NOT CRD-REC-CARD-ACTIVE                                   dbank64p
019700        MOVE '62' TO CD64O-RESULT                                 dbank64p
019800        MOVE 'Card blocked or not active' TO CD64O-MESSAGE        dbank64p
019900        GO TO CHECK-AUTH-REQUEST-EXIT                             dbank64p
020000     END-IF.                                                      dbank64p
020100     IF CRD-REC-EXPIRY-DTE IS NOT EQUAL TO ZERO AND               dbank64p
020200        CRD-REC-EXPIRY-DTE IS LESS THAN WS-TODAY-DATE-N           dbank64p
020300        MOVE '54' TO CD64O-RESULT                                 dbank64p
020400        MOVE 'Card expired' TO CD64O-MESSAGE                      dbank64p
020500        GO TO CHECK-AUTH-REQUEST-EXIT                             dbank64p
020600     END-IF.                                                      dbank64p
020700     EXEC CICS READ FILE('BNKACCT')                               dbank64p
020800                    INTO(WS-BNKACCT-REC)                          dbank64p
020900                    LENGTH(LENGTH OF WS-BNKACCT-REC)              dbank64p
021000                    RIDFLD(CRD-REC-ACCNO)                         dbank64p
021100                    RESP(WS-RESP)                                 dbank64p
021200     END-EXEC.                                                    dbank64p
021300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                dbank64p
021400        NOT BAC-REC-ACTIVE                                        dbank64p
021500        MOVE '05' TO CD64O-RESULT                                 dbank64p
021600        MOVE 'Account not active' TO CD64O-MESSAGE                dbank64p
021700        GO TO CHECK-AUTH-REQUEST-EXIT                             dbank64p
021800     END-IF.                                                      dbank64p
021900     MOVE BAC-REC-PID TO WS-AUTH-PID.                             dbank64p
022000     EXEC CICS READ FILE('BNKCUST')                               dbank64p
022100                    INTO(WS-BNKCUST-REC)                          dbank64p
022200                    LENGTH(LENGTH OF WS-BNKCUST-REC)              dbank64p
022300                    RIDFLD(BAC-REC-PID)                           dbank64p
022400                    RESP(WS-RESP)                                 dbank64p
022500     END-EXEC.                                                    dbank64p
022600     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND                   dbank64p
022700        BCS-REC-IS-DECEASED                                       dbank64p
022800        MOVE '05' TO CD64O-RESULT                                 dbank64p
022900        MOVE 'Customer deceased' TO CD64O-MESSAGE                 dbank64p
023000        GO TO CHECK-AUTH-REQUEST-EXIT                             dbank64p
023100     END-IF.                                                      dbank64p
023200     PERFORM SUM-ACTIVE-HOLDS                                     dbank64p
023300         THRU SUM-ACTIVE-HOLDS-EXIT.                              dbank64p
023400     COMPUTE WS-AVAILABLE = BAC-REC-BALANCE                       dbank64p
023500                          + BAC-REC-OVERDRAFT-LIMIT               dbank64p
023600                          - WS-HOLDS-TOTAL.                       dbank64p
023700     MOVE WS-AVAILABLE TO CD64O-AVAILABLE.                        dbank64p
023800     IF WS-AVAILABLE IS LESS THAN CD64I-AMOUNT                    dbank64p
023900        MOVE '51' TO CD64O-RESULT                                 dbank64p
024000        MOVE 'Insufficient funds' TO CD64O-MESSAGE                dbank64p
024100        GO TO CHECK-AUTH-REQUEST-EXIT                             dbank64p
024200     END-IF.                                                      dbank64p
024300     PERFORM CHECK-CHANNEL-LIMIT                                  dbank64p
024400         THRU CHECK-CHANNEL-LIMIT-EXIT.                           dbank64p
024500     IF WS-CHANNEL-CAP IS GREATER THAN ZERO AND                   dbank64p
024600        WS-CHANNEL-USED + CD64I-AMOUNT IS GREATER THAN            dbank64p
024700        WS-CHANNEL-CAP                                            dbank64p
024800        MOVE '61' TO CD64O-RESULT                                 dbank64p
024900        MOVE 'Daily card limit exceeded' TO CD64O-MESSAGE         dbank64p
025000        GO TO CHECK-AUTH-REQUEST-EXIT                             dbank64p
025100     END-IF.                                                      dbank64p
025200     SET CD64O-APPROVED TO TRUE.                                  dbank64p
025300     MOVE 'Approved' TO CD64O-MESSAGE.                            dbank64p
025400 CHECK-AUTH-REQUEST-EXIT.                                         dbank64p
025500     EXIT.                                                        dbank64p
025600                                                                  dbank64p
025700***************************************************************** dbank64p
025800* Total the active unexpired holds on the card's account. A     * dbank64p
025900* hold with an expiry date in the past no longer counts         * dbank64p
026000***************************************************************** dbank64p
026100 SUM-ACTIVE-HOLDS.                                                dbank64p
026200     MOVE ZERO TO WS-HOLDS-TOTAL.                                 dbank64p
026300     MOVE LOW-VALUES TO WS-BNKHOLD-RID.                           dbank64p
026400     MOVE WS-AUTH-ACCNO TO WS-BNKHOLD-RID(1:9).                   dbank64p
026500     EXEC CICS STARTBR FILE('BNKHOLD')                            dbank64p
026600                       RIDFLD(WS-BNKHOLD-RID)                     dbank64p
026700                       GTEQ                                       dbank64p
026800                       RESP(WS-RESP)                              dbank64p
026900     END-EXEC.                                                    dbank64p
027000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank64p
027100        GO TO SUM-ACTIVE-HOLDS-EXIT                               dbank64p
027200     END-IF.                                                      dbank64p
027300 SUM-ACTIVE-HOLDS-LOOP.                                           dbank64p
027400     EXEC CICS READNEXT FILE('BNKHOLD')                           dbank64p
027500                        INTO(WS-BNKHOLD-REC)                      dbank64p
027600                        LENGTH(LENGTH OF WS-BNKHOLD-REC)          dbank64p
027700                        RIDFLD(WS-BNKHOLD-RID)                    dbank64p
027800                        RESP(WS-RESP)                             dbank64p
027900     END-EXEC.                                                    dbank64p
028000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                dbank64p
028100        HD-REC-ACCNO IS NOT EQUAL TO WS-AUTH-ACCNO                dbank64p
028200        GO TO SUM-ACTIVE-HOLDS-LOOP-EXIT                          dbank64p
028300     END-IF.                                                      dbank64p
028400     IF HD-REC-ACTIVE AND                                         dbank64p
028500        (HD-REC-EXPIRY-DTE IS EQUAL TO ZERO OR                    dbank64p
028600         HD-REC-EXPIRY-DTE IS NOT LESS THAN WS-TODAY-DATE-N)      dbank64p
028700        ADD HD-REC-AMOUNT TO WS-HOLDS-TOTAL                       dbank64p
028800     END-IF.                                                      dbank64p
028900     GO TO SUM-ACTIVE-HOLDS-LOOP.                                 dbank64p
029000 SUM-ACTIVE-HOLDS-LOOP-EXIT.                                      dbank64p
029100     EXEC CICS ENDBR FILE('BNKHOLD')                              dbank64p
029200     END-EXEC.                                                    dbank64p
029300 SUM-ACTIVE-HOLDS-EXIT.                                           dbank64p
029400     EXIT.                                                        dbank64p
029500                                                                  dbank64p
029600***************************************************************** dbank64p
029700* The customer's BNKLIMP cap for this channel (ATM or POS) and  * dbank64p
029800* what BNKLUSE shows already used on it today. No profile, or   * dbank64p
029900* a zero cap, leaves the channel uncapped.                      * dbank64p
029910* A profile written before it carried a POS cap has spaces      * dbank64p
029920* there, which counts as zero                                   * dbank64p
030000***************************************************************** dbank64p
030100 CHECK-CHANNEL-LIMIT.                                             dbank64p
030200     MOVE ZERO TO WS-CHANNEL-CAP.                                 dbank64p
030300     MOVE ZERO TO WS-CHANNEL-USED.                                dbank64p
030400     MOVE WS-AUTH-PID TO LP-REC-PID.                              dbank64p
030500     EXEC CICS READ FILE('BNKLIMP')                               dbank64p
030600                    INTO(WS-BNKLIMP-REC)                          dbank64p
030700                    LENGTH(LENGTH OF WS-BNKLIMP-REC)              dbank64p
030800                    RIDFLD(LP-REC-PID)                            dbank64p
030900                    RESP(WS-RESP)                                 dbank64p
031000     END-EXEC.                                                    dbank64p
031100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank64p
031200        GO TO CHECK-CHANNEL-LIMIT-EXIT                            dbank64p
031300     END-IF.                                                      dbank64p
031400     IF CD64I-ATM                                                 dbank64p
031500        MOVE LP-REC-ATM-CAP TO WS-CHANNEL-CAP                     dbank64p
031600     ELSE                                                         dbank64p
031650        IF LP-REC-POS-CAP IS NOT NUMERIC                          dbank64p
031660           MOVE ZERO TO WS-CHANNEL-CAP                            dbank64p
031670        ELSE                                                      dbank64p
031700           MOVE LP-REC-POS-CAP TO WS-CHANNEL-CAP                  dbank64p
031750        END-IF                                                    dbank64p
031800     END-IF.                                                      dbank64p
031900     IF WS-CHANNEL-CAP IS NOT GREATER THAN ZERO                   dbank64p
032000        GO TO CHECK-CHANNEL-LIMIT-EXIT                            dbank64p
032100     END-IF.                                                      dbank64p
032200     MOVE WS-AUTH-PID TO LU-REC-PID.                              dbank64p
032300     MOVE WS-TODAY-DATE-N TO LU-REC-DATE.                         dbank64p
032400     MOVE CD64I-CHANNEL TO LU-REC-CHANNEL.                        dbank64p
032500     EXEC CICS READ FILE('BNKLUSE')                               dbank64p
032600                    INTO(WS-BNKLUSE-REC)                          dbank64p
032700                    LENGTH(LENGTH OF WS-BNKLUSE-REC)              dbank64p
032800                    RIDFLD(LU-REC-KEY)                            dbank64p
032900                    RESP(WS-RESP)                                 dbank64p
033000     END-EXEC.                                                    dbank64p
033100     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank64p
033200        MOVE LU-REC-AMOUNT TO WS-CHANNEL-USED                     dbank64p
033300     END-IF.                                                      dbank64p
033400 CHECK-CHANNEL-LIMIT-EXIT.                                        dbank64p
033500     EXIT.                                                        dbank64p
033600                                                                  dbank64p
033700***************************************************************** dbank64p
033800* Hold the approved amount on the account under this task's     * dbank64p
033900* number, until the hold period runs out, and count it against  * dbank64p
034000* the day's channel usage. A hold that cannot be placed turns   * dbank64p
034100* the logged approval into a 96 decline                         * dbank64p
034200***************************************************************** dbank64p
034300 PLACE-AUTH-HOLD.                                                 dbank64p
034400     MOVE SPACES TO WS-BNKHOLD-REC.                               dbank64p
034500     MOVE WS-AUTH-ACCNO TO HD-REC-ACCNO.                          dbank64p
034600     MOVE WS-TASKN TO HD-REC-TASKN.                               dbank64p
034700     MOVE CD64I-AMOUNT TO HD-REC-AMOUNT.                          dbank64p
034800     MOVE 'CA' TO HD-REC-REASON.                                  dbank64p
034900     MOVE WS-HOLD-EXPIRY-DTE TO HD-REC-EXPIRY-DTE.                dbank64p
035000     MOVE WS-TODAY-DATE-N TO HD-REC-PLACED-DTE.                   dbank64p
035100     MOVE 'CARDAUTH' TO HD-REC-USERID.                            dbank64p
035200     SET HD-REC-ACTIVE TO TRUE.                                   dbank64p
035300     EXEC CICS WRITE FILE('BNKHOLD')                              dbank64p
035400               FROM(WS-BNKHOLD-REC)                               dbank64p
035500               RIDFLD(HD-REC-KEY)                                 dbank64p
035600               LENGTH(LENGTH OF WS-BNKHOLD-REC)                   dbank64p
035700               RESP(WS-RESP)                                      dbank64p
035800     END-EXEC.                                                    dbank64p
035900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank64p
036000        MOVE '96' TO CD64O-RESULT                                 dbank64p
036100        MOVE 'Unable to place the hold' TO CD64O-MESSAGE          dbank64p
036200        PERFORM DECLINE-LOGGED-AUTH                               dbank64p
036300            THRU DECLINE-LOGGED-AUTH-EXIT                         dbank64p
036400        GO TO PLACE-AUTH-HOLD-EXIT                                dbank64p
036500     END-IF.                                                      dbank64p
036600     SUBTRACT CD64I-AMOUNT FROM CD64O-AVAILABLE.                  dbank64p
036700     MOVE AU-REC-KEY TO CD64O-AUTH-ID.                            dbank64p
036800     PERFORM RECORD-CHANNEL-USAGE                                 dbank64p
036900         THRU RECORD-CHANNEL-USAGE-EXIT.                          dbank64p
037000 PLACE-AUTH-HOLD-EXIT.                                            dbank64p
037100     EXIT.                                                        dbank64p
037200                                                                  dbank64p
037300***************************************************************** dbank64p
037400* The approval already logged on BNKAUTH holds nothing after    * dbank64p
037500* all, so it is logged as the decline the switch is given       * dbank64p
037600***************************************************************** dbank64p
037700 DECLINE-LOGGED-AUTH.                                             dbank64p
037800     EXEC CICS READ FILE('BNKAUTH')                               dbank64p
037900                    INTO(WS-BNKAUTH-REC)                          dbank64p
038000                    LENGTH(LENGTH OF WS-BNKAUTH-REC)              dbank64p
038100                    RIDFLD(AU-REC-KEY)                            dbank64p
038200                    UPDATE                                        dbank64p
038300                    RESP(WS-RESP)                                 dbank64p
038400     END-EXEC.                                                    dbank64p
038500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank64p
038600        GO TO DECLINE-LOGGED-AUTH-EXIT                            dbank64p
038700     END-IF.                                                      dbank64p
038800     SET AU-REC-DECLINED TO TRUE.                                 dbank64p
038900     MOVE CD64O-RESULT TO AU-REC-RESULT.                          dbank64p
039000     MOVE ZERO TO AU-REC-HOLD-EXPIRY-DTE.                         dbank64p
039100     EXEC CICS REWRITE FILE('BNKAUTH')                            dbank64p
039200                   FROM(WS-BNKAUTH-REC)                           dbank64p
039300                   LENGTH(LENGTH OF WS-BNKAUTH-REC)               dbank64p
039400                   RESP(WS-RESP)                                  dbank64p
039500     END-EXEC.                                                    dbank64p
039600 DECLINE-LOGGED-AUTH-EXIT.                                        dbank64p
039700     EXIT.                                                        dbank64p
039800                                                                  dbank64p
039900***************************************************************** dbank64p
040000* The hold runs out after the BNKSYSC AUTHHOLD control amount   * dbank64p
040100* in days, or the default while that record has not been set up * dbank64p
040200***************************************************************** dbank64p
040300 GET-HOLD-EXPIRY.                                                 dbank64p
040400     MOVE WS-DEFAULT-HOLD-DAYS TO WS-HOLD-DAYS.                   dbank64p
040500     MOVE 'AUTHHOLD' TO WS-BNKSYSC-RID.                           dbank64p
040600     EXEC CICS READ FILE('BNKSYSC')                               dbank64p
040700                    INTO(WS-BNKSYSC-REC)                          dbank64p
040800                    LENGTH(LENGTH OF WS-BNKSYSC-REC)              dbank64p
040900                    RIDFLD(WS-BNKSYSC-RID)                        dbank64p
041000                    RESP(WS-RESP)                                 dbank64p
041100     END-EXEC.                                                    dbank64p
041200     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND                   dbank64p
041300        SY-REC-AMOUNT IS GREATER THAN ZERO                        dbank64p
041400        MOVE SY-REC-AMOUNT TO WS-HOLD-DAYS                        dbank64p
041500     END-IF.                                                      dbank64p
041600     COMPUTE WS-HOLD-EXPIRY-DTE = FUNCTION DATE-OF-INTEGER        dbank64p
041700         (FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE-N)              dbank64p
041800          + WS-HOLD-DAYS).                                        dbank64p
041900 GET-HOLD-EXPIRY-EXIT.                                            dbank64p
042000     EXIT.                                                        dbank64p
042100                                                                  dbank64p
042200***************************************************************** dbank64p
042300* Add the approved amount to the customer's usage for the       * dbank64p
042400* channel today, creating the usage record on first use. The    * dbank64p
042500* feed processor adds only any difference when the item settles * dbank64p
042600***************************************************************** dbank64p
042700 RECORD-CHANNEL-USAGE.                                            dbank64p
042800     MOVE WS-AUTH-PID TO LU-REC-PID.                              dbank64p
042900     MOVE WS-TODAY-DATE-N TO LU-REC-DATE.                         dbank64p
043000     MOVE CD64I-CHANNEL TO LU-REC-CHANNEL.                        dbank64p
043100     EXEC CICS READ FILE('BNKLUSE')                               dbank64p
043200                    INTO(WS-BNKLUSE-REC)                          dbank64p
043300                    LENGTH(LENGTH OF WS-BNKLUSE-REC)              dbank64p
043400                    RIDFLD(LU-REC-KEY)                            dbank64p
043500                    UPDATE                                        dbank64p
043600                    RESP(WS-RESP)                                 dbank64p
043700     END-EXEC.                                                    dbank64p
043800     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank64p
043900        ADD CD64I-AMOUNT TO LU-REC-AMOUNT                         dbank64p
044000        EXEC CICS REWRITE FILE('BNKLUSE')                         dbank64p
044100                      FROM(WS-BNKLUSE-REC)                        dbank64p
044200                      LENGTH(LENGTH OF WS-BNKLUSE-REC)            dbank64p
044300                      RESP(WS-RESP)                               dbank64p
044400        END-EXEC                                                  dbank64p
044500     ELSE                                                         dbank64p
044600        MOVE SPACES TO WS-BNKLUSE-REC                             dbank64p
044700        MOVE WS-AUTH-PID TO LU-REC-PID                            dbank64p
044800        MOVE WS-TODAY-DATE-N TO LU-REC-DATE                       dbank64p
044900        MOVE CD64I-CHANNEL TO LU-REC-CHANNEL                      dbank64p
045000        MOVE CD64I-AMOUNT TO LU-REC-AMOUNT                        dbank64p
045100        EXEC CICS WRITE FILE('BNKLUSE')                           dbank64p
045200                      FROM(WS-BNKLUSE-REC)                        dbank64p
045300                      RIDFLD(LU-REC-KEY)                          dbank64p
045400                      LENGTH(LENGTH OF WS-BNKLUSE-REC)            dbank64p
045500                      RESP(WS-RESP)                               dbank64p
045600        END-EXEC                                                  dbank64p
045700     END-IF.                                                      dbank64p
045800 RECORD-CHANNEL-USAGE-EXIT.                                       dbank64p
045900     EXIT.                                                        dbank64p
046000                                                                  dbank64p
046100***************************************************************** dbank64p
046200* Log the request and its answer to BNKAUTH. Its key - today's  * dbank64p
046300* date and this task's number - is the authorisation id; an     * dbank64p
046400* approval is left open (A) for the feed processor to settle.   * dbank64p
046500* An approval that cannot be logged is not given, so that no    * dbank64p
046600* hold is placed that could never be matched                    * dbank64p
046700***************************************************************** dbank64p
046800 LOG-AUTHORISATION.                                               dbank64p
046900     MOVE SPACES TO WS-BNKAUTH-REC.                               dbank64p
047000     MOVE WS-TODAY-DATE-N TO AU-REC-AUTH-DTE.                     dbank64p
047100     MOVE WS-TASKN TO AU-REC-AUTH-TASKN.                          dbank64p
047200     MOVE WS-TODAY-TIME TO AU-REC-AUTH-TIME.                      dbank64p
047300     MOVE CD64I-CARD-NO TO AU-REC-CARD-NO.                        dbank64p
047400     MOVE WS-AUTH-ACCNO TO AU-REC-ACCNO.                          dbank64p
047500     MOVE WS-AUTH-PID TO AU-REC-PID.                              dbank64p
047600     MOVE CD64I-CHANNEL TO AU-REC-CHANNEL.                        dbank64p
047700     IF CD64I-AMOUNT IS NUMERIC                                   dbank64p
047800        MOVE CD64I-AMOUNT TO AU-REC-AMOUNT                        dbank64p
047900     ELSE                                                         dbank64p
048000        MOVE ZERO TO AU-REC-AMOUNT                                dbank64p
048100     END-IF.                                                      dbank64p
048200     MOVE CD64I-TERMINAL TO AU-REC-TERMINAL.                      dbank64p
048300     MOVE CD64O-RESULT TO AU-REC-RESULT.                          dbank64p
048400     MOVE ZERO TO AU-REC-SETTLED-DTE.                             dbank64p
048500     MOVE ZERO TO AU-REC-SETTLED-AMOUNT.                          dbank64p
048600     IF CD64O-APPROVED                                            dbank64p
048700        SET AU-REC-APPROVED TO TRUE                               dbank64p
048800        MOVE WS-HOLD-EXPIRY-DTE TO AU-REC-HOLD-EXPIRY-DTE         dbank64p
048900     ELSE                                                         dbank64p
049000        SET AU-REC-DECLINED TO TRUE                               dbank64p
049100        MOVE ZERO TO AU-REC-HOLD-EXPIRY-DTE                       dbank64p
049200     END-IF.                                                      dbank64p
049300     EXEC CICS WRITE FILE('BNKAUTH')                              dbank64p
049400               FROM(WS-BNKAUTH-REC)                               dbank64p
049500               RIDFLD(AU-REC-KEY)                                 dbank64p
049600               LENGTH(LENGTH OF WS-BNKAUTH-REC)                   dbank64p
049700               RESP(WS-RESP)                                      dbank64p
049800     END-EXEC.                                                    dbank64p
049900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) AND               dbank64p
050000        CD64O-APPROVED                                            dbank64p
050100        MOVE '96' TO CD64O-RESULT                                 dbank64p
050200        MOVE 'Unable to log the authorisation' TO CD64O-MESSAGE   dbank64p
050300     END-IF.                                                      dbank64p
050400 LOG-AUTHORISATION-EXIT.                                          dbank64p
050500     EXIT.                                                        dbank64p
050600                                                                  dbank64p
050700***************************************************************** dbank64p
050800* Get today's date and time (used to stamp the authorisation)   * dbank64p
050900***************************************************************** dbank64p
051000 GET-TODAY-DATE.                                                  dbank64p
051100     EXEC CICS ASKTIME                                            dbank64p
051200               ABSTIME(WS-ABSTIME)                                dbank64p
051300     END-EXEC.                                                    dbank64p
051400     EXEC CICS FORMATTIME                                         dbank64p
051500               ABSTIME(WS-ABSTIME)                                dbank64p
051600               YYYYMMDD(WS-TODAY-DATE)                            dbank64p
051700               TIME(WS-TODAY-TIME)                                dbank64p
051800     END-EXEC.                                                    dbank64p
051900 GET-TODAY-DATE-EXIT.                                             dbank64p
052000     EXIT.                                                        dbank64p
052100                                                                  dbank64p
052200 COPY CPERFP.                                                     dbank64p
052300                                                                  dbank64p
052400* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank64p
