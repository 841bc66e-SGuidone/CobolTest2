000100***************************************************************** dbank51p
000200*                                                               * dbank51p
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   * dbank51p
000400*   This demonstration program is provided for use by users     * dbank51p
000500*   of Micro Focus products and may be used, modified and       * dbank51p
000600*   distributed as part of your application provided that       * dbank51p
000700*   you properly acknowledge the copyright of Micro Focus       * dbank51p
000800*   in this material.                                           * dbank51p
000900*                                                               * dbank51p
001000***************************************************************** dbank51p
001100                                                                  dbank51p
001200***************************************************************** dbank51p
001300* Program:     DBANK51P.CBL                                     * dbank51p
001400* Function:    Online maintenance of the BNKMRCH merchant       * dbank51p
001500*              master - list merchants, add a merchant, change  * dbank51p
001600*              its name, settlement account or fee rate,        * dbank51p
001700*              reinstate a suspended merchant, suspend it and   * dbank51p
001800*              close it. ZBNKPOSP refuses card purchases for a  * dbank51p
001900*              suspended or closed merchant. The settlement     * dbank51p
002000*              account must be an active BNKACCT account.       * dbank51p
002100*              Every change is audited to BNKAUDT with          * dbank51p
002200*              before/after images and the maintaining userid.  * dbank51p
002230*              Audit records are chained on BNKACHN (CAUDCHP)   * dbank51p
002260*              for the nightly ZBNKACHV verification            * dbank51p
002300*              VSAM version                                     * dbank51p
002400***************************************************************** dbank51p
002500                                                                  dbank51p
002600 IDENTIFICATION DIVISION.                                         dbank51p
002700 PROGRAM-ID.                                                      dbank51p
002800     DBANK51P.                                                    dbank51p
002900 DATE-WRITTEN.                                                    dbank51p
003000     October 2026.                                                dbank51p
003100 DATE-COMPILED.                                                   dbank51p
003200     Today.                                                       dbank51p
003300                                                                  dbank51p
003400 ENVIRONMENT DIVISION.                                            dbank51p
003500                                                                  dbank51p
003600 DATA DIVISION.                                                   dbank51p
003700                                                                  dbank51p
003800 WORKING-STORAGE SECTION.                                         dbank51p
003900 01  WS-MISC-STORAGE.                                             dbank51p
004000   05  WS-PROGRAM-ID                         PIC X(8)             dbank51p
004100       VALUE 'DBANK51P'.                                          dbank51p
004200   05  WS-COMMAREA-LENGTH                    PIC 9(5).            dbank51p
004300   05  WS-RESP                               PIC S9(8) COMP.      dbank51p
004400   05  WS-ABSTIME                            PIC S9(15) COMP-3.   dbank51p
004500   05  WS-TODAY-DATE                         PIC X(8).            dbank51p
004600   05  WS-TODAY-DATE-N REDEFINES WS-TODAY-DATE PIC 9(8).          dbank51p
004700   05  WS-TODAY-TIME                         PIC X(6).            dbank51p
004800   05  WS-MERCHANT-SUB                       PIC S9(4) COMP.      dbank51p
004900   05  WS-AUDIT-SEQ                          PIC 9(3) VALUE ZERO. dbank51p
005000   05  WS-BEFORE-IMAGE                       PIC X(80).           dbank51p
005100                                                                  dbank51p
005200 01  WS-BNKMRCH-REC.                                              dbank51p
005300 COPY CBANKVMR.                                                   dbank51p
005400                                                                  dbank51p
005500 01  WS-BNKACCT-REC.                                              dbank51p
005600 COPY CBANKVAC.                                                   dbank51p
005700                                                                  dbank51p
005800 01  WS-BNKAUDT-REC.                                              dbank51p
005900 COPY CBANKVAD.                                                   dbank51p
005910 01  WS-BNKACHN-REC.                                              dbank51p
005920 COPY CBANKVCN.                                                   dbank51p
005930 01  WS-AUDHSH-PARM.                                              dbank51p
005940 COPY CAUDHSD.                                                    dbank51p
005950 COPY CAUDCHD.                                                    dbank51p
006000                                                                  dbank51p
006100 01  WS-COMMAREA.                                                 dbank51p
006200 COPY CBANKD51.                                                   dbank51p
006300                                                                  dbank51p
006400 COPY CABENDD.                                                    dbank51p
006410                                                                  dbank51p
006420 01  WS-BNKPERF-REC.                                              dbank51p
006430 COPY CBANKVPF.                                                   dbank51p
006440                                                                  dbank51p
006450 COPY CPERFD.                                                     dbank51p
006500                                                                  dbank51p
006600 LINKAGE SECTION.                                                 dbank51p
006700 01  DFHCOMMAREA.                                                 dbank51p
006800   05  LK-COMMAREA                           PIC X(1)             dbank51p
006900       OCCURS 1 TO 4096 TIMES                                     dbank51p
007000         DEPENDING ON WS-COMMAREA-LENGTH.                         dbank51p
007100                                                                  dbank51p
007200 COPY CENTRY.                                                     dbank51p
007210***************************************************************** dbank51p
007220* Start the response-time clock for this request                * dbank51p
007230***************************************************************** dbank51p
007240     PERFORM PERF-TIMER.                                          dbank51p
007250                                                                  dbank51p
007300***************************************************************** dbank51p
007400* Move the passed data to our area                              * dbank51p
007500***************************************************************** dbank51p
007600     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            dbank51p
007700     MOVE DFHCOMMAREA TO WS-COMMAREA.                             dbank51p
007800                                                                  dbank51p
007900***************************************************************** dbank51p
008000* Initialize our output area                                    * dbank51p
008100***************************************************************** dbank51p
008200     MOVE SPACES TO CD51O-DATA.                                   dbank51p
008300     MOVE ZERO TO CD51O-MERCHANT-COUNT.                           dbank51p
008400                                                                  dbank51p
008500***************************************************************** dbank51p
008600* Now attempt to satisfy the requested function. Every          * dbank51p
008700* maintenance action requires the maintaining userid and the    * dbank51p
008800* merchant id; an add requires the name and settlement account, * dbank51p
008900* and an add or change a numeric fee rate.                      * dbank51p
009000***************************************************************** dbank51p
009100     IF NOT CD51I-LIST AND                                        dbank51p
009200        CD51I-MAINT-USERID IS EQUAL TO SPACES                     dbank51p
009300        SET CD51O-REJECTED TO TRUE                                dbank51p
009400        MOVE 'Maintaining userid is required' TO CD51O-MESSAGE    dbank51p
009500        GO TO MAINLINE-EXIT                                       dbank51p
009600     END-IF.                                                      dbank51p
009700     IF NOT CD51I-LIST AND                                        dbank51p
009800        CD51I-MERCHANT-ID IS EQUAL TO SPACES                      dbank51p
009900        SET CD51O-REJECTED TO TRUE                                dbank51p
010000        MOVE 'Merchant id is required' TO CD51O-MESSAGE           dbank51p
010100        GO TO MAINLINE-EXIT                                       dbank51p
010200     END-IF.                                                      dbank51p
010300     IF CD51I-ADD AND                                             dbank51p
010400        (CD51I-NAME IS EQUAL TO SPACES OR                         dbank51p
010500         CD51I-SETTLE-ACCNO IS EQUAL TO SPACES)                   dbank51p
010600        SET CD51O-REJECTED TO TRUE                                dbank51p
010700        MOVE 'Merchant name and settlement account are required'  dbank51p
010800          TO CD51O-MESSAGE                                        dbank51p
010900        GO TO MAINLINE-EXIT                                       dbank51p
011000     END-IF.                                                      dbank51p
011100     IF (CD51I-ADD OR CD51I-CHANGE) AND                           dbank51p
011200        CD51I-FEE-RATE IS NOT NUMERIC                             dbank51p
011300        SET CD51O-REJECTED TO TRUE                                dbank51p
011400        MOVE 'Fee rate must be numeric' TO CD51O-MESSAGE          dbank51p
011500        GO TO MAINLINE-EXIT                                       dbank51p
011600     END-IF.                                                      dbank51p
011700     IF CD51I-CHANGE AND                                          dbank51p
011800        CD51I-STATUS IS NOT EQUAL TO SPACE AND                    dbank51p
011900        NOT CD51I-REINSTATE                                       dbank51p
012000        SET CD51O-REJECTED TO TRUE                                dbank51p
012100        MOVE 'Status may only be A to reinstate the merchant'     dbank51p
012200          TO CD51O-MESSAGE                                        dbank51p
012300        GO TO MAINLINE-EXIT                                       dbank51p
012400     END-IF.                                                      dbank51p
012500     EVALUATE TRUE                                                dbank51p
012600       WHEN CD51I-ADD                                             dbank51p
012700         PERFORM ADD-MERCHANT-PROCESS                             dbank51p
012800             THRU ADD-MERCHANT-PROCESS-EXIT                       dbank51p
012900       WHEN CD51I-CHANGE                                          dbank51p
013000         PERFORM CHANGE-MERCHANT-PROCESS                          dbank51p
013100             THRU CHANGE-MERCHANT-PROCESS-EXIT                    dbank51p
013200       WHEN CD51I-SUSPEND                                         dbank51p
013300         PERFORM SUSPEND-MERCHANT-PROCESS                         dbank51p
013400             THRU SUSPEND-MERCHANT-PROCESS-EXIT                   dbank51p
013500       WHEN CD51I-CLOSE                                           dbank51p
013600         PERFORM CLOSE-MERCHANT-PROCESS                           dbank51p
013700             THRU CLOSE-MERCHANT-PROCESS-EXIT                     dbank51p
013800       WHEN OTHER                                                 dbank51p
013900         PERFORM LIST-MERCHANTS-PROCESS                           dbank51p
014000             THRU LIST-MERCHANTS-PROCESS-EXIT                     dbank51p
014100     END-EVALUATE.                                                dbank51p
014200                                                                  dbank51p
014300***************************************************************** dbank51p
014400* Move the result back to the callers area                      * dbank51p
014500***************************************************************** dbank51p
014600 MAINLINE-EXIT.                                                   dbank51p
014700     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       dbank51p
014800                                                                  dbank51p
014810***************************************************************** dbank51p
014820* Log this request's response time to BNKPERF                   * dbank51p
014830***************************************************************** dbank51p
014840     MOVE CD51I-FUNCTION TO WS-PERF-FUNCTION.                     dbank51p
014850     PERFORM PERF-TIMER.                                          dbank51p
014860                                                                  dbank51p
014900***************************************************************** dbank51p
015000* Return to our caller                                          * dbank51p
015100***************************************************************** dbank51p
015200 COPY CRETURN.                                                    dbank51p
015300                                                                  dbank51p
015400***************************************************************** dbank51p
015500* List the merchants from the caller's start key                * dbank51p
015600***************************************************************** dbank51p
015700 LIST-MERCHANTS-PROCESS.                                          dbank51p
015800     MOVE CD51I-MERCHANT-ID TO MR-REC-MERCHANT-ID.                dbank51p
015900     EXEC CICS STARTBR FILE('BNKMRCH')                            dbank51p
016000                       RIDFLD(MR-REC-MERCHANT-ID)                 dbank51p
016100                       GTEQ                                       dbank51p
016200                       RESP(WS-RESP)                              dbank51p
016300     END-EXEC.                                                    dbank51p
016400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank51p
016500        MOVE 'No merchants found' TO CD51O-MESSAGE                dbank51p
016600        GO TO LIST-MERCHANTS-PROCESS-EXIT                         dbank51p
016700     END-IF.                                                      dbank51p
016800     MOVE 0 TO WS-MERCHANT-SUB.                                   dbank51p
016900 LIST-MERCHANTS-LOOP.                                             dbank51p
017000     IF WS-MERCHANT-SUB IS EQUAL TO 12                            dbank51p
017100        GO TO LIST-MERCHANTS-LOOP-EXIT                            dbank51p
017200     END-IF.                                                      dbank51p
017300     EXEC CICS READNEXT FILE('BNKMRCH')                           dbank51p
017400                        INTO(WS-BNKMRCH-REC)                      dbank51p
017500                        LENGTH(LENGTH OF WS-BNKMRCH-REC)          dbank51p
017600                        RIDFLD(MR-REC-MERCHANT-ID)                dbank51p
017700                        RESP(WS-RESP)                             dbank51p
017800     END-EXEC.                                                    dbank51p
017900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank51p
018000        GO TO LIST-MERCHANTS-LOOP-EXIT                            dbank51p
018100     END-IF.                                                      dbank51p
018200     ADD 1 TO WS-MERCHANT-SUB.                                    dbank51p
018300     MOVE MR-REC-MERCHANT-ID                                      dbank51p
018400       TO CD51O-MERCHANT-ID (WS-MERCHANT-SUB).                    dbank51p
018500     MOVE MR-REC-NAME TO CD51O-MERCHANT-NAME (WS-MERCHANT-SUB).   dbank51p
018600     MOVE MR-REC-SETTLE-ACCNO                                     dbank51p
018700       TO CD51O-MERCHANT-ACCNO (WS-MERCHANT-SUB).                 dbank51p
018800     MOVE MR-REC-FEE-RATE                                         dbank51p
018900       TO CD51O-MERCHANT-FEE-RATE (WS-MERCHANT-SUB).              dbank51p
019000     MOVE MR-REC-STATUS                                           dbank51p
019100       TO CD51O-MERCHANT-STATUS (WS-MERCHANT-SUB).                dbank51p
019200     GO TO LIST-MERCHANTS-LOOP.                                   dbank51p
019300 LIST-MERCHANTS-LOOP-EXIT.                                        dbank51p
019400     MOVE WS-MERCHANT-SUB TO CD51O-MERCHANT-COUNT.                dbank51p
019500     EXEC CICS ENDBR FILE('BNKMRCH')                              dbank51p
019600     END-EXEC.                                                    dbank51p
019700     SET CD51O-OK TO TRUE.                                        dbank51p
019800 LIST-MERCHANTS-PROCESS-EXIT.                                     dbank51p
019900     EXIT.                                                        dbank51p
020000                                                                  dbank51p
020100***************************************************************** dbank51p
020200* Add a merchant - it takes purchases from the next POS run     * dbank51p
020300***************************************************************** dbank51p
020400 ADD-MERCHANT-PROCESS.                                            dbank51p
020500     PERFORM GET-TODAY.                                           dbank51p
020600     PERFORM CHECK-SETTLE-ACCOUNT                                 dbank51p
020700         THRU CHECK-SETTLE-ACCOUNT-EXIT.                          dbank51p
020800     IF CD51O-REJECTED                                            dbank51p
020900        GO TO ADD-MERCHANT-PROCESS-EXIT                           dbank51p
021000     END-IF.                                                      dbank51p
021100     MOVE SPACES TO WS-BNKMRCH-REC.                               dbank51p
021200     MOVE CD51I-MERCHANT-ID TO MR-REC-MERCHANT-ID.                dbank51p
021300     MOVE CD51I-NAME TO MR-REC-NAME.                              dbank51p
021400     MOVE CD51I-SETTLE-ACCNO TO MR-REC-SETTLE-ACCNO.              dbank51p
021500     MOVE CD51I-FEE-RATE TO MR-REC-FEE-RATE.                      dbank51p
021600     SET MR-REC-ACTIVE TO TRUE.                                   dbank51p
021700     EXEC CICS WRITE FILE('BNKMRCH')                              dbank51p
021800               FROM(WS-BNKMRCH-REC)                               dbank51p
021900               RIDFLD(MR-REC-MERCHANT-ID)                         dbank51p
022000               LENGTH(LENGTH OF WS-BNKMRCH-REC)                   dbank51p
022100               RESP(WS-RESP)                                      dbank51p
022200     END-EXEC.                                                    dbank51p
022300     EVALUATE WS-RESP                                             dbank51p
022400       WHEN DFHRESP(NORMAL)                                       dbank51p
022500         MOVE SPACES TO WS-BEFORE-IMAGE                           dbank51p
022600         PERFORM WRITE-AUDIT-RECORD                               dbank51p
022700         SET CD51O-OK TO TRUE                                     dbank51p
022800         MOVE 'Merchant added' TO CD51O-MESSAGE                   dbank51p
022900       WHEN DFHRESP(DUPREC)                                       dbank51p
023000         SET CD51O-REJECTED TO TRUE                               dbank51p
023100         MOVE 'Merchant already on file' TO CD51O-MESSAGE         dbank51p
023200       WHEN OTHER                                                 dbank51p
023300         SET CD51O-REJECTED TO TRUE                               dbank51p
023400         MOVE 'Unable to add merchant' TO CD51O-MESSAGE           dbank51p
023500     END-EVALUATE.                                                dbank51p
023600 ADD-MERCHANT-PROCESS-EXIT.                                       dbank51p
023700     EXIT.                                                        dbank51p
023800                                                                  dbank51p
023900***************************************************************** dbank51p
024000* Change a merchant's name, settlement account or fee rate. A   * dbank51p
024100* blank name or account leaves it as it is. Status A reinstates * dbank51p
024200* a suspended merchant; a closed merchant cannot be changed.    * dbank51p
024300***************************************************************** dbank51p
024400 CHANGE-MERCHANT-PROCESS.                                         dbank51p
024500     PERFORM GET-TODAY.                                           dbank51p
024600     IF CD51I-SETTLE-ACCNO IS NOT EQUAL TO SPACES                 dbank51p
024700        PERFORM CHECK-SETTLE-ACCOUNT                              dbank51p
024800            THRU CHECK-SETTLE-ACCOUNT-EXIT                        dbank51p
024900        IF CD51O-REJECTED                                         dbank51p
025000           GO TO CHANGE-MERCHANT-PROCESS-EXIT                     dbank51p
025100        END-IF                                                    dbank51p
025200     END-IF.                                                      dbank51p
025300     PERFORM READ-MERCHANT-FOR-UPDATE                             dbank51p
025400         THRU READ-MERCHANT-FOR-UPDATE-EXIT.                      dbank51p
025500     IF CD51O-REJECTED                                            dbank51p
025600        GO TO CHANGE-MERCHANT-PROCESS-EXIT                        dbank51p
025700     END-IF.                                                      dbank51p
025800     IF CD51I-REINSTATE AND                                       dbank51p
025900        NOT MR-REC-SUSPENDED                                      dbank51p
026000        EXEC CICS UNLOCK FILE('BNKMRCH')                          dbank51p
026100        END-EXEC                                                  dbank51p
026200        SET CD51O-REJECTED TO TRUE                                dbank51p
026300        MOVE 'Merchant is not suspended' TO CD51O-MESSAGE         dbank51p
026400        GO TO CHANGE-MERCHANT-PROCESS-EXIT                        dbank51p
026500     END-IF.                                                      dbank51p
026600     IF CD51I-NAME IS NOT EQUAL TO SPACES                         dbank51p
026700        MOVE CD51I-NAME TO MR-REC-NAME                            dbank51p
026800     END-IF.                                                      dbank51p
026900     IF CD51I-SETTLE-ACCNO IS NOT EQUAL TO SPACES                 dbank51p
027000        MOVE CD51I-SETTLE-ACCNO TO MR-REC-SETTLE-ACCNO            dbank51p
027100     END-IF.                                                      dbank51p
027200     MOVE CD51I-FEE-RATE TO MR-REC-FEE-RATE.                      dbank51p
027300     IF CD51I-REINSTATE                                           dbank51p
027400        SET MR-REC-ACTIVE TO TRUE                                 dbank51p
027500     END-IF.                                                      dbank51p
027600     PERFORM REWRITE-MERCHANT                                     dbank51p
027700         THRU REWRITE-MERCHANT-EXIT.                              dbank51p
027800     IF CD51O-OK                                                  dbank51p
027900        MOVE 'Merchant changed' TO CD51O-MESSAGE                  dbank51p
028000     END-IF.                                                      dbank51p
028100 CHANGE-MERCHANT-PROCESS-EXIT.                                    dbank51p
028200     EXIT.                                                        dbank51p
028300                                                                  dbank51p
028400***************************************************************** dbank51p
028500* Suspend an active merchant - its purchases go to the POS      * dbank51p
028600* exception report until it is reinstated                       * dbank51p
028700***************************************************************** dbank51p
028800 SUSPEND-MERCHANT-PROCESS.                                        dbank51p
028900     PERFORM GET-TODAY.                                           dbank51p
029000     PERFORM READ-MERCHANT-FOR-UPDATE                             dbank51p
029100         THRU READ-MERCHANT-FOR-UPDATE-EXIT.                      dbank51p
029200     IF CD51O-REJECTED                                            dbank51p
029300        GO TO SUSPEND-MERCHANT-PROCESS-EXIT                       dbank51p
029400     END-IF.                                                      dbank51p
029500     IF NOT MR-REC-ACTIVE                                         dbank51p
029600        EXEC CICS UNLOCK FILE('BNKMRCH')                          dbank51p
029700        END-EXEC                                                  dbank51p
029800        SET CD51O-REJECTED TO TRUE                                dbank51p
029900        MOVE 'Merchant is not active' TO CD51O-MESSAGE            dbank51p
030000        GO TO SUSPEND-MERCHANT-PROCESS-EXIT                       dbank51p
030100     END-IF.                                                      dbank51p
030200     SET MR-REC-SUSPENDED TO TRUE.                                dbank51p
030300     PERFORM REWRITE-MERCHANT                                     dbank51p
030400         THRU REWRITE-MERCHANT-EXIT.                              dbank51p
030500     IF CD51O-OK                                                  dbank51p
030600        MOVE 'Merchant suspended' TO CD51O-MESSAGE                dbank51p
030700     END-IF.                                                      dbank51p
030800 SUSPEND-MERCHANT-PROCESS-EXIT.                                   dbank51p
030900     EXIT.                                                        dbank51p
031000                                                                  dbank51p
031100***************************************************************** dbank51p
031200* Close a merchant. The record is kept, closed, so its history  * dbank51p
031300* and chargebacks still find it, but it takes no more purchases * dbank51p
031400***************************************************************** dbank51p
031500 CLOSE-MERCHANT-PROCESS.                                          dbank51p
031600     PERFORM GET-TODAY.                                           dbank51p
031700     PERFORM READ-MERCHANT-FOR-UPDATE                             dbank51p
031800         THRU READ-MERCHANT-FOR-UPDATE-EXIT.                      dbank51p
031900     IF CD51O-REJECTED                                            dbank51p
032000        GO TO CLOSE-MERCHANT-PROCESS-EXIT                         dbank51p
032100     END-IF.                                                      dbank51p
032200     SET MR-REC-CLOSED TO TRUE.                                   dbank51p
032300     PERFORM REWRITE-MERCHANT                                     dbank51p
032400         THRU REWRITE-MERCHANT-EXIT.                              dbank51p
032500     IF CD51O-OK                                                  dbank51p
032600        MOVE 'Merchant closed' TO CD51O-MESSAGE                   dbank51p
032700     END-IF.                                                      dbank51p
032800 CLOSE-MERCHANT-PROCESS-EXIT.                                     dbank51p
032900     EXIT.                                                        dbank51p
033000                                                                  dbank51p
033100***************************************************************** dbank51p
033200* Read the merchant for update and keep its before image. A     * dbank51p
033300* closed merchant is left alone.                                * dbank51p
033400***************************************************************** dbank51p
033500 READ-MERCHANT-FOR-UPDATE.                                        dbank51p
033600     MOVE CD51I-MERCHANT-ID TO MR-REC-MERCHANT-ID.                dbank51p
033700     EXEC CICS READ FILE('BNKMRCH')                               dbank51p
033800                    INTO(WS-BNKMRCH-REC)                          dbank51p
033900                    LENGTH(LENGTH OF WS-BNKMRCH-REC)              dbank51p
034000                    RIDFLD(MR-REC-MERCHANT-ID)                    dbank51p
034100                    UPDATE                                        dbank51p
034200                    RESP(WS-RESP)                                 dbank51p
034300     END-EXEC.                                                    dbank51p
034400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank51p
034500        SET CD51O-REJECTED TO TRUE                                dbank51p
034600        MOVE 'Merchant not found' TO CD51O-MESSAGE                dbank51p
034700        GO TO READ-MERCHANT-FOR-UPDATE-EXIT                       dbank51p
034800     END-IF.                                                      dbank51p
034900     IF MR-REC-CLOSED                                             dbank51p
035000        EXEC CICS UNLOCK FILE('BNKMRCH')                          dbank51p
035100        END-EXEC                                                  dbank51p
035200        SET CD51O-REJECTED TO TRUE                                dbank51p
035300        MOVE 'Merchant is closed' TO CD51O-MESSAGE                dbank51p
035400        GO TO READ-MERCHANT-FOR-UPDATE-EXIT                       dbank51p
035500     END-IF.                                                      dbank51p
035600     MOVE WS-BNKMRCH-REC TO WS-BEFORE-IMAGE.                      dbank51p
035700 READ-MERCHANT-FOR-UPDATE-EXIT.                                   dbank51p
035800     EXIT.                                                        dbank51p
035900                                                                  dbank51p
036000 REWRITE-MERCHANT.                                                dbank51p
036100     EXEC CICS REWRITE FILE('BNKMRCH')                            dbank51p
036200                   FROM(WS-BNKMRCH-REC)                           dbank51p
036300                   LENGTH(LENGTH OF WS-BNKMRCH-REC)               dbank51p
036400                   RESP(WS-RESP)                                  dbank51p
036500     END-EXEC.                                                    dbank51p
036600     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank51p
036700        PERFORM WRITE-AUDIT-RECORD                                dbank51p
036800        SET CD51O-OK TO TRUE                                      dbank51p
036900     ELSE                                                         dbank51p
037000        SET CD51O-REJECTED TO TRUE                                dbank51p
037100        MOVE 'Unable to update merchant' TO CD51O-MESSAGE         dbank51p
037200     END-IF.                                                      dbank51p
037300 REWRITE-MERCHANT-EXIT.                                           dbank51p
037400     EXIT.                                                        dbank51p
037500                                                                  dbank51p
037600***************************************************************** dbank51p
037700* The settlement account must be on file and open               * dbank51p
037800***************************************************************** dbank51p
037900 CHECK-SETTLE-ACCOUNT.                                            dbank51p
038000     EXEC CICS READ FILE('BNKACCT')                               dbank51p
038100                    INTO(WS-BNKACCT-REC)                          dbank51p
038200                    LENGTH(LENGTH OF WS-BNKACCT-REC)              dbank51p
038300                    RIDFLD(CD51I-SETTLE-ACCNO)                    dbank51p
038400                    RESP(WS-RESP)                                 dbank51p
038500     END-EXEC.                                                    dbank51p
038600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank51p
038700        SET CD51O-REJECTED TO TRUE                                dbank51p
038800        MOVE 'Settlement account not found' TO CD51O-MESSAGE      dbank51p
038900        GO TO CHECK-SETTLE-ACCOUNT-EXIT                           dbank51p
039000     END-IF.                                                      dbank51p
039100     IF NOT BAC-REC-ACTIVE                                        dbank51p
039200        SET CD51O-REJECTED TO TRUE                                dbank51p
039300        MOVE 'Settlement account is not active' TO CD51O-MESSAGE  dbank51p
039400     END-IF.                                                      dbank51p
039500 CHECK-SETTLE-ACCOUNT-EXIT.                                       dbank51p
039600     EXIT.                                                        dbank51p
039700                                                                  dbank51p
039800 GET-TODAY.                                                       dbank51p
039900     EXEC CICS ASKTIME                                            dbank51p
040000               ABSTIME(WS-ABSTIME)                                dbank51p
040100     END-EXEC.                                                    dbank51p
040200     EXEC CICS FORMATTIME                                         dbank51p
040300               ABSTIME(WS-ABSTIME)                                dbank51p
040400               YYYYMMDD(WS-TODAY-DATE)                            dbank51p
040500               TIME(WS-TODAY-TIME)                                dbank51p
040600     END-EXEC.                                                    dbank51p
040700                                                                  dbank51p
040800***************************************************************** dbank51p
040900* One audit record per maintenance action - before and after    * dbank51p
041000* images, maintaining userid, date and time                     * dbank51p
041100***************************************************************** dbank51p
041200 WRITE-AUDIT-RECORD.                                              dbank51p
041300     ADD 1 TO WS-AUDIT-SEQ.                                       dbank51p
041400     MOVE EIBTASKN TO AD-REC-TASKN.                               dbank51p
041500     MOVE WS-AUDIT-SEQ TO AD-REC-SEQ.                             dbank51p
041600     MOVE 'BNKMRCH ' TO AD-REC-TABLE.                             dbank51p
041700     IF CD51I-ADD                                                 dbank51p
041800        SET AD-REC-ACTION-ADD TO TRUE                             dbank51p
041900     ELSE                                                         dbank51p
042000        SET AD-REC-ACTION-CHANGE TO TRUE                          dbank51p
042100     END-IF.                                                      dbank51p
042200     MOVE CD51I-MAINT-USERID TO AD-REC-USERID.                    dbank51p
042300     MOVE WS-TODAY-DATE-N TO AD-REC-DATE.                         dbank51p
042400     MOVE WS-TODAY-TIME TO AD-REC-TIME.                           dbank51p
042500     MOVE WS-BEFORE-IMAGE TO AD-REC-BEFORE-IMAGE.                 dbank51p
042600     MOVE WS-BNKMRCH-REC TO AD-REC-AFTER-IMAGE.                   dbank51p
042700     PERFORM AUDIT-CHAIN-WRITE                                    dbank51p
042800         THRU AUDIT-CHAIN-WRITE-EXIT.                             dbank51p
043300 WRITE-AUDIT-RECORD-EXIT.                                         dbank51p
043400     EXIT.                                                        dbank51p
043500                                                                  dbank51p
043530 COPY CPERFP.                                                     dbank51p
043540 COPY CAUDCHP.                                                    dbank51p
043560                                                                  dbank51p
043600* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank51p
