000100***************************************************************** dbank45p
000200*                                                               * dbank45p
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   * dbank45p
000400*   This demonstration program is provided for use by users     * dbank45p
000500*   of Micro Focus products and may be used, modified and       * dbank45p
000600*   distributed as part of your application provided that       * dbank45p
000700*   you properly acknowledge the copyright of Micro Focus       * dbank45p
000800*   in this material.                                           * dbank45p
000900*                                                               * dbank45p
001000***************************************************************** dbank45p
001100                                                                  dbank45p
001200***************************************************************** dbank45p
001300* Program:     DBANK45P.CBL                                     * dbank45p
001400* Function:    ATM cash ledger maintenance - record the cash    * dbank45p
001500*              the carrier loads into a terminal, and the       * dbank45p
001600*              cassette counts taken at each visit against the  * dbank45p
001700*              cash the ledger expected, recording the          * dbank45p
001800*              over/short difference. The dispensed side is     * dbank45p
001900*              drawn down nightly by ZBNKATMP                   * dbank45p
002000*              VSAM version                                     * dbank45p
002100***************************************************************** dbank45p
002200                                                                  dbank45p
002300 IDENTIFICATION DIVISION.                                         dbank45p
002400 PROGRAM-ID.                                                      dbank45p
002500     DBANK45P.                                                    dbank45p
002600 DATE-WRITTEN.                                                    dbank45p
002700     October 2026.                                                dbank45p
002800 DATE-COMPILED.                                                   dbank45p
002900     Today.                                                       dbank45p
003000                                                                  dbank45p
003100 ENVIRONMENT DIVISION.                                            dbank45p
003200                                                                  dbank45p
003300 DATA DIVISION.                                                   dbank45p
003400                                                                  dbank45p
003500 WORKING-STORAGE SECTION.                                         dbank45p
003600 01  WS-MISC-STORAGE.                                             dbank45p
003700   05  WS-PROGRAM-ID                         PIC X(8)             dbank45p
003800       VALUE 'DBANK45P'.                                          dbank45p
003900   05  WS-COMMAREA-LENGTH                    PIC 9(5).            dbank45p
004000   05  WS-RESP                               PIC S9(8) COMP.      dbank45p
004100   05  WS-ABSTIME                            PIC S9(15) COMP-3.   dbank45p
004200   05  WS-TODAY-DATE                         PIC X(8).            dbank45p
004300   05  WS-TODAY-DATE-N REDEFINES WS-TODAY-DATE PIC 9(8).          dbank45p
004400   05  WS-TODAY-TIME                         PIC X(6).            dbank45p
004500   05  WS-EXPECTED-CASH                      PIC S9(9)V99 COMP-3. dbank45p
004600   05  WS-COUNTED-CASH                       PIC S9(9)V99 COMP-3. dbank45p
004700   05  WS-CST-SUB                            PIC S9(4) COMP.      dbank45p
004800                                                                  dbank45p
004900 01  WS-BNKATMC-REC.                                              dbank45p
005000 COPY CBANKVAM.                                                   dbank45p
005100                                                                  dbank45p
005200 01  WS-COMMAREA.                                                 dbank45p
005300 COPY CBANKD45.                                                   dbank45p
005400                                                                  dbank45p
005500 COPY CABENDD.                                                    dbank45p
005510                                                                  dbank45p
005520 01  WS-BNKPERF-REC.                                              dbank45p
005530 COPY CBANKVPF.                                                   dbank45p
005540                                                                  dbank45p
005550 COPY CPERFD.                                                     dbank45p
005600                                                                  dbank45p
005700 LINKAGE SECTION.                                                 dbank45p
005800 01  DFHCOMMAREA.                                                 dbank45p
005900   05  LK-COMMAREA                           PIC X(1)             dbank45p
006000       OCCURS 1 TO 4096 TIMES                                     dbank45p
006100         DEPENDING ON WS-COMMAREA-LENGTH.                         dbank45p
006200                                                                  dbank45p
006300 COPY CENTRY.                                                     dbank45p
006310***************************************************************** dbank45p
006320* Start the response-time clock for this request                * dbank45p
006330***************************************************************** dbank45p
006340     PERFORM PERF-TIMER.                                          dbank45p
006350                                                                  dbank45p
006400***************************************************************** dbank45p
006500* Move the passed data to our area                              * dbank45p
006600***************************************************************** dbank45p
006700     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            dbank45p
006800     MOVE DFHCOMMAREA TO WS-COMMAREA.                             dbank45p
006900                                                                  dbank45p
007000***************************************************************** dbank45p
007100* Initialize our output area                                    * dbank45p
007200***************************************************************** dbank45p
007300     MOVE SPACES TO CD45O-DATA.                                   dbank45p
007400                                                                  dbank45p
007500***************************************************************** dbank45p
007600* Now attempt to satisfy the requested function                 * dbank45p
007700***************************************************************** dbank45p
007800     PERFORM GET-TODAY-DATE.                                      dbank45p
007900     IF CD45I-TERMINAL IS EQUAL TO SPACES                         dbank45p
008000        SET CD45O-REJECTED TO TRUE                                dbank45p
008100        MOVE 'Terminal id is required' TO CD45O-MESSAGE           dbank45p
008200        GO TO MAINLINE-EXIT                                       dbank45p
008300     END-IF.                                                      dbank45p
008400     EVALUATE TRUE                                                dbank45p
008500       WHEN CD45I-LOAD                                            dbank45p
008600         PERFORM LOAD-CASH-PROCESS                                dbank45p
008700             THRU LOAD-CASH-PROCESS-EXIT                          dbank45p
008800       WHEN CD45I-COUNT                                           dbank45p
008900         PERFORM COUNT-CASH-PROCESS                               dbank45p
009000             THRU COUNT-CASH-PROCESS-EXIT                         dbank45p
009100       WHEN OTHER                                                 dbank45p
009200         PERFORM ENQUIRE-CASH-PROCESS                             dbank45p
009300             THRU ENQUIRE-CASH-PROCESS-EXIT                       dbank45p
009400     END-EVALUATE.                                                dbank45p
009500                                                                  dbank45p
009600***************************************************************** dbank45p
009700* Move the result back to the callers area                      * dbank45p
009800***************************************************************** dbank45p
009900 MAINLINE-EXIT.                                                   dbank45p
010000     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       dbank45p
010100                                                                  dbank45p
010110***************************************************************** dbank45p
010120* Log this request's response time to BNKPERF                   * dbank45p
010130***************************************************************** dbank45p
010140     MOVE CD45I-FUNCTION TO WS-PERF-FUNCTION.                     dbank45p
010150     PERFORM PERF-TIMER.                                          dbank45p
010160                                                                  dbank45p
010200***************************************************************** dbank45p
010300* Return to our caller                                          * dbank45p
010400***************************************************************** dbank45p
010500 COPY CRETURN.                                                    dbank45p
010600                                                                  dbank45p
010700***************************************************************** dbank45p
010800* Record a replenishment load. The first load for a terminal    * dbank45p
010900* not yet on the ledger sets it up, and needs its branch and    * dbank45p
011000* cassette capacity; a load the cassettes could not hold on     * dbank45p
011100* top of the cash the ledger expects is refused                 * dbank45p
011200***************************************************************** dbank45p
011300 LOAD-CASH-PROCESS.                                               dbank45p
011400     IF CD45I-AMOUNT IS NOT GREATER THAN ZERO                     dbank45p
011500        SET CD45O-REJECTED TO TRUE                                dbank45p
011600        MOVE 'Load amount is required' TO CD45O-MESSAGE           dbank45p
011700        GO TO LOAD-CASH-PROCESS-EXIT                              dbank45p
011800     END-IF.                                                      dbank45p
011900     MOVE CD45I-TERMINAL TO AM-REC-TERMINAL.                      dbank45p
012000     EXEC CICS READ FILE('BNKATMC')                               dbank45p
012100                    INTO(WS-BNKATMC-REC)                          dbank45p
012200                    LENGTH(LENGTH OF WS-BNKATMC-REC)              dbank45p
012300                    RIDFLD(AM-REC-TERMINAL)                       dbank45p
012400                    UPDATE                                        dbank45p
012500                    RESP(WS-RESP)                                 dbank45p
012600     END-EXEC.                                                    dbank45p
012700     IF WS-RESP IS EQUAL TO DFHRESP(NOTFND)                       dbank45p
012800        PERFORM ADD-TERMINAL-PROCESS                              dbank45p
012900            THRU ADD-TERMINAL-PROCESS-EXIT                        dbank45p
013000        GO TO LOAD-CASH-PROCESS-EXIT                              dbank45p
013100     END-IF.                                                      dbank45p
013200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank45p
013300        SET CD45O-REJECTED TO TRUE                                dbank45p
013400        MOVE 'Unable to read the cash ledger' TO CD45O-MESSAGE    dbank45p
013500        GO TO LOAD-CASH-PROCESS-EXIT                              dbank45p
013600     END-IF.                                                      dbank45p
013700     IF CD45I-CAPACITY IS GREATER THAN ZERO                       dbank45p
013800        MOVE CD45I-CAPACITY TO AM-REC-CAPACITY                    dbank45p
013900     END-IF.                                                      dbank45p
014000     COMPUTE WS-EXPECTED-CASH = AM-REC-OPENING                    dbank45p
014100             + AM-REC-LOADED - AM-REC-DISPENSED                   dbank45p
014200             + CD45I-AMOUNT.                                      dbank45p
014300     IF AM-REC-CAPACITY IS GREATER THAN ZERO                      dbank45p
014400        AND WS-EXPECTED-CASH IS GREATER THAN AM-REC-CAPACITY      dbank45p
014500        EXEC CICS UNLOCK FILE('BNKATMC')                          dbank45p
014600        END-EXEC                                                  dbank45p
014700        SET CD45O-REJECTED TO TRUE                                dbank45p
014800        MOVE 'Load would exceed the cassette capacity'            dbank45p
014900          TO CD45O-MESSAGE                                        dbank45p
015000        GO TO LOAD-CASH-PROCESS-EXIT                              dbank45p
015100     END-IF.                                                      dbank45p
015200     ADD CD45I-AMOUNT TO AM-REC-LOADED.                           dbank45p
015300     MOVE WS-TODAY-DATE-N TO AM-REC-LAST-LOAD-DTE.                dbank45p
015400     SET AM-REC-IN-SERVICE TO TRUE.                               dbank45p
015500     EXEC CICS REWRITE FILE('BNKATMC')                            dbank45p
015600                   FROM(WS-BNKATMC-REC)                           dbank45p
015700                   LENGTH(LENGTH OF WS-BNKATMC-REC)               dbank45p
015800                   RESP(WS-RESP)                                  dbank45p
015900     END-EXEC.                                                    dbank45p
016000     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank45p
016100        SET CD45O-OK TO TRUE                                      dbank45p
016200        MOVE 'Replenishment load recorded' TO CD45O-MESSAGE       dbank45p
016300        PERFORM RETURN-POSITION                                   dbank45p
016400     ELSE                                                         dbank45p
016500        SET CD45O-REJECTED TO TRUE                                dbank45p
016600        MOVE 'Unable to record the load' TO CD45O-MESSAGE         dbank45p
016700     END-IF.                                                      dbank45p
016800 LOAD-CASH-PROCESS-EXIT.                                          dbank45p
016900     EXIT.                                                        dbank45p
017000                                                                  dbank45p
017100***************************************************************** dbank45p
017200* Set up a terminal on the ledger with its first load           * dbank45p
017300***************************************************************** dbank45p
017400 ADD-TERMINAL-PROCESS.                                            dbank45p
017500     IF CD45I-BRANCH IS EQUAL TO SPACES                           dbank45p
017600        OR CD45I-CAPACITY IS NOT GREATER THAN ZERO                dbank45p
017700        SET CD45O-REJECTED TO TRUE                                dbank45p
017800        MOVE 'New terminal needs its branch and capacity'         dbank45p
017900          TO CD45O-MESSAGE                                        dbank45p
018000        GO TO ADD-TERMINAL-PROCESS-EXIT                           dbank45p
018100     END-IF.                                                      dbank45p
018200     IF CD45I-AMOUNT IS GREATER THAN CD45I-CAPACITY               dbank45p
018300        SET CD45O-REJECTED TO TRUE                                dbank45p
018400        MOVE 'Load would exceed the cassette capacity'            dbank45p
018500          TO CD45O-MESSAGE                                        dbank45p
018600        GO TO ADD-TERMINAL-PROCESS-EXIT                           dbank45p
018700     END-IF.                                                      dbank45p
018800     MOVE SPACES TO WS-BNKATMC-REC.                               dbank45p
018900     MOVE CD45I-TERMINAL TO AM-REC-TERMINAL.                      dbank45p
019000     MOVE CD45I-BRANCH TO AM-REC-BRANCH.                          dbank45p
019100     SET AM-REC-IN-SERVICE TO TRUE.                               dbank45p
019200     MOVE CD45I-CAPACITY TO AM-REC-CAPACITY.                      dbank45p
019300     MOVE WS-TODAY-DATE-N TO AM-REC-CYCLE-DTE.                    dbank45p
019400     MOVE ZERO TO AM-REC-OPENING.                                 dbank45p
019500     MOVE CD45I-AMOUNT TO AM-REC-LOADED.                          dbank45p
019600     MOVE ZERO TO AM-REC-DISPENSED.                               dbank45p
019700     MOVE WS-TODAY-DATE-N TO AM-REC-LAST-LOAD-DTE.                dbank45p
019800     MOVE ZERO TO AM-REC-LAST-FEED-DTE.                           dbank45p
019900     MOVE ZERO TO AM-REC-COUNT-DTE.                               dbank45p
020000     PERFORM CLEAR-ONE-CASSETTE                                   dbank45p
020100         VARYING WS-CST-SUB FROM 1 BY 1                           dbank45p
020200           UNTIL WS-CST-SUB IS GREATER THAN 4.                    dbank45p
020300     MOVE ZERO TO AM-REC-EXPECTED.                                dbank45p
020400     MOVE ZERO TO AM-REC-COUNTED.                                 dbank45p
020500     MOVE ZERO TO AM-REC-OVER-SHORT.                              dbank45p
020600     EXEC CICS WRITE FILE('BNKATMC')                              dbank45p
020700               FROM(WS-BNKATMC-REC)                               dbank45p
020800               RIDFLD(AM-REC-TERMINAL)                            dbank45p
020900               LENGTH(LENGTH OF WS-BNKATMC-REC)                   dbank45p
021000               RESP(WS-RESP)                                      dbank45p
021100     END-EXEC.                                                    dbank45p
021200     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank45p
021300        SET CD45O-OK TO TRUE                                      dbank45p
021400        MOVE 'Terminal added to the ledger with its first load'   dbank45p
021500          TO CD45O-MESSAGE                                        dbank45p
021600        PERFORM RETURN-POSITION                                   dbank45p
021700     ELSE                                                         dbank45p
021800        SET CD45O-REJECTED TO TRUE                                dbank45p
021900        MOVE 'Unable to add the terminal' TO CD45O-MESSAGE        dbank45p
022000     END-IF.                                                      dbank45p
022100 ADD-TERMINAL-PROCESS-EXIT.                                       dbank45p
022200     EXIT.                                                        dbank45p
022300                                                                  dbank45p
022400 CLEAR-ONE-CASSETTE.                                              dbank45p
022500     MOVE ZERO TO AM-REC-CST-DENOM (WS-CST-SUB).                  dbank45p
022600     MOVE ZERO TO AM-REC-CST-NOTES (WS-CST-SUB).                  dbank45p
022700                                                                  dbank45p
022800***************************************************************** dbank45p
022900* Record a cassette count: expected cash is the opening cash    * dbank45p
023000* plus what was loaded, less what the feed says was dispensed;  * dbank45p
023100* the counted difference is recorded, not hidden, and what was  * dbank45p
023200* counted opens the next cycle                                  * dbank45p
023300***************************************************************** dbank45p
023400 COUNT-CASH-PROCESS.                                              dbank45p
023500     MOVE CD45I-TERMINAL TO AM-REC-TERMINAL.                      dbank45p
023600     EXEC CICS READ FILE('BNKATMC')                               dbank45p
023700                    INTO(WS-BNKATMC-REC)                          dbank45p
023800                    LENGTH(LENGTH OF WS-BNKATMC-REC)              dbank45p
023900                    RIDFLD(AM-REC-TERMINAL)                       dbank45p
024000                    UPDATE                                        dbank45p
024100                    RESP(WS-RESP)                                 dbank45p
024200     END-EXEC.                                                    dbank45p
024300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank45p
024400        SET CD45O-REJECTED TO TRUE                                dbank45p
024500        MOVE 'Terminal is not on the cash ledger' TO CD45O-MESSAGEdbank45p
024600        GO TO COUNT-CASH-PROCESS-EXIT                             dbank45p
024700     END-IF.                                                      dbank45p
024800     MOVE ZERO TO WS-COUNTED-CASH.                                dbank45p
024900     PERFORM COUNT-ONE-CASSETTE                                   dbank45p
025000         VARYING WS-CST-SUB FROM 1 BY 1                           dbank45p
025100           UNTIL WS-CST-SUB IS GREATER THAN 4.                    dbank45p
025200     COMPUTE WS-EXPECTED-CASH = AM-REC-OPENING                    dbank45p
025300             + AM-REC-LOADED - AM-REC-DISPENSED.                  dbank45p
025400     MOVE WS-TODAY-DATE-N TO AM-REC-COUNT-DTE.                    dbank45p
025500     MOVE CD45I-USERID TO AM-REC-COUNT-USERID.                    dbank45p
025600     MOVE WS-EXPECTED-CASH TO AM-REC-EXPECTED.                    dbank45p
025700     MOVE WS-COUNTED-CASH TO AM-REC-COUNTED.                      dbank45p
025800     COMPUTE AM-REC-OVER-SHORT =                                  dbank45p
025900             WS-COUNTED-CASH - WS-EXPECTED-CASH.                  dbank45p
026000     MOVE AM-REC-OPENING TO CD45O-OPENING.                        dbank45p
026100     MOVE AM-REC-LOADED TO CD45O-LOADED.                          dbank45p
026200     MOVE AM-REC-DISPENSED TO CD45O-DISPENSED.                    dbank45p
026300     MOVE WS-TODAY-DATE-N TO AM-REC-CYCLE-DTE.                    dbank45p
026400     MOVE WS-COUNTED-CASH TO AM-REC-OPENING.                      dbank45p
026500     MOVE ZERO TO AM-REC-LOADED.                                  dbank45p
026600     MOVE ZERO TO AM-REC-DISPENSED.                               dbank45p
026700     EXEC CICS REWRITE FILE('BNKATMC')                            dbank45p
026800                   FROM(WS-BNKATMC-REC)                           dbank45p
026900                   LENGTH(LENGTH OF WS-BNKATMC-REC)               dbank45p
027000                   RESP(WS-RESP)                                  dbank45p
027100     END-EXEC.                                                    dbank45p
027200     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank45p
027300        SET CD45O-OK TO TRUE                                      dbank45p
027400        MOVE WS-EXPECTED-CASH TO CD45O-EXPECTED-CASH              dbank45p
027500        MOVE AM-REC-COUNTED TO CD45O-COUNTED                      dbank45p
027600        MOVE AM-REC-OVER-SHORT TO CD45O-OVER-SHORT                dbank45p
027700        MOVE AM-REC-COUNT-DTE TO CD45O-COUNT-DTE                  dbank45p
027800        IF AM-REC-OVER-SHORT IS EQUAL TO ZERO                     dbank45p
027900           MOVE 'Cassettes counted in balance' TO CD45O-MESSAGE   dbank45p
028000        ELSE                                                      dbank45p
028100           MOVE 'Cassettes counted WITH DIFFERENCE'               dbank45p
028200             TO CD45O-MESSAGE                                     dbank45p
028300        END-IF                                                    dbank45p
028400     ELSE                                                         dbank45p
028500        SET CD45O-REJECTED TO TRUE                                dbank45p
028600        MOVE 'Unable to record the count' TO CD45O-MESSAGE        dbank45p
028700     END-IF.                                                      dbank45p
028800 COUNT-CASH-PROCESS-EXIT.                                         dbank45p
028900     EXIT.                                                        dbank45p
029000                                                                  dbank45p
029100 COUNT-ONE-CASSETTE.                                              dbank45p
029200     MOVE CD45I-CST-DENOM (WS-CST-SUB)                            dbank45p
029300       TO AM-REC-CST-DENOM (WS-CST-SUB).                          dbank45p
029400     MOVE CD45I-CST-NOTES (WS-CST-SUB)                            dbank45p
029500       TO AM-REC-CST-NOTES (WS-CST-SUB).                          dbank45p
029600     COMPUTE WS-COUNTED-CASH = WS-COUNTED-CASH                    dbank45p
029700             + (CD45I-CST-DENOM (WS-CST-SUB)                      dbank45p
029800                * CD45I-CST-NOTES (WS-CST-SUB)).                  dbank45p
029900                                                                  dbank45p
030000***************************************************************** dbank45p
030100* Show the terminal's cash position without changing it         * dbank45p
030200***************************************************************** dbank45p
030300 ENQUIRE-CASH-PROCESS.                                            dbank45p
030400     MOVE CD45I-TERMINAL TO AM-REC-TERMINAL.                      dbank45p
030500     EXEC CICS READ FILE('BNKATMC')                               dbank45p
030600                    INTO(WS-BNKATMC-REC)                          dbank45p
030700                    LENGTH(LENGTH OF WS-BNKATMC-REC)              dbank45p
030800                    RIDFLD(AM-REC-TERMINAL)                       dbank45p
030900                    RESP(WS-RESP)                                 dbank45p
031000     END-EXEC.                                                    dbank45p
031100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank45p
031200        SET CD45O-REJECTED TO TRUE                                dbank45p
031300        MOVE 'Terminal is not on the cash ledger' TO CD45O-MESSAGEdbank45p
031400        GO TO ENQUIRE-CASH-PROCESS-EXIT                           dbank45p
031500     END-IF.                                                      dbank45p
031600     PERFORM RETURN-POSITION.                                     dbank45p
031700     SET CD45O-OK TO TRUE.                                        dbank45p
031800     MOVE 'Terminal cash position returned' TO CD45O-MESSAGE.     dbank45p
031900 ENQUIRE-CASH-PROCESS-EXIT.                                       dbank45p
032000     EXIT.                                                        dbank45p
032100                                                                  dbank45p
032200***************************************************************** dbank45p
032300* The current cycle and the result of the last count            * dbank45p
032400***************************************************************** dbank45p
032500 RETURN-POSITION.                                                 dbank45p
032600     MOVE AM-REC-OPENING TO CD45O-OPENING.                        dbank45p
032700     MOVE AM-REC-LOADED TO CD45O-LOADED.                          dbank45p
032800     MOVE AM-REC-DISPENSED TO CD45O-DISPENSED.                    dbank45p
032900     COMPUTE CD45O-EXPECTED-CASH = AM-REC-OPENING                 dbank45p
033000             + AM-REC-LOADED - AM-REC-DISPENSED.                  dbank45p
033100     MOVE AM-REC-COUNTED TO CD45O-COUNTED.                        dbank45p
033200     MOVE AM-REC-OVER-SHORT TO CD45O-OVER-SHORT.                  dbank45p
033300     MOVE AM-REC-COUNT-DTE TO CD45O-COUNT-DTE.                    dbank45p
033400                                                                  dbank45p
033500***************************************************************** dbank45p
033600* Today's date and time from CICS                               * dbank45p
033700***************************************************************** dbank45p
033800 GET-TODAY-DATE.                                                  dbank45p
033900     EXEC CICS ASKTIME                                            dbank45p
034000               ABSTIME(WS-ABSTIME)                                dbank45p
034100     END-EXEC.                                                    dbank45p
034200     EXEC CICS FORMATTIME                                         dbank45p
034300               ABSTIME(WS-ABSTIME)                                dbank45p
034400               YYYYMMDD(WS-TODAY-DATE)                            dbank45p
034500               TIME(WS-TODAY-TIME)                                dbank45p
034600     END-EXEC.                                                    dbank45p
034700 GET-TODAY-DATE-EXIT.                                             dbank45p
034800     EXIT.                                                        dbank45p
034900                                                                  dbank45p
034930 COPY CPERFP.                                                     dbank45p
034960                                                                  dbank45p
035000* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank45p
