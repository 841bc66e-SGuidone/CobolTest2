000100***************************************************************** dbank56p
000200*                                                               * dbank56p
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   * dbank56p
000400*   This demonstration program is provided for use by users     * dbank56p
000500*   of Micro Focus products and may be used, modified and       * dbank56p
000600*   distributed as part of your application provided that       * dbank56p
000700*   you properly acknowledge the copyright of Micro Focus       * dbank56p
000800*   in this material.                                           * dbank56p
000900*                                                               * dbank56p
001000***************************************************************** dbank56p
001100                                                                  dbank56p
001200***************************************************************** dbank56p
001300* Program:     DBANK56P.CBL                                     * dbank56p
001400* Function:    Online maintenance of the BNKFXLM treasury       * dbank56p
001500*              limits on the net open foreign-currency          * dbank56p
001600*              position - list, add, change and delete the      * dbank56p
001700*              base-currency limit for one currency, or for     * dbank56p
001800*              the aggregate position on the '***' row. The     * dbank56p
001900*              daily ZBNKFXPS report compares each position     * dbank56p
002000*              with these limits. A zero limit means no limit.  * dbank56p
002100*              Every change is audited to BNKAUDT with          * dbank56p
002200*              before/after images and the maintaining userid.  * dbank56p
002230*              Audit records are chained on BNKACHN (CAUDCHP)   * dbank56p
002260*              for the nightly ZBNKACHV verification            * dbank56p
002300*              VSAM version                                     * dbank56p
002400***************************************************************** dbank56p
002500                                                                  dbank56p
002600 IDENTIFICATION DIVISION.                                         dbank56p
002700 PROGRAM-ID.                                                      dbank56p
002800     DBANK56P.                                                    dbank56p
002900 DATE-WRITTEN.                                                    dbank56p
003000     October 2026.                                                dbank56p
003100 DATE-COMPILED.                                                   dbank56p
003200     Today.                                                       dbank56p
003300                                                                  dbank56p
003400 ENVIRONMENT DIVISION.                                            dbank56p
003500                                                                  dbank56p
003600 DATA DIVISION.                                                   dbank56p
003700                                                                  dbank56p
003800 WORKING-STORAGE SECTION.                                         dbank56p
003900 01  WS-MISC-STORAGE.                                             dbank56p
004000   05  WS-PROGRAM-ID                         PIC X(8)             dbank56p
004100       VALUE 'DBANK56P'.                                          dbank56p
004200   05  WS-COMMAREA-LENGTH                    PIC 9(5).            dbank56p
004300   05  WS-RESP                               PIC S9(8) COMP.      dbank56p
004400   05  WS-ABSTIME                            PIC S9(15) COMP-3.   dbank56p
004500   05  WS-TODAY-DATE                         PIC X(8).            dbank56p
004600   05  WS-TODAY-DATE-N REDEFINES WS-TODAY-DATE PIC 9(8).          dbank56p
004700   05  WS-TODAY-TIME                         PIC X(6).            dbank56p
004800   05  WS-LIMIT-SUB                          PIC S9(4) COMP.      dbank56p
004900   05  WS-AUDIT-SEQ                          PIC 9(3) VALUE ZERO. dbank56p
005000   05  WS-BEFORE-IMAGE                       PIC X(80).           dbank56p
005100                                                                  dbank56p
005200 01  WS-BNKFXLM-REC.                                              dbank56p
005300 COPY CBANKVFP.                                                   dbank56p
005400                                                                  dbank56p
005500 01  WS-BNKAUDT-REC.                                              dbank56p
005600 COPY CBANKVAD.                                                   dbank56p
005610 01  WS-BNKACHN-REC.                                              dbank56p
005620 COPY CBANKVCN.                                                   dbank56p
005630 01  WS-AUDHSH-PARM.                                              dbank56p
005640 COPY CAUDHSD.                                                    dbank56p
005650 COPY CAUDCHD.                                                    dbank56p
005700                                                                  dbank56p
005800 01  WS-COMMAREA.                                                 dbank56p
005900 COPY CBANKD56.                                                   dbank56p
006000                                                                  dbank56p
006100 COPY CABENDD.                                                    dbank56p
006110                                                                  dbank56p
006120 01  WS-BNKPERF-REC.                                              dbank56p
006130 COPY CBANKVPF.                                                   dbank56p
006140                                                                  dbank56p
006150 COPY CPERFD.                                                     dbank56p
006200                                                                  dbank56p
006300 LINKAGE SECTION.                                                 dbank56p
006400 01  DFHCOMMAREA.                                                 dbank56p
006500   05  LK-COMMAREA                           PIC X(1)             dbank56p
006600       OCCURS 1 TO 4096 TIMES                                     dbank56p
006700         DEPENDING ON WS-COMMAREA-LENGTH.                         dbank56p
006800                                                                  dbank56p
006900 COPY CENTRY.                                                     dbank56p
006910***************************************************************** dbank56p
006920* Start the response-time clock for this request                * dbank56p
006930***************************************************************** dbank56p
006940     PERFORM PERF-TIMER.                                          dbank56p
006950                                                                  dbank56p
007000***************************************************************** dbank56p
007100* Move the passed data to our area                              * dbank56p
007200***************************************************************** dbank56p
007300     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            dbank56p
007400     MOVE DFHCOMMAREA TO WS-COMMAREA.                             dbank56p
007500                                                                  dbank56p
007600***************************************************************** dbank56p
007700* Initialize our output area                                    * dbank56p
007800***************************************************************** dbank56p
007900     MOVE SPACES TO CD56O-DATA.                                   dbank56p
008000     MOVE ZERO TO CD56O-LIMIT-COUNT.                              dbank56p
008100                                                                  dbank56p
008200***************************************************************** dbank56p
008300* Now attempt to satisfy the requested function. Every          * dbank56p
008400* maintenance action requires the maintaining userid and a      * dbank56p
008500* three-character currency code ('***' for the aggregate); an   * dbank56p
008600* add or change requires the limit to be numeric.               * dbank56p
008700***************************************************************** dbank56p
008800     IF (CD56I-ADD OR CD56I-CHANGE OR CD56I-DELETE) AND           dbank56p
008900        CD56I-MAINT-USERID IS EQUAL TO SPACES                     dbank56p
009000        SET CD56O-REJECTED TO TRUE                                dbank56p
009100        MOVE 'Maintaining userid is required' TO CD56O-MESSAGE    dbank56p
009200        GO TO MAINLINE-EXIT                                       dbank56p
009300     END-IF.                                                      dbank56p
009400     IF (CD56I-ADD OR CD56I-CHANGE OR CD56I-DELETE) AND           dbank56p
009500        (CD56I-CCY(1:1) IS EQUAL TO SPACE OR                      dbank56p
009600         CD56I-CCY(2:1) IS EQUAL TO SPACE OR                      dbank56p
009700         CD56I-CCY(3:1) IS EQUAL TO SPACE)                        dbank56p
009800        SET CD56O-REJECTED TO TRUE                                dbank56p
009900        MOVE 'A three-character currency code is required'        dbank56p
010000          TO CD56O-MESSAGE                                        dbank56p
010100        GO TO MAINLINE-EXIT                                       dbank56p
010200     END-IF.                                                      dbank56p
010300     IF (CD56I-ADD OR CD56I-CHANGE) AND                           dbank56p
010400        CD56I-LIMIT IS NOT NUMERIC                                dbank56p
010500        SET CD56O-REJECTED TO TRUE                                dbank56p
010600        MOVE 'Limit must be numeric (zero for no limit)'          dbank56p
010700          TO CD56O-MESSAGE                                        dbank56p
010800        GO TO MAINLINE-EXIT                                       dbank56p
010900     END-IF.                                                      dbank56p
011000     EVALUATE TRUE                                                dbank56p
011100       WHEN CD56I-ADD                                             dbank56p
011200         PERFORM ADD-LIMIT-PROCESS                                dbank56p
011300             THRU ADD-LIMIT-PROCESS-EXIT                          dbank56p
011400       WHEN CD56I-CHANGE                                          dbank56p
011500         PERFORM CHANGE-LIMIT-PROCESS                             dbank56p
011600             THRU CHANGE-LIMIT-PROCESS-EXIT                       dbank56p
011700       WHEN CD56I-DELETE                                          dbank56p
011800         PERFORM DELETE-LIMIT-PROCESS                             dbank56p
011900             THRU DELETE-LIMIT-PROCESS-EXIT                       dbank56p
012000       WHEN OTHER                                                 dbank56p
012100         PERFORM LIST-LIMITS-PROCESS                              dbank56p
012200             THRU LIST-LIMITS-PROCESS-EXIT                        dbank56p
012300     END-EVALUATE.                                                dbank56p
012400                                                                  dbank56p
012500***************************************************************** dbank56p
012600* Move the result back to the callers area                      * dbank56p
012700***************************************************************** dbank56p
012800 MAINLINE-EXIT.                                                   dbank56p
012900     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       dbank56p
013000                                                                  dbank56p
013010***************************************************************** dbank56p
013020* Log this request's response time to BNKPERF                   * dbank56p
013030***************************************************************** dbank56p
013040     MOVE CD56I-FUNCTION TO WS-PERF-FUNCTION.                     dbank56p
013050     PERFORM PERF-TIMER.                                          dbank56p
013060                                                                  dbank56p
013100***************************************************************** dbank56p
013200* Return to our caller                                          * dbank56p
013300***************************************************************** dbank56p
013400 COPY CRETURN.                                                    dbank56p
013500                                                                  dbank56p
013600***************************************************************** dbank56p
013700* List the position limits from the caller's start currency     * dbank56p
013800***************************************************************** dbank56p
013900 LIST-LIMITS-PROCESS.                                             dbank56p
014000     MOVE CD56I-CCY TO FP-REC-CCY.                                dbank56p
014100     EXEC CICS STARTBR FILE('BNKFXLM')                            dbank56p
014200                       RIDFLD(FP-REC-CCY)                         dbank56p
014300                       GTEQ                                       dbank56p
014400                       RESP(WS-RESP)                              dbank56p
014500     END-EXEC.                                                    dbank56p
014600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank56p
014700        MOVE 'No FX position limits found' TO CD56O-MESSAGE       dbank56p
014800        GO TO LIST-LIMITS-PROCESS-EXIT                            dbank56p
014900     END-IF.                                                      dbank56p
015000     MOVE 0 TO WS-LIMIT-SUB.                                      dbank56p
015100 LIST-LIMITS-LOOP.                                                dbank56p
015200     IF WS-LIMIT-SUB IS EQUAL TO 12                               dbank56p
015300        GO TO LIST-LIMITS-LOOP-EXIT                               dbank56p
015400     END-IF.                                                      dbank56p
015500     EXEC CICS READNEXT FILE('BNKFXLM')                           dbank56p
015600                        INTO(WS-BNKFXLM-REC)                      dbank56p
015700                        LENGTH(LENGTH OF WS-BNKFXLM-REC)          dbank56p
015800                        RIDFLD(FP-REC-CCY)                        dbank56p
015900                        RESP(WS-RESP)                             dbank56p
016000     END-EXEC.                                                    dbank56p
016100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank56p
016200        GO TO LIST-LIMITS-LOOP-EXIT                               dbank56p
016300     END-IF.                                                      dbank56p
016400     ADD 1 TO WS-LIMIT-SUB.                                       dbank56p
016500     MOVE FP-REC-CCY TO CD56O-LIMIT-CCY (WS-LIMIT-SUB).           dbank56p
016600     MOVE FP-REC-LIMIT TO CD56O-LIMIT-AMOUNT (WS-LIMIT-SUB).      dbank56p
016700     MOVE FP-REC-UPDATED-USERID                                   dbank56p
016800       TO CD56O-LIMIT-UPDATED-USERID (WS-LIMIT-SUB).              dbank56p
016900     MOVE FP-REC-UPDATED-DTE                                      dbank56p
017000       TO CD56O-LIMIT-UPDATED-DTE (WS-LIMIT-SUB).                 dbank56p
017100     GO TO LIST-LIMITS-LOOP.                                      dbank56p
017200 LIST-LIMITS-LOOP-EXIT.                                           dbank56p
017300     MOVE WS-LIMIT-SUB TO CD56O-LIMIT-COUNT.                      dbank56p
017400     EXEC CICS ENDBR FILE('BNKFXLM')                              dbank56p
017500     END-EXEC.                                                    dbank56p
017600     SET CD56O-OK TO TRUE.                                        dbank56p
017700 LIST-LIMITS-PROCESS-EXIT.                                        dbank56p
017800     EXIT.                                                        dbank56p
017900                                                                  dbank56p
018000***************************************************************** dbank56p
018100* Add the limit for one currency ('***' is the aggregate row)   * dbank56p
018200***************************************************************** dbank56p
018300 ADD-LIMIT-PROCESS.                                               dbank56p
018400     PERFORM GET-TODAY.                                           dbank56p
018500     MOVE SPACES TO WS-BNKFXLM-REC.                               dbank56p
018600     MOVE CD56I-CCY TO FP-REC-CCY.                                dbank56p
018700     PERFORM MOVE-LIMIT-IN.                                       dbank56p
018800     EXEC CICS WRITE FILE('BNKFXLM')                              dbank56p
018900               FROM(WS-BNKFXLM-REC)                               dbank56p
019000               RIDFLD(FP-REC-CCY)                                 dbank56p
019100               LENGTH(LENGTH OF WS-BNKFXLM-REC)                   dbank56p
019200               RESP(WS-RESP)                                      dbank56p
019300     END-EXEC.                                                    dbank56p
019400     EVALUATE WS-RESP                                             dbank56p
019500       WHEN DFHRESP(NORMAL)                                       dbank56p
019600         MOVE SPACES TO WS-BEFORE-IMAGE                           dbank56p
019700         PERFORM WRITE-AUDIT-RECORD                               dbank56p
019800         SET CD56O-OK TO TRUE                                     dbank56p
019900         MOVE 'FX position limit added' TO CD56O-MESSAGE          dbank56p
020000       WHEN DFHRESP(DUPREC)                                       dbank56p
020100         SET CD56O-REJECTED TO TRUE                               dbank56p
020200         MOVE 'A limit is already held for this currency'         dbank56p
020300           TO CD56O-MESSAGE                                       dbank56p
020400       WHEN OTHER                                                 dbank56p
020500         SET CD56O-REJECTED TO TRUE                               dbank56p
020600         MOVE 'Unable to add FX position limit' TO CD56O-MESSAGE  dbank56p
020700     END-EVALUATE.                                                dbank56p
020800 ADD-LIMIT-PROCESS-EXIT.                                          dbank56p
020900     EXIT.                                                        dbank56p
021000                                                                  dbank56p
021100***************************************************************** dbank56p
021200* Change one currency's limit                                   * dbank56p
021300***************************************************************** dbank56p
021400 CHANGE-LIMIT-PROCESS.                                            dbank56p
021500     PERFORM GET-TODAY.                                           dbank56p
021600     MOVE CD56I-CCY TO FP-REC-CCY.                                dbank56p
021700     EXEC CICS READ FILE('BNKFXLM')                               dbank56p
021800                    INTO(WS-BNKFXLM-REC)                          dbank56p
021900                    LENGTH(LENGTH OF WS-BNKFXLM-REC)              dbank56p
022000                    RIDFLD(FP-REC-CCY)                            dbank56p
022100                    UPDATE                                        dbank56p
022200                    RESP(WS-RESP)                                 dbank56p
022300     END-EXEC.                                                    dbank56p
022400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank56p
022500        SET CD56O-REJECTED TO TRUE                                dbank56p
022600        MOVE 'No limit held for this currency' TO CD56O-MESSAGE   dbank56p
022700        GO TO CHANGE-LIMIT-PROCESS-EXIT                           dbank56p
022800     END-IF.                                                      dbank56p
022900     MOVE WS-BNKFXLM-REC TO WS-BEFORE-IMAGE.                      dbank56p
023000     PERFORM MOVE-LIMIT-IN.                                       dbank56p
023100     EXEC CICS REWRITE FILE('BNKFXLM')                            dbank56p
023200                   FROM(WS-BNKFXLM-REC)                           dbank56p
023300                   LENGTH(LENGTH OF WS-BNKFXLM-REC)               dbank56p
023400                   RESP(WS-RESP)                                  dbank56p
023500     END-EXEC.                                                    dbank56p
023600     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank56p
023700        PERFORM WRITE-AUDIT-RECORD                                dbank56p
023800        SET CD56O-OK TO TRUE                                      dbank56p
023900        MOVE 'FX position limit changed' TO CD56O-MESSAGE         dbank56p
024000     ELSE                                                         dbank56p
024100        SET CD56O-REJECTED TO TRUE                                dbank56p
024200        MOVE 'Unable to change FX position limit'                 dbank56p
024300          TO CD56O-MESSAGE                                        dbank56p
024400     END-IF.                                                      dbank56p
024500 CHANGE-LIMIT-PROCESS-EXIT.                                       dbank56p
024600     EXIT.                                                        dbank56p
024700                                                                  dbank56p
024800***************************************************************** dbank56p
024900* Delete one currency's limit - the position is then unlimited  * dbank56p
025000***************************************************************** dbank56p
025100 DELETE-LIMIT-PROCESS.                                            dbank56p
025200     PERFORM GET-TODAY.                                           dbank56p
025300     MOVE CD56I-CCY TO FP-REC-CCY.                                dbank56p
025400     EXEC CICS READ FILE('BNKFXLM')                               dbank56p
025500                    INTO(WS-BNKFXLM-REC)                          dbank56p
025600                    LENGTH(LENGTH OF WS-BNKFXLM-REC)              dbank56p
025700                    RIDFLD(FP-REC-CCY)                            dbank56p
025800                    UPDATE                                        dbank56p
025900                    RESP(WS-RESP)                                 dbank56p
026000     END-EXEC.                                                    dbank56p
026100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank56p
026200        SET CD56O-REJECTED TO TRUE                                dbank56p
026300        MOVE 'No limit held for this currency' TO CD56O-MESSAGE   dbank56p
026400        GO TO DELETE-LIMIT-PROCESS-EXIT                           dbank56p
026500     END-IF.                                                      dbank56p
026600     MOVE WS-BNKFXLM-REC TO WS-BEFORE-IMAGE.                      dbank56p
026700     EXEC CICS DELETE FILE('BNKFXLM')                             dbank56p
026800                      RESP(WS-RESP)                               dbank56p
026900     END-EXEC.                                                    dbank56p
027000     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank56p
027100        MOVE SPACES TO WS-BNKFXLM-REC                             dbank56p
027200        PERFORM WRITE-AUDIT-RECORD                                dbank56p
027300        SET CD56O-OK TO TRUE                                      dbank56p
027400        MOVE 'FX position limit deleted' TO CD56O-MESSAGE         dbank56p
027500     ELSE                                                         dbank56p
027600        SET CD56O-REJECTED TO TRUE                                dbank56p
027700        MOVE 'Unable to delete FX position limit'                 dbank56p
027800          TO CD56O-MESSAGE                                        dbank56p
027900     END-IF.                                                      dbank56p
028000 DELETE-LIMIT-PROCESS-EXIT.                                       dbank56p
028100     EXIT.                                                        dbank56p
028200                                                                  dbank56p
028300***************************************************************** dbank56p
028400* Take the limit from the caller, stamped with who set it       * dbank56p
028500***************************************************************** dbank56p
028600 MOVE-LIMIT-IN.                                                   dbank56p
028700     MOVE CD56I-LIMIT TO FP-REC-LIMIT.                            dbank56p
028800     MOVE CD56I-MAINT-USERID TO FP-REC-UPDATED-USERID.            dbank56p
028900     MOVE WS-TODAY-DATE-N TO FP-REC-UPDATED-DTE.                  dbank56p
029000                                                                  dbank56p
029100 GET-TODAY.                                                       dbank56p
029200     EXEC CICS ASKTIME                                            dbank56p
029300               ABSTIME(WS-ABSTIME)                                dbank56p
029400     END-EXEC.                                                    dbank56p
029500     EXEC CICS FORMATTIME                                         dbank56p
029600               ABSTIME(WS-ABSTIME)                                dbank56p
029700               YYYYMMDD(WS-TODAY-DATE)                            dbank56p
029800               TIME(WS-TODAY-TIME)                                dbank56p
029900     END-EXEC.                                                    dbank56p
030000                                                                  dbank56p
030100***************************************************************** dbank56p
030200* One audit record per maintenance action - before and after    * dbank56p
030300* images, maintaining userid, date and time                     * dbank56p
030400***************************************************************** dbank56p
030500 WRITE-AUDIT-RECORD.                                              dbank56p
030600     ADD 1 TO WS-AUDIT-SEQ.                                       dbank56p
030700     MOVE EIBTASKN TO AD-REC-TASKN.                               dbank56p
030800     MOVE WS-AUDIT-SEQ TO AD-REC-SEQ.                             dbank56p
030900     MOVE 'BNKFXLM ' TO AD-REC-TABLE.                             dbank56p
031000     EVALUATE TRUE                                                dbank56p
031100       WHEN CD56I-ADD                                             dbank56p
031200         SET AD-REC-ACTION-ADD TO TRUE                            dbank56p
031300       WHEN CD56I-CHANGE                                          dbank56p
031400         SET AD-REC-ACTION-CHANGE TO TRUE                         dbank56p
031500       WHEN OTHER                                                 dbank56p
031600         SET AD-REC-ACTION-DELETE TO TRUE                         dbank56p
031700     END-EVALUATE.                                                dbank56p
031800     MOVE CD56I-MAINT-USERID TO AD-REC-USERID.                    dbank56p
031900     MOVE WS-TODAY-DATE-N TO AD-REC-DATE.                         dbank56p
032000     MOVE WS-TODAY-TIME TO AD-REC-TIME.                           dbank56p
032100     MOVE WS-BEFORE-IMAGE TO AD-REC-BEFORE-IMAGE.                 dbank56p
032200     MOVE WS-BNKFXLM-REC TO AD-REC-AFTER-IMAGE.                   dbank56p
032300     PERFORM AUDIT-CHAIN-WRITE                                    dbank56p
032400         THRU AUDIT-CHAIN-WRITE-EXIT.                             dbank56p
032900 WRITE-AUDIT-RECORD-EXIT.                                         dbank56p
033000     EXIT.                                                        dbank56p
033100                                                                  dbank56p
033130 COPY CPERFP.                                                     dbank56p
033140 COPY CAUDCHP.                                                    dbank56p
033160                                                                  dbank56p
033200* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank56p
