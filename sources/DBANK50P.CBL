000100***************************************************************** dbank50p
000200*                                                               * dbank50p
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   * dbank50p
000400*   This demonstration program is provided for use by users     * dbank50p
000500*   of Micro Focus products and may be used, modified and       * dbank50p
000600*   distributed as part of your application provided that       * dbank50p
000700*   you properly acknowledge the copyright of Micro Focus       * dbank50p
000800*   in this material.                                           * dbank50p
000900*                                                               * dbank50p
001000***************************************************************** dbank50p
001100                                                                  dbank50p
001200***************************************************************** dbank50p
001300* Program:     DBANK50P.CBL                                     * dbank50p
001400* Function:    Online maintenance of the BNKGTHR JSON gateway   * dbank50p
001500*              request limits - list, add, change and delete a  * dbank50p
001600*              client's per-minute and per-day limits for the   * dbank50p
001700*              client as a whole and for any one of its session * dbank50p
001800*              tokens, including the *DEFAULT row GBANK01P      * dbank50p
001900*              falls back on. A zero limit means no limit.      * dbank50p
002000*              Every change is audited to BNKAUDT with          * dbank50p
002100*              before/after images and the maintaining userid.  * dbank50p
002130*              Audit records are chained on BNKACHN (CAUDCHP)   * dbank50p
002160*              for the nightly ZBNKACHV verification            * dbank50p
002200*              VSAM version                                     * dbank50p
002300***************************************************************** dbank50p
002400                                                                  dbank50p
002500 IDENTIFICATION DIVISION.                                         dbank50p
002600 PROGRAM-ID.                                                      dbank50p
002700     DBANK50P.                                                    dbank50p
002800 DATE-WRITTEN.                                                    dbank50p
002900     October 2026.                                                dbank50p
003000 DATE-COMPILED.                                                   dbank50p
003100     Today.                                                       dbank50p
003200                                                                  dbank50p
003300 ENVIRONMENT DIVISION.                                            dbank50p
003400                                                                  dbank50p
003500 DATA DIVISION.                                                   dbank50p
003600                                                                  dbank50p
003700 WORKING-STORAGE SECTION.                                         dbank50p
003800 01  WS-MISC-STORAGE.                                             dbank50p
003900   05  WS-PROGRAM-ID                         PIC X(8)             dbank50p
004000       VALUE 'DBANK50P'.                                          dbank50p
004100   05  WS-COMMAREA-LENGTH                    PIC 9(5).            dbank50p
004200   05  WS-RESP                               PIC S9(8) COMP.      dbank50p
004300   05  WS-ABSTIME                            PIC S9(15) COMP-3.   dbank50p
004400   05  WS-TODAY-DATE                         PIC X(8).            dbank50p
004500   05  WS-TODAY-DATE-N REDEFINES WS-TODAY-DATE PIC 9(8).          dbank50p
004600   05  WS-TODAY-TIME                         PIC X(6).            dbank50p
004700   05  WS-LIMIT-SUB                          PIC S9(4) COMP.      dbank50p
004800   05  WS-AUDIT-SEQ                          PIC 9(3) VALUE ZERO. dbank50p
004900   05  WS-BEFORE-IMAGE                       PIC X(80).           dbank50p
005000                                                                  dbank50p
005100 01  WS-BNKGTHR-REC.                                              dbank50p
005200 COPY CBANKVGT.                                                   dbank50p
005300                                                                  dbank50p
005400 01  WS-BNKAUDT-REC.                                              dbank50p
005500 COPY CBANKVAD.                                                   dbank50p
005510 01  WS-BNKACHN-REC.                                              dbank50p
005520 COPY CBANKVCN.                                                   dbank50p
005530 01  WS-AUDHSH-PARM.                                              dbank50p
005540 COPY CAUDHSD.                                                    dbank50p
005550 COPY CAUDCHD.                                                    dbank50p
005600                                                                  dbank50p
005700 01  WS-COMMAREA.                                                 dbank50p
005800 COPY CBANKD50.                                                   dbank50p
005900                                                                  dbank50p
006000 COPY CABENDD.                                                    dbank50p
006010                                                                  dbank50p
006020 01  WS-BNKPERF-REC.                                              dbank50p
006030 COPY CBANKVPF.                                                   dbank50p
006040                                                                  dbank50p
006050 COPY CPERFD.                                                     dbank50p
006100                                                                  dbank50p
006200 LINKAGE SECTION.                                                 dbank50p
006300 01  DFHCOMMAREA.                                                 dbank50p
006400   05  LK-COMMAREA                           PIC X(1)             dbank50p
006500       OCCURS 1 TO 4096 TIMES                                     dbank50p
006600         DEPENDING ON WS-COMMAREA-LENGTH.                         dbank50p
006700                                                                  dbank50p
006800 COPY CENTRY.                                                     dbank50p
006810***************************************************************** dbank50p
006820* Start the response-time clock for this request                * dbank50p
006830***************************************************************** dbank50p
006840     PERFORM PERF-TIMER.                                          dbank50p
006850                                                                  dbank50p
006900***************************************************************** dbank50p
007000* Move the passed data to our area                              * dbank50p
007100***************************************************************** dbank50p
007200     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            dbank50p
007300     MOVE DFHCOMMAREA TO WS-COMMAREA.                             dbank50p
007400                                                                  dbank50p
007500***************************************************************** dbank50p
007600* Initialize our output area                                    * dbank50p
007700***************************************************************** dbank50p
007800     MOVE SPACES TO CD50O-DATA.                                   dbank50p
007900     MOVE ZERO TO CD50O-LIMIT-COUNT.                              dbank50p
008000                                                                  dbank50p
008100***************************************************************** dbank50p
008200* Now attempt to satisfy the requested function. Every          * dbank50p
008300* maintenance action requires the maintaining userid and the    * dbank50p
008400* client; an add or change requires every limit to be numeric.  * dbank50p
008500***************************************************************** dbank50p
008600     IF (CD50I-ADD OR CD50I-CHANGE OR CD50I-DELETE) AND           dbank50p
008700        CD50I-MAINT-USERID IS EQUAL TO SPACES                     dbank50p
008800        SET CD50O-REJECTED TO TRUE                                dbank50p
008900        MOVE 'Maintaining userid is required' TO CD50O-MESSAGE    dbank50p
009000        GO TO MAINLINE-EXIT                                       dbank50p
009100     END-IF.                                                      dbank50p
009200     IF (CD50I-ADD OR CD50I-CHANGE OR CD50I-DELETE) AND           dbank50p
009300        CD50I-CLIENT IS EQUAL TO SPACES                           dbank50p
009400        SET CD50O-REJECTED TO TRUE                                dbank50p
009500        MOVE 'Client is required' TO CD50O-MESSAGE                dbank50p
009600        GO TO MAINLINE-EXIT                                       dbank50p
009700     END-IF.                                                      dbank50p
009800     IF (CD50I-ADD OR CD50I-CHANGE) AND                           dbank50p
009900        (CD50I-CLIENT-PER-MIN IS NOT NUMERIC OR                   dbank50p
010000         CD50I-CLIENT-PER-DAY IS NOT NUMERIC OR                   dbank50p
010100         CD50I-TOKEN-PER-MIN IS NOT NUMERIC OR                    dbank50p
010200         CD50I-TOKEN-PER-DAY IS NOT NUMERIC)                      dbank50p
010300        SET CD50O-REJECTED TO TRUE                                dbank50p
010400        MOVE 'Limits must be numeric (zero for no limit)'         dbank50p
010500          TO CD50O-MESSAGE                                        dbank50p
010600        GO TO MAINLINE-EXIT                                       dbank50p
010700     END-IF.                                                      dbank50p
010800     EVALUATE TRUE                                                dbank50p
010900       WHEN CD50I-ADD                                             dbank50p
011000         PERFORM ADD-LIMIT-PROCESS                                dbank50p
011100             THRU ADD-LIMIT-PROCESS-EXIT                          dbank50p
011200       WHEN CD50I-CHANGE                                          dbank50p
011300         PERFORM CHANGE-LIMIT-PROCESS                             dbank50p
011400             THRU CHANGE-LIMIT-PROCESS-EXIT                       dbank50p
011500       WHEN CD50I-DELETE                                          dbank50p
011600         PERFORM DELETE-LIMIT-PROCESS                             dbank50p
011700             THRU DELETE-LIMIT-PROCESS-EXIT                       dbank50p
011800       WHEN OTHER                                                 dbank50p
011900         PERFORM LIST-LIMITS-PROCESS                              dbank50p
012000             THRU LIST-LIMITS-PROCESS-EXIT                        dbank50p
012100     END-EVALUATE.                                                dbank50p
012200                                                                  dbank50p
012300***************************************************************** dbank50p
012400* Move the result back to the callers area                      * dbank50p
012500***************************************************************** dbank50p
012600 MAINLINE-EXIT.                                                   dbank50p
012700     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       dbank50p
012800                                                                  dbank50p
012810***************************************************************** dbank50p
012820* Log this request's response time to BNKPERF                   * dbank50p
012830***************************************************************** dbank50p
012840     MOVE CD50I-FUNCTION TO WS-PERF-FUNCTION.                     dbank50p
012850     PERFORM PERF-TIMER.                                          dbank50p
012860                                                                  dbank50p
012900***************************************************************** dbank50p
013000* Return to our caller                                          * dbank50p
013100***************************************************************** dbank50p
013200 COPY CRETURN.                                                    dbank50p
013300                                                                  dbank50p
013400***************************************************************** dbank50p
013500* List the client limits from the caller's start key            * dbank50p
013600***************************************************************** dbank50p
013700 LIST-LIMITS-PROCESS.                                             dbank50p
013800     MOVE CD50I-CLIENT TO GT-REC-CLIENT.                          dbank50p
013900     EXEC CICS STARTBR FILE('BNKGTHR')                            dbank50p
014000                       RIDFLD(GT-REC-CLIENT)                      dbank50p
014100                       GTEQ                                       dbank50p
014200                       RESP(WS-RESP)                              dbank50p
014300     END-EXEC.                                                    dbank50p
014400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank50p
014500        MOVE 'No request limits found' TO CD50O-MESSAGE           dbank50p
014600        GO TO LIST-LIMITS-PROCESS-EXIT                            dbank50p
014700     END-IF.                                                      dbank50p
014800     MOVE 0 TO WS-LIMIT-SUB.                                      dbank50p
014900 LIST-LIMITS-LOOP.                                                dbank50p
015000     IF WS-LIMIT-SUB IS EQUAL TO 12                               dbank50p
015100        GO TO LIST-LIMITS-LOOP-EXIT                               dbank50p
015200     END-IF.                                                      dbank50p
015300     EXEC CICS READNEXT FILE('BNKGTHR')                           dbank50p
015400                        INTO(WS-BNKGTHR-REC)                      dbank50p
015500                        LENGTH(LENGTH OF WS-BNKGTHR-REC)          dbank50p
015600                        RIDFLD(GT-REC-CLIENT)                     dbank50p
015700                        RESP(WS-RESP)                             dbank50p
015800     END-EXEC.                                                    dbank50p
015900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank50p
016000        GO TO LIST-LIMITS-LOOP-EXIT                               dbank50p
016100     END-IF.                                                      dbank50p
016200     ADD 1 TO WS-LIMIT-SUB.                                       dbank50p
016300     MOVE GT-REC-CLIENT TO CD50O-LIMIT-CLIENT (WS-LIMIT-SUB).     dbank50p
016400     MOVE GT-REC-CLIENT-PER-MIN                                   dbank50p
016500       TO CD50O-LIMIT-CLIENT-PER-MIN (WS-LIMIT-SUB).              dbank50p
016600     MOVE GT-REC-CLIENT-PER-DAY                                   dbank50p
016700       TO CD50O-LIMIT-CLIENT-PER-DAY (WS-LIMIT-SUB).              dbank50p
016800     MOVE GT-REC-TOKEN-PER-MIN                                    dbank50p
016900       TO CD50O-LIMIT-TOKEN-PER-MIN (WS-LIMIT-SUB).               dbank50p
017000     MOVE GT-REC-TOKEN-PER-DAY                                    dbank50p
017100       TO CD50O-LIMIT-TOKEN-PER-DAY (WS-LIMIT-SUB).               dbank50p
017200     MOVE GT-REC-UPDATED-USERID                                   dbank50p
017300       TO CD50O-LIMIT-UPDATED-USERID (WS-LIMIT-SUB).              dbank50p
017400     MOVE GT-REC-UPDATED-DTE                                      dbank50p
017500       TO CD50O-LIMIT-UPDATED-DTE (WS-LIMIT-SUB).                 dbank50p
017600     GO TO LIST-LIMITS-LOOP.                                      dbank50p
017700 LIST-LIMITS-LOOP-EXIT.                                           dbank50p
017800     MOVE WS-LIMIT-SUB TO CD50O-LIMIT-COUNT.                      dbank50p
017900     EXEC CICS ENDBR FILE('BNKGTHR')                              dbank50p
018000     END-EXEC.                                                    dbank50p
018100     SET CD50O-OK TO TRUE.                                        dbank50p
018200 LIST-LIMITS-PROCESS-EXIT.                                        dbank50p
018300     EXIT.                                                        dbank50p
018400                                                                  dbank50p
018500***************************************************************** dbank50p
018600* Add the limits for one client (*DEFAULT is the fallback row)  * dbank50p
018700***************************************************************** dbank50p
018800 ADD-LIMIT-PROCESS.                                               dbank50p
018900     PERFORM GET-TODAY.                                           dbank50p
019000     MOVE SPACES TO WS-BNKGTHR-REC.                               dbank50p
019100     MOVE CD50I-CLIENT TO GT-REC-CLIENT.                          dbank50p
019200     PERFORM MOVE-LIMITS-IN.                                      dbank50p
019300     EXEC CICS WRITE FILE('BNKGTHR')                              dbank50p
019400               FROM(WS-BNKGTHR-REC)                               dbank50p
019500               RIDFLD(GT-REC-CLIENT)                              dbank50p
019600               LENGTH(LENGTH OF WS-BNKGTHR-REC)                   dbank50p
019700               RESP(WS-RESP)                                      dbank50p
019800     END-EXEC.                                                    dbank50p
019900     EVALUATE WS-RESP                                             dbank50p
020000       WHEN DFHRESP(NORMAL)                                       dbank50p
020100         MOVE SPACES TO WS-BEFORE-IMAGE                           dbank50p
020200         PERFORM WRITE-AUDIT-RECORD                               dbank50p
020300         SET CD50O-OK TO TRUE                                     dbank50p
020400         MOVE 'Request limits added' TO CD50O-MESSAGE             dbank50p
020500       WHEN DFHRESP(DUPREC)                                       dbank50p
020600         SET CD50O-REJECTED TO TRUE                               dbank50p
020700         MOVE 'Limits already held for this client'               dbank50p
020800           TO CD50O-MESSAGE                                       dbank50p
020900       WHEN OTHER                                                 dbank50p
021000         SET CD50O-REJECTED TO TRUE                               dbank50p
021100         MOVE 'Unable to add request limits' TO CD50O-MESSAGE     dbank50p
021200     END-EVALUATE.                                                dbank50p
021300 ADD-LIMIT-PROCESS-EXIT.                                          dbank50p
021400     EXIT.                                                        dbank50p
021500                                                                  dbank50p
021600***************************************************************** dbank50p
021700* Change one client's limits                                    * dbank50p
021800***************************************************************** dbank50p
021900 CHANGE-LIMIT-PROCESS.                                            dbank50p
022000     PERFORM GET-TODAY.                                           dbank50p
022100     MOVE CD50I-CLIENT TO GT-REC-CLIENT.                          dbank50p
022200     EXEC CICS READ FILE('BNKGTHR')                               dbank50p
022300                    INTO(WS-BNKGTHR-REC)                          dbank50p
022400                    LENGTH(LENGTH OF WS-BNKGTHR-REC)              dbank50p
022500                    RIDFLD(GT-REC-CLIENT)                         dbank50p
022600                    UPDATE                                        dbank50p
022700                    RESP(WS-RESP)                                 dbank50p
022800     END-EXEC.                                                    dbank50p
022900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank50p
023000        SET CD50O-REJECTED TO TRUE                                dbank50p
023100        MOVE 'No limits held for this client' TO CD50O-MESSAGE    dbank50p
023200        GO TO CHANGE-LIMIT-PROCESS-EXIT                           dbank50p
023300     END-IF.                                                      dbank50p
023400     MOVE WS-BNKGTHR-REC TO WS-BEFORE-IMAGE.                      dbank50p
023500     PERFORM MOVE-LIMITS-IN.                                      dbank50p
023600     EXEC CICS REWRITE FILE('BNKGTHR')                            dbank50p
023700                   FROM(WS-BNKGTHR-REC)                           dbank50p
023800                   LENGTH(LENGTH OF WS-BNKGTHR-REC)               dbank50p
023900                   RESP(WS-RESP)                                  dbank50p
024000     END-EXEC.                                                    dbank50p
024100     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank50p
024200        PERFORM WRITE-AUDIT-RECORD                                dbank50p
024300        SET CD50O-OK TO TRUE                                      dbank50p
024400        MOVE 'Request limits changed' TO CD50O-MESSAGE            dbank50p
024500     ELSE                                                         dbank50p
024600        SET CD50O-REJECTED TO TRUE                                dbank50p
024700        MOVE 'Unable to change request limits'                    dbank50p
024800          TO CD50O-MESSAGE                                        dbank50p
024900     END-IF.                                                      dbank50p
025000 CHANGE-LIMIT-PROCESS-EXIT.                                       dbank50p
025100     EXIT.                                                        dbank50p
025200                                                                  dbank50p
025300***************************************************************** dbank50p
025400* Delete one client's limits - the client then takes *DEFAULT   * dbank50p
025500***************************************************************** dbank50p
025600 DELETE-LIMIT-PROCESS.                                            dbank50p
025700     PERFORM GET-TODAY.                                           dbank50p
025800     MOVE CD50I-CLIENT TO GT-REC-CLIENT.                          dbank50p
025900     EXEC CICS READ FILE('BNKGTHR')                               dbank50p
026000                    INTO(WS-BNKGTHR-REC)                          dbank50p
026100                    LENGTH(LENGTH OF WS-BNKGTHR-REC)              dbank50p
026200                    RIDFLD(GT-REC-CLIENT)                         dbank50p
026300                    UPDATE                                        dbank50p
026400                    RESP(WS-RESP)                                 dbank50p
026500     END-EXEC.                                                    dbank50p
026600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank50p
026700        SET CD50O-REJECTED TO TRUE                                dbank50p
026800        MOVE 'No limits held for this client' TO CD50O-MESSAGE    dbank50p
026900        GO TO DELETE-LIMIT-PROCESS-EXIT                           dbank50p
027000     END-IF.                                                      dbank50p
027100     MOVE WS-BNKGTHR-REC TO WS-BEFORE-IMAGE.                      dbank50p
027200     EXEC CICS DELETE FILE('BNKGTHR')                             dbank50p
027300                      RESP(WS-RESP)                               dbank50p
027400     END-EXEC.                                                    dbank50p
027500     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank50p
027600        MOVE SPACES TO WS-BNKGTHR-REC                             dbank50p
027700        PERFORM WRITE-AUDIT-RECORD                                dbank50p
027800        SET CD50O-OK TO TRUE                                      dbank50p
027900        MOVE 'Request limits deleted' TO CD50O-MESSAGE            dbank50p
028000     ELSE                                                         dbank50p
028100        SET CD50O-REJECTED TO TRUE                                dbank50p
028200        MOVE 'Unable to delete request limits'                    dbank50p
028300          TO CD50O-MESSAGE                                        dbank50p
028400     END-IF.                                                      dbank50p
028500 DELETE-LIMIT-PROCESS-EXIT.                                       dbank50p
028600     EXIT.                                                        dbank50p
028700                                                                  dbank50p
028800***************************************************************** dbank50p
028900* Take the limits from the caller, stamped with who set them    * dbank50p
029000***************************************************************** dbank50p
029100 MOVE-LIMITS-IN.                                                  dbank50p
029200     MOVE CD50I-CLIENT-PER-MIN TO GT-REC-CLIENT-PER-MIN.          dbank50p
029300     MOVE CD50I-CLIENT-PER-DAY TO GT-REC-CLIENT-PER-DAY.          dbank50p
029400     MOVE CD50I-TOKEN-PER-MIN TO GT-REC-TOKEN-PER-MIN.            dbank50p
029500     MOVE CD50I-TOKEN-PER-DAY TO GT-REC-TOKEN-PER-DAY.            dbank50p
029600     MOVE CD50I-MAINT-USERID TO GT-REC-UPDATED-USERID.            dbank50p
029700     MOVE WS-TODAY-DATE-N TO GT-REC-UPDATED-DTE.                  dbank50p
029800                                                                  dbank50p
029900 GET-TODAY.                                                       dbank50p
030000     EXEC CICS ASKTIME                                            dbank50p
030100               ABSTIME(WS-ABSTIME)                                dbank50p
030200     END-EXEC.                                                    dbank50p
030300     EXEC CICS FORMATTIME                                         dbank50p
030400               ABSTIME(WS-ABSTIME)                                dbank50p
030500               YYYYMMDD(WS-TODAY-DATE)                            dbank50p
030600               TIME(WS-TODAY-TIME)                                dbank50p
030700     END-EXEC.                                                    dbank50p
030800                                                                  dbank50p
030900***************************************************************** dbank50p
031000* One audit record per maintenance action - before and after    * dbank50p
031100* images, maintaining userid, date and time                     * dbank50p
031200***************************************************************** dbank50p
031300 WRITE-AUDIT-RECORD.                                              dbank50p
031400     ADD 1 TO WS-AUDIT-SEQ.                                       dbank50p
031500     MOVE EIBTASKN TO AD-REC-TASKN.                               dbank50p
031600     MOVE WS-AUDIT-SEQ TO AD-REC-SEQ.                             dbank50p
031700     MOVE 'BNKGTHR ' TO AD-REC-TABLE.                             dbank50p
031800     EVALUATE TRUE                                                dbank50p
031900       WHEN CD50I-ADD                                             dbank50p
032000         SET AD-REC-ACTION-ADD TO TRUE                            dbank50p
032100       WHEN CD50I-CHANGE                                          dbank50p
032200         SET AD-REC-ACTION-CHANGE TO TRUE                         dbank50p
032300       WHEN OTHER                                                 dbank50p
032400         SET AD-REC-ACTION-DELETE TO TRUE                         dbank50p
032500     END-EVALUATE.                                                dbank50p
032600     MOVE CD50I-MAINT-USERID TO AD-REC-USERID.                    dbank50p
032700     MOVE WS-TODAY-DATE-N TO AD-REC-DATE.                         dbank50p
032800     MOVE WS-TODAY-TIME TO AD-REC-TIME.                           dbank50p
032900     MOVE WS-BEFORE-IMAGE TO AD-REC-BEFORE-IMAGE.                 dbank50p
033000     MOVE WS-BNKGTHR-REC TO AD-REC-AFTER-IMAGE.                   dbank50p
033100     PERFORM AUDIT-CHAIN-WRITE                                    dbank50p
033200         THRU AUDIT-CHAIN-WRITE-EXIT.                             dbank50p
033700 WRITE-AUDIT-RECORD-EXIT.                                         dbank50p
033800     EXIT.                                                        dbank50p
033900                                                                  dbank50p
033930 COPY CPERFP.                                                     dbank50p
033940 COPY CAUDCHP.                                                    dbank50p
033960                                                                  dbank50p
034000* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank50p
