001800*              is audited to BNKAUDT with the administrator's   * dbank13p
001900*              userid. SPSWD01P remains the only program that   * dbank13p
002000*              evaluates these fields at sign-on                * dbank13p
002020*              Every change is held on BNKSCHG until a second   * dbank13p
002040*              administrator approves it on DBANK60P, which     * dbank13p
002060*              calls back to have it applied here               * dbank13p
002070*              Unlocking also re-enables a userid disabled by   * dbank13p
002080*              the ZBNKRCRT access recertification run          * dbank13p
002086*              Audit records are chained on BNKACHN (CAUDCHP)   * dbank13p
002092*              for the nightly ZBNKACHV verification            * dbank13p
002100*              VSAM version                                     * dbank13p
002200***************************************************************** dbank13p
002300                                                                  dbank13p
004500   05  WS-TODAY-TIME                         PIC X(6).            dbank13p
004600   05  WS-AUDIT-SEQ                          PIC 9(3) VALUE ZERO. dbank13p
004700   05  WS-BEFORE-IMAGE                       PIC X(80).           dbank13p
004720   05  WS-CHECKER-USERID                     PIC X(8).            dbank13p
004740   05  WS-APPLYING-SW                        PIC X(1) VALUE 'N'.  dbank13p
004760     88  WS-APPLYING                           VALUE 'Y'.         dbank13p
004800                                                                  dbank13p
004900 01  WS-USR-REC.                                                  dbank13p
005000 COPY CBANKVUS.                                                   dbank13p
005100                                                                  dbank13p
005120 01  WS-BNKSCHG-REC.                                              dbank13p
005140 COPY CBANKVSG.                                                   dbank13p
005160                                                                  dbank13p
005200 01  WS-BNKAUDT-REC.                                              dbank13p
005300 COPY CBANKVAD.                                                   dbank13p
005310 01  WS-BNKACHN-REC.                                              dbank13p
005320 COPY CBANKVCN.                                                   dbank13p
005330 01  WS-AUDHSH-PARM.                                              dbank13p
005340 COPY CAUDHSD.                                                    dbank13p
005350 COPY CAUDCHD.                                                    dbank13p
005400                                                                  dbank13p
005500 01  WS-COMMAREA.                                                 dbank13p
005600 COPY CBANKD13.                                                   dbank13p
005700                                                                  dbank13p
005800 COPY CABENDD.                                                    dbank13p
005810                                                                  dbank13p
005820 01  WS-BNKPERF-REC.                                              dbank13p
005830 COPY CBANKVPF.                                                   dbank13p
005840                                                                  dbank13p
005850 COPY CPERFD.                                                     dbank13p
005900                                                                  dbank13p
006000 LINKAGE SECTION.                                                 dbank13p
006100 01  DFHCOMMAREA.                                                 dbank13p
006400         DEPENDING ON WS-COMMAREA-LENGTH.                         dbank13p
006500                                                                  dbank13p
006600 COPY CENTRY.                                                     dbank13p
006610***************************************************************** dbank13p
006620* Start the response-time clock for this request                * dbank13p
006630***************************************************************** dbank13p
006640     PERFORM PERF-TIMER.                                          dbank13p
006650                                                                  dbank13p
006700***************************************************************** dbank13p
006800* Move the passed data to our area                              * dbank13p
006900***************************************************************** dbank13p
007900* Read the userid's sign-on record - common to every function   * dbank13p
008000***************************************************************** dbank13p
008100     IF NOT CD13I-LOOKUP AND                                      dbank13p
008150        NOT CD13I-APPLY-APPROVED AND                              dbank13p
008200        CD13I-ADMIN-USERID IS EQUAL TO SPACES                     dbank13p
008300        SET CD13O-REJECTED TO TRUE                                dbank13p
008400        MOVE 'Administrator userid is required' TO CD13O-MESSAGE  dbank13p
008500        GO TO MAINLINE-EXIT                                       dbank13p
008600     END-IF.                                                      dbank13p
008603                                                                  dbank13p
008605***************************************************************** dbank13p
008610* Changes are held on BNKSCHG until a second administrator      * dbank13p
008615* approves them on DBANK60P, which calls back with the change   * dbank13p
008620* reference to have them applied                                * dbank13p
008625***************************************************************** dbank13p
008630     IF CD13I-APPLY-APPROVED                                      dbank13p
008635        PERFORM READ-APPROVED-CHANGE                              dbank13p
008640            THRU READ-APPROVED-CHANGE-EXIT                        dbank13p
008645        IF CD13O-REJECTED                                         dbank13p
008650           GO TO MAINLINE-EXIT                                    dbank13p
008655        END-IF                                                    dbank13p
008660     ELSE                                                         dbank13p
008665        IF CD13I-UNLOCK OR CD13I-FORCE-CHANGE OR                  dbank13p
008670           CD13I-CLEAR-ANSWER                                     dbank13p
008675           PERFORM HOLD-FOR-APPROVAL                              dbank13p
008680               THRU HOLD-FOR-APPROVAL-EXIT                        dbank13p
008685           GO TO MAINLINE-EXIT                                    dbank13p
008690        END-IF                                                    dbank13p
008695     END-IF.                                                      dbank13p
008700     MOVE CD13I-USERID TO USR-REC-USERID.                         dbank13p
008800     IF CD13I-LOOKUP                                              dbank13p
008900        EXEC CICS READ FILE('BNKUSRF')                            dbank13p
011200       WHEN CD13I-UNLOCK                                          dbank13p
011300         MOVE 0 TO USR-REC-FAILED-COUNT                           dbank13p
011400         MOVE SPACE TO USR-REC-LOCKED                             dbank13p
011450         MOVE SPACE TO USR-REC-DISABLED                           dbank13p
011500         PERFORM REWRITE-AND-AUDIT                                dbank13p
011600             THRU REWRITE-AND-AUDIT-EXIT                          dbank13p
011700         MOVE 'Userid unlocked' TO CD13O-MESSAGE                  dbank13p
013900          TO CD13O-LAST-CHANGE-DTE                                dbank13p
014000        MOVE USR-REC-FORCE-CHANGE TO CD13O-FORCE-CHANGE           dbank13p
014100        MOVE USR-REC-SECURITY-Q-ID TO CD13O-SECURITY-Q-ID         dbank13p
014150        MOVE USR-REC-DISABLED TO CD13O-DISABLED                   dbank13p
014200     END-IF.                                                      dbank13p
014300                                                                  dbank13p
014400***************************************************************** dbank13p
014500* Move the result back to the callers area                      * dbank13p
014600***************************************************************** dbank13p
014700 MAINLINE-EXIT.                                                   dbank13p
014720     IF WS-APPLYING                                               dbank13p
014740        PERFORM RECORD-APPLIED-CHANGE                             dbank13p
014760     END-IF.                                                      dbank13p
014800     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       dbank13p
014900                                                                  dbank13p
014910***************************************************************** dbank13p
014920* Log this request's response time to BNKPERF                   * dbank13p
014930***************************************************************** dbank13p
014940     MOVE CD13I-FUNCTION TO WS-PERF-FUNCTION.                     dbank13p
014950     PERFORM PERF-TIMER.                                          dbank13p
014960                                                                  dbank13p
015000***************************************************************** dbank13p
015100* Return to our caller                                          * dbank13p
015200***************************************************************** dbank13p
018300     MOVE CD13I-ADMIN-USERID TO AD-REC-USERID.                    dbank13p
018400     MOVE WS-TODAY-DATE-N TO AD-REC-DATE.                         dbank13p
018500     MOVE WS-TODAY-TIME TO AD-REC-TIME.                           dbank13p
018550     MOVE WS-CHECKER-USERID TO AD-REC-APPR-USERID.                dbank13p
018600     MOVE WS-BEFORE-IMAGE TO AD-REC-BEFORE-IMAGE.                 dbank13p
018700     MOVE WS-USR-REC TO AD-REC-AFTER-IMAGE.                       dbank13p
018800     PERFORM AUDIT-CHAIN-WRITE                                    dbank13p
018900         THRU AUDIT-CHAIN-WRITE-EXIT.                             dbank13p
019400 REWRITE-AND-AUDIT-EXIT.                                          dbank13p
019500     EXIT.                                                        dbank13p
019600                                                                  dbank13p
019700***************************************************************** dbank13p
019800* Hold an unlock, forced password change or answer reset on     * dbank13p
019900* BNKSCHG for a second administrator. An unknown userid is      * dbank13p
020000* turned away now rather than after somebody has approved it    * dbank13p
020100***************************************************************** dbank13p
020200 HOLD-FOR-APPROVAL.                                               dbank13p
020300     MOVE CD13I-USERID TO USR-REC-USERID.                         dbank13p
020400     EXEC CICS READ FILE('BNKUSRF')                               dbank13p
020500                    INTO(WS-USR-REC)                              dbank13p
020600                    LENGTH(LENGTH OF WS-USR-REC)                  dbank13p
020700                    RIDFLD(USR-REC-USERID)                        dbank13p
020800                    RESP(WS-RESP)                                 dbank13p
020900     END-EXEC.                                                    dbank13p
021000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank13p
021100        SET CD13O-REJECTED TO TRUE                                dbank13p
021200        MOVE 'Userid not on the sign-on file' TO CD13O-MESSAGE    dbank13p
021300        GO TO HOLD-FOR-APPROVAL-EXIT                              dbank13p
021400     END-IF.                                                      dbank13p
021500     EXEC CICS ASKTIME                                            dbank13p
021600               ABSTIME(WS-ABSTIME)                                dbank13p
021700     END-EXEC.                                                    dbank13p
021800     EXEC CICS FORMATTIME                                         dbank13p
021900               ABSTIME(WS-ABSTIME)                                dbank13p
022000               YYYYMMDD(WS-TODAY-DATE)                            dbank13p
022100               TIME(WS-TODAY-TIME)                                dbank13p
022200     END-EXEC.                                                    dbank13p
022300     MOVE WS-TODAY-DATE-N TO SG-REC-REQ-DTE.                      dbank13p
022400     MOVE EIBTASKN TO SG-REC-TASKN.                               dbank13p
022500     MOVE SG-REC-REQ-DTE TO CD13I-CHANGE-DTE.                     dbank13p
022600     MOVE SG-REC-TASKN TO CD13I-CHANGE-TASKN.                     dbank13p
022700     MOVE 'BNKUSRF ' TO SG-REC-TABLE.                             dbank13p
022800     MOVE CD13I-FUNCTION TO SG-REC-FUNCTION.                      dbank13p
022900     SET SG-REC-PENDING TO TRUE.                                  dbank13p
023000     MOVE CD13I-ADMIN-USERID TO SG-REC-MAKER-USERID.              dbank13p
023100     MOVE WS-TODAY-TIME TO SG-REC-REQ-TIME.                       dbank13p
023200     MOVE SPACES TO SG-REC-CHECKER-USERID.                        dbank13p
023300     MOVE ZERO TO SG-REC-DECISION-DTE.                            dbank13p
023400     MOVE SPACES TO SG-REC-DECISION-TIME.                         dbank13p
023500     MOVE CD13I-DATA TO SG-REC-REQUEST.                           dbank13p
023600     MOVE SPACES TO SG-REC-BEFORE-IMAGE.                          dbank13p
023700     MOVE SPACES TO SG-REC-AFTER-IMAGE.                           dbank13p
023800     MOVE SPACES TO SG-REC-RESULT.                                dbank13p
023900     EXEC CICS WRITE FILE('BNKSCHG')                              dbank13p
024000               FROM(WS-BNKSCHG-REC)                               dbank13p
024100               RIDFLD(SG-REC-KEY)                                 dbank13p
024200               LENGTH(LENGTH OF WS-BNKSCHG-REC)                   dbank13p
024300               RESP(WS-RESP)                                      dbank13p
024400     END-EXEC.                                                    dbank13p
024500     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank13p
024600        SET CD13O-OK TO TRUE                                      dbank13p
024700        MOVE 'Change held for approval by a second administrator' dbank13p
024800          TO CD13O-MESSAGE                                        dbank13p
024900        MOVE SG-REC-REQ-DTE TO CD13O-CHANGE-DTE                   dbank13p
025000        MOVE SG-REC-TASKN TO CD13O-CHANGE-TASKN                   dbank13p
025100     ELSE                                                         dbank13p
025200        SET CD13O-REJECTED TO TRUE                                dbank13p
025300        MOVE 'Unable to hold change for approval' TO CD13O-MESSAGEdbank13p
025400     END-IF.                                                      dbank13p
025500 HOLD-FOR-APPROVAL-EXIT.                                          dbank13p
025600     EXIT.                                                        dbank13p
025700                                                                  dbank13p
025800***************************************************************** dbank13p
025900* Called back by DBANK60P once a second administrator has       * dbank13p
026000* approved a held change - restore the maker's request so it is * dbank13p
026100* applied exactly as it was asked for. The BNKSCHG record stays * dbank13p
026200* held for update until the outcome is recorded                 * dbank13p
026300***************************************************************** dbank13p
026400 READ-APPROVED-CHANGE.                                            dbank13p
026500     MOVE CD13I-CHANGE-DTE TO SG-REC-REQ-DTE.                     dbank13p
026600     MOVE CD13I-CHANGE-TASKN TO SG-REC-TASKN.                     dbank13p
026700     EXEC CICS READ FILE('BNKSCHG')                               dbank13p
026800                    INTO(WS-BNKSCHG-REC)                          dbank13p
026900                    LENGTH(LENGTH OF WS-BNKSCHG-REC)              dbank13p
027000                    RIDFLD(SG-REC-KEY)                            dbank13p
027100                    UPDATE                                        dbank13p
027200                    RESP(WS-RESP)                                 dbank13p
027300     END-EXEC.                                                    dbank13p
027400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank13p
027500        SET CD13O-REJECTED TO TRUE                                dbank13p
027600        MOVE 'Change reference not found' TO CD13O-MESSAGE        dbank13p
027700        GO TO READ-APPROVED-CHANGE-EXIT                           dbank13p
027800     END-IF.                                                      dbank13p
027900     IF NOT SG-REC-APPROVED OR                                    dbank13p
028000        SG-REC-TABLE IS NOT EQUAL TO 'BNKUSRF '                   dbank13p
028100        EXEC CICS UNLOCK FILE('BNKSCHG')                          dbank13p
028200        END-EXEC                                                  dbank13p
028300        SET CD13O-REJECTED TO TRUE                                dbank13p
028400        MOVE 'Change is not approved for applying'                dbank13p
028500          TO CD13O-MESSAGE                                        dbank13p
028600        GO TO READ-APPROVED-CHANGE-EXIT                           dbank13p
028700     END-IF.                                                      dbank13p
028800     MOVE SG-REC-CHECKER-USERID TO WS-CHECKER-USERID.             dbank13p
028900     MOVE SG-REC-REQUEST TO CD13I-DATA.                           dbank13p
029000     SET WS-APPLYING TO TRUE.                                     dbank13p
029100 READ-APPROVED-CHANGE-EXIT.                                       dbank13p
029200     EXIT.                                                        dbank13p
029300                                                                  dbank13p
029400***************************************************************** dbank13p
029500* Record the outcome of applying an approved change on its      * dbank13p
029600* BNKSCHG record, with the sign-on record before and after      * dbank13p
029700***************************************************************** dbank13p
029800 RECORD-APPLIED-CHANGE.                                           dbank13p
029900     IF CD13O-OK                                                  dbank13p
030000        SET SG-REC-COMPLETED TO TRUE                              dbank13p
030100        MOVE AD-REC-BEFORE-IMAGE TO SG-REC-BEFORE-IMAGE           dbank13p
030200        MOVE AD-REC-AFTER-IMAGE TO SG-REC-AFTER-IMAGE             dbank13p
030300     ELSE                                                         dbank13p
030400        SET SG-REC-FAILED TO TRUE                                 dbank13p
030500     END-IF.                                                      dbank13p
030600     MOVE CD13O-MESSAGE TO SG-REC-RESULT.                         dbank13p
030700     EXEC CICS REWRITE FILE('BNKSCHG')                            dbank13p
030800                   FROM(WS-BNKSCHG-REC)                           dbank13p
030900                   LENGTH(LENGTH OF WS-BNKSCHG-REC)               dbank13p
031000                   RESP(WS-RESP)                                  dbank13p
031100     END-EXEC.                                                    dbank13p
031200 RECORD-APPLIED-CHANGE-EXIT.                                      dbank13p
031300     EXIT.                                                        dbank13p
031400                                                                  dbank13p
031500 COPY CPERFP.                                                     dbank13p
031550 COPY CAUDCHP.                                                    dbank13p
031600                                                                  dbank13p
031700* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank13p
