001900*              the maintaining userid. The maintaining          * dbank11p
002000*              transaction itself must be secured via BNKSECC   * dbank11p
002100*              in the usual way                                  *dbank11p
002120*              Add, change and delete are held on BNKSCHG       * dbank11p
002140*              until a second administrator approves them       * dbank11p
002160*              on DBANK60P, which calls back to have them       * dbank11p
002180*              applied here                                     * dbank11p
002186*              Audit records are chained on BNKACHN (CAUDCHP)   * dbank11p
002192*              for the nightly ZBNKACHV verification            * dbank11p
002200*              VSAM version                                     * dbank11p
002300***************************************************************** dbank11p
002400                                                                  dbank11p
004700   05  WS-SEC-SUB                            PIC S9(4) COMP.      dbank11p
004800   05  WS-AUDIT-SEQ                          PIC 9(3) VALUE ZERO. dbank11p
004900   05  WS-BEFORE-IMAGE                       PIC X(80).           dbank11p
004920   05  WS-CHECKER-USERID                     PIC X(8).            dbank11p
004940   05  WS-APPLYING-SW                        PIC X(1) VALUE 'N'.  dbank11p
004960     88  WS-APPLYING                           VALUE 'Y'.         dbank11p
005000                                                                  dbank11p
005100 01  WS-BNKSECC-REC.                                              dbank11p
005200 COPY CBANKVSC.                                                   dbank11p
005300                                                                  dbank11p
005320 01  WS-BNKSCHG-REC.                                              dbank11p
005340 COPY CBANKVSG.                                                   dbank11p
005360                                                                  dbank11p
005400 01  WS-BNKAUDT-REC.                                              dbank11p
005500 COPY CBANKVAD.                                                   dbank11p
005510 01  WS-BNKACHN-REC.                                              dbank11p
005520 COPY CBANKVCN.                                                   dbank11p
005530 01  WS-AUDHSH-PARM.                                              dbank11p
005540 COPY CAUDHSD.                                                    dbank11p
005550 COPY CAUDCHD.                                                    dbank11p
005600                                                                  dbank11p
005700 01  WS-COMMAREA.                                                 dbank11p
005800 COPY CBANKD11.                                                   dbank11p
005900                                                                  dbank11p
006000 COPY CABENDD.                                                    dbank11p
006010                                                                  dbank11p
006020 01  WS-BNKPERF-REC.                                              dbank11p
006030 COPY CBANKVPF.                                                   dbank11p
006040                                                                  dbank11p
006050 COPY CPERFD.                                                     dbank11p
006100                                                                  dbank11p
006200 LINKAGE SECTION.                                                 dbank11p
006300 01  DFHCOMMAREA.                                                 dbank11p
006600         DEPENDING ON WS-COMMAREA-LENGTH.                         dbank11p
006700                                                                  dbank11p
006800 COPY CENTRY.                                                     dbank11p
006810***************************************************************** dbank11p
006820* Start the response-time clock for this request                * dbank11p
006830***************************************************************** dbank11p
006840     PERFORM PERF-TIMER.                                          dbank11p
006850                                                                  dbank11p
006900***************************************************************** dbank11p
007000* Move the passed data to our area                              * dbank11p
007100***************************************************************** dbank11p
008800        MOVE 'Maintaining userid is required' TO CD11O-MESSAGE    dbank11p
008900        GO TO MAINLINE-EXIT                                       dbank11p
009000     END-IF.                                                      dbank11p
009003                                                                  dbank11p
009005***************************************************************** dbank11p
009010* Maintenance is held on BNKSCHG until a second administrator   * dbank11p
009015* approves it on DBANK60P, which calls back with the change     * dbank11p
009020* reference to have it applied                                  * dbank11p
009025***************************************************************** dbank11p
009030     IF CD11I-APPLY-APPROVED                                      dbank11p
009035        PERFORM READ-APPROVED-CHANGE                              dbank11p
009040            THRU READ-APPROVED-CHANGE-EXIT                        dbank11p
009045        IF CD11O-REJECTED                                         dbank11p
009050           GO TO MAINLINE-EXIT                                    dbank11p
009055        END-IF                                                    dbank11p
009060     ELSE                                                         dbank11p
009065        IF CD11I-ADD OR CD11I-CHANGE OR CD11I-DELETE              dbank11p
009070           PERFORM HOLD-FOR-APPROVAL                              dbank11p
009075               THRU HOLD-FOR-APPROVAL-EXIT                        dbank11p
009080           GO TO MAINLINE-EXIT                                    dbank11p
009085        END-IF                                                    dbank11p
009090     END-IF.                                                      dbank11p
009100     EVALUATE TRUE                                                dbank11p
009200       WHEN CD11I-ADD                                             dbank11p
009300         PERFORM ADD-ENTRY-PROCESS                                dbank11p
010700* Move the result back to the callers area                      * dbank11p
010800***************************************************************** dbank11p
010900 MAINLINE-EXIT.                                                   dbank11p
010920     IF WS-APPLYING                                               dbank11p
010940        PERFORM RECORD-APPLIED-CHANGE                             dbank11p
010960     END-IF.                                                      dbank11p
011000     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       dbank11p
011100                                                                  dbank11p
011110***************************************************************** dbank11p
011120* Log this request's response time to BNKPERF                   * dbank11p
011130***************************************************************** dbank11p
011140     MOVE CD11I-FUNCTION TO WS-PERF-FUNCTION.                     dbank11p
011150     PERFORM PERF-TIMER.                                          dbank11p
011160                                                                  dbank11p
011200***************************************************************** dbank11p
011300* Return to our caller                                          * dbank11p
011400***************************************************************** dbank11p
029300     MOVE CD11I-MAINT-USERID TO AD-REC-USERID.                    dbank11p
029400     MOVE WS-TODAY-DATE-N TO AD-REC-DATE.                         dbank11p
029500     MOVE WS-TODAY-TIME TO AD-REC-TIME.                           dbank11p
029550     MOVE WS-CHECKER-USERID TO AD-REC-APPR-USERID.                dbank11p
029600     MOVE WS-BEFORE-IMAGE TO AD-REC-BEFORE-IMAGE.                 dbank11p
029700     MOVE WS-BNKSECC-REC TO AD-REC-AFTER-IMAGE.                   dbank11p
029800     PERFORM AUDIT-CHAIN-WRITE                                    dbank11p
029900         THRU AUDIT-CHAIN-WRITE-EXIT.                             dbank11p
030400 WRITE-AUDIT-RECORD-EXIT.                                         dbank11p
030500     EXIT.                                                        dbank11p
030600                                                                  dbank11p
030700***************************************************************** dbank11p
030800* Hold an add, change or delete on BNKSCHG for a second         * dbank11p
030900* administrator. Obvious mistakes are turned away now rather    * dbank11p
031000* than after somebody has approved them                         * dbank11p
031100***************************************************************** dbank11p
031200 HOLD-FOR-APPROVAL.                                               dbank11p
031300     MOVE CD11I-TRAN TO SEC-REC-TRAN.                             dbank11p
031400     MOVE CD11I-TERM-CLASS TO SEC-REC-TERM-CLASS.                 dbank11p
031500     MOVE CD11I-USERID-CLASS TO SEC-REC-USERID-CLASS.             dbank11p
031600     EXEC CICS READ FILE('BNKSECC')                               dbank11p
031700                    INTO(WS-BNKSECC-REC)                          dbank11p
031800                    LENGTH(LENGTH OF WS-BNKSECC-REC)              dbank11p
031900                    RIDFLD(SEC-REC-KEY)                           dbank11p
032000                    RESP(WS-RESP)                                 dbank11p
032100     END-EXEC.                                                    dbank11p
032200     IF CD11I-ADD AND                                             dbank11p
032300        WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank11p
032400        SET CD11O-REJECTED TO TRUE                                dbank11p
032500        MOVE 'Entry already exists' TO CD11O-MESSAGE              dbank11p
032600        GO TO HOLD-FOR-APPROVAL-EXIT                              dbank11p
032700     END-IF.                                                      dbank11p
032800     IF NOT CD11I-ADD AND                                         dbank11p
032900        WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank11p
033000        SET CD11O-REJECTED TO TRUE                                dbank11p
033100        MOVE 'Entry not found' TO CD11O-MESSAGE                   dbank11p
033200        GO TO HOLD-FOR-APPROVAL-EXIT                              dbank11p
033300     END-IF.                                                      dbank11p
033400     EXEC CICS ASKTIME                                            dbank11p
033500               ABSTIME(WS-ABSTIME)                                dbank11p
033600     END-EXEC.                                                    dbank11p
033700     EXEC CICS FORMATTIME                                         dbank11p
033800               ABSTIME(WS-ABSTIME)                                dbank11p
033900               YYYYMMDD(WS-TODAY-DATE)                            dbank11p
034000               TIME(WS-TODAY-TIME)                                dbank11p
034100     END-EXEC.                                                    dbank11p
034200     MOVE WS-TODAY-DATE-N TO SG-REC-REQ-DTE.                      dbank11p
034300     MOVE EIBTASKN TO SG-REC-TASKN.                               dbank11p
034400     MOVE SG-REC-REQ-DTE TO CD11I-CHANGE-DTE.                     dbank11p
034500     MOVE SG-REC-TASKN TO CD11I-CHANGE-TASKN.                     dbank11p
034600     MOVE 'BNKSECC ' TO SG-REC-TABLE.                             dbank11p
034700     MOVE CD11I-FUNCTION TO SG-REC-FUNCTION.                      dbank11p
034800     SET SG-REC-PENDING TO TRUE.                                  dbank11p
034900     MOVE CD11I-MAINT-USERID TO SG-REC-MAKER-USERID.              dbank11p
035000     MOVE WS-TODAY-TIME TO SG-REC-REQ-TIME.                       dbank11p
035100     MOVE SPACES TO SG-REC-CHECKER-USERID.                        dbank11p
035200     MOVE ZERO TO SG-REC-DECISION-DTE.                            dbank11p
035300     MOVE SPACES TO SG-REC-DECISION-TIME.                         dbank11p
035400     MOVE CD11I-DATA TO SG-REC-REQUEST.                           dbank11p
035500     MOVE SPACES TO SG-REC-BEFORE-IMAGE.                          dbank11p
035600     MOVE SPACES TO SG-REC-AFTER-IMAGE.                           dbank11p
035700     MOVE SPACES TO SG-REC-RESULT.                                dbank11p
035800     EXEC CICS WRITE FILE('BNKSCHG')                              dbank11p
035900               FROM(WS-BNKSCHG-REC)                               dbank11p
036000               RIDFLD(SG-REC-KEY)                                 dbank11p
036100               LENGTH(LENGTH OF WS-BNKSCHG-REC)                   dbank11p
036200               RESP(WS-RESP)                                      dbank11p
036300     END-EXEC.                                                    dbank11p
036400     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank11p
036500        SET CD11O-OK TO TRUE                                      dbank11p
036600        MOVE 'Change held for approval by a second administrator' dbank11p
036700          TO CD11O-MESSAGE                                        dbank11p
036800        MOVE SG-REC-REQ-DTE TO CD11O-CHANGE-DTE                   dbank11p
036900        MOVE SG-REC-TASKN TO CD11O-CHANGE-TASKN                   dbank11p
037000     ELSE                                                         dbank11p
037100        SET CD11O-REJECTED TO TRUE                                dbank11p
037200        MOVE 'Unable to hold change for approval' TO CD11O-MESSAGEdbank11p
037300     END-IF.                                                      dbank11p
037400 HOLD-FOR-APPROVAL-EXIT.                                          dbank11p
037500     EXIT.                                                        dbank11p
037600                                                                  dbank11p
037700***************************************************************** dbank11p
037800* Called back by DBANK60P once a second administrator has       * dbank11p
037900* approved a held change - restore the maker's request so it is * dbank11p
038000* applied exactly as it was asked for. The BNKSCHG record stays * dbank11p
038100* held for update until the outcome is recorded                 * dbank11p
038200***************************************************************** dbank11p
038300 READ-APPROVED-CHANGE.                                            dbank11p
038400     MOVE CD11I-CHANGE-DTE TO SG-REC-REQ-DTE.                     dbank11p
038500     MOVE CD11I-CHANGE-TASKN TO SG-REC-TASKN.                     dbank11p
038600     EXEC CICS READ FILE('BNKSCHG')                               dbank11p
038700                    INTO(WS-BNKSCHG-REC)                          dbank11p
038800                    LENGTH(LENGTH OF WS-BNKSCHG-REC)              dbank11p
038900                    RIDFLD(SG-REC-KEY)                            dbank11p
039000                    UPDATE                                        dbank11p
039100                    RESP(WS-RESP)                                 dbank11p
039200     END-EXEC.                                                    dbank11p
039300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank11p
039400        SET CD11O-REJECTED TO TRUE                                dbank11p
039500        MOVE 'Change reference not found' TO CD11O-MESSAGE        dbank11p
039600        GO TO READ-APPROVED-CHANGE-EXIT                           dbank11p
039700     END-IF.                                                      dbank11p
039800     IF NOT SG-REC-APPROVED OR                                    dbank11p
039900        SG-REC-TABLE IS NOT EQUAL TO 'BNKSECC '                   dbank11p
040000        EXEC CICS UNLOCK FILE('BNKSCHG')                          dbank11p
040100        END-EXEC                                                  dbank11p
040200        SET CD11O-REJECTED TO TRUE                                dbank11p
040300        MOVE 'Change is not approved for applying'                dbank11p
040400          TO CD11O-MESSAGE                                        dbank11p
040500        GO TO READ-APPROVED-CHANGE-EXIT                           dbank11p
040600     END-IF.                                                      dbank11p
040700     MOVE SG-REC-CHECKER-USERID TO WS-CHECKER-USERID.             dbank11p
040800     MOVE SG-REC-REQUEST TO CD11I-DATA.                           dbank11p
040900     SET WS-APPLYING TO TRUE.                                     dbank11p
041000 READ-APPROVED-CHANGE-EXIT.                                       dbank11p
041100     EXIT.                                                        dbank11p
041200                                                                  dbank11p
041300***************************************************************** dbank11p
041400* Record the outcome of applying an approved change on its      * dbank11p
041500* BNKSCHG record, with the before/after images of the entry     * dbank11p
041600***************************************************************** dbank11p
041700 RECORD-APPLIED-CHANGE.                                           dbank11p
041800     IF CD11O-OK                                                  dbank11p
041900        SET SG-REC-COMPLETED TO TRUE                              dbank11p
042000        MOVE AD-REC-BEFORE-IMAGE TO SG-REC-BEFORE-IMAGE           dbank11p
042100        MOVE AD-REC-AFTER-IMAGE TO SG-REC-AFTER-IMAGE             dbank11p
042200     ELSE                                                         dbank11p
042300        SET SG-REC-FAILED TO TRUE                                 dbank11p
042400     END-IF.                                                      dbank11p
042500     MOVE CD11O-MESSAGE TO SG-REC-RESULT.                         dbank11p
042600     EXEC CICS REWRITE FILE('BNKSCHG')                            dbank11p
042700                   FROM(WS-BNKSCHG-REC)                           dbank11p
042800                   LENGTH(LENGTH OF WS-BNKSCHG-REC)               dbank11p
042900                   RESP(WS-RESP)                                  dbank11p
043000     END-EXEC.                                                    dbank11p
043100 RECORD-APPLIED-CHANGE-EXIT.                                      dbank11p
043200     EXIT.                                                        dbank11p
043300                                                                  dbank11p
043400 COPY CPERFP.                                                     dbank11p
043450 COPY CAUDCHP.                                                    dbank11p
043500                                                                  dbank11p
043600* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank11p
