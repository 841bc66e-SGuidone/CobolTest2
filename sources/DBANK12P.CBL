001700*              point for a new one. Every change is audited to  * dbank12p
001800*              BNKAUDT. DBANK05P keeps serving menus from the   * dbank12p
001900*              same file untouched                               *dbank12p
001920*              Maintenance is held on BNKSCHG until a second    * dbank12p
001940*              administrator approves it on DBANK60P, which     * dbank12p
001960*              calls back to have it applied here               * dbank12p
001970*              Audit records are chained on BNKACHN (CAUDCHP)   * dbank12p
001980*              for the nightly ZBNKACHV verification            * dbank12p
002000*              VSAM version                                     * dbank12p
002100***************************************************************** dbank12p
002200                                                                  dbank12p
004600   05  WS-AUDIT-SEQ                          PIC 9(3) VALUE ZERO. dbank12p
004700   05  WS-BEFORE-IMAGE                       PIC X(80).           dbank12p
004800   05  WS-CLONE-COUNT                        PIC 9(2).            dbank12p
004820   05  WS-CHECKER-USERID                     PIC X(8).            dbank12p
004840   05  WS-APPLYING-SW                        PIC X(1) VALUE 'N'.  dbank12p
004860     88  WS-APPLYING                           VALUE 'Y'.         dbank12p
004900                                                                  dbank12p
005000 01  WS-BNKROLE-REC.                                              dbank12p
005100 COPY CBANKVRL.                                                   dbank12p
005200                                                                  dbank12p
005220 01  WS-BNKSCHG-REC.                                              dbank12p
005240 COPY CBANKVSG.                                                   dbank12p
005260                                                                  dbank12p
005300 01  WS-BNKAUDT-REC.                                              dbank12p
005400 COPY CBANKVAD.                                                   dbank12p
005410 01  WS-BNKACHN-REC.                                              dbank12p
005420 COPY CBANKVCN.                                                   dbank12p
005430 01  WS-AUDHSH-PARM.                                              dbank12p
005440 COPY CAUDHSD.                                                    dbank12p
005450 COPY CAUDCHD.                                                    dbank12p
005500                                                                  dbank12p
005600 01  WS-COMMAREA.                                                 dbank12p
005700 COPY CBANKD12.                                                   dbank12p
005800                                                                  dbank12p
005900 COPY CABENDD.                                                    dbank12p
005910                                                                  dbank12p
005920 01  WS-BNKPERF-REC.                                              dbank12p
005930 COPY CBANKVPF.                                                   dbank12p
005940                                                                  dbank12p
005950 COPY CPERFD.                                                     dbank12p
006000                                                                  dbank12p
006100 LINKAGE SECTION.                                                 dbank12p
006200 01  DFHCOMMAREA.                                                 dbank12p
006500         DEPENDING ON WS-COMMAREA-LENGTH.                         dbank12p
006600                                                                  dbank12p
006700 COPY CENTRY.                                                     dbank12p
006710***************************************************************** dbank12p
006720* Start the response-time clock for this request                * dbank12p
006730***************************************************************** dbank12p
006740     PERFORM PERF-TIMER.                                          dbank12p
006750                                                                  dbank12p
006800***************************************************************** dbank12p
006900* Move the passed data to our area                              * dbank12p
007000***************************************************************** dbank12p
008100* Now attempt to satisfy the requested function                 * dbank12p
008200***************************************************************** dbank12p
008300     IF NOT CD12I-LIST AND                                        dbank12p
008350        NOT CD12I-APPLY-APPROVED AND                              dbank12p
008400        CD12I-MAINT-USERID IS EQUAL TO SPACES                     dbank12p
008500        SET CD12O-REJECTED TO TRUE                                dbank12p
008600        MOVE 'Maintaining userid is required' TO CD12O-MESSAGE    dbank12p
008700        GO TO MAINLINE-EXIT                                       dbank12p
008800     END-IF.                                                      dbank12p
008805                                                                  dbank12p
008810***************************************************************** dbank12p
008815* Maintenance is held on BNKSCHG until a second administrator   * dbank12p
008820* approves it on DBANK60P, which calls back with the change     * dbank12p
008825* reference to have it applied                                  * dbank12p
008830***************************************************************** dbank12p
008835     IF CD12I-APPLY-APPROVED                                      dbank12p
008840        PERFORM READ-APPROVED-CHANGE                              dbank12p
008845            THRU READ-APPROVED-CHANGE-EXIT                        dbank12p
008850        IF CD12O-REJECTED                                         dbank12p
008855           GO TO MAINLINE-EXIT                                    dbank12p
008860        END-IF                                                    dbank12p
008865     ELSE                                                         dbank12p
008870        IF CD12I-ADD OR CD12I-CHANGE OR                           dbank12p
008872           CD12I-DELETE OR CD12I-CLONE                            dbank12p
008875           PERFORM HOLD-FOR-APPROVAL                              dbank12p
008880               THRU HOLD-FOR-APPROVAL-EXIT                        dbank12p
008885           GO TO MAINLINE-EXIT                                    dbank12p
008890        END-IF                                                    dbank12p
008895     END-IF.                                                      dbank12p
008900     EVALUATE TRUE                                                dbank12p
009000       WHEN CD12I-ADD                                             dbank12p
009100         PERFORM ADD-OPTION-PROCESS                               dbank12p
010800* Move the result back to the callers area                      * dbank12p
010900***************************************************************** dbank12p
011000 MAINLINE-EXIT.                                                   dbank12p
011020     IF WS-APPLYING                                               dbank12p
011040        PERFORM RECORD-APPLIED-CHANGE                             dbank12p
011060     END-IF.                                                      dbank12p
011100     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       dbank12p
011200                                                                  dbank12p
011210***************************************************************** dbank12p
011220* Log this request's response time to BNKPERF                   * dbank12p
011230***************************************************************** dbank12p
011240     MOVE CD12I-FUNCTION TO WS-PERF-FUNCTION.                     dbank12p
011250     PERFORM PERF-TIMER.                                          dbank12p
011260                                                                  dbank12p
011300***************************************************************** dbank12p
011400* Return to our caller                                          * dbank12p
011500***************************************************************** dbank12p
038000     MOVE CD12I-MAINT-USERID TO AD-REC-USERID.                    dbank12p
038100     MOVE WS-TODAY-DATE-N TO AD-REC-DATE.                         dbank12p
038200     MOVE WS-TODAY-TIME TO AD-REC-TIME.                           dbank12p
038250     MOVE WS-CHECKER-USERID TO AD-REC-APPR-USERID.                dbank12p
038300     MOVE WS-BEFORE-IMAGE TO AD-REC-BEFORE-IMAGE.                 dbank12p
038400     MOVE WS-BNKROLE-REC TO AD-REC-AFTER-IMAGE.                   dbank12p
038500     PERFORM AUDIT-CHAIN-WRITE                                    dbank12p
038600         THRU AUDIT-CHAIN-WRITE-EXIT.                             dbank12p
039100 WRITE-AUDIT-RECORD-EXIT.                                         dbank12p
039200     EXIT.                                                        dbank12p
039300                                                                  dbank12p
039400***************************************************************** dbank12p
039500* Hold an add, change, delete or clone on BNKSCHG for a second  * dbank12p
039600* administrator. Obvious mistakes are turned away now rather    * dbank12p
039700* than after somebody has approved them                         * dbank12p
039800***************************************************************** dbank12p
039900 HOLD-FOR-APPROVAL.                                               dbank12p
040000     IF CD12I-CLONE AND                                           dbank12p
040100        (CD12I-CLONE-TO-ROLE IS EQUAL TO SPACES OR                dbank12p
040200         CD12I-CLONE-TO-ROLE IS EQUAL TO CD12I-ROLE)              dbank12p
040300        SET CD12O-REJECTED TO TRUE                                dbank12p
040400        MOVE 'A different target role code is required'           dbank12p
040500          TO CD12O-MESSAGE                                        dbank12p
040600        GO TO HOLD-FOR-APPROVAL-EXIT                              dbank12p
040700     END-IF.                                                      dbank12p
040800     IF CD12I-CLONE                                               dbank12p
040900        GO TO HOLD-CHANGE-WRITE                                   dbank12p
041000     END-IF.                                                      dbank12p
041100     MOVE CD12I-ROLE TO RL-REC-ROLE.                              dbank12p
041200     MOVE CD12I-SEQ TO RL-REC-SEQ.                                dbank12p
041300     EXEC CICS READ FILE('BNKROLE')                               dbank12p
041400                    INTO(WS-BNKROLE-REC)                          dbank12p
041500                    LENGTH(LENGTH OF WS-BNKROLE-REC)              dbank12p
041600                    RIDFLD(RL-REC-KEY)                            dbank12p
041700                    RESP(WS-RESP)                                 dbank12p
041800     END-EXEC.                                                    dbank12p
041900     IF CD12I-ADD AND                                             dbank12p
042000        WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank12p
042100        SET CD12O-REJECTED TO TRUE                                dbank12p
042200        MOVE 'Sequence already in use for role'                   dbank12p
042300          TO CD12O-MESSAGE                                        dbank12p
042400        GO TO HOLD-FOR-APPROVAL-EXIT                              dbank12p
042500     END-IF.                                                      dbank12p
042600     IF NOT CD12I-ADD AND                                         dbank12p
042700        WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank12p
042800        SET CD12O-REJECTED TO TRUE                                dbank12p
042900        MOVE 'Menu option not found' TO CD12O-MESSAGE             dbank12p
043000        GO TO HOLD-FOR-APPROVAL-EXIT                              dbank12p
043100     END-IF.                                                      dbank12p
043200 HOLD-CHANGE-WRITE.                                               dbank12p
043300     EXEC CICS ASKTIME                                            dbank12p
043400               ABSTIME(WS-ABSTIME)                                dbank12p
043500     END-EXEC.                                                    dbank12p
043600     EXEC CICS FORMATTIME                                         dbank12p
043700               ABSTIME(WS-ABSTIME)                                dbank12p
043800               YYYYMMDD(WS-TODAY-DATE)                            dbank12p
043900               TIME(WS-TODAY-TIME)                                dbank12p
044000     END-EXEC.                                                    dbank12p
044100     MOVE WS-TODAY-DATE-N TO SG-REC-REQ-DTE.                      dbank12p
044200     MOVE EIBTASKN TO SG-REC-TASKN.                               dbank12p
044300     MOVE SG-REC-REQ-DTE TO CD12I-CHANGE-DTE.                     dbank12p
044400     MOVE SG-REC-TASKN TO CD12I-CHANGE-TASKN.                     dbank12p
044500     MOVE 'BNKROLE ' TO SG-REC-TABLE.                             dbank12p
044600     MOVE CD12I-FUNCTION TO SG-REC-FUNCTION.                      dbank12p
044700     SET SG-REC-PENDING TO TRUE.                                  dbank12p
044800     MOVE CD12I-MAINT-USERID TO SG-REC-MAKER-USERID.              dbank12p
044900     MOVE WS-TODAY-TIME TO SG-REC-REQ-TIME.                       dbank12p
045000     MOVE SPACES TO SG-REC-CHECKER-USERID.                        dbank12p
045100     MOVE ZERO TO SG-REC-DECISION-DTE.                            dbank12p
045200     MOVE SPACES TO SG-REC-DECISION-TIME.                         dbank12p
045300     MOVE CD12I-DATA TO SG-REC-REQUEST.                           dbank12p
045400     MOVE SPACES TO SG-REC-BEFORE-IMAGE.                          dbank12p
045500     MOVE SPACES TO SG-REC-AFTER-IMAGE.                           dbank12p
045600     MOVE SPACES TO SG-REC-RESULT.                                dbank12p
045700     EXEC CICS WRITE FILE('BNKSCHG')                              dbank12p
045800               FROM(WS-BNKSCHG-REC)                               dbank12p
045900               RIDFLD(SG-REC-KEY)                                 dbank12p
046000               LENGTH(LENGTH OF WS-BNKSCHG-REC)                   dbank12p
046100               RESP(WS-RESP)                                      dbank12p
046200     END-EXEC.                                                    dbank12p
046300     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank12p
046400        SET CD12O-OK TO TRUE                                      dbank12p
046500        MOVE 'Change held for approval by a second administrator' dbank12p
046600          TO CD12O-MESSAGE                                        dbank12p
046700        MOVE SG-REC-REQ-DTE TO CD12O-CHANGE-DTE                   dbank12p
046800        MOVE SG-REC-TASKN TO CD12O-CHANGE-TASKN                   dbank12p
046900     ELSE                                                         dbank12p
047000        SET CD12O-REJECTED TO TRUE                                dbank12p
047100        MOVE 'Unable to hold change for approval' TO CD12O-MESSAGEdbank12p
047200     END-IF.                                                      dbank12p
047300 HOLD-FOR-APPROVAL-EXIT.                                          dbank12p
047400     EXIT.                                                        dbank12p
047500                                                                  dbank12p
047600***************************************************************** dbank12p
047700* Called back by DBANK60P once a second administrator has       * dbank12p
047800* approved a held change - restore the maker's request so it is * dbank12p
047900* applied exactly as it was asked for. The BNKSCHG record stays * dbank12p
048000* held for update until the outcome is recorded                 * dbank12p
048100***************************************************************** dbank12p
048200 READ-APPROVED-CHANGE.                                            dbank12p
048300     MOVE CD12I-CHANGE-DTE TO SG-REC-REQ-DTE.                     dbank12p
048400     MOVE CD12I-CHANGE-TASKN TO SG-REC-TASKN.                     dbank12p
048500     EXEC CICS READ FILE('BNKSCHG')                               dbank12p
048600                    INTO(WS-BNKSCHG-REC)                          dbank12p
048700                    LENGTH(LENGTH OF WS-BNKSCHG-REC)              dbank12p
048800                    RIDFLD(SG-REC-KEY)                            dbank12p
048900                    UPDATE                                        dbank12p
049000                    RESP(WS-RESP)                                 dbank12p
049100     END-EXEC.                                                    dbank12p
049200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank12p
049300        SET CD12O-REJECTED TO TRUE                                dbank12p
049400        MOVE 'Change reference not found' TO CD12O-MESSAGE        dbank12p
049500        GO TO READ-APPROVED-CHANGE-EXIT                           dbank12p
049600     END-IF.                                                      dbank12p
049700     IF NOT SG-REC-APPROVED OR                                    dbank12p
049800        SG-REC-TABLE IS NOT EQUAL TO 'BNKROLE '                   dbank12p
049900        EXEC CICS UNLOCK FILE('BNKSCHG')                          dbank12p
050000        END-EXEC                                                  dbank12p
050100        SET CD12O-REJECTED TO TRUE                                dbank12p
050200        MOVE 'Change is not approved for applying'                dbank12p
050300          TO CD12O-MESSAGE                                        dbank12p
050400        GO TO READ-APPROVED-CHANGE-EXIT                           dbank12p
050500     END-IF.                                                      dbank12p
050600     MOVE SG-REC-CHECKER-USERID TO WS-CHECKER-USERID.             dbank12p
050700     MOVE SG-REC-REQUEST TO CD12I-DATA.                           dbank12p
050800     SET WS-APPLYING TO TRUE.                                     dbank12p
050900 READ-APPROVED-CHANGE-EXIT.                                       dbank12p
051000     EXIT.                                                        dbank12p
051100                                                                  dbank12p
051200***************************************************************** dbank12p
051300* Record the outcome of applying an approved change on its      * dbank12p
051400* BNKSCHG record, with the before/after images of the option    * dbank12p
051500***************************************************************** dbank12p
051600 RECORD-APPLIED-CHANGE.                                           dbank12p
051700     IF CD12O-OK                                                  dbank12p
051800        SET SG-REC-COMPLETED TO TRUE                              dbank12p
051900        MOVE AD-REC-BEFORE-IMAGE TO SG-REC-BEFORE-IMAGE           dbank12p
052000        MOVE AD-REC-AFTER-IMAGE TO SG-REC-AFTER-IMAGE             dbank12p
052100     ELSE                                                         dbank12p
052200        SET SG-REC-FAILED TO TRUE                                 dbank12p
052300     END-IF.                                                      dbank12p
052400     MOVE CD12O-MESSAGE TO SG-REC-RESULT.                         dbank12p
052500     EXEC CICS REWRITE FILE('BNKSCHG')                            dbank12p
052600                   FROM(WS-BNKSCHG-REC)                           dbank12p
052700                   LENGTH(LENGTH OF WS-BNKSCHG-REC)               dbank12p
052800                   RESP(WS-RESP)                                  dbank12p
052900     END-EXEC.                                                    dbank12p
053000 RECORD-APPLIED-CHANGE-EXIT.                                      dbank12p
053100     EXIT.                                                        dbank12p
053200                                                                  dbank12p
053300 COPY CPERFP.                                                     dbank12p
053350 COPY CAUDCHP.                                                    dbank12p
053400                                                                  dbank12p
053500* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank12p
