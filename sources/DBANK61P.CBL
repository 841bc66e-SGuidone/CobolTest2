000100***************************************************************** dbank61p
000200*                                                               * dbank61p
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   * dbank61p
000400*   This demonstration program is provided for use by users     * dbank61p
000500*   of Micro Focus products and may be used, modified and       * dbank61p
000600*   distributed as part of your application provided that       * dbank61p
000700*   you properly acknowledge the copyright of Micro Focus       * dbank61p
000800*   in this material.                                           * dbank61p
000900*                                                               * dbank61p
001000***************************************************************** dbank61p
001100                                                                  dbank61p
001200***************************************************************** dbank61p
001300* Program:     DBANK61P.CBL                                     * dbank61p
001400* Function:    Access recertification by the branch manager.    * dbank61p
001500*              Lists the manager's staff roles on BNKSTAF that  * dbank61p
001600*              the quarterly ZBNKRCRT run left awaiting a       * dbank61p
001700*              decision, with last sign-on and any segregation- * dbank61p
001800*              of-duties conflict, and records the manager's    * dbank61p
001900*              confirm or revoke. A conflicting role cannot be  * dbank61p
002000*              confirmed until one of the pair is revoked, and  * dbank61p
002100*              a manager cannot recertify their own access. A   * dbank61p
002200*              userid left with no active role is disabled on   * dbank61p
002300*              BNKUSRF. Every decision is audited to BNKAUDT    * dbank61p
002330*              Audit records are chained on BNKACHN (CAUDCHP)   * dbank61p
002360*              for the nightly ZBNKACHV verification            * dbank61p
002400*              VSAM version                                     * dbank61p
002500***************************************************************** dbank61p
002600                                                                  dbank61p
002700 IDENTIFICATION DIVISION.                                         dbank61p
002800 PROGRAM-ID.                                                      dbank61p
002900     DBANK61P.                                                    dbank61p
003000 DATE-WRITTEN.                                                    dbank61p
003100     October 2026.                                                dbank61p
003200 DATE-COMPILED.                                                   dbank61p
003300     Today.                                                       dbank61p
003400                                                                  dbank61p
003500 ENVIRONMENT DIVISION.                                            dbank61p
003600                                                                  dbank61p
003700 DATA DIVISION.                                                   dbank61p
003800                                                                  dbank61p
003900 WORKING-STORAGE SECTION.                                         dbank61p
004000 01  WS-MISC-STORAGE.                                             dbank61p
004100   05  WS-PROGRAM-ID                         PIC X(8)             dbank61p
004200       VALUE 'DBANK61P'.                                          dbank61p
004300   05  WS-COMMAREA-LENGTH                    PIC 9(5).            dbank61p
004400   05  WS-RESP                               PIC S9(8) COMP.      dbank61p
004500   05  WS-ABSTIME                            PIC S9(15) COMP-3.   dbank61p
004600   05  WS-TODAY-DATE                         PIC X(8).            dbank61p
004700   05  WS-TODAY-DATE-N REDEFINES WS-TODAY-DATE PIC 9(8).          dbank61p
004800   05  WS-TODAY-TIME                         PIC X(6).            dbank61p
004900   05  WS-AUDIT-SEQ                          PIC 9(3) VALUE ZERO. dbank61p
005000   05  WS-BEFORE-IMAGE                       PIC X(80).           dbank61p
005100   05  WS-PEND-SUB                           PIC S9(4) COMP.      dbank61p
005200   05  WS-ACTIVE-ROLES                       PIC S9(4) COMP.      dbank61p
005300   05  WS-CLEAR-COUNT                        PIC S9(4) COMP.      dbank61p
005400   05  WS-CLEAR-SUB                          PIC S9(4) COMP.      dbank61p
005500   05  WS-CLEAR-ROLE OCCURS 20 TIMES         PIC X(5).            dbank61p
005600   05  WS-REVOKED-ROLE                       PIC X(5).            dbank61p
005700   05  WS-START-KEY.                                              dbank61p
005800     10  WS-START-MANAGER                    PIC X(8).            dbank61p
005900     10  WS-START-USERID                     PIC X(8).            dbank61p
006000     10  WS-START-ROLE                       PIC X(5).            dbank61p
006100                                                                  dbank61p
006200 01  WS-BNKSTAF-REC.                                              dbank61p
006300 COPY CBANKVUR.                                                   dbank61p
006400                                                                  dbank61p
006500 01  WS-USR-REC.                                                  dbank61p
006600 COPY CBANKVUS.                                                   dbank61p
006700                                                                  dbank61p
006800 01  WS-BNKAUDT-REC.                                              dbank61p
006900 COPY CBANKVAD.                                                   dbank61p
006910 01  WS-BNKACHN-REC.                                              dbank61p
006920 COPY CBANKVCN.                                                   dbank61p
006930 01  WS-AUDHSH-PARM.                                              dbank61p
006940 COPY CAUDHSD.                                                    dbank61p
006950 COPY CAUDCHD.                                                    dbank61p
007000                                                                  dbank61p
007100 01  WS-COMMAREA.                                                 dbank61p
007200 COPY CBANKD61.                                                   dbank61p
007300                                                                  dbank61p
007400 COPY CABENDD.                                                    dbank61p
007500                                                                  dbank61p
007600 01  WS-BNKPERF-REC.                                              dbank61p
007700 COPY CBANKVPF.                                                   dbank61p
007800                                                                  dbank61p
007900 COPY CPERFD.                                                     dbank61p
008000                                                                  dbank61p
008100 LINKAGE SECTION.                                                 dbank61p
008200 01  DFHCOMMAREA.                                                 dbank61p
008300   05  LK-COMMAREA                           PIC X(1)             dbank61p
008400       OCCURS 1 TO 4096 TIMES                                     dbank61p
008500         DEPENDING ON WS-COMMAREA-LENGTH.                         dbank61p
008600                                                                  dbank61p
008700 COPY CENTRY.                                                     dbank61p
008800***************************************************************** dbank61p
008900* Start the response-time clock for this request                * dbank61p
009000***************************************************************** dbank61p
009100     PERFORM PERF-TIMER.                                          dbank61p
009200                                                                  dbank61p
009300***************************************************************** dbank61p
009400* Move the passed data to our area                              * dbank61p
009500***************************************************************** dbank61p
009600     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            dbank61p
009700     MOVE DFHCOMMAREA TO WS-COMMAREA.                             dbank61p
009800                                                                  dbank61p
009900***************************************************************** dbank61p
010000* Initialize our output area                                    * dbank61p
010100***************************************************************** dbank61p
010200     MOVE SPACES TO CD61O-DATA.                                   dbank61p
010300     MOVE ZERO TO CD61O-PEND-COUNT.                               dbank61p
010400                                                                  dbank61p
010500***************************************************************** dbank61p
010600* Now attempt to satisfy the requested function                 * dbank61p
010700***************************************************************** dbank61p
010800     IF CD61I-MANAGER-USERID IS EQUAL TO SPACES                   dbank61p
010900        SET CD61O-REJECTED TO TRUE                                dbank61p
011000        MOVE 'Manager userid is required' TO CD61O-MESSAGE        dbank61p
011100        GO TO MAINLINE-EXIT                                       dbank61p
011200     END-IF.                                                      dbank61p
011300     EVALUATE TRUE                                                dbank61p
011400       WHEN CD61I-CONFIRM                                         dbank61p
011500         PERFORM DECIDE-ROLE-PROCESS                              dbank61p
011600             THRU DECIDE-ROLE-PROCESS-EXIT                        dbank61p
011700       WHEN CD61I-REVOKE                                          dbank61p
011800         PERFORM DECIDE-ROLE-PROCESS                              dbank61p
011900             THRU DECIDE-ROLE-PROCESS-EXIT                        dbank61p
012000       WHEN OTHER                                                 dbank61p
012100         PERFORM LIST-PENDING-PROCESS                             dbank61p
012200             THRU LIST-PENDING-PROCESS-EXIT                       dbank61p
012300     END-EVALUATE.                                                dbank61p
012400                                                                  dbank61p
012500 MAINLINE-EXIT.                                                   dbank61p
012600***************************************************************** dbank61p
012700* Move the result back to the callers area                      * dbank61p
012800***************************************************************** dbank61p
012900     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       dbank61p
013000                                                                  dbank61p
013100***************************************************************** dbank61p
013200* Log this request's response time to BNKPERF                   * dbank61p
013300***************************************************************** dbank61p
013400     MOVE CD61I-FUNCTION TO WS-PERF-FUNCTION.                     dbank61p
013500     PERFORM PERF-TIMER.                                          dbank61p
013600                                                                  dbank61p
013700***************************************************************** dbank61p
013800* Return to our caller                                          * dbank61p
013900***************************************************************** dbank61p
014000 COPY CRETURN.                                                    dbank61p
014100                                                                  dbank61p
014200***************************************************************** dbank61p
014300* Browse the manager's part of BNKSTAF for active roles still   * dbank61p
014400* awaiting a decision, a page at a time. A page after the       * dbank61p
014500* first starts after the last role shown on the one before      * dbank61p
014600***************************************************************** dbank61p
014700 LIST-PENDING-PROCESS.                                            dbank61p
014800     MOVE CD61I-MANAGER-USERID TO WS-START-MANAGER.               dbank61p
014900     MOVE CD61I-START-USERID TO WS-START-USERID.                  dbank61p
015000     MOVE CD61I-START-ROLE TO WS-START-ROLE.                      dbank61p
015100     MOVE WS-START-KEY TO UR-REC-KEY.                             dbank61p
015200     EXEC CICS STARTBR FILE('BNKSTAF')                            dbank61p
015300                       RIDFLD(UR-REC-KEY)                         dbank61p
015400                       GTEQ                                       dbank61p
015500                       RESP(WS-RESP)                              dbank61p
015600     END-EXEC.                                                    dbank61p
015700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank61p
015800        SET CD61O-OK TO TRUE                                      dbank61p
015900        MOVE 'No staff roles awaiting recertification'            dbank61p
016000          TO CD61O-MESSAGE                                        dbank61p
016100        GO TO LIST-PENDING-PROCESS-EXIT                           dbank61p
016200     END-IF.                                                      dbank61p
016300     MOVE 0 TO WS-PEND-SUB.                                       dbank61p
016400 LIST-PENDING-LOOP.                                               dbank61p
016500     IF WS-PEND-SUB IS EQUAL TO 10                                dbank61p
016600        GO TO LIST-PENDING-LOOP-EXIT                              dbank61p
016700     END-IF.                                                      dbank61p
016800     EXEC CICS READNEXT FILE('BNKSTAF')                           dbank61p
016900                        INTO(WS-BNKSTAF-REC)                      dbank61p
017000                        LENGTH(LENGTH OF WS-BNKSTAF-REC)          dbank61p
017100                        RIDFLD(UR-REC-KEY)                        dbank61p
017200                        RESP(WS-RESP)                             dbank61p
017300     END-EXEC.                                                    dbank61p
017400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                dbank61p
017500        UR-REC-MANAGER IS NOT EQUAL TO CD61I-MANAGER-USERID       dbank61p
017600        GO TO LIST-PENDING-LOOP-EXIT                              dbank61p
017700     END-IF.                                                      dbank61p
017800     IF CD61I-START-USERID IS NOT EQUAL TO SPACES AND             dbank61p
017900        UR-REC-KEY IS EQUAL TO WS-START-KEY                       dbank61p
018000        GO TO LIST-PENDING-LOOP                                   dbank61p
018100     END-IF.                                                      dbank61p
018200     IF NOT UR-REC-ACTIVE OR                                      dbank61p
018300        NOT UR-REC-CERT-PENDING                                   dbank61p
018400        GO TO LIST-PENDING-LOOP                                   dbank61p
018500     END-IF.                                                      dbank61p
018600     ADD 1 TO WS-PEND-SUB.                                        dbank61p
018700     MOVE UR-REC-USERID TO CD61O-PEND-USERID (WS-PEND-SUB).       dbank61p
018800     MOVE UR-REC-ROLE TO CD61O-PEND-ROLE (WS-PEND-SUB).           dbank61p
018900     MOVE UR-REC-BRANCH TO CD61O-PEND-BRANCH (WS-PEND-SUB).       dbank61p
019000     MOVE UR-REC-GRANT-DTE TO CD61O-PEND-GRANT-DTE (WS-PEND-SUB). dbank61p
019100     MOVE UR-REC-LAST-SIGNON-DTE                                  dbank61p
019200       TO CD61O-PEND-LAST-SIGNON (WS-PEND-SUB).                   dbank61p
019300     MOVE UR-REC-SOD-FLAG TO CD61O-PEND-SOD-FLAG (WS-PEND-SUB).   dbank61p
019400     MOVE UR-REC-SOD-ROLE TO CD61O-PEND-SOD-ROLE (WS-PEND-SUB).   dbank61p
019500     MOVE UR-REC-CERT-RUN-DTE TO CD61O-PEND-RUN-DTE (WS-PEND-SUB).dbank61p
019600     GO TO LIST-PENDING-LOOP.                                     dbank61p
019700 LIST-PENDING-LOOP-EXIT.                                          dbank61p
019800     MOVE WS-PEND-SUB TO CD61O-PEND-COUNT.                        dbank61p
019900     EXEC CICS ENDBR FILE('BNKSTAF')                              dbank61p
020000     END-EXEC.                                                    dbank61p
020100     SET CD61O-OK TO TRUE.                                        dbank61p
020200     IF WS-PEND-SUB IS EQUAL TO ZERO                              dbank61p
020300        MOVE 'No staff roles awaiting recertification'            dbank61p
020400          TO CD61O-MESSAGE                                        dbank61p
020500     END-IF.                                                      dbank61p
020600 LIST-PENDING-PROCESS-EXIT.                                       dbank61p
020700     EXIT.                                                        dbank61p
020800                                                                  dbank61p
020900***************************************************************** dbank61p
021000* Confirm or revoke one of the manager's staff roles. The role  * dbank61p
021100* must be awaiting a decision; a role flagged as conflicting    * dbank61p
021200* with another the user holds cannot be confirmed               * dbank61p
021300***************************************************************** dbank61p
021400 DECIDE-ROLE-PROCESS.                                             dbank61p
021500     IF CD61I-USERID IS EQUAL TO SPACES OR                        dbank61p
021600        CD61I-ROLE IS EQUAL TO SPACES                             dbank61p
021700        SET CD61O-REJECTED TO TRUE                                dbank61p
021800        MOVE 'Userid and role are required' TO CD61O-MESSAGE      dbank61p
021900        GO TO DECIDE-ROLE-PROCESS-EXIT                            dbank61p
022000     END-IF.                                                      dbank61p
022100     IF CD61I-USERID IS EQUAL TO CD61I-MANAGER-USERID             dbank61p
022200        SET CD61O-REJECTED TO TRUE                                dbank61p
022300        MOVE 'A manager cannot recertify their own access'        dbank61p
022400          TO CD61O-MESSAGE                                        dbank61p
022500        GO TO DECIDE-ROLE-PROCESS-EXIT                            dbank61p
022600     END-IF.                                                      dbank61p
022700     MOVE CD61I-MANAGER-USERID TO UR-REC-MANAGER.                 dbank61p
022800     MOVE CD61I-USERID TO UR-REC-USERID.                          dbank61p
022900     MOVE CD61I-ROLE TO UR-REC-ROLE.                              dbank61p
023000     EXEC CICS READ FILE('BNKSTAF')                               dbank61p
023100                    INTO(WS-BNKSTAF-REC)                          dbank61p
023200                    LENGTH(LENGTH OF WS-BNKSTAF-REC)              dbank61p
023300                    RIDFLD(UR-REC-KEY)                            dbank61p
023400                    UPDATE                                        dbank61p
023500                    RESP(WS-RESP)                                 dbank61p
023600     END-EXEC.                                                    dbank61p
023700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank61p
023800        SET CD61O-REJECTED TO TRUE                                dbank61p
023900        MOVE 'Role not held by one of your staff' TO CD61O-MESSAGEdbank61p
024000        GO TO DECIDE-ROLE-PROCESS-EXIT                            dbank61p
024100     END-IF.                                                      dbank61p
024200     IF NOT UR-REC-ACTIVE OR                                      dbank61p
024300        NOT UR-REC-CERT-PENDING                                   dbank61p
024400        EXEC CICS UNLOCK FILE('BNKSTAF')                          dbank61p
024500        END-EXEC                                                  dbank61p
024600        SET CD61O-REJECTED TO TRUE                                dbank61p
024700        MOVE 'Role is not awaiting recertification'               dbank61p
024800          TO CD61O-MESSAGE                                        dbank61p
024900        GO TO DECIDE-ROLE-PROCESS-EXIT                            dbank61p
025000     END-IF.                                                      dbank61p
025100     IF CD61I-CONFIRM AND                                         dbank61p
025200        UR-REC-SOD-CONFLICT                                       dbank61p
025300        EXEC CICS UNLOCK FILE('BNKSTAF')                          dbank61p
025400        END-EXEC                                                  dbank61p
025500        SET CD61O-REJECTED TO TRUE                                dbank61p
025600        STRING 'Role conflicts with ' DELIMITED BY SIZE           dbank61p
025700               UR-REC-SOD-ROLE DELIMITED BY SPACE                 dbank61p
025800               ' - revoke one of the pair' DELIMITED BY SIZE      dbank61p
025900          INTO CD61O-MESSAGE                                      dbank61p
026000        GO TO DECIDE-ROLE-PROCESS-EXIT                            dbank61p
026100     END-IF.                                                      dbank61p
026200     MOVE WS-BNKSTAF-REC TO WS-BEFORE-IMAGE.                      dbank61p
026300     PERFORM GET-TODAY-DATE.                                      dbank61p
026400     MOVE WS-TODAY-DATE-N TO UR-REC-CERT-DTE.                     dbank61p
026500     MOVE CD61I-MANAGER-USERID TO UR-REC-CERT-USERID.             dbank61p
026600     IF CD61I-CONFIRM                                             dbank61p
026700        SET UR-REC-CERT-CONFIRMED TO TRUE                         dbank61p
026800     ELSE                                                         dbank61p
026900        SET UR-REC-CERT-REVOKED TO TRUE                           dbank61p
027000        SET UR-REC-REVOKED TO TRUE                                dbank61p
027100     END-IF.                                                      dbank61p
027200     EXEC CICS REWRITE FILE('BNKSTAF')                            dbank61p
027300                   FROM(WS-BNKSTAF-REC)                           dbank61p
027400                   LENGTH(LENGTH OF WS-BNKSTAF-REC)               dbank61p
027500                   RESP(WS-RESP)                                  dbank61p
027600     END-EXEC.                                                    dbank61p
027700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank61p
027800        SET CD61O-REJECTED TO TRUE                                dbank61p
027900        MOVE 'Unable to record decision' TO CD61O-MESSAGE         dbank61p
028000        GO TO DECIDE-ROLE-PROCESS-EXIT                            dbank61p
028100     END-IF.                                                      dbank61p
028200     MOVE 'BNKSTAF ' TO AD-REC-TABLE.                             dbank61p
028300     MOVE WS-BNKSTAF-REC TO AD-REC-AFTER-IMAGE.                   dbank61p
028400     PERFORM WRITE-AUDIT-RECORD.                                  dbank61p
028500     SET CD61O-OK TO TRUE.                                        dbank61p
028600     IF CD61I-CONFIRM                                             dbank61p
028700        MOVE 'Role confirmed' TO CD61O-MESSAGE                    dbank61p
028800        GO TO DECIDE-ROLE-PROCESS-EXIT                            dbank61p
028900     END-IF.                                                      dbank61p
029000     MOVE 'Role revoked' TO CD61O-MESSAGE.                        dbank61p
029100     MOVE UR-REC-ROLE TO WS-REVOKED-ROLE.                         dbank61p
029200     PERFORM REVIEW-REMAINING-ROLES                               dbank61p
029300         THRU REVIEW-REMAINING-ROLES-EXIT.                        dbank61p
029400     IF WS-ACTIVE-ROLES IS EQUAL TO ZERO                          dbank61p
029500        PERFORM DISABLE-USERID                                    dbank61p
029600            THRU DISABLE-USERID-EXIT                              dbank61p
029700     END-IF.                                                      dbank61p
029800 DECIDE-ROLE-PROCESS-EXIT.                                        dbank61p
029900     EXIT.                                                        dbank61p
030000                                                                  dbank61p
030100***************************************************************** dbank61p
030200* After a revoke, count the roles the user still holds under    * dbank61p
030300* this manager and clear the conflict flag on any role that     * dbank61p
030400* only conflicted with the one just revoked                     * dbank61p
030500***************************************************************** dbank61p
030600 REVIEW-REMAINING-ROLES.                                          dbank61p
030700     MOVE 0 TO WS-ACTIVE-ROLES.                                   dbank61p
030800     MOVE 0 TO WS-CLEAR-COUNT.                                    dbank61p
030900     MOVE CD61I-MANAGER-USERID TO UR-REC-MANAGER.                 dbank61p
031000     MOVE CD61I-USERID TO UR-REC-USERID.                          dbank61p
031100     MOVE LOW-VALUES TO UR-REC-ROLE.                              dbank61p
031200     EXEC CICS STARTBR FILE('BNKSTAF')                            dbank61p
031300                       RIDFLD(UR-REC-KEY)                         dbank61p
031400                       GTEQ                                       dbank61p
031500                       RESP(WS-RESP)                              dbank61p
031600     END-EXEC.                                                    dbank61p
031700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank61p
031800        GO TO REVIEW-REMAINING-ROLES-EXIT                         dbank61p
031900     END-IF.                                                      dbank61p
032000 REVIEW-ROLES-LOOP.                                               dbank61p
032100     EXEC CICS READNEXT FILE('BNKSTAF')                           dbank61p
032200                        INTO(WS-BNKSTAF-REC)                      dbank61p
032300                        LENGTH(LENGTH OF WS-BNKSTAF-REC)          dbank61p
032400                        RIDFLD(UR-REC-KEY)                        dbank61p
032500                        RESP(WS-RESP)                             dbank61p
032600     END-EXEC.                                                    dbank61p
032700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                dbank61p
032800        UR-REC-MANAGER IS NOT EQUAL TO CD61I-MANAGER-USERID OR    dbank61p
032900        UR-REC-USERID IS NOT EQUAL TO CD61I-USERID                dbank61p
033000        GO TO REVIEW-ROLES-LOOP-EXIT                              dbank61p
033100     END-IF.                                                      dbank61p
033200     IF UR-REC-ACTIVE                                             dbank61p
033300        ADD 1 TO WS-ACTIVE-ROLES                                  dbank61p
033400        IF UR-REC-SOD-CONFLICT AND                                dbank61p
033500           UR-REC-SOD-ROLE IS EQUAL TO WS-REVOKED-ROLE AND        dbank61p
033600           WS-CLEAR-COUNT IS LESS THAN 20                         dbank61p
033700           ADD 1 TO WS-CLEAR-COUNT                                dbank61p
033800           MOVE UR-REC-ROLE TO WS-CLEAR-ROLE (WS-CLEAR-COUNT)     dbank61p
033900        END-IF                                                    dbank61p
034000     END-IF.                                                      dbank61p
034100     GO TO REVIEW-ROLES-LOOP.                                     dbank61p
034200 REVIEW-ROLES-LOOP-EXIT.                                          dbank61p
034300     EXEC CICS ENDBR FILE('BNKSTAF')                              dbank61p
034400     END-EXEC.                                                    dbank61p
034500     MOVE 0 TO WS-CLEAR-SUB.                                      dbank61p
034600 CLEAR-CONFLICT-LOOP.                                             dbank61p
034700     IF WS-CLEAR-SUB IS NOT LESS THAN WS-CLEAR-COUNT              dbank61p
034800        GO TO REVIEW-REMAINING-ROLES-EXIT                         dbank61p
034900     END-IF.                                                      dbank61p
035000     ADD 1 TO WS-CLEAR-SUB.                                       dbank61p
035100     MOVE CD61I-MANAGER-USERID TO UR-REC-MANAGER.                 dbank61p
035200     MOVE CD61I-USERID TO UR-REC-USERID.                          dbank61p
035300     MOVE WS-CLEAR-ROLE (WS-CLEAR-SUB) TO UR-REC-ROLE.            dbank61p
035400     EXEC CICS READ FILE('BNKSTAF')                               dbank61p
035500                    INTO(WS-BNKSTAF-REC)                          dbank61p
035600                    LENGTH(LENGTH OF WS-BNKSTAF-REC)              dbank61p
035700                    RIDFLD(UR-REC-KEY)                            dbank61p
035800                    UPDATE                                        dbank61p
035900                    RESP(WS-RESP)                                 dbank61p
036000     END-EXEC.                                                    dbank61p
036100     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank61p
036200        MOVE 'N' TO UR-REC-SOD-FLAG                               dbank61p
036300        MOVE SPACES TO UR-REC-SOD-ROLE                            dbank61p
036400        EXEC CICS REWRITE FILE('BNKSTAF')                         dbank61p
036500                      FROM(WS-BNKSTAF-REC)                        dbank61p
036600                      LENGTH(LENGTH OF WS-BNKSTAF-REC)            dbank61p
036700                      RESP(WS-RESP)                               dbank61p
036800        END-EXEC                                                  dbank61p
036900     END-IF.                                                      dbank61p
037000     GO TO CLEAR-CONFLICT-LOOP.                                   dbank61p
037100 REVIEW-REMAINING-ROLES-EXIT.                                     dbank61p
037200     EXIT.                                                        dbank61p
037300                                                                  dbank61p
037400***************************************************************** dbank61p
037500* A userid with no active role left is disabled on BNKUSRF so   * dbank61p
037600* it can no longer sign on; one that has never failed a         * dbank61p
037700* sign-on has no BNKUSRF record yet and is given one            * dbank61p
037800***************************************************************** dbank61p
037900 DISABLE-USERID.                                                  dbank61p
038000     MOVE CD61I-USERID TO USR-REC-USERID.                         dbank61p
038100     EXEC CICS READ FILE('BNKUSRF')                               dbank61p
038200                    INTO(WS-USR-REC)                              dbank61p
038300                    LENGTH(LENGTH OF WS-USR-REC)                  dbank61p
038400                    RIDFLD(USR-REC-USERID)                        dbank61p
038500                    UPDATE                                        dbank61p
038600                    RESP(WS-RESP)                                 dbank61p
038700     END-EXEC.                                                    dbank61p
038800     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank61p
038900        MOVE WS-USR-REC TO WS-BEFORE-IMAGE                        dbank61p
039000        SET USR-REC-DISABLED-REVOKED TO TRUE                      dbank61p
039100        EXEC CICS REWRITE FILE('BNKUSRF')                         dbank61p
039200                      FROM(WS-USR-REC)                            dbank61p
039300                      LENGTH(LENGTH OF WS-USR-REC)                dbank61p
039400                      RESP(WS-RESP)                               dbank61p
039500        END-EXEC                                                  dbank61p
039600     ELSE                                                         dbank61p
039700        MOVE SPACES TO WS-BEFORE-IMAGE                            dbank61p
039800        MOVE SPACES TO WS-USR-REC                                 dbank61p
039900        MOVE CD61I-USERID TO USR-REC-USERID                       dbank61p
040000        MOVE 0 TO USR-REC-FAILED-COUNT                            dbank61p
040100        MOVE 0 TO USR-REC-LAST-PSWD-CHANGE-DTE                    dbank61p
040200        SET USR-REC-DISABLED-REVOKED TO TRUE                      dbank61p
040300        EXEC CICS WRITE FILE('BNKUSRF')                           dbank61p
040400                      FROM(WS-USR-REC)                            dbank61p
040500                      RIDFLD(USR-REC-USERID)                      dbank61p
040600                      LENGTH(LENGTH OF WS-USR-REC)                dbank61p
040700                      RESP(WS-RESP)                               dbank61p
040800        END-EXEC                                                  dbank61p
040900     END-IF.                                                      dbank61p
041000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank61p
041100        MOVE 'Role revoked - unable to disable the userid'        dbank61p
041200          TO CD61O-MESSAGE                                        dbank61p
041300        GO TO DISABLE-USERID-EXIT                                 dbank61p
041400     END-IF.                                                      dbank61p
041500     MOVE 'BNKUSRF ' TO AD-REC-TABLE.                             dbank61p
041600     MOVE WS-USR-REC TO AD-REC-AFTER-IMAGE.                       dbank61p
041700     PERFORM WRITE-AUDIT-RECORD.                                  dbank61p
041800     MOVE 'Y' TO CD61O-USERID-DISABLED.                           dbank61p
041900     MOVE 'Role revoked - no roles left, userid disabled'         dbank61p
042000       TO CD61O-MESSAGE.                                          dbank61p
042100 DISABLE-USERID-EXIT.                                             dbank61p
042200     EXIT.                                                        dbank61p
042300                                                                  dbank61p
042400***************************************************************** dbank61p
042500* Audit one change with the deciding manager's userid. The      * dbank61p
042600* caller has set the table and the after image                  * dbank61p
042700***************************************************************** dbank61p
042800 WRITE-AUDIT-RECORD.                                              dbank61p
042900     ADD 1 TO WS-AUDIT-SEQ.                                       dbank61p
043000     MOVE EIBTASKN TO AD-REC-TASKN.                               dbank61p
043100     MOVE WS-AUDIT-SEQ TO AD-REC-SEQ.                             dbank61p
043200     SET AD-REC-ACTION-CHANGE TO TRUE.                            dbank61p
043300     MOVE CD61I-MANAGER-USERID TO AD-REC-USERID.                  dbank61p
043400     MOVE WS-TODAY-DATE-N TO AD-REC-DATE.                         dbank61p
043500     MOVE WS-TODAY-TIME TO AD-REC-TIME.                           dbank61p
043600     MOVE SPACES TO AD-REC-APPR-USERID.                           dbank61p
043700     MOVE WS-BEFORE-IMAGE TO AD-REC-BEFORE-IMAGE.                 dbank61p
043800     PERFORM AUDIT-CHAIN-WRITE                                    dbank61p
043900         THRU AUDIT-CHAIN-WRITE-EXIT.                             dbank61p
044400                                                                  dbank61p
044500***************************************************************** dbank61p
044600* Get today's date and time (used to stamp the decision)        * dbank61p
044700***************************************************************** dbank61p
044800 GET-TODAY-DATE.                                                  dbank61p
044900     EXEC CICS ASKTIME                                            dbank61p
045000               ABSTIME(WS-ABSTIME)                                dbank61p
045100     END-EXEC.                                                    dbank61p
045200     EXEC CICS FORMATTIME                                         dbank61p
045300               ABSTIME(WS-ABSTIME)                                dbank61p
045400               YYYYMMDD(WS-TODAY-DATE)                            dbank61p
045500               TIME(WS-TODAY-TIME)                                dbank61p
045600     END-EXEC.                                                    dbank61p
045700 GET-TODAY-DATE-EXIT.                                             dbank61p
045800     EXIT.                                                        dbank61p
045900                                                                  dbank61p
046000 COPY CPERFP.                                                     dbank61p
046050 COPY CAUDCHP.                                                    dbank61p
046100                                                                  dbank61p
046200* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank61p
