000100***************************************************************** dbank54p
000200*                                                               * dbank54p
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   * dbank54p
000400*   This demonstration program is provided for use by users     * dbank54p
000500*   of Micro Focus products and may be used, modified and       * dbank54p
000600*   distributed as part of your application provided that       * dbank54p
000700*   you properly acknowledge the copyright of Micro Focus       * dbank54p
000800*   in this material.                                           * dbank54p
000900*                                                               * dbank54p
001000***************************************************************** dbank54p
001100                                                                  dbank54p
001200***************************************************************** dbank54p
001300* Program:     DBANK54P.CBL                                     * dbank54p
001400* Function:    Online maintenance of the BNKCPGR connected-     * dbank54p
001500*              party groups - list the members of a group, add  * dbank54p
001600*              a customer to a group with the relationship      * dbank54p
001700*              type, change a member's relationship type and    * dbank54p
001800*              remove a member. A customer must be on BNKCUST   * dbank54p
001900*              and may belong to only one group; the first      * dbank54p
002000*              member added names the group. Every change is    * dbank54p
002100*              audited to BNKAUDT with before/after images and  * dbank54p
002200*              the maintaining userid.                          * dbank54p
002230*              Audit records are chained on BNKACHN (CAUDCHP)   * dbank54p
002260*              for the nightly ZBNKACHV verification            * dbank54p
002300*              VSAM version                                     * dbank54p
002400***************************************************************** dbank54p
002500                                                                  dbank54p
002600 IDENTIFICATION DIVISION.                                         dbank54p
002700 PROGRAM-ID.                                                      dbank54p
002800     DBANK54P.                                                    dbank54p
002900 DATE-WRITTEN.                                                    dbank54p
003000     October 2026.                                                dbank54p
003100 DATE-COMPILED.                                                   dbank54p
003200     Today.                                                       dbank54p
003300                                                                  dbank54p
003400 ENVIRONMENT DIVISION.                                            dbank54p
003500                                                                  dbank54p
003600 DATA DIVISION.                                                   dbank54p
003700                                                                  dbank54p
003800 WORKING-STORAGE SECTION.                                         dbank54p
003900 01  WS-MISC-STORAGE.                                             dbank54p
004000   05  WS-PROGRAM-ID                         PIC X(8)             dbank54p
004100       VALUE 'DBANK54P'.                                          dbank54p
004200   05  WS-COMMAREA-LENGTH                    PIC 9(5).            dbank54p
004300   05  WS-RESP                               PIC S9(8) COMP.      dbank54p
004400   05  WS-ABSTIME                            PIC S9(15) COMP-3.   dbank54p
004500   05  WS-TODAY-DATE                         PIC X(8).            dbank54p
004600   05  WS-TODAY-DATE-N REDEFINES WS-TODAY-DATE PIC 9(8).          dbank54p
004700   05  WS-TODAY-TIME                         PIC X(6).            dbank54p
004800   05  WS-MEMBER-SUB                         PIC S9(4) COMP.      dbank54p
004900   05  WS-AUDIT-SEQ                          PIC 9(3) VALUE ZERO. dbank54p
005000   05  WS-BEFORE-IMAGE                       PIC X(80).           dbank54p
005100   05  WS-AFTER-IMAGE                        PIC X(80).           dbank54p
005200   05  WS-BNKCPG1-RID                        PIC X(5).            dbank54p
005300   05  WS-BNKCUST-RID                        PIC X(5).            dbank54p
005400   05  WS-GROUP-NAME                         PIC X(25).           dbank54p
005500                                                                  dbank54p
005600 01  WS-BNKCPGR-REC.                                              dbank54p
005700 COPY CBANKVCG.                                                   dbank54p
005800                                                                  dbank54p
005900 01  WS-BNKCUST-REC.                                              dbank54p
006000 COPY CBANKVCS.                                                   dbank54p
006100                                                                  dbank54p
006200 01  WS-BNKAUDT-REC.                                              dbank54p
006300 COPY CBANKVAD.                                                   dbank54p
006310 01  WS-BNKACHN-REC.                                              dbank54p
006320 COPY CBANKVCN.                                                   dbank54p
006330 01  WS-AUDHSH-PARM.                                              dbank54p
006340 COPY CAUDHSD.                                                    dbank54p
006350 COPY CAUDCHD.                                                    dbank54p
006400                                                                  dbank54p
006500 01  WS-COMMAREA.                                                 dbank54p
006600 COPY CBANKD54.                                                   dbank54p
006700                                                                  dbank54p
006800 COPY CABENDD.                                                    dbank54p
006810                                                                  dbank54p
006820 01  WS-BNKPERF-REC.                                              dbank54p
006830 COPY CBANKVPF.                                                   dbank54p
006840                                                                  dbank54p
006850 COPY CPERFD.                                                     dbank54p
006900                                                                  dbank54p
007000 LINKAGE SECTION.                                                 dbank54p
007100 01  DFHCOMMAREA.                                                 dbank54p
007200   05  LK-COMMAREA                           PIC X(1)             dbank54p
007300       OCCURS 1 TO 4096 TIMES                                     dbank54p
007400         DEPENDING ON WS-COMMAREA-LENGTH.                         dbank54p
007500                                                                  dbank54p
007600 COPY CENTRY.                                                     dbank54p
007610***************************************************************** dbank54p
007620* Start the response-time clock for this request                * dbank54p
007630***************************************************************** dbank54p
007640     PERFORM PERF-TIMER.                                          dbank54p
007650                                                                  dbank54p
007700***************************************************************** dbank54p
007800* Move the passed data to our area                              * dbank54p
007900***************************************************************** dbank54p
008000     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            dbank54p
008100     MOVE DFHCOMMAREA TO WS-COMMAREA.                             dbank54p
008200                                                                  dbank54p
008300***************************************************************** dbank54p
008400* Initialize our output area                                    * dbank54p
008500***************************************************************** dbank54p
008600     MOVE SPACES TO CD54O-DATA.                                   dbank54p
008700     MOVE ZERO TO CD54O-MEMBER-COUNT.                             dbank54p
008800                                                                  dbank54p
008900***************************************************************** dbank54p
009000* Now attempt to satisfy the requested function. Every          * dbank54p
009100* function needs the group id; every maintenance action the     * dbank54p
009200* maintaining userid and the customer PID, and an add or        * dbank54p
009300* change a recognised relationship type.                        * dbank54p
009400***************************************************************** dbank54p
009500     IF CD54I-GROUP-ID IS EQUAL TO SPACES                         dbank54p
009600        SET CD54O-REJECTED TO TRUE                                dbank54p
009700        MOVE 'Group id is required' TO CD54O-MESSAGE              dbank54p
009800        GO TO MAINLINE-EXIT                                       dbank54p
009900     END-IF.                                                      dbank54p
010000     IF NOT CD54I-LIST AND                                        dbank54p
010100        CD54I-MAINT-USERID IS EQUAL TO SPACES                     dbank54p
010200        SET CD54O-REJECTED TO TRUE                                dbank54p
010300        MOVE 'Maintaining userid is required' TO CD54O-MESSAGE    dbank54p
010400        GO TO MAINLINE-EXIT                                       dbank54p
010500     END-IF.                                                      dbank54p
010600     IF NOT CD54I-LIST AND                                        dbank54p
010700        CD54I-PID IS EQUAL TO SPACES                              dbank54p
010800        SET CD54O-REJECTED TO TRUE                                dbank54p
010900        MOVE 'Customer PID is required' TO CD54O-MESSAGE          dbank54p
011000        GO TO MAINLINE-EXIT                                       dbank54p
011100     END-IF.                                                      dbank54p
011200     IF CD54I-ADD OR CD54I-CHANGE                                 dbank54p
011300        MOVE CD54I-REL-TYPE TO CG-REC-REL-TYPE                    dbank54p
011400        IF NOT CG-REC-REL-VALID                                   dbank54p
011500           SET CD54O-REJECTED TO TRUE                             dbank54p
011600           MOVE 'Relationship type must be FM, CG, CO, GU or ED'  dbank54p
011700             TO CD54O-MESSAGE                                     dbank54p
011800           GO TO MAINLINE-EXIT                                    dbank54p
011900        END-IF                                                    dbank54p
012000     END-IF.                                                      dbank54p
012100     EVALUATE TRUE                                                dbank54p
012200       WHEN CD54I-ADD                                             dbank54p
012300         PERFORM ADD-MEMBER-PROCESS                               dbank54p
012400             THRU ADD-MEMBER-PROCESS-EXIT                         dbank54p
012500       WHEN CD54I-CHANGE                                          dbank54p
012600         PERFORM CHANGE-MEMBER-PROCESS                            dbank54p
012700             THRU CHANGE-MEMBER-PROCESS-EXIT                      dbank54p
012800       WHEN CD54I-REMOVE                                          dbank54p
012900         PERFORM REMOVE-MEMBER-PROCESS                            dbank54p
013000             THRU REMOVE-MEMBER-PROCESS-EXIT                      dbank54p
013100       WHEN OTHER                                                 dbank54p
013200         PERFORM LIST-MEMBERS-PROCESS                             dbank54p
013300             THRU LIST-MEMBERS-PROCESS-EXIT                       dbank54p
013400     END-EVALUATE.                                                dbank54p
013500                                                                  dbank54p
013600***************************************************************** dbank54p
013700* Move the result back to the callers area                      * dbank54p
013800***************************************************************** dbank54p
013900 MAINLINE-EXIT.                                                   dbank54p
014000     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       dbank54p
014100                                                                  dbank54p
014110***************************************************************** dbank54p
014120* Log this request's response time to BNKPERF                   * dbank54p
014130***************************************************************** dbank54p
014140     MOVE CD54I-FUNCTION TO WS-PERF-FUNCTION.                     dbank54p
014150     PERFORM PERF-TIMER.                                          dbank54p
014160                                                                  dbank54p
014200***************************************************************** dbank54p
014300* Return to our caller                                          * dbank54p
014400***************************************************************** dbank54p
014500 COPY CRETURN.                                                    dbank54p
014600                                                                  dbank54p
014700***************************************************************** dbank54p
014800* List the members of the group from the caller's start PID,    * dbank54p
014900* with each member's name from BNKCUST                          * dbank54p
015000***************************************************************** dbank54p
015100 LIST-MEMBERS-PROCESS.                                            dbank54p
015200     MOVE CD54I-GROUP-ID TO CG-REC-GROUP-ID.                      dbank54p
015300     MOVE CD54I-PID TO CG-REC-PID.                                dbank54p
015400     EXEC CICS STARTBR FILE('BNKCPGR')                            dbank54p
015500                       RIDFLD(CG-REC-KEY)                         dbank54p
015600                       GTEQ                                       dbank54p
015700                       RESP(WS-RESP)                              dbank54p
015800     END-EXEC.                                                    dbank54p
015900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank54p
016000        SET CD54O-REJECTED TO TRUE                                dbank54p
016100        MOVE 'Group not found' TO CD54O-MESSAGE                   dbank54p
016200        GO TO LIST-MEMBERS-PROCESS-EXIT                           dbank54p
016300     END-IF.                                                      dbank54p
016400     MOVE 0 TO WS-MEMBER-SUB.                                     dbank54p
016500 LIST-MEMBERS-LOOP.                                               dbank54p
016600     IF WS-MEMBER-SUB IS EQUAL TO 12                              dbank54p
016700        GO TO LIST-MEMBERS-LOOP-EXIT                              dbank54p
016800     END-IF.                                                      dbank54p
016900     EXEC CICS READNEXT FILE('BNKCPGR')                           dbank54p
017000                        INTO(WS-BNKCPGR-REC)                      dbank54p
017100                        LENGTH(LENGTH OF WS-BNKCPGR-REC)          dbank54p
017200                        RIDFLD(CG-REC-KEY)                        dbank54p
017300                        RESP(WS-RESP)                             dbank54p
017400     END-EXEC.                                                    dbank54p
017500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                dbank54p
017600        CG-REC-GROUP-ID IS NOT EQUAL TO CD54I-GROUP-ID            dbank54p
017700        GO TO LIST-MEMBERS-LOOP-EXIT                              dbank54p
017800     END-IF.                                                      dbank54p
017900     ADD 1 TO WS-MEMBER-SUB.                                      dbank54p
018000     MOVE CG-REC-GROUP-NAME TO CD54O-GROUP-NAME.                  dbank54p
018100     MOVE CG-REC-PID TO CD54O-MEMBER-PID (WS-MEMBER-SUB).         dbank54p
018200     MOVE CG-REC-REL-TYPE                                         dbank54p
018300       TO CD54O-MEMBER-REL-TYPE (WS-MEMBER-SUB).                  dbank54p
018400     MOVE CG-REC-ADDED-DTE                                        dbank54p
018500       TO CD54O-MEMBER-ADDED-DTE (WS-MEMBER-SUB).                 dbank54p
018600     MOVE CG-REC-PID TO WS-BNKCUST-RID.                           dbank54p
018700     EXEC CICS READ FILE('BNKCUST')                               dbank54p
018800                    INTO(WS-BNKCUST-REC)                          dbank54p
018900                    LENGTH(LENGTH OF WS-BNKCUST-REC)              dbank54p
019000                    RIDFLD(WS-BNKCUST-RID)                        dbank54p
019100                    RESP(WS-RESP)                                 dbank54p
019200     END-EXEC.                                                    dbank54p
019300     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank54p
019400        MOVE BCS-REC-NAME TO CD54O-MEMBER-NAME (WS-MEMBER-SUB)    dbank54p
019500     ELSE                                                         dbank54p
019600        MOVE 'Person not found'                                   dbank54p
019700          TO CD54O-MEMBER-NAME (WS-MEMBER-SUB)                    dbank54p
019800     END-IF.                                                      dbank54p
019900     GO TO LIST-MEMBERS-LOOP.                                     dbank54p
020000 LIST-MEMBERS-LOOP-EXIT.                                          dbank54p
020100     MOVE WS-MEMBER-SUB TO CD54O-MEMBER-COUNT.                    dbank54p
020200     EXEC CICS ENDBR FILE('BNKCPGR')                              dbank54p
020300     END-EXEC.                                                    dbank54p
020400     IF WS-MEMBER-SUB IS EQUAL TO ZERO                            dbank54p
020500        SET CD54O-REJECTED TO TRUE                                dbank54p
020600        MOVE 'Group not found' TO CD54O-MESSAGE                   dbank54p
020700     ELSE                                                         dbank54p
020800        SET CD54O-OK TO TRUE                                      dbank54p
020900     END-IF.                                                      dbank54p
021000 LIST-MEMBERS-PROCESS-EXIT.                                       dbank54p
021100     EXIT.                                                        dbank54p
021200                                                                  dbank54p
021300***************************************************************** dbank54p
021400* Add a customer to a group. The customer must be on file and   * dbank54p
021500* not already in a group; a new group needs its name, an        * dbank54p
021600* existing group keeps the name it has                          * dbank54p
021700***************************************************************** dbank54p
021800 ADD-MEMBER-PROCESS.                                              dbank54p
021900     PERFORM GET-TODAY.                                           dbank54p
022000     MOVE CD54I-PID TO WS-BNKCUST-RID.                            dbank54p
022100     EXEC CICS READ FILE('BNKCUST')                               dbank54p
022200                    INTO(WS-BNKCUST-REC)                          dbank54p
022300                    LENGTH(LENGTH OF WS-BNKCUST-REC)              dbank54p
022400                    RIDFLD(WS-BNKCUST-RID)                        dbank54p
022500                    RESP(WS-RESP)                                 dbank54p
022600     END-EXEC.                                                    dbank54p
022700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank54p
022800        SET CD54O-REJECTED TO TRUE                                dbank54p
022900        MOVE 'Customer not found' TO CD54O-MESSAGE                dbank54p
023000        GO TO ADD-MEMBER-PROCESS-EXIT                             dbank54p
023100     END-IF.                                                      dbank54p
023200     MOVE CD54I-PID TO WS-BNKCPG1-RID.                            dbank54p
023300     EXEC CICS READ FILE('BNKCPG1')                               dbank54p
023400                    INTO(WS-BNKCPGR-REC)                          dbank54p
023500                    LENGTH(LENGTH OF WS-BNKCPGR-REC)              dbank54p
023600                    RIDFLD(WS-BNKCPG1-RID)                        dbank54p
023700                    RESP(WS-RESP)                                 dbank54p
023800     END-EXEC.                                                    dbank54p
023900     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank54p
024000        SET CD54O-REJECTED TO TRUE                                dbank54p
024100        MOVE SPACES TO CD54O-MESSAGE                              dbank54p
024200        STRING 'Customer is already in group ' DELIMITED BY SIZE  dbank54p
024300               CG-REC-GROUP-ID DELIMITED BY SIZE                  dbank54p
024400          INTO CD54O-MESSAGE                                      dbank54p
024500        GO TO ADD-MEMBER-PROCESS-EXIT                             dbank54p
024600     END-IF.                                                      dbank54p
024700     PERFORM GET-GROUP-NAME                                       dbank54p
024800         THRU GET-GROUP-NAME-EXIT.                                dbank54p
024900     IF WS-GROUP-NAME IS EQUAL TO SPACES                          dbank54p
025000        SET CD54O-REJECTED TO TRUE                                dbank54p
025100        MOVE 'Group name is required for a new group'             dbank54p
025200          TO CD54O-MESSAGE                                        dbank54p
025300        GO TO ADD-MEMBER-PROCESS-EXIT                             dbank54p
025400     END-IF.                                                      dbank54p
025500     MOVE SPACES TO WS-BNKCPGR-REC.                               dbank54p
025600     MOVE CD54I-GROUP-ID TO CG-REC-GROUP-ID.                      dbank54p
025700     MOVE CD54I-PID TO CG-REC-PID.                                dbank54p
025800     MOVE WS-GROUP-NAME TO CG-REC-GROUP-NAME.                     dbank54p
025900     MOVE CD54I-REL-TYPE TO CG-REC-REL-TYPE.                      dbank54p
026000     MOVE WS-TODAY-DATE-N TO CG-REC-ADDED-DTE.                    dbank54p
026100     MOVE CD54I-MAINT-USERID TO CG-REC-USERID.                    dbank54p
026200     EXEC CICS WRITE FILE('BNKCPGR')                              dbank54p
026300               FROM(WS-BNKCPGR-REC)                               dbank54p
026400               RIDFLD(CG-REC-KEY)                                 dbank54p
026500               LENGTH(LENGTH OF WS-BNKCPGR-REC)                   dbank54p
026600               RESP(WS-RESP)                                      dbank54p
026700     END-EXEC.                                                    dbank54p
026800     EVALUATE WS-RESP                                             dbank54p
026900       WHEN DFHRESP(NORMAL)                                       dbank54p
027000         MOVE SPACES TO WS-BEFORE-IMAGE                           dbank54p
027100         MOVE WS-BNKCPGR-REC TO WS-AFTER-IMAGE                    dbank54p
027200         SET AD-REC-ACTION-ADD TO TRUE                            dbank54p
027300         PERFORM WRITE-AUDIT-RECORD                               dbank54p
027400         SET CD54O-OK TO TRUE                                     dbank54p
027500         MOVE WS-GROUP-NAME TO CD54O-GROUP-NAME                   dbank54p
027600         MOVE 'Customer added to group' TO CD54O-MESSAGE          dbank54p
027700       WHEN DFHRESP(DUPREC)                                       dbank54p
027800         SET CD54O-REJECTED TO TRUE                               dbank54p
027900         MOVE 'Customer is already in a group' TO CD54O-MESSAGE   dbank54p
028000       WHEN OTHER                                                 dbank54p
028100         SET CD54O-REJECTED TO TRUE                               dbank54p
028200         MOVE 'Unable to add group member' TO CD54O-MESSAGE       dbank54p
028300     END-EVALUATE.                                                dbank54p
028400 ADD-MEMBER-PROCESS-EXIT.                                         dbank54p
028500     EXIT.                                                        dbank54p
028600                                                                  dbank54p
028700***************************************************************** dbank54p
028800* The name of an existing group is taken from its first member; * dbank54p
028900* only a new group takes the name keyed by the caller           * dbank54p
029000***************************************************************** dbank54p
029100 GET-GROUP-NAME.                                                  dbank54p
029200     MOVE CD54I-GROUP-NAME TO WS-GROUP-NAME.                      dbank54p
029300     MOVE CD54I-GROUP-ID TO CG-REC-GROUP-ID.                      dbank54p
029400     MOVE LOW-VALUES TO CG-REC-PID.                               dbank54p
029500     EXEC CICS STARTBR FILE('BNKCPGR')                            dbank54p
029600                       RIDFLD(CG-REC-KEY)                         dbank54p
029700                       GTEQ                                       dbank54p
029800                       RESP(WS-RESP)                              dbank54p
029900     END-EXEC.                                                    dbank54p
030000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank54p
030100        GO TO GET-GROUP-NAME-EXIT                                 dbank54p
030200     END-IF.                                                      dbank54p
030300     EXEC CICS READNEXT FILE('BNKCPGR')                           dbank54p
030400                        INTO(WS-BNKCPGR-REC)                      dbank54p
030500                        LENGTH(LENGTH OF WS-BNKCPGR-REC)          dbank54p
030600                        RIDFLD(CG-REC-KEY)                        dbank54p
030700                        RESP(WS-RESP)                             dbank54p
030800     END-EXEC.                                                    dbank54p
030900     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND                   dbank54p
031000        CG-REC-GROUP-ID IS EQUAL TO CD54I-GROUP-ID                dbank54p
031100        MOVE CG-REC-GROUP-NAME TO WS-GROUP-NAME                   dbank54p
031200     END-IF.                                                      dbank54p
031300     EXEC CICS ENDBR FILE('BNKCPGR')                              dbank54p
031400     END-EXEC.                                                    dbank54p
031500 GET-GROUP-NAME-EXIT.                                             dbank54p
031600     EXIT.                                                        dbank54p
031700                                                                  dbank54p
031800***************************************************************** dbank54p
031900* Change a member's relationship type                           * dbank54p
032000***************************************************************** dbank54p
032100 CHANGE-MEMBER-PROCESS.                                           dbank54p
032200     PERFORM GET-TODAY.                                           dbank54p
032300     PERFORM READ-MEMBER-FOR-UPDATE                               dbank54p
032400         THRU READ-MEMBER-FOR-UPDATE-EXIT.                        dbank54p
032500     IF CD54O-REJECTED                                            dbank54p
032600        GO TO CHANGE-MEMBER-PROCESS-EXIT                          dbank54p
032700     END-IF.                                                      dbank54p
032800     MOVE CD54I-REL-TYPE TO CG-REC-REL-TYPE.                      dbank54p
032900     MOVE CD54I-MAINT-USERID TO CG-REC-USERID.                    dbank54p
033000     EXEC CICS REWRITE FILE('BNKCPGR')                            dbank54p
033100                   FROM(WS-BNKCPGR-REC)                           dbank54p
033200                   LENGTH(LENGTH OF WS-BNKCPGR-REC)               dbank54p
033300                   RESP(WS-RESP)                                  dbank54p
033400     END-EXEC.                                                    dbank54p
033500     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank54p
033600        MOVE WS-BNKCPGR-REC TO WS-AFTER-IMAGE                     dbank54p
033700        SET AD-REC-ACTION-CHANGE TO TRUE                          dbank54p
033800        PERFORM WRITE-AUDIT-RECORD                                dbank54p
033900        SET CD54O-OK TO TRUE                                      dbank54p
034000        MOVE CG-REC-GROUP-NAME TO CD54O-GROUP-NAME                dbank54p
034100        MOVE 'Relationship changed' TO CD54O-MESSAGE              dbank54p
034200     ELSE                                                         dbank54p
034300        SET CD54O-REJECTED TO TRUE                                dbank54p
034400        MOVE 'Unable to update group member' TO CD54O-MESSAGE     dbank54p
034500     END-IF.                                                      dbank54p
034600 CHANGE-MEMBER-PROCESS-EXIT.                                      dbank54p
034700     EXIT.                                                        dbank54p
034800                                                                  dbank54p
034900***************************************************************** dbank54p
035000* Remove a member from the group. The audit record keeps the    * dbank54p
035100* member as it was                                              * dbank54p
035200***************************************************************** dbank54p
035300 REMOVE-MEMBER-PROCESS.                                           dbank54p
035400     PERFORM GET-TODAY.                                           dbank54p
035500     PERFORM READ-MEMBER-FOR-UPDATE                               dbank54p
035600         THRU READ-MEMBER-FOR-UPDATE-EXIT.                        dbank54p
035700     IF CD54O-REJECTED                                            dbank54p
035800        GO TO REMOVE-MEMBER-PROCESS-EXIT                          dbank54p
035900     END-IF.                                                      dbank54p
036000     EXEC CICS DELETE FILE('BNKCPGR')                             dbank54p
036100                  RESP(WS-RESP)                                   dbank54p
036200     END-EXEC.                                                    dbank54p
036300     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank54p
036400        MOVE SPACES TO WS-AFTER-IMAGE                             dbank54p
036500        SET AD-REC-ACTION-DELETE TO TRUE                          dbank54p
036600        PERFORM WRITE-AUDIT-RECORD                                dbank54p
036700        SET CD54O-OK TO TRUE                                      dbank54p
036800        MOVE CG-REC-GROUP-NAME TO CD54O-GROUP-NAME                dbank54p
036900        MOVE 'Customer removed from group' TO CD54O-MESSAGE       dbank54p
037000     ELSE                                                         dbank54p
037100        SET CD54O-REJECTED TO TRUE                                dbank54p
037200        MOVE 'Unable to remove group member' TO CD54O-MESSAGE     dbank54p
037300     END-IF.                                                      dbank54p
037400 REMOVE-MEMBER-PROCESS-EXIT.                                      dbank54p
037500     EXIT.                                                        dbank54p
037600                                                                  dbank54p
037700***************************************************************** dbank54p
037800* Read the member for update and keep its before image          * dbank54p
037900***************************************************************** dbank54p
038000 READ-MEMBER-FOR-UPDATE.                                          dbank54p
038100     MOVE CD54I-GROUP-ID TO CG-REC-GROUP-ID.                      dbank54p
038200     MOVE CD54I-PID TO CG-REC-PID.                                dbank54p
038300     EXEC CICS READ FILE('BNKCPGR')                               dbank54p
038400                    INTO(WS-BNKCPGR-REC)                          dbank54p
038500                    LENGTH(LENGTH OF WS-BNKCPGR-REC)              dbank54p
038600                    RIDFLD(CG-REC-KEY)                            dbank54p
038700                    UPDATE                                        dbank54p
038800                    RESP(WS-RESP)                                 dbank54p
038900     END-EXEC.                                                    dbank54p
039000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank54p
039100        SET CD54O-REJECTED TO TRUE                                dbank54p
039200        MOVE 'Customer is not a member of this group'             dbank54p
039300          TO CD54O-MESSAGE                                        dbank54p
039400        GO TO READ-MEMBER-FOR-UPDATE-EXIT                         dbank54p
039500     END-IF.                                                      dbank54p
039600     MOVE WS-BNKCPGR-REC TO WS-BEFORE-IMAGE.                      dbank54p
039700 READ-MEMBER-FOR-UPDATE-EXIT.                                     dbank54p
039800     EXIT.                                                        dbank54p
039900                                                                  dbank54p
040000 GET-TODAY.                                                       dbank54p
040100     EXEC CICS ASKTIME                                            dbank54p
040200               ABSTIME(WS-ABSTIME)                                dbank54p
040300     END-EXEC.                                                    dbank54p
040400     EXEC CICS FORMATTIME                                         dbank54p
040500               ABSTIME(WS-ABSTIME)                                dbank54p
040600               YYYYMMDD(WS-TODAY-DATE)                            dbank54p
040700               TIME(WS-TODAY-TIME)                                dbank54p
040800     END-EXEC.                                                    dbank54p
040900                                                                  dbank54p
041000***************************************************************** dbank54p
041100* One audit record per maintenance action - before and after    * dbank54p
041200* images, maintaining userid, date and time. The caller sets    * dbank54p
041300* the action.                                                   * dbank54p
041400***************************************************************** dbank54p
041500 WRITE-AUDIT-RECORD.                                              dbank54p
041600     ADD 1 TO WS-AUDIT-SEQ.                                       dbank54p
041700     MOVE EIBTASKN TO AD-REC-TASKN.                               dbank54p
041800     MOVE WS-AUDIT-SEQ TO AD-REC-SEQ.                             dbank54p
041900     MOVE 'BNKCPGR ' TO AD-REC-TABLE.                             dbank54p
042000     MOVE CD54I-MAINT-USERID TO AD-REC-USERID.                    dbank54p
042100     MOVE WS-TODAY-DATE-N TO AD-REC-DATE.                         dbank54p
042200     MOVE WS-TODAY-TIME TO AD-REC-TIME.                           dbank54p
042300     MOVE WS-BEFORE-IMAGE TO AD-REC-BEFORE-IMAGE.                 dbank54p
042400     MOVE WS-AFTER-IMAGE TO AD-REC-AFTER-IMAGE.                   dbank54p
042500     PERFORM AUDIT-CHAIN-WRITE                                    dbank54p
042600         THRU AUDIT-CHAIN-WRITE-EXIT.                             dbank54p
043100 WRITE-AUDIT-RECORD-EXIT.                                         dbank54p
043200     EXIT.                                                        dbank54p
043300                                                                  dbank54p
043330 COPY CPERFP.                                                     dbank54p
043340 COPY CAUDCHP.                                                    dbank54p
043360                                                                  dbank54p
043400* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank54p
