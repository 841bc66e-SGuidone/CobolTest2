001500*              applications, show the applicant's accounts and  * dbank06p
001600*              recent transactions, and record an auditable     * dbank06p
001700*              approve/decline decision with reason code and    * dbank06p
001710*              deciding userid. The detail view also gives the  * dbank06p
001720*              applicant's connected-group exposure (BNKCPGR)   * dbank06p
001730*              against the large-exposure limit on BNKSYSC.     * dbank06p
001740*              The scorecard score and recommended decision are * dbank06p
001750*              shown with the detail for the officer to weigh.  * dbank06p
001900*              VSAM version                                     * dbank06p
002000***************************************************************** dbank06p
002100                                                                  dbank06p
004400   05  WS-BNKTXN-AIX1-RID                    PIC X(31).           dbank06p
004500   05  WS-BNKCUST-RID                        PIC X(5).            dbank06p
004600   05  WS-FIRST-ACCNO                        PIC X(9).            dbank06p
004605   05  WS-BNKCPG1-RID                        PIC X(5).            dbank06p
004610   05  WS-BNKSYSC-RID                        PIC X(8).            dbank06p
004615   05  WS-MEMBER-PID                         PIC X(5).            dbank06p
004620   05  WS-ACC-DRAWN                          PIC S9(7)V99 COMP-3. dbank06p
004625   05  WS-AFTER-EXPOSURE                     PIC S9(11)V99 COMP-3.dbank06p
004630                                                                  dbank06p
004635***************************************************************** dbank06p
004640* Large-exposure limit. The LGEXLIM control record on BNKSYSC   * dbank06p
004645* holds the capital base in its total and the limit, as a       * dbank06p
004650* percentage of capital, in its amount (25% when not set); the  * dbank06p
004655* LGEXWARN record's amount is the near-breach level (20%).      * dbank06p
004660***************************************************************** dbank06p
004665 01  WS-EXPOSURE-LIMITS.                                          dbank06p
004670   05  WS-CAPITAL                            PIC S9(13)V99 COMP-3.dbank06p
004675   05  WS-LIMIT-PCT                          PIC S9(5)V99 COMP-3. dbank06p
004680   05  WS-WARN-PCT                           PIC S9(5)V99 COMP-3. dbank06p
004700                                                                  dbank06p
004800 01  WS-BNKLOAN-REC.                                              dbank06p
004900 COPY CBANKVLN.                                                   dbank06p
005700 01  WS-BNKCUST-REC.                                              dbank06p
005800 COPY CBANKVCS.                                                   dbank06p
005900                                                                  dbank06p
005920 01  WS-BNKCPGR-REC.                                              dbank06p
005930 COPY CBANKVCG.                                                   dbank06p
005940                                                                  dbank06p
005950 01  WS-BNKLNMA-REC.                                              dbank06p
005960 COPY CBANKVLM.                                                   dbank06p
005970                                                                  dbank06p
005980 01  WS-BNKSYSC-REC.                                              dbank06p
005990 COPY CBANKVSY.                                                   dbank06p
005995                                                                  dbank06p
006000 01  WS-COMMAREA.                                                 dbank06p
006100 COPY CBANKD06.                                                   dbank06p
006200                                                                  dbank06p
006300 COPY CABENDD.                                                    dbank06p
006310                                                                  dbank06p
006320 01  WS-BNKPERF-REC.                                              dbank06p
006330 COPY CBANKVPF.                                                   dbank06p
006340                                                                  dbank06p
006350 COPY CPERFD.                                                     dbank06p
006400                                                                  dbank06p
006500 LINKAGE SECTION.                                                 dbank06p
006600 01  DFHCOMMAREA.                                                 dbank06p
006900         DEPENDING ON WS-COMMAREA-LENGTH.                         dbank06p
007000                                                                  dbank06p
007100 COPY CENTRY.                                                     dbank06p
007110***************************************************************** dbank06p
007120* Start the response-time clock for this request                * dbank06p
007130***************************************************************** dbank06p
007140     PERFORM PERF-TIMER.                                          dbank06p
007150                                                                  dbank06p
007200***************************************************************** dbank06p
007300* Move the passed data to our area                              * dbank06p
007400***************************************************************** dbank06p
008900       WHEN CD06I-VIEW-DETAIL                                     dbank06p
009000         PERFORM VIEW-DETAIL-PROCESS                              dbank06p
009100             THRU VIEW-DETAIL-PROCESS-EXIT                        dbank06p
009110         IF CD06O-OK                                              dbank06p
009120            PERFORM GROUP-EXPOSURE-PROCESS                        dbank06p
009130                THRU GROUP-EXPOSURE-PROCESS-EXIT                  dbank06p
009140         END-IF                                                   dbank06p
009200       WHEN CD06I-DECIDE                                          dbank06p
009300         PERFORM DECIDE-PROCESS                                   dbank06p
009400             THRU DECIDE-PROCESS-EXIT                             dbank06p
010200***************************************************************** dbank06p
010300     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       dbank06p
010400                                                                  dbank06p
010410***************************************************************** dbank06p
010420* Log this request's response time to BNKPERF                   * dbank06p
010430***************************************************************** dbank06p
010440     MOVE CD06I-FUNCTION TO WS-PERF-FUNCTION.                     dbank06p
010450     PERFORM PERF-TIMER.                                          dbank06p
010460                                                                  dbank06p
010500***************************************************************** dbank06p
010600* Return to our caller                                          * dbank06p
010700***************************************************************** dbank06p
018700     MOVE LN-REC-TERM-MONTHS TO CD06O-DET-TERM-MONTHS.            dbank06p
018800     MOVE LN-REC-PAYMENT TO CD06O-DET-PAYMENT.                    dbank06p
018900     MOVE LN-REC-DATE TO CD06O-DET-DATE.                          dbank06p
018910     MOVE LN-REC-SCORE TO CD06O-DET-SCORE.                        dbank06p
018920     MOVE LN-REC-RECOMMEND TO CD06O-DET-RECOMMEND.                dbank06p
019000                                                                  dbank06p
019100     MOVE CD06I-CONTACT-ID TO WS-BNKCUST-RID.                     dbank06p
019200     EXEC CICS READ FILE('BNKCUST')                               dbank06p
035900 DECIDE-PROCESS-EXIT.                                             dbank06p
036000     EXIT.                                                        dbank06p
036100                                                                  dbank06p
036200***************************************************************** dbank06p
036300* The applicant's connected-group exposure, for the officer to  * dbank06p
036400* weigh before deciding: the drawn balances and undrawn         * dbank06p
036500* committed limits of every member of the applicant's BNKCPGR   * dbank06p
036600* group, or of the applicant alone when not in a group, and     * dbank06p
036700* where the exposure would stand with this loan against the     * dbank06p
036800* large-exposure limit                                          * dbank06p
036900***************************************************************** dbank06p
037000 GROUP-EXPOSURE-PROCESS.                                          dbank06p
037100     MOVE SPACES TO CD06O-GRP-ID.                                 dbank06p
037200     MOVE ZERO TO CD06O-GRP-MEMBERS.                              dbank06p
037300     MOVE ZERO TO CD06O-GRP-DRAWN.                                dbank06p
037400     MOVE ZERO TO CD06O-GRP-UNDRAWN.                              dbank06p
037500     MOVE ZERO TO CD06O-GRP-EXPOSURE.                             dbank06p
037600     MOVE ZERO TO CD06O-GRP-AFTER-PCT.                            dbank06p
037700     SET CD06O-GRP-WITHIN-LIMIT TO TRUE.                          dbank06p
037800     MOVE CD06I-CONTACT-ID TO WS-BNKCPG1-RID.                     dbank06p
037900     EXEC CICS READ FILE('BNKCPG1')                               dbank06p
038000                    INTO(WS-BNKCPGR-REC)                          dbank06p
038100                    LENGTH(LENGTH OF WS-BNKCPGR-REC)              dbank06p
038200                    RIDFLD(WS-BNKCPG1-RID)                        dbank06p
038300                    RESP(WS-RESP)                                 dbank06p
038400     END-EXEC.                                                    dbank06p
038500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank06p
038600        MOVE 'Not in a connected group' TO CD06O-GRP-NAME         dbank06p
038700        MOVE CD06I-CONTACT-ID TO WS-MEMBER-PID                    dbank06p
038800        PERFORM ADD-MEMBER-EXPOSURE                               dbank06p
038900            THRU ADD-MEMBER-EXPOSURE-EXIT                         dbank06p
039000        GO TO GROUP-EXPOSURE-LIMIT                                dbank06p
039100     END-IF.                                                      dbank06p
039200     MOVE CG-REC-GROUP-ID TO CD06O-GRP-ID.                        dbank06p
039300     MOVE CG-REC-GROUP-NAME TO CD06O-GRP-NAME.                    dbank06p
039400     MOVE LOW-VALUES TO CG-REC-PID.                               dbank06p
039500     EXEC CICS STARTBR FILE('BNKCPGR')                            dbank06p
039600                       RIDFLD(CG-REC-KEY)                         dbank06p
039700                       GTEQ                                       dbank06p
039800                       RESP(WS-RESP)                              dbank06p
039900     END-EXEC.                                                    dbank06p
040000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank06p
040100        GO TO GROUP-EXPOSURE-LIMIT                                dbank06p
040200     END-IF.                                                      dbank06p
040300 GROUP-EXPOSURE-LOOP.                                             dbank06p
040400     EXEC CICS READNEXT FILE('BNKCPGR')                           dbank06p
040500                        INTO(WS-BNKCPGR-REC)                      dbank06p
040600                        LENGTH(LENGTH OF WS-BNKCPGR-REC)          dbank06p
040700                        RIDFLD(CG-REC-KEY)                        dbank06p
040800                        RESP(WS-RESP)                             dbank06p
040900     END-EXEC.                                                    dbank06p
041000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                dbank06p
041100        CG-REC-GROUP-ID IS NOT EQUAL TO CD06O-GRP-ID              dbank06p
041200        GO TO GROUP-EXPOSURE-LOOP-EXIT                            dbank06p
041300     END-IF.                                                      dbank06p
041400     MOVE CG-REC-PID TO WS-MEMBER-PID.                            dbank06p
041500     PERFORM ADD-MEMBER-EXPOSURE                                  dbank06p
041600         THRU ADD-MEMBER-EXPOSURE-EXIT.                           dbank06p
041700     GO TO GROUP-EXPOSURE-LOOP.                                   dbank06p
041800 GROUP-EXPOSURE-LOOP-EXIT.                                        dbank06p
041900     EXEC CICS ENDBR FILE('BNKCPGR')                              dbank06p
042000     END-EXEC.                                                    dbank06p
042100 GROUP-EXPOSURE-LIMIT.                                            dbank06p
042200     COMPUTE CD06O-GRP-EXPOSURE =                                 dbank06p
042300         CD06O-GRP-DRAWN + CD06O-GRP-UNDRAWN.                     dbank06p
042400     PERFORM GET-EXPOSURE-LIMITS.                                 dbank06p
042500     IF WS-CAPITAL IS NOT GREATER THAN ZERO                       dbank06p
042600        SET CD06O-GRP-NO-CAPITAL TO TRUE                          dbank06p
042700        GO TO GROUP-EXPOSURE-PROCESS-EXIT                         dbank06p
042800     END-IF.                                                      dbank06p
042900     COMPUTE WS-AFTER-EXPOSURE =                                  dbank06p
043000         CD06O-GRP-EXPOSURE + LN-REC-PRINCIPAL.                   dbank06p
043100     COMPUTE CD06O-GRP-AFTER-PCT ROUNDED =                        dbank06p
043200         WS-AFTER-EXPOSURE * 100 / WS-CAPITAL                     dbank06p
043300       ON SIZE ERROR                                              dbank06p
043400         MOVE 99999.99 TO CD06O-GRP-AFTER-PCT                     dbank06p
043500     END-COMPUTE.                                                 dbank06p
043600     EVALUATE TRUE                                                dbank06p
043700       WHEN CD06O-GRP-AFTER-PCT IS GREATER THAN WS-LIMIT-PCT      dbank06p
043800         SET CD06O-GRP-OVER-LIMIT TO TRUE                         dbank06p
043900       WHEN CD06O-GRP-AFTER-PCT IS NOT LESS THAN WS-WARN-PCT      dbank06p
044000         SET CD06O-GRP-NEAR-LIMIT TO TRUE                         dbank06p
044100       WHEN OTHER                                                 dbank06p
044200         SET CD06O-GRP-WITHIN-LIMIT TO TRUE                       dbank06p
044300     END-EVALUATE.                                                dbank06p
044400 GROUP-EXPOSURE-PROCESS-EXIT.                                     dbank06p
044500     EXIT.                                                        dbank06p
044600                                                                  dbank06p
044700***************************************************************** dbank06p
044800* One customer's exposure. Every account not closed adds its    * dbank06p
044900* overdrawn balance as drawn and the rest of its overdraft      * dbank06p
045000* limit as undrawn; every active or suspended BNKLNMA loan adds * dbank06p
045100* its outstanding balance as drawn.                             * dbank06p
045200***************************************************************** dbank06p
045300 ADD-MEMBER-EXPOSURE.                                             dbank06p
045400     ADD 1 TO CD06O-GRP-MEMBERS.                                  dbank06p
045500     MOVE WS-MEMBER-PID TO WS-BNKACCT-AIX1-RID.                   dbank06p
045600     EXEC CICS STARTBR FILE('BNKACC1')                            dbank06p
045700                       RIDFLD(WS-BNKACCT-AIX1-RID)                dbank06p
045800                       GTEQ                                       dbank06p
045900                       RESP(WS-RESP)                              dbank06p
046000     END-EXEC.                                                    dbank06p
046100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank06p
046200        GO TO ADD-MEMBER-LOANS                                    dbank06p
046300     END-IF.                                                      dbank06p
046400 ADD-MEMBER-ACC-LOOP.                                             dbank06p
046500     EXEC CICS READNEXT FILE('BNKACC1')                           dbank06p
046600                        INTO(WS-BNKACCT-REC)                      dbank06p
046700                        LENGTH(LENGTH OF WS-BNKACCT-REC)          dbank06p
046800                        RIDFLD(WS-BNKACCT-AIX1-RID)               dbank06p
046900                        RESP(WS-RESP)                             dbank06p
047000     END-EXEC.                                                    dbank06p
047100     IF (WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) AND              dbank06p
047200         WS-RESP IS NOT EQUAL TO DFHRESP(DUPKEY)) OR              dbank06p
047300        BAC-REC-PID IS NOT EQUAL TO WS-MEMBER-PID                 dbank06p
047400        GO TO ADD-MEMBER-ACC-LOOP-EXIT                            dbank06p
047500     END-IF.                                                      dbank06p
047600     IF BAC-REC-CLOSED                                            dbank06p
047700        GO TO ADD-MEMBER-ACC-LOOP                                 dbank06p
047800     END-IF.                                                      dbank06p
047900     MOVE ZERO TO WS-ACC-DRAWN.                                   dbank06p
048000     IF BAC-REC-BALANCE IS LESS THAN ZERO                         dbank06p
048100        COMPUTE WS-ACC-DRAWN = ZERO - BAC-REC-BALANCE             dbank06p
048200        ADD WS-ACC-DRAWN TO CD06O-GRP-DRAWN                       dbank06p
048300     END-IF.                                                      dbank06p
048400     IF BAC-REC-OVERDRAFT-LIMIT IS GREATER THAN WS-ACC-DRAWN      dbank06p
048500        COMPUTE CD06O-GRP-UNDRAWN = CD06O-GRP-UNDRAWN +           dbank06p
048600            BAC-REC-OVERDRAFT-LIMIT - WS-ACC-DRAWN                dbank06p
048700     END-IF.                                                      dbank06p
048800     GO TO ADD-MEMBER-ACC-LOOP.                                   dbank06p
048900 ADD-MEMBER-ACC-LOOP-EXIT.                                        dbank06p
049000     EXEC CICS ENDBR FILE('BNKACC1')                              dbank06p
049100     END-EXEC.                                                    dbank06p
049200 ADD-MEMBER-LOANS.                                                dbank06p
049300     MOVE WS-MEMBER-PID TO LM-REC-CONTACT-ID.                     dbank06p
049400     MOVE ZERO TO LM-REC-TASKN.                                   dbank06p
049500     EXEC CICS STARTBR FILE('BNKLNMA')                            dbank06p
049600                       RIDFLD(LM-REC-KEY)                         dbank06p
049700                       GTEQ                                       dbank06p
049800                       RESP(WS-RESP)                              dbank06p
049900     END-EXEC.                                                    dbank06p
050000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank06p
050100        GO TO ADD-MEMBER-EXPOSURE-EXIT                            dbank06p
050200     END-IF.                                                      dbank06p
050300 ADD-MEMBER-LOAN-LOOP.                                            dbank06p
050400     EXEC CICS READNEXT FILE('BNKLNMA')                           dbank06p
050500                        INTO(WS-BNKLNMA-REC)                      dbank06p
050600                        LENGTH(LENGTH OF WS-BNKLNMA-REC)          dbank06p
050700                        RIDFLD(LM-REC-KEY)                        dbank06p
050800                        RESP(WS-RESP)                             dbank06p
050900     END-EXEC.                                                    dbank06p
051000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                dbank06p
051100        LM-REC-CONTACT-ID IS NOT EQUAL TO WS-MEMBER-PID           dbank06p
051200        GO TO ADD-MEMBER-LOAN-LOOP-EXIT                           dbank06p
051300     END-IF.                                                      dbank06p
051400     IF LM-REC-ACTIVE OR LM-REC-SUSPENDED                         dbank06p
051500        ADD LM-REC-OUTSTANDING TO CD06O-GRP-DRAWN                 dbank06p
051600     END-IF.                                                      dbank06p
051700     GO TO ADD-MEMBER-LOAN-LOOP.                                  dbank06p
051800 ADD-MEMBER-LOAN-LOOP-EXIT.                                       dbank06p
051900     EXEC CICS ENDBR FILE('BNKLNMA')                              dbank06p
052000     END-EXEC.                                                    dbank06p
052100 ADD-MEMBER-EXPOSURE-EXIT.                                        dbank06p
052200     EXIT.                                                        dbank06p
052300                                                                  dbank06p
052400***************************************************************** dbank06p
052500* The capital base and limit percentages from BNKSYSC. Without  * dbank06p
052600* a capital base the exposure is shown but cannot be measured   * dbank06p
052700***************************************************************** dbank06p
052800 GET-EXPOSURE-LIMITS.                                             dbank06p
052900     MOVE ZERO TO WS-CAPITAL.                                     dbank06p
053000     MOVE 25 TO WS-LIMIT-PCT.                                     dbank06p
053100     MOVE 20 TO WS-WARN-PCT.                                      dbank06p
053200     MOVE 'LGEXLIM ' TO WS-BNKSYSC-RID.                           dbank06p
053300     EXEC CICS READ FILE('BNKSYSC')                               dbank06p
053400                    INTO(WS-BNKSYSC-REC)                          dbank06p
053500                    LENGTH(LENGTH OF WS-BNKSYSC-REC)              dbank06p
053600                    RIDFLD(WS-BNKSYSC-RID)                        dbank06p
053700                    RESP(WS-RESP)                                 dbank06p
053800     END-EXEC.                                                    dbank06p
053900     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank06p
054000        MOVE SY-REC-TOTAL TO WS-CAPITAL                           dbank06p
054100        IF SY-REC-AMOUNT IS GREATER THAN ZERO                     dbank06p
054200           MOVE SY-REC-AMOUNT TO WS-LIMIT-PCT                     dbank06p
054300        END-IF                                                    dbank06p
054400     END-IF.                                                      dbank06p
054500     MOVE 'LGEXWARN' TO WS-BNKSYSC-RID.                           dbank06p
054600     EXEC CICS READ FILE('BNKSYSC')                               dbank06p
054700                    INTO(WS-BNKSYSC-REC)                          dbank06p
054800                    LENGTH(LENGTH OF WS-BNKSYSC-REC)              dbank06p
054900                    RIDFLD(WS-BNKSYSC-RID)                        dbank06p
055000                    RESP(WS-RESP)                                 dbank06p
055100     END-EXEC.                                                    dbank06p
055200     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND                   dbank06p
055300        SY-REC-AMOUNT IS GREATER THAN ZERO                        dbank06p
055400        MOVE SY-REC-AMOUNT TO WS-WARN-PCT                         dbank06p
055500     END-IF.                                                      dbank06p
055600                                                                  dbank06p
055630 COPY CPERFP.                                                     dbank06p
055660                                                                  dbank06p
055700* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank06p
