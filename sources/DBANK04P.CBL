001200***************************************************************** dbank04p
001300* Program:     DBANK04P.CBL                                     * dbank04p
001400* Function:    Calculate loan repayments and submit loan        * dbank04p
001500*              applications. Each submitted application is      * dbank04p
001520*              scored on the applicant's record with the bank - * dbank04p
001530*              tenure, average balance, existing loans and      * dbank04p
001540*              arrears, returned items and overdraft excess -   * dbank04p
001550*              and the score and recommended decision are kept  * dbank04p
001560*              on BNKLOAN. A high score for a small enough loan * dbank04p
001570*              is approved straight away.                       * dbank04p
001600*              VSAM version                                     * dbank04p
001700***************************************************************** dbank04p
001800                                                                  dbank04p
004500   05  WS-QUEUE-KEY.                                              dbank04p
004600     10  WS-QUEUE-CONTACT-ID                 PIC X(5).            dbank04p
004700     10  WS-QUEUE-TASKN                      PIC 9(7).            dbank04p
004701   05  WS-BNKACCT-AIX1-RID                   PIC X(5).            dbank04p
004702   05  WS-BNKSYSC-RID                        PIC X(8).            dbank04p
004703   05  WS-TODAY-PARTS.                                            dbank04p
004704     10  WS-TODAY-CCYY                       PIC 9(4).            dbank04p
004705     10  WS-TODAY-MM                         PIC 9(2).            dbank04p
004706     10  WS-TODAY-DD                         PIC 9(2).            dbank04p
004707                                                                  dbank04p
004708***************************************************************** dbank04p
004709* Scorecard. Every application starts from 500 points and is    * dbank04p
004710* moved up or down by each characteristic of the applicant's    * dbank04p
004711* record with the bank:                                         * dbank04p
004712*   tenure, from the earliest BNKSNAP snapshot of any account - * dbank04p
004713*     under 6 months 0, 6-23 +30, 24-59 +60, 60 or more +90     * dbank04p
004714*   last month's average balance across the accounts, from the  * dbank04p
004715*     BNKSNAP monthly roll-up - overdrawn -50, under 1,000 0,   * dbank04p
004716*     under 5,000 +40, under 20,000 +80, 20,000 or more +110    * dbank04p
004717*   existing BNKLNMA loans - none +50, owing no more than this  * dbank04p
004718*     application's principal +10, owing more -40               * dbank04p
004719*   BNKDELQ - arrears open now -200, delinquent before but not  * dbank04p
004720*     now -60, never delinquent +50                             * dbank04p
004721*   items returned unpaid in the last year (BNKACRU) - none     * dbank04p
004722*     +40, one or two -40, three or more -120                   * dbank04p
004723*   overdraft excess days now running (BNKACRU) - none +30,     * dbank04p
004724*     up to 15 -30, more than 15 -90                            * dbank04p
004725* The SCORECRD control record on BNKSYSC holds the approve      * dbank04p
004726* cutoff in its amount (740 when not set) and the largest       * dbank04p
004727* principal that may be approved without an officer in its      * dbank04p
004728* total (5,000 without the record; zero stops auto-approval).   * dbank04p
004729* The SCOREDCL record's amount is the score below which decline * dbank04p
004730* is recommended (600 when not set).                            * dbank04p
004731***************************************************************** dbank04p
004732 01  WS-SCORECARD.                                                dbank04p
004733   05  WS-SCORE                              PIC S9(5) COMP-3.    dbank04p
004734   05  WS-EARLIEST-DTE                       PIC 9(8).            dbank04p
004735   05  WS-EARLIEST-PARTS REDEFINES WS-EARLIEST-DTE.               dbank04p
004736     10  WS-EARLIEST-CCYY                    PIC 9(4).            dbank04p
004737     10  WS-EARLIEST-MM                      PIC 9(2).            dbank04p
004738     10  WS-EARLIEST-DD                      PIC 9(2).            dbank04p
004739   05  WS-TENURE-MONTHS                      PIC S9(5) COMP-3.    dbank04p
004740   05  WS-ROLLUP-DTE                         PIC 9(8).            dbank04p
004741   05  WS-ROLLUP-PARTS REDEFINES WS-ROLLUP-DTE.                   dbank04p
004742     10  WS-ROLLUP-CCYY                      PIC 9(4).            dbank04p
004743     10  WS-ROLLUP-MM                        PIC 9(2).            dbank04p
004744     10  WS-ROLLUP-DD                        PIC 9(2).            dbank04p
004745   05  WS-YEAR-AGO-N                         PIC 9(8).            dbank04p
004746   05  WS-AVG-BALANCE                        PIC S9(11)V99 COMP-3.dbank04p
004747   05  WS-LOAN-DEBT                          PIC S9(9)V99 COMP-3. dbank04p
004748   05  WS-OPEN-ARREARS                       PIC S9(4) COMP.      dbank04p
004749   05  WS-PRIOR-ARREARS                      PIC S9(4) COMP.      dbank04p
004750   05  WS-RETURNED-ITEMS                     PIC S9(4) COMP.      dbank04p
004751   05  WS-EXCESS-DAYS                        PIC S9(4) COMP.      dbank04p
004752   05  WS-APPROVE-CUTOFF                     PIC S9(5) COMP-3.    dbank04p
004753   05  WS-DECLINE-CUTOFF                     PIC S9(5) COMP-3.    dbank04p
004754   05  WS-AUTO-MAXIMUM                       PIC S9(13)V99 COMP-3.dbank04p
004800                                                                  dbank04p
004900 01  WS-BNKLOAN-REC.                                              dbank04p
005000 COPY CBANKVLN.                                                   dbank04p
005005                                                                  dbank04p
005010 01  WS-BNKACCT-REC.                                              dbank04p
005015 COPY CBANKVAC.                                                   dbank04p
005020                                                                  dbank04p
005025 01  WS-BNKSNAP-REC.                                              dbank04p
005030 COPY CBANKVSN.                                                   dbank04p
005035                                                                  dbank04p
005040 01  WS-BNKACRU-REC.                                              dbank04p
005045 COPY CBANKVAR.                                                   dbank04p
005050                                                                  dbank04p
005055 01  WS-BNKLNMA-REC.                                              dbank04p
005060 COPY CBANKVLM.                                                   dbank04p
005065                                                                  dbank04p
005070 01  WS-BNKDELQ-REC.                                              dbank04p
005075 COPY CBANKVDQ.                                                   dbank04p
005080                                                                  dbank04p
005085 01  WS-BNKSYSC-REC.                                              dbank04p
005090 COPY CBANKVSY.                                                   dbank04p
005100                                                                  dbank04p
005200 01  WS-COMMAREA.                                                 dbank04p
005300 COPY CBANKD04.                                                   dbank04p
005400                                                                  dbank04p
005500 COPY CABENDD.                                                    dbank04p
005510                                                                  dbank04p
005520 01  WS-BNKPERF-REC.                                              dbank04p
005530 COPY CBANKVPF.                                                   dbank04p
005540                                                                  dbank04p
005550 COPY CPERFD.                                                     dbank04p
005600                                                                  dbank04p
005700 LINKAGE SECTION.                                                 dbank04p
005800 01  DFHCOMMAREA.                                                 dbank04p
006100         DEPENDING ON WS-COMMAREA-LENGTH.                         dbank04p
006200                                                                  dbank04p
006300 COPY CENTRY.                                                     dbank04p
006310***************************************************************** dbank04p
006320* Start the response-time clock for this request                * dbank04p
006330***************************************************************** dbank04p
006340     PERFORM PERF-TIMER.                                          dbank04p
006350                                                                  dbank04p
006400***************************************************************** dbank04p
006500* Move the passed data to our area                              * dbank04p
006600***************************************************************** dbank04p
008600***************************************************************** dbank04p
008700     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       dbank04p
008800                                                                  dbank04p
008810***************************************************************** dbank04p
008820* Log this request's response time to BNKPERF                   * dbank04p
008830***************************************************************** dbank04p
008840     MOVE CD04I-FUNCTION TO WS-PERF-FUNCTION.                     dbank04p
008850     PERFORM PERF-TIMER.                                          dbank04p
008860                                                                  dbank04p
008900***************************************************************** dbank04p
009000* Return to our caller                                          * dbank04p
009100***************************************************************** dbank04p
012100                                                                  dbank04p
012200***************************************************************** dbank04p
012300* Submit the calculated loan as an application, queued for      * dbank04p
012310* later processing, keyed by contact id + this task number.     * dbank04p
012320* The scorecard runs first; an application it recommends for    * dbank04p
012330* approval within the auto-approve maximum is written already   * dbank04p
012340* approved, with the scorecard as the deciding userid, and      * dbank04p
012350* every other application queues for the loan officer.          * dbank04p
012500***************************************************************** dbank04p
012600 SUBMIT-LOAN-PROCESS.                                             dbank04p
012700     MOVE CD04I-CONTACT-ID TO LN-REC-CONTACT-ID.                  dbank04p
013200     MOVE CD04O-MONTHLY-PAYMENT TO LN-REC-PAYMENT.                dbank04p
013300     PERFORM GET-TODAY-DATE.                                      dbank04p
013400     MOVE WS-TODAY-DATE-N TO LN-REC-DATE.                         dbank04p
013408     PERFORM SCORE-APPLICATION                                    dbank04p
013416         THRU SCORE-APPLICATION-EXIT.                             dbank04p
013424     PERFORM GET-SCORE-LIMITS.                                    dbank04p
013432     MOVE WS-SCORE TO LN-REC-SCORE.                               dbank04p
013440     EVALUATE TRUE                                                dbank04p
013448       WHEN WS-SCORE IS NOT LESS THAN WS-APPROVE-CUTOFF           dbank04p
013456         SET LN-REC-REC-APPROVE TO TRUE                           dbank04p
013464       WHEN WS-SCORE IS LESS THAN WS-DECLINE-CUTOFF               dbank04p
013472         SET LN-REC-REC-DECLINE TO TRUE                           dbank04p
013480       WHEN OTHER                                                 dbank04p
013488         SET LN-REC-REC-REFER TO TRUE                             dbank04p
013496     END-EVALUATE.                                                dbank04p
013504     IF LN-REC-REC-APPROVE AND                                    dbank04p
013512        LN-REC-PRINCIPAL IS NOT GREATER THAN WS-AUTO-MAXIMUM      dbank04p
013520        SET LN-REC-APPROVED TO TRUE                               dbank04p
013528        MOVE 'SC' TO LN-REC-DEC-REASON                            dbank04p
013536        MOVE 'SCORECRD' TO LN-REC-DEC-USERID                      dbank04p
013544     ELSE                                                         dbank04p
013552        SET LN-REC-QUEUED TO TRUE                                 dbank04p
013560        MOVE SPACES TO LN-REC-DEC-REASON                          dbank04p
013568        MOVE SPACES TO LN-REC-DEC-USERID                          dbank04p
013576     END-IF.                                                      dbank04p
013600     EXEC CICS WRITE FILE('BNKLOAN')                              dbank04p
013700               FROM(WS-BNKLOAN-REC)                               dbank04p
013800               RIDFLD(LN-REC-KEY)                                 dbank04p
014000               RESP(WS-RESP)                                      dbank04p
014100     END-EXEC.                                                    dbank04p
014200     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank04p
014210        MOVE EIBTASKN TO CD04O-APP-REF                            dbank04p
014220        MOVE LN-REC-SCORE TO CD04O-APP-SCORE                      dbank04p
014230        MOVE LN-REC-RECOMMEND TO CD04O-APP-RECOMMEND              dbank04p
014240        IF LN-REC-APPROVED                                        dbank04p
014250           SET CD04O-APP-APPROVED TO TRUE                         dbank04p
014260           MOVE Z'Loan application approved'                      dbank04p
014270             TO CD04O-MESSAGE                                     dbank04p
014280        ELSE                                                      dbank04p
014290           SET CD04O-APP-QUEUED TO TRUE                           dbank04p
014300           MOVE Z'Loan application submitted for review'          dbank04p
014310             TO CD04O-MESSAGE                                     dbank04p
014320        END-IF                                                    dbank04p
014700     ELSE                                                         dbank04p
014800        SET CD04O-APP-REJECTED TO TRUE                            dbank04p
014900        MOVE Z'Unable to submit loan application'                 dbank04p
016600     END-EXEC.                                                    dbank04p
016700 GET-TODAY-DATE-EXIT.                                             dbank04p
016800     EXIT.                                                        dbank04p
016801                                                                  dbank04p
016802***************************************************************** dbank04p
016803* Score the application from the applicant's record with the    * dbank04p
016804* bank. Every account not closed contributes its snapshot       * dbank04p
016805* history, last month's average balance and its BNKACRU         * dbank04p
016806* returned items and excess days; then the applicant's loans    * dbank04p
016807* and any delinquency are added in. The points are set out      * dbank04p
016808* with WS-SCORECARD.                                            * dbank04p
016809***************************************************************** dbank04p
016810 SCORE-APPLICATION.                                               dbank04p
016811     PERFORM GET-TODAY-DATE.                                      dbank04p
016812     MOVE WS-TODAY-DATE TO WS-TODAY-PARTS.                        dbank04p
016813     MOVE WS-TODAY-DATE-N TO WS-EARLIEST-DTE.                     dbank04p
016814     MOVE ZERO TO WS-AVG-BALANCE.                                 dbank04p
016815     MOVE ZERO TO WS-LOAN-DEBT.                                   dbank04p
016816     MOVE ZERO TO WS-OPEN-ARREARS.                                dbank04p
016817     MOVE ZERO TO WS-PRIOR-ARREARS.                               dbank04p
016818     MOVE ZERO TO WS-RETURNED-ITEMS.                              dbank04p
016819     MOVE ZERO TO WS-EXCESS-DAYS.                                 dbank04p
016820     COMPUTE WS-YEAR-AGO-N = WS-TODAY-DATE-N - 10000.             dbank04p
016821     MOVE WS-TODAY-CCYY TO WS-ROLLUP-CCYY.                        dbank04p
016822     MOVE WS-TODAY-MM TO WS-ROLLUP-MM.                            dbank04p
016823     MOVE ZERO TO WS-ROLLUP-DD.                                   dbank04p
016824     IF WS-ROLLUP-MM IS EQUAL TO 1                                dbank04p
016825        MOVE 12 TO WS-ROLLUP-MM                                   dbank04p
016826        SUBTRACT 1 FROM WS-ROLLUP-CCYY                            dbank04p
016827     ELSE                                                         dbank04p
016828        SUBTRACT 1 FROM WS-ROLLUP-MM                              dbank04p
016829     END-IF.                                                      dbank04p
016830     MOVE CD04I-CONTACT-ID TO WS-BNKACCT-AIX1-RID.                dbank04p
016831     EXEC CICS STARTBR FILE('BNKACC1')                            dbank04p
016832                       RIDFLD(WS-BNKACCT-AIX1-RID)                dbank04p
016833                       GTEQ                                       dbank04p
016834                       RESP(WS-RESP)                              dbank04p
016835     END-EXEC.                                                    dbank04p
016836     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank04p
016837        GO TO SCORE-LOANS                                         dbank04p
016838     END-IF.                                                      dbank04p
016839 SCORE-ACC-LOOP.                                                  dbank04p
016840     EXEC CICS READNEXT FILE('BNKACC1')                           dbank04p
016841                        INTO(WS-BNKACCT-REC)                      dbank04p
016842                        LENGTH(LENGTH OF WS-BNKACCT-REC)          dbank04p
016843                        RIDFLD(WS-BNKACCT-AIX1-RID)               dbank04p
016844                        RESP(WS-RESP)                             dbank04p
016845     END-EXEC.                                                    dbank04p
016846     IF (WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) AND              dbank04p
016847         WS-RESP IS NOT EQUAL TO DFHRESP(DUPKEY)) OR              dbank04p
016848        BAC-REC-PID IS NOT EQUAL TO CD04I-CONTACT-ID              dbank04p
016849        GO TO SCORE-ACC-LOOP-EXIT                                 dbank04p
016850     END-IF.                                                      dbank04p
016851     IF BAC-REC-CLOSED                                            dbank04p
016852        GO TO SCORE-ACC-LOOP                                      dbank04p
016853     END-IF.                                                      dbank04p
016854     PERFORM SCORE-ONE-ACCOUNT                                    dbank04p
016855         THRU SCORE-ONE-ACCOUNT-EXIT.                             dbank04p
016856     GO TO SCORE-ACC-LOOP.                                        dbank04p
016857 SCORE-ACC-LOOP-EXIT.                                             dbank04p
016858     EXEC CICS ENDBR FILE('BNKACC1')                              dbank04p
016859     END-EXEC.                                                    dbank04p
016860 SCORE-LOANS.                                                     dbank04p
016861     MOVE CD04I-CONTACT-ID TO LM-REC-CONTACT-ID.                  dbank04p
016862     MOVE ZERO TO LM-REC-TASKN.                                   dbank04p
016863     EXEC CICS STARTBR FILE('BNKLNMA')                            dbank04p
016864                       RIDFLD(LM-REC-KEY)                         dbank04p
016865                       GTEQ                                       dbank04p
016866                       RESP(WS-RESP)                              dbank04p
016867     END-EXEC.                                                    dbank04p
016868     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank04p
016869        GO TO SCORE-ARREARS                                       dbank04p
016870     END-IF.                                                      dbank04p
016871 SCORE-LOAN-LOOP.                                                 dbank04p
016872     EXEC CICS READNEXT FILE('BNKLNMA')                           dbank04p
016873                        INTO(WS-BNKLNMA-REC)                      dbank04p
016874                        LENGTH(LENGTH OF WS-BNKLNMA-REC)          dbank04p
016875                        RIDFLD(LM-REC-KEY)                        dbank04p
016876                        RESP(WS-RESP)                             dbank04p
016877     END-EXEC.                                                    dbank04p
016878     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                dbank04p
016879        LM-REC-CONTACT-ID IS NOT EQUAL TO CD04I-CONTACT-ID        dbank04p
016880        GO TO SCORE-LOAN-LOOP-EXIT                                dbank04p
016881     END-IF.                                                      dbank04p
016882     IF LM-REC-ACTIVE OR LM-REC-SUSPENDED                         dbank04p
016883        ADD LM-REC-OUTSTANDING TO WS-LOAN-DEBT                    dbank04p
016884     END-IF.                                                      dbank04p
016885     GO TO SCORE-LOAN-LOOP.                                       dbank04p
016886 SCORE-LOAN-LOOP-EXIT.                                            dbank04p
016887     EXEC CICS ENDBR FILE('BNKLNMA')                              dbank04p
016888     END-EXEC.                                                    dbank04p
016889 SCORE-ARREARS.                                                   dbank04p
016890     MOVE CD04I-CONTACT-ID TO DQ-REC-CONTACT-ID.                  dbank04p
016891     MOVE ZERO TO DQ-REC-TASKN.                                   dbank04p
016892     EXEC CICS STARTBR FILE('BNKDELQ')                            dbank04p
016893                       RIDFLD(DQ-REC-KEY)                         dbank04p
016894                       GTEQ                                       dbank04p
016895                       RESP(WS-RESP)                              dbank04p
016896     END-EXEC.                                                    dbank04p
016897     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank04p
016898        GO TO SCORE-POINTS                                        dbank04p
016899     END-IF.                                                      dbank04p
016900 SCORE-ARREARS-LOOP.                                              dbank04p
016901     EXEC CICS READNEXT FILE('BNKDELQ')                           dbank04p
016902                        INTO(WS-BNKDELQ-REC)                      dbank04p
016903                        LENGTH(LENGTH OF WS-BNKDELQ-REC)          dbank04p
016904                        RIDFLD(DQ-REC-KEY)                        dbank04p
016905                        RESP(WS-RESP)                             dbank04p
016906     END-EXEC.                                                    dbank04p
016907     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                dbank04p
016908        DQ-REC-CONTACT-ID IS NOT EQUAL TO CD04I-CONTACT-ID        dbank04p
016909        GO TO SCORE-ARREARS-LOOP-EXIT                             dbank04p
016910     END-IF.                                                      dbank04p
016911     IF DQ-REC-OPEN                                               dbank04p
016912        ADD 1 TO WS-OPEN-ARREARS                                  dbank04p
016913     ELSE                                                         dbank04p
016914        ADD 1 TO WS-PRIOR-ARREARS                                 dbank04p
016915     END-IF.                                                      dbank04p
016916     GO TO SCORE-ARREARS-LOOP.                                    dbank04p
016917 SCORE-ARREARS-LOOP-EXIT.                                         dbank04p
016918     EXEC CICS ENDBR FILE('BNKDELQ')                              dbank04p
016919     END-EXEC.                                                    dbank04p
016920 SCORE-POINTS.                                                    dbank04p
016921     MOVE 500 TO WS-SCORE.                                        dbank04p
016922     COMPUTE WS-TENURE-MONTHS =                                   dbank04p
016923         (WS-TODAY-CCYY * 12 + WS-TODAY-MM) -                     dbank04p
016924         (WS-EARLIEST-CCYY * 12 + WS-EARLIEST-MM).                dbank04p
016925     EVALUATE TRUE                                                dbank04p
016926       WHEN WS-TENURE-MONTHS IS LESS THAN 6                       dbank04p
016927         CONTINUE                                                 dbank04p
016928       WHEN WS-TENURE-MONTHS IS LESS THAN 24                      dbank04p
016929         ADD 30 TO WS-SCORE                                       dbank04p
016930       WHEN WS-TENURE-MONTHS IS LESS THAN 60                      dbank04p
016931         ADD 60 TO WS-SCORE                                       dbank04p
016932       WHEN OTHER                                                 dbank04p
016933         ADD 90 TO WS-SCORE                                       dbank04p
016934     END-EVALUATE.                                                dbank04p
016935     EVALUATE TRUE                                                dbank04p
016936       WHEN WS-AVG-BALANCE IS LESS THAN ZERO                      dbank04p
016937         SUBTRACT 50 FROM WS-SCORE                                dbank04p
016938       WHEN WS-AVG-BALANCE IS LESS THAN 1000                      dbank04p
016939         CONTINUE                                                 dbank04p
016940       WHEN WS-AVG-BALANCE IS LESS THAN 5000                      dbank04p
016941         ADD 40 TO WS-SCORE                                       dbank04p
016942       WHEN WS-AVG-BALANCE IS LESS THAN 20000                     dbank04p
016943         ADD 80 TO WS-SCORE                                       dbank04p
016944       WHEN OTHER                                                 dbank04p
016945         ADD 110 TO WS-SCORE                                      dbank04p
016946     END-EVALUATE.                                                dbank04p
016947     EVALUATE TRUE                                                dbank04p
016948       WHEN WS-LOAN-DEBT IS NOT GREATER THAN ZERO                 dbank04p
016949         ADD 50 TO WS-SCORE                                       dbank04p
016950       WHEN WS-LOAN-DEBT IS NOT GREATER THAN CD04I-PRINCIPAL      dbank04p
016951         ADD 10 TO WS-SCORE                                       dbank04p
016952       WHEN OTHER                                                 dbank04p
016953         SUBTRACT 40 FROM WS-SCORE                                dbank04p
016954     END-EVALUATE.                                                dbank04p
016955     EVALUATE TRUE                                                dbank04p
016956       WHEN WS-OPEN-ARREARS IS GREATER THAN ZERO                  dbank04p
016957         SUBTRACT 200 FROM WS-SCORE                               dbank04p
016958       WHEN WS-PRIOR-ARREARS IS GREATER THAN ZERO                 dbank04p
016959         SUBTRACT 60 FROM WS-SCORE                                dbank04p
016960       WHEN OTHER                                                 dbank04p
016961         ADD 50 TO WS-SCORE                                       dbank04p
016962     END-EVALUATE.                                                dbank04p
016963     EVALUATE TRUE                                                dbank04p
016964       WHEN WS-RETURNED-ITEMS IS EQUAL TO ZERO                    dbank04p
016965         ADD 40 TO WS-SCORE                                       dbank04p
016966       WHEN WS-RETURNED-ITEMS IS LESS THAN 3                      dbank04p
016967         SUBTRACT 40 FROM WS-SCORE                                dbank04p
016968       WHEN OTHER                                                 dbank04p
016969         SUBTRACT 120 FROM WS-SCORE                               dbank04p
016970     END-EVALUATE.                                                dbank04p
016971     EVALUATE TRUE                                                dbank04p
016972       WHEN WS-EXCESS-DAYS IS EQUAL TO ZERO                       dbank04p
016973         ADD 30 TO WS-SCORE                                       dbank04p
016974       WHEN WS-EXCESS-DAYS IS NOT GREATER THAN 15                 dbank04p
016975         SUBTRACT 30 FROM WS-SCORE                                dbank04p
016976       WHEN OTHER                                                 dbank04p
016977         SUBTRACT 90 FROM WS-SCORE                                dbank04p
016978     END-EVALUATE.                                                dbank04p
016979     IF WS-SCORE IS LESS THAN ZERO                                dbank04p
016980        MOVE ZERO TO WS-SCORE                                     dbank04p
016981     END-IF.                                                      dbank04p
016982 SCORE-APPLICATION-EXIT.                                          dbank04p
016983     EXIT.                                                        dbank04p
016984                                                                  dbank04p
016985***************************************************************** dbank04p
016986* One account's part of the score: the date of its first        * dbank04p
016987* BNKSNAP snapshot (the earliest across the accounts dates the  * dbank04p
016988* relationship), its average balance from last month's roll-up  * dbank04p
016989* and the returned items and excess days on its BNKACRU record  * dbank04p
016990***************************************************************** dbank04p
016991 SCORE-ONE-ACCOUNT.                                               dbank04p
016992     MOVE BAC-REC-ACCNO TO SN-REC-ACCNO.                          dbank04p
016993     MOVE ZERO TO SN-REC-DATE.                                    dbank04p
016994     EXEC CICS STARTBR FILE('BNKSNAP')                            dbank04p
016995                       RIDFLD(SN-REC-KEY)                         dbank04p
016996                       GTEQ                                       dbank04p
016997                       RESP(WS-RESP)                              dbank04p
016998     END-EXEC.                                                    dbank04p
016999     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank04p
017000        EXEC CICS READNEXT FILE('BNKSNAP')                        dbank04p
017001                           INTO(WS-BNKSNAP-REC)                   dbank04p
017002                           LENGTH(LENGTH OF WS-BNKSNAP-REC)       dbank04p
017003                           RIDFLD(SN-REC-KEY)                     dbank04p
017004                           RESP(WS-RESP)                          dbank04p
017005        END-EXEC                                                  dbank04p
017006        IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND                dbank04p
017007           SN-REC-ACCNO IS EQUAL TO BAC-REC-ACCNO AND             dbank04p
017008           SN-REC-DATE IS LESS THAN WS-EARLIEST-DTE               dbank04p
017009           MOVE SN-REC-DATE TO WS-EARLIEST-DTE                    dbank04p
017010        END-IF                                                    dbank04p
017011        EXEC CICS ENDBR FILE('BNKSNAP')                           dbank04p
017012        END-EXEC                                                  dbank04p
017013     END-IF.                                                      dbank04p
017014     MOVE BAC-REC-ACCNO TO SN-REC-ACCNO.                          dbank04p
017015     MOVE WS-ROLLUP-DTE TO SN-REC-DATE.                           dbank04p
017016     EXEC CICS READ FILE('BNKSNAP')                               dbank04p
017017                    INTO(WS-BNKSNAP-REC)                          dbank04p
017018                    LENGTH(LENGTH OF WS-BNKSNAP-REC)              dbank04p
017019                    RIDFLD(SN-REC-KEY)                            dbank04p
017020                    RESP(WS-RESP)                                 dbank04p
017021     END-EXEC.                                                    dbank04p
017022     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank04p
017023        ADD SN-REC-AVG-BALANCE TO WS-AVG-BALANCE                  dbank04p
017024     END-IF.                                                      dbank04p
017025     MOVE BAC-REC-ACCNO TO AR-REC-ACCNO.                          dbank04p
017026     EXEC CICS READ FILE('BNKACRU')                               dbank04p
017027                    INTO(WS-BNKACRU-REC)                          dbank04p
017028                    LENGTH(LENGTH OF WS-BNKACRU-REC)              dbank04p
017029                    RIDFLD(AR-REC-ACCNO)                          dbank04p
017030                    RESP(WS-RESP)                                 dbank04p
017031     END-EXEC.                                                    dbank04p
017032     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank04p
017033        GO TO SCORE-ONE-ACCOUNT-EXIT                              dbank04p
017034     END-IF.                                                      dbank04p
017035     IF AR-REC-EXCESS-DAYS IS NUMERIC                             dbank04p
017036        ADD AR-REC-EXCESS-DAYS TO WS-EXCESS-DAYS                  dbank04p
017037     END-IF.                                                      dbank04p
017038     IF AR-REC-RETURNED-ITEMS IS NUMERIC AND                      dbank04p
017039        AR-REC-LAST-RETURNED-DTE IS NUMERIC AND                   dbank04p
017040        AR-REC-LAST-RETURNED-DTE IS NOT LESS THAN WS-YEAR-AGO-N   dbank04p
017041        ADD AR-REC-RETURNED-ITEMS TO WS-RETURNED-ITEMS            dbank04p
017042     END-IF.                                                      dbank04p
017043 SCORE-ONE-ACCOUNT-EXIT.                                          dbank04p
017044     EXIT.                                                        dbank04p
017045                                                                  dbank04p
017046***************************************************************** dbank04p
017047* The cutoffs and auto-approve maximum from BNKSYSC             * dbank04p
017048***************************************************************** dbank04p
017049 GET-SCORE-LIMITS.                                                dbank04p
017050     MOVE 740 TO WS-APPROVE-CUTOFF.                               dbank04p
017051     MOVE 600 TO WS-DECLINE-CUTOFF.                               dbank04p
017052     MOVE 5000 TO WS-AUTO-MAXIMUM.                                dbank04p
017053     MOVE 'SCORECRD' TO WS-BNKSYSC-RID.                           dbank04p
017054     EXEC CICS READ FILE('BNKSYSC')                               dbank04p
017055                    INTO(WS-BNKSYSC-REC)                          dbank04p
017056                    LENGTH(LENGTH OF WS-BNKSYSC-REC)              dbank04p
017057                    RIDFLD(WS-BNKSYSC-RID)                        dbank04p
017058                    RESP(WS-RESP)                                 dbank04p
017059     END-EXEC.                                                    dbank04p
017060     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank04p
017061        IF SY-REC-AMOUNT IS GREATER THAN ZERO                     dbank04p
017062           MOVE SY-REC-AMOUNT TO WS-APPROVE-CUTOFF                dbank04p
017063        END-IF                                                    dbank04p
017064        MOVE SY-REC-TOTAL TO WS-AUTO-MAXIMUM                      dbank04p
017065     END-IF.                                                      dbank04p
017066     MOVE 'SCOREDCL' TO WS-BNKSYSC-RID.                           dbank04p
017067     EXEC CICS READ FILE('BNKSYSC')                               dbank04p
017068                    INTO(WS-BNKSYSC-REC)                          dbank04p
017069                    LENGTH(LENGTH OF WS-BNKSYSC-REC)              dbank04p
017070                    RIDFLD(WS-BNKSYSC-RID)                        dbank04p
017071                    RESP(WS-RESP)                                 dbank04p
017072     END-EXEC.                                                    dbank04p
017073     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND                   dbank04p
017074        SY-REC-AMOUNT IS GREATER THAN ZERO                        dbank04p
017075        MOVE SY-REC-AMOUNT TO WS-DECLINE-CUTOFF                   dbank04p
017076     END-IF.                                                      dbank04p
017077                                                                  dbank04p
017078 COPY CPERFP.                                                     dbank04p
017079                                                                  dbank04p
017080* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank04p
