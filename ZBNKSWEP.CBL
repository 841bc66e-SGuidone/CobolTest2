002000*              amounts are respected, every executed sweep posts *zbnkswep
002100*              a normal BNKTXN pair, and the daily report shows  *zbnkswep
002200*              what moved and what was skipped and why.          *zbnkswep
002210*              A sweep between accounts held at different        *zbnkswep
002220*              branches also writes the pair of BNKIBRT due-to/  *zbnkswep
002230*              due-from legs for the two branches.               *zbnkswep
002240*              With a TRIAL exec parm it works everything out as *zbnkswep
002250*              usual but posts nothing, listing what it would    *zbnkswep
002260*              have posted on TRIALLST (see UTRLIST.CBL).        *zbnkswep
002300******************************************************************zbnkswep
002400 IDENTIFICATION DIVISION.                                         zbnkswep
002500 PROGRAM-ID.                                                      zbnkswep
005600            ACCESS MODE  IS SEQUENTIAL                            zbnkswep
005700            RECORD KEY   IS BTX-REC-KEY                           zbnkswep
005800            FILE STATUS  IS WS-TXN-STATUS.                        zbnkswep
005810     SELECT IBRT-FILE                                             zbnkswep
005820            ASSIGN       TO BNKIBRT                               zbnkswep
005830            ORGANIZATION IS INDEXED                               zbnkswep
005840            ACCESS MODE  IS RANDOM                                zbnkswep
005850            RECORD KEY   IS IB-REC-KEY                            zbnkswep
005860            FILE STATUS  IS WS-IBRT-STATUS.                       zbnkswep
005900     SELECT PRINTOUT-FILE                                         zbnkswep
006000            ASSIGN       TO PRINTOUT                              zbnkswep
006100            ORGANIZATION IS SEQUENTIAL                            zbnkswep
008500 FD  TXN-FILE.                                                    zbnkswep
008600 01  TXN-FILE-REC.                                                zbnkswep
008700 COPY CBANKVTX.                                                   zbnkswep
008710 FD  IBRT-FILE.                                                   zbnkswep
008720 01  IBRT-FILE-REC.                                               zbnkswep
008730 COPY CBANKVIB.                                                   zbnkswep
008800                                                                  zbnkswep
008900 FD  PRINTOUT-FILE.                                               zbnkswep
009000 01  PRINTOUT-REC                      PIC X(121).                zbnkswep
010800   05  WS-TXN-STATUS.                                             zbnkswep
010900     10  WS-TXN-STAT1                   PIC X(1).                 zbnkswep
011000     10  WS-TXN-STAT2                   PIC X(1).                 zbnkswep
011010   05  WS-IBRT-STATUS.                                            zbnkswep
011020     10  WS-IBRT-STAT1                  PIC X(1).                 zbnkswep
011030     10  WS-IBRT-STAT2                  PIC X(1).                 zbnkswep
011100   05  WS-PRINTOUT-STATUS.                                        zbnkswep
011200     10  WS-PRINTOUT-STAT1              PIC X(1).                 zbnkswep
011300     10  WS-PRINTOUT-STAT2              PIC X(1).                 zbnkswep
014600 01  WS-TXN-SEQ                            PIC 9(3) VALUE ZERO.   zbnkswep
014700 01  WS-END-OF-HOLDS                       PIC X(3).              zbnkswep
014800 01  WS-HOLD-SCAN-ACCNO                    PIC X(9).              zbnkswep
014810 01  WS-FROM-BRANCH                        PIC X(3).              zbnkswep
014820 01  WS-FROM-CURRENCY                      PIC X(3).              zbnkswep
014900                                                                  zbnkswep
015000 01  WS-DETAIL-LINE.                                              zbnkswep
015100     05  WS-DET-FROM                       PIC X(9).              zbnkswep
016600******************************************************************zbnkswep
016700 01  WS-SWEEPS-EXECUTED                    PIC 9(5) VALUE ZERO.   zbnkswep
016800 01  WS-SWEEPS-SKIPPED                     PIC 9(5) VALUE ZERO.   zbnkswep
016810 01  WS-SWEEPS-INTER-BRANCH                PIC 9(5) VALUE ZERO.   zbnkswep
016900                                                                  zbnkswep
017000 01  WS-END-OF-SWPI                        PIC X(3) VALUE 'NO '.  zbnkswep
017010                                                                  zbnkswep
017020 01  WS-TXNJ-PARM.                                                zbnkswep
017030 COPY CTXNJND.                                                    zbnkswep
017035                                                                  zbnkswep
017040 01  WS-TRIAL-PARM.                                               zbnkswep
017045 COPY CTRLSTD.                                                    zbnkswep
017050                                                                  zbnkswep
017055 01  WS-TRIAL-ACCOUNTS.                                           zbnkswep
017060   05  WS-TRIAL-ACCT-COUNT             PIC S9(4) COMP VALUE ZERO. zbnkswep
017065   05  WS-TRIAL-ACCT-SUB               PIC S9(4) COMP.            zbnkswep
017070   05  WS-TRIAL-ACCT-HIT               PIC S9(4) COMP.            zbnkswep
017075   05  WS-TRIAL-ACCT-FULL              PIC X(3) VALUE 'NO '.      zbnkswep
017080   05  WS-TRIAL-ACCT-ENTRY OCCURS 500 TIMES.                      zbnkswep
017085     10  WS-TRIAL-ACCT-ACCNO           PIC X(9).                  zbnkswep
017090     10  WS-TRIAL-ACCT-IMAGE           PIC X(200).                zbnkswep
017100                                                                  zbnkswep
017110******************************************************************zbnkswep
017120* The exec parm is optional. TRIAL makes this a trial run that   *zbnkswep
017130* works everything out as usual but posts nothing, listing       *zbnkswep
017140* what it would have posted on TRIALLST instead (see             *zbnkswep
017150* CTRLSTD.CPY); without it the job runs live as before.          *zbnkswep
017160******************************************************************zbnkswep
017170 LINKAGE SECTION.                                                 zbnkswep
017180 01  LK-EXEC-PARM.                                                zbnkswep
017190   05  LK-EXEC-PARM-LL                     PIC S9(4) COMP.        zbnkswep
017200   05  LK-EXEC-PARM-DATA                   PIC X(31).             zbnkswep
017210                                                                  zbnkswep
017220 PROCEDURE DIVISION USING LK-EXEC-PARM.                           zbnkswep
017300                                                                  zbnkswep
017310     PERFORM GET-RUN-MODE                                         zbnkswep
017320         THRU GET-RUN-MODE-EXIT.                                  zbnkswep
017400     PERFORM RUN-CONTROL-START                                    zbnkswep
017500         THRU RUN-CONTROL-START-EXIT.                             zbnkswep
017600     PERFORM GET-RUN-DATE.                                        zbnkswep
017610     IF TRL-TRIAL-RUN                                             zbnkswep
017620        PERFORM TRIAL-LISTING-START                               zbnkswep
017630     END-IF.                                                      zbnkswep
017700                                                                  zbnkswep
017800     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           zbnkswep
017900     STRING 'Sweep run for ' DELIMITED BY SIZE                    zbnkswep
018400     PERFORM SWPI-OPEN.                                           zbnkswep
018500     PERFORM ACCOUNT-OPEN.                                        zbnkswep
018600     PERFORM HOLD-OPEN.                                           zbnkswep
018610     IF TRL-LIVE-RUN                                              zbnkswep
018620        PERFORM TXN-OPEN                                          zbnkswep
018630     END-IF.                                                      zbnkswep
018640     IF TRL-LIVE-RUN                                              zbnkswep
018650        PERFORM IBRT-OPEN                                         zbnkswep
018660     END-IF.                                                      zbnkswep
018800     PERFORM PRINTOUT-OPEN.                                       zbnkswep
018900                                                                  zbnkswep
019000     PERFORM WRITE-REPORT-HEADING.                                zbnkswep
019600     PERFORM SWPI-CLOSE.                                          zbnkswep
019700     PERFORM ACCOUNT-CLOSE.                                       zbnkswep
019800     PERFORM HOLD-CLOSE.                                          zbnkswep
019810     IF TRL-LIVE-RUN                                              zbnkswep
019820        PERFORM TXN-CLOSE                                         zbnkswep
019830     END-IF.                                                      zbnkswep
019840     IF TRL-LIVE-RUN                                              zbnkswep
019850        PERFORM IBRT-CLOSE                                        zbnkswep
019860     END-IF.                                                      zbnkswep
020000     PERFORM PRINTOUT-CLOSE.                                      zbnkswep
020100                                                                  zbnkswep
020200     PERFORM PRINT-JOB-SUMMARY.                                   zbnkswep
020210     IF TRL-TRIAL-RUN                                             zbnkswep
020220        PERFORM TRIAL-LISTING-FINISH                              zbnkswep
020230     END-IF.                                                      zbnkswep
020300                                                                  zbnkswep
020400     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     zbnkswep
020500     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkswep
027100 COMPUTE-SWEEP-AMOUNT.                                            zbnkswep
027200     MOVE ZERO TO WS-SWEEP-AMOUNT.                                zbnkswep
027300     MOVE SW-REC-FROM-ACCNO TO BAC-REC-ACCNO.                     zbnkswep
027310     READ ACCOUNT-FILE.                                           zbnkswep
027320     PERFORM TRIAL-FETCH-ACCOUNT                                  zbnkswep
027330         THRU TRIAL-FETCH-ACCOUNT-EXIT.                           zbnkswep
027500     IF WS-ACCOUNT-STATUS NOT = '00'                              zbnkswep
027600        MOVE 'Source account missing' TO WS-SKIP-REASON           zbnkswep
027700        GO TO COMPUTE-SWEEP-AMOUNT-EXIT                           zbnkswep
029200     ELSE                                                         zbnkswep
029300        MOVE SW-REC-TO-ACCNO TO BAC-REC-ACCNO                     zbnkswep
029400        READ ACCOUNT-FILE                                         zbnkswep
029410        PERFORM TRIAL-FETCH-ACCOUNT                               zbnkswep
029420            THRU TRIAL-FETCH-ACCOUNT-EXIT                         zbnkswep
029500        IF WS-ACCOUNT-STATUS NOT = '00'                           zbnkswep
029600           MOVE 'Destination account missing' TO WS-SKIP-REASON   zbnkswep
029700           GO TO COMPUTE-SWEEP-AMOUNT-EXIT                        zbnkswep
031200******************************************************************zbnkswep
031300 EXECUTE-SWEEP.                                                   zbnkswep
031400     MOVE SW-REC-FROM-ACCNO TO BAC-REC-ACCNO.                     zbnkswep
031410     READ ACCOUNT-FILE.                                           zbnkswep
031420     PERFORM TRIAL-FETCH-ACCOUNT                                  zbnkswep
031430         THRU TRIAL-FETCH-ACCOUNT-EXIT.                           zbnkswep
031510     MOVE BAC-REC-BRANCH TO WS-FROM-BRANCH.                       zbnkswep
031520     MOVE BAC-REC-CURRENCY TO WS-FROM-CURRENCY.                   zbnkswep
031600     SUBTRACT WS-SWEEP-AMOUNT FROM BAC-REC-BALANCE.               zbnkswep
031700     PERFORM ACCOUNT-REWRITE.                                     zbnkswep
031800     PERFORM POST-SWEEP-DEBIT.                                    zbnkswep
031900     MOVE SW-REC-TO-ACCNO TO BAC-REC-ACCNO.                       zbnkswep
031910     READ ACCOUNT-FILE.                                           zbnkswep
031920     PERFORM TRIAL-FETCH-ACCOUNT                                  zbnkswep
031930         THRU TRIAL-FETCH-ACCOUNT-EXIT.                           zbnkswep
032100     IF WS-ACCOUNT-STATUS NOT = '00'                              zbnkswep
032200        MOVE 'Destination account missing' TO WS-SKIP-REASON      zbnkswep
032300        PERFORM REPORT-SKIPPED                                    zbnkswep
032400        MOVE SW-REC-FROM-ACCNO TO BAC-REC-ACCNO                   zbnkswep
032500        READ ACCOUNT-FILE                                         zbnkswep
032510        PERFORM TRIAL-FETCH-ACCOUNT                               zbnkswep
032520            THRU TRIAL-FETCH-ACCOUNT-EXIT                         zbnkswep
032600        ADD WS-SWEEP-AMOUNT TO BAC-REC-BALANCE                    zbnkswep
032700        PERFORM ACCOUNT-REWRITE                                   zbnkswep
032800        GO TO EXECUTE-SWEEP-EXIT                                  zbnkswep
033100     PERFORM ACCOUNT-REWRITE.                                     zbnkswep
033200     PERFORM POST-SWEEP-CREDIT.                                   zbnkswep
033300     ADD 1 TO WS-SWEEPS-EXECUTED.                                 zbnkswep
033310     MOVE 'Swept' TO WS-DET-NOTE.                                 zbnkswep
033320     IF WS-FROM-BRANCH IS NOT EQUAL TO SPACES AND                 zbnkswep
033330        BAC-REC-BRANCH IS NOT EQUAL TO SPACES AND                 zbnkswep
033340        WS-FROM-BRANCH IS NOT EQUAL TO BAC-REC-BRANCH             zbnkswep
033350        PERFORM POST-INTER-BRANCH                                 zbnkswep
033360        MOVE 'Swept - inter-branch' TO WS-DET-NOTE                zbnkswep
033370     END-IF.                                                      zbnkswep
033500     PERFORM WRITE-DETAIL-LINE.                                   zbnkswep
033600 EXECUTE-SWEEP-EXIT.                                              zbnkswep
033700     EXIT.                                                        zbnkswep
037500     MOVE 'SWP' TO BTX-REC-TYPE.                                  zbnkswep
037600     MOVE BAC-REC-BALANCE TO BTX-REC-BALANCE.                     zbnkswep
037700     PERFORM TXN-WRITE.                                           zbnkswep
037702******************************************************************zbnkswep
037704* POST-INTER-BRANCH                                              *zbnkswep
037706* The source account's branch owes the destination account's     *zbnkswep
037708* branch the amount swept: a due-to leg on the source branch and *zbnkswep
037710* a due-from leg on the destination branch, both under this      *zbnkswep
037712* run's time and the sweep's number as the reference.            *zbnkswep
037714******************************************************************zbnkswep
037716 POST-INTER-BRANCH.                                               zbnkswep
037718     MOVE SPACES TO IBRT-FILE-REC.                                zbnkswep
037720     MOVE WS-TODAY-DATE-N TO IB-REC-DATE.                         zbnkswep
037722     SET IB-REC-BATCH TO TRUE.                                    zbnkswep
037724     MOVE WS-RUN-TIME TO IB-REC-REF-TIME.                         zbnkswep
037726     MOVE WS-SWEEPS-EXECUTED TO IB-REC-REF-NO.                    zbnkswep
037728     MOVE WS-SWEEP-AMOUNT TO IB-REC-AMOUNT.                       zbnkswep
037730     MOVE WS-FROM-CURRENCY TO IB-REC-CURRENCY.                    zbnkswep
037732     MOVE 'SWP' TO IB-REC-TXN-TYPE.                               zbnkswep
037734     MOVE 'ZBNKSWEP' TO IB-REC-PROGRAM.                           zbnkswep
037736     MOVE ZERO TO IB-REC-MATCH-DATE.                              zbnkswep
037738     MOVE WS-FROM-BRANCH TO IB-REC-BRANCH.                        zbnkswep
037740     MOVE BAC-REC-BRANCH TO IB-REC-OTHER-BRANCH.                  zbnkswep
037742     SET IB-REC-DUE-TO TO TRUE.                                   zbnkswep
037744     MOVE SW-REC-FROM-ACCNO TO IB-REC-ACCNO.                      zbnkswep
037746     PERFORM IBRT-WRITE.                                          zbnkswep
037748     MOVE BAC-REC-BRANCH TO IB-REC-BRANCH.                        zbnkswep
037750     MOVE WS-FROM-BRANCH TO IB-REC-OTHER-BRANCH.                  zbnkswep
037752     SET IB-REC-DUE-FROM TO TRUE.                                 zbnkswep
037754     MOVE SW-REC-TO-ACCNO TO IB-REC-ACCNO.                        zbnkswep
037756     PERFORM IBRT-WRITE.                                          zbnkswep
037758     ADD 1 TO WS-SWEEPS-INTER-BRANCH.                             zbnkswep
037760                                                                  zbnkswep
037762 IBRT-WRITE.                                                      zbnkswep
037763     IF TRL-LIVE-RUN                                              zbnkswep
037764        PERFORM IBRT-PUT                                          zbnkswep
037765     END-IF.                                                      zbnkswep
037766                                                                  zbnkswep
037767 IBRT-PUT.                                                        zbnkswep
037768     WRITE IBRT-FILE-REC.                                         zbnkswep
037769     IF WS-IBRT-STATUS NOT = '00'                                 zbnkswep
037770        MOVE 'IBRT Error writing file ...' TO WS-CONSOLE-MESSAGE  zbnkswep
037771        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkswep
037772        MOVE WS-IBRT-STATUS TO WS-IO-STATUS                       zbnkswep
037774        PERFORM DISPLAY-IO-STATUS                                 zbnkswep
037776        PERFORM ABORT-PROGRAM                                     zbnkswep
037778     END-IF.                                                      zbnkswep
037800                                                                  zbnkswep
037900 TXN-WRITE.                                                       zbnkswep
037910     IF TRL-TRIAL-RUN                                             zbnkswep
037920        PERFORM TRIAL-LIST-POSTING                                zbnkswep
037930     ELSE                                                         zbnkswep
037940        PERFORM TXN-PUT                                           zbnkswep
037950     END-IF.                                                      zbnkswep
037960                                                                  zbnkswep
037970 TXN-PUT.                                                         zbnkswep
037980     SET BTX-REC-CHN-SYSTEM TO TRUE.                              zbnkswep
038000     WRITE TXN-FILE-REC.                                          zbnkswep
038100     IF WS-TXN-STATUS NOT = '00'                                  zbnkswep
038200        MOVE 'TXN Error writing file ...' TO WS-CONSOLE-MESSAGE   zbnkswep
038500        PERFORM DISPLAY-IO-STATUS                                 zbnkswep
038600        PERFORM ABORT-PROGRAM                                     zbnkswep
038700     END-IF.                                                      zbnkswep
038710     PERFORM JOURNAL-DAILY-POSTING.                               zbnkswep
038800                                                                  zbnkswep
038900******************************************************************zbnkswep
039000* Total the active unexpired holds on the scanned account.       *zbnkswep
049700* Open, access and close the ACCOUNT file.                       *zbnkswep
049800******************************************************************zbnkswep
049900 ACCOUNT-OPEN.                                                    zbnkswep
049910     IF TRL-TRIAL-RUN                                             zbnkswep
049920        OPEN INPUT ACCOUNT-FILE                                   zbnkswep
049930     ELSE                                                         zbnkswep
049940        OPEN I-O ACCOUNT-FILE                                     zbnkswep
049950     END-IF.                                                      zbnkswep
050100     IF WS-ACCOUNT-STATUS = '00'                                  zbnkswep
050200        MOVE 'ACCOUNT file opened OK' TO WS-CONSOLE-MESSAGE       zbnkswep
050300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkswep
051000     END-IF.                                                      zbnkswep
051100                                                                  zbnkswep
051200 ACCOUNT-REWRITE.                                                 zbnkswep
051210     IF TRL-TRIAL-RUN                                             zbnkswep
051220        PERFORM TRIAL-KEEP-ACCOUNT                                zbnkswep
051230            THRU TRIAL-KEEP-ACCOUNT-EXIT                          zbnkswep
051240     ELSE                                                         zbnkswep
051250        PERFORM ACCOUNT-REWRITE-RECORD                            zbnkswep
051260     END-IF.                                                      zbnkswep
051270                                                                  zbnkswep
051280 ACCOUNT-REWRITE-RECORD.                                          zbnkswep
051300     REWRITE ACCOUNT-FILE-REC.                                    zbnkswep
051400     IF WS-ACCOUNT-STATUS NOT = '00'                              zbnkswep
051500        MOVE 'ACCOUNT Error rewriting file ...'                   zbnkswep
053300        PERFORM ABORT-PROGRAM                                     zbnkswep
053400     END-IF.                                                      zbnkswep
053500                                                                  zbnkswep
053503******************************************************************zbnkswep
053506* Open and close the IBRT inter-branch file.                     *zbnkswep
053509******************************************************************zbnkswep
053512 IBRT-OPEN.                                                       zbnkswep
053515     OPEN I-O IBRT-FILE.                                          zbnkswep
053518     IF WS-IBRT-STATUS = '00'                                     zbnkswep
053521        MOVE 'IBRT file opened OK' TO WS-CONSOLE-MESSAGE          zbnkswep
053524        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkswep
053527     ELSE                                                         zbnkswep
053530        MOVE 'IBRT file open failure...' TO WS-CONSOLE-MESSAGE    zbnkswep
053533        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkswep
053536        MOVE WS-IBRT-STATUS TO WS-IO-STATUS                       zbnkswep
053539        PERFORM DISPLAY-IO-STATUS                                 zbnkswep
053542        PERFORM ABORT-PROGRAM                                     zbnkswep
053545     END-IF.                                                      zbnkswep
053548                                                                  zbnkswep
053551 IBRT-CLOSE.                                                      zbnkswep
053554     CLOSE IBRT-FILE.                                             zbnkswep
053557     IF WS-IBRT-STATUS = '00'                                     zbnkswep
053560        MOVE 'IBRT file closed OK' TO WS-CONSOLE-MESSAGE          zbnkswep
053563        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkswep
053566     ELSE                                                         zbnkswep
053569        MOVE 'IBRT file close failure...' TO WS-CONSOLE-MESSAGE   zbnkswep
053572        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkswep
053575        MOVE WS-IBRT-STATUS TO WS-IO-STATUS                       zbnkswep
053578        PERFORM DISPLAY-IO-STATUS                                 zbnkswep
053581        PERFORM ABORT-PROGRAM                                     zbnkswep
053584     END-IF.                                                      zbnkswep
053600******************************************************************zbnkswep
053700* Open, access and close the HOLD file.                          *zbnkswep
053800******************************************************************zbnkswep
064800            WS-SWEEPS-SKIPPED DELIMITED BY SIZE                   zbnkswep
064900       INTO JOBSUM-REC.                                           zbnkswep
065000     PERFORM JOBSUM-PUT.                                          zbnkswep
065010     MOVE SPACES TO JOBSUM-REC.                                   zbnkswep
065020     STRING 'Sweeps across branches:      ' DELIMITED BY SIZE     zbnkswep
065030            WS-SWEEPS-INTER-BRANCH DELIMITED BY SIZE              zbnkswep
065040       INTO JOBSUM-REC.                                           zbnkswep
065050     PERFORM JOBSUM-PUT.                                          zbnkswep
065100     PERFORM JOBSUM-CLOSE.                                        zbnkswep
065200     MOVE 'Job summary written to JOBSUM'                         zbnkswep
065300       TO WS-CONSOLE-MESSAGE.                                     zbnkswep
067500        PERFORM DISPLAY-IO-STATUS                                 zbnkswep
067600        PERFORM ABORT-PROGRAM                                     zbnkswep
067700     END-IF.                                                      zbnkswep
067710     IF TRL-TRIAL-RUN                                             zbnkswep
067720        PERFORM TRIAL-LIST-SUMMARY-LINE                           zbnkswep
067730     END-IF.                                                      zbnkswep
067800                                                                  zbnkswep
067900 JOBSUM-CLOSE.                                                    zbnkswep
068000     CLOSE JOBSUM-FILE.                                           zbnkswep
069400* already completed for the business date or a prerequisite has  *zbnkswep
069500* not, and records the start on BNKRUNC; the END call records    *zbnkswep
069600* the end time and return code. See URUNCTL.CBL.                 *zbnkswep
069610* A trial run leaves BNKRUNC alone altogether.                   *zbnkswep
069700******************************************************************zbnkswep
069800 RUN-CONTROL-START.                                               zbnkswep
069810     IF TRL-TRIAL-RUN                                             zbnkswep
069820        GO TO RUN-CONTROL-START-EXIT                              zbnkswep
069830     END-IF.                                                      zbnkswep
069900     SET RUNCTL-START TO TRUE.                                    zbnkswep
070000     MOVE 'ZBNKSWEP' TO RUNCTL-JOB.                               zbnkswep
070100     MOVE ZERO TO RUNCTL-BUSDATE.                                 zbnkswep
071300     EXIT.                                                        zbnkswep
071400                                                                  zbnkswep
071500 RUN-CONTROL-END.                                                 zbnkswep
071510     IF TRL-LIVE-RUN                                              zbnkswep
071520        SET RUNCTL-END TO TRUE                                    zbnkswep
071530        MOVE RETURN-CODE TO RUNCTL-RETURN-CODE                    zbnkswep
071540        CALL 'URUNCTL' USING WS-RUN-CONTROL                       zbnkswep
071550     END-IF.                                                      zbnkswep
071900                                                                  zbnkswep
071901******************************************************************zbnkswep
071902* Pick up the run mode from the exec parm. TRIAL, on its own or  *zbnkswep
071903* ahead of any other parm, makes this a trial run: everything    *zbnkswep
071904* is worked out as usual but nothing is posted, and UTRLIST      *zbnkswep
071905* lists on TRIALLST what a live run would have posted.           *zbnkswep
071906******************************************************************zbnkswep
071907 GET-RUN-MODE.                                                    zbnkswep
071908     SET TRL-LIVE-RUN TO TRUE.                                    zbnkswep
071909     IF LK-EXEC-PARM-LL IS LESS THAN 5                            zbnkswep
071910        GO TO GET-RUN-MODE-EXIT                                   zbnkswep
071911     END-IF.                                                      zbnkswep
071912     IF LK-EXEC-PARM-DATA (1:5) NOT = 'TRIAL'                     zbnkswep
071913        GO TO GET-RUN-MODE-EXIT                                   zbnkswep
071914     END-IF.                                                      zbnkswep
071915     IF LK-EXEC-PARM-LL IS GREATER THAN 5 AND                     zbnkswep
071916        LK-EXEC-PARM-DATA (6:1) NOT = SPACE                       zbnkswep
071917        GO TO GET-RUN-MODE-EXIT                                   zbnkswep
071918     END-IF.                                                      zbnkswep
071919     SET TRL-TRIAL-RUN TO TRUE.                                   zbnkswep
071920     MOVE 'Trial run - nothing will be posted'                    zbnkswep
071921       TO WS-CONSOLE-MESSAGE.                                     zbnkswep
071922     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkswep
071923 GET-RUN-MODE-EXIT.                                               zbnkswep
071924     EXIT.                                                        zbnkswep
071925                                                                  zbnkswep
071926******************************************************************zbnkswep
071927* Trial-run listing. The postings a live run would make are      *zbnkswep
071928* handed to UTRLIST instead, and each job summary line as well,  *zbnkswep
071929* so the TRIALLST listing can be signed off against the JOBSUM   *zbnkswep
071930* the live run will produce.                                     *zbnkswep
071931******************************************************************zbnkswep
071932 TRIAL-LISTING-START.                                             zbnkswep
071933     SET TRL-START TO TRUE.                                       zbnkswep
071934     MOVE 'ZBNKSWEP' TO TRL-JOB.                                  zbnkswep
071935     MOVE WS-RUN-DATE-DISPLAY TO TRL-RUN-DATE.                    zbnkswep
071936     PERFORM CALL-TRIAL-LISTING.                                  zbnkswep
071937                                                                  zbnkswep
071938 TRIAL-LIST-POSTING.                                              zbnkswep
071939     SET TRL-POSTING TO TRUE.                                     zbnkswep
071940     MOVE TXN-FILE-REC TO TRL-TXN-IMAGE.                          zbnkswep
071941     PERFORM CALL-TRIAL-LISTING.                                  zbnkswep
071942                                                                  zbnkswep
071943 TRIAL-LIST-SUMMARY-LINE.                                         zbnkswep
071944     SET TRL-SUMMARY-LINE TO TRUE.                                zbnkswep
071945     MOVE JOBSUM-REC TO TRL-TEXT.                                 zbnkswep
071946     PERFORM CALL-TRIAL-LISTING.                                  zbnkswep
071947                                                                  zbnkswep
071948 TRIAL-LISTING-FINISH.                                            zbnkswep
071949     SET TRL-FINISH TO TRUE.                                      zbnkswep
071950     PERFORM CALL-TRIAL-LISTING.                                  zbnkswep
071951     MOVE 'Trial listing written to TRIALLST'                     zbnkswep
071952       TO WS-CONSOLE-MESSAGE.                                     zbnkswep
071953     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkswep
071954                                                                  zbnkswep
071955 CALL-TRIAL-LISTING.                                              zbnkswep
071956     CALL 'UTRLIST' USING WS-TRIAL-PARM.                          zbnkswep
071957     IF TRL-FAILED                                                zbnkswep
071958        MOVE TRL-REPLY-TEXT TO WS-CONSOLE-MESSAGE                 zbnkswep
071959        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkswep
071960        PERFORM ABORT-PROGRAM                                     zbnkswep
071961     END-IF.                                                      zbnkswep
071962                                                                  zbnkswep
071963******************************************************************zbnkswep
071964* A trial run cannot rewrite BNKACCT, yet an account this run    *zbnkswep
071965* has already updated can come round again. Each updated         *zbnkswep
071966* record is kept here instead, and laid over the file's copy     *zbnkswep
071967* whenever the account is read again, so later postings see      *zbnkswep
071968* the balance a live run would. Past 500 accounts the later      *zbnkswep
071969* ones are read as on file and a warning is given.               *zbnkswep
071970******************************************************************zbnkswep
071971 TRIAL-KEEP-ACCOUNT.                                              zbnkswep
071972     PERFORM TRIAL-FIND-ACCOUNT.                                  zbnkswep
071973     IF WS-TRIAL-ACCT-HIT IS EQUAL TO ZERO                        zbnkswep
071974        IF WS-TRIAL-ACCT-COUNT IS EQUAL TO 500                    zbnkswep
071975           IF WS-TRIAL-ACCT-FULL = 'NO '                          zbnkswep
071976              MOVE 'YES' TO WS-TRIAL-ACCT-FULL                    zbnkswep
071977              MOVE 'Trial account table full - balances may vary' zbnkswep
071978                TO WS-CONSOLE-MESSAGE                             zbnkswep
071979              PERFORM DISPLAY-CONSOLE-MESSAGE                     zbnkswep
071980           END-IF                                                 zbnkswep
071981           GO TO TRIAL-KEEP-ACCOUNT-EXIT                          zbnkswep
071982        END-IF                                                    zbnkswep
071983        ADD 1 TO WS-TRIAL-ACCT-COUNT                              zbnkswep
071984        MOVE WS-TRIAL-ACCT-COUNT TO WS-TRIAL-ACCT-HIT             zbnkswep
071985        MOVE BAC-REC-ACCNO                                        zbnkswep
071986          TO WS-TRIAL-ACCT-ACCNO (WS-TRIAL-ACCT-HIT)              zbnkswep
071987     END-IF.                                                      zbnkswep
071988     MOVE ACCOUNT-FILE-REC                                        zbnkswep
071989       TO WS-TRIAL-ACCT-IMAGE (WS-TRIAL-ACCT-HIT).                zbnkswep
071990 TRIAL-KEEP-ACCOUNT-EXIT.                                         zbnkswep
071991     EXIT.                                                        zbnkswep
071992                                                                  zbnkswep
071993 TRIAL-FETCH-ACCOUNT.                                             zbnkswep
071994     IF TRL-LIVE-RUN OR WS-ACCOUNT-STATUS NOT = '00'              zbnkswep
071995        GO TO TRIAL-FETCH-ACCOUNT-EXIT                            zbnkswep
071996     END-IF.                                                      zbnkswep
071997     PERFORM TRIAL-FIND-ACCOUNT.                                  zbnkswep
071998     IF WS-TRIAL-ACCT-HIT IS GREATER THAN ZERO                    zbnkswep
071999        MOVE WS-TRIAL-ACCT-IMAGE (WS-TRIAL-ACCT-HIT)              zbnkswep
072004          TO ACCOUNT-FILE-REC                                     zbnkswep
072009     END-IF.                                                      zbnkswep
072014 TRIAL-FETCH-ACCOUNT-EXIT.                                        zbnkswep
072019     EXIT.                                                        zbnkswep
072024                                                                  zbnkswep
072029 TRIAL-FIND-ACCOUNT.                                              zbnkswep
072034     MOVE ZERO TO WS-TRIAL-ACCT-HIT.                              zbnkswep
072039     PERFORM TRIAL-FIND-ACCOUNT-STEP                              zbnkswep
072044         VARYING WS-TRIAL-ACCT-SUB FROM 1 BY 1                    zbnkswep
072049           UNTIL WS-TRIAL-ACCT-SUB IS GREATER THAN                zbnkswep
072054                 WS-TRIAL-ACCT-COUNT                              zbnkswep
072059              OR WS-TRIAL-ACCT-HIT IS GREATER THAN ZERO.          zbnkswep
072064                                                                  zbnkswep
072069 TRIAL-FIND-ACCOUNT-STEP.                                         zbnkswep
072074     IF WS-TRIAL-ACCT-ACCNO (WS-TRIAL-ACCT-SUB) = BAC-REC-ACCNO   zbnkswep
072079        MOVE WS-TRIAL-ACCT-SUB TO WS-TRIAL-ACCT-HIT               zbnkswep
072084     END-IF.                                                      zbnkswep
072089                                                                  zbnkswep
072094******************************************************************zbnkswep
072100* Display the file status bytes                                  *zbnkswep
072200******************************************************************zbnkswep
072300 DISPLAY-IO-STATUS.                                               zbnkswep
073900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkswep
074000     END-IF.                                                      zbnkswep
074100                                                                  zbnkswep
074106******************************************************************zbnkswep
074112* Copy the posting just written to BNKTXN into the BNKTXD daily  *zbnkswep
074118* posting journal through UTXNJNL. A failure is an abort - the   *zbnkswep
074124* nightly jobs read the journal and would miss the posting.      *zbnkswep
074130******************************************************************zbnkswep
074136 JOURNAL-DAILY-POSTING.                                           zbnkswep
074142     SET TXJ-WRITE TO TRUE.                                       zbnkswep
074148     MOVE TXN-FILE-REC TO TXJ-TXN-IMAGE.                          zbnkswep
074154     CALL 'UTXNJNL' USING WS-TXNJ-PARM.                           zbnkswep
074160     IF TXJ-FAILED                                                zbnkswep
074166        MOVE TXJ-REPLY-TEXT TO WS-CONSOLE-MESSAGE                 zbnkswep
074172        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkswep
074178        PERFORM ABORT-PROGRAM                                     zbnkswep
074184     END-IF.                                                      zbnkswep
074190                                                                  zbnkswep
074200******************************************************************zbnkswep
074300* 'ABORT' the program. Post a message and issue a goback         *zbnkswep
074400******************************************************************zbnkswep
