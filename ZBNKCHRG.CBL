002300*              overdraft/low-balance alert scan (ZBNKOVRD) -     *zbnkchrg
002400*              that job only reports low balances, it never      *zbnkchrg
002500*              posts against the account.                        *zbnkchrg
002510*              With a RANGE exec parm it processes one slice of  *zbnkchrg
002520*              the account file, so several copies can run at    *zbnkchrg
002530*              once; ZBNKJSMG merges their job summaries.        *zbnkchrg
002540*              With a TRIAL exec parm it works everything out as *zbnkchrg
002550*              usual but posts nothing, listing what it would    *zbnkchrg
002560*              have posted on TRIALLST (see UTRLIST.CBL).        *zbnkchrg
002600******************************************************************zbnkchrg
002700 IDENTIFICATION DIVISION.                                         zbnkchrg
002800 PROGRAM-ID.                                                      zbnkchrg
012800                                                                  zbnkchrg
012900 01  WS-RUN-CONTROL.                                              zbnkchrg
013000 COPY CRUNCTLD.                                                   zbnkchrg
013010 01  WS-ACCT-RANGE.                                               zbnkchrg
013020 COPY CACCRNGD.                                                   zbnkchrg
013100 01  WS-FILE-STATUSES.                                            zbnkchrg
013200   05  WS-ACCOUNT-STATUS.                                         zbnkchrg
013300     10  WS-ACCOUNT-STAT1              PIC X(1).                  zbnkchrg
025500                                                                  zbnkchrg
025600 01  WS-END-OF-ACCOUNT                     PIC X(3) VALUE 'NO '.  zbnkchrg
025700                                                                  zbnkchrg
026200 01  WS-JRNL-PARM.                                                zbnkchrg
026300 COPY CJRNLD.                                                     zbnkchrg
026400 01  WS-JRNL-IMAGE                         PIC X(200).            zbnkchrg
026410                                                                  zbnkchrg
026420 01  WS-TXNJ-PARM.                                                zbnkchrg
026430 COPY CTXNJND.                                                    zbnkchrg
026440                                                                  zbnkchrg
026450 01  WS-TRIAL-PARM.                                               zbnkchrg
026460 COPY CTRLSTD.                                                    zbnkchrg
026500                                                                  zbnkchrg
026507******************************************************************zbnkchrg
026515* The exec parm is optional. TRIAL makes this a trial run that   *zbnkchrg
026523* posts nothing (see CTRLSTD.CPY). RANGE fffffffff ttttttttt     *zbnkchrg
026531* nn/mm, on its own or after TRIAL, runs this job over one       *zbnkchrg
026539* slice of BNKACCT (see CACCRNGD.CPY) so that several slices     *zbnkchrg
026547* can run at once; without it the whole file is processed.       *zbnkchrg
026556******************************************************************zbnkchrg
026570 LINKAGE SECTION.                                                 zbnkchrg
026580 01  LK-EXEC-PARM.                                                zbnkchrg
026590   05  LK-EXEC-PARM-LL                     PIC S9(4) COMP.        zbnkchrg
026600   05  LK-EXEC-PARM-DATA                   PIC X(37).             zbnkchrg
026610                                                                  zbnkchrg
026620 PROCEDURE DIVISION USING LK-EXEC-PARM.                           zbnkchrg
026700                                                                  zbnkchrg
026703     PERFORM GET-RUN-MODE                                         zbnkchrg
026706         THRU GET-RUN-MODE-EXIT.                                  zbnkchrg
026710     PERFORM GET-ACCOUNT-RANGE                                    zbnkchrg
026720         THRU GET-ACCOUNT-RANGE-EXIT.                             zbnkchrg
026800     PERFORM RUN-CONTROL-START                                    zbnkchrg
026900         THRU RUN-CONTROL-START-EXIT.                             zbnkchrg
027000                                                                  zbnkchrg
027100     PERFORM GET-RUN-DATE.                                        zbnkchrg
027110     IF TRL-TRIAL-RUN                                             zbnkchrg
027120        PERFORM TRIAL-LISTING-START                               zbnkchrg
027130     END-IF.                                                      zbnkchrg
027200                                                                  zbnkchrg
027300     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           zbnkchrg
027400     STRING 'Service charge run for ' DELIMITED BY SIZE           zbnkchrg
028100     PERFORM ACCOUNT-CLOSE.                                       zbnkchrg
028200                                                                  zbnkchrg
028300     PERFORM ACCOUNT-OPEN.                                        zbnkchrg
028310     PERFORM ACCOUNT-POSITION                                     zbnkchrg
028320         THRU ACCOUNT-POSITION-EXIT.                              zbnkchrg
028400     PERFORM ATYPE-OPEN.                                          zbnkchrg
028500     PERFORM ATEF-OPEN.                                           zbnkchrg
028600     PERFORM FEER-OPEN.                                           zbnkchrg
028800
028900     PERFORM CUSTOMER-OPEN.                                       zbnkchrg
029000     PERFORM WAIVRPT-OPEN.                                        zbnkchrg
029010     IF TRL-LIVE-RUN                                              zbnkchrg
029020        PERFORM TXN-OPEN                                          zbnkchrg
029030     END-IF.                                                      zbnkchrg
029200                                                                  zbnkchrg
029300     PERFORM POST-FEE-FOR-ALL-ACCOUNTS.                           zbnkchrg
029400                                                                  zbnkchrg
030000
030100     PERFORM CUSTOMER-CLOSE.                                      zbnkchrg
030200     PERFORM WAIVRPT-CLOSE.                                       zbnkchrg
030210     IF TRL-LIVE-RUN                                              zbnkchrg
030220        PERFORM TXN-CLOSE                                         zbnkchrg
030230     END-IF.                                                      zbnkchrg
030400                                                                  zbnkchrg
030500     PERFORM PRINT-JOB-SUMMARY.                                   zbnkchrg
030510     IF TRL-TRIAL-RUN                                             zbnkchrg
030520        PERFORM TRIAL-LISTING-FINISH                              zbnkchrg
030530     END-IF.                                                      zbnkchrg
030600                                                                  zbnkchrg
030700     IF WS-REL-OVERFLOW IS GREATER THAN ZERO                      zbnkchrg
030800        MOVE 'Relationship table overflowed - waivers partial'    zbnkchrg
072900* sequence.                                                      *zbnkchrg
073000******************************************************************zbnkchrg
073100 ACCOUNT-OPEN.                                                    zbnkchrg
073110     IF TRL-TRIAL-RUN                                             zbnkchrg
073120        OPEN INPUT ACCOUNT-FILE                                   zbnkchrg
073130     ELSE                                                         zbnkchrg
073140        OPEN I-O ACCOUNT-FILE                                     zbnkchrg
073150     END-IF.                                                      zbnkchrg
073300     IF WS-ACCOUNT-STATUS = '00'                                  zbnkchrg
073400        MOVE 'ACCOUNT file opened OK' TO WS-CONSOLE-MESSAGE       zbnkchrg
073500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchrg
074100        PERFORM ABORT-PROGRAM                                     zbnkchrg
074200     END-IF.                                                      zbnkchrg
074300                                                                  zbnkchrg
074303******************************************************************zbnkchrg
074306* A slice run starts its browse at the first account of its      *zbnkchrg
074309* range and stops after the last; a whole-file run is left       *zbnkchrg
074312* where the open put it. No account at or after the start        *zbnkchrg
074315* of the range leaves the slice with nothing to do.              *zbnkchrg
074318******************************************************************zbnkchrg
074321 ACCOUNT-POSITION.                                                zbnkchrg
074324     IF NOT ACR-SLICED                                            zbnkchrg
074327        GO TO ACCOUNT-POSITION-EXIT                               zbnkchrg
074330     END-IF.                                                      zbnkchrg
074333     MOVE ACR-TO-ACCNO TO ACR-SCAN-LIMIT.                         zbnkchrg
074336     MOVE ACR-FROM-ACCNO TO BAC-REC-ACCNO.                        zbnkchrg
074339     START ACCOUNT-FILE KEY IS NOT LESS THAN BAC-REC-ACCNO.       zbnkchrg
074342     IF WS-ACCOUNT-STATUS = '23'                                  zbnkchrg
074345        SET ACR-SCAN-ENDED TO TRUE                                zbnkchrg
074348        GO TO ACCOUNT-POSITION-EXIT                               zbnkchrg
074351     END-IF.                                                      zbnkchrg
074354     IF WS-ACCOUNT-STATUS NOT = '00'                              zbnkchrg
074357        MOVE 'ACCOUNT Error positioning file ...'                 zbnkchrg
074360          TO WS-CONSOLE-MESSAGE                                   zbnkchrg
074363        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchrg
074366        MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS                    zbnkchrg
074369        PERFORM DISPLAY-IO-STATUS                                 zbnkchrg
074372        PERFORM ABORT-PROGRAM                                     zbnkchrg
074375     END-IF.                                                      zbnkchrg
074378 ACCOUNT-POSITION-EXIT.                                           zbnkchrg
074381     EXIT.                                                        zbnkchrg
074384                                                                  zbnkchrg
074400******************************************************************zbnkchrg
074500* Read the next ACCOUNT record in key sequence.                  *zbnkchrg
074600******************************************************************zbnkchrg
074610 ACCOUNT-GET.                                                     zbnkchrg
074620     IF ACR-SCAN-ENDED                                            zbnkchrg
074630        MOVE 'YES' TO WS-END-OF-ACCOUNT                           zbnkchrg
074640     ELSE                                                         zbnkchrg
074650        PERFORM ACCOUNT-READ-NEXT                                 zbnkchrg
074660     END-IF.                                                      zbnkchrg
074670                                                                  zbnkchrg
074680 ACCOUNT-READ-NEXT.                                               zbnkchrg
074800     READ ACCOUNT-FILE NEXT RECORD.                               zbnkchrg
074900     IF WS-ACCOUNT-STATUS = '00'                                  zbnkchrg
075000        MOVE ACCOUNT-FILE-REC TO WS-JRNL-IMAGE                    zbnkchrg
076100           PERFORM ABORT-PROGRAM                                  zbnkchrg
076200        END-IF                                                    zbnkchrg
076300     END-IF.                                                      zbnkchrg
076310     IF WS-ACCOUNT-STATUS = '00' AND                              zbnkchrg
076320        BAC-REC-ACCNO IS GREATER THAN ACR-SCAN-LIMIT              zbnkchrg
076330        SET ACR-SCAN-ENDED TO TRUE                                zbnkchrg
076340        MOVE 'YES' TO WS-END-OF-ACCOUNT                           zbnkchrg
076350     END-IF.                                                      zbnkchrg
076400                                                                  zbnkchrg
076500******************************************************************zbnkchrg
076600* Rewrite the current account record. Having already been        *zbnkchrg
076700* read and validated, a failure here is an abort condition.      *zbnkchrg
076800******************************************************************zbnkchrg
076900 ACCOUNT-REWRITE.                                                 zbnkchrg
076910     IF TRL-LIVE-RUN                                              zbnkchrg
076920        PERFORM ACCOUNT-REWRITE-RECORD                            zbnkchrg
076930     END-IF.                                                      zbnkchrg
076940                                                                  zbnkchrg
076950 ACCOUNT-REWRITE-RECORD.                                          zbnkchrg
077000     PERFORM WRITE-BEFORE-IMAGE.                                  zbnkchrg
077100     REWRITE ACCOUNT-FILE-REC.                                    zbnkchrg
077200     IF WS-ACCOUNT-STATUS NOT = '00'                              zbnkchrg
088800     MOVE WS-POST-DESC TO BTX-REC-DESC.                           zbnkchrg
088900     MOVE WS-POST-TYPE TO BTX-REC-TYPE.                           zbnkchrg
089000     MOVE WS-POST-BALANCE TO BTX-REC-BALANCE.                     zbnkchrg
089010     IF TRL-TRIAL-RUN                                             zbnkchrg
089020        PERFORM TRIAL-LIST-POSTING                                zbnkchrg
089030     ELSE                                                         zbnkchrg
089040        PERFORM TXN-PUT                                           zbnkchrg
089050     END-IF.                                                      zbnkchrg
089060                                                                  zbnkchrg
089070 TXN-PUT.                                                         zbnkchrg
089080     SET BTX-REC-CHN-SYSTEM TO TRUE.                              zbnkchrg
089100     WRITE TXN-FILE-REC.                                          zbnkchrg
089200     IF WS-TXN-STATUS NOT = '00'                                  zbnkchrg
089300        MOVE 'TXN Error writing file ...' TO WS-CONSOLE-MESSAGE   zbnkchrg
089600        PERFORM DISPLAY-IO-STATUS                                 zbnkchrg
089700        PERFORM ABORT-PROGRAM                                     zbnkchrg
089800     END-IF.                                                      zbnkchrg
089810     PERFORM JOURNAL-DAILY-POSTING.                               zbnkchrg
089900                                                                  zbnkchrg
090000******************************************************************zbnkchrg
090100* Post the balancing office-account contra through UOFAPOST.    * zbnkchrg
090500******************************************************************zbnkchrg
090600 POST-OFFICE-CONTRA.                                              zbnkchrg
090700     MOVE WS-TODAY-DATE-N TO OFA-BUSDATE.                         zbnkchrg
090710     IF TRL-TRIAL-RUN                                             zbnkchrg
090720        PERFORM TRIAL-LIST-CONTRA                                 zbnkchrg
090730     ELSE                                                         zbnkchrg
090740        PERFORM OFFICE-CONTRA-CALL                                zbnkchrg
090750     END-IF.                                                      zbnkchrg
090760                                                                  zbnkchrg
090770 OFFICE-CONTRA-CALL.                                              zbnkchrg
090800     CALL 'UOFAPOST' USING WS-OFAPOST-PARM.                       zbnkchrg
090900     IF OFA-FAILED                                                zbnkchrg
091000        MOVE OFA-REPLY-TEXT TO WS-CONSOLE-MESSAGE                 zbnkchrg
091500******************************************************************zbnkchrg
091600* Write a short end-of-job summary to the JOBSUM file, in the    *zbnkchrg
091700* same style as the statement print run's job summary.           *zbnkchrg
091710* A slice run heads its summary with its slice and account       *zbnkchrg
091720* range, which is what ZBNKJSMG merges the slices on.            *zbnkchrg
091800******************************************************************zbnkchrg
091900 PRINT-JOB-SUMMARY.                                               zbnkchrg
092000     PERFORM JOBSUM-OPEN.                                         zbnkchrg
092007     IF ACR-SLICED                                                zbnkchrg
092014        MOVE SPACES TO JOBSUM-REC                                 zbnkchrg
092021        STRING 'ZBNKCHRG slice ' DELIMITED BY SIZE                zbnkchrg
092028               ACR-SLICE DELIMITED BY SIZE                        zbnkchrg
092035               ' of ' DELIMITED BY SIZE                           zbnkchrg
092042               ACR-SLICES DELIMITED BY SIZE                       zbnkchrg
092049               ' accounts ' DELIMITED BY SIZE                     zbnkchrg
092056               ACR-FROM-ACCNO DELIMITED BY SIZE                   zbnkchrg
092063               ' to ' DELIMITED BY SIZE                           zbnkchrg
092070               ACR-TO-ACCNO DELIMITED BY SIZE                     zbnkchrg
092077          INTO JOBSUM-REC                                         zbnkchrg
092084        PERFORM JOBSUM-PUT                                        zbnkchrg
092091     END-IF.                                                      zbnkchrg
092100     MOVE SPACES TO JOBSUM-REC.                                   zbnkchrg
092200     STRING 'Accounts charged a service fee:  ' DELIMITED BY SIZE zbnkchrg
092300            WS-ACCOUNTS-PROCESSED DELIMITED BY SIZE               zbnkchrg
096600        PERFORM DISPLAY-IO-STATUS                                 zbnkchrg
096700        PERFORM ABORT-PROGRAM                                     zbnkchrg
096800     END-IF.                                                      zbnkchrg
096810     IF TRL-TRIAL-RUN                                             zbnkchrg
096820        PERFORM TRIAL-LIST-SUMMARY-LINE                           zbnkchrg
096830     END-IF.                                                      zbnkchrg
096900                                                                  zbnkchrg
097000 JOBSUM-CLOSE.                                                    zbnkchrg
097100     CLOSE JOBSUM-FILE.                                           zbnkchrg
098000        PERFORM ABORT-PROGRAM                                     zbnkchrg
098100     END-IF.                                                      zbnkchrg
098200                                                                  zbnkchrg
098202******************************************************************zbnkchrg
098203* Pick up the account range from the exec parm. A bad RANGE      *zbnkchrg
098204* parm stops the job before it touches run control or any        *zbnkchrg
098205* file.                                                          *zbnkchrg
098206* A leading TRIAL has already been taken by GET-RUN-MODE and     *zbnkchrg
098207* is stepped over here.                                          *zbnkchrg
098208******************************************************************zbnkchrg
098209 GET-ACCOUNT-RANGE.                                               zbnkchrg
098210     MOVE ZERO TO ACR-PARM-LENGTH.                                zbnkchrg
098211     MOVE SPACES TO ACR-PARM-TEXT.                                zbnkchrg
098212     IF TRL-TRIAL-RUN                                             zbnkchrg
098213        IF LK-EXEC-PARM-LL IS GREATER THAN 6                      zbnkchrg
098214           COMPUTE ACR-PARM-LENGTH = LK-EXEC-PARM-LL - 6          zbnkchrg
098215           MOVE LK-EXEC-PARM-DATA (7:31) TO ACR-PARM-TEXT         zbnkchrg
098216        END-IF                                                    zbnkchrg
098217     ELSE                                                         zbnkchrg
098218        IF LK-EXEC-PARM-LL IS GREATER THAN ZERO                   zbnkchrg
098219           MOVE LK-EXEC-PARM-LL TO ACR-PARM-LENGTH                zbnkchrg
098220           MOVE LK-EXEC-PARM-DATA TO ACR-PARM-TEXT                zbnkchrg
098221        END-IF                                                    zbnkchrg
098222     END-IF.                                                      zbnkchrg
098223     CALL 'UACCRNG' USING WS-ACCT-RANGE.                          zbnkchrg
098228     IF ACR-PARM-INVALID                                          zbnkchrg
098230        MOVE ACR-REPLY-TEXT TO WS-CONSOLE-MESSAGE                 zbnkchrg
098232        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchrg
098234        MOVE 'Exec parm rejected - job not run'                   zbnkchrg
098236          TO WS-CONSOLE-MESSAGE                                   zbnkchrg
098238        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchrg
098240        MOVE 8 TO RETURN-CODE                                     zbnkchrg
098242        GOBACK                                                    zbnkchrg
098244     END-IF.                                                      zbnkchrg
098246     IF ACR-SLICED                                                zbnkchrg
098248        MOVE SPACES TO WS-CONSOLE-MESSAGE                         zbnkchrg
098250        STRING 'Accounts ' DELIMITED BY SIZE                      zbnkchrg
098252               ACR-FROM-ACCNO DELIMITED BY SIZE                   zbnkchrg
098254               ' to ' DELIMITED BY SIZE                           zbnkchrg
098256               ACR-TO-ACCNO DELIMITED BY SIZE                     zbnkchrg
098258               ', slice ' DELIMITED BY SIZE                       zbnkchrg
098260               ACR-SLICE DELIMITED BY SIZE                        zbnkchrg
098262               ' of ' DELIMITED BY SIZE                           zbnkchrg
098264               ACR-SLICES DELIMITED BY SIZE                       zbnkchrg
098266          INTO WS-CONSOLE-MESSAGE                                 zbnkchrg
098268        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchrg
098270     END-IF.                                                      zbnkchrg
098272 GET-ACCOUNT-RANGE-EXIT.                                          zbnkchrg
098274     EXIT.                                                        zbnkchrg
098276                                                                  zbnkchrg
098300******************************************************************zbnkchrg
098400* Run-control hooks. The START call blocks this job when it has  *zbnkchrg
098500* already completed for the business date or a prerequisite has  *zbnkchrg
098600* not, and records the start on BNKRUNC; the END call records    *zbnkchrg
098700* the end time and return code. See URUNCTL.CBL.                 *zbnkchrg
098710* A trial run leaves BNKRUNC alone altogether.                   *zbnkchrg
098800******************************************************************zbnkchrg
098900 RUN-CONTROL-START.                                               zbnkchrg
098910     IF TRL-TRIAL-RUN                                             zbnkchrg
098920        GO TO RUN-CONTROL-START-EXIT                              zbnkchrg
098930     END-IF.                                                      zbnkchrg
099000     SET RUNCTL-START TO TRUE.                                    zbnkchrg
099100     MOVE 'ZBNKCHRG' TO RUNCTL-JOB.                               zbnkchrg
099200     MOVE ZERO TO RUNCTL-BUSDATE.                                 zbnkchrg
099300     MOVE ZERO TO RUNCTL-RETURN-CODE.                             zbnkchrg
099310     MOVE ACR-SLICE TO RUNCTL-SLICE.                              zbnkchrg
099320     MOVE ACR-SLICES TO RUNCTL-SLICES.                            zbnkchrg
099400     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkchrg
099500     IF RUNCTL-BLOCKED                                            zbnkchrg
099600        MOVE RUNCTL-REPLY-TEXT TO WS-CONSOLE-MESSAGE              zbnkchrg
100400     EXIT.                                                        zbnkchrg
100500                                                                  zbnkchrg
100600 RUN-CONTROL-END.                                                 zbnkchrg
100610     IF TRL-LIVE-RUN                                              zbnkchrg
100620        SET RUNCTL-END TO TRUE                                    zbnkchrg
100630        MOVE RETURN-CODE TO RUNCTL-RETURN-CODE                    zbnkchrg
100640        CALL 'URUNCTL' USING WS-RUN-CONTROL                       zbnkchrg
100650     END-IF.                                                      zbnkchrg
101000                                                                  zbnkchrg
101001******************************************************************zbnkchrg
101002* Pick up the run mode from the exec parm. TRIAL, on its own or  *zbnkchrg
101003* ahead of any other parm, makes this a trial run: everything    *zbnkchrg
101004* is worked out as usual but nothing is posted, and UTRLIST      *zbnkchrg
101005* lists on TRIALLST what a live run would have posted.           *zbnkchrg
101006******************************************************************zbnkchrg
101007 GET-RUN-MODE.                                                    zbnkchrg
101008     SET TRL-LIVE-RUN TO TRUE.                                    zbnkchrg
101009     IF LK-EXEC-PARM-LL IS LESS THAN 5                            zbnkchrg
101010        GO TO GET-RUN-MODE-EXIT                                   zbnkchrg
101011     END-IF.                                                      zbnkchrg
101012     IF LK-EXEC-PARM-DATA (1:5) NOT = 'TRIAL'                     zbnkchrg
101013        GO TO GET-RUN-MODE-EXIT                                   zbnkchrg
101014     END-IF.                                                      zbnkchrg
101015     IF LK-EXEC-PARM-LL IS GREATER THAN 5 AND                     zbnkchrg
101016        LK-EXEC-PARM-DATA (6:1) NOT = SPACE                       zbnkchrg
101017        GO TO GET-RUN-MODE-EXIT                                   zbnkchrg
101018     END-IF.                                                      zbnkchrg
101019     SET TRL-TRIAL-RUN TO TRUE.                                   zbnkchrg
101020     MOVE 'Trial run - nothing will be posted'                    zbnkchrg
101021       TO WS-CONSOLE-MESSAGE.                                     zbnkchrg
101022     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkchrg
101023 GET-RUN-MODE-EXIT.                                               zbnkchrg
101024     EXIT.                                                        zbnkchrg
101025                                                                  zbnkchrg
101026******************************************************************zbnkchrg
101027* Trial-run listing. The postings and office-account contras a   *zbnkchrg
101028* live run would make are handed to UTRLIST instead, and each    *zbnkchrg
101029* job summary line as well, so the TRIALLST listing can be       *zbnkchrg
101030* signed off against the JOBSUM the live run will produce.       *zbnkchrg
101031******************************************************************zbnkchrg
101032 TRIAL-LISTING-START.                                             zbnkchrg
101033     SET TRL-START TO TRUE.                                       zbnkchrg
101034     MOVE 'ZBNKCHRG' TO TRL-JOB.                                  zbnkchrg
101035     MOVE WS-RUN-DATE-DISPLAY TO TRL-RUN-DATE.                    zbnkchrg
101036     PERFORM CALL-TRIAL-LISTING.                                  zbnkchrg
101037                                                                  zbnkchrg
101038 TRIAL-LIST-POSTING.                                              zbnkchrg
101039     SET TRL-POSTING TO TRUE.                                     zbnkchrg
101040     MOVE TXN-FILE-REC TO TRL-TXN-IMAGE.                          zbnkchrg
101041     PERFORM CALL-TRIAL-LISTING.                                  zbnkchrg
101042                                                                  zbnkchrg
101043 TRIAL-LIST-CONTRA.                                               zbnkchrg
101044     SET TRL-CONTRA TO TRUE.                                      zbnkchrg
101045     MOVE OFA-ID TO TRL-OFA-ID.                                   zbnkchrg
101046     MOVE OFA-DRCR TO TRL-OFA-DRCR.                               zbnkchrg
101047     MOVE OFA-AMOUNT TO TRL-OFA-AMOUNT.                           zbnkchrg
101048     PERFORM CALL-TRIAL-LISTING.                                  zbnkchrg
101049                                                                  zbnkchrg
101050 TRIAL-LIST-SUMMARY-LINE.                                         zbnkchrg
101051     SET TRL-SUMMARY-LINE TO TRUE.                                zbnkchrg
101052     MOVE JOBSUM-REC TO TRL-TEXT.                                 zbnkchrg
101053     PERFORM CALL-TRIAL-LISTING.                                  zbnkchrg
101054                                                                  zbnkchrg
101055 TRIAL-LISTING-FINISH.                                            zbnkchrg
101056     SET TRL-FINISH TO TRUE.                                      zbnkchrg
101057     PERFORM CALL-TRIAL-LISTING.                                  zbnkchrg
101058     MOVE 'Trial listing written to TRIALLST'                     zbnkchrg
101059       TO WS-CONSOLE-MESSAGE.                                     zbnkchrg
101060     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkchrg
101061                                                                  zbnkchrg
101062 CALL-TRIAL-LISTING.                                              zbnkchrg
101063     CALL 'UTRLIST' USING WS-TRIAL-PARM.                          zbnkchrg
101064     IF TRL-FAILED                                                zbnkchrg
101065        MOVE TRL-REPLY-TEXT TO WS-CONSOLE-MESSAGE                 zbnkchrg
101066        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchrg
101067        PERFORM ABORT-PROGRAM                                     zbnkchrg
101068     END-IF.                                                      zbnkchrg
101069                                                                  zbnkchrg
101100******************************************************************zbnkchrg
101200* Display the file status bytes                                  *zbnkchrg
101300******************************************************************zbnkchrg
105400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchrg
105500     END-IF.                                                      zbnkchrg
105600                                                                  zbnkchrg
105606******************************************************************zbnkchrg
105612* Copy the posting just written to BNKTXN into the BNKTXD daily  *zbnkchrg
105618* posting journal through UTXNJNL. A failure is an abort - the   *zbnkchrg
105624* nightly jobs read the journal and would miss the posting.      *zbnkchrg
105630******************************************************************zbnkchrg
105636 JOURNAL-DAILY-POSTING.                                           zbnkchrg
105642     SET TXJ-WRITE TO TRUE.                                       zbnkchrg
105648     MOVE TXN-FILE-REC TO TXJ-TXN-IMAGE.                          zbnkchrg
105654     CALL 'UTXNJNL' USING WS-TXNJ-PARM.                           zbnkchrg
105660     IF TXJ-FAILED                                                zbnkchrg
105666        MOVE TXJ-REPLY-TEXT TO WS-CONSOLE-MESSAGE                 zbnkchrg
105672        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchrg
105678        PERFORM ABORT-PROGRAM                                     zbnkchrg
105684     END-IF.                                                      zbnkchrg
105690                                                                  zbnkchrg
105700 ABORT-PROGRAM.                                                   zbnkchrg
105800     IF WS-CONSOLE-MESSAGE NOT = SPACES                           zbnkchrg
105900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchrg
