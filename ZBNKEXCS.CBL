002000*              the LETTERS file the day an account passes the    *zbnkexcs
002100*              grace period. Debit interest itself is accrued    *zbnkexcs
002200*              by ZBNKACRL and capitalised by ZBNKINTR.          *zbnkexcs
002210*              With a RANGE exec parm it processes one slice of  *zbnkexcs
002220*              the account file, so several copies can run at    *zbnkexcs
002230*              once; ZBNKJSMG merges their job summaries.        *zbnkexcs
002300******************************************************************zbnkexcs
002400 IDENTIFICATION DIVISION.                                         zbnkexcs
002500 PROGRAM-ID.                                                      zbnkexcs
009000 01  JOBSUM-REC                            PIC X(80).             zbnkexcs
009100                                                                  zbnkexcs
009200 WORKING-STORAGE SECTION.                                         zbnkexcs
009210 01  WS-RUN-CONTROL.                                              zbnkexcs
009220 COPY CRUNCTLD.                                                   zbnkexcs
009230 01  WS-ACCT-RANGE.                                               zbnkexcs
009240 COPY CACCRNGD.                                                   zbnkexcs
009300 01  WS-FILE-STATUSES.                                            zbnkexcs
009400   05  WS-ACCOUNT-STATUS.                                         zbnkexcs
009500     10  WS-ACCOUNT-STAT1              PIC X(1).                  zbnkexcs
014900                                                                  zbnkexcs
015000 01  WS-END-OF-ACCOUNT                     PIC X(3) VALUE 'NO '.  zbnkexcs
015100                                                                  zbnkexcs
015110******************************************************************zbnkexcs
015120* The exec parm is optional. RANGE fffffffff ttttttttt nn/mm     *zbnkexcs
015130* runs this job over one slice of BNKACCT (see CACCRNGD.CPY)     *zbnkexcs
015140* so that several slices can run at once; without it the         *zbnkexcs
015150* whole file is processed as before.                             *zbnkexcs
015160******************************************************************zbnkexcs
015170 LINKAGE SECTION.                                                 zbnkexcs
015180 01  LK-EXEC-PARM.                                                zbnkexcs
015190   05  LK-EXEC-PARM-LL                     PIC S9(4) COMP.        zbnkexcs
015200   05  LK-EXEC-PARM-DATA                   PIC X(31).             zbnkexcs
015210                                                                  zbnkexcs
015220 PROCEDURE DIVISION USING LK-EXEC-PARM.                           zbnkexcs
015700                                                                  zbnkexcs
015710     PERFORM GET-ACCOUNT-RANGE                                    zbnkexcs
015720         THRU GET-ACCOUNT-RANGE-EXIT.                             zbnkexcs
015730     PERFORM RUN-CONTROL-START                                    zbnkexcs
015740         THRU RUN-CONTROL-START-EXIT.                             zbnkexcs
015750                                                                  zbnkexcs
015800     PERFORM GET-RUN-DATE.                                        zbnkexcs
015900                                                                  zbnkexcs
016000     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           zbnkexcs
016400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkexcs
016500                                                                  zbnkexcs
016600     PERFORM ACCOUNT-OPEN.                                        zbnkexcs
016610     PERFORM ACCOUNT-POSITION                                     zbnkexcs
016620         THRU ACCOUNT-POSITION-EXIT.                              zbnkexcs
016700     PERFORM ACCRUAL-OPEN.                                        zbnkexcs
016800     PERFORM PRINTOUT-OPEN.                                       zbnkexcs
016900     PERFORM LETTERS-OPEN.                                        zbnkexcs
018800     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     zbnkexcs
018900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkexcs
019000     MOVE 0 TO RETURN-CODE.                                       zbnkexcs
019010     PERFORM RUN-CONTROL-END.                                     zbnkexcs
019100     GOBACK.                                                      zbnkexcs
019200                                                                  zbnkexcs
019300******************************************************************zbnkexcs
025600        MOVE ZERO TO AR-REC-ACCRUED                               zbnkexcs
025700        MOVE ZERO TO AR-REC-LAST-ACCRUE-DTE                       zbnkexcs
025800        MOVE ZERO TO AR-REC-EXCESS-DAYS                           zbnkexcs
025810       MOVE ZERO TO AR-REC-RETURNED-ITEMS                         zbnkexcs
025820       MOVE ZERO TO AR-REC-LAST-RETURNED-DTE                      zbnkexcs
025900        PERFORM ACCRUAL-WRITE                                     zbnkexcs
026000     END-IF.                                                      zbnkexcs
026100     IF AR-REC-EXCESS-DAYS IS NOT NUMERIC                         zbnkexcs
032100        PERFORM ABORT-PROGRAM                                     zbnkexcs
032200     END-IF.                                                      zbnkexcs
032300                                                                  zbnkexcs
032305******************************************************************zbnkexcs
032310* A slice run starts its browse at the first account of its      *zbnkexcs
032315* range and stops after the last; a whole-file run is left       *zbnkexcs
032320* where the open put it. No account at or after the start        *zbnkexcs
032325* of the range leaves the slice with nothing to do.              *zbnkexcs
032330******************************************************************zbnkexcs
032335 ACCOUNT-POSITION.                                                zbnkexcs
032340     IF NOT ACR-SLICED                                            zbnkexcs
032345        GO TO ACCOUNT-POSITION-EXIT                               zbnkexcs
032350     END-IF.                                                      zbnkexcs
032355     MOVE ACR-TO-ACCNO TO ACR-SCAN-LIMIT.                         zbnkexcs
032360     MOVE ACR-FROM-ACCNO TO BAC-REC-ACCNO.                        zbnkexcs
032365     START ACCOUNT-FILE KEY IS NOT LESS THAN BAC-REC-ACCNO.       zbnkexcs
032370     IF WS-ACCOUNT-STATUS = '23'                                  zbnkexcs
032375        SET ACR-SCAN-ENDED TO TRUE                                zbnkexcs
032380        GO TO ACCOUNT-POSITION-EXIT                               zbnkexcs
032385     END-IF.                                                      zbnkexcs
032390     IF WS-ACCOUNT-STATUS NOT = '00'                              zbnkexcs
032395        MOVE 'ACCOUNT Error positioning file ...'                 zbnkexcs
032400          TO WS-CONSOLE-MESSAGE                                   zbnkexcs
032405        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkexcs
032410        MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS                    zbnkexcs
032415        PERFORM DISPLAY-IO-STATUS                                 zbnkexcs
032420        PERFORM ABORT-PROGRAM                                     zbnkexcs
032425     END-IF.                                                      zbnkexcs
032430 ACCOUNT-POSITION-EXIT.                                           zbnkexcs
032435     EXIT.                                                        zbnkexcs
032440                                                                  zbnkexcs
032445 ACCOUNT-GET.                                                     zbnkexcs
032450     IF ACR-SCAN-ENDED                                            zbnkexcs
032455        MOVE 'YES' TO WS-END-OF-ACCOUNT                           zbnkexcs
032460     ELSE                                                         zbnkexcs
032465        PERFORM ACCOUNT-READ-NEXT                                 zbnkexcs
032470     END-IF.                                                      zbnkexcs
032475                                                                  zbnkexcs
032480 ACCOUNT-READ-NEXT.                                               zbnkexcs
032500     READ ACCOUNT-FILE NEXT RECORD.                               zbnkexcs
032600     IF WS-ACCOUNT-STATUS NOT = '00'                              zbnkexcs
032700        IF WS-ACCOUNT-STATUS = '10'                               zbnkexcs
033500           PERFORM ABORT-PROGRAM                                  zbnkexcs
033600        END-IF                                                    zbnkexcs
033700     END-IF.                                                      zbnkexcs
033710     IF WS-ACCOUNT-STATUS = '00' AND                              zbnkexcs
033720        BAC-REC-ACCNO IS GREATER THAN ACR-SCAN-LIMIT              zbnkexcs
033730        SET ACR-SCAN-ENDED TO TRUE                                zbnkexcs
033740        MOVE 'YES' TO WS-END-OF-ACCOUNT                           zbnkexcs
033750     END-IF.                                                      zbnkexcs
033800                                                                  zbnkexcs
033900 ACCOUNT-CLOSE.                                                   zbnkexcs
034000     CLOSE ACCOUNT-FILE.                                          zbnkexcs
047100******************************************************************zbnkexcs
047200* Write a short end-of-job summary to the JOBSUM file, in the    *zbnkexcs
047300* same style as the other nightly jobs.                          *zbnkexcs
047310* A slice run heads its summary with its slice and account       *zbnkexcs
047320* range, which is what ZBNKJSMG merges the slices on.            *zbnkexcs
047400******************************************************************zbnkexcs
047500 PRINT-JOB-SUMMARY.                                               zbnkexcs
047600     PERFORM JOBSUM-OPEN.                                         zbnkexcs
047607     IF ACR-SLICED                                                zbnkexcs
047614        MOVE SPACES TO JOBSUM-REC                                 zbnkexcs
047621        STRING 'ZBNKEXCS slice ' DELIMITED BY SIZE                zbnkexcs
047628               ACR-SLICE DELIMITED BY SIZE                        zbnkexcs
047635               ' of ' DELIMITED BY SIZE                           zbnkexcs
047642               ACR-SLICES DELIMITED BY SIZE                       zbnkexcs
047649               ' accounts ' DELIMITED BY SIZE                     zbnkexcs
047656               ACR-FROM-ACCNO DELIMITED BY SIZE                   zbnkexcs
047663               ' to ' DELIMITED BY SIZE                           zbnkexcs
047670               ACR-TO-ACCNO DELIMITED BY SIZE                     zbnkexcs
047677          INTO JOBSUM-REC                                         zbnkexcs
047684        PERFORM JOBSUM-PUT                                        zbnkexcs
047691     END-IF.                                                      zbnkexcs
047700     MOVE SPACES TO JOBSUM-REC.                                   zbnkexcs
047800     STRING 'Accounts in excess:          ' DELIMITED BY SIZE     zbnkexcs
047900            WS-ACCOUNTS-IN-EXCESS DELIMITED BY SIZE               zbnkexcs
052300        PERFORM ABORT-PROGRAM                                     zbnkexcs
052400     END-IF.                                                      zbnkexcs
052500                                                                  zbnkexcs
052501******************************************************************zbnkexcs
052502* Pick up the account range from the exec parm. A bad RANGE      *zbnkexcs
052503* parm stops the job before it touches run control or any        *zbnkexcs
052504* file.                                                          *zbnkexcs
052505******************************************************************zbnkexcs
052506 GET-ACCOUNT-RANGE.                                               zbnkexcs
052507     MOVE ZERO TO ACR-PARM-LENGTH.                                zbnkexcs
052508     MOVE SPACES TO ACR-PARM-TEXT.                                zbnkexcs
052509     IF LK-EXEC-PARM-LL IS GREATER THAN ZERO                      zbnkexcs
052510        MOVE LK-EXEC-PARM-LL TO ACR-PARM-LENGTH                   zbnkexcs
052511        MOVE LK-EXEC-PARM-DATA TO ACR-PARM-TEXT                   zbnkexcs
052512     END-IF.                                                      zbnkexcs
052513     CALL 'UACCRNG' USING WS-ACCT-RANGE.                          zbnkexcs
052514     IF ACR-PARM-INVALID                                          zbnkexcs
052515        MOVE ACR-REPLY-TEXT TO WS-CONSOLE-MESSAGE                 zbnkexcs
052516        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkexcs
052517        MOVE 'Exec parm rejected - job not run'                   zbnkexcs
052518          TO WS-CONSOLE-MESSAGE                                   zbnkexcs
052519        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkexcs
052520        MOVE 8 TO RETURN-CODE                                     zbnkexcs
052521        GOBACK                                                    zbnkexcs
052522     END-IF.                                                      zbnkexcs
052523     IF ACR-SLICED                                                zbnkexcs
052524        MOVE SPACES TO WS-CONSOLE-MESSAGE                         zbnkexcs
052525        STRING 'Accounts ' DELIMITED BY SIZE                      zbnkexcs
052526               ACR-FROM-ACCNO DELIMITED BY SIZE                   zbnkexcs
052527               ' to ' DELIMITED BY SIZE                           zbnkexcs
052528               ACR-TO-ACCNO DELIMITED BY SIZE                     zbnkexcs
052529               ', slice ' DELIMITED BY SIZE                       zbnkexcs
052530               ACR-SLICE DELIMITED BY SIZE                        zbnkexcs
052531               ' of ' DELIMITED BY SIZE                           zbnkexcs
052532               ACR-SLICES DELIMITED BY SIZE                       zbnkexcs
052533          INTO WS-CONSOLE-MESSAGE                                 zbnkexcs
052534        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkexcs
052535     END-IF.                                                      zbnkexcs
052536 GET-ACCOUNT-RANGE-EXIT.                                          zbnkexcs
052537     EXIT.                                                        zbnkexcs
052538                                                                  zbnkexcs
052539******************************************************************zbnkexcs
052540* Run-control hooks. The START call blocks this job when it has  *zbnkexcs
052541* already completed for the business date or a prerequisite has  *zbnkexcs
052542* not, and records the start on BNKRUNC; the END call records    *zbnkexcs
052543* the end time and return code. See URUNCTL.CBL.                 *zbnkexcs
052544******************************************************************zbnkexcs
052545 RUN-CONTROL-START.                                               zbnkexcs
052546     SET RUNCTL-START TO TRUE.                                    zbnkexcs
052547     MOVE 'ZBNKEXCS' TO RUNCTL-JOB.                               zbnkexcs
052548     MOVE ZERO TO RUNCTL-BUSDATE.                                 zbnkexcs
052549     MOVE ZERO TO RUNCTL-RETURN-CODE.                             zbnkexcs
052550     MOVE ACR-SLICE TO RUNCTL-SLICE.                              zbnkexcs
052551     MOVE ACR-SLICES TO RUNCTL-SLICES.                            zbnkexcs
052552     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkexcs
052553     IF RUNCTL-BLOCKED                                            zbnkexcs
052554        MOVE RUNCTL-REPLY-TEXT TO WS-CONSOLE-MESSAGE              zbnkexcs
052555        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkexcs
052556        MOVE 'Run control blocked this run' TO WS-CONSOLE-MESSAGE zbnkexcs
052557        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkexcs
052558        MOVE 8 TO RETURN-CODE                                     zbnkexcs
052559        GOBACK                                                    zbnkexcs
052560     END-IF.                                                      zbnkexcs
052561 RUN-CONTROL-START-EXIT.                                          zbnkexcs
052562     EXIT.                                                        zbnkexcs
052563                                                                  zbnkexcs
052564 RUN-CONTROL-END.                                                 zbnkexcs
052565     SET RUNCTL-END TO TRUE.                                      zbnkexcs
052566     MOVE RETURN-CODE TO RUNCTL-RETURN-CODE.                      zbnkexcs
052567     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkexcs
052568                                                                  zbnkexcs
052600******************************************************************zbnkexcs
052700* Display the file status bytes                                  *zbnkexcs
052800******************************************************************zbnkexcs
