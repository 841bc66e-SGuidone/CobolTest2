001900* account's average and minimum daily balance for that month     *zbnksnap
002000* and stores the summary under day zero of the month, which      *zbnksnap
002100* is what the ZBNKCHRG waiver rules read.                        *zbnksnap
002110* With an exec parm of RANGE fffffffff ttttttttt nn/mm the daily *zbnksnap
002120* run snapshots only that slice of the account file, so several  *zbnksnap
002130* copies can run at once; ZBNKJSMG merges their job summaries.   *zbnksnap
002200******************************************************************zbnksnap
002300 IDENTIFICATION DIVISION.                                         zbnksnap
002400 PROGRAM-ID.                                                      zbnksnap
007600 WORKING-STORAGE SECTION.                                         zbnksnap
007700 01  WS-RUN-CONTROL.                                              zbnksnap
007800 COPY CRUNCTLD.                                                   zbnksnap
007810 01  WS-ACCT-RANGE.                                               zbnksnap
007820 COPY CACCRNGD.                                                   zbnksnap
007900 01  WS-FILE-STATUSES.                                            zbnksnap
008000   05  WS-ACCOUNT-STATUS.                                         zbnksnap
008100     10  WS-ACCOUNT-STAT1               PIC X(1).                 zbnksnap
013200 LINKAGE SECTION.                                                 zbnksnap
013300 01  LK-EXEC-PARM.                                                zbnksnap
013400   05  LK-EXEC-PARM-LL                     PIC S9(4) COMP.        zbnksnap
013500   05  LK-EXEC-PARM-DATA                   PIC X(31).             zbnksnap
013600                                                                  zbnksnap
013700 PROCEDURE DIVISION USING LK-EXEC-PARM.                           zbnksnap
013800                                                                  zbnksnap
013810     PERFORM GET-ACCOUNT-RANGE                                    zbnksnap
013820         THRU GET-ACCOUNT-RANGE-EXIT.                             zbnksnap
013900     PERFORM RUN-CONTROL-START                                    zbnksnap
014000         THRU RUN-CONTROL-START-EXIT.                             zbnksnap
014100     PERFORM GET-RUN-DATE.                                        zbnksnap
014700     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnksnap
014800                                                                  zbnksnap
014900     PERFORM ACCOUNT-OPEN.                                        zbnksnap
014910     PERFORM ACCOUNT-POSITION                                     zbnksnap
014920         THRU ACCOUNT-POSITION-EXIT.                              zbnksnap
015000     PERFORM SYSC-OPEN.                                           zbnksnap
015100     PERFORM SNAP-OPEN.                                           zbnksnap
015200                                                                  zbnksnap
023700* date replaces its earlier snapshot.                           * zbnksnap
023800***************************************************************** zbnksnap
023900 SNAPSHOT-NEXT-ACCOUNT.                                           zbnksnap
023910     IF ACR-SCAN-ENDED                                            zbnksnap
023920        MOVE 'YES' TO WS-END-OF-FILE-SW                           zbnksnap
023930        GO TO SNAPSHOT-NEXT-ACCOUNT-EXIT                          zbnksnap
023940     END-IF.                                                      zbnksnap
024000     READ ACCOUNT-FILE NEXT RECORD.                               zbnksnap
024100     IF WS-ACCOUNT-STATUS NOT = '00'                              zbnksnap
024200        MOVE 'YES' TO WS-END-OF-FILE-SW                           zbnksnap
024300        GO TO SNAPSHOT-NEXT-ACCOUNT-EXIT                          zbnksnap
024400     END-IF.                                                      zbnksnap
024410     IF BAC-REC-ACCNO IS GREATER THAN ACR-SCAN-LIMIT              zbnksnap
024420        SET ACR-SCAN-ENDED TO TRUE                                zbnksnap
024430        MOVE 'YES' TO WS-END-OF-FILE-SW                           zbnksnap
024440        GO TO SNAPSHOT-NEXT-ACCOUNT-EXIT                          zbnksnap
024450     END-IF.                                                      zbnksnap
024500     MOVE SPACES TO SNAP-FILE-REC.                                zbnksnap
024600     MOVE BAC-REC-ACCNO TO SN-REC-ACCNO.                          zbnksnap
024700     MOVE WS-BUSDATE TO SN-REC-DATE.                              zbnksnap
036800        PERFORM ABORT-PROGRAM                                     zbnksnap
036900     END-IF.                                                      zbnksnap
037000                                                                  zbnksnap
037003******************************************************************zbnksnap
037006* A slice run starts its browse at the first account of its      *zbnksnap
037009* range and stops after the last; a whole-file run is left       *zbnksnap
037012* where the open put it. No account at or after the start        *zbnksnap
037015* of the range leaves the slice with nothing to do.              *zbnksnap
037018******************************************************************zbnksnap
037021 ACCOUNT-POSITION.                                                zbnksnap
037024     IF NOT ACR-SLICED                                            zbnksnap
037027        GO TO ACCOUNT-POSITION-EXIT                               zbnksnap
037030     END-IF.                                                      zbnksnap
037033     MOVE ACR-TO-ACCNO TO ACR-SCAN-LIMIT.                         zbnksnap
037036     MOVE ACR-FROM-ACCNO TO BAC-REC-ACCNO.                        zbnksnap
037039     START ACCOUNT-FILE KEY IS NOT LESS THAN BAC-REC-ACCNO.       zbnksnap
037042     IF WS-ACCOUNT-STATUS = '23'                                  zbnksnap
037045        SET ACR-SCAN-ENDED TO TRUE                                zbnksnap
037048        GO TO ACCOUNT-POSITION-EXIT                               zbnksnap
037051     END-IF.                                                      zbnksnap
037054     IF WS-ACCOUNT-STATUS NOT = '00'                              zbnksnap
037057        MOVE 'ACCOUNT Error positioning file ...'                 zbnksnap
037060          TO WS-CONSOLE-MESSAGE                                   zbnksnap
037063        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnksnap
037066        MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS                    zbnksnap
037069        PERFORM DISPLAY-IO-STATUS                                 zbnksnap
037072        PERFORM ABORT-PROGRAM                                     zbnksnap
037075     END-IF.                                                      zbnksnap
037078 ACCOUNT-POSITION-EXIT.                                           zbnksnap
037081     EXIT.                                                        zbnksnap
037084                                                                  zbnksnap
037100 ACCOUNT-CLOSE.                                                   zbnksnap
037200     CLOSE ACCOUNT-FILE.                                          zbnksnap
037300     IF WS-ACCOUNT-STATUS = '00'                                  zbnksnap
044200******************************************************************zbnksnap
044300* Write a short end-of-job summary to the JOBSUM file, in the    *zbnksnap
044400* same style as the other nightly jobs' summaries.               *zbnksnap
044410* A slice run heads its summary with its slice and account       *zbnksnap
044420* range, which is what ZBNKJSMG merges the slices on.            *zbnksnap
044500******************************************************************zbnksnap
044600 PRINT-JOB-SUMMARY.                                               zbnksnap
044700     PERFORM JOBSUM-OPEN.                                         zbnksnap
044707     IF ACR-SLICED                                                zbnksnap
044714        MOVE SPACES TO JOBSUM-REC                                 zbnksnap
044721        STRING 'ZBNKSNAP slice ' DELIMITED BY SIZE                zbnksnap
044728               ACR-SLICE DELIMITED BY SIZE                        zbnksnap
044735               ' of ' DELIMITED BY SIZE                           zbnksnap
044742               ACR-SLICES DELIMITED BY SIZE                       zbnksnap
044749               ' accounts ' DELIMITED BY SIZE                     zbnksnap
044756               ACR-FROM-ACCNO DELIMITED BY SIZE                   zbnksnap
044763               ' to ' DELIMITED BY SIZE                           zbnksnap
044770               ACR-TO-ACCNO DELIMITED BY SIZE                     zbnksnap
044777          INTO JOBSUM-REC                                         zbnksnap
044784        PERFORM JOBSUM-PUT                                        zbnksnap
044791     END-IF.                                                      zbnksnap
044800     MOVE SPACES TO JOBSUM-REC.                                   zbnksnap
044900     STRING 'ZBNKSNAP ' DELIMITED BY SIZE                         zbnksnap
045000            WS-RUN-PHASE DELIMITED BY SIZE                        zbnksnap
050300        PERFORM ABORT-PROGRAM                                     zbnksnap
050400     END-IF.                                                      zbnksnap
050500                                                                  zbnksnap
050502******************************************************************zbnksnap
050504* Pick up the account range from the exec parm. A bad RANGE      *zbnksnap
050506* parm stops the job before it touches run control or any        *zbnksnap
050508* file.                                                          *zbnksnap
050510******************************************************************zbnksnap
050512 GET-ACCOUNT-RANGE.                                               zbnksnap
050514     MOVE ZERO TO ACR-PARM-LENGTH.                                zbnksnap
050516     MOVE SPACES TO ACR-PARM-TEXT.                                zbnksnap
050518     IF LK-EXEC-PARM-LL IS GREATER THAN ZERO                      zbnksnap
050520        MOVE LK-EXEC-PARM-LL TO ACR-PARM-LENGTH                   zbnksnap
050522        MOVE LK-EXEC-PARM-DATA TO ACR-PARM-TEXT                   zbnksnap
050524     END-IF.                                                      zbnksnap
050526     CALL 'UACCRNG' USING WS-ACCT-RANGE.                          zbnksnap
050528     IF ACR-PARM-INVALID                                          zbnksnap
050530        MOVE ACR-REPLY-TEXT TO WS-CONSOLE-MESSAGE                 zbnksnap
050532        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnksnap
050534        MOVE 'Exec parm rejected - job not run'                   zbnksnap
050536          TO WS-CONSOLE-MESSAGE                                   zbnksnap
050538        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnksnap
050540        MOVE 8 TO RETURN-CODE                                     zbnksnap
050542        GOBACK                                                    zbnksnap
050544     END-IF.                                                      zbnksnap
050546     IF ACR-SLICED                                                zbnksnap
050548        MOVE SPACES TO WS-CONSOLE-MESSAGE                         zbnksnap
050550        STRING 'Accounts ' DELIMITED BY SIZE                      zbnksnap
050552               ACR-FROM-ACCNO DELIMITED BY SIZE                   zbnksnap
050554               ' to ' DELIMITED BY SIZE                           zbnksnap
050556               ACR-TO-ACCNO DELIMITED BY SIZE                     zbnksnap
050558               ', slice ' DELIMITED BY SIZE                       zbnksnap
050560               ACR-SLICE DELIMITED BY SIZE                        zbnksnap
050562               ' of ' DELIMITED BY SIZE                           zbnksnap
050564               ACR-SLICES DELIMITED BY SIZE                       zbnksnap
050566          INTO WS-CONSOLE-MESSAGE                                 zbnksnap
050568        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnksnap
050570     END-IF.                                                      zbnksnap
050572 GET-ACCOUNT-RANGE-EXIT.                                          zbnksnap
050574     EXIT.                                                        zbnksnap
050576                                                                  zbnksnap
050600******************************************************************zbnksnap
050700* Run-control hooks. The START call blocks this job when it has  *zbnksnap
050800* already completed for the business date or a prerequisite has  *zbnksnap
051400     MOVE 'ZBNKSNAP' TO RUNCTL-JOB.                               zbnksnap
051500     MOVE ZERO TO RUNCTL-BUSDATE.                                 zbnksnap
051600     MOVE ZERO TO RUNCTL-RETURN-CODE.                             zbnksnap
051610     MOVE ACR-SLICE TO RUNCTL-SLICE.                              zbnksnap
051620     MOVE ACR-SLICES TO RUNCTL-SLICES.                            zbnksnap
051700     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnksnap
051800     IF RUNCTL-BLOCKED                                            zbnksnap
051900        MOVE RUNCTL-REPLY-TEXT TO WS-CONSOLE-MESSAGE              zbnksnap
