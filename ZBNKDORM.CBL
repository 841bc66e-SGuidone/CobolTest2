001610*              last-activity date comes from the BNKASUM         *zbnkdorm
001620*              per-account summary maintained by ZBNKASUM, so    *zbnkdorm
001630*              this scan no longer browses BNKTXN at all.        *zbnkdorm
001640*              With a RANGE exec parm it processes one slice of  *zbnkdorm
001650*              the account file, so several copies can run at    *zbnkdorm
001660*              once; ZBNKJSMG merges their job summaries.        *zbnkdorm
001700******************************************************************zbnkdorm
001800 IDENTIFICATION DIVISION.                                         zbnkdorm
001900 PROGRAM-ID.                                                      zbnkdorm
                                                                        zbnkdorm
       01  WS-RUN-CONTROL.                                              zbnkdorm
       COPY CRUNCTLD.                                                   zbnkdorm
006910 01  WS-ACCT-RANGE.                                               zbnkdorm
006920 COPY CACCRNGD.                                                   zbnkdorm
007000 01  WS-FILE-STATUSES.                                            zbnkdorm
007100   05  WS-ACCOUNT-STATUS.                                         zbnkdorm
007200     10  WS-ACCOUNT-STAT1              PIC X(1).                  zbnkdorm
019859 01  WS-BRN-AMOUNT-D                       PIC -(8)9.99.          zbnkdorm
016710 01  WS-ACCOUNTS-ESCHEAT                    PIC 9(5) VALUE ZERO.  zbnkdorm
016800                                                                  zbnkdorm
016810******************************************************************zbnkdorm
016820* The exec parm is optional. RANGE fffffffff ttttttttt nn/mm     *zbnkdorm
016830* runs this job over one slice of BNKACCT (see CACCRNGD.CPY)     *zbnkdorm
016840* so that several slices can run at once; without it the         *zbnkdorm
016850* whole file is processed as before.                             *zbnkdorm
016860******************************************************************zbnkdorm
016870 LINKAGE SECTION.                                                 zbnkdorm
016880 01  LK-EXEC-PARM.                                                zbnkdorm
016890   05  LK-EXEC-PARM-LL                     PIC S9(4) COMP.        zbnkdorm
016900   05  LK-EXEC-PARM-DATA                   PIC X(31).             zbnkdorm
016910                                                                  zbnkdorm
016920 PROCEDURE DIVISION USING LK-EXEC-PARM.                           zbnkdorm
                                                                        zbnkdorm
016930     PERFORM GET-ACCOUNT-RANGE                                    zbnkdorm
016940         THRU GET-ACCOUNT-RANGE-EXIT.                             zbnkdorm
           PERFORM RUN-CONTROL-START                                    zbnkdorm
               THRU RUN-CONTROL-START-EXIT.                             zbnkdorm
017400                                                                  zbnkdorm
018100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkdorm
018200                                                                  zbnkdorm
018300     PERFORM ACCOUNT-OPEN.                                        zbnkdorm
018310     PERFORM ACCOUNT-POSITION                                     zbnkdorm
018320         THRU ACCOUNT-POSITION-EXIT.                              zbnkdorm
018400     PERFORM ASUM-OPEN.                                           zbnkdorm
018500     PERFORM PRINTOUT-OPEN.                                       zbnkdorm
018510     PERFORM ESCHEAT-OPEN.                                        zbnkdorm
037600        PERFORM ABORT-PROGRAM                                     zbnkdorm
037700     END-IF.                                                      zbnkdorm
037800                                                                  zbnkdorm
037803******************************************************************zbnkdorm
037806* A slice run starts its browse at the first account of its      *zbnkdorm
037809* range and stops after the last; a whole-file run is left       *zbnkdorm
037812* where the open put it. No account at or after the start        *zbnkdorm
037815* of the range leaves the slice with nothing to do.              *zbnkdorm
037818******************************************************************zbnkdorm
037821 ACCOUNT-POSITION.                                                zbnkdorm
037824     IF NOT ACR-SLICED                                            zbnkdorm
037827        GO TO ACCOUNT-POSITION-EXIT                               zbnkdorm
037830     END-IF.                                                      zbnkdorm
037833     MOVE ACR-TO-ACCNO TO ACR-SCAN-LIMIT.                         zbnkdorm
037836     MOVE ACR-FROM-ACCNO TO BAC-REC-ACCNO.                        zbnkdorm
037839     START ACCOUNT-FILE KEY IS NOT LESS THAN BAC-REC-ACCNO.       zbnkdorm
037842     IF WS-ACCOUNT-STATUS = '23'                                  zbnkdorm
037845        SET ACR-SCAN-ENDED TO TRUE                                zbnkdorm
037848        GO TO ACCOUNT-POSITION-EXIT                               zbnkdorm
037851     END-IF.                                                      zbnkdorm
037854     IF WS-ACCOUNT-STATUS NOT = '00'                              zbnkdorm
037857        MOVE 'ACCOUNT Error positioning file ...'                 zbnkdorm
037860          TO WS-CONSOLE-MESSAGE                                   zbnkdorm
037863        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdorm
037866        MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS                    zbnkdorm
037869        PERFORM DISPLAY-IO-STATUS                                 zbnkdorm
037872        PERFORM ABORT-PROGRAM                                     zbnkdorm
037875     END-IF.                                                      zbnkdorm
037878 ACCOUNT-POSITION-EXIT.                                           zbnkdorm
037881     EXIT.                                                        zbnkdorm
037884                                                                  zbnkdorm
037900******************************************************************zbnkdorm
038000* Read the next ACCOUNT record in key sequence.                  *zbnkdorm
038100******************************************************************zbnkdorm
038110 ACCOUNT-GET.                                                     zbnkdorm
038120     IF ACR-SCAN-ENDED                                            zbnkdorm
038130        MOVE 'YES' TO WS-END-OF-ACCOUNT                           zbnkdorm
038140     ELSE                                                         zbnkdorm
038150        PERFORM ACCOUNT-READ-NEXT                                 zbnkdorm
038160     END-IF.                                                      zbnkdorm
038170                                                                  zbnkdorm
038180 ACCOUNT-READ-NEXT.                                               zbnkdorm
038300     READ ACCOUNT-FILE NEXT RECORD.                               zbnkdorm
038400     IF WS-ACCOUNT-STATUS NOT = '00'                              zbnkdorm
038500        IF WS-ACCOUNT-STATUS = '10'                               zbnkdorm
039300           PERFORM ABORT-PROGRAM                                  zbnkdorm
039400        END-IF                                                    zbnkdorm
039500     END-IF.                                                      zbnkdorm
039510     IF WS-ACCOUNT-STATUS = '00' AND                              zbnkdorm
039520        BAC-REC-ACCNO IS GREATER THAN ACR-SCAN-LIMIT              zbnkdorm
039530        SET ACR-SCAN-ENDED TO TRUE                                zbnkdorm
039540        MOVE 'YES' TO WS-END-OF-ACCOUNT                           zbnkdorm
039550     END-IF.                                                      zbnkdorm
039600                                                                  zbnkdorm
039700******************************************************************zbnkdorm
039800* Close the ACCOUNT file.                                        *zbnkdorm
051300******************************************************************zbnkdorm
051400* Write a short end-of-job summary to the JOBSUM file, in the    *zbnkdorm
051500* same style as the other batch jobs' job summary.               *zbnkdorm
051510* A slice run heads its summary with its slice and account       *zbnkdorm
051520* range, which is what ZBNKJSMG merges the slices on.            *zbnkdorm
051600******************************************************************zbnkdorm
051700 PRINT-JOB-SUMMARY.                                               zbnkdorm
051800     PERFORM JOBSUM-OPEN.                                         zbnkdorm
051807     IF ACR-SLICED                                                zbnkdorm
051814        MOVE SPACES TO JOBSUM-REC                                 zbnkdorm
051821        STRING 'ZBNKDORM slice ' DELIMITED BY SIZE                zbnkdorm
051828               ACR-SLICE DELIMITED BY SIZE                        zbnkdorm
051835               ' of ' DELIMITED BY SIZE                           zbnkdorm
051842               ACR-SLICES DELIMITED BY SIZE                       zbnkdorm
051849               ' accounts ' DELIMITED BY SIZE                     zbnkdorm
051856               ACR-FROM-ACCNO DELIMITED BY SIZE                   zbnkdorm
051863               ' to ' DELIMITED BY SIZE                           zbnkdorm
051870               ACR-TO-ACCNO DELIMITED BY SIZE                     zbnkdorm
051877          INTO JOBSUM-REC                                         zbnkdorm
051884        PERFORM JOBSUM-PUT                                        zbnkdorm
051891     END-IF.                                                      zbnkdorm
051900     MOVE SPACES TO JOBSUM-REC.                                   zbnkdorm
052000     STRING 'Accounts checked:  ' DELIMITED BY SIZE               zbnkdorm
052100            WS-ACCOUNTS-CHECKED DELIMITED BY SIZE                 zbnkdorm
057100        PERFORM ABORT-PROGRAM                                     zbnkdorm
057200     END-IF.                                                      zbnkdorm
057300                                                                  zbnkdorm
057302******************************************************************zbnkdorm
057304* Pick up the account range from the exec parm. A bad RANGE      *zbnkdorm
057306* parm stops the job before it touches run control or any        *zbnkdorm
057308* file.                                                          *zbnkdorm
057310******************************************************************zbnkdorm
057312 GET-ACCOUNT-RANGE.                                               zbnkdorm
057314     MOVE ZERO TO ACR-PARM-LENGTH.                                zbnkdorm
057316     MOVE SPACES TO ACR-PARM-TEXT.                                zbnkdorm
057318     IF LK-EXEC-PARM-LL IS GREATER THAN ZERO                      zbnkdorm
057320        MOVE LK-EXEC-PARM-LL TO ACR-PARM-LENGTH                   zbnkdorm
057322        MOVE LK-EXEC-PARM-DATA TO ACR-PARM-TEXT                   zbnkdorm
057324     END-IF.                                                      zbnkdorm
057326     CALL 'UACCRNG' USING WS-ACCT-RANGE.                          zbnkdorm
057328     IF ACR-PARM-INVALID                                          zbnkdorm
057330        MOVE ACR-REPLY-TEXT TO WS-CONSOLE-MESSAGE                 zbnkdorm
057332        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdorm
057334        MOVE 'Exec parm rejected - job not run'                   zbnkdorm
057336          TO WS-CONSOLE-MESSAGE                                   zbnkdorm
057338        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdorm
057340        MOVE 8 TO RETURN-CODE                                     zbnkdorm
057342        GOBACK                                                    zbnkdorm
057344     END-IF.                                                      zbnkdorm
057346     IF ACR-SLICED                                                zbnkdorm
057348        MOVE SPACES TO WS-CONSOLE-MESSAGE                         zbnkdorm
057350        STRING 'Accounts ' DELIMITED BY SIZE                      zbnkdorm
057352               ACR-FROM-ACCNO DELIMITED BY SIZE                   zbnkdorm
057354               ' to ' DELIMITED BY SIZE                           zbnkdorm
057356               ACR-TO-ACCNO DELIMITED BY SIZE                     zbnkdorm
057358               ', slice ' DELIMITED BY SIZE                       zbnkdorm
057360               ACR-SLICE DELIMITED BY SIZE                        zbnkdorm
057362               ' of ' DELIMITED BY SIZE                           zbnkdorm
057364               ACR-SLICES DELIMITED BY SIZE                       zbnkdorm
057366          INTO WS-CONSOLE-MESSAGE                                 zbnkdorm
057368        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdorm
057370     END-IF.                                                      zbnkdorm
057372 GET-ACCOUNT-RANGE-EXIT.                                          zbnkdorm
057374     EXIT.                                                        zbnkdorm
057376                                                                  zbnkdorm
      ******************************************************************zbnkdorm
      * Run-control hooks. The START call blocks this job when it has  *zbnkdorm
      * already completed for the business date or a prerequisite has  *zbnkdorm
           MOVE 'ZBNKDORM' TO RUNCTL-JOB.                               zbnkdorm
           MOVE ZERO TO RUNCTL-BUSDATE.                                 zbnkdorm
           MOVE ZERO TO RUNCTL-RETURN-CODE.                             zbnkdorm
057384     MOVE ACR-SLICE TO RUNCTL-SLICE.                              zbnkdorm
057392     MOVE ACR-SLICES TO RUNCTL-SLICES.                            zbnkdorm
           CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkdorm
           IF RUNCTL-BLOCKED                                            zbnkdorm
              MOVE RUNCTL-REPLY-TEXT TO WS-CONSOLE-MESSAGE              zbnkdorm
