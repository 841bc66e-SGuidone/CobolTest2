002100*              the threshold even though no single visit did -   *zbnkaml
002200*              the structuring pattern. Identity details come    *zbnkaml
002300*              from BNKCUST.                                     *zbnkaml
002310*              Every report raised is also kept on BNKAMLF,      *zbnkaml
002320*              where the monthly ZBNKKYCS risk rating counts     *zbnkaml
002330*              them.                                             *zbnkaml
002340*              Reads only the run date's postings, taken from    *zbnkaml
002350*              the BNKTXD daily posting journal, not BNKTXN.     *zbnkaml
002400******************************************************************zbnkaml
002500 IDENTIFICATION DIVISION.                                         zbnkaml
002600 PROGRAM-ID.                                                      zbnkaml
003400 INPUT-OUTPUT   SECTION.                                          zbnkaml
003500   FILE-CONTROL.                                                  zbnkaml
003600     SELECT TXN-FILE                                              zbnkaml
003700            ASSIGN       TO BNKTXD                                zbnkaml
003800            ORGANIZATION IS INDEXED                               zbnkaml
003900            ACCESS MODE  IS SEQUENTIAL                            zbnkaml
004000            RECORD KEY   IS TD-REC-KEY                            zbnkaml
004100            FILE STATUS  IS WS-TXN-STATUS.                        zbnkaml
004200     SELECT ACCOUNT-FILE                                          zbnkaml
004300            ASSIGN       TO BNKACCT                               zbnkaml
005700            ACCESS MODE  IS RANDOM                                zbnkaml
005800            RECORD KEY   IS BCS-REC-PID                           zbnkaml
005900            FILE STATUS  IS WS-CUSTOMER-STATUS.                   zbnkaml
005910     SELECT AMLF-FILE                                             zbnkaml
005920            ASSIGN       TO BNKAMLF                               zbnkaml
005930            ORGANIZATION IS INDEXED                               zbnkaml
005940            ACCESS MODE  IS RANDOM                                zbnkaml
005950            RECORD KEY   IS AF-REC-KEY                            zbnkaml
005960            FILE STATUS  IS WS-AMLF-STATUS.                       zbnkaml
006000     SELECT PRINTOUT-FILE                                         zbnkaml
006100            ASSIGN       TO PRINTOUT                              zbnkaml
006200            ORGANIZATION IS SEQUENTIAL                            zbnkaml
007300                                                                  zbnkaml
007400 FD  TXN-FILE.                                                    zbnkaml
007500 01  TXN-FILE-REC.                                                zbnkaml
007600 COPY CBANKVTD.                                                   zbnkaml
007700                                                                  zbnkaml
007800 FD  ACCOUNT-FILE.                                                zbnkaml
007900 01  ACCOUNT-FILE-REC.                                            zbnkaml
008700 01  CUSTOMER-FILE-REC.                                           zbnkaml
008800 COPY CBANKVCS.                                                   zbnkaml
008900                                                                  zbnkaml
008910 FD  AMLF-FILE.                                                   zbnkaml
008920 01  AMLF-FILE-REC.                                               zbnkaml
008930 COPY CBANKVAF.                                                   zbnkaml
008940                                                                  zbnkaml
009000 FD  PRINTOUT-FILE.                                               zbnkaml
009100 01  PRINTOUT-REC                          PIC X(132).            zbnkaml
009200                                                                  zbnkaml
010700   05  WS-CUSTOMER-STATUS.                                        zbnkaml
010800     10  WS-CUSTOMER-STAT1             PIC X(1).                  zbnkaml
010900     10  WS-CUSTOMER-STAT2             PIC X(1).                  zbnkaml
010910   05  WS-AMLF-STATUS.                                            zbnkaml
010920     10  WS-AMLF-STAT1                 PIC X(1).                  zbnkaml
010930     10  WS-AMLF-STAT2                 PIC X(1).                  zbnkaml
011000   05  WS-PRINTOUT-STATUS.                                        zbnkaml
011100     10  WS-PRINTOUT-STAT1             PIC X(1).                  zbnkaml
011200     10  WS-PRINTOUT-STAT2             PIC X(1).                  zbnkaml
016800******************************************************************zbnkaml
016900 01  WS-LARGE-CASH-REPORTED                PIC 9(5) VALUE ZERO.   zbnkaml
017000 01  WS-STRUCTURING-REPORTED               PIC 9(5) VALUE ZERO.   zbnkaml
017010 01  WS-FLAGS-RECORDED                     PIC 9(5) VALUE ZERO.   zbnkaml
017100                                                                  zbnkaml
017200 01  WS-END-OF-TXN                         PIC X(3) VALUE 'NO '.  zbnkaml
017210 01  WS-TXN-POSITIONED                     PIC X(3) VALUE 'NO '.  zbnkaml
017220 01  WS-TXN-DAY-EMPTY                      PIC X(3) VALUE 'NO '.  zbnkaml
017230                                                                  zbnkaml
017240 01  WS-BNKTXN-REC.                                               zbnkaml
017250 COPY CBANKVTX.                                                   zbnkaml
017260                                                                  zbnkaml
017270 01  WS-RUN-CONTROL.                                              zbnkaml
017280 COPY CRUNCTLD.                                                   zbnkaml
017300                                                                  zbnkaml
017400******************************************************************zbnkaml
017500* This job needs no run-time parameter, so unlike ZBNKSPLT and   *zbnkaml
017700******************************************************************zbnkaml
017800 PROCEDURE DIVISION.                                              zbnkaml
017900                                                                  zbnkaml
017910     PERFORM RUN-CONTROL-START                                    zbnkaml
017920         THRU RUN-CONTROL-START-EXIT.                             zbnkaml
018000     PERFORM GET-RUN-DATE.                                        zbnkaml
018100                                                                  zbnkaml
018200     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           zbnkaml
018900     PERFORM ACCOUNT-OPEN.                                        zbnkaml
019000     PERFORM JOWN-OPEN.                                           zbnkaml
019100     PERFORM CUSTOMER-OPEN.                                       zbnkaml
019110     PERFORM AMLF-OPEN.                                           zbnkaml
019200     PERFORM PRINTOUT-OPEN.                                       zbnkaml
019300                                                                  zbnkaml
019400     MOVE SPACES TO WS-REPORT-LINE.                               zbnkaml
020600     PERFORM ACCOUNT-CLOSE.                                       zbnkaml
020700     PERFORM JOWN-CLOSE.                                          zbnkaml
020800     PERFORM CUSTOMER-CLOSE.                                      zbnkaml
020810     PERFORM AMLF-CLOSE.                                          zbnkaml
020900     PERFORM PRINTOUT-CLOSE.                                      zbnkaml
021000                                                                  zbnkaml
021100     PERFORM PRINT-JOB-SUMMARY.                                   zbnkaml
021300     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     zbnkaml
021400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkaml
021500     MOVE 0 TO RETURN-CODE.                                       zbnkaml
021510     PERFORM RUN-CONTROL-END.                                     zbnkaml
021600     GOBACK.                                                      zbnkaml
021700                                                                  zbnkaml
021800******************************************************************zbnkaml
027800        MOVE SPACES TO WS-REPORT-LINE                             zbnkaml
027900        STRING 'LARGE CASH  ' DELIMITED BY SIZE                   zbnkaml
028000               BTX-REC-ACCNO DELIMITED BY SIZE                    zbnkaml
028010               ' ' DELIMITED BY SIZE                              zbnkaml
028020               BTX-REC-TIME DELIMITED BY SIZE                     zbnkaml
028030               ' ' DELIMITED BY SIZE                              zbnkaml
028040               BTX-REC-SEQ DELIMITED BY SIZE                      zbnkaml
028100               '  ' DELIMITED BY SIZE                             zbnkaml
028200               WS-AMOUNT-D DELIMITED BY SIZE                      zbnkaml
028300               '  ' DELIMITED BY SIZE                             zbnkaml
028900          INTO WS-REPORT-LINE                                     zbnkaml
029000        MOVE WS-REPORT-LINE TO PRINTOUT-REC                       zbnkaml
029100        PERFORM PRINTOUT-PUT                                      zbnkaml
029109        MOVE SPACES TO AMLF-FILE-REC                              zbnkaml
029118        MOVE BAC-REC-PID TO AF-REC-PID                            zbnkaml
029127        MOVE WS-TODAY-DATE-N TO AF-REC-DATE                       zbnkaml
029136        SET AF-REC-LARGE-CASH TO TRUE                             zbnkaml
029145        MOVE BTX-REC-ACCNO TO AF-REC-TXN-ACCNO                    zbnkaml
029154        MOVE BTX-REC-TIME TO AF-REC-TXN-TIME                      zbnkaml
029163        MOVE BTX-REC-SEQ TO AF-REC-TXN-SEQ                        zbnkaml
029172        MOVE WS-CASH-MAGNITUDE TO AF-REC-AMOUNT                   zbnkaml
029181        MOVE 1 TO AF-REC-ITEMS                                    zbnkaml
029190        PERFORM AMLF-WRITE                                        zbnkaml
029200     END-IF.                                                      zbnkaml
029300 PROCESS-ONE-CASH-POSTING-EXIT.                                   zbnkaml
029400     EXIT.                                                        zbnkaml
038700       INTO WS-REPORT-LINE.                                       zbnkaml
038800     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkaml
038900     PERFORM PRINTOUT-PUT.                                        zbnkaml
038910     MOVE SPACES TO AMLF-FILE-REC.                                zbnkaml
038920     MOVE WS-CASH-PID (WS-CASH-SUB) TO AF-REC-PID.                zbnkaml
038930     MOVE WS-TODAY-DATE-N TO AF-REC-DATE.                         zbnkaml
038940     SET AF-REC-DAY-TOTAL TO TRUE.                                zbnkaml
038950     MOVE WS-CASH-TOTAL (WS-CASH-SUB) TO AF-REC-AMOUNT.           zbnkaml
038960     MOVE WS-CASH-COUNT (WS-CASH-SUB) TO AF-REC-ITEMS.            zbnkaml
038970     PERFORM AMLF-WRITE.                                          zbnkaml
039000 REPORT-STRUCTURING-NEXT.                                         zbnkaml
039100     ADD 1 TO WS-CASH-SUB.                                        zbnkaml
039200 REPORT-STRUCTURING-STEP-EXIT.                                    zbnkaml
039300     EXIT.                                                        zbnkaml
039400                                                                  zbnkaml
039500******************************************************************zbnkaml
039600* Open the BNKTXD daily posting journal for input.               *zbnkaml
039700******************************************************************zbnkaml
039800 TXN-OPEN.                                                        zbnkaml
039900     OPEN INPUT TXN-FILE.                                         zbnkaml
040500        PERFORM ABORT-PROGRAM                                     zbnkaml
040600     END-IF.                                                      zbnkaml
040700                                                                  zbnkaml
040706 TXN-GET.                                                         zbnkaml
040712     IF WS-TXN-POSITIONED = 'NO '                                 zbnkaml
040718        PERFORM TXN-START-DAY                                     zbnkaml
040724     END-IF.                                                      zbnkaml
040730     IF WS-TXN-DAY-EMPTY = 'YES'                                  zbnkaml
040736        MOVE 'YES' TO WS-END-OF-TXN                               zbnkaml
040742     ELSE                                                         zbnkaml
040748        PERFORM TXN-READ-NEXT                                     zbnkaml
040754     END-IF.                                                      zbnkaml
040760                                                                  zbnkaml
040766 TXN-START-DAY.                                                   zbnkaml
040772     MOVE 'YES' TO WS-TXN-POSITIONED.                             zbnkaml
040778     MOVE WS-TODAY-DATE-N TO TD-REC-KEY-DTE.                      zbnkaml
040784     MOVE LOW-VALUES TO TD-REC-KEY-TXN.                           zbnkaml
040790     START TXN-FILE KEY IS NOT LESS THAN TD-REC-KEY.              zbnkaml
040796     IF WS-TXN-STATUS = '23'                                      zbnkaml
040802        MOVE 'YES' TO WS-TXN-DAY-EMPTY                            zbnkaml
040808     ELSE                                                         zbnkaml
040814        IF WS-TXN-STATUS NOT = '00'                               zbnkaml
040820           MOVE 'TXN Error positioning file ...'                  zbnkaml
040826             TO WS-CONSOLE-MESSAGE                                zbnkaml
040832           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkaml
040838           MOVE WS-TXN-STATUS TO WS-IO-STATUS                     zbnkaml
040844           PERFORM DISPLAY-IO-STATUS                              zbnkaml
040850           PERFORM ABORT-PROGRAM                                  zbnkaml
040856        END-IF                                                    zbnkaml
040862     END-IF.                                                      zbnkaml
040868                                                                  zbnkaml
040874 TXN-READ-NEXT.                                                   zbnkaml
040900     READ TXN-FILE NEXT RECORD.                                   zbnkaml
041000     IF WS-TXN-STATUS NOT = '00'                                  zbnkaml
041100        IF WS-TXN-STATUS = '10'                                   zbnkaml
041900           PERFORM ABORT-PROGRAM                                  zbnkaml
042000        END-IF                                                    zbnkaml
042100     END-IF.                                                      zbnkaml
042110     IF WS-TXN-STATUS = '00'                                      zbnkaml
042120        IF TD-REC-POST-DTE IS EQUAL TO WS-TODAY-DATE-N            zbnkaml
042130           MOVE TD-REC-TXN TO WS-BNKTXN-REC                       zbnkaml
042140        ELSE                                                      zbnkaml
042150           MOVE 'YES' TO WS-END-OF-TXN                            zbnkaml
042160        END-IF                                                    zbnkaml
042170     END-IF.                                                      zbnkaml
042200                                                                  zbnkaml
042300 TXN-CLOSE.                                                       zbnkaml
042400     CLOSE TXN-FILE.                                              zbnkaml
050800     END-IF.                                                      zbnkaml
050900                                                                  zbnkaml
051000******************************************************************zbnkaml
051002* Open, write and close the AMLF flag file. A flag already on    *zbnkaml
051004* file for the same posting or day was kept by an earlier run of *zbnkaml
051006* the same day and is left as it is.                             *zbnkaml
051008******************************************************************zbnkaml
051010 AMLF-OPEN.                                                       zbnkaml
051012     OPEN I-O AMLF-FILE.                                          zbnkaml
051014     IF WS-AMLF-STATUS NOT = '00'                                 zbnkaml
051016        MOVE 'AMLF file open failure...'                          zbnkaml
051018          TO WS-CONSOLE-MESSAGE                                   zbnkaml
051020        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkaml
051022        MOVE WS-AMLF-STATUS TO WS-IO-STATUS                       zbnkaml
051024        PERFORM DISPLAY-IO-STATUS                                 zbnkaml
051026        PERFORM ABORT-PROGRAM                                     zbnkaml
051028     END-IF.                                                      zbnkaml
051030                                                                  zbnkaml
051032 AMLF-WRITE.                                                      zbnkaml
051034     WRITE AMLF-FILE-REC.                                         zbnkaml
051036     IF WS-AMLF-STATUS = '00'                                     zbnkaml
051038        ADD 1 TO WS-FLAGS-RECORDED                                zbnkaml
051040     ELSE                                                         zbnkaml
051042        IF WS-AMLF-STATUS NOT = '22'                              zbnkaml
051044           MOVE 'AMLF Error writing file ...'                     zbnkaml
051046             TO WS-CONSOLE-MESSAGE                                zbnkaml
051048           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkaml
051050           MOVE WS-AMLF-STATUS TO WS-IO-STATUS                    zbnkaml
051052           PERFORM DISPLAY-IO-STATUS                              zbnkaml
051054           PERFORM ABORT-PROGRAM                                  zbnkaml
051056        END-IF                                                    zbnkaml
051058     END-IF.                                                      zbnkaml
051060                                                                  zbnkaml
051062 AMLF-CLOSE.                                                      zbnkaml
051064     CLOSE AMLF-FILE.                                             zbnkaml
051066     IF WS-AMLF-STATUS NOT = '00'                                 zbnkaml
051068        MOVE 'AMLF file close failure...'                         zbnkaml
051070          TO WS-CONSOLE-MESSAGE                                   zbnkaml
051072        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkaml
051074        MOVE WS-AMLF-STATUS TO WS-IO-STATUS                       zbnkaml
051076        PERFORM DISPLAY-IO-STATUS                                 zbnkaml
051078        PERFORM ABORT-PROGRAM                                     zbnkaml
051080     END-IF.                                                      zbnkaml
051082                                                                  zbnkaml
051084******************************************************************zbnkaml
051100* Open, write and close the PRINTOUT report file. A fresh        *zbnkaml
051200* report is produced every run.                                  *zbnkaml
051300******************************************************************zbnkaml
056000            WS-STRUCTURING-REPORTED DELIMITED BY SIZE             zbnkaml
056100       INTO JOBSUM-REC.                                           zbnkaml
056200     PERFORM JOBSUM-PUT.                                          zbnkaml
056210     MOVE SPACES TO JOBSUM-REC.                                   zbnkaml
056220     STRING 'Flags kept on BNKAMLF:       ' DELIMITED BY SIZE     zbnkaml
056230            WS-FLAGS-RECORDED DELIMITED BY SIZE                   zbnkaml
056240       INTO JOBSUM-REC.                                           zbnkaml
056250     PERFORM JOBSUM-PUT.                                          zbnkaml
056300     PERFORM JOBSUM-CLOSE.                                        zbnkaml
056400     MOVE 'Job summary written to JOBSUM'                         zbnkaml
056500       TO WS-CONSOLE-MESSAGE.                                     zbnkaml
090310                                                                  zbnkaml
090320 MONTH-LOOKUP-STEP.                                               zbnkaml
090330     CONTINUE.                                                    zbnkaml
090331                                                                  zbnkaml
090332******************************************************************zbnkaml
090333* Run-control hooks. The START call blocks this job when it has  *zbnkaml
090334* already completed for the business date or a prerequisite has  *zbnkaml
090335* not, and records the start on BNKRUNC; the END call records    *zbnkaml
090336* the end time and return code. See URUNCTL.CBL.                 *zbnkaml
090337******************************************************************zbnkaml
090338 RUN-CONTROL-START.                                               zbnkaml
090339     SET RUNCTL-START TO TRUE.                                    zbnkaml
090340     MOVE 'ZBNKAML' TO RUNCTL-JOB.                                zbnkaml
090341     MOVE ZERO TO RUNCTL-BUSDATE.                                 zbnkaml
090342     MOVE ZERO TO RUNCTL-RETURN-CODE.                             zbnkaml
090343     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkaml
090344     IF RUNCTL-BLOCKED                                            zbnkaml
090345        MOVE RUNCTL-REPLY-TEXT TO WS-CONSOLE-MESSAGE              zbnkaml
090346        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkaml
090347        MOVE 'Run control blocked this run' TO WS-CONSOLE-MESSAGE zbnkaml
090348        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkaml
090349        MOVE 8 TO RETURN-CODE                                     zbnkaml
090350        GOBACK                                                    zbnkaml
090351     END-IF.                                                      zbnkaml
090352 RUN-CONTROL-START-EXIT.                                          zbnkaml
090353     EXIT.                                                        zbnkaml
090354                                                                  zbnkaml
090355 RUN-CONTROL-END.                                                 zbnkaml
090356     SET RUNCTL-END TO TRUE.                                      zbnkaml
090357     MOVE RETURN-CODE TO RUNCTL-RETURN-CODE.                      zbnkaml
090358     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkaml
090359                                                                  zbnkaml
060200******************************************************************zbnkaml
060300* Display the file status bytes                                  *zbnkaml
060400******************************************************************zbnkaml
