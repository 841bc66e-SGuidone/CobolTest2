001900*              scan and the alert scan read one summary record   *zbnkasum
002000*              per account instead of browsing the whole         *zbnkasum
002100*              transaction file every run.                       *zbnkasum
002110*              Reads only the run date's postings, taken from    *zbnkasum
002120*              the BNKTXD daily posting journal, not BNKTXN.     *zbnkasum
002200******************************************************************zbnkasum
002300 IDENTIFICATION DIVISION.                                         zbnkasum
002400 PROGRAM-ID.                                                      zbnkasum
003200 INPUT-OUTPUT   SECTION.                                          zbnkasum
003300   FILE-CONTROL.                                                  zbnkasum
003400     SELECT TXN-FILE                                              zbnkasum
003500            ASSIGN       TO BNKTXD                                zbnkasum
003600            ORGANIZATION IS INDEXED                               zbnkasum
003700            ACCESS MODE  IS SEQUENTIAL                            zbnkasum
003800            RECORD KEY   IS TD-REC-KEY                            zbnkasum
003900            FILE STATUS  IS WS-TXN-STATUS.                        zbnkasum
004000     SELECT ASUM-FILE                                             zbnkasum
004100            ASSIGN       TO BNKASUM                               zbnkasum
005400                                                                  zbnkasum
005500 FD  TXN-FILE.                                                    zbnkasum
005600 01  TXN-FILE-REC.                                                zbnkasum
005700 COPY CBANKVTD.                                                   zbnkasum
005800                                                                  zbnkasum
005900 FD  ASUM-FILE.                                                   zbnkasum
006000 01  ASUM-FILE-REC.                                               zbnkasum
011100 01  WS-SUMMARIES-CREATED                  PIC 9(5) VALUE ZERO.   zbnkasum
011200                                                                  zbnkasum
011300 01  WS-END-OF-TXN                         PIC X(3) VALUE 'NO '.  zbnkasum
011301 01  WS-TXN-POSITIONED                     PIC X(3) VALUE 'NO '.  zbnkasum
011302 01  WS-TXN-DAY-EMPTY                      PIC X(3) VALUE 'NO '.  zbnkasum
011303                                                                  zbnkasum
011304 01  WS-BNKTXN-REC.                                               zbnkasum
011305 COPY CBANKVTX.                                                   zbnkasum
011306                                                                  zbnkasum
011307 01  WS-RUN-CONTROL.                                              zbnkasum
011308 COPY CRUNCTLD.                                                   zbnkasum
011309                                                                  zbnkasum
011310 01  WS-CURR-FOLD-ACCNO                    PIC X(9) VALUE SPACES. zbnkasum
011400                                                                  zbnkasum
011500******************************************************************zbnkasum
011800******************************************************************zbnkasum
011900 PROCEDURE DIVISION.                                              zbnkasum
012000                                                                  zbnkasum
012010     PERFORM RUN-CONTROL-START                                    zbnkasum
012020         THRU RUN-CONTROL-START-EXIT.                             zbnkasum
012100     PERFORM GET-RUN-DATE.                                        zbnkasum
012200                                                                  zbnkasum
012300     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           zbnkasum
013900     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     zbnkasum
014000     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkasum
014100     MOVE 0 TO RETURN-CODE.                                       zbnkasum
014110     PERFORM RUN-CONTROL-END.                                     zbnkasum
014200     GOBACK.                                                      zbnkasum
014300                                                                  zbnkasum
014400******************************************************************zbnkasum
021500     ADD 1 TO WS-POSTINGS-FOLDED.                                 zbnkasum
021600                                                                  zbnkasum
021700******************************************************************zbnkasum
021800* Open the BNKTXD daily posting journal for input.               *zbnkasum
021900******************************************************************zbnkasum
022000 TXN-OPEN.                                                        zbnkasum
022100     OPEN INPUT TXN-FILE.                                         zbnkasum
023000        PERFORM ABORT-PROGRAM                                     zbnkasum
023100     END-IF.                                                      zbnkasum
023200                                                                  zbnkasum
023206 TXN-GET.                                                         zbnkasum
023212     IF WS-TXN-POSITIONED = 'NO '                                 zbnkasum
023218        PERFORM TXN-START-DAY                                     zbnkasum
023224     END-IF.                                                      zbnkasum
023230     IF WS-TXN-DAY-EMPTY = 'YES'                                  zbnkasum
023236        MOVE 'YES' TO WS-END-OF-TXN                               zbnkasum
023242     ELSE                                                         zbnkasum
023248        PERFORM TXN-READ-NEXT                                     zbnkasum
023254     END-IF.                                                      zbnkasum
023260                                                                  zbnkasum
023266 TXN-START-DAY.                                                   zbnkasum
023272     MOVE 'YES' TO WS-TXN-POSITIONED.                             zbnkasum
023278     MOVE WS-TODAY-DATE-N TO TD-REC-KEY-DTE.                      zbnkasum
023284     MOVE LOW-VALUES TO TD-REC-KEY-TXN.                           zbnkasum
023290     START TXN-FILE KEY IS NOT LESS THAN TD-REC-KEY.              zbnkasum
023296     IF WS-TXN-STATUS = '23'                                      zbnkasum
023302        MOVE 'YES' TO WS-TXN-DAY-EMPTY                            zbnkasum
023308     ELSE                                                         zbnkasum
023314        IF WS-TXN-STATUS NOT = '00'                               zbnkasum
023320           MOVE 'TXN Error positioning file ...'                  zbnkasum
023326             TO WS-CONSOLE-MESSAGE                                zbnkasum
023332           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkasum
023338           MOVE WS-TXN-STATUS TO WS-IO-STATUS                     zbnkasum
023344           PERFORM DISPLAY-IO-STATUS                              zbnkasum
023350           PERFORM ABORT-PROGRAM                                  zbnkasum
023356        END-IF                                                    zbnkasum
023362     END-IF.                                                      zbnkasum
023368                                                                  zbnkasum
023374 TXN-READ-NEXT.                                                   zbnkasum
023400     READ TXN-FILE NEXT RECORD.                                   zbnkasum
023500     IF WS-TXN-STATUS NOT = '00'                                  zbnkasum
023600        IF WS-TXN-STATUS = '10'                                   zbnkasum
024400           PERFORM ABORT-PROGRAM                                  zbnkasum
024500        END-IF                                                    zbnkasum
024600     END-IF.                                                      zbnkasum
024610     IF WS-TXN-STATUS = '00'                                      zbnkasum
024620        IF TD-REC-POST-DTE IS EQUAL TO WS-TODAY-DATE-N            zbnkasum
024630           MOVE TD-REC-TXN TO WS-BNKTXN-REC                       zbnkasum
024640        ELSE                                                      zbnkasum
024650           MOVE 'YES' TO WS-END-OF-TXN                            zbnkasum
024660        END-IF                                                    zbnkasum
024670     END-IF.                                                      zbnkasum
024700                                                                  zbnkasum
024800 TXN-CLOSE.                                                       zbnkasum
024900     CLOSE TXN-FILE.                                              zbnkasum
090310                                                                  zbnkasum
090320 MONTH-LOOKUP-STEP.                                               zbnkasum
090330     CONTINUE.                                                    zbnkasum
090331                                                                  zbnkasum
090332******************************************************************zbnkasum
090333* Run-control hooks. The START call blocks this job when it has  *zbnkasum
090334* already completed for the business date or a prerequisite has  *zbnkasum
090335* not, and records the start on BNKRUNC; the END call records    *zbnkasum
090336* the end time and return code. See URUNCTL.CBL.                 *zbnkasum
090337******************************************************************zbnkasum
090338 RUN-CONTROL-START.                                               zbnkasum
090339     SET RUNCTL-START TO TRUE.                                    zbnkasum
090340     MOVE 'ZBNKASUM' TO RUNCTL-JOB.                               zbnkasum
090341     MOVE ZERO TO RUNCTL-BUSDATE.                                 zbnkasum
090342     MOVE ZERO TO RUNCTL-RETURN-CODE.                             zbnkasum
090343     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkasum
090344     IF RUNCTL-BLOCKED                                            zbnkasum
090345        MOVE RUNCTL-REPLY-TEXT TO WS-CONSOLE-MESSAGE              zbnkasum
090346        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkasum
090347        MOVE 'Run control blocked this run' TO WS-CONSOLE-MESSAGE zbnkasum
090348        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkasum
090349        MOVE 8 TO RETURN-CODE                                     zbnkasum
090350        GOBACK                                                    zbnkasum
090351     END-IF.                                                      zbnkasum
090352 RUN-CONTROL-START-EXIT.                                          zbnkasum
090353     EXIT.                                                        zbnkasum
090354                                                                  zbnkasum
090355 RUN-CONTROL-END.                                                 zbnkasum
090356     SET RUNCTL-END TO TRUE.                                      zbnkasum
090357     MOVE RETURN-CODE TO RUNCTL-RETURN-CODE.                      zbnkasum
090358     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkasum
090359                                                                  zbnkasum
037500******************************************************************zbnkasum
037600* Display the file status bytes                                  *zbnkasum
037700******************************************************************zbnkasum
