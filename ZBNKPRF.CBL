002000*              through the running balances, and reports every   *zbnkprf
002100*              out-of-proof account with the discrepancy. A run  *zbnkprf
002200*              with exceptions ends with return code 8.          *zbnkprf
002210*              Reads only the run date's postings, taken from    *zbnkprf
002220*              the BNKTXD daily posting journal, not BNKTXN.     *zbnkprf
002300******************************************************************zbnkprf
002400 IDENTIFICATION DIVISION.                                         zbnkprf
002500 PROGRAM-ID.                                                      zbnkprf
003300 INPUT-OUTPUT   SECTION.                                          zbnkprf
003400   FILE-CONTROL.                                                  zbnkprf
003500     SELECT TXN-FILE                                              zbnkprf
003600            ASSIGN       TO BNKTXD                                zbnkprf
003700            ORGANIZATION IS INDEXED                               zbnkprf
003800            ACCESS MODE  IS SEQUENTIAL                            zbnkprf
003900            RECORD KEY   IS TD-REC-KEY                            zbnkprf
004000            FILE STATUS  IS WS-TXN-STATUS.                        zbnkprf
004100     SELECT ACCOUNT-FILE                                          zbnkprf
004200            ASSIGN       TO BNKACCT                               zbnkprf
007200                                                                  zbnkprf
007300 FD  TXN-FILE.                                                    zbnkprf
007400 01  TXN-FILE-REC.                                                zbnkprf
007500 COPY CBANKVTD.                                                   zbnkprf
007600                                                                  zbnkprf
007700 FD  ACCOUNT-FILE.                                                zbnkprf
007800 01  ACCOUNT-FILE-REC.                                            zbnkprf
023700 01  WS-PROOF-BUSDATE                      PIC 9(8).              zbnkprf
023800                                                                  zbnkprf
023900 01  WS-END-OF-TXN                         PIC X(3) VALUE 'NO '.  zbnkprf
023910 01  WS-TXN-POSITIONED                     PIC X(3) VALUE 'NO '.  zbnkprf
023920 01  WS-TXN-DAY-EMPTY                      PIC X(3) VALUE 'NO '.  zbnkprf
023930                                                                  zbnkprf
023940 01  WS-BNKTXN-REC.                                               zbnkprf
023950 COPY CBANKVTX.                                                   zbnkprf
023960                                                                  zbnkprf
023970 01  WS-RUN-CONTROL.                                              zbnkprf
023980 COPY CRUNCTLD.                                                   zbnkprf
023990                                                                  zbnkprf
024000 01  WS-END-OF-ACCOUNT                     PIC X(3) VALUE 'NO '.  zbnkprf
024100                                                                  zbnkprf
024200******************************************************************zbnkprf
024500******************************************************************zbnkprf
024600 PROCEDURE DIVISION.                                              zbnkprf
024700                                                                  zbnkprf
024710     PERFORM RUN-CONTROL-START                                    zbnkprf
024720         THRU RUN-CONTROL-START-EXIT.                             zbnkprf
024800     PERFORM GET-RUN-DATE.                                        zbnkprf
024900                                                                  zbnkprf
025000     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           zbnkprf
028100     ELSE                                                         zbnkprf
028200        MOVE 0 TO RETURN-CODE                                     zbnkprf
028300     END-IF.                                                      zbnkprf
028310     PERFORM RUN-CONTROL-END.                                     zbnkprf
028400     GOBACK.                                                      zbnkprf
028500                                                                  zbnkprf
028600******************************************************************zbnkprf
048400     PERFORM PRINTOUT-PUT.                                        zbnkprf
048500                                                                  zbnkprf
048600******************************************************************zbnkprf
048700* Open the BNKTXD daily posting journal for input.               *zbnkprf
048800******************************************************************zbnkprf
048900 TXN-OPEN.                                                        zbnkprf
049000     OPEN INPUT TXN-FILE.                                         zbnkprf
049900        PERFORM ABORT-PROGRAM                                     zbnkprf
050000     END-IF.                                                      zbnkprf
050100                                                                  zbnkprf
050106 TXN-GET.                                                         zbnkprf
050112     IF WS-TXN-POSITIONED = 'NO '                                 zbnkprf
050118        PERFORM TXN-START-DAY                                     zbnkprf
050124     END-IF.                                                      zbnkprf
050130     IF WS-TXN-DAY-EMPTY = 'YES'                                  zbnkprf
050136        MOVE 'YES' TO WS-END-OF-TXN                               zbnkprf
050142     ELSE                                                         zbnkprf
050148        PERFORM TXN-READ-NEXT                                     zbnkprf
050154     END-IF.                                                      zbnkprf
050160                                                                  zbnkprf
050166 TXN-START-DAY.                                                   zbnkprf
050172     MOVE 'YES' TO WS-TXN-POSITIONED.                             zbnkprf
050178     MOVE WS-TODAY-DATE-N TO TD-REC-KEY-DTE.                      zbnkprf
050184     MOVE LOW-VALUES TO TD-REC-KEY-TXN.                           zbnkprf
050190     START TXN-FILE KEY IS NOT LESS THAN TD-REC-KEY.              zbnkprf
050196     IF WS-TXN-STATUS = '23'                                      zbnkprf
050202        MOVE 'YES' TO WS-TXN-DAY-EMPTY                            zbnkprf
050208     ELSE                                                         zbnkprf
050214        IF WS-TXN-STATUS NOT = '00'                               zbnkprf
050220           MOVE 'TXN Error positioning file ...'                  zbnkprf
050226             TO WS-CONSOLE-MESSAGE                                zbnkprf
050232           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkprf
050238           MOVE WS-TXN-STATUS TO WS-IO-STATUS                     zbnkprf
050244           PERFORM DISPLAY-IO-STATUS                              zbnkprf
050250           PERFORM ABORT-PROGRAM                                  zbnkprf
050256        END-IF                                                    zbnkprf
050262     END-IF.                                                      zbnkprf
050268                                                                  zbnkprf
050274 TXN-READ-NEXT.                                                   zbnkprf
050300     READ TXN-FILE NEXT RECORD.                                   zbnkprf
050400     IF WS-TXN-STATUS NOT = '00'                                  zbnkprf
050500        IF WS-TXN-STATUS = '10'                                   zbnkprf
051300           PERFORM ABORT-PROGRAM                                  zbnkprf
051400        END-IF                                                    zbnkprf
051500     END-IF.                                                      zbnkprf
051510     IF WS-TXN-STATUS = '00'                                      zbnkprf
051520        IF TD-REC-POST-DTE IS EQUAL TO WS-TODAY-DATE-N            zbnkprf
051530           MOVE TD-REC-TXN TO WS-BNKTXN-REC                       zbnkprf
051540        ELSE                                                      zbnkprf
051550           MOVE 'YES' TO WS-END-OF-TXN                            zbnkprf
051560        END-IF                                                    zbnkprf
051570     END-IF.                                                      zbnkprf
051600                                                                  zbnkprf
051700 TXN-CLOSE.                                                       zbnkprf
051800     CLOSE TXN-FILE.                                              zbnkprf
073700                                                                  zbnkprf
073800 MONTH-LOOKUP-STEP.                                               zbnkprf
073900     CONTINUE.                                                    zbnkprf
073903                                                                  zbnkprf
073906******************************************************************zbnkprf
073909* Run-control hooks. The START call blocks this job when it has  *zbnkprf
073912* already completed for the business date or a prerequisite has  *zbnkprf
073915* not, and records the start on BNKRUNC; the END call records    *zbnkprf
073918* the end time and return code. See URUNCTL.CBL.                 *zbnkprf
073921******************************************************************zbnkprf
073924 RUN-CONTROL-START.                                               zbnkprf
073927     SET RUNCTL-START TO TRUE.                                    zbnkprf
073930     MOVE 'ZBNKPRF' TO RUNCTL-JOB.                                zbnkprf
073933     MOVE ZERO TO RUNCTL-BUSDATE.                                 zbnkprf
073936     MOVE ZERO TO RUNCTL-RETURN-CODE.                             zbnkprf
073939     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkprf
073942     IF RUNCTL-BLOCKED                                            zbnkprf
073945        MOVE RUNCTL-REPLY-TEXT TO WS-CONSOLE-MESSAGE              zbnkprf
073948        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkprf
073951        MOVE 'Run control blocked this run' TO WS-CONSOLE-MESSAGE zbnkprf
073954        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkprf
073957        MOVE 8 TO RETURN-CODE                                     zbnkprf
073960        GOBACK                                                    zbnkprf
073963     END-IF.                                                      zbnkprf
073966 RUN-CONTROL-START-EXIT.                                          zbnkprf
073969     EXIT.                                                        zbnkprf
073972                                                                  zbnkprf
073975 RUN-CONTROL-END.                                                 zbnkprf
073978     SET RUNCTL-END TO TRUE.                                      zbnkprf
073981     MOVE RETURN-CODE TO RUNCTL-RETURN-CODE.                      zbnkprf
073984     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkprf
073987                                                                  zbnkprf
074000******************************************************************zbnkprf
074100* Display the file status bytes                                  *zbnkprf
074200******************************************************************zbnkprf
