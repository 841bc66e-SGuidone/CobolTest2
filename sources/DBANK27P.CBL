001700*              periodic review: the branch's new risk rating    * dbank27p
001800*              and next review date, clearing the restriction   * dbank27p
001900*              the ZBNKKYCR enforcement batch set               * dbank27p
001910*              - and lets a compliance officer pin the risk     * dbank27p
001920*              rating against the monthly ZBNKKYCS scoring run, * dbank27p
001930*              or release the pin; both are audited on BNKAUDT  * dbank27p
001950*              Audit records are chained on BNKACHN (CAUDCHP)   * dbank27p
001970*              for the nightly ZBNKACHV verification            * dbank27p
002000*              VSAM version                                     * dbank27p
002100***************************************************************** dbank27p
002200                                                                  dbank27p
004200   05  WS-TODAY-DATE                         PIC X(8).            dbank27p
004300   05  WS-TODAY-DATE-N REDEFINES WS-TODAY-DATE PIC 9(8).          dbank27p
004400   05  WS-TODAY-TIME                         PIC X(6).            dbank27p
004406   05  WS-AUDIT-SEQ                          PIC 9(3) VALUE ZERO. dbank27p
004412                                                                  dbank27p
004418***************************************************************** dbank27p
004424* The KYC fields sit beyond the first 80 bytes of the customer  * dbank27p
004430* record, so the audit images carry this summary of them        * dbank27p
004436***************************************************************** dbank27p
004442 01  WS-KYC-IMAGE.                                                dbank27p
004448   05  WS-KYC-IMG-PID                        PIC X(5).            dbank27p
004454   05  WS-KYC-IMG-RISK                       PIC X(1).            dbank27p
004460   05  WS-KYC-IMG-PIN                        PIC X(1).            dbank27p
004466   05  WS-KYC-IMG-REVIEW-DTE                 PIC 9(8).            dbank27p
004472   05  WS-KYC-IMG-RESTRICT                   PIC X(1).            dbank27p
004478   05  FILLER                                PIC X(1).            dbank27p
004484   05  WS-KYC-IMG-REASON                     PIC X(40).           dbank27p
004490   05  FILLER                                PIC X(23).           dbank27p
004500                                                                  dbank27p
004600 01  WS-BNKCUST-REC.                                              dbank27p
004700 COPY CBANKVCS.                                                   dbank27p
004710                                                                  dbank27p
004720 01  WS-BNKAUDT-REC.                                              dbank27p
004730 COPY CBANKVAD.                                                   dbank27p
004740 01  WS-BNKACHN-REC.                                              dbank27p
004750 COPY CBANKVCN.                                                   dbank27p
004760 01  WS-AUDHSH-PARM.                                              dbank27p
004770 COPY CAUDHSD.                                                    dbank27p
004780 COPY CAUDCHD.                                                    dbank27p
004800                                                                  dbank27p
004900 01  WS-COMMAREA.                                                 dbank27p
005000 COPY CBANKD27.                                                   dbank27p
005100                                                                  dbank27p
005200 COPY CABENDD.                                                    dbank27p
005210                                                                  dbank27p
005220 01  WS-BNKPERF-REC.                                              dbank27p
005230 COPY CBANKVPF.                                                   dbank27p
005240                                                                  dbank27p
005250 COPY CPERFD.                                                     dbank27p
005300                                                                  dbank27p
005400 LINKAGE SECTION.                                                 dbank27p
005500 01  DFHCOMMAREA.                                                 dbank27p
005800         DEPENDING ON WS-COMMAREA-LENGTH.                         dbank27p
005900                                                                  dbank27p
006000 COPY CENTRY.                                                     dbank27p
006010***************************************************************** dbank27p
006020* Start the response-time clock for this request                * dbank27p
006030***************************************************************** dbank27p
006040     PERFORM PERF-TIMER.                                          dbank27p
006050                                                                  dbank27p
006100***************************************************************** dbank27p
006200* Move the passed data to our area                              * dbank27p
006300***************************************************************** dbank27p
007800       WHEN CD27I-RECORD-REVIEW                                   dbank27p
007900         PERFORM RECORD-REVIEW-PROCESS                            dbank27p
008000             THRU RECORD-REVIEW-PROCESS-EXIT                      dbank27p
008010       WHEN CD27I-PIN-RATING                                      dbank27p
008020         PERFORM PIN-RATING-PROCESS                               dbank27p
008030             THRU PIN-RATING-PROCESS-EXIT                         dbank27p
008040       WHEN CD27I-RELEASE-PIN                                     dbank27p
008050         PERFORM RELEASE-PIN-PROCESS                              dbank27p
008060             THRU RELEASE-PIN-PROCESS-EXIT                        dbank27p
008100       WHEN OTHER                                                 dbank27p
008200         PERFORM VIEW-PROCESS                                     dbank27p
008300             THRU VIEW-PROCESS-EXIT                               dbank27p
008800***************************************************************** dbank27p
008900     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       dbank27p
009000                                                                  dbank27p
009010***************************************************************** dbank27p
009020* Log this request's response time to BNKPERF                   * dbank27p
009030***************************************************************** dbank27p
009040     MOVE CD27I-FUNCTION TO WS-PERF-FUNCTION.                     dbank27p
009050     PERFORM PERF-TIMER.                                          dbank27p
009060                                                                  dbank27p
009100***************************************************************** dbank27p
009200* Return to our caller                                          * dbank27p
009300***************************************************************** dbank27p
015100        MOVE 'Customer not found' TO CD27O-MESSAGE                dbank27p
015200        GO TO RECORD-REVIEW-PROCESS-EXIT                          dbank27p
015300     END-IF.                                                      dbank27p
015310     IF BCS-REC-KYC-RISK-PINNED AND                               dbank27p
015320        CD27I-RISK IS NOT EQUAL TO BCS-REC-KYC-RISK               dbank27p
015330        EXEC CICS UNLOCK FILE('BNKCUST')                          dbank27p
015340        END-EXEC                                                  dbank27p
015350        SET CD27O-REJECTED TO TRUE                                dbank27p
015356        MOVE 'Risk rating is pinned by compliance'                dbank27p
015362          TO CD27O-MESSAGE                                        dbank27p
015370        PERFORM MOVE-KYC-TO-OUTPUT                                dbank27p
015380        GO TO RECORD-REVIEW-PROCESS-EXIT                          dbank27p
015390     END-IF.                                                      dbank27p
015400     MOVE CD27I-RISK TO BCS-REC-KYC-RISK.                         dbank27p
015500     MOVE CD27I-NEXT-REVIEW-DTE TO BCS-REC-KYC-REVIEW-DTE.        dbank27p
015600     MOVE SPACE TO BCS-REC-KYC-RESTRICT.                          dbank27p
017000     EXIT.                                                        dbank27p
017100                                                                  dbank27p
017200***************************************************************** dbank27p
017201* Pin the risk rating - the scoring run reports what it would   * dbank27p
017202* have rated the customer but leaves the pinned rating alone    * dbank27p
017203***************************************************************** dbank27p
017204 PIN-RATING-PROCESS.                                              dbank27p
017205     IF CD27I-USERID IS EQUAL TO SPACES                           dbank27p
017206        SET CD27O-REJECTED TO TRUE                                dbank27p
017207        MOVE 'Compliance userid is required' TO CD27O-MESSAGE     dbank27p
017208        GO TO PIN-RATING-PROCESS-EXIT                             dbank27p
017209     END-IF.                                                      dbank27p
017210     IF CD27I-RISK IS NOT EQUAL TO 'L' AND                        dbank27p
017211        CD27I-RISK IS NOT EQUAL TO 'M' AND                        dbank27p
017212        CD27I-RISK IS NOT EQUAL TO 'H'                            dbank27p
017213        SET CD27O-REJECTED TO TRUE                                dbank27p
017214        MOVE 'Risk rating must be L, M or H' TO CD27O-MESSAGE     dbank27p
017215        GO TO PIN-RATING-PROCESS-EXIT                             dbank27p
017216     END-IF.                                                      dbank27p
017217     IF CD27I-REASON IS EQUAL TO SPACES                           dbank27p
017218        SET CD27O-REJECTED TO TRUE                                dbank27p
017219        MOVE 'A reason for the override is required'              dbank27p
017220          TO CD27O-MESSAGE                                        dbank27p
017221        GO TO PIN-RATING-PROCESS-EXIT                             dbank27p
017222     END-IF.                                                      dbank27p
017223     PERFORM GET-TODAY-DATE.                                      dbank27p
017224     EXEC CICS READ FILE('BNKCUST')                               dbank27p
017225                    INTO(WS-BNKCUST-REC)                          dbank27p
017226                    LENGTH(LENGTH OF WS-BNKCUST-REC)              dbank27p
017227                    RIDFLD(CD27I-PID)                             dbank27p
017228                    UPDATE                                        dbank27p
017229                    RESP(WS-RESP)                                 dbank27p
017230     END-EXEC.                                                    dbank27p
017231     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank27p
017232        SET CD27O-REJECTED TO TRUE                                dbank27p
017233        MOVE 'Customer not found' TO CD27O-MESSAGE                dbank27p
017234        GO TO PIN-RATING-PROCESS-EXIT                             dbank27p
017235     END-IF.                                                      dbank27p
017236     PERFORM BUILD-KYC-IMAGE.                                     dbank27p
017237     MOVE WS-KYC-IMAGE TO AD-REC-BEFORE-IMAGE.                    dbank27p
017238     MOVE CD27I-RISK TO BCS-REC-KYC-RISK.                         dbank27p
017239     SET BCS-REC-KYC-RISK-PINNED TO TRUE.                         dbank27p
017240     EXEC CICS REWRITE FILE('BNKCUST')                            dbank27p
017241                   FROM(WS-BNKCUST-REC)                           dbank27p
017242                   LENGTH(LENGTH OF WS-BNKCUST-REC)               dbank27p
017243                   RESP(WS-RESP)                                  dbank27p
017244     END-EXEC.                                                    dbank27p
017245     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank27p
017246        SET CD27O-REJECTED TO TRUE                                dbank27p
017247        MOVE 'Unable to pin the risk rating' TO CD27O-MESSAGE     dbank27p
017248        GO TO PIN-RATING-PROCESS-EXIT                             dbank27p
017249     END-IF.                                                      dbank27p
017250     PERFORM WRITE-AUDIT-RECORD.                                  dbank27p
017251     PERFORM MOVE-KYC-TO-OUTPUT.                                  dbank27p
017252     MOVE 'Risk rating pinned' TO CD27O-MESSAGE.                  dbank27p
017253 PIN-RATING-PROCESS-EXIT.                                         dbank27p
017254     EXIT.                                                        dbank27p
017255                                                                  dbank27p
017256***************************************************************** dbank27p
017257* Release a pinned rating - the next scoring run rates the      * dbank27p
017258* customer afresh                                               * dbank27p
017259***************************************************************** dbank27p
017260 RELEASE-PIN-PROCESS.                                             dbank27p
017261     IF CD27I-USERID IS EQUAL TO SPACES                           dbank27p
017262        SET CD27O-REJECTED TO TRUE                                dbank27p
017263        MOVE 'Compliance userid is required' TO CD27O-MESSAGE     dbank27p
017264        GO TO RELEASE-PIN-PROCESS-EXIT                            dbank27p
017265     END-IF.                                                      dbank27p
017266     IF CD27I-REASON IS EQUAL TO SPACES                           dbank27p
017267        SET CD27O-REJECTED TO TRUE                                dbank27p
017268        MOVE 'A reason for the release is required'               dbank27p
017269          TO CD27O-MESSAGE                                        dbank27p
017270        GO TO RELEASE-PIN-PROCESS-EXIT                            dbank27p
017271     END-IF.                                                      dbank27p
017272     PERFORM GET-TODAY-DATE.                                      dbank27p
017273     EXEC CICS READ FILE('BNKCUST')                               dbank27p
017274                    INTO(WS-BNKCUST-REC)                          dbank27p
017275                    LENGTH(LENGTH OF WS-BNKCUST-REC)              dbank27p
017276                    RIDFLD(CD27I-PID)                             dbank27p
017277                    UPDATE                                        dbank27p
017278                    RESP(WS-RESP)                                 dbank27p
017279     END-EXEC.                                                    dbank27p
017280     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank27p
017281        SET CD27O-REJECTED TO TRUE                                dbank27p
017282        MOVE 'Customer not found' TO CD27O-MESSAGE                dbank27p
017283        GO TO RELEASE-PIN-PROCESS-EXIT                            dbank27p
017284     END-IF.                                                      dbank27p
017285     IF NOT BCS-REC-KYC-RISK-PINNED                               dbank27p
017286        EXEC CICS UNLOCK FILE('BNKCUST')                          dbank27p
017287        END-EXEC                                                  dbank27p
017288        SET CD27O-REJECTED TO TRUE                                dbank27p
017289        MOVE 'Risk rating is not pinned' TO CD27O-MESSAGE         dbank27p
017290        PERFORM MOVE-KYC-TO-OUTPUT                                dbank27p
017291        GO TO RELEASE-PIN-PROCESS-EXIT                            dbank27p
017292     END-IF.                                                      dbank27p
017293     PERFORM BUILD-KYC-IMAGE.                                     dbank27p
017294     MOVE WS-KYC-IMAGE TO AD-REC-BEFORE-IMAGE.                    dbank27p
017295     MOVE SPACE TO BCS-REC-KYC-RISK-PIN.                          dbank27p
017296     EXEC CICS REWRITE FILE('BNKCUST')                            dbank27p
017297                   FROM(WS-BNKCUST-REC)                           dbank27p
017298                   LENGTH(LENGTH OF WS-BNKCUST-REC)               dbank27p
017299                   RESP(WS-RESP)                                  dbank27p
017300     END-EXEC.                                                    dbank27p
017301     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank27p
017302        SET CD27O-REJECTED TO TRUE                                dbank27p
017303        MOVE 'Unable to release the pin' TO CD27O-MESSAGE         dbank27p
017304        GO TO RELEASE-PIN-PROCESS-EXIT                            dbank27p
017305     END-IF.                                                      dbank27p
017306     PERFORM WRITE-AUDIT-RECORD.                                  dbank27p
017307     PERFORM MOVE-KYC-TO-OUTPUT.                                  dbank27p
017308     MOVE 'Pin released - the next scoring run rates the customer'dbank27p
017309       TO CD27O-MESSAGE.                                          dbank27p
017310 RELEASE-PIN-PROCESS-EXIT.                                        dbank27p
017311     EXIT.                                                        dbank27p
017312                                                                  dbank27p
017313***************************************************************** dbank27p
017314* Summarise the KYC fields for an audit image                   * dbank27p
017315***************************************************************** dbank27p
017316 BUILD-KYC-IMAGE.                                                 dbank27p
017317     MOVE SPACES TO WS-KYC-IMAGE.                                 dbank27p
017318     MOVE BCS-REC-PID TO WS-KYC-IMG-PID.                          dbank27p
017319     MOVE BCS-REC-KYC-RISK TO WS-KYC-IMG-RISK.                    dbank27p
017320     MOVE BCS-REC-KYC-RISK-PIN TO WS-KYC-IMG-PIN.                 dbank27p
017321     MOVE BCS-REC-KYC-REVIEW-DTE TO WS-KYC-IMG-REVIEW-DTE.        dbank27p
017322     MOVE BCS-REC-KYC-RESTRICT TO WS-KYC-IMG-RESTRICT.            dbank27p
017323     MOVE CD27I-REASON TO WS-KYC-IMG-REASON.                      dbank27p
017324 BUILD-KYC-IMAGE-EXIT.                                            dbank27p
017325     EXIT.                                                        dbank27p
017326                                                                  dbank27p
017327***************************************************************** dbank27p
017328* Audit the override - who pinned or released it, when and why  * dbank27p
017329***************************************************************** dbank27p
017330 WRITE-AUDIT-RECORD.                                              dbank27p
017331     ADD 1 TO WS-AUDIT-SEQ.                                       dbank27p
017332     MOVE EIBTASKN TO AD-REC-TASKN.                               dbank27p
017333     MOVE WS-AUDIT-SEQ TO AD-REC-SEQ.                             dbank27p
017334     MOVE 'BNKCUST ' TO AD-REC-TABLE.                             dbank27p
017335     SET AD-REC-ACTION-CHANGE TO TRUE.                            dbank27p
017336     MOVE CD27I-USERID TO AD-REC-USERID.                          dbank27p
017337     MOVE WS-TODAY-DATE-N TO AD-REC-DATE.                         dbank27p
017338     MOVE WS-TODAY-TIME TO AD-REC-TIME.                           dbank27p
017339     PERFORM BUILD-KYC-IMAGE.                                     dbank27p
017340     MOVE WS-KYC-IMAGE TO AD-REC-AFTER-IMAGE.                     dbank27p
017341     PERFORM AUDIT-CHAIN-WRITE                                    dbank27p
017342         THRU AUDIT-CHAIN-WRITE-EXIT.                             dbank27p
017347 WRITE-AUDIT-RECORD-EXIT.                                         dbank27p
017348     EXIT.                                                        dbank27p
017349                                                                  dbank27p
017360***************************************************************** dbank27p
017380* Copy the KYC position to the output area                      * dbank27p
017400***************************************************************** dbank27p
017500 MOVE-KYC-TO-OUTPUT.                                              dbank27p
017600     MOVE BCS-REC-NAME TO CD27O-NAME.                             dbank27p
017700     MOVE BCS-REC-KYC-REVIEW-DTE TO CD27O-REVIEW-DTE.             dbank27p
017800     MOVE BCS-REC-KYC-RISK TO CD27O-RISK.                         dbank27p
017900     MOVE BCS-REC-KYC-RESTRICT TO CD27O-RESTRICT-FLAG.            dbank27p
017910     MOVE BCS-REC-KYC-RISK-PIN TO CD27O-PINNED.                   dbank27p
018000 MOVE-KYC-TO-OUTPUT-EXIT.                                         dbank27p
018100     EXIT.                                                        dbank27p
018200                                                                  dbank27p
019500 GET-TODAY-DATE-EXIT.                                             dbank27p
019600     EXIT.                                                        dbank27p
019700                                                                  dbank27p
019730 COPY CPERFP.                                                     dbank27p
019740 COPY CAUDCHP.                                                    dbank27p
019760                                                                  dbank27p
019800* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank27p
