002000*              booked to the SUSPENSE file and listed on the     *zbnkcrin
002100*              daily exception report for ops to repair and      *zbnkcrin
002200*              repost.                                           *zbnkcrin
002210*              An interrupted run restarts from its UCHKPT       *zbnkcrin
002220*              checkpoint, past the records it had already       *zbnkcrin
002230*              finished.                                         *zbnkcrin
002240*              A credit may name its destination by our IBAN in  *zbnkcrin
002250*              place of the account number. A number failing its *zbnkcrin
002260*              check digit is suspended unless the account is a  *zbnkcrin
002270*              legacy one.                                       *zbnkcrin
002300******************************************************************zbnkcrin
002400 IDENTIFICATION DIVISION.                                         zbnkcrin
002500 PROGRAM-ID.                                                      zbnkcrin
007800* One inbound credit per record, as supplied by the network:     *zbnkcrin
007900* the destination account, the amount, the sending bank and     * zbnkcrin
008000* the originator's reference text.                               *zbnkcrin
008010* A credit may name its destination by our IBAN instead, with    *zbnkcrin
008020* the account number left blank.                                 *zbnkcrin
008100******************************************************************zbnkcrin
008200 FD  CREDIN-FILE.                                                 zbnkcrin
008300 01  CREDIN-REC.                                                  zbnkcrin
008500   05  CR-AMOUNT                           PIC 9(7)V99.           zbnkcrin
008600   05  CR-SOURCE-BANK-ID                   PIC X(11).             zbnkcrin
008700   05  CR-REFERENCE                        PIC X(20).             zbnkcrin
008800   05  CR-DEST-IBAN                        PIC X(18).             zbnkcrin
008810   05  FILLER                              PIC X(13).             zbnkcrin
008900                                                                  zbnkcrin
009000 FD  ACCOUNT-FILE.                                                zbnkcrin
009100 01  ACCOUNT-FILE-REC.                                            zbnkcrin
016900 01  WS-FCTL-TRL-COUNT                     PIC 9(7).              zbnkcrin
017000 01  WS-FCTL-TRL-AMOUNT                    PIC 9(11)V99.          zbnkcrin
017100 01  WS-FCTL-HOLD-REC                      PIC X(133).            zbnkcrin
017105                                                                  zbnkcrin
017110******************************************************************zbnkcrin
017115* Checkpoint/restart. UCHKPT records the last input record       *zbnkcrin
017120* this run has finished, the running file totals and the run     *zbnkcrin
017125* counters after every record - nothing on these files rolls     *zbnkcrin
017130* back, so the restart point must be exact. A rerun after an     *zbnkcrin
017135* abend skips the records already finished and carries the       *zbnkcrin
017140* counters on from the checkpoint.                               *zbnkcrin
017145******************************************************************zbnkcrin
017150 01  WS-CHKPT-PARM.                                               zbnkcrin
017155 COPY CCHKPTD.                                                    zbnkcrin
017160 01  WS-RESTART-SW                         PIC X(1) VALUE 'N'.    zbnkcrin
017165     88  RESTART-RUN                       VALUE 'Y'.             zbnkcrin
017170     88  NOT-RESTART-RUN                   VALUE 'N'.             zbnkcrin
017175 01  WS-RESTART-SKIP-COUNT                 PIC 9(7) VALUE ZERO.   zbnkcrin
017180 01  WS-RESTART-FROM                       PIC 9(7) VALUE ZERO.   zbnkcrin
017200                                                                  zbnkcrin
017300 01  WS-DATE-WORK-AREA.                                           zbnkcrin
017400 COPY CDATED.                                                     zbnkcrin
019400                                                                  zbnkcrin
019500 01  WS-VALDATE-PARM.                                             zbnkcrin
019600 COPY CVALDATD.                                                   zbnkcrin
019620                                                                  zbnkcrin
019640 01  WS-ACCNO-PARM.                                               zbnkcrin
019660 COPY CACCNOD.                                                    zbnkcrin
019700                                                                  zbnkcrin
019800 01  WS-TXN-SEQ                            PIC 9(3) VALUE ZERO.   zbnkcrin
019900                                                                  zbnkcrin
023200 01  WS-CREDITS-SUSPENSE                   PIC 9(5) VALUE ZERO.   zbnkcrin
023300                                                                  zbnkcrin
023400 01  WS-END-OF-CREDIN                      PIC X(3) VALUE 'NO '.  zbnkcrin
023410                                                                  zbnkcrin
023420 01  WS-TXNJ-PARM.                                                zbnkcrin
023430 COPY CTXNJND.                                                    zbnkcrin
023500                                                                  zbnkcrin
023600******************************************************************zbnkcrin
023700* This job needs no run-time parameter, so unlike ZBNKSPLT and   *zbnkcrin
024700       INTO WS-CONSOLE-MESSAGE.                                   zbnkcrin
024800     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkcrin
024900                                                                  zbnkcrin
024910     PERFORM CHECKPOINT-CHECK                                     zbnkcrin
024920         THRU CHECKPOINT-CHECK-EXIT.                              zbnkcrin
025000     PERFORM CREDIN-OPEN.                                         zbnkcrin
025100     PERFORM ACCOUNT-OPEN.                                        zbnkcrin
025200     PERFORM TXN-OPEN.                                            zbnkcrin
026400         THRU RETRY-OPEN-SUSPENSE-EXIT.                           zbnkcrin
026500     PERFORM VALIDATE-FILE-CONTROL                                zbnkcrin
026600         THRU VALIDATE-FILE-CONTROL-EXIT.                         zbnkcrin
026610     PERFORM CHECKPOINT-COMPLETE.                                 zbnkcrin
026700                                                                  zbnkcrin
026800     PERFORM CREDIN-CLOSE.                                        zbnkcrin
026900     PERFORM ACCOUNT-CLOSE.                                       zbnkcrin
031200 APPLY-ALL-CREDITS.                                               zbnkcrin
031300     MOVE 'NO ' TO WS-END-OF-CREDIN.                              zbnkcrin
031400     PERFORM CREDIN-GET.                                          zbnkcrin
031410     PERFORM CHECKPOINT-SKIP                                      zbnkcrin
031420         THRU CHECKPOINT-SKIP-EXIT.                               zbnkcrin
031500     PERFORM UNTIL WS-END-OF-CREDIN = 'YES'                       zbnkcrin
031600        PERFORM APPLY-ONE-CREDIT                                  zbnkcrin
031700             THRU APPLY-ONE-CREDIT-EXIT                           zbnkcrin
031710        PERFORM CHECKPOINT-TAKE                                   zbnkcrin
031800        PERFORM CREDIN-GET                                        zbnkcrin
031900     END-PERFORM.                                                 zbnkcrin
032000                                                                  zbnkcrin
032900        MOVE 'Amount missing or not numeric' TO WS-SUSP-REASON    zbnkcrin
033000        GO TO APPLY-ONE-CREDIT-SUSPENSE                           zbnkcrin
033100     END-IF.                                                      zbnkcrin
033104     IF CR-DEST-ACCNO IS EQUAL TO SPACES AND                      zbnkcrin
033108        CR-DEST-IBAN IS NOT EQUAL TO SPACES                       zbnkcrin
033112        SET ACN-PARSE-IBAN TO TRUE                                zbnkcrin
033116        MOVE CR-DEST-IBAN TO ACN-IBAN                             zbnkcrin
033120        CALL 'UACCNO' USING WS-ACCNO-PARM                         zbnkcrin
033124        IF ACN-IBAN-NOT-OURS                                      zbnkcrin
033128           MOVE 'Destination IBAN not ours' TO WS-SUSP-REASON     zbnkcrin
033132           GO TO APPLY-ONE-CREDIT-SUSPENSE                        zbnkcrin
033136        END-IF                                                    zbnkcrin
033140        IF NOT ACN-VALID                                          zbnkcrin
033144           MOVE 'Destination IBAN not valid' TO WS-SUSP-REASON    zbnkcrin
033148           GO TO APPLY-ONE-CREDIT-SUSPENSE                        zbnkcrin
033152        END-IF                                                    zbnkcrin
033156        MOVE ACN-ACCNO TO CR-DEST-ACCNO                           zbnkcrin
033160     END-IF.                                                      zbnkcrin
033164     SET ACN-VALIDATE TO TRUE.                                    zbnkcrin
033168     MOVE CR-DEST-ACCNO TO ACN-ACCNO.                             zbnkcrin
033172     CALL 'UACCNO' USING WS-ACCNO-PARM.                           zbnkcrin
033176     IF ACN-NOT-NUMERIC                                           zbnkcrin
033180        MOVE 'Account number not valid' TO WS-SUSP-REASON         zbnkcrin
033184        GO TO APPLY-ONE-CREDIT-SUSPENSE                           zbnkcrin
033188     END-IF.                                                      zbnkcrin
033200     MOVE CR-DEST-ACCNO TO BAC-REC-ACCNO.                         zbnkcrin
033300     PERFORM ACCOUNT-READ.                                        zbnkcrin
033400     IF WS-ACCOUNT-STATUS NOT = '00'                              zbnkcrin
033500        MOVE 'Destination account not found' TO WS-SUSP-REASON    zbnkcrin
033600        GO TO APPLY-ONE-CREDIT-SUSPENSE                           zbnkcrin
033700     END-IF.                                                      zbnkcrin
033710     IF ACN-CHECK-FAILED AND NOT BAC-REC-ACCNO-LEGACY             zbnkcrin
033720        MOVE 'Account check digit invalid' TO WS-SUSP-REASON      zbnkcrin
033730        GO TO APPLY-ONE-CREDIT-SUSPENSE                           zbnkcrin
033740     END-IF.                                                      zbnkcrin
033800     IF NOT BAC-REC-ACTIVE                                        zbnkcrin
033900        MOVE 'Destination account not active' TO WS-SUSP-REASON   zbnkcrin
034000        GO TO APPLY-ONE-CREDIT-SUSPENSE                           zbnkcrin
045900     IF WS-ACCOUNT-STATUS NOT = '00'                              zbnkcrin
046000        GO TO RETRY-ONE-SUSPENSE-ITEM-EXIT                        zbnkcrin
046100     END-IF.                                                      zbnkcrin
046110     SET ACN-VALIDATE TO TRUE.                                    zbnkcrin
046120     MOVE BAC-REC-ACCNO TO ACN-ACCNO.                             zbnkcrin
046130     CALL 'UACCNO' USING WS-ACCNO-PARM.                           zbnkcrin
046140     IF NOT ACN-VALID AND NOT BAC-REC-ACCNO-LEGACY                zbnkcrin
046150        GO TO RETRY-ONE-SUSPENSE-ITEM-EXIT                        zbnkcrin
046160     END-IF.                                                      zbnkcrin
046200     IF NOT BAC-REC-ACTIVE                                        zbnkcrin
046300        GO TO RETRY-ONE-SUSPENSE-ITEM-EXIT                        zbnkcrin
046400     END-IF.                                                      zbnkcrin
054300     MOVE WS-RUN-TIME TO VD-POST-TIME.                            zbnkcrin
054400     CALL 'UVALDATE' USING WS-VALDATE-PARM.                       zbnkcrin
054500     MOVE VD-VALUE-DATE TO BTX-REC-VALUE-DTE.                     zbnkcrin
054550     SET BTX-REC-CHN-INBOUND TO TRUE.                             zbnkcrin
054600     WRITE TXN-FILE-REC.                                          zbnkcrin
054700     IF WS-TXN-STATUS NOT = '00'                                  zbnkcrin
054800        MOVE 'TXN Error writing file ...' TO WS-CONSOLE-MESSAGE   zbnkcrin
055100        PERFORM DISPLAY-IO-STATUS                                 zbnkcrin
055200        PERFORM ABORT-PROGRAM                                     zbnkcrin
055300     END-IF.                                                      zbnkcrin
055310     PERFORM JOURNAL-DAILY-POSTING.                               zbnkcrin
055400                                                                  zbnkcrin
055500******************************************************************zbnkcrin
055600* Open the CREDIN inbound credit file for input.                 *zbnkcrin
075600* produced every run.                                            *zbnkcrin
075700******************************************************************zbnkcrin
075800 EXCEPT-OPEN.                                                     zbnkcrin
075810     IF RESTART-RUN                                               zbnkcrin
075820        OPEN EXTEND EXCEPT-FILE                                   zbnkcrin
075830     ELSE                                                         zbnkcrin
075840        OPEN OUTPUT EXCEPT-FILE                                   zbnkcrin
075850     END-IF.                                                      zbnkcrin
076000     IF WS-EXCEPT-STATUS = '00'                                   zbnkcrin
076100        MOVE 'EXCEPT file opened OK' TO WS-CONSOLE-MESSAGE        zbnkcrin
076200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcrin
079700******************************************************************zbnkcrin
079800 PRINT-JOB-SUMMARY.                                               zbnkcrin
079900     PERFORM JOBSUM-OPEN.                                         zbnkcrin
079907     MOVE SPACES TO JOBSUM-REC.                                   zbnkcrin
079914     IF RESTART-RUN                                               zbnkcrin
079921        COMPUTE WS-RESTART-FROM = WS-RESTART-SKIP-COUNT + 1       zbnkcrin
079928        STRING 'Run type:  restarted from input record '          zbnkcrin
079935                                           DELIMITED BY SIZE      zbnkcrin
079942               WS-RESTART-FROM             DELIMITED BY SIZE      zbnkcrin
079949          INTO JOBSUM-REC                                         zbnkcrin
079956     ELSE                                                         zbnkcrin
079963        MOVE 'Run type:  fresh, from input record 1'              zbnkcrin
079970          TO JOBSUM-REC                                           zbnkcrin
079977     END-IF.                                                      zbnkcrin
079984     PERFORM JOBSUM-PUT.                                          zbnkcrin
080000     MOVE SPACES TO JOBSUM-REC.                                   zbnkcrin
080100     STRING 'Inbound credits posted:      ' DELIMITED BY SIZE     zbnkcrin
080200            WS-CREDITS-POSTED DELIMITED BY SIZE                   zbnkcrin
094200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcrin
094300        PERFORM ABORT-PROGRAM                                     zbnkcrin
094400     END-IF.                                                      zbnkcrin
094410     IF RESTART-RUN AND                                           zbnkcrin
094420        (FCT-INTERFACE IS NOT EQUAL TO CKP-INTERFACE OR           zbnkcrin
094430         FCT-FILE-DATE IS NOT EQUAL TO CKP-FILE-DATE OR           zbnkcrin
094440         FCT-SEQUENCE IS NOT EQUAL TO CKP-SEQUENCE)               zbnkcrin
094450        MOVE 'Checkpoint is for a different file'                 zbnkcrin
094460          TO WS-CONSOLE-MESSAGE                                   zbnkcrin
094470        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcrin
094480        PERFORM ABORT-PROGRAM                                     zbnkcrin
094490     END-IF.                                                      zbnkcrin
094500 CHECK-FILE-CONTROL-EXIT.                                         zbnkcrin
094600     EXIT.                                                        zbnkcrin
094601                                                                  zbnkcrin
094602******************************************************************zbnkcrin
094603* CHECKPOINT-CHECK                                               *zbnkcrin
094604* Ask UCHKPT whether the last run of this job was interrupted.   *zbnkcrin
094605* A restart appends to the output files the interrupted run      *zbnkcrin
094606* began instead of replacing what it already wrote.              *zbnkcrin
094607******************************************************************zbnkcrin
094608 CHECKPOINT-CHECK.                                                zbnkcrin
094609     SET NOT-RESTART-RUN TO TRUE.                                 zbnkcrin
094610     INITIALIZE WS-CHKPT-PARM.                                    zbnkcrin
094611     MOVE 'ZBNKCRIN' TO CKP-JOB.                                  zbnkcrin
094612     MOVE 1 TO CKP-INTERVAL.                                      zbnkcrin
094613     SET CKP-GET-RESTART TO TRUE.                                 zbnkcrin
094614     CALL 'UCHKPT' USING WS-CHKPT-PARM.                           zbnkcrin
094615     IF CKP-FAILED                                                zbnkcrin
094616        MOVE CKP-REPLY-TEXT TO WS-CONSOLE-MESSAGE                 zbnkcrin
094617        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcrin
094618        PERFORM ABORT-PROGRAM                                     zbnkcrin
094619     END-IF.                                                      zbnkcrin
094620     IF CKP-RESTART                                               zbnkcrin
094621        SET RESTART-RUN TO TRUE                                   zbnkcrin
094622        MOVE CKP-RECORD-NO TO WS-RESTART-SKIP-COUNT               zbnkcrin
094623        MOVE 'Restarting after prior checkpoint...'               zbnkcrin
094624          TO WS-CONSOLE-MESSAGE                                   zbnkcrin
094625        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcrin
094626     END-IF.                                                      zbnkcrin
094627 CHECKPOINT-CHECK-EXIT.                                           zbnkcrin
094628     EXIT.                                                        zbnkcrin
094629                                                                  zbnkcrin
094630******************************************************************zbnkcrin
094631* CHECKPOINT-SKIP                                                *zbnkcrin
094632* On a restart, read past the records the interrupted run        *zbnkcrin
094633* finished without acting on them again. Reading them rebuilds   *zbnkcrin
094634* the file's control totals, which must agree with the           *zbnkcrin
094635* checkpoint or this is not the same file. The run counters      *zbnkcrin
094636* then carry on from where the checkpoint left them.             *zbnkcrin
094637******************************************************************zbnkcrin
094638 CHECKPOINT-SKIP.                                                 zbnkcrin
094639     IF NOT-RESTART-RUN                                           zbnkcrin
094640        GO TO CHECKPOINT-SKIP-EXIT                                zbnkcrin
094641     END-IF.                                                      zbnkcrin
094642     PERFORM CHECKPOINT-SKIP-STEP                                 zbnkcrin
094643         UNTIL WS-FCTL-REC-COUNT IS GREATER THAN                  zbnkcrin
094644               WS-RESTART-SKIP-COUNT                              zbnkcrin
094645            OR WS-END-OF-CREDIN = 'YES'.                          zbnkcrin
094646     IF WS-FCTL-REC-COUNT IS LESS THAN WS-RESTART-SKIP-COUNT      zbnkcrin
094647        MOVE 'Input is shorter than the checkpoint'               zbnkcrin
094648          TO WS-CONSOLE-MESSAGE                                   zbnkcrin
094649        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcrin
094650        PERFORM ABORT-PROGRAM                                     zbnkcrin
094651     END-IF.                                                      zbnkcrin
094652     ADD CKP-COUNT (1) TO WS-CREDITS-POSTED.                      zbnkcrin
094653     ADD CKP-COUNT (2) TO WS-CREDITS-SUSPENSE.                    zbnkcrin
094654     ADD CKP-COUNT (3) TO WS-CREDITS-AUTO-MATCHED.                zbnkcrin
094655     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           zbnkcrin
094656     STRING 'Records skipped (checkpoint): ' DELIMITED BY SIZE    zbnkcrin
094657            WS-RESTART-SKIP-COUNT DELIMITED BY SIZE               zbnkcrin
094658       INTO WS-CONSOLE-MESSAGE.                                   zbnkcrin
094659     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkcrin
094660 CHECKPOINT-SKIP-EXIT.                                            zbnkcrin
094661     EXIT.                                                        zbnkcrin
094662                                                                  zbnkcrin
094663 CHECKPOINT-SKIP-STEP.                                            zbnkcrin
094664     IF WS-FCTL-REC-COUNT IS EQUAL TO WS-RESTART-SKIP-COUNT AND   zbnkcrin
094665        WS-FCTL-AMT-TOTAL IS NOT EQUAL TO CKP-AMOUNT-TOTAL        zbnkcrin
094666        MOVE 'Input does not match the checkpoint'                zbnkcrin
094667          TO WS-CONSOLE-MESSAGE                                   zbnkcrin
094668        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcrin
094669        PERFORM ABORT-PROGRAM                                     zbnkcrin
094670     END-IF.                                                      zbnkcrin
094671     PERFORM CREDIN-GET.                                          zbnkcrin
094672                                                                  zbnkcrin
094673******************************************************************zbnkcrin
094674* CHECKPOINT-TAKE                                                *zbnkcrin
094675* The current input record is finished - record the position,    *zbnkcrin
094676* the file's running totals and the run counters.                *zbnkcrin
094677******************************************************************zbnkcrin
094678 CHECKPOINT-TAKE.                                                 zbnkcrin
094679     IF WS-FCTL-SEEN = 'Y'                                        zbnkcrin
094680        MOVE FCT-INTERFACE TO CKP-INTERFACE                       zbnkcrin
094681        MOVE FCT-FILE-DATE TO CKP-FILE-DATE                       zbnkcrin
094682        MOVE FCT-SEQUENCE TO CKP-SEQUENCE                         zbnkcrin
094683     ELSE                                                         zbnkcrin
094684        MOVE SPACES TO CKP-INTERFACE                              zbnkcrin
094685        MOVE ZERO TO CKP-FILE-DATE                                zbnkcrin
094686        MOVE ZERO TO CKP-SEQUENCE                                 zbnkcrin
094687     END-IF.                                                      zbnkcrin
094688     MOVE WS-FCTL-REC-COUNT TO CKP-RECORD-NO.                     zbnkcrin
094689     MOVE WS-FCTL-AMT-TOTAL TO CKP-AMOUNT-TOTAL.                  zbnkcrin
094690     MOVE WS-CREDITS-POSTED TO CKP-COUNT (1).                     zbnkcrin
094691     MOVE WS-CREDITS-SUSPENSE TO CKP-COUNT (2).                   zbnkcrin
094692     MOVE WS-CREDITS-AUTO-MATCHED TO CKP-COUNT (3).               zbnkcrin
094693     SET CKP-TAKE TO TRUE.                                        zbnkcrin
094694     CALL 'UCHKPT' USING WS-CHKPT-PARM.                           zbnkcrin
094695     IF CKP-FAILED                                                zbnkcrin
094696        MOVE CKP-REPLY-TEXT TO WS-CONSOLE-MESSAGE                 zbnkcrin
094697        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcrin
094698        PERFORM ABORT-PROGRAM                                     zbnkcrin
094699     END-IF.                                                      zbnkcrin
094700                                                                  zbnkcrin
094704******************************************************************zbnkcrin
094710* CHECKPOINT-COMPLETE                                            *zbnkcrin
094716* The whole file is applied and registered - mark the            *zbnkcrin
094722* checkpoint complete so the next run starts from record one.    *zbnkcrin
094728******************************************************************zbnkcrin
094734 CHECKPOINT-COMPLETE.                                             zbnkcrin
094740     SET CKP-COMPLETE TO TRUE.                                    zbnkcrin
094746     CALL 'UCHKPT' USING WS-CHKPT-PARM.                           zbnkcrin
094752     IF CKP-FAILED                                                zbnkcrin
094758        MOVE CKP-REPLY-TEXT TO WS-CONSOLE-MESSAGE                 zbnkcrin
094764        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcrin
094770        PERFORM ABORT-PROGRAM                                     zbnkcrin
094776     END-IF.                                                      zbnkcrin
094782                                                                  zbnkcrin
094800******************************************************************zbnkcrin
094900* Display the file status bytes                                  *zbnkcrin
095000******************************************************************zbnkcrin
096700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcrin
096800     END-IF.                                                      zbnkcrin
096900                                                                  zbnkcrin
096906******************************************************************zbnkcrin
096912* Copy the posting just written to BNKTXN into the BNKTXD daily  *zbnkcrin
096918* posting journal through UTXNJNL. A failure is an abort - the   *zbnkcrin
096924* nightly jobs read the journal and would miss the posting.      *zbnkcrin
096930******************************************************************zbnkcrin
096936 JOURNAL-DAILY-POSTING.                                           zbnkcrin
096942     SET TXJ-WRITE TO TRUE.                                       zbnkcrin
096948     MOVE TXN-FILE-REC TO TXJ-TXN-IMAGE.                          zbnkcrin
096954     CALL 'UTXNJNL' USING WS-TXNJ-PARM.                           zbnkcrin
096960     IF TXJ-FAILED                                                zbnkcrin
096966        MOVE TXJ-REPLY-TEXT TO WS-CONSOLE-MESSAGE                 zbnkcrin
096972        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcrin
096978        PERFORM ABORT-PROGRAM                                     zbnkcrin
096984     END-IF.                                                      zbnkcrin
096990                                                                  zbnkcrin
097000******************************************************************zbnkcrin
097100* 'ABORT' the program. Post a message and issue a goback         *zbnkcrin
097200******************************************************************zbnkcrin
