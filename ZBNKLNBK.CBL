001800*              account (posting the credit to BNKTXN) and        *zbnklnbk
001900*              marks the application booked so it is never       *zbnklnbk
002000*              disbursed twice.                                  *zbnklnbk
002010*              Each new loan's instalment-by-instalment          *zbnklnbk
002020*              repayment schedule is written to BNKLNSC and a    *zbnklnbk
002030*              schedule notice is queued on BNKNOTQ, so the      *zbnklnbk
002040*              borrower is sent the printed schedule.            *zbnklnbk
002050*              Each loan master written is logged on BNKRMOV for *zbnklnbk
002060*              the nightly control-totals proof (ZBNKCTLT).      *zbnklnbk
002100******************************************************************zbnklnbk
002200 IDENTIFICATION DIVISION.                                         zbnklnbk
002300 PROGRAM-ID.                                                      zbnklnbk
005400            ACCESS MODE  IS SEQUENTIAL                            zbnklnbk
005500            RECORD KEY   IS BTX-REC-KEY                           zbnklnbk
005600            FILE STATUS  IS WS-TXN-STATUS.                        zbnklnbk
005607     SELECT LNSC-FILE                                             zbnklnbk
005614            ASSIGN       TO BNKLNSC                               zbnklnbk
005621            ORGANIZATION IS INDEXED                               zbnklnbk
005628            ACCESS MODE  IS RANDOM                                zbnklnbk
005635            RECORD KEY   IS LS-REC-KEY                            zbnklnbk
005642            FILE STATUS  IS WS-LNSC-STATUS.                       zbnklnbk
005649     SELECT NOTQ-FILE                                             zbnklnbk
005656            ASSIGN       TO BNKNOTQ                               zbnklnbk
005663            ORGANIZATION IS INDEXED                               zbnklnbk
005670            ACCESS MODE  IS RANDOM                                zbnklnbk
005677            RECORD KEY   IS NQ-REC-KEY                            zbnklnbk
005684            FILE STATUS  IS WS-NOTQ-STATUS.                       zbnklnbk
005700     SELECT JOBSUM-FILE                                           zbnklnbk
005800            ASSIGN       TO JOBSUM                                zbnklnbk
005900            ORGANIZATION IS SEQUENTIAL                            zbnklnbk
007900 01  TXN-FILE-REC.                                                zbnklnbk
008000 COPY CBANKVTX.                                                   zbnklnbk
008100                                                                  zbnklnbk
008110 FD  LNSC-FILE.                                                   zbnklnbk
008120 01  LNSC-FILE-REC.                                               zbnklnbk
008130 COPY CBANKVLS.                                                   zbnklnbk
008140                                                                  zbnklnbk
008150 FD  NOTQ-FILE.                                                   zbnklnbk
008160 01  NOTQ-FILE-REC.                                               zbnklnbk
008170 COPY CBANKVNQ.                                                   zbnklnbk
008180                                                                  zbnklnbk
008200 FD  JOBSUM-FILE.                                                 zbnklnbk
008300 01  JOBSUM-REC                    PIC X(80).                     zbnklnbk
008400                                                                  zbnklnbk
009600   05  WS-TXN-STATUS.                                             zbnklnbk
009700     10  WS-TXN-STAT1                  PIC X(1).                  zbnklnbk
009800     10  WS-TXN-STAT2                  PIC X(1).                  zbnklnbk
009810   05  WS-LNSC-STATUS.                                            zbnklnbk
009820     10  WS-LNSC-STAT1                 PIC X(1).                  zbnklnbk
009830     10  WS-LNSC-STAT2                 PIC X(1).                  zbnklnbk
009840   05  WS-NOTQ-STATUS.                                            zbnklnbk
009850     10  WS-NOTQ-STAT1                 PIC X(1).                  zbnklnbk
009860     10  WS-NOTQ-STAT2                 PIC X(1).                  zbnklnbk
009900   05  WS-JOBSUM-STATUS.                                          zbnklnbk
010000     10  WS-JOBSUM-STAT1               PIC X(1).                  zbnklnbk
010100     10  WS-JOBSUM-STAT2               PIC X(1).                  zbnklnbk
014100 01  WS-POST-BALANCE                       PIC S9(7)V99 COMP-3.   zbnklnbk
014200 01  WS-POST-DESC                          PIC X(25).             zbnklnbk
014200 01  WS-POST-TYPE                          PIC X(3).              zbnklnbk
014207                                                                  zbnklnbk
014214******************************************************************zbnklnbk
014221* Fields used while writing a new loan's repayment schedule.     *zbnklnbk
014228* ULNSCHD works out each instalment from the balance brought     *zbnklnbk
014235* forward by the one before.                                     *zbnklnbk
014242******************************************************************zbnklnbk
014249 01  WS-LNSCHD-PARM.                                              zbnklnbk
014256 COPY CLNSCHD.                                                    zbnklnbk
014263 01  WS-SCHED-DONE                         PIC X(1).              zbnklnbk
014270 01  WS-SCHED-COUNT                        PIC 9(3).              zbnklnbk
014277 01  WS-SCHED-COUNT-D                      PIC ZZ9.               zbnklnbk
014284 01  WS-NOTQ-SEQ                           PIC 9(5) VALUE ZERO.   zbnklnbk
014300                                                                  zbnklnbk
014400******************************************************************zbnklnbk
014500* Run counters, reported on the job summary at the end of the    *zbnklnbk
014700******************************************************************zbnklnbk
014800 01  WS-LOANS-BOOKED                       PIC 9(5) VALUE ZERO.   zbnklnbk
014900 01  WS-LOANS-SKIPPED                      PIC 9(5) VALUE ZERO.   zbnklnbk
014910 01  WS-INSTALMENTS-WRITTEN                PIC 9(7) VALUE ZERO.   zbnklnbk
014920 01  WS-SCHEDULES-QUEUED                   PIC 9(5) VALUE ZERO.   zbnklnbk
015000                                                                  zbnklnbk
015100 01  WS-END-OF-LOAN                        PIC X(3) VALUE 'NO '.  zbnklnbk
015200 01  WS-END-OF-ACCOUNT                     PIC X(3) VALUE 'NO '.  zbnklnbk
015210                                                                  zbnklnbk
015220 01  WS-TXNJ-PARM.                                                zbnklnbk
015230 COPY CTXNJND.                                                    zbnklnbk
015240                                                                  zbnklnbk
015250 01  WS-RMOV-PARM.                                                zbnklnbk
015260 COPY CRECMOVD.                                                   zbnklnbk
015300                                                                  zbnklnbk
015400******************************************************************zbnklnbk
015500* This job needs no run-time parameter, so unlike ZBNKSPLT and   *zbnklnbk
016900     PERFORM LOANM-OPEN.                                          zbnklnbk
017000     PERFORM ACCOUNT-OPEN.                                        zbnklnbk
017100     PERFORM TXN-OPEN.                                            zbnklnbk
017110     PERFORM LNSC-OPEN.                                           zbnklnbk
017120     PERFORM NOTQ-OPEN.                                           zbnklnbk
017200                                                                  zbnklnbk
017300     PERFORM BOOK-APPROVED-APPLICATIONS.                          zbnklnbk
017400                                                                  zbnklnbk
017600     PERFORM LOANM-CLOSE.                                         zbnklnbk
017700     PERFORM ACCOUNT-CLOSE.                                       zbnklnbk
017800     PERFORM TXN-CLOSE.                                           zbnklnbk
017810     PERFORM LNSC-CLOSE.                                          zbnklnbk
017820     PERFORM NOTQ-CLOSE.                                          zbnklnbk
017900                                                                  zbnklnbk
018000     PERFORM PRINT-JOB-SUMMARY.                                   zbnklnbk
018100                                                                  zbnklnbk
025500     MOVE WS-TODAY-DATE-N TO LM-REC-BOOKED-DTE.                   zbnklnbk
025600     MOVE ZERO TO LM-REC-PAYMENTS-MADE.                           zbnklnbk
025700     SET LM-REC-ACTIVE TO TRUE.                                   zbnklnbk
025710     MOVE ZERO TO LM-REC-LATE-FEES-DUE.                           zbnklnbk
025720     MOVE ZERO TO LM-REC-PENALTY-DUE.                             zbnklnbk
025730     MOVE WS-TODAY-DATE-N TO LM-REC-PENALTY-DTE.                  zbnklnbk
025740     MOVE ZERO TO LM-REC-WAIVED-TOTAL.                            zbnklnbk
025750     MOVE ZERO TO LM-REC-WAIVE-DTE.                               zbnklnbk
025760     MOVE SPACES TO LM-REC-WAIVE-USERID.                          zbnklnbk
025770     MOVE SPACES TO LM-REC-WAIVE-REASON.                          zbnklnbk
025800     PERFORM LOANM-WRITE.                                         zbnklnbk
025900     IF WS-LOANM-STATUS = '22'                                    zbnklnbk
026000        ADD 1 TO WS-LOANS-SKIPPED                                 zbnklnbk
027600            WS-TASKN-DISPLAY DELIMITED BY SIZE                    zbnklnbk
027700       INTO WS-POST-DESC.                                         zbnklnbk
027800     PERFORM POST-TRANSACTION.                                    zbnklnbk
027810     PERFORM WRITE-LOAN-SCHEDULE                                  zbnklnbk
027820         THRU WRITE-LOAN-SCHEDULE-EXIT.                           zbnklnbk
027830     PERFORM QUEUE-SCHEDULE-LETTER.                               zbnklnbk
027900     SET LN-REC-BOOKED TO TRUE.                                   zbnklnbk
028000     PERFORM LOAN-REWRITE.                                        zbnklnbk
028100     ADD 1 TO WS-LOANS-BOOKED.                                    zbnklnbk
028200 BOOK-ONE-LOAN-EXIT.                                              zbnklnbk
028300     EXIT.                                                        zbnklnbk
028301                                                                  zbnklnbk
028302******************************************************************zbnklnbk
028303* Write the new loan's repayment schedule to BNKLNSC, one record *zbnklnbk
028304* per instalment from the first to the one that clears the       *zbnklnbk
028305* principal. A rerun after a failure part way through finds the  *zbnklnbk
028306* earlier instalments already there and simply replaces them.    *zbnklnbk
028307******************************************************************zbnklnbk
028308 WRITE-LOAN-SCHEDULE.                                             zbnklnbk
028309     MOVE WS-TODAY-DATE-N TO LSD-BOOKED-DTE.                      zbnklnbk
028310     MOVE LN-REC-RATE TO LSD-RATE.                                zbnklnbk
028311     MOVE LN-REC-PAYMENT TO LSD-LEVEL-PAYMENT.                    zbnklnbk
028312     MOVE LN-REC-TERM-MONTHS TO LSD-LAST-INST-NO.                 zbnklnbk
028313     MOVE LN-REC-PRINCIPAL TO LSD-OPENING-BAL.                    zbnklnbk
028314     MOVE ZERO TO WS-SCHED-COUNT.                                 zbnklnbk
028315     MOVE 'N' TO WS-SCHED-DONE.                                   zbnklnbk
028316     PERFORM WRITE-ONE-INSTALMENT                                 zbnklnbk
028317         UNTIL WS-SCHED-DONE = 'Y'.                               zbnklnbk
028318 WRITE-LOAN-SCHEDULE-EXIT.                                        zbnklnbk
028319     EXIT.                                                        zbnklnbk
028320                                                                  zbnklnbk
028321 WRITE-ONE-INSTALMENT.                                            zbnklnbk
028322     ADD 1 TO WS-SCHED-COUNT.                                     zbnklnbk
028323     MOVE WS-SCHED-COUNT TO LSD-INST-NO.                          zbnklnbk
028324     CALL 'ULNSCHD' USING WS-LNSCHD-PARM.                         zbnklnbk
028325     MOVE SPACES TO LNSC-FILE-REC.                                zbnklnbk
028326     MOVE LN-REC-CONTACT-ID TO LS-REC-CONTACT-ID.                 zbnklnbk
028327     MOVE LN-REC-TASKN TO LS-REC-TASKN.                           zbnklnbk
028328     MOVE WS-SCHED-COUNT TO LS-REC-INST-NO.                       zbnklnbk
028329     MOVE LSD-DUE-DTE TO LS-REC-DUE-DTE.                          zbnklnbk
028330     MOVE LSD-OPENING-BAL TO LS-REC-OPENING-BAL.                  zbnklnbk
028331     MOVE LSD-PAYMENT TO LS-REC-PAYMENT.                          zbnklnbk
028332     MOVE LSD-INTEREST TO LS-REC-INTEREST.                        zbnklnbk
028333     MOVE LSD-PRINCIPAL TO LS-REC-PRINCIPAL.                      zbnklnbk
028334     MOVE LSD-CLOSING-BAL TO LS-REC-CLOSING-BAL.                  zbnklnbk
028335     MOVE LSD-RATE TO LS-REC-RATE.                                zbnklnbk
028336     SET LS-REC-DUE TO TRUE.                                      zbnklnbk
028337     MOVE ZERO TO LS-REC-PAID-DTE.                                zbnklnbk
028338     MOVE ZERO TO LS-REC-PAID-AMOUNT.                             zbnklnbk
028339     MOVE WS-TODAY-DATE-N TO LS-REC-SCHEDULED-DTE.                zbnklnbk
028340     PERFORM LNSC-WRITE.                                          zbnklnbk
028341     ADD 1 TO WS-INSTALMENTS-WRITTEN.                             zbnklnbk
028342     MOVE LSD-CLOSING-BAL TO LSD-OPENING-BAL.                     zbnklnbk
028343     IF LSD-IS-FINAL OR WS-SCHED-COUNT = 999                      zbnklnbk
028344        MOVE 'Y' TO WS-SCHED-DONE                                 zbnklnbk
028345     END-IF.                                                      zbnklnbk
028346                                                                  zbnklnbk
028347******************************************************************zbnklnbk
028348* Queue the schedule notice. ZBNKNOTD prints the loan's          *zbnklnbk
028349* instalments under it and routes it by the borrower's           *zbnklnbk
028350* delivery preferences, like any other notification.             *zbnklnbk
028351******************************************************************zbnklnbk
028352 QUEUE-SCHEDULE-LETTER.                                           zbnklnbk
028353     MOVE SPACES TO NOTQ-FILE-REC.                                zbnklnbk
028354     SET NQ-REC-EVENT-LOAN-SCHEDULE TO TRUE.                      zbnklnbk
028355     MOVE WS-SCHED-COUNT TO WS-SCHED-COUNT-D.                     zbnklnbk
028356     MOVE LN-REC-TASKN TO WS-TASKN-DISPLAY.                       zbnklnbk
028357     MOVE SPACES TO NQ-REC-TEXT.                                  zbnklnbk
028358     STRING 'Loan '             DELIMITED BY SIZE                 zbnklnbk
028359            WS-TASKN-DISPLAY    DELIMITED BY SIZE                 zbnklnbk
028360            ' repayment schedule - ' DELIMITED BY SIZE            zbnklnbk
028361            WS-SCHED-COUNT-D    DELIMITED BY SIZE                 zbnklnbk
028362            ' instalments'      DELIMITED BY SIZE                 zbnklnbk
028363       INTO NQ-REC-TEXT.                                          zbnklnbk
028364     MOVE WS-TODAY-DATE-N TO NQ-REC-DATE.                         zbnklnbk
028365     MOVE WS-RUN-TIME TO NQ-REC-TIME.                             zbnklnbk
028366     ADD 1 TO WS-NOTQ-SEQ.                                        zbnklnbk
028367     MOVE WS-NOTQ-SEQ TO NQ-REC-SEQ.                              zbnklnbk
028368     MOVE LN-REC-CONTACT-ID TO NQ-REC-PID.                        zbnklnbk
028369     SET NQ-REC-QUEUED TO TRUE.                                   zbnklnbk
028370     MOVE ZERO TO NQ-REC-RETRY.                                   zbnklnbk
028371     PERFORM NOTQ-WRITE-STEP.                                     zbnklnbk
028372     PERFORM NOTQ-WRITE-RETRY                                     zbnklnbk
028373         UNTIL WS-NOTQ-STATUS NOT = '22'.                         zbnklnbk
028374     IF WS-NOTQ-STATUS NOT = '00'                                 zbnklnbk
028375        MOVE 'NOTQ Error writing file ...' TO WS-CONSOLE-MESSAGE  zbnklnbk
028376        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnbk
028377        MOVE WS-NOTQ-STATUS TO WS-IO-STATUS                       zbnklnbk
028378        PERFORM DISPLAY-IO-STATUS                                 zbnklnbk
028379        PERFORM ABORT-PROGRAM                                     zbnklnbk
028380     END-IF.                                                      zbnklnbk
028381     ADD 1 TO WS-SCHEDULES-QUEUED.                                zbnklnbk
028382                                                                  zbnklnbk
028383 NOTQ-WRITE-STEP.                                                 zbnklnbk
028384     WRITE NOTQ-FILE-REC.                                         zbnklnbk
028385                                                                  zbnklnbk
028386 NOTQ-WRITE-RETRY.                                                zbnklnbk
028387     ADD 1 TO WS-NOTQ-SEQ.                                        zbnklnbk
028388     MOVE WS-NOTQ-SEQ TO NQ-REC-SEQ.                              zbnklnbk
028389     PERFORM NOTQ-WRITE-STEP.                                     zbnklnbk
028400                                                                  zbnklnbk
028500******************************************************************zbnklnbk
028600* Locate the applicant's disbursement/collection account - the   *zbnklnbk
033200     MOVE WS-POST-DESC TO BTX-REC-DESC.                           zbnklnbk
033200     MOVE WS-POST-TYPE TO BTX-REC-TYPE.                           zbnklnbk
033300     MOVE WS-POST-BALANCE TO BTX-REC-BALANCE.                     zbnklnbk
033350     SET BTX-REC-CHN-SYSTEM TO TRUE.                              zbnklnbk
033400     WRITE TXN-FILE-REC.                                          zbnklnbk
033500     IF WS-TXN-STATUS NOT = '00'                                  zbnklnbk
033600        MOVE 'TXN Error writing file ...' TO WS-CONSOLE-MESSAGE   zbnklnbk
033900        PERFORM DISPLAY-IO-STATUS                                 zbnklnbk
034000        PERFORM ABORT-PROGRAM                                     zbnklnbk
034100     END-IF.                                                      zbnklnbk
034110     PERFORM JOURNAL-DAILY-POSTING.                               zbnklnbk
034200                                                                  zbnklnbk
034300******************************************************************zbnklnbk
034400* Open the LOAN file for a full sequential scan, updating each   *zbnklnbk
043700        PERFORM DISPLAY-IO-STATUS                                 zbnklnbk
043800        PERFORM ABORT-PROGRAM                                     zbnklnbk
043900     END-IF.                                                      zbnklnbk
043910     IF WS-LOANM-STATUS = '00'                                    zbnklnbk
043920        SET RMV-ADDED TO TRUE                                     zbnklnbk
043930        MOVE 'BNKLNMA ' TO RMV-FILE                               zbnklnbk
043940        MOVE LM-REC-KEY TO RMV-RECKEY                             zbnklnbk
043950        PERFORM LOG-RECORD-MOVEMENT                               zbnklnbk
043960     END-IF.                                                      zbnklnbk
044000                                                                  zbnklnbk
044100******************************************************************zbnklnbk
044200* Close the LOANM file.                                          *zbnklnbk
054400        PERFORM DISPLAY-IO-STATUS                                 zbnklnbk
054500        PERFORM ABORT-PROGRAM                                     zbnklnbk
054600     END-IF.                                                      zbnklnbk
054601                                                                  zbnklnbk
054602******************************************************************zbnklnbk
054603* Open the LNSC (repayment schedule) file for random access.     *zbnklnbk
054604******************************************************************zbnklnbk
054605 LNSC-OPEN.                                                       zbnklnbk
054606     OPEN I-O LNSC-FILE.                                          zbnklnbk
054607     IF WS-LNSC-STATUS = '00'                                     zbnklnbk
054608        MOVE 'LNSC file opened OK' TO WS-CONSOLE-MESSAGE          zbnklnbk
054609        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnbk
054610     ELSE                                                         zbnklnbk
054611        MOVE 'LNSC file open failure...' TO WS-CONSOLE-MESSAGE    zbnklnbk
054612        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnbk
054613        MOVE WS-LNSC-STATUS TO WS-IO-STATUS                       zbnklnbk
054614        PERFORM DISPLAY-IO-STATUS                                 zbnklnbk
054615        PERFORM ABORT-PROGRAM                                     zbnklnbk
054616     END-IF.                                                      zbnklnbk
054617                                                                  zbnklnbk
054618******************************************************************zbnklnbk
054619* Write one schedule instalment. An instalment already on file   *zbnklnbk
054620* is from an earlier, interrupted run and is replaced.           *zbnklnbk
054621******************************************************************zbnklnbk
054622 LNSC-WRITE.                                                      zbnklnbk
054623     WRITE LNSC-FILE-REC.                                         zbnklnbk
054624     IF WS-LNSC-STATUS = '22'                                     zbnklnbk
054625        REWRITE LNSC-FILE-REC                                     zbnklnbk
054626     END-IF.                                                      zbnklnbk
054627     IF WS-LNSC-STATUS NOT = '00'                                 zbnklnbk
054628        MOVE 'LNSC Error writing file ...'                        zbnklnbk
054629          TO WS-CONSOLE-MESSAGE                                   zbnklnbk
054630        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnbk
054631        MOVE WS-LNSC-STATUS TO WS-IO-STATUS                       zbnklnbk
054632        PERFORM DISPLAY-IO-STATUS                                 zbnklnbk
054633        PERFORM ABORT-PROGRAM                                     zbnklnbk
054634     END-IF.                                                      zbnklnbk
054635                                                                  zbnklnbk
054636******************************************************************zbnklnbk
054637* Close the LNSC file.                                           *zbnklnbk
054638******************************************************************zbnklnbk
054639 LNSC-CLOSE.                                                      zbnklnbk
054640     CLOSE LNSC-FILE.                                             zbnklnbk
054641     IF WS-LNSC-STATUS = '00'                                     zbnklnbk
054642        MOVE 'LNSC file closed OK' TO WS-CONSOLE-MESSAGE          zbnklnbk
054643        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnbk
054644     ELSE                                                         zbnklnbk
054645        MOVE 'LNSC file close failure...' TO WS-CONSOLE-MESSAGE   zbnklnbk
054646        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnbk
054647        MOVE WS-LNSC-STATUS TO WS-IO-STATUS                       zbnklnbk
054648        PERFORM DISPLAY-IO-STATUS                                 zbnklnbk
054649        PERFORM ABORT-PROGRAM                                     zbnklnbk
054650     END-IF.                                                      zbnklnbk
054651                                                                  zbnklnbk
054652******************************************************************zbnklnbk
054653* Open and close the NOTQ (notification queue) file.             *zbnklnbk
054654******************************************************************zbnklnbk
054655 NOTQ-OPEN.                                                       zbnklnbk
054656     OPEN I-O NOTQ-FILE.                                          zbnklnbk
054657     IF WS-NOTQ-STATUS = '00'                                     zbnklnbk
054658        MOVE 'NOTQ file opened OK' TO WS-CONSOLE-MESSAGE          zbnklnbk
054659        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnbk
054660     ELSE                                                         zbnklnbk
054661        MOVE 'NOTQ file open failure...' TO WS-CONSOLE-MESSAGE    zbnklnbk
054662        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnbk
054663        MOVE WS-NOTQ-STATUS TO WS-IO-STATUS                       zbnklnbk
054664        PERFORM DISPLAY-IO-STATUS                                 zbnklnbk
054665        PERFORM ABORT-PROGRAM                                     zbnklnbk
054666     END-IF.                                                      zbnklnbk
054667                                                                  zbnklnbk
054668 NOTQ-CLOSE.                                                      zbnklnbk
054669     CLOSE NOTQ-FILE.                                             zbnklnbk
054670     IF WS-NOTQ-STATUS = '00'                                     zbnklnbk
054671        MOVE 'NOTQ file closed OK' TO WS-CONSOLE-MESSAGE          zbnklnbk
054672        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnbk
054673     ELSE                                                         zbnklnbk
054674        MOVE 'NOTQ file close failure...' TO WS-CONSOLE-MESSAGE   zbnklnbk
054675        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnbk
054676        MOVE WS-NOTQ-STATUS TO WS-IO-STATUS                       zbnklnbk
054677        PERFORM DISPLAY-IO-STATUS                                 zbnklnbk
054678        PERFORM ABORT-PROGRAM                                     zbnklnbk
054679     END-IF.                                                      zbnklnbk
054700                                                                  zbnklnbk
054800******************************************************************zbnklnbk
054900* Write a short end-of-job summary to the JOBSUM file, in the    *zbnklnbk
056100            WS-LOANS-SKIPPED DELIMITED BY SIZE                    zbnklnbk
056200       INTO JOBSUM-REC.                                           zbnklnbk
056300     PERFORM JOBSUM-PUT.                                          zbnklnbk
056309     MOVE SPACES TO JOBSUM-REC.                                   zbnklnbk
056318     STRING 'Instalments scheduled:       ' DELIMITED BY SIZE     zbnklnbk
056327            WS-INSTALMENTS-WRITTEN DELIMITED BY SIZE              zbnklnbk
056336       INTO JOBSUM-REC.                                           zbnklnbk
056345     PERFORM JOBSUM-PUT.                                          zbnklnbk
056354     MOVE SPACES TO JOBSUM-REC.                                   zbnklnbk
056363     STRING 'Schedule notices queued:     ' DELIMITED BY SIZE     zbnklnbk
056372            WS-SCHEDULES-QUEUED DELIMITED BY SIZE                 zbnklnbk
056381       INTO JOBSUM-REC.                                           zbnklnbk
056390     PERFORM JOBSUM-PUT.                                          zbnklnbk
056400     PERFORM JOBSUM-CLOSE.                                        zbnklnbk
056500     MOVE 'Job summary written to JOBSUM'                         zbnklnbk
056600       TO WS-CONSOLE-MESSAGE.                                     zbnklnbk
062800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnbk
062900     END-IF.                                                      zbnklnbk
063000                                                                  zbnklnbk
063003******************************************************************zbnklnbk
063006* Copy the posting just written to BNKTXN into the BNKTXD daily  *zbnklnbk
063009* posting journal through UTXNJNL. A failure is an abort - the   *zbnklnbk
063012* nightly jobs read the journal and would miss the posting.      *zbnklnbk
063015******************************************************************zbnklnbk
063018 JOURNAL-DAILY-POSTING.                                           zbnklnbk
063021     SET TXJ-WRITE TO TRUE.                                       zbnklnbk
063024     MOVE TXN-FILE-REC TO TXJ-TXN-IMAGE.                          zbnklnbk
063027     CALL 'UTXNJNL' USING WS-TXNJ-PARM.                           zbnklnbk
063030     IF TXJ-FAILED                                                zbnklnbk
063033        MOVE TXJ-REPLY-TEXT TO WS-CONSOLE-MESSAGE                 zbnklnbk
063036        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnbk
063039        PERFORM ABORT-PROGRAM                                     zbnklnbk
063042     END-IF.                                                      zbnklnbk
063045                                                                  zbnklnbk
063048******************************************************************zbnklnbk
063051* Log a record added to or deleted from a master file on the     *zbnklnbk
063054* BNKRMOV record-movement log through URECMOV. The caller sets   *zbnklnbk
063057* the action, file and key. A failed write is reported but does  *zbnklnbk
063060* not stop the run - that night's control-totals proof will      *zbnklnbk
063063* show the file out.                                             *zbnklnbk
063066******************************************************************zbnklnbk
063069 LOG-RECORD-MOVEMENT.                                             zbnklnbk
063072     MOVE 'ZBNKLNBK' TO RMV-PROGRAM.                              zbnklnbk
063075     MOVE 'ZBNKLNBK' TO RMV-USERID.                               zbnklnbk
063078     CALL 'URECMOV' USING WS-RMOV-PARM.                           zbnklnbk
063081     IF RMV-FAILED                                                zbnklnbk
063084        MOVE 'Record-movement log write failed'                   zbnklnbk
063087          TO WS-CONSOLE-MESSAGE                                   zbnklnbk
063090        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnbk
063093     END-IF.                                                      zbnklnbk
063096                                                                  zbnklnbk
063100******************************************************************zbnklnbk
063200* 'ABORT' the program. Post a message and issue a goback         *zbnklnbk
063300******************************************************************zbnklnbk
