002400*              letter per bucket, never repeated. A loan whose  * zbnkdelq
002500*              arrears have been made good is marked cured and  * zbnkdelq
002600*              drops off the officers' queue.                   * zbnkdelq
002610*              Revolving credit lines on BNKRVLN are queued on   *zbnkdelq
002620*              the same ladder: the minimum payments a line has  *zbnkdelq
002630*              missed in a row are its missed count and its past *zbnkdelq
002640*              due amount is its arrears, with their own credit  *zbnkdelq
002650*              line letter text.                                 *zbnkdelq
002700******************************************************************zbnkdelq
002800 IDENTIFICATION DIVISION.                                         zbnkdelq
002900 PROGRAM-ID.                                                      zbnkdelq
005400            ACCESS MODE  IS RANDOM                                zbnkdelq
005500            RECORD KEY   IS NQ-REC-KEY                            zbnkdelq
005600            FILE STATUS  IS WS-NOTQ-STATUS.                       zbnkdelq
005610     SELECT RVLN-FILE                                             zbnkdelq
005620            ASSIGN       TO BNKRVLN                               zbnkdelq
005630            ORGANIZATION IS INDEXED                               zbnkdelq
005640            ACCESS MODE  IS SEQUENTIAL                            zbnkdelq
005650            RECORD KEY   IS RVL-REC-ACCNO                         zbnkdelq
005660            FILE STATUS  IS WS-RVLN-STATUS.                       zbnkdelq
005700     SELECT PRINTOUT-FILE                                         zbnkdelq
005800            ASSIGN       TO PRINTOUT                              zbnkdelq
005900            ORGANIZATION IS SEQUENTIAL                            zbnkdelq
008000 01  NOTQ-FILE-REC.                                               zbnkdelq
008100 COPY CBANKVNQ.                                                   zbnkdelq
008200                                                                  zbnkdelq
008210 FD  RVLN-FILE.                                                   zbnkdelq
008220 01  RVLN-FILE-REC.                                               zbnkdelq
008230 COPY CBANKVRN.                                                   zbnkdelq
008240                                                                  zbnkdelq
008300 FD  PRINTOUT-FILE.                                               zbnkdelq
008400 01  PRINTOUT-REC                          PIC X(121).            zbnkdelq
008500                                                                  zbnkdelq
009900   05  WS-NOTQ-STATUS.                                            zbnkdelq
010000     10  WS-NOTQ-STAT1                 PIC X(1).                  zbnkdelq
010100     10  WS-NOTQ-STAT2                 PIC X(1).                  zbnkdelq
010110   05  WS-RVLN-STATUS.                                            zbnkdelq
010120     10  WS-RVLN-STAT1                 PIC X(1).                  zbnkdelq
010130     10  WS-RVLN-STAT2                 PIC X(1).                  zbnkdelq
010200   05  WS-PRINTOUT-STATUS.                                        zbnkdelq
010300     10  WS-PRINTOUT-STAT1             PIC X(1).                  zbnkdelq
010400     10  WS-PRINTOUT-STAT2             PIC X(1).                  zbnkdelq
015200 01  WS-TARGET-BUCKET                      PIC 9(3).              zbnkdelq
015300 01  WS-TARGET-LEVEL                      PIC 9(1).               zbnkdelq
015400                                                                  zbnkdelq
015407******************************************************************zbnkdelq
015414* The loan or credit line being aged, staged so the bucket,      *zbnkdelq
015421* letter and work-queue logic serves both.                       *zbnkdelq
015428******************************************************************zbnkdelq
015435 01  WS-AGE-KIND                           PIC X(1).              zbnkdelq
015442     88  AGE-LOAN                          VALUE 'L'.             zbnkdelq
015449     88  AGE-LINE                          VALUE 'R'.             zbnkdelq
015456 01  WS-AGE-CONTACT-ID                     PIC X(5).              zbnkdelq
015463 01  WS-AGE-TASKN                          PIC 9(7).              zbnkdelq
015470 01  WS-AGE-ACCNO                          PIC X(9).              zbnkdelq
015477 01  WS-AGE-NOTE                           PIC X(18).             zbnkdelq
015484 01  WS-AGE-LETTER-TEXT                    PIC X(30).             zbnkdelq
015491                                                                  zbnkdelq
015500 01  WS-NOTQ-SEQ                           PIC 9(5) VALUE ZERO.   zbnkdelq
015600 01  WS-NOTICE-AMOUNT-D                    PIC Z(6)9.99.          zbnkdelq
015700 01  WS-NOTICE-DAYS-D                      PIC ZZ9.               zbnkdelq
018900 01  WS-LOANS-DELINQUENT                   PIC 9(5) VALUE ZERO.   zbnkdelq
019000 01  WS-LOANS-CURED                        PIC 9(5) VALUE ZERO.   zbnkdelq
019100 01  WS-LETTERS-QUEUED                     PIC 9(5) VALUE ZERO.   zbnkdelq
019110 01  WS-LINES-EXAMINED                     PIC 9(5) VALUE ZERO.   zbnkdelq
019120 01  WS-LINES-DELINQUENT                   PIC 9(5) VALUE ZERO.   zbnkdelq
019130 01  WS-LINES-CURED                        PIC 9(5) VALUE ZERO.   zbnkdelq
019200 01  WS-BUCKET-COUNTS.                                            zbnkdelq
019300     05  WS-BUCKET-COUNT                   PIC 9(5)               zbnkdelq
019400         OCCURS 4 TIMES.                                          zbnkdelq
019500                                                                  zbnkdelq
019600 01  WS-END-OF-LOANM                       PIC X(3) VALUE 'NO '.  zbnkdelq
019610 01  WS-END-OF-RVLN                        PIC X(3) VALUE 'NO '.  zbnkdelq
019620 01  WS-RVLN-AVAILABLE                     PIC X(3) VALUE 'NO '.  zbnkdelq
019700 01  WS-DELQ-FOUND                         PIC X(3) VALUE 'NO '.  zbnkdelq
019800                                                                  zbnkdelq
019900 PROCEDURE DIVISION.                                              zbnkdelq
022100         THRU AGE-ONE-LOAN-EXIT                                   zbnkdelq
022200             UNTIL WS-END-OF-LOANM = 'YES'.                       zbnkdelq
022300                                                                  zbnkdelq
022310     PERFORM RVLN-OPEN.                                           zbnkdelq
022320     IF WS-END-OF-RVLN NOT = 'YES'                                zbnkdelq
022330        PERFORM RVLN-GET                                          zbnkdelq
022340     END-IF.                                                      zbnkdelq
022350     PERFORM AGE-ONE-LINE                                         zbnkdelq
022360         THRU AGE-ONE-LINE-EXIT                                   zbnkdelq
022370             UNTIL WS-END-OF-RVLN = 'YES'.                        zbnkdelq
022380     PERFORM RVLN-CLOSE.                                          zbnkdelq
022390                                                                  zbnkdelq
022400     PERFORM WRITE-REPORT-TOTALS.                                 zbnkdelq
022500     PERFORM LOANM-CLOSE.                                         zbnkdelq
022600     PERFORM DELQ-CLOSE.                                          zbnkdelq
027700        GO TO AGE-ONE-LOAN-NEXT                                   zbnkdelq
027800     END-IF.                                                      zbnkdelq
027900     ADD 1 TO WS-LOANS-EXAMINED.                                  zbnkdelq
027910     SET AGE-LOAN TO TRUE.                                        zbnkdelq
027920     MOVE LM-REC-CONTACT-ID TO WS-AGE-CONTACT-ID.                 zbnkdelq
027930     MOVE LM-REC-TASKN TO WS-AGE-TASKN.                           zbnkdelq
027940     MOVE LM-REC-ACCNO TO WS-AGE-ACCNO.                           zbnkdelq
027950     MOVE SPACES TO WS-AGE-NOTE.                                  zbnkdelq
027960     IF LM-REC-SUSPENDED                                          zbnkdelq
027970        MOVE 'Loan suspended' TO WS-AGE-NOTE                      zbnkdelq
027980     END-IF.                                                      zbnkdelq
027990     MOVE 'Loan payment overdue' TO WS-AGE-LETTER-TEXT.           zbnkdelq
028000     PERFORM COMPUTE-MISSED-PAYMENTS.                             zbnkdelq
028100     IF WS-MISSED-COUNT IS NOT GREATER THAN ZERO                  zbnkdelq
028200        PERFORM CURE-IF-QUEUED                                    zbnkdelq
028500     ADD 1 TO WS-LOANS-DELINQUENT.                                zbnkdelq
028600     COMPUTE WS-ARREARS-AMOUNT =                                  zbnkdelq
028700             WS-MISSED-COUNT * LM-REC-PAYMENT.                    zbnkdelq
028710     PERFORM AGE-DELINQUENCY.                                     zbnkdelq
031500 AGE-ONE-LOAN-NEXT.                                               zbnkdelq
031600     PERFORM LOANM-GET.                                           zbnkdelq
031700 AGE-ONE-LOAN-EXIT.                                               zbnkdelq
031800     EXIT.                                                        zbnkdelq
031900                                                                  zbnkdelq
031901******************************************************************zbnkdelq
031902* AGE-DELINQUENCY                                                *zbnkdelq
031903* Buckets the staged loan or line by its missed count, queues    *zbnkdelq
031904* the next letter on the ladder and writes its work-queue record *zbnkdelq
031905* and report line. WS-MISSED-COUNT and WS-ARREARS-AMOUNT are set *zbnkdelq
031906* by the caller.                                                 *zbnkdelq
031907******************************************************************zbnkdelq
031908 AGE-DELINQUENCY.                                                 zbnkdelq
031909     IF WS-MISSED-COUNT IS GREATER THAN 4                         zbnkdelq
031910        MOVE 4 TO WS-TARGET-LEVEL                                 zbnkdelq
031911     ELSE                                                         zbnkdelq
031912        MOVE WS-MISSED-COUNT TO WS-TARGET-LEVEL                   zbnkdelq
031913     END-IF.                                                      zbnkdelq
031914     COMPUTE WS-TARGET-BUCKET = WS-TARGET-LEVEL * 30.             zbnkdelq
031915     ADD 1 TO WS-BUCKET-COUNT (WS-TARGET-LEVEL).                  zbnkdelq
031916     PERFORM DELQ-READ.                                           zbnkdelq
031917     IF WS-DELQ-FOUND = 'NO '                                     zbnkdelq
031918        PERFORM BUILD-NEW-DELQ-RECORD                             zbnkdelq
031919     END-IF.                                                      zbnkdelq
031920     MOVE WS-MISSED-COUNT TO DQ-REC-MISSED-COUNT.                 zbnkdelq
031921     MOVE WS-ARREARS-AMOUNT TO DQ-REC-ARREARS.                    zbnkdelq
031922     MOVE WS-TARGET-BUCKET TO DQ-REC-BUCKET.                      zbnkdelq
031923     MOVE WS-AGE-ACCNO TO DQ-REC-ACCNO.                           zbnkdelq
031924     SET DQ-REC-OPEN TO TRUE.                                     zbnkdelq
031925     IF WS-TARGET-LEVEL IS GREATER THAN DQ-REC-LETTER-LEVEL       zbnkdelq
031926        PERFORM QUEUE-REMINDER-LETTER                             zbnkdelq
031927        MOVE WS-TARGET-LEVEL TO DQ-REC-LETTER-LEVEL               zbnkdelq
031928        MOVE WS-TODAY-DATE-N TO DQ-REC-LAST-LETTER-DTE            zbnkdelq
031929     END-IF.                                                      zbnkdelq
031930     IF WS-DELQ-FOUND = 'YES'                                     zbnkdelq
031931        PERFORM DELQ-REWRITE                                      zbnkdelq
031932     ELSE                                                         zbnkdelq
031933        PERFORM DELQ-WRITE                                        zbnkdelq
031934     END-IF.                                                      zbnkdelq
031935     PERFORM WRITE-DETAIL-LINE.                                   zbnkdelq
031936 AGE-DELINQUENCY-EXIT.                                            zbnkdelq
031937     EXIT.                                                        zbnkdelq
031938                                                                  zbnkdelq
031939******************************************************************zbnkdelq
031940* AGE-ONE-LINE                                                   *zbnkdelq
031941* Ages the credit line currently in the RVLN buffer and advances *zbnkdelq
031942* the scan. The billing run keeps the line's count of minimums   *zbnkdelq
031943* missed in a row and the amount past due; a line whose missed   *zbnkdelq
031944* count is back to zero has met a minimum and is cured off the   *zbnkdelq
031945* work queue. The queue key is the line's contact id and line    *zbnkdelq
031946* number.                                                        *zbnkdelq
031947******************************************************************zbnkdelq
031948 AGE-ONE-LINE.                                                    zbnkdelq
031949     IF RVL-REC-CLOSED                                            zbnkdelq
031950        GO TO AGE-ONE-LINE-NEXT                                   zbnkdelq
031951     END-IF.                                                      zbnkdelq
031952     ADD 1 TO WS-LINES-EXAMINED.                                  zbnkdelq
031953     SET AGE-LINE TO TRUE.                                        zbnkdelq
031954     MOVE RVL-REC-PID TO WS-AGE-CONTACT-ID.                       zbnkdelq
031955     MOVE RVL-REC-LINE-NO TO WS-AGE-TASKN.                        zbnkdelq
031956     MOVE RVL-REC-ACCNO TO WS-AGE-ACCNO.                          zbnkdelq
031957     MOVE SPACES TO WS-AGE-NOTE.                                  zbnkdelq
031958     IF RVL-REC-SUSPENDED                                         zbnkdelq
031959        MOVE 'Line suspended' TO WS-AGE-NOTE                      zbnkdelq
031960     END-IF.                                                      zbnkdelq
031961     MOVE 'Credit line payment overdue' TO WS-AGE-LETTER-TEXT.    zbnkdelq
031962     MOVE RVL-REC-MISSED-COUNT TO WS-MISSED-COUNT.                zbnkdelq
031963     IF WS-MISSED-COUNT IS NOT GREATER THAN ZERO                  zbnkdelq
031964        PERFORM CURE-IF-QUEUED                                    zbnkdelq
031965        GO TO AGE-ONE-LINE-NEXT                                   zbnkdelq
031966     END-IF.                                                      zbnkdelq
031967     ADD 1 TO WS-LINES-DELINQUENT.                                zbnkdelq
031968     MOVE RVL-REC-PAST-DUE TO WS-ARREARS-AMOUNT.                  zbnkdelq
031969     PERFORM AGE-DELINQUENCY.                                     zbnkdelq
031970 AGE-ONE-LINE-NEXT.                                               zbnkdelq
031971     PERFORM RVLN-GET.                                            zbnkdelq
031972 AGE-ONE-LINE-EXIT.                                               zbnkdelq
031973     EXIT.                                                        zbnkdelq
031974                                                                  zbnkdelq
032000******************************************************************zbnkdelq
032100* COMPUTE-MISSED-PAYMENTS                                        *zbnkdelq
032200* Whole months elapsed since booking, capped at the term, less   *zbnkdelq
035900        MOVE ZERO TO DQ-REC-ARREARS                               zbnkdelq
036000        MOVE ZERO TO DQ-REC-BUCKET                                zbnkdelq
036100        PERFORM DELQ-REWRITE                                      zbnkdelq
036110        IF AGE-LOAN                                               zbnkdelq
036120           ADD 1 TO WS-LOANS-CURED                                zbnkdelq
036130        ELSE                                                      zbnkdelq
036140           ADD 1 TO WS-LINES-CURED                                zbnkdelq
036150        END-IF                                                    zbnkdelq
036300     END-IF.                                                      zbnkdelq
036400 CURE-IF-QUEUED-EXIT.                                             zbnkdelq
036500     EXIT.                                                        zbnkdelq
037100******************************************************************zbnkdelq
037200 BUILD-NEW-DELQ-RECORD.                                           zbnkdelq
037300     MOVE SPACES TO DELQ-FILE-REC.                                zbnkdelq
037310     MOVE WS-AGE-CONTACT-ID TO DQ-REC-CONTACT-ID.                 zbnkdelq
037320     MOVE WS-AGE-TASKN TO DQ-REC-TASKN.                           zbnkdelq
037330     MOVE WS-AGE-ACCNO TO DQ-REC-ACCNO.                           zbnkdelq
037700     MOVE ZERO TO DQ-REC-MISSED-COUNT.                            zbnkdelq
037800     MOVE ZERO TO DQ-REC-ARREARS.                                 zbnkdelq
037900     MOVE ZERO TO DQ-REC-BUCKET.                                  zbnkdelq
040800     MOVE WS-ARREARS-AMOUNT TO WS-NOTICE-AMOUNT-D.                zbnkdelq
040900     MOVE WS-TARGET-BUCKET TO WS-NOTICE-DAYS-D.                   zbnkdelq
041000     MOVE SPACES TO NQ-REC-TEXT.                                  zbnkdelq
041010     STRING WS-AGE-LETTER-TEXT DELIMITED BY '  '                  zbnkdelq
041020            ' '                                                   zbnkdelq
041200                               DELIMITED BY SIZE                  zbnkdelq
041300            WS-NOTICE-DAYS-D   DELIMITED BY SIZE                  zbnkdelq
041400            ' days, arrears '  DELIMITED BY SIZE                  zbnkdelq
043100     MOVE WS-RUN-TIME TO NQ-REC-TIME.                             zbnkdelq
043200     ADD 1 TO WS-NOTQ-SEQ.                                        zbnkdelq
043300     MOVE WS-NOTQ-SEQ TO NQ-REC-SEQ.                              zbnkdelq
043310     MOVE WS-AGE-CONTACT-ID TO NQ-REC-PID.                        zbnkdelq
043500     SET NQ-REC-QUEUED TO TRUE.                                   zbnkdelq
043600     MOVE ZERO TO NQ-REC-RETRY.                                   zbnkdelq
043700     PERFORM NOTQ-WRITE-STEP.                                     zbnkdelq
048600     MOVE DQ-REC-ARREARS TO WS-DET-ARREARS.                       zbnkdelq
048700     MOVE DQ-REC-PROMISE-AMOUNT TO WS-DET-PROMISE.                zbnkdelq
048800     MOVE DQ-REC-LAST-CONTACT-DTE TO WS-DET-LAST-CONTACT.         zbnkdelq
048810     MOVE WS-AGE-NOTE TO WS-DET-NOTE.                             zbnkdelq
049200     MOVE WS-DETAIL-LINE TO PRINTOUT-REC.                         zbnkdelq
049300     PERFORM PRINTOUT-PUT.                                        zbnkdelq
049400                                                                  zbnkdelq
050000     MOVE SPACES TO PRINTOUT-REC.                                 zbnkdelq
050100     PERFORM PRINTOUT-PUT.                                        zbnkdelq
050200     MOVE SPACES TO WS-REPORT-LINE.                               zbnkdelq
050210     STRING 'Loans and lines in 30/60/90/120 day buckets: '       zbnkdelq
050400                                  DELIMITED BY SIZE               zbnkdelq
050500            WS-BUCKET-COUNT (1)   DELIMITED BY SIZE               zbnkdelq
050600            ' / '                 DELIMITED BY SIZE               zbnkdelq
056500        PERFORM ABORT-PROGRAM                                     zbnkdelq
056600     END-IF.                                                      zbnkdelq
056700                                                                  zbnkdelq
056702******************************************************************zbnkdelq
056704* Open, read and close the RVLN credit line file. Without it     *zbnkdelq
056706* there are no credit lines to age this run.                     *zbnkdelq
056708******************************************************************zbnkdelq
056710 RVLN-OPEN.                                                       zbnkdelq
056712     OPEN INPUT RVLN-FILE.                                        zbnkdelq
056714     IF WS-RVLN-STATUS = '00'                                     zbnkdelq
056716        MOVE 'YES' TO WS-RVLN-AVAILABLE                           zbnkdelq
056718        MOVE 'RVLN file opened OK' TO WS-CONSOLE-MESSAGE          zbnkdelq
056720        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdelq
056722     ELSE                                                         zbnkdelq
056724        MOVE 'YES' TO WS-END-OF-RVLN                              zbnkdelq
056726        MOVE 'No BNKRVLN credit lines this run'                   zbnkdelq
056728          TO WS-CONSOLE-MESSAGE                                   zbnkdelq
056730        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdelq
056732     END-IF.                                                      zbnkdelq
056734                                                                  zbnkdelq
056736 RVLN-GET.                                                        zbnkdelq
056738     READ RVLN-FILE NEXT RECORD.                                  zbnkdelq
056740     IF WS-RVLN-STATUS NOT = '00'                                 zbnkdelq
056742        IF WS-RVLN-STATUS = '10'                                  zbnkdelq
056744           MOVE 'YES' TO WS-END-OF-RVLN                           zbnkdelq
056746        ELSE                                                      zbnkdelq
056748           MOVE 'RVLN Error reading file ...'                     zbnkdelq
056750             TO WS-CONSOLE-MESSAGE                                zbnkdelq
056752           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkdelq
056754           MOVE WS-RVLN-STATUS TO WS-IO-STATUS                    zbnkdelq
056756           PERFORM DISPLAY-IO-STATUS                              zbnkdelq
056758           PERFORM ABORT-PROGRAM                                  zbnkdelq
056760        END-IF                                                    zbnkdelq
056762     END-IF.                                                      zbnkdelq
056764                                                                  zbnkdelq
056766 RVLN-CLOSE.                                                      zbnkdelq
056768     IF WS-RVLN-AVAILABLE = 'YES'                                 zbnkdelq
056770        CLOSE RVLN-FILE                                           zbnkdelq
056772     END-IF.                                                      zbnkdelq
056774                                                                  zbnkdelq
056800******************************************************************zbnkdelq
056900* Open the DELQ work-queue file for keyed update.                *zbnkdelq
057000******************************************************************zbnkdelq
058700* been delinquent before.                                        *zbnkdelq
058800******************************************************************zbnkdelq
058900 DELQ-READ.                                                       zbnkdelq
058910     MOVE WS-AGE-CONTACT-ID TO DQ-REC-CONTACT-ID.                 zbnkdelq
058920     MOVE WS-AGE-TASKN TO DQ-REC-TASKN.                           zbnkdelq
059200     READ DELQ-FILE.                                              zbnkdelq
059300     IF WS-DELQ-STATUS = '00'                                     zbnkdelq
059400        MOVE 'YES' TO WS-DELQ-FOUND                               zbnkdelq
073800     STRING 'Reminder letters queued:     ' DELIMITED BY SIZE     zbnkdelq
073900            WS-LETTERS-QUEUED DELIMITED BY SIZE                   zbnkdelq
074000       INTO JOBSUM-REC.                                           zbnkdelq
074003     PERFORM JOBSUM-PUT.                                          zbnkdelq
074006     MOVE SPACES TO JOBSUM-REC.                                   zbnkdelq
074012     STRING 'Credit lines examined:       ' DELIMITED BY SIZE     zbnkdelq
074018            WS-LINES-EXAMINED DELIMITED BY SIZE                   zbnkdelq
074024       INTO JOBSUM-REC.                                           zbnkdelq
074030     PERFORM JOBSUM-PUT.                                          zbnkdelq
074036     MOVE SPACES TO JOBSUM-REC.                                   zbnkdelq
074042     STRING 'Credit lines delinquent:     ' DELIMITED BY SIZE     zbnkdelq
074048            WS-LINES-DELINQUENT DELIMITED BY SIZE                 zbnkdelq
074054       INTO JOBSUM-REC.                                           zbnkdelq
074060     PERFORM JOBSUM-PUT.                                          zbnkdelq
074066     MOVE SPACES TO JOBSUM-REC.                                   zbnkdelq
074072     STRING 'Credit lines cured this run: ' DELIMITED BY SIZE     zbnkdelq
074078            WS-LINES-CURED DELIMITED BY SIZE                      zbnkdelq
074084       INTO JOBSUM-REC.                                           zbnkdelq
074090     PERFORM JOBSUM-PUT.                                          zbnkdelq
074200     PERFORM JOBSUM-CLOSE.                                        zbnkdelq
074300     MOVE 'Job summary written to JOBSUM'                         zbnkdelq
074400       TO WS-CONSOLE-MESSAGE.                                     zbnkdelq
