002100*              payment from its next run. Every repriced        * zbnkrprc
002200*              borrower gets a rate-change letter through       * zbnkrprc
002300*              BNKNOTQ before the new payment is taken.         * zbnkrprc
002310*              The borrower's BNKLNSC repayment schedule is      *zbnkrprc
002320*              regenerated from the next unpaid instalment at    *zbnkrprc
002330*              the new rate and a revised schedule is queued.    *zbnkrprc
002400******************************************************************zbnkrprc
002500 IDENTIFICATION DIVISION.                                         zbnkrprc
002600 PROGRAM-ID.                                                      zbnkrprc
005100            ACCESS MODE  IS RANDOM                                zbnkrprc
005200            RECORD KEY   IS NQ-REC-KEY                            zbnkrprc
005300            FILE STATUS  IS WS-NOTQ-STATUS.                       zbnkrprc
005310     SELECT LNSC-FILE                                             zbnkrprc
005320            ASSIGN       TO BNKLNSC                               zbnkrprc
005330            ORGANIZATION IS INDEXED                               zbnkrprc
005340            ACCESS MODE  IS RANDOM                                zbnkrprc
005350            RECORD KEY   IS LS-REC-KEY                            zbnkrprc
005360            FILE STATUS  IS WS-LNSC-STATUS.                       zbnkrprc
005400     SELECT PRINTOUT-FILE                                         zbnkrprc
005500            ASSIGN       TO PRINTOUT                              zbnkrprc
005600            ORGANIZATION IS SEQUENTIAL                            zbnkrprc
007700 01  NOTQ-FILE-REC.                                               zbnkrprc
007800 COPY CBANKVNQ.                                                   zbnkrprc
007900                                                                  zbnkrprc
007910 FD  LNSC-FILE.                                                   zbnkrprc
007920 01  LNSC-FILE-REC.                                               zbnkrprc
007930 COPY CBANKVLS.                                                   zbnkrprc
007940                                                                  zbnkrprc
008000 FD  PRINTOUT-FILE.                                               zbnkrprc
008100 01  PRINTOUT-REC                      PIC X(121).                zbnkrprc
008200                                                                  zbnkrprc
009600   05  WS-NOTQ-STATUS.                                            zbnkrprc
009700     10  WS-NOTQ-STAT1                  PIC X(1).                 zbnkrprc
009800     10  WS-NOTQ-STAT2                  PIC X(1).                 zbnkrprc
009810   05  WS-LNSC-STATUS.                                            zbnkrprc
009820     10  WS-LNSC-STAT1                  PIC X(1).                 zbnkrprc
009830     10  WS-LNSC-STAT2                  PIC X(1).                 zbnkrprc
009900   05  WS-PRINTOUT-STATUS.                                        zbnkrprc
010000     10  WS-PRINTOUT-STAT1              PIC X(1).                 zbnkrprc
010100     10  WS-PRINTOUT-STAT2              PIC X(1).                 zbnkrprc
014600 01  WS-NOTQ-SEQ                           PIC 9(5) VALUE ZERO.   zbnkrprc
014700 01  WS-OLD-RATE-D                         PIC ZZ9.9999.          zbnkrprc
014800 01  WS-NEW-RATE-D                         PIC ZZ9.9999.          zbnkrprc
014807                                                                  zbnkrprc
014814******************************************************************zbnkrprc
014821* Fields used while regenerating the unpaid part of a repriced   *zbnkrprc
014828* loan's BNKLNSC schedule through ULNSCHD.                       *zbnkrprc
014835******************************************************************zbnkrprc
014842 01  WS-LNSCHD-PARM.                                              zbnkrprc
014849 COPY CLNSCHD.                                                    zbnkrprc
014856 01  WS-SCHED-DONE                         PIC X(1).              zbnkrprc
014863 01  WS-SCHED-COUNT                        PIC 9(3).              zbnkrprc
014870 01  WS-SCHED-REMAINING                    PIC 9(3).              zbnkrprc
014877 01  WS-SCHED-REMAINING-D                  PIC ZZ9.               zbnkrprc
014884 01  WS-TASKN-DISPLAY                      PIC 9(7).              zbnkrprc
014900                                                                  zbnkrprc
015000 01  WS-DETAIL-LINE.                                              zbnkrprc
015100     05  WS-DET-CONTACT-ID                 PIC X(5).              zbnkrprc
017100 01  WS-LOANS-LINKED                       PIC 9(5) VALUE ZERO.   zbnkrprc
017200 01  WS-LOANS-REPRICED                     PIC 9(5) VALUE ZERO.   zbnkrprc
017300 01  WS-LETTERS-QUEUED                     PIC 9(5) VALUE ZERO.   zbnkrprc
017310 01  WS-SCHEDULES-QUEUED                   PIC 9(5) VALUE ZERO.   zbnkrprc
017400                                                                  zbnkrprc
017500 01  WS-END-OF-LOANM                       PIC X(3) VALUE 'NO '.  zbnkrprc
017600                                                                  zbnkrprc
018900     PERFORM LOANM-OPEN.                                          zbnkrprc
019000     PERFORM BASE-OPEN.                                           zbnkrprc
019100     PERFORM NOTQ-OPEN.                                           zbnkrprc
019110     PERFORM LNSC-OPEN.                                           zbnkrprc
019200     PERFORM PRINTOUT-OPEN.                                       zbnkrprc
019300                                                                  zbnkrprc
019400     PERFORM WRITE-REPORT-HEADING.                                zbnkrprc
020000     PERFORM LOANM-CLOSE.                                         zbnkrprc
020100     PERFORM BASE-CLOSE.                                          zbnkrprc
020200     PERFORM NOTQ-CLOSE.                                          zbnkrprc
020210     PERFORM LNSC-CLOSE.                                          zbnkrprc
020300     PERFORM PRINTOUT-CLOSE.                                      zbnkrprc
020400                                                                  zbnkrprc
020500     PERFORM PRINT-JOB-SUMMARY.                                   zbnkrprc
027400     PERFORM QUEUE-RATE-CHANGE-LETTER.                            zbnkrprc
027500     MOVE WS-NEW-RATE TO LM-REC-RATE.                             zbnkrprc
027600     MOVE WS-NEW-PAYMENT TO LM-REC-PAYMENT.                       zbnkrprc
027610     PERFORM REGENERATE-LOAN-SCHEDULE                             zbnkrprc
027620         THRU REGENERATE-LOAN-SCHEDULE-EXIT.                      zbnkrprc
027630     PERFORM QUEUE-SCHEDULE-LETTER.                               zbnkrprc
027700     PERFORM LOANM-REWRITE.                                       zbnkrprc
027800     ADD 1 TO WS-LOANS-REPRICED.                                  zbnkrprc
027900     MOVE 'Repriced' TO WS-DET-NOTE.                              zbnkrprc
035900     ADD 1 TO WS-LETTERS-QUEUED.                                  zbnkrprc
036000 QUEUE-RATE-CHANGE-LETTER-EXIT.                                   zbnkrprc
036100     EXIT.                                                        zbnkrprc
036101                                                                  zbnkrprc
036102******************************************************************zbnkrprc
036103* REGENERATE-LOAN-SCHEDULE                                       *zbnkrprc
036104* Rebuild the BNKLNSC instalments still to be collected, from    *zbnkrprc
036105* the one after the last payment made, at the new rate and       *zbnkrprc
036106* payment on the outstanding balance. Instalments already paid   *zbnkrprc
036107* are left as they are; one already in arrears stays in arrears  *zbnkrprc
036108* at its restated amount. Any instalments beyond the new final   *zbnkrprc
036109* one are removed.                                               *zbnkrprc
036110******************************************************************zbnkrprc
036111 REGENERATE-LOAN-SCHEDULE.                                        zbnkrprc
036112     MOVE LM-REC-BOOKED-DTE TO LSD-BOOKED-DTE.                    zbnkrprc
036113     MOVE LM-REC-RATE TO LSD-RATE.                                zbnkrprc
036114     MOVE LM-REC-PAYMENT TO LSD-LEVEL-PAYMENT.                    zbnkrprc
036115     MOVE LM-REC-TERM-MONTHS TO LSD-LAST-INST-NO.                 zbnkrprc
036116     MOVE LM-REC-OUTSTANDING TO LSD-OPENING-BAL.                  zbnkrprc
036117     MOVE LM-REC-PAYMENTS-MADE TO WS-SCHED-COUNT.                 zbnkrprc
036118     MOVE ZERO TO WS-SCHED-REMAINING.                             zbnkrprc
036119     MOVE 'N' TO WS-SCHED-DONE.                                   zbnkrprc
036120     PERFORM REGENERATE-ONE-INSTALMENT                            zbnkrprc
036121         UNTIL WS-SCHED-DONE = 'Y'.                               zbnkrprc
036122     MOVE 'N' TO WS-SCHED-DONE.                                   zbnkrprc
036123     PERFORM DROP-SURPLUS-INSTALMENT                              zbnkrprc
036124         UNTIL WS-SCHED-DONE = 'Y'.                               zbnkrprc
036125 REGENERATE-LOAN-SCHEDULE-EXIT.                                   zbnkrprc
036126     EXIT.                                                        zbnkrprc
036127                                                                  zbnkrprc
036128 REGENERATE-ONE-INSTALMENT.                                       zbnkrprc
036129     ADD 1 TO WS-SCHED-COUNT.                                     zbnkrprc
036130     ADD 1 TO WS-SCHED-REMAINING.                                 zbnkrprc
036131     MOVE WS-SCHED-COUNT TO LSD-INST-NO.                          zbnkrprc
036132     CALL 'ULNSCHD' USING WS-LNSCHD-PARM.                         zbnkrprc
036133     MOVE LM-REC-CONTACT-ID TO LS-REC-CONTACT-ID.                 zbnkrprc
036134     MOVE LM-REC-TASKN TO LS-REC-TASKN.                           zbnkrprc
036135     MOVE WS-SCHED-COUNT TO LS-REC-INST-NO.                       zbnkrprc
036136     READ LNSC-FILE.                                              zbnkrprc
036137     IF WS-LNSC-STATUS = '00'                                     zbnkrprc
036138        IF NOT LS-REC-IN-ARREARS                                  zbnkrprc
036139           SET LS-REC-DUE TO TRUE                                 zbnkrprc
036140        END-IF                                                    zbnkrprc
036141        PERFORM FILL-INSTALMENT                                   zbnkrprc
036142        PERFORM LNSC-REWRITE                                      zbnkrprc
036143     ELSE                                                         zbnkrprc
036144        MOVE SPACES TO LNSC-FILE-REC                              zbnkrprc
036145        MOVE LM-REC-CONTACT-ID TO LS-REC-CONTACT-ID               zbnkrprc
036146        MOVE LM-REC-TASKN TO LS-REC-TASKN                         zbnkrprc
036147        MOVE WS-SCHED-COUNT TO LS-REC-INST-NO                     zbnkrprc
036148        SET LS-REC-DUE TO TRUE                                    zbnkrprc
036149        MOVE ZERO TO LS-REC-PAID-DTE                              zbnkrprc
036150        MOVE ZERO TO LS-REC-PAID-AMOUNT                           zbnkrprc
036151        PERFORM FILL-INSTALMENT                                   zbnkrprc
036152        PERFORM LNSC-WRITE                                        zbnkrprc
036153     END-IF.                                                      zbnkrprc
036154     MOVE LSD-CLOSING-BAL TO LSD-OPENING-BAL.                     zbnkrprc
036155     IF LSD-IS-FINAL OR WS-SCHED-COUNT = 999                      zbnkrprc
036156        MOVE 'Y' TO WS-SCHED-DONE                                 zbnkrprc
036157     END-IF.                                                      zbnkrprc
036158                                                                  zbnkrprc
036159 FILL-INSTALMENT.                                                 zbnkrprc
036160     MOVE LSD-DUE-DTE TO LS-REC-DUE-DTE.                          zbnkrprc
036161     MOVE LSD-OPENING-BAL TO LS-REC-OPENING-BAL.                  zbnkrprc
036162     MOVE LSD-PAYMENT TO LS-REC-PAYMENT.                          zbnkrprc
036163     MOVE LSD-INTEREST TO LS-REC-INTEREST.                        zbnkrprc
036164     MOVE LSD-PRINCIPAL TO LS-REC-PRINCIPAL.                      zbnkrprc
036165     MOVE LSD-CLOSING-BAL TO LS-REC-CLOSING-BAL.                  zbnkrprc
036166     MOVE LSD-RATE TO LS-REC-RATE.                                zbnkrprc
036167     MOVE WS-TODAY-DATE-N TO LS-REC-SCHEDULED-DTE.                zbnkrprc
036168                                                                  zbnkrprc
036169 DROP-SURPLUS-INSTALMENT.                                         zbnkrprc
036170     IF WS-SCHED-COUNT = 999                                      zbnkrprc
036171        MOVE 'Y' TO WS-SCHED-DONE                                 zbnkrprc
036172     ELSE                                                         zbnkrprc
036173        ADD 1 TO WS-SCHED-COUNT                                   zbnkrprc
036174        MOVE LM-REC-CONTACT-ID TO LS-REC-CONTACT-ID               zbnkrprc
036175        MOVE LM-REC-TASKN TO LS-REC-TASKN                         zbnkrprc
036176        MOVE WS-SCHED-COUNT TO LS-REC-INST-NO                     zbnkrprc
036177        READ LNSC-FILE                                            zbnkrprc
036178        IF WS-LNSC-STATUS = '00'                                  zbnkrprc
036179           PERFORM LNSC-DELETE                                    zbnkrprc
036180        ELSE                                                      zbnkrprc
036181           MOVE 'Y' TO WS-SCHED-DONE                              zbnkrprc
036182        END-IF                                                    zbnkrprc
036183     END-IF.                                                      zbnkrprc
036200                                                                  zbnkrprc
036300******************************************************************zbnkrprc
036400* Queue one customer notification. The event code and text are  * zbnkrprc
039100     ADD 1 TO WS-NOTQ-SEQ.                                        zbnkrprc
039200     MOVE WS-NOTQ-SEQ TO NQ-REC-SEQ.                              zbnkrprc
039300     PERFORM NOTQ-WRITE-STEP.                                     zbnkrprc
039304                                                                  zbnkrprc
039308******************************************************************zbnkrprc
039312* QUEUE-SCHEDULE-LETTER                                          *zbnkrprc
039316* The revised schedule follows the rate-change letter. ZBNKNOTD  *zbnkrprc
039320* prints the loan's unpaid instalments under it.                 *zbnkrprc
039324******************************************************************zbnkrprc
039328 QUEUE-SCHEDULE-LETTER.                                           zbnkrprc
039332     MOVE SPACES TO NOTQ-FILE-REC.                                zbnkrprc
039336     SET NQ-REC-EVENT-LOAN-SCHEDULE TO TRUE.                      zbnkrprc
039340     MOVE WS-SCHED-REMAINING TO WS-SCHED-REMAINING-D.             zbnkrprc
039344     MOVE LM-REC-TASKN TO WS-TASKN-DISPLAY.                       zbnkrprc
039348     MOVE SPACES TO NQ-REC-TEXT.                                  zbnkrprc
039352     STRING 'Loan '             DELIMITED BY SIZE                 zbnkrprc
039356            WS-TASKN-DISPLAY    DELIMITED BY SIZE                 zbnkrprc
039360            ' revised schedule - ' DELIMITED BY SIZE              zbnkrprc
039364            WS-SCHED-REMAINING-D DELIMITED BY SIZE                zbnkrprc
039368            ' instalments'      DELIMITED BY SIZE                 zbnkrprc
039372       INTO NQ-REC-TEXT.                                          zbnkrprc
039376     PERFORM QUEUE-NOTIFICATION.                                  zbnkrprc
039380     ADD 1 TO WS-SCHEDULES-QUEUED.                                zbnkrprc
039384 QUEUE-SCHEDULE-LETTER-EXIT.                                      zbnkrprc
039388     EXIT.                                                        zbnkrprc
039400                                                                  zbnkrprc
039500******************************************************************zbnkrprc
039600* WRITE-REPORT-HEADING                                           *zbnkrprc
053600        PERFORM DISPLAY-IO-STATUS                                 zbnkrprc
053700        PERFORM ABORT-PROGRAM                                     zbnkrprc
053800     END-IF.                                                      zbnkrprc
053801                                                                  zbnkrprc
053802******************************************************************zbnkrprc
053803* Open, access and close the LNSC (repayment schedule) file.     *zbnkrprc
053804******************************************************************zbnkrprc
053805 LNSC-OPEN.                                                       zbnkrprc
053806     OPEN I-O LNSC-FILE.                                          zbnkrprc
053807     IF WS-LNSC-STATUS = '00'                                     zbnkrprc
053808        MOVE 'LNSC file opened OK' TO WS-CONSOLE-MESSAGE          zbnkrprc
053809        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrprc
053810     ELSE                                                         zbnkrprc
053811        MOVE 'LNSC file open failure...' TO WS-CONSOLE-MESSAGE    zbnkrprc
053812        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrprc
053813        MOVE WS-LNSC-STATUS TO WS-IO-STATUS                       zbnkrprc
053814        PERFORM DISPLAY-IO-STATUS                                 zbnkrprc
053815        PERFORM ABORT-PROGRAM                                     zbnkrprc
053816     END-IF.                                                      zbnkrprc
053817                                                                  zbnkrprc
053818 LNSC-WRITE.                                                      zbnkrprc
053819     WRITE LNSC-FILE-REC.                                         zbnkrprc
053820     IF WS-LNSC-STATUS NOT = '00'                                 zbnkrprc
053821        MOVE 'LNSC Error writing file ...' TO WS-CONSOLE-MESSAGE  zbnkrprc
053822        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrprc
053823        MOVE WS-LNSC-STATUS TO WS-IO-STATUS                       zbnkrprc
053824        PERFORM DISPLAY-IO-STATUS                                 zbnkrprc
053825        PERFORM ABORT-PROGRAM                                     zbnkrprc
053826     END-IF.                                                      zbnkrprc
053827                                                                  zbnkrprc
053828 LNSC-REWRITE.                                                    zbnkrprc
053829     REWRITE LNSC-FILE-REC.                                       zbnkrprc
053830     IF WS-LNSC-STATUS NOT = '00'                                 zbnkrprc
053831        MOVE 'LNSC Error rewriting file ...' TO WS-CONSOLE-MESSAGEzbnkrprc
053832        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrprc
053833        MOVE WS-LNSC-STATUS TO WS-IO-STATUS                       zbnkrprc
053834        PERFORM DISPLAY-IO-STATUS                                 zbnkrprc
053835        PERFORM ABORT-PROGRAM                                     zbnkrprc
053836     END-IF.                                                      zbnkrprc
053837                                                                  zbnkrprc
053838 LNSC-DELETE.                                                     zbnkrprc
053839     DELETE LNSC-FILE RECORD.                                     zbnkrprc
053840     IF WS-LNSC-STATUS NOT = '00'                                 zbnkrprc
053841        MOVE 'LNSC Error deleting record ...'                     zbnkrprc
053842          TO WS-CONSOLE-MESSAGE                                   zbnkrprc
053843        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrprc
053844        MOVE WS-LNSC-STATUS TO WS-IO-STATUS                       zbnkrprc
053845        PERFORM DISPLAY-IO-STATUS                                 zbnkrprc
053846        PERFORM ABORT-PROGRAM                                     zbnkrprc
053847     END-IF.                                                      zbnkrprc
053848                                                                  zbnkrprc
053849 LNSC-CLOSE.                                                      zbnkrprc
053850     CLOSE LNSC-FILE.                                             zbnkrprc
053851     IF WS-LNSC-STATUS = '00'                                     zbnkrprc
053852        MOVE 'LNSC file closed OK' TO WS-CONSOLE-MESSAGE          zbnkrprc
053853        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrprc
053854     ELSE                                                         zbnkrprc
053855        MOVE 'LNSC file close failure...' TO WS-CONSOLE-MESSAGE   zbnkrprc
053856        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrprc
053857        MOVE WS-LNSC-STATUS TO WS-IO-STATUS                       zbnkrprc
053858        PERFORM DISPLAY-IO-STATUS                                 zbnkrprc
053859        PERFORM ABORT-PROGRAM                                     zbnkrprc
053860     END-IF.                                                      zbnkrprc
053900                                                                  zbnkrprc
054000******************************************************************zbnkrprc
054100* Open, access and close the PRINTOUT file.                      *zbnkrprc
059900            WS-LETTERS-QUEUED DELIMITED BY SIZE                   zbnkrprc
060000       INTO JOBSUM-REC.                                           zbnkrprc
060100     PERFORM JOBSUM-PUT.                                          zbnkrprc
060110     MOVE SPACES TO JOBSUM-REC.                                   zbnkrprc
060120     STRING 'Revised schedules queued:    ' DELIMITED BY SIZE     zbnkrprc
060130            WS-SCHEDULES-QUEUED DELIMITED BY SIZE                 zbnkrprc
060140       INTO JOBSUM-REC.                                           zbnkrprc
060150     PERFORM JOBSUM-PUT.                                          zbnkrprc
060200     PERFORM JOBSUM-CLOSE.                                        zbnkrprc
060300     MOVE 'Job summary written to JOBSUM'                         zbnkrprc
060400       TO WS-CONSOLE-MESSAGE.                                     zbnkrprc
