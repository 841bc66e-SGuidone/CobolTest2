001800*              and writes refused items (unknown or inactive     *zbnkchqp
001900*              account, stop order, insufficient funds) to the   *zbnkchqp
002000*              returns file with a reason.                       *zbnkchqp
002010*              An interrupted run restarts from its UCHKPT       *zbnkchqp
002020*              checkpoint, past the records it had already       *zbnkchqp
002030*              finished.                                         *zbnkchqp
002040*              A cheque returned for insufficient funds is       *zbnkchqp
002050*              charged the BNKEVTF returned-cheque fee through   *zbnkchqp
002060*              UEVTFEE.                                          *zbnkchqp
002070*              Each return for insufficient funds is counted on  *zbnkchqp
002080*              the account's BNKACRU record for the loan         *zbnkchqp
002090*              scorecard.                                        *zbnkchqp
002093*              The MICR account number must pass its check digit *zbnkchqp
002096*              unless the account is a legacy one.               *zbnkchqp
002100******************************************************************zbnkchqp
002200 IDENTIFICATION DIVISION.                                         zbnkchqp
002300 PROGRAM-ID.                                                      zbnkchqp
007700            ACCESS MODE  IS RANDOM                                zbnkchqp
007800            RECORD KEY   IS BTX-REC-KEY                           zbnkchqp
007900            FILE STATUS  IS WS-TXN-STATUS.                        zbnkchqp
007910     SELECT ACCRUAL-FILE                                          zbnkchqp
007920            ASSIGN       TO BNKACRU                               zbnkchqp
007930            ORGANIZATION IS INDEXED                               zbnkchqp
007940            ACCESS MODE  IS RANDOM                                zbnkchqp
007950            RECORD KEY   IS AR-REC-ACCNO                          zbnkchqp
007960            FILE STATUS  IS WS-ACCRUAL-STATUS.                    zbnkchqp
008000     SELECT CHQRET-FILE                                           zbnkchqp
008100            ASSIGN       TO CHQRET                                zbnkchqp
008200            ORGANIZATION IS SEQUENTIAL                            zbnkchqp
012600 FD  TXN-FILE.                                                    zbnkchqp
012700 01  TXN-FILE-REC.                                                zbnkchqp
012800 COPY CBANKVTX.                                                   zbnkchqp
012810 FD  ACCRUAL-FILE.                                                zbnkchqp
012820 01  ACCRUAL-FILE-REC.                                            zbnkchqp
012830 COPY CBANKVAR.                                                   zbnkchqp
012900                                                                  zbnkchqp
013000 FD  CHQRET-FILE.                                                 zbnkchqp
013100 01  CHQRET-REC.                                                  zbnkchqp
016400   05  WS-TXN-STATUS.                                             zbnkchqp
016500     10  WS-TXN-STAT1                  PIC X(1).                  zbnkchqp
016600     10  WS-TXN-STAT2                  PIC X(1).                  zbnkchqp
016610   05  WS-ACCRUAL-STATUS.                                         zbnkchqp
016620     10  WS-ACCRUAL-STAT1              PIC X(1).                  zbnkchqp
016630     10  WS-ACCRUAL-STAT2              PIC X(1).                  zbnkchqp
016700   05  WS-CHQRET-STATUS.                                          zbnkchqp
016800     10  WS-CHQRET-STAT1               PIC X(1).                  zbnkchqp
016900     10  WS-CHQRET-STAT2               PIC X(1).                  zbnkchqp
020000 01  WS-FCTL-TRL-COUNT                     PIC 9(7).              zbnkchqp
020100 01  WS-FCTL-TRL-AMOUNT                    PIC 9(11)V99.          zbnkchqp
020200 01  WS-FCTL-HOLD-REC                      PIC X(133).            zbnkchqp
020205                                                                  zbnkchqp
020210******************************************************************zbnkchqp
020215* Checkpoint/restart. UCHKPT records the last input record       *zbnkchqp
020220* this run has finished, the running file totals and the run     *zbnkchqp
020225* counters after every record - nothing on these files rolls     *zbnkchqp
020230* back, so the restart point must be exact. A rerun after an     *zbnkchqp
020235* abend skips the records already finished and carries the       *zbnkchqp
020240* counters on from the checkpoint.                               *zbnkchqp
020245******************************************************************zbnkchqp
020250 01  WS-CHKPT-PARM.                                               zbnkchqp
020255 COPY CCHKPTD.                                                    zbnkchqp
020260 01  WS-RESTART-SW                         PIC X(1) VALUE 'N'.    zbnkchqp
020265     88  RESTART-RUN                       VALUE 'Y'.             zbnkchqp
020270     88  NOT-RESTART-RUN                   VALUE 'N'.             zbnkchqp
020275 01  WS-RESTART-SKIP-COUNT                 PIC 9(7) VALUE ZERO.   zbnkchqp
020280 01  WS-RESTART-FROM                       PIC 9(7) VALUE ZERO.   zbnkchqp
020300                                                                  zbnkchqp
020400 01  WS-DATE-WORK-AREA.                                           zbnkchqp
020500 COPY CDATED.                                                     zbnkchqp
021800 01  WS-END-OF-STOPS                         PIC X(3).            zbnkchqp
021900 01  WS-STOP-AVAILABLE                       PIC X(3) VALUE 'NO '.zbnkchqp
022000 01  WS-HOLD-AVAILABLE                       PIC X(3) VALUE 'NO '.zbnkchqp
022010 01  WS-ACCRUAL-AVAILABLE                    PIC X(3) VALUE 'NO '.zbnkchqp
022020 01  WS-ACCRUAL-FOUND                        PIC X(3).            zbnkchqp
022030 01  WS-YEAR-AGO-N                           PIC 9(8).            zbnkchqp
022040 01  WS-RETURNS-COUNTED                      PIC 9(5) VALUE ZERO. zbnkchqp
022100 01  WS-HOLDS-TOTAL                          PIC S9(9)V99 COMP-3. zbnkchqp
022200 01  WS-END-OF-HOLD                          PIC X(3).            zbnkchqp
022300                                                                  zbnkchqp
024400 01  WS-RETURNED-AMOUNT                      PIC S9(9)V99 COMP-3  zbnkchqp
024500                                             VALUE ZERO.          zbnkchqp
024600 01  WS-AMOUNT-DISPLAY                       PIC 9(9).99.         zbnkchqp
024610 01  WS-EVENT-FEES-POSTED                    PIC 9(5) VALUE ZERO. zbnkchqp
024620                                                                  zbnkchqp
024630 01  WS-OFAPOST-PARM.                                             zbnkchqp
024640 COPY COFAPSTD.                                                   zbnkchqp
024650                                                                  zbnkchqp
024660 01  WS-EVTFEE-PARM.                                              zbnkchqp
024670 COPY CEVTFED.                                                    zbnkchqp
024677                                                                  zbnkchqp
024684 01  WS-TXNJ-PARM.                                                zbnkchqp
024691 COPY CTXNJND.                                                    zbnkchqp
024693                                                                  zbnkchqp
024695 01  WS-ACCNO-PARM.                                               zbnkchqp
024697 COPY CACCNOD.                                                    zbnkchqp
024700                                                                  zbnkchqp
024800 PROCEDURE DIVISION.                                              zbnkchqp
024900                                                                  zbnkchqp
025500       INTO WS-CONSOLE-MESSAGE.                                   zbnkchqp
025600     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkchqp
025700                                                                  zbnkchqp
025710     PERFORM CHECKPOINT-CHECK                                     zbnkchqp
025720         THRU CHECKPOINT-CHECK-EXIT.                              zbnkchqp
025800     PERFORM CHQIN-OPEN.                                          zbnkchqp
025900     PERFORM ACCOUNT-OPEN.                                        zbnkchqp
026000     PERFORM STOP-OPEN.                                           zbnkchqp
026400     PERFORM CHBK-OPEN.                                           zbnkchqp
026500     PERFORM CHKR-OPEN.                                           zbnkchqp
026600     PERFORM PPAY-OPEN.                                           zbnkchqp
026610     PERFORM ACCRUAL-OPEN.                                        zbnkchqp
026700                                                                  zbnkchqp
026800     PERFORM WORK-DECISION-QUEUE                                  zbnkchqp
026900         THRU WORK-DECISION-QUEUE-EXIT.                           zbnkchqp
027000                                                                  zbnkchqp
027100     PERFORM CHQIN-GET.                                           zbnkchqp
027110     PERFORM CHECKPOINT-SKIP                                      zbnkchqp
027120         THRU CHECKPOINT-SKIP-EXIT.                               zbnkchqp
027200     PERFORM CLEAR-ONE-CHEQUE                                     zbnkchqp
027300             THRU CLEAR-ONE-CHEQUE-EXIT                           zbnkchqp
027400         UNTIL WS-END-OF-CHQIN = 'YES'.                           zbnkchqp
027500     PERFORM VALIDATE-FILE-CONTROL                                zbnkchqp
027600         THRU VALIDATE-FILE-CONTROL-EXIT.                         zbnkchqp
027610     PERFORM CHECKPOINT-COMPLETE.                                 zbnkchqp
027700                                                                  zbnkchqp
027800     PERFORM CHQIN-CLOSE.                                         zbnkchqp
027900     PERFORM ACCOUNT-CLOSE.                                       zbnkchqp
028400     PERFORM CHBK-CLOSE.                                          zbnkchqp
028500     PERFORM CHKR-CLOSE.                                          zbnkchqp
028600     PERFORM PPAY-CLOSE.                                          zbnkchqp
028610     PERFORM ACCRUAL-CLOSE.                                       zbnkchqp
028700                                                                  zbnkchqp
028800     PERFORM PRINT-JOB-SUMMARY.                                   zbnkchqp
028900                                                                  zbnkchqp
032700        MOVE 'Account not found' TO WS-REJECT-REASON              zbnkchqp
032800        GO TO CLEAR-ONE-CHEQUE-RETURN                             zbnkchqp
032900     END-IF.                                                      zbnkchqp
032910     SET ACN-VALIDATE TO TRUE.                                    zbnkchqp
032920     MOVE CHQIN-ACCNO TO ACN-ACCNO.                               zbnkchqp
032930     CALL 'UACCNO' USING WS-ACCNO-PARM.                           zbnkchqp
032940     IF NOT ACN-VALID AND NOT BAC-REC-ACCNO-LEGACY                zbnkchqp
032950        MOVE 'Account number check digit invalid'                 zbnkchqp
032960          TO WS-REJECT-REASON                                     zbnkchqp
032970        GO TO CLEAR-ONE-CHEQUE-RETURN                             zbnkchqp
032980     END-IF.                                                      zbnkchqp
033000     IF NOT BAC-REC-ACTIVE                                        zbnkchqp
033100        MOVE 'Account closed or not active' TO WS-REJECT-REASON   zbnkchqp
033200        GO TO CLEAR-ONE-CHEQUE-RETURN                             zbnkchqp
039400     PERFORM CHQRET-PUT.                                          zbnkchqp
039500     ADD 1 TO WS-RETURNED-COUNT.                                  zbnkchqp
039600     ADD CHQIN-AMOUNT TO WS-RETURNED-AMOUNT.                      zbnkchqp
039610     IF WS-REJECT-REASON IS EQUAL TO 'Insufficient funds'         zbnkchqp
039620        PERFORM CHARGE-EVENT-FEE                                  zbnkchqp
039630            THRU CHARGE-EVENT-FEE-EXIT                            zbnkchqp
039633        PERFORM NOTE-RETURNED-ITEM                                zbnkchqp
039636            THRU NOTE-RETURNED-ITEM-EXIT                          zbnkchqp
039640     END-IF.                                                      zbnkchqp
039700 CLEAR-ONE-CHEQUE-NEXT.                                           zbnkchqp
039710     PERFORM CHECKPOINT-TAKE.                                     zbnkchqp
039800     PERFORM CHQIN-GET.                                           zbnkchqp
039900 CLEAR-ONE-CHEQUE-EXIT.                                           zbnkchqp
040000     EXIT.                                                        zbnkchqp
048400     IF WS-HOLD-AVAILABLE = 'YES'                                 zbnkchqp
048500        CLOSE HOLD-FILE                                           zbnkchqp
048600     END-IF.                                                      zbnkchqp
048601                                                                  zbnkchqp
048602******************************************************************zbnkchqp
048603* The BNKACRU accrual record carries the account's count of      *zbnkchqp
048604* items returned unpaid for lack of funds, which the loan        *zbnkchqp
048605* scorecard reads. The file is optional here - without it the   * zbnkchqp
048606* returns are simply not counted.                                *zbnkchqp
048607******************************************************************zbnkchqp
048608 ACCRUAL-OPEN.                                                    zbnkchqp
048609     OPEN I-O ACCRUAL-FILE.                                       zbnkchqp
048610     IF WS-ACCRUAL-STATUS = '00'                                  zbnkchqp
048611        MOVE 'YES' TO WS-ACCRUAL-AVAILABLE                        zbnkchqp
048612     ELSE                                                         zbnkchqp
048613        MOVE 'No BNKACRU returns count this run' TO               zbnkchqp
048614          WS-CONSOLE-MESSAGE                                      zbnkchqp
048615        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqp
048616     END-IF.                                                      zbnkchqp
048617                                                                  zbnkchqp
048618 ACCRUAL-CLOSE.                                                   zbnkchqp
048619     IF WS-ACCRUAL-AVAILABLE = 'YES'                              zbnkchqp
048620        CLOSE ACCRUAL-FILE                                        zbnkchqp
048621     END-IF.                                                      zbnkchqp
048622                                                                  zbnkchqp
048623******************************************************************zbnkchqp
048624* Count one unpaid return against the account. A count whose     *zbnkchqp
048625* last return is more than a year old starts again, so the       *zbnkchqp
048626* figure stays the account's recent record.                      *zbnkchqp
048627******************************************************************zbnkchqp
048628 NOTE-RETURNED-ITEM.                                              zbnkchqp
048629     IF WS-ACCRUAL-AVAILABLE NOT = 'YES'                          zbnkchqp
048630        GO TO NOTE-RETURNED-ITEM-EXIT                             zbnkchqp
048631     END-IF.                                                      zbnkchqp
048632     COMPUTE WS-YEAR-AGO-N = WS-TODAY-DATE-N - 10000.             zbnkchqp
048633     MOVE BAC-REC-ACCNO TO AR-REC-ACCNO.                          zbnkchqp
048634     READ ACCRUAL-FILE.                                           zbnkchqp
048635     IF WS-ACCRUAL-STATUS NOT = '00'                              zbnkchqp
048636        MOVE 'NO ' TO WS-ACCRUAL-FOUND                            zbnkchqp
048637        MOVE BAC-REC-ACCNO TO AR-REC-ACCNO                        zbnkchqp
048638        MOVE ZERO TO AR-REC-ACCRUED                               zbnkchqp
048639        MOVE ZERO TO AR-REC-LAST-ACCRUE-DTE                       zbnkchqp
048640        MOVE ZERO TO AR-REC-EXCESS-DAYS                           zbnkchqp
048641        MOVE ZERO TO AR-REC-RETURNED-ITEMS                        zbnkchqp
048642        MOVE ZERO TO AR-REC-LAST-RETURNED-DTE                     zbnkchqp
048643     ELSE                                                         zbnkchqp
048644        MOVE 'YES' TO WS-ACCRUAL-FOUND                            zbnkchqp
048645     END-IF.                                                      zbnkchqp
048646     IF AR-REC-RETURNED-ITEMS IS NOT NUMERIC OR                   zbnkchqp
048647        AR-REC-LAST-RETURNED-DTE IS NOT NUMERIC                   zbnkchqp
048648        MOVE ZERO TO AR-REC-RETURNED-ITEMS                        zbnkchqp
048649        MOVE ZERO TO AR-REC-LAST-RETURNED-DTE                     zbnkchqp
048650     END-IF.                                                      zbnkchqp
048651     IF AR-REC-LAST-RETURNED-DTE IS LESS THAN WS-YEAR-AGO-N       zbnkchqp
048652        MOVE ZERO TO AR-REC-RETURNED-ITEMS                        zbnkchqp
048653     END-IF.                                                      zbnkchqp
048654     IF AR-REC-RETURNED-ITEMS IS LESS THAN 999                    zbnkchqp
048655        ADD 1 TO AR-REC-RETURNED-ITEMS                            zbnkchqp
048656     END-IF.                                                      zbnkchqp
048657     MOVE WS-TODAY-DATE-N TO AR-REC-LAST-RETURNED-DTE.            zbnkchqp
048658     IF WS-ACCRUAL-FOUND = 'YES'                                  zbnkchqp
048659        REWRITE ACCRUAL-FILE-REC                                  zbnkchqp
048660     ELSE                                                         zbnkchqp
048661        WRITE ACCRUAL-FILE-REC                                    zbnkchqp
048662     END-IF.                                                      zbnkchqp
048663     IF WS-ACCRUAL-STATUS NOT = '00'                              zbnkchqp
048664        MOVE 'ACCRUAL Error updating file ...'                    zbnkchqp
048665          TO WS-CONSOLE-MESSAGE                                   zbnkchqp
048666        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqp
048667        MOVE WS-ACCRUAL-STATUS TO WS-IO-STATUS                    zbnkchqp
048668        PERFORM DISPLAY-IO-STATUS                                 zbnkchqp
048669        PERFORM ABORT-PROGRAM                                     zbnkchqp
048670     END-IF.                                                      zbnkchqp
048671     ADD 1 TO WS-RETURNS-COUNTED.                                 zbnkchqp
048672 NOTE-RETURNED-ITEM-EXIT.                                         zbnkchqp
048673     EXIT.                                                        zbnkchqp
048700                                                                  zbnkchqp
048800******************************************************************zbnkchqp
048900* Write the BNKTXN posting for a cleared cheque, carrying the    *zbnkchqp
050800     MOVE SPACES TO BTX-REC-REVERSED.                             zbnkchqp
050900     MOVE 'CHQ' TO BTX-REC-TYPE.                                  zbnkchqp
051000     MOVE CHQIN-CHEQUE-NO TO BTX-REC-CHEQUE-NO.                   zbnkchqp
051050     SET BTX-REC-CHN-CHEQUE TO TRUE.                              zbnkchqp
051100     WRITE TXN-FILE-REC.                                          zbnkchqp
051200     IF WS-TXN-STATUS NOT = '00' AND                              zbnkchqp
051300        WS-TXN-STATUS NOT = '22'                                  zbnkchqp
051700        PERFORM DISPLAY-IO-STATUS                                 zbnkchqp
051800        PERFORM ABORT-PROGRAM                                     zbnkchqp
051900     END-IF.                                                      zbnkchqp
051910     IF WS-TXN-STATUS = '00'                                      zbnkchqp
051920        PERFORM JOURNAL-DAILY-POSTING                             zbnkchqp
051930     END-IF.                                                      zbnkchqp
052000                                                                  zbnkchqp
052001******************************************************************zbnkchqp
052002* Charge the BNKEVTF returned-cheque fee to an account whose     *zbnkchqp
052003* cheque is returned unpaid for insufficient funds. UEVTFEE      *zbnkchqp
052004* prices the event, applies the waiver rules and logs it; a      *zbnkchqp
052005* charged fee posts as its own BNKTXN entry with a fee-income    *zbnkchqp
052006* contra on the office accounts.                                 *zbnkchqp
052007******************************************************************zbnkchqp
052008 CHARGE-EVENT-FEE.                                                zbnkchqp
052009     INITIALIZE WS-EVTFEE-PARM.                                   zbnkchqp
052010     SET EVF-RETURNED-CHEQUE TO TRUE.                             zbnkchqp
052011     MOVE BAC-REC-ACCNO TO EVF-ACCNO.                             zbnkchqp
052012     MOVE BAC-REC-TYPE TO EVF-ACC-TYPE.                           zbnkchqp
052013     MOVE BAC-REC-PID TO EVF-PID.                                 zbnkchqp
052014     MOVE BAC-REC-BALANCE TO EVF-BALANCE.                         zbnkchqp
052015     MOVE 'ZBNKCHQP' TO EVF-SOURCE.                               zbnkchqp
052016     CALL 'UEVTFEE' USING WS-EVTFEE-PARM.                         zbnkchqp
052017     IF EVF-FAILED                                                zbnkchqp
052018        MOVE EVF-REPLY-TEXT TO WS-CONSOLE-MESSAGE                 zbnkchqp
052019        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqp
052020        PERFORM ABORT-PROGRAM                                     zbnkchqp
052021     END-IF.                                                      zbnkchqp
052022     IF NOT EVF-CHARGE                                            zbnkchqp
052023        GO TO CHARGE-EVENT-FEE-EXIT                               zbnkchqp
052024     END-IF.                                                      zbnkchqp
052025     SUBTRACT EVF-FEE FROM BAC-REC-BALANCE.                       zbnkchqp
052026     PERFORM ACCOUNT-REWRITE.                                     zbnkchqp
052027     PERFORM POST-FEE-TRANSACTION.                                zbnkchqp
052028     SET OFA-FEE-INCOME TO TRUE.                                  zbnkchqp
052029     SET OFA-CREDIT TO TRUE.                                      zbnkchqp
052030     MOVE EVF-FEE TO OFA-AMOUNT.                                  zbnkchqp
052031     MOVE WS-TODAY-DATE-N TO OFA-BUSDATE.                         zbnkchqp
052032     CALL 'UOFAPOST' USING WS-OFAPOST-PARM.                       zbnkchqp
052033     IF OFA-FAILED                                                zbnkchqp
052034        MOVE OFA-REPLY-TEXT TO WS-CONSOLE-MESSAGE                 zbnkchqp
052035        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqp
052036        PERFORM ABORT-PROGRAM                                     zbnkchqp
052037     END-IF.                                                      zbnkchqp
052038     ADD 1 TO WS-EVENT-FEES-POSTED.                               zbnkchqp
052039 CHARGE-EVENT-FEE-EXIT.                                           zbnkchqp
052040     EXIT.                                                        zbnkchqp
052041                                                                  zbnkchqp
052042 POST-FEE-TRANSACTION.                                            zbnkchqp
052043     ADD 1 TO WS-TXN-SEQ.                                         zbnkchqp
052044     IF WS-TXN-SEQ IS GREATER THAN 999                            zbnkchqp
052045        MOVE 1 TO WS-TXN-SEQ                                      zbnkchqp
052046     END-IF.                                                      zbnkchqp
052047     MOVE SPACES TO TXN-FILE-REC.                                 zbnkchqp
052048     MOVE BAC-REC-ACCNO TO BTX-REC-ACCNO.                         zbnkchqp
052049     MOVE WS-RUN-DATE-DISPLAY TO BTX-REC-DATE.                    zbnkchqp
052050     MOVE WS-RUN-TIME TO BTX-REC-TIME.                            zbnkchqp
052051     MOVE WS-TXN-SEQ TO BTX-REC-SEQ.                              zbnkchqp
052052     COMPUTE BTX-REC-AMOUNT = ZERO - EVF-FEE.                     zbnkchqp
052053     MOVE EVF-DESC TO BTX-REC-DESC.                               zbnkchqp
052054     MOVE BAC-REC-BALANCE TO BTX-REC-BALANCE.                     zbnkchqp
052055     MOVE SPACES TO BTX-REC-REVERSED.                             zbnkchqp
052056     MOVE EVF-TXN-TYPE TO BTX-REC-TYPE.                           zbnkchqp
052057     SET BTX-REC-CHN-SYSTEM TO TRUE.                              zbnkchqp
052058     MOVE ZERO TO BTX-REC-CHEQUE-NO.                              zbnkchqp
052059     WRITE TXN-FILE-REC.                                          zbnkchqp
052060     IF WS-TXN-STATUS NOT = '00' AND                              zbnkchqp
052061        WS-TXN-STATUS NOT = '22'                                  zbnkchqp
052062        MOVE 'TXN Error writing file ...' TO WS-CONSOLE-MESSAGE   zbnkchqp
052063        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqp
052064        MOVE WS-TXN-STATUS TO WS-IO-STATUS                        zbnkchqp
052065        PERFORM DISPLAY-IO-STATUS                                 zbnkchqp
052066        PERFORM ABORT-PROGRAM                                     zbnkchqp
052067     END-IF.                                                      zbnkchqp
052068     IF WS-TXN-STATUS = '00'                                      zbnkchqp
052069        PERFORM JOURNAL-DAILY-POSTING                             zbnkchqp
052070     END-IF.                                                      zbnkchqp
052080                                                                  zbnkchqp
052100 CHQIN-OPEN.                                                      zbnkchqp
052200     OPEN INPUT CHQIN-FILE.                                       zbnkchqp
052300     IF WS-CHQIN-STATUS NOT = '00'                                zbnkchqp
064300     END-IF.                                                      zbnkchqp
064400                                                                  zbnkchqp
064500 CHQRET-OPEN.                                                     zbnkchqp
064510     IF RESTART-RUN                                               zbnkchqp
064520        OPEN EXTEND CHQRET-FILE                                   zbnkchqp
064530     ELSE                                                         zbnkchqp
064540        OPEN OUTPUT CHQRET-FILE                                   zbnkchqp
064550     END-IF.                                                      zbnkchqp
064700     IF WS-CHQRET-STATUS NOT = '00'                               zbnkchqp
064800        MOVE 'CHQRET file open failure...' TO WS-CONSOLE-MESSAGE  zbnkchqp
064900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqp
096900******************************************************************zbnkchqp
097000 PRINT-JOB-SUMMARY.                                               zbnkchqp
097100     PERFORM JOBSUM-OPEN.                                         zbnkchqp
097107     MOVE SPACES TO JOBSUM-REC.                                   zbnkchqp
097114     IF RESTART-RUN                                               zbnkchqp
097121        COMPUTE WS-RESTART-FROM = WS-RESTART-SKIP-COUNT + 1       zbnkchqp
097128        STRING 'Run type:  restarted from input record '          zbnkchqp
097135                                           DELIMITED BY SIZE      zbnkchqp
097142               WS-RESTART-FROM             DELIMITED BY SIZE      zbnkchqp
097149          INTO JOBSUM-REC                                         zbnkchqp
097156     ELSE                                                         zbnkchqp
097163        MOVE 'Run type:  fresh, from input record 1'              zbnkchqp
097170          TO JOBSUM-REC                                           zbnkchqp
097177     END-IF.                                                      zbnkchqp
097184     PERFORM JOBSUM-PUT.                                          zbnkchqp
097200     MOVE SPACES TO JOBSUM-REC.                                   zbnkchqp
097300     STRING 'Positive-pay items parked:   ' DELIMITED BY SIZE     zbnkchqp
097400            WS-ITEMS-PARKED DELIMITED BY SIZE                     zbnkchqp
099700            WS-AMOUNT-DISPLAY DELIMITED BY SIZE                   zbnkchqp
099800       INTO JOBSUM-REC.                                           zbnkchqp
099900     PERFORM JOBSUM-PUT.                                          zbnkchqp
099910     MOVE SPACES TO JOBSUM-REC.                                   zbnkchqp
099920     STRING 'Returned cheque fees: ' DELIMITED BY SIZE            zbnkchqp
099930            WS-EVENT-FEES-POSTED DELIMITED BY SIZE                zbnkchqp
099940       INTO JOBSUM-REC.                                           zbnkchqp
099950     PERFORM JOBSUM-PUT.                                          zbnkchqp
099958     MOVE SPACES TO JOBSUM-REC.                                   zbnkchqp
099966     STRING 'Returns counted on BNKACRU: ' DELIMITED BY SIZE      zbnkchqp
099974            WS-RETURNS-COUNTED DELIMITED BY SIZE                  zbnkchqp
099982       INTO JOBSUM-REC.                                           zbnkchqp
099990     PERFORM JOBSUM-PUT.                                          zbnkchqp
100000     PERFORM JOBSUM-CLOSE.                                        zbnkchqp
100100     MOVE 'Job summary written to JOBSUM'                         zbnkchqp
100200       TO WS-CONSOLE-MESSAGE.                                     zbnkchqp
111700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqp
111800        PERFORM ABORT-PROGRAM                                     zbnkchqp
111900     END-IF.                                                      zbnkchqp
111910     IF RESTART-RUN AND                                           zbnkchqp
111920        (FCT-INTERFACE IS NOT EQUAL TO CKP-INTERFACE OR           zbnkchqp
111930         FCT-FILE-DATE IS NOT EQUAL TO CKP-FILE-DATE OR           zbnkchqp
111940         FCT-SEQUENCE IS NOT EQUAL TO CKP-SEQUENCE)               zbnkchqp
111950        MOVE 'Checkpoint is for a different file'                 zbnkchqp
111960          TO WS-CONSOLE-MESSAGE                                   zbnkchqp
111970        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqp
111980        PERFORM ABORT-PROGRAM                                     zbnkchqp
111990     END-IF.                                                      zbnkchqp
112000 CHECK-FILE-CONTROL-EXIT.                                         zbnkchqp
112100     EXIT.                                                        zbnkchqp
112103                                                                  zbnkchqp
112106******************************************************************zbnkchqp
112109* CHECKPOINT-CHECK                                               *zbnkchqp
112112* Ask UCHKPT whether the last run of this job was interrupted.   *zbnkchqp
112115* A restart appends to the output files the interrupted run      *zbnkchqp
112118* began instead of replacing what it already wrote.              *zbnkchqp
112121******************************************************************zbnkchqp
112124 CHECKPOINT-CHECK.                                                zbnkchqp
112127     SET NOT-RESTART-RUN TO TRUE.                                 zbnkchqp
112130     INITIALIZE WS-CHKPT-PARM.                                    zbnkchqp
112133     MOVE 'ZBNKCHQP' TO CKP-JOB.                                  zbnkchqp
112136     MOVE 1 TO CKP-INTERVAL.                                      zbnkchqp
112139     SET CKP-GET-RESTART TO TRUE.                                 zbnkchqp
112142     CALL 'UCHKPT' USING WS-CHKPT-PARM.                           zbnkchqp
112145     IF CKP-FAILED                                                zbnkchqp
112148        MOVE CKP-REPLY-TEXT TO WS-CONSOLE-MESSAGE                 zbnkchqp
112151        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqp
112154        PERFORM ABORT-PROGRAM                                     zbnkchqp
112157     END-IF.                                                      zbnkchqp
112160     IF CKP-RESTART                                               zbnkchqp
112163        SET RESTART-RUN TO TRUE                                   zbnkchqp
112166        MOVE CKP-RECORD-NO TO WS-RESTART-SKIP-COUNT               zbnkchqp
112169        MOVE 'Restarting after prior checkpoint...'               zbnkchqp
112172          TO WS-CONSOLE-MESSAGE                                   zbnkchqp
112175        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqp
112178     END-IF.                                                      zbnkchqp
112181 CHECKPOINT-CHECK-EXIT.                                           zbnkchqp
112184     EXIT.                                                        zbnkchqp
112187                                                                  zbnkchqp
112190******************************************************************zbnkchqp
112193* CHECKPOINT-SKIP                                                *zbnkchqp
112196* On a restart, read past the records the interrupted run        *zbnkchqp
112199* finished without acting on them again. Reading them rebuilds   *zbnkchqp
112202* the file's control totals, which must agree with the           *zbnkchqp
112205* checkpoint or this is not the same file. The run counters      *zbnkchqp
112208* then carry on from where the checkpoint left them.             *zbnkchqp
112211******************************************************************zbnkchqp
112214 CHECKPOINT-SKIP.                                                 zbnkchqp
112217     IF NOT-RESTART-RUN                                           zbnkchqp
112220        GO TO CHECKPOINT-SKIP-EXIT                                zbnkchqp
112223     END-IF.                                                      zbnkchqp
112226     PERFORM CHECKPOINT-SKIP-STEP                                 zbnkchqp
112229         UNTIL WS-FCTL-REC-COUNT IS GREATER THAN                  zbnkchqp
112232               WS-RESTART-SKIP-COUNT                              zbnkchqp
112235            OR WS-END-OF-CHQIN = 'YES'.                           zbnkchqp
112238     IF WS-FCTL-REC-COUNT IS LESS THAN WS-RESTART-SKIP-COUNT      zbnkchqp
112241        MOVE 'Input is shorter than the checkpoint'               zbnkchqp
112244          TO WS-CONSOLE-MESSAGE                                   zbnkchqp
112247        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqp
112250        PERFORM ABORT-PROGRAM                                     zbnkchqp
112253     END-IF.                                                      zbnkchqp
112256     ADD CKP-COUNT (1) TO WS-POSTED-COUNT.                        zbnkchqp
112259     ADD CKP-COUNT (2) TO WS-RETURNED-COUNT.                      zbnkchqp
112262     ADD CKP-COUNT (3) TO WS-ITEMS-PARKED.                        zbnkchqp
112265     ADD CKP-COUNT (4) TO WS-DECIDED-PAID.                        zbnkchqp
112268     ADD CKP-COUNT (5) TO WS-DEFAULT-RETURNED.                    zbnkchqp
112271     ADD CKP-COUNT (6) TO WS-EVENT-FEES-POSTED.                   zbnkchqp
112272     ADD CKP-COUNT (7) TO WS-RETURNS-COUNTED.                     zbnkchqp
112274     ADD CKP-AMOUNT (1) TO WS-POSTED-AMOUNT.                      zbnkchqp
112277     ADD CKP-AMOUNT (2) TO WS-RETURNED-AMOUNT.                    zbnkchqp
112280     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           zbnkchqp
112283     STRING 'Records skipped (checkpoint): ' DELIMITED BY SIZE    zbnkchqp
112286            WS-RESTART-SKIP-COUNT DELIMITED BY SIZE               zbnkchqp
112289       INTO WS-CONSOLE-MESSAGE.                                   zbnkchqp
112292     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkchqp
112295 CHECKPOINT-SKIP-EXIT.                                            zbnkchqp
112298     EXIT.                                                        zbnkchqp
112301                                                                  zbnkchqp
112304 CHECKPOINT-SKIP-STEP.                                            zbnkchqp
112307     IF WS-FCTL-REC-COUNT IS EQUAL TO WS-RESTART-SKIP-COUNT AND   zbnkchqp
112310        WS-FCTL-AMT-TOTAL IS NOT EQUAL TO CKP-AMOUNT-TOTAL        zbnkchqp
112313        MOVE 'Input does not match the checkpoint'                zbnkchqp
112316          TO WS-CONSOLE-MESSAGE                                   zbnkchqp
112319        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqp
112322        PERFORM ABORT-PROGRAM                                     zbnkchqp
112325     END-IF.                                                      zbnkchqp
112328     PERFORM CHQIN-GET.                                           zbnkchqp
112331                                                                  zbnkchqp
112334******************************************************************zbnkchqp
112337* CHECKPOINT-TAKE                                                *zbnkchqp
112340* The current input record is finished - record the position,    *zbnkchqp
112343* the file's running totals and the run counters.                *zbnkchqp
112346******************************************************************zbnkchqp
112349 CHECKPOINT-TAKE.                                                 zbnkchqp
112352     IF WS-FCTL-SEEN = 'Y'                                        zbnkchqp
112355        MOVE FCT-INTERFACE TO CKP-INTERFACE                       zbnkchqp
112358        MOVE FCT-FILE-DATE TO CKP-FILE-DATE                       zbnkchqp
112361        MOVE FCT-SEQUENCE TO CKP-SEQUENCE                         zbnkchqp
112364     ELSE                                                         zbnkchqp
112367        MOVE SPACES TO CKP-INTERFACE                              zbnkchqp
112370        MOVE ZERO TO CKP-FILE-DATE                                zbnkchqp
112373        MOVE ZERO TO CKP-SEQUENCE                                 zbnkchqp
112376     END-IF.                                                      zbnkchqp
112379     MOVE WS-FCTL-REC-COUNT TO CKP-RECORD-NO.                     zbnkchqp
112382     MOVE WS-FCTL-AMT-TOTAL TO CKP-AMOUNT-TOTAL.                  zbnkchqp
112385     MOVE WS-POSTED-COUNT TO CKP-COUNT (1).                       zbnkchqp
112388     MOVE WS-RETURNED-COUNT TO CKP-COUNT (2).                     zbnkchqp
112391     MOVE WS-ITEMS-PARKED TO CKP-COUNT (3).                       zbnkchqp
112394     MOVE WS-DECIDED-PAID TO CKP-COUNT (4).                       zbnkchqp
112397     MOVE WS-DEFAULT-RETURNED TO CKP-COUNT (5).                   zbnkchqp
112400     MOVE WS-EVENT-FEES-POSTED TO CKP-COUNT (6).                  zbnkchqp
112401     MOVE WS-RETURNS-COUNTED TO CKP-COUNT (7).                    zbnkchqp
112403     MOVE WS-POSTED-AMOUNT TO CKP-AMOUNT (1).                     zbnkchqp
112406     MOVE WS-RETURNED-AMOUNT TO CKP-AMOUNT (2).                   zbnkchqp
112409     SET CKP-TAKE TO TRUE.                                        zbnkchqp
112412     CALL 'UCHKPT' USING WS-CHKPT-PARM.                           zbnkchqp
112415     IF CKP-FAILED                                                zbnkchqp
112418        MOVE CKP-REPLY-TEXT TO WS-CONSOLE-MESSAGE                 zbnkchqp
112421        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqp
112424        PERFORM ABORT-PROGRAM                                     zbnkchqp
112427     END-IF.                                                      zbnkchqp
112430                                                                  zbnkchqp
112433******************************************************************zbnkchqp
112436* CHECKPOINT-COMPLETE                                            *zbnkchqp
112439* The whole file is applied and registered - mark the            *zbnkchqp
112442* checkpoint complete so the next run starts from record one.    *zbnkchqp
112445******************************************************************zbnkchqp
112448 CHECKPOINT-COMPLETE.                                             zbnkchqp
112451     SET CKP-COMPLETE TO TRUE.                                    zbnkchqp
112454     CALL 'UCHKPT' USING WS-CHKPT-PARM.                           zbnkchqp
112457     IF CKP-FAILED                                                zbnkchqp
112460        MOVE CKP-REPLY-TEXT TO WS-CONSOLE-MESSAGE                 zbnkchqp
112463        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqp
112466        PERFORM ABORT-PROGRAM                                     zbnkchqp
112469     END-IF.                                                      zbnkchqp
112472                                                                  zbnkchqp
112475******************************************************************zbnkchqp
112478* Display the file status bytes                                  *zbnkchqp
112481******************************************************************zbnkchqp
112600 DISPLAY-IO-STATUS.                                               zbnkchqp
112700     IF WS-IO-STATUS NUMERIC                                      zbnkchqp
112800        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkchqp
114200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqp
114300     END-IF.                                                      zbnkchqp
114400                                                                  zbnkchqp
114406******************************************************************zbnkchqp
114412* Copy the posting just written to BNKTXN into the BNKTXD daily  *zbnkchqp
114418* posting journal through UTXNJNL. A failure is an abort - the   *zbnkchqp
114424* nightly jobs read the journal and would miss the posting.      *zbnkchqp
114430******************************************************************zbnkchqp
114436 JOURNAL-DAILY-POSTING.                                           zbnkchqp
114442     SET TXJ-WRITE TO TRUE.                                       zbnkchqp
114448     MOVE TXN-FILE-REC TO TXJ-TXN-IMAGE.                          zbnkchqp
114454     CALL 'UTXNJNL' USING WS-TXNJ-PARM.                           zbnkchqp
114460     IF TXJ-FAILED                                                zbnkchqp
114466        MOVE TXJ-REPLY-TEXT TO WS-CONSOLE-MESSAGE                 zbnkchqp
114472        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqp
114478        PERFORM ABORT-PROGRAM                                     zbnkchqp
114484     END-IF.                                                      zbnkchqp
114490                                                                  zbnkchqp
114500******************************************************************zbnkchqp
114600* 'ABORT' the program. Post a message and issue a goback         *zbnkchqp
114700******************************************************************zbnkchqp
