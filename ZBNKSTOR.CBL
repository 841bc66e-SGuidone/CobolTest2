002100*              PAYOUT interface file handed to the clearing      *zbnkstor
002200*              network; ZBNKACKP applies the network's           *zbnkstor
002300*              acknowledgement/return file afterwards.           *zbnkstor
002310*              Each transfer sent is charged the BNKEVTF         *zbnkstor
002320*              external-transfer fee through UEVTFEE.            *zbnkstor
002330*              A transfer from a notice savings account waits    *zbnkstor
002340*              for matured BNKWNOT notice cover and draws it.    *zbnkstor
002350*              A standing bill payment goes to the BNKBILR       *zbnkstor
002360*              biller's collection account and is registered on  *zbnkstor
002370*              BNKBPAY for ZBNKBILR to remit.                    *zbnkstor
002377*              A recurring transfer between accounts of two      *zbnkstor
002384*              branches also writes the BNKIBRT due-to/due-from  *zbnkstor
002391*              pair for ZBNKIBRC.                                *zbnkstor
002400******************************************************************zbnkstor
002500 IDENTIFICATION DIVISION.                                         zbnkstor
002600 PROGRAM-ID.                                                      zbnkstor
008700            ACCESS MODE  IS RANDOM                                zbnkstor
008800            RECORD KEY   IS HC-REC-DATE                           zbnkstor
008900            FILE STATUS  IS WS-HCAL-STATUS.                       zbnkstor
008907     SELECT ATYPE-FILE                                            zbnkstor
008914            ASSIGN       TO BNKATYPE                              zbnkstor
008921            ORGANIZATION IS INDEXED                               zbnkstor
008928            ACCESS MODE  IS RANDOM                                zbnkstor
008935            RECORD KEY   IS BAT-REC-TYPE                          zbnkstor
008942            FILE STATUS  IS WS-ATYPE-STATUS.                      zbnkstor
008949     SELECT WNOT-FILE                                             zbnkstor
008956            ASSIGN       TO BNKWNOT                               zbnkstor
008963            ORGANIZATION IS INDEXED                               zbnkstor
008970            ACCESS MODE  IS DYNAMIC                               zbnkstor
008977            RECORD KEY   IS WN-REC-KEY                            zbnkstor
008984            FILE STATUS  IS WS-WNOT-STATUS.                       zbnkstor
008985     SELECT BILR-FILE                                             zbnkstor
008986            ASSIGN       TO BNKBILR                               zbnkstor
008987            ORGANIZATION IS INDEXED                               zbnkstor
008988            ACCESS MODE  IS RANDOM                                zbnkstor
008989            RECORD KEY   IS BL-REC-CODE                           zbnkstor
008990            FILE STATUS  IS WS-BILR-STATUS.                       zbnkstor
008991     SELECT BPAY-FILE                                             zbnkstor
008992            ASSIGN       TO BNKBPAY                               zbnkstor
008993            ORGANIZATION IS INDEXED                               zbnkstor
008994            ACCESS MODE  IS RANDOM                                zbnkstor
008995            RECORD KEY   IS BP-REC-KEY                            zbnkstor
008996            FILE STATUS  IS WS-BPAY-STATUS.                       zbnkstor
009000     SELECT CHKPT-FILE                                            zbnkstor
009100            ASSIGN       TO STORCHKP                              zbnkstor
009200            ORGANIZATION IS SEQUENTIAL                            zbnkstor
010700            ORGANIZATION IS SEQUENTIAL                            zbnkstor
010800            ACCESS MODE  IS SEQUENTIAL                            zbnkstor
010900            FILE STATUS  IS WS-JOBSUM-STATUS.                     zbnkstor
010910     SELECT IBRT-FILE                                             zbnkstor
010920            ASSIGN       TO BNKIBRT                               zbnkstor
010930            ORGANIZATION IS INDEXED                               zbnkstor
010940            ACCESS MODE  IS RANDOM                                zbnkstor
010950            RECORD KEY   IS IB-REC-KEY                            zbnkstor
010960            FILE STATUS  IS WS-IBRT-STATUS.                       zbnkstor
011000                                                                  zbnkstor
011100 DATA DIVISION.                                                   zbnkstor
011200 FILE SECTION.                                                    zbnkstor
014700 01  HCAL-FILE-REC.                                               zbnkstor
014800 COPY CBANKVHC.                                                   zbnkstor
014900                                                                  zbnkstor
014910 FD  ATYPE-FILE.                                                  zbnkstor
014920 01  ATYPE-FILE-REC.                                              zbnkstor
014930 COPY CBANKVAT.                                                   zbnkstor
014940                                                                  zbnkstor
014950 FD  WNOT-FILE.                                                   zbnkstor
014960 01  WNOT-FILE-REC.                                               zbnkstor
014970 COPY CBANKVWN.                                                   zbnkstor
014980                                                                  zbnkstor
014982 FD  BILR-FILE.                                                   zbnkstor
014984 01  BILR-FILE-REC.                                               zbnkstor
014986 COPY CBANKVBL.                                                   zbnkstor
014988                                                                  zbnkstor
014990 FD  BPAY-FILE.                                                   zbnkstor
014992 01  BPAY-FILE-REC.                                               zbnkstor
014994 COPY CBANKVBP.                                                   zbnkstor
014996                                                                  zbnkstor
015000 FD  CHKPT-FILE.                                                  zbnkstor
015100 01  CHKPT-REC.                                                   zbnkstor
015200   05  CHKPT-ITEM-TYPE               PIC X(1).                    zbnkstor
016100 FD  JOBSUM-FILE.                                                 zbnkstor
016200 01  JOBSUM-REC                    PIC X(80).                     zbnkstor
016300                                                                  zbnkstor
016310 FD  IBRT-FILE.                                                   zbnkstor
016320 01  IBRT-FILE-REC.                                               zbnkstor
016330 COPY CBANKVIB.                                                   zbnkstor
016340                                                                  zbnkstor
016400 WORKING-STORAGE SECTION.                                         zbnkstor
016500                                                                  zbnkstor
016600 01  WS-RUN-CONTROL.                                              zbnkstor
019300   05  WS-HCAL-STATUS.                                            zbnkstor
019400     10  WS-HCAL-STAT1                 PIC X(1).                  zbnkstor
019500     10  WS-HCAL-STAT2                 PIC X(1).                  zbnkstor
019510   05  WS-ATYPE-STATUS.                                           zbnkstor
019520     10  WS-ATYPE-STAT1                PIC X(1).                  zbnkstor
019530     10  WS-ATYPE-STAT2                PIC X(1).                  zbnkstor
019540   05  WS-WNOT-STATUS.                                            zbnkstor
019550     10  WS-WNOT-STAT1                 PIC X(1).                  zbnkstor
019560     10  WS-WNOT-STAT2                 PIC X(1).                  zbnkstor
019565   05  WS-BILR-STATUS.                                            zbnkstor
019570     10  WS-BILR-STAT1                PIC X(1).                   zbnkstor
019575     10  WS-BILR-STAT2                PIC X(1).                   zbnkstor
019580   05  WS-BPAY-STATUS.                                            zbnkstor
019585     10  WS-BPAY-STAT1                PIC X(1).                   zbnkstor
019590     10  WS-BPAY-STAT2                PIC X(1).                   zbnkstor
019600   05  WS-CHKPT-STATUS.                                           zbnkstor
019700     10  WS-CHKPT-STAT1                PIC X(1).                  zbnkstor
019800     10  WS-CHKPT-STAT2                PIC X(1).                  zbnkstor
020500   05  WS-JOBSUM-STATUS.                                          zbnkstor
020600     10  WS-JOBSUM-STAT1               PIC X(1).                  zbnkstor
020700     10  WS-JOBSUM-STAT2               PIC X(1).                  zbnkstor
020710   05  WS-IBRT-STATUS.                                            zbnkstor
020720     10  WS-IBRT-STAT1                 PIC X(1).                  zbnkstor
020730     10  WS-IBRT-STAT2                 PIC X(1).                  zbnkstor
020800   05  WS-IO-STATUS.                                              zbnkstor
020900     10  WS-IO-STAT1                   PIC X(1).                  zbnkstor
021000     10  WS-IO-STAT2                   PIC X(1).                  zbnkstor
022000 01  WS-OFAPOST-PARM.                                             zbnkstor
022100 COPY COFAPSTD.                                                   zbnkstor
022200                                                                  zbnkstor
022210 01  WS-EVTFEE-PARM.                                              zbnkstor
022220 COPY CEVTFED.                                                    zbnkstor
022230                                                                  zbnkstor
022300 01  WS-DATE-WORK-AREA.                                           zbnkstor
022400 COPY CDATED.                                                     zbnkstor
022500                                                                  zbnkstor
038600 01  WS-HOLDS-ACCNO                        PIC X(9).              zbnkstor
038700 01  WS-AVAILABLE-FUNDS                    PIC S9(9)V99 COMP-3.   zbnkstor
038800 01  WS-END-OF-HOLD                        PIC X(3).              zbnkstor
038806                                                                  zbnkstor
038812******************************************************************zbnkstor
038818* Notice savings cover for a recurring transfer: whether the     *zbnkstor
038824* source needs it, the matured notice found and the amount still *zbnkstor
038830* to draw (CHECK-NOTICE-COVER, DRAW-NOTICE-COVER).               *zbnkstor
038836******************************************************************zbnkstor
038842 01  WS-NOTICE-FLAG                        PIC X(1).              zbnkstor
038848     88  WS-NOTICE-NOT-NEEDED              VALUE 'N'.             zbnkstor
038854     88  WS-NOTICE-COVERED                 VALUE 'C'.             zbnkstor
038860     88  WS-NOTICE-SHORT                   VALUE 'S'.             zbnkstor
038866 01  WS-NOTICE-MATURED                     PIC S9(7)V99 COMP-3.   zbnkstor
038872 01  WS-NOTICE-TO-DRAW                     PIC S9(7)V99 COMP-3.   zbnkstor
038878 01  WS-NOTICE-LEFT                        PIC S9(7)V99 COMP-3.   zbnkstor
038884 01  WS-WNOT-AVAILABLE                     PIC X(3) VALUE 'NO '.  zbnkstor
038890 01  WS-END-OF-WNOT                        PIC X(3).              zbnkstor
038895 01  WS-BILL-AVAILABLE                     PIC X(3) VALUE 'NO '.  zbnkstor
038900                                                                  zbnkstor
039000******************************************************************zbnkstor
039100* One formatted outbound payment instruction, written to the     *zbnkstor
041600 01  WS-CHKPT-SKIPPED                      PIC 9(5) VALUE ZERO.   zbnkstor
041700 01  WS-RECUR-SUSPENDED                    PIC 9(5) VALUE ZERO.   zbnkstor
041800 01  WS-NSF-FEES-POSTED                    PIC 9(5) VALUE ZERO.   zbnkstor
041810 01  WS-EVENT-FEES-POSTED                  PIC 9(5) VALUE ZERO.   zbnkstor
041820 01  WS-NOTICE-HELD                        PIC 9(5) VALUE ZERO.   zbnkstor
041830 01  WS-NOTICE-DRAWN                       PIC 9(5) VALUE ZERO.   zbnkstor
041840 01  WS-BILLS-PAID                         PIC 9(5) VALUE ZERO.   zbnkstor
041850 01  WS-RECUR-INTER-BRANCH                 PIC 9(7) VALUE ZERO.   zbnkstor
041860 01  WS-IBRT-FROM-BRANCH                   PIC X(3).              zbnkstor
041870 01  WS-IBRT-TO-BRANCH                     PIC X(3).              zbnkstor
041880 01  WS-IBRT-CURRENCY                      PIC X(3).              zbnkstor
041900 01  WS-EXTL-SENT                          PIC 9(5) VALUE ZERO.   zbnkstor
042000 01  WS-EXTL-REJECTED                      PIC 9(5) VALUE ZERO.   zbnkstor
042100                                                                  zbnkstor
042200 01  WS-END-OF-RECUR                       PIC X(3) VALUE 'NO '.  zbnkstor
042300 01  WS-END-OF-EXTL                        PIC X(3) VALUE 'NO '.  zbnkstor
042310                                                                  zbnkstor
042320 01  WS-TXNJ-PARM.                                                zbnkstor
042330 COPY CTXNJND.                                                    zbnkstor
042400                                                                  zbnkstor
042500******************************************************************zbnkstor
042600* This job needs no run-time parameter, so unlike ZBNKSPLT and   *zbnkstor
044600     PERFORM HOLD-OPEN.                                           zbnkstor
044700     PERFORM NOTQ-OPEN.                                           zbnkstor
044800     PERFORM HCAL-OPEN.                                           zbnkstor
044810     PERFORM ATYPE-OPEN.                                          zbnkstor
044820     PERFORM WNOT-OPEN.                                           zbnkstor
044830     PERFORM BILL-OPEN.                                           zbnkstor
044900     PERFORM ACCOUNT-OPEN.                                        zbnkstor
045000     PERFORM TXN-OPEN.                                            zbnkstor
045100     PERFORM RECUR-OPEN.                                          zbnkstor
045400     PERFORM FXRT-OPEN.                                           zbnkstor
045500     PERFORM BDIR-OPEN.                                           zbnkstor
045600     PERFORM FAILRPT-OPEN.                                        zbnkstor
045610     PERFORM IBRT-OPEN.                                           zbnkstor
045700                                                                  zbnkstor
045800     PERFORM SETTLE-RECURRING-TRANSFERS.                          zbnkstor
045900     PERFORM SETTLE-EXTERNAL-TRANSFERS.                           zbnkstor
046600     PERFORM FXRT-CLOSE.                                          zbnkstor
046700     PERFORM BDIR-CLOSE.                                          zbnkstor
046800     PERFORM FAILRPT-CLOSE.                                       zbnkstor
046810     PERFORM IBRT-CLOSE.                                          zbnkstor
046900                                                                  zbnkstor
047000     PERFORM HOLD-CLOSE.                                          zbnkstor
047100     PERFORM NOTQ-CLOSE.                                          zbnkstor
047200     PERFORM HCAL-CLOSE.                                          zbnkstor
047210     PERFORM ATYPE-CLOSE.                                         zbnkstor
047220     PERFORM WNOT-CLOSE.                                          zbnkstor
047230     PERFORM BILL-CLOSE.                                          zbnkstor
047300     PERFORM CHKPT-CLOSE.                                         zbnkstor
047400     PERFORM CHKPT-RESET.                                         zbnkstor
047500                                                                  zbnkstor
064500        MOVE 'Insufficient funds' TO WS-REJECT-REASON             zbnkstor
064600        GO TO RECUR-SETTLE-ONE-SKIP                               zbnkstor
064700     END-IF.                                                      zbnkstor
064710     PERFORM CHECK-NOTICE-COVER                                   zbnkstor
064720         THRU CHECK-NOTICE-COVER-EXIT.                            zbnkstor
064730     IF WS-NOTICE-SHORT                                           zbnkstor
064740        MOVE 'No matured withdrawal notice' TO WS-REJECT-REASON   zbnkstor
064750        ADD 1 TO WS-NOTICE-HELD                                   zbnkstor
064760        GO TO RECUR-SETTLE-ONE-SKIP                               zbnkstor
064770     END-IF.                                                      zbnkstor
064773     IF RT-REC-BILLER IS NOT EQUAL TO SPACES                      zbnkstor
064776        PERFORM BILR-LOOKUP                                       zbnkstor
064779        IF WS-REJECT-REASON IS NOT EQUAL TO SPACES                zbnkstor
064782           GO TO RECUR-SETTLE-ONE-SKIP                            zbnkstor
064785        END-IF                                                    zbnkstor
064788        MOVE BL-REC-COLL-ACCNO TO RT-REC-TO-ACCNO                 zbnkstor
064791     END-IF.                                                      zbnkstor
064800     MOVE RT-REC-TO-ACCNO TO BAC-REC-ACCNO.                       zbnkstor
064900     PERFORM ACCOUNT-READ.                                        zbnkstor
065000     IF WS-ACCOUNT-STATUS NOT = '00'                              zbnkstor
065700     END-IF.                                                      zbnkstor
065800     MOVE RT-REC-FROM-ACCNO TO BAC-REC-ACCNO.                     zbnkstor
065900     PERFORM ACCOUNT-READ.                                        zbnkstor
065910     MOVE BAC-REC-BRANCH TO WS-IBRT-FROM-BRANCH.                  zbnkstor
065920     MOVE BAC-REC-CURRENCY TO WS-IBRT-CURRENCY.                   zbnkstor
066000     SUBTRACT RT-REC-AMOUNT FROM BAC-REC-BALANCE.                 zbnkstor
066100     PERFORM ACCOUNT-REWRITE.                                     zbnkstor
066200     MOVE BAC-REC-ACCNO TO WS-POST-ACCNO.                         zbnkstor
066700     STRING 'Recurring transfer to ' DELIMITED BY SIZE            zbnkstor
066800            RT-REC-TO-ACCNO DELIMITED BY SIZE                     zbnkstor
066900       INTO WS-POST-DESC.                                         zbnkstor
066910     IF RT-REC-BILLER IS NOT EQUAL TO SPACES                      zbnkstor
066920        MOVE SPACES TO WS-POST-DESC                               zbnkstor
066930        STRING 'Bill payment ' DELIMITED BY SIZE                  zbnkstor
066940               RT-REC-BILLER DELIMITED BY SIZE                    zbnkstor
066950          INTO WS-POST-DESC                                       zbnkstor
066960     END-IF.                                                      zbnkstor
067000     PERFORM POST-TRANSACTION.                                    zbnkstor
067010     PERFORM DRAW-NOTICE-COVER                                    zbnkstor
067020         THRU DRAW-NOTICE-COVER-EXIT.                             zbnkstor
067100     MOVE RT-REC-TO-ACCNO TO BAC-REC-ACCNO.                       zbnkstor
067200     PERFORM ACCOUNT-READ.                                        zbnkstor
067210     MOVE BAC-REC-BRANCH TO WS-IBRT-TO-BRANCH.                    zbnkstor
067300     ADD RT-REC-AMOUNT TO BAC-REC-BALANCE.                        zbnkstor
067400     PERFORM ACCOUNT-REWRITE.                                     zbnkstor
067500     MOVE BAC-REC-ACCNO TO WS-POST-ACCNO.                         zbnkstor
068100            RT-REC-FROM-ACCNO DELIMITED BY SIZE                   zbnkstor
068200       INTO WS-POST-DESC.                                         zbnkstor
068300     PERFORM POST-TRANSACTION.                                    zbnkstor
068310     IF RT-REC-BILLER IS NOT EQUAL TO SPACES                      zbnkstor
068320        PERFORM BPAY-WRITE-PAYMENT                                zbnkstor
068330     END-IF.                                                      zbnkstor
068340     IF WS-IBRT-FROM-BRANCH IS NOT EQUAL TO SPACES AND            zbnkstor
068350        WS-IBRT-TO-BRANCH IS NOT EQUAL TO SPACES AND              zbnkstor
068360        WS-IBRT-FROM-BRANCH IS NOT EQUAL TO WS-IBRT-TO-BRANCH     zbnkstor
068370        PERFORM POST-INTER-BRANCH                                 zbnkstor
068380     END-IF.                                                      zbnkstor
068400     IF RT-REC-WEEKLY                                             zbnkstor
068500        COMPUTE WS-INT-DATE =                                     zbnkstor
068600           FUNCTION INTEGER-OF-DATE (WS-RECUR-DUE-DATE-N) + 7     zbnkstor
073200 RECUR-SETTLE-ONE-EXIT.                                           zbnkstor
073300     EXIT.                                                        zbnkstor
073400                                                                  zbnkstor
073402******************************************************************zbnkstor
073404* POST-INTER-BRANCH                                              *zbnkstor
073406* The source account's branch owes the destination account's     *zbnkstor
073408* branch the amount transferred: a due-to leg on the source      *zbnkstor
073410* branch and a due-from leg on the destination branch, both      *zbnkstor
073412* under this run's time and the inter-branch count as the        *zbnkstor
073414* reference. Standing bill payments to an internal collection    *zbnkstor
073416* account are treated the same way.                              *zbnkstor
073418******************************************************************zbnkstor
073420 POST-INTER-BRANCH.                                               zbnkstor
073422     ADD 1 TO WS-RECUR-INTER-BRANCH.                              zbnkstor
073424     MOVE SPACES TO IBRT-FILE-REC.                                zbnkstor
073426     MOVE WS-TODAY-DATE-N TO IB-REC-DATE.                         zbnkstor
073428     SET IB-REC-BATCH TO TRUE.                                    zbnkstor
073430     MOVE WS-RUN-TIME TO IB-REC-REF-TIME.                         zbnkstor
073432     MOVE WS-RECUR-INTER-BRANCH TO IB-REC-REF-NO.                 zbnkstor
073434     MOVE RT-REC-AMOUNT TO IB-REC-AMOUNT.                         zbnkstor
073436     MOVE WS-IBRT-CURRENCY TO IB-REC-CURRENCY.                    zbnkstor
073438     MOVE 'RTR' TO IB-REC-TXN-TYPE.                               zbnkstor
073440     MOVE 'ZBNKSTOR' TO IB-REC-PROGRAM.                           zbnkstor
073442     MOVE ZERO TO IB-REC-MATCH-DATE.                              zbnkstor
073444     MOVE WS-IBRT-FROM-BRANCH TO IB-REC-BRANCH.                   zbnkstor
073446     MOVE WS-IBRT-TO-BRANCH TO IB-REC-OTHER-BRANCH.               zbnkstor
073448     SET IB-REC-DUE-TO TO TRUE.                                   zbnkstor
073450     MOVE RT-REC-FROM-ACCNO TO IB-REC-ACCNO.                      zbnkstor
073452     PERFORM IBRT-WRITE.                                          zbnkstor
073454     MOVE WS-IBRT-TO-BRANCH TO IB-REC-BRANCH.                     zbnkstor
073456     MOVE WS-IBRT-FROM-BRANCH TO IB-REC-OTHER-BRANCH.             zbnkstor
073458     SET IB-REC-DUE-FROM TO TRUE.                                 zbnkstor
073460     MOVE RT-REC-TO-ACCNO TO IB-REC-ACCNO.                        zbnkstor
073462     PERFORM IBRT-WRITE.                                          zbnkstor
073464                                                                  zbnkstor
073466 IBRT-WRITE.                                                      zbnkstor
073468     WRITE IBRT-FILE-REC.                                         zbnkstor
073470     IF WS-IBRT-STATUS NOT = '00'                                 zbnkstor
073472        MOVE 'IBRT Error writing file ...' TO WS-CONSOLE-MESSAGE  zbnkstor
073474        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkstor
073476        MOVE WS-IBRT-STATUS TO WS-IO-STATUS                       zbnkstor
073478        PERFORM DISPLAY-IO-STATUS                                 zbnkstor
073480        PERFORM ABORT-PROGRAM                                     zbnkstor
073482     END-IF.                                                      zbnkstor
073484                                                                  zbnkstor
073500******************************************************************zbnkstor
073600* Charge the NSF fee to the source account of a recurring        *zbnkstor
073700* transfer whose retries are exhausted, and post the debit to    *zbnkstor
076200     ADD 1 TO WS-NSF-FEES-POSTED.                                 zbnkstor
076300 POST-NSF-FEE-EXIT.                                               zbnkstor
076400     EXIT.                                                        zbnkstor
076402                                                                  zbnkstor
076404******************************************************************zbnkstor
076406* Charge the BNKEVTF external-transfer fee to the account just   *zbnkstor
076408* debited. UEVTFEE prices the event, applies the waiver rules    *zbnkstor
076410* and logs it; a charged fee posts here like the NSF fee, with   *zbnkstor
076412* its fee-income contra.                                         *zbnkstor
076414******************************************************************zbnkstor
076416 CHARGE-EVENT-FEE.                                                zbnkstor
076418     INITIALIZE WS-EVTFEE-PARM.                                   zbnkstor
076420     SET EVF-EXTERNAL-XFER TO TRUE.                               zbnkstor
076422     MOVE BAC-REC-ACCNO TO EVF-ACCNO.                             zbnkstor
076424     MOVE BAC-REC-TYPE TO EVF-ACC-TYPE.                           zbnkstor
076426     MOVE BAC-REC-PID TO EVF-PID.                                 zbnkstor
076428     MOVE BAC-REC-BALANCE TO EVF-BALANCE.                         zbnkstor
076430     MOVE 'ZBNKSTOR' TO EVF-SOURCE.                               zbnkstor
076432     CALL 'UEVTFEE' USING WS-EVTFEE-PARM.                         zbnkstor
076434     IF EVF-FAILED                                                zbnkstor
076436        MOVE EVF-REPLY-TEXT TO WS-CONSOLE-MESSAGE                 zbnkstor
076438        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkstor
076440        PERFORM ABORT-PROGRAM                                     zbnkstor
076442     END-IF.                                                      zbnkstor
076444     IF NOT EVF-CHARGE                                            zbnkstor
076446        GO TO CHARGE-EVENT-FEE-EXIT                               zbnkstor
076448     END-IF.                                                      zbnkstor
076450     SUBTRACT EVF-FEE FROM BAC-REC-BALANCE.                       zbnkstor
076452     PERFORM ACCOUNT-REWRITE.                                     zbnkstor
076454     MOVE BAC-REC-ACCNO TO WS-POST-ACCNO.                         zbnkstor
076456     COMPUTE WS-POST-AMOUNT = ZERO - EVF-FEE.                     zbnkstor
076458     MOVE BAC-REC-BALANCE TO WS-POST-BALANCE.                     zbnkstor
076460     MOVE EVF-TXN-TYPE TO WS-POST-TYPE.                           zbnkstor
076462     MOVE EVF-DESC TO WS-POST-DESC.                               zbnkstor
076464     PERFORM POST-TRANSACTION.                                    zbnkstor
076466     SET OFA-FEE-INCOME TO TRUE.                                  zbnkstor
076468     SET OFA-CREDIT TO TRUE.                                      zbnkstor
076470     MOVE EVF-FEE TO OFA-AMOUNT.                                  zbnkstor
076472     PERFORM POST-OFFICE-CONTRA.                                  zbnkstor
076474     ADD 1 TO WS-EVENT-FEES-POSTED.                               zbnkstor
076476 CHARGE-EVENT-FEE-EXIT.                                           zbnkstor
076478     EXIT.                                                        zbnkstor
076500                                                                  zbnkstor
076600******************************************************************zbnkstor
076700* List one failed recurring item on the FAILRPT report.          *zbnkstor
088700     SET OFA-CREDIT TO TRUE.                                      zbnkstor
088800     MOVE WS-SETTLE-AMOUNT TO OFA-AMOUNT.                         zbnkstor
088900     PERFORM POST-OFFICE-CONTRA.                                  zbnkstor
088910     PERFORM CHARGE-EVENT-FEE                                     zbnkstor
088920         THRU CHARGE-EVENT-FEE-EXIT.                              zbnkstor
089000     PERFORM PAYOUT-WRITE-INSTRUCTION.                            zbnkstor
089100     MOVE WS-SETTLE-AMOUNT TO XT-REC-SETTLED-AMOUNT.              zbnkstor
089200     SET XT-REC-SENT TO TRUE.                                     zbnkstor
093000     MOVE WS-POST-DESC TO BTX-REC-DESC.                           zbnkstor
093100     MOVE WS-POST-TYPE TO BTX-REC-TYPE.                           zbnkstor
093200     MOVE WS-POST-BALANCE TO BTX-REC-BALANCE.                     zbnkstor
093210     EVALUATE WS-POST-TYPE                                        zbnkstor
093220        WHEN 'RTR'                                                zbnkstor
093230           SET BTX-REC-CHN-STANDING TO TRUE                       zbnkstor
093240        WHEN 'XTL'                                                zbnkstor
093250           SET BTX-REC-CHN-EXTERNAL TO TRUE                       zbnkstor
093260        WHEN OTHER                                                zbnkstor
093270           SET BTX-REC-CHN-SYSTEM TO TRUE                         zbnkstor
093280     END-EVALUATE.                                                zbnkstor
093300     WRITE TXN-FILE-REC.                                          zbnkstor
093400     IF WS-TXN-STATUS NOT = '00'                                  zbnkstor
093500        MOVE 'TXN Error writing file ...' TO WS-CONSOLE-MESSAGE   zbnkstor
093800        PERFORM DISPLAY-IO-STATUS                                 zbnkstor
093900        PERFORM ABORT-PROGRAM                                     zbnkstor
094000     END-IF.                                                      zbnkstor
094010     PERFORM JOURNAL-DAILY-POSTING.                               zbnkstor
094100                                                                  zbnkstor
094200******************************************************************zbnkstor
094300* Open the ACCOUNT file for random access.                       *zbnkstor
128200        CLOSE BDIR-FILE                                           zbnkstor
128300     END-IF.                                                      zbnkstor
128400                                                                  zbnkstor
128401******************************************************************zbnkstor
128402* A standing bill payment is checked against the BNKBILR         *zbnkstor
128403* directory when it falls due - the biller may have been         *zbnkstor
128404* suspended or moved its collection account since the            *zbnkstor
128405* instruction was set up - and each one posted is registered on  *zbnkstor
128406* BNKBPAY for ZBNKBILR to remit. Without both files the bill     *zbnkstor
128407* payments are skipped and retried on a later run; the other     *zbnkstor
128408* transfers settle as normal.                                    *zbnkstor
128409******************************************************************zbnkstor
128410 BILL-OPEN.                                                       zbnkstor
128411     OPEN INPUT BILR-FILE.                                        zbnkstor
128412     IF WS-BILR-STATUS = '00'                                     zbnkstor
128413        OPEN I-O BPAY-FILE                                        zbnkstor
128414        IF WS-BPAY-STATUS = '00'                                  zbnkstor
128415           MOVE 'YES' TO WS-BILL-AVAILABLE                        zbnkstor
128416        ELSE                                                      zbnkstor
128417           CLOSE BILR-FILE                                        zbnkstor
128418        END-IF                                                    zbnkstor
128419     END-IF.                                                      zbnkstor
128420     IF WS-BILL-AVAILABLE NOT = 'YES'                             zbnkstor
128421        MOVE 'No BNKBILR/BNKBPAY - bill payments held'            zbnkstor
128422          TO WS-CONSOLE-MESSAGE                                   zbnkstor
128423        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkstor
128424     END-IF.                                                      zbnkstor
128425                                                                  zbnkstor
128426 BILL-CLOSE.                                                      zbnkstor
128427     IF WS-BILL-AVAILABLE = 'YES'                                 zbnkstor
128428        CLOSE BILR-FILE                                           zbnkstor
128429        CLOSE BPAY-FILE                                           zbnkstor
128430     END-IF.                                                      zbnkstor
128431                                                                  zbnkstor
128432 BILR-LOOKUP.                                                     zbnkstor
128433     MOVE SPACES TO WS-REJECT-REASON.                             zbnkstor
128434     IF WS-BILL-AVAILABLE NOT = 'YES'                             zbnkstor
128435        MOVE 'Bill payment files not available'                   zbnkstor
128436          TO WS-REJECT-REASON                                     zbnkstor
128437     ELSE                                                         zbnkstor
128438        MOVE RT-REC-BILLER TO BL-REC-CODE                         zbnkstor
128439        READ BILR-FILE                                            zbnkstor
128440        IF WS-BILR-STATUS NOT = '00' OR NOT BL-REC-ACTIVE         zbnkstor
128441           MOVE 'Biller not accepting payments'                   zbnkstor
128442             TO WS-REJECT-REASON                                  zbnkstor
128443        END-IF                                                    zbnkstor
128444     END-IF.                                                      zbnkstor
128445                                                                  zbnkstor
128446 BPAY-WRITE-PAYMENT.                                              zbnkstor
128447     MOVE SPACES TO BPAY-FILE-REC.                                zbnkstor
128448     MOVE RT-REC-BILLER TO BP-REC-BILLER.                         zbnkstor
128449     MOVE WS-TODAY-DATE-N TO BP-REC-PAY-DTE.                      zbnkstor
128450     MOVE RT-REC-FROM-ACCNO TO BP-REC-ACCNO.                      zbnkstor
128451     MOVE RT-REC-TASKN TO BP-REC-TASKN.                           zbnkstor
128452     MOVE RT-REC-BILL-REF TO BP-REC-REFERENCE.                    zbnkstor
128453     MOVE RT-REC-AMOUNT TO BP-REC-AMOUNT.                         zbnkstor
128454     MOVE WS-FAIL-PID TO BP-REC-PID.                              zbnkstor
128455     SET BP-REC-VIA-STANDING TO TRUE.                             zbnkstor
128456     SET BP-REC-PENDING TO TRUE.                                  zbnkstor
128457     MOVE ZERO TO BP-REC-REMIT-DTE.                               zbnkstor
128458     MOVE 'ZBNKSTOR' TO BP-REC-USERID.                            zbnkstor
128459     WRITE BPAY-FILE-REC.                                         zbnkstor
128460     IF WS-BPAY-STATUS NOT = '00' AND WS-BPAY-STATUS NOT = '22'   zbnkstor
128461        MOVE 'BPAY Error writing payment ...'                     zbnkstor
128462          TO WS-CONSOLE-MESSAGE                                   zbnkstor
128463        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkstor
128464        MOVE WS-BPAY-STATUS TO WS-IO-STATUS                       zbnkstor
128465        PERFORM DISPLAY-IO-STATUS                                 zbnkstor
128466        PERFORM ABORT-PROGRAM                                     zbnkstor
128467     END-IF.                                                      zbnkstor
128468     ADD 1 TO WS-BILLS-PAID.                                      zbnkstor
128469                                                                  zbnkstor
128500******************************************************************zbnkstor
128600* Total the active unexpired holds on the account named in       *zbnkstor
128700* WS-HOLDS-ACCNO - the same netting DBANK03P applies at          *zbnkstor
131500        END-IF                                                    zbnkstor
131600     END-IF.                                                      zbnkstor
131700                                                                  zbnkstor
131701******************************************************************zbnkstor
131702* A notice savings account (BAT-REC-NOTICE-DAYS on BNKATYPE) only*zbnkstor
131703* pays out against withdrawal notices that have served their     *zbnkstor
131704* period - released on BNKWNOT, or pending and due today. A      *zbnkstor
131705* recurring transfer from one is held, not retried as NSF, until *zbnkstor
131706* its matured notices cover the amount; DRAW-NOTICE-COVER then   *zbnkstor
131707* draws them down, oldest first, once the debit has posted.      *zbnkstor
131708******************************************************************zbnkstor
131709 CHECK-NOTICE-COVER.                                              zbnkstor
131710     SET WS-NOTICE-NOT-NEEDED TO TRUE.                            zbnkstor
131711     MOVE BAC-REC-TYPE TO BAT-REC-TYPE.                           zbnkstor
131712     READ ATYPE-FILE.                                             zbnkstor
131713     IF WS-ATYPE-STATUS NOT = '00' OR                             zbnkstor
131714        NOT BAT-REC-NOTICE-ACCOUNT                                zbnkstor
131715        GO TO CHECK-NOTICE-COVER-EXIT                             zbnkstor
131716     END-IF.                                                      zbnkstor
131717     SET WS-NOTICE-SHORT TO TRUE.                                 zbnkstor
131718     IF WS-WNOT-AVAILABLE NOT = 'YES'                             zbnkstor
131719        GO TO CHECK-NOTICE-COVER-EXIT                             zbnkstor
131720     END-IF.                                                      zbnkstor
131721     MOVE ZERO TO WS-NOTICE-MATURED.                              zbnkstor
131722     MOVE 'NO ' TO WS-END-OF-WNOT.                                zbnkstor
131723     MOVE BAC-REC-ACCNO TO WN-REC-ACCNO.                          zbnkstor
131724     MOVE ZERO TO WN-REC-SEQ.                                     zbnkstor
131725     START WNOT-FILE KEY IS NOT LESS THAN WN-REC-KEY.             zbnkstor
131726     IF WS-WNOT-STATUS NOT = '00'                                 zbnkstor
131727        GO TO CHECK-NOTICE-COVER-EXIT                             zbnkstor
131728     END-IF.                                                      zbnkstor
131729     PERFORM CHECK-NOTICE-COVER-STEP                              zbnkstor
131730         UNTIL WS-END-OF-WNOT = 'YES' OR                          zbnkstor
131731               WS-NOTICE-MATURED IS NOT LESS THAN RT-REC-AMOUNT.  zbnkstor
131732     IF WS-NOTICE-MATURED IS NOT LESS THAN RT-REC-AMOUNT          zbnkstor
131733        SET WS-NOTICE-COVERED TO TRUE                             zbnkstor
131734     END-IF.                                                      zbnkstor
131735 CHECK-NOTICE-COVER-EXIT.                                         zbnkstor
131736     EXIT.                                                        zbnkstor
131737                                                                  zbnkstor
131738 CHECK-NOTICE-COVER-STEP.                                         zbnkstor
131739     READ WNOT-FILE NEXT RECORD.                                  zbnkstor
131740     IF WS-WNOT-STATUS NOT = '00' OR                              zbnkstor
131741        WN-REC-ACCNO NOT = BAC-REC-ACCNO                          zbnkstor
131742        MOVE 'YES' TO WS-END-OF-WNOT                              zbnkstor
131743     ELSE                                                         zbnkstor
131744        IF WN-REC-RELEASED OR                                     zbnkstor
131745           (WN-REC-PENDING AND                                    zbnkstor
131746            WN-REC-AVAIL-DTE IS NOT GREATER THAN WS-TODAY-DATE-N) zbnkstor
131747           COMPUTE WS-NOTICE-MATURED = WS-NOTICE-MATURED +        zbnkstor
131748                   WN-REC-AMOUNT - WN-REC-DRAWN                   zbnkstor
131749        END-IF                                                    zbnkstor
131750     END-IF.                                                      zbnkstor
131800******************************************************************zbnkstor
131900* Open and close the BNKHOLD file. A missing holds cluster       *zbnkstor
132000* means no holds exist, which must not stop settlement.          *zbnkstor
133000 HOLD-CLOSE.                                                      zbnkstor
133100     CLOSE HOLD-FILE.                                             zbnkstor
133200                                                                  zbnkstor
133201******************************************************************zbnkstor
133202* Draw a recurring transfer's amount down from the matured       *zbnkstor
133203* notices CHECK-NOTICE-COVER found, oldest first, once the debit *zbnkstor
133204* has posted; a notice drawn in full is closed as used.          *zbnkstor
133205******************************************************************zbnkstor
133206 DRAW-NOTICE-COVER.                                               zbnkstor
133207     IF NOT WS-NOTICE-COVERED                                     zbnkstor
133208        GO TO DRAW-NOTICE-COVER-EXIT                              zbnkstor
133209     END-IF.                                                      zbnkstor
133210     MOVE RT-REC-AMOUNT TO WS-NOTICE-TO-DRAW.                     zbnkstor
133211     MOVE 'NO ' TO WS-END-OF-WNOT.                                zbnkstor
133212     MOVE RT-REC-FROM-ACCNO TO WN-REC-ACCNO.                      zbnkstor
133213     MOVE ZERO TO WN-REC-SEQ.                                     zbnkstor
133214     START WNOT-FILE KEY IS NOT LESS THAN WN-REC-KEY.             zbnkstor
133215     IF WS-WNOT-STATUS NOT = '00'                                 zbnkstor
133216        GO TO DRAW-NOTICE-COVER-EXIT                              zbnkstor
133217     END-IF.                                                      zbnkstor
133218     PERFORM DRAW-NOTICE-COVER-STEP                               zbnkstor
133219         UNTIL WS-END-OF-WNOT = 'YES' OR                          zbnkstor
133220               WS-NOTICE-TO-DRAW IS NOT GREATER THAN ZERO.        zbnkstor
133221     ADD 1 TO WS-NOTICE-DRAWN.                                    zbnkstor
133222 DRAW-NOTICE-COVER-EXIT.                                          zbnkstor
133223     EXIT.                                                        zbnkstor
133224                                                                  zbnkstor
133225 DRAW-NOTICE-COVER-STEP.                                          zbnkstor
133226     READ WNOT-FILE NEXT RECORD.                                  zbnkstor
133227     IF WS-WNOT-STATUS NOT = '00' OR                              zbnkstor
133228        WN-REC-ACCNO NOT = RT-REC-FROM-ACCNO                      zbnkstor
133229        MOVE 'YES' TO WS-END-OF-WNOT                              zbnkstor
133230     ELSE                                                         zbnkstor
133231        IF WN-REC-RELEASED OR                                     zbnkstor
133232           (WN-REC-PENDING AND                                    zbnkstor
133233            WN-REC-AVAIL-DTE IS NOT GREATER THAN WS-TODAY-DATE-N) zbnkstor
133234           PERFORM DRAW-NOTICE-ONE                                zbnkstor
133235        END-IF                                                    zbnkstor
133236     END-IF.                                                      zbnkstor
133237                                                                  zbnkstor
133238 DRAW-NOTICE-ONE.                                                 zbnkstor
133239     COMPUTE WS-NOTICE-LEFT = WN-REC-AMOUNT - WN-REC-DRAWN.       zbnkstor
133240     IF WS-NOTICE-LEFT IS GREATER THAN WS-NOTICE-TO-DRAW          zbnkstor
133241        MOVE WS-NOTICE-TO-DRAW TO WS-NOTICE-LEFT                  zbnkstor
133242     END-IF.                                                      zbnkstor
133243     ADD WS-NOTICE-LEFT TO WN-REC-DRAWN.                          zbnkstor
133244     SUBTRACT WS-NOTICE-LEFT FROM WS-NOTICE-TO-DRAW.              zbnkstor
133245     IF WN-REC-DRAWN IS NOT LESS THAN WN-REC-AMOUNT               zbnkstor
133246        SET WN-REC-USED TO TRUE                                   zbnkstor
133247        MOVE WS-TODAY-DATE-N TO WN-REC-CLOSED-DTE                 zbnkstor
133248     END-IF.                                                      zbnkstor
133249     REWRITE WNOT-FILE-REC.                                       zbnkstor
133250     IF WS-WNOT-STATUS NOT = '00'                                 zbnkstor
133251        MOVE 'WNOT Error rewriting file ...'                      zbnkstor
133252          TO WS-CONSOLE-MESSAGE                                   zbnkstor
133253        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkstor
133254        MOVE WS-WNOT-STATUS TO WS-IO-STATUS                       zbnkstor
133255        PERFORM DISPLAY-IO-STATUS                                 zbnkstor
133256        PERFORM ABORT-PROGRAM                                     zbnkstor
133257     END-IF.                                                      zbnkstor
133258                                                                  zbnkstor
133259******************************************************************zbnkstor
133260* Open and close BNKATYPE and BNKWNOT. Without the account types *zbnkstor
133261* a notice account cannot be told apart, so that is an abort; a  *zbnkstor
133262* missing BNKWNOT means no notice has been given, and transfers  *zbnkstor
133263* from notice accounts are simply held.                          *zbnkstor
133264******************************************************************zbnkstor
133265 ATYPE-OPEN.                                                      zbnkstor
133266     OPEN INPUT ATYPE-FILE.                                       zbnkstor
133267     IF WS-ATYPE-STATUS NOT = '00'                                zbnkstor
133268        MOVE 'ATYPE file open failure...' TO WS-CONSOLE-MESSAGE   zbnkstor
133269        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkstor
133270        MOVE WS-ATYPE-STATUS TO WS-IO-STATUS                      zbnkstor
133271        PERFORM DISPLAY-IO-STATUS                                 zbnkstor
133272        PERFORM ABORT-PROGRAM                                     zbnkstor
133273     END-IF.                                                      zbnkstor
133274                                                                  zbnkstor
133275 ATYPE-CLOSE.                                                     zbnkstor
133276     CLOSE ATYPE-FILE.                                            zbnkstor
133277                                                                  zbnkstor
133278 WNOT-OPEN.                                                       zbnkstor
133279     OPEN I-O WNOT-FILE.                                          zbnkstor
133280     IF WS-WNOT-STATUS = '00'                                     zbnkstor
133281        MOVE 'YES' TO WS-WNOT-AVAILABLE                           zbnkstor
133282     ELSE                                                         zbnkstor
133283        MOVE 'No BNKWNOT file - no notices held'                  zbnkstor
133284          TO WS-CONSOLE-MESSAGE                                   zbnkstor
133285        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkstor
133286     END-IF.                                                      zbnkstor
133287                                                                  zbnkstor
133288 WNOT-CLOSE.                                                      zbnkstor
133289     IF WS-WNOT-AVAILABLE = 'YES'                                 zbnkstor
133290        CLOSE WNOT-FILE                                           zbnkstor
133291     END-IF.                                                      zbnkstor
133300******************************************************************zbnkstor
133400* Decide whether WS-BDAY-DATE-N is a processing day - neither a  *zbnkstor
133500* weekend (derived from the date) nor a BNKHCAL bank holiday.    *zbnkstor
152800        PERFORM ABORT-PROGRAM                                     zbnkstor
152900     END-IF.                                                      zbnkstor
153000                                                                  zbnkstor
153004******************************************************************zbnkstor
153008* Open and close the IBRT inter-branch file.                     *zbnkstor
153012******************************************************************zbnkstor
153016 IBRT-OPEN.                                                       zbnkstor
153020     OPEN I-O IBRT-FILE.                                          zbnkstor
153024     IF WS-IBRT-STATUS NOT = '00'                                 zbnkstor
153028        MOVE 'IBRT file open failure...' TO WS-CONSOLE-MESSAGE    zbnkstor
153032        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkstor
153036        MOVE WS-IBRT-STATUS TO WS-IO-STATUS                       zbnkstor
153040        PERFORM DISPLAY-IO-STATUS                                 zbnkstor
153044        PERFORM ABORT-PROGRAM                                     zbnkstor
153048     END-IF.                                                      zbnkstor
153052                                                                  zbnkstor
153056 IBRT-CLOSE.                                                      zbnkstor
153060     CLOSE IBRT-FILE.                                             zbnkstor
153064     IF WS-IBRT-STATUS NOT = '00'                                 zbnkstor
153068        MOVE 'IBRT file close failure...' TO WS-CONSOLE-MESSAGE   zbnkstor
153072        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkstor
153076        MOVE WS-IBRT-STATUS TO WS-IO-STATUS                       zbnkstor
153080        PERFORM DISPLAY-IO-STATUS                                 zbnkstor
153084        PERFORM ABORT-PROGRAM                                     zbnkstor
153088     END-IF.                                                      zbnkstor
153092                                                                  zbnkstor
153100******************************************************************zbnkstor
153200* Open the PAYOUT interface file. A fresh payment file is        *zbnkstor
153300* produced every run and handed to the clearing network.         *zbnkstor
165500            WS-NSF-FEES-POSTED DELIMITED BY SIZE                  zbnkstor
165600       INTO JOBSUM-REC.                                           zbnkstor
165700     PERFORM JOBSUM-PUT.                                          zbnkstor
165710     MOVE SPACES TO JOBSUM-REC.                                   zbnkstor
165720     STRING 'Event fees posted:           ' DELIMITED BY SIZE     zbnkstor
165730            WS-EVENT-FEES-POSTED DELIMITED BY SIZE                zbnkstor
165740       INTO JOBSUM-REC.                                           zbnkstor
165750     PERFORM JOBSUM-PUT.                                          zbnkstor
165754     MOVE SPACES TO JOBSUM-REC.                                   zbnkstor
165758     STRING 'Held for notice cover:       ' DELIMITED BY SIZE     zbnkstor
165762            WS-NOTICE-HELD DELIMITED BY SIZE                      zbnkstor
165766       INTO JOBSUM-REC.                                           zbnkstor
165770     PERFORM JOBSUM-PUT.                                          zbnkstor
165774     MOVE SPACES TO JOBSUM-REC.                                   zbnkstor
165778     STRING 'Drawn from notices:          ' DELIMITED BY SIZE     zbnkstor
165782            WS-NOTICE-DRAWN DELIMITED BY SIZE                     zbnkstor
165786       INTO JOBSUM-REC.                                           zbnkstor
165790     PERFORM JOBSUM-PUT.                                          zbnkstor
165791     MOVE SPACES TO JOBSUM-REC.                                   zbnkstor
165792     STRING 'Standing bill payments:      ' DELIMITED BY SIZE     zbnkstor
165793            WS-BILLS-PAID DELIMITED BY SIZE                       zbnkstor
165794       INTO JOBSUM-REC.                                           zbnkstor
165795     PERFORM JOBSUM-PUT.                                          zbnkstor
165800     MOVE SPACES TO JOBSUM-REC.                                   zbnkstor
165900     STRING 'External transfers sent:     ' DELIMITED BY SIZE     zbnkstor
166000            WS-EXTL-SENT DELIMITED BY SIZE                        zbnkstor
166500            WS-EXTL-REJECTED DELIMITED BY SIZE                    zbnkstor
166600       INTO JOBSUM-REC.                                           zbnkstor
166700     PERFORM JOBSUM-PUT.                                          zbnkstor
166710     MOVE SPACES TO JOBSUM-REC.                                   zbnkstor
166720     STRING 'Inter-branch transfers:      ' DELIMITED BY SIZE     zbnkstor
166730            WS-RECUR-INTER-BRANCH DELIMITED BY SIZE               zbnkstor
166740       INTO JOBSUM-REC.                                           zbnkstor
166750     PERFORM JOBSUM-PUT.                                          zbnkstor
166800     PERFORM JOBSUM-CLOSE.                                        zbnkstor
166900     MOVE 'Job summary written to JOBSUM'                         zbnkstor
167000       TO WS-CONSOLE-MESSAGE.                                     zbnkstor
176000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkstor
176100     END-IF.                                                      zbnkstor
176200                                                                  zbnkstor
176206******************************************************************zbnkstor
176212* Copy the posting just written to BNKTXN into the BNKTXD daily  *zbnkstor
176218* posting journal through UTXNJNL. A failure is an abort - the   *zbnkstor
176224* nightly jobs read the journal and would miss the posting.      *zbnkstor
176230******************************************************************zbnkstor
176236 JOURNAL-DAILY-POSTING.                                           zbnkstor
176242     SET TXJ-WRITE TO TRUE.                                       zbnkstor
176248     MOVE TXN-FILE-REC TO TXJ-TXN-IMAGE.                          zbnkstor
176254     CALL 'UTXNJNL' USING WS-TXNJ-PARM.                           zbnkstor
176260     IF TXJ-FAILED                                                zbnkstor
176266        MOVE TXJ-REPLY-TEXT TO WS-CONSOLE-MESSAGE                 zbnkstor
176272        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkstor
176278        PERFORM ABORT-PROGRAM                                     zbnkstor
176284     END-IF.                                                      zbnkstor
176290                                                                  zbnkstor
176300******************************************************************zbnkstor
176400* 'ABORT' the program. Post a message and issue a goback         *zbnkstor
176500******************************************************************zbnkstor
