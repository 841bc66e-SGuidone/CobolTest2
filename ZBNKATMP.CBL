002600*              report. Per-terminal settlement totals are        *zbnkatmp
002700*              written at end of job to balance against the      *zbnkatmp
002800*              switch's own totals.                              *zbnkatmp
002810*              The cash each terminal dispensed is drawn down    *zbnkatmp
002820*              against its BNKATMC cash ledger for the ATM       *zbnkatmp
002830*              cash proof.                                       *zbnkatmp
002840*              The first use of a reissued card blocks the card  *zbnkatmp
002850*              it replaced.                                      *zbnkatmp
002860*              An interrupted run restarts from its UCHKPT       *zbnkatmp
002870*              checkpoint, past the records it had already       *zbnkatmp
002880*              finished.                                         *zbnkatmp
002885*              A withdrawal at another network's terminal is     *zbnkatmp
002886*              charged the BNKEVTF foreign-ATM fee through       *zbnkatmp
002887*              UEVTFEE.                                          *zbnkatmp
002888*              A drawing on a BNKRVLN revolving credit line      *zbnkatmp
002889*              that takes it past its credit limit, or on a      *zbnkatmp
002890*              line suspended for missed minimums, posts but is  *zbnkatmp
002891*              reported.                                         *zbnkatmp
002892*              A withdrawal quoting a DBANK64P authorisation     *zbnkatmp
002893*              settles it: the BNKHOLD hold is released, the     *zbnkatmp
002894*              BNKAUTH record is marked settled and only any     *zbnkatmp
002895*              excess over the authorised amount is added to     *zbnkatmp
002896*              BNKLUSE. An id with no open authorisation to      *zbnkatmp
002897*              match posts but is reported.                      *zbnkatmp
002900******************************************************************zbnkatmp
003000 IDENTIFICATION DIVISION.                                         zbnkatmp
003100 PROGRAM-ID.                                                      zbnkatmp
007900            ACCESS MODE  IS RANDOM                                zbnkatmp
008000            RECORD KEY   IS LU-REC-KEY                            zbnkatmp
008100            FILE STATUS  IS WS-LUSE-STATUS.                       zbnkatmp
008110     SELECT RVLN-FILE                                             zbnkatmp
008120            ASSIGN       TO BNKRVLN                               zbnkatmp
008130            ORGANIZATION IS INDEXED                               zbnkatmp
008140            ACCESS MODE  IS RANDOM                                zbnkatmp
008150            RECORD KEY   IS RVL-REC-ACCNO                         zbnkatmp
008160            FILE STATUS  IS WS-RVLN-STATUS.                       zbnkatmp
008200     SELECT HOLD-FILE                                             zbnkatmp
008300            ASSIGN       TO BNKHOLD                               zbnkatmp
008400            ORGANIZATION IS INDEXED                               zbnkatmp
008500            ACCESS MODE  IS DYNAMIC                               zbnkatmp
008600            RECORD KEY   IS HD-REC-KEY                            zbnkatmp
008700            FILE STATUS  IS WS-HOLD-STATUS.                       zbnkatmp
008710     SELECT AUTH-FILE                                             zbnkatmp
008720            ASSIGN       TO BNKAUTH                               zbnkatmp
008730            ORGANIZATION IS INDEXED                               zbnkatmp
008740            ACCESS MODE  IS RANDOM                                zbnkatmp
008750            RECORD KEY   IS AU-REC-KEY                            zbnkatmp
008760            FILE STATUS  IS WS-AUTH-STATUS.                       zbnkatmp
008800     SELECT TXNQ-FILE                                             zbnkatmp
008900            ASSIGN       TO BNKTXN1                               zbnkatmp
009000            ORGANIZATION IS INDEXED                               zbnkatmp
010600            ORGANIZATION IS SEQUENTIAL                            zbnkatmp
010700            ACCESS MODE  IS SEQUENTIAL                            zbnkatmp
010800            FILE STATUS  IS WS-ATMSET-STATUS.                     zbnkatmp
010810     SELECT ATMC-FILE                                             zbnkatmp
010820            ASSIGN       TO BNKATMC                               zbnkatmp
010830            ORGANIZATION IS INDEXED                               zbnkatmp
010840            ACCESS MODE  IS RANDOM                                zbnkatmp
010850            RECORD KEY   IS AM-REC-TERMINAL                       zbnkatmp
010860            FILE STATUS  IS WS-ATMC-STATUS.                       zbnkatmp
010900     SELECT JOBSUM-FILE                                           zbnkatmp
011000            ASSIGN       TO JOBSUM                                zbnkatmp
011100            ORGANIZATION IS SEQUENTIAL                            zbnkatmp
013200* mean an older-format record, which skips the card check.      * zbnkatmp
013300******************************************************************zbnkatmp
013400   05  ATMIN-CARD-NO                         PIC X(16).           zbnkatmp
013410******************************************************************zbnkatmp
013420* The switch flags a withdrawal made at another network's        *zbnkatmp
013430* terminal with F in the network byte; space is our own ATM.     *zbnkatmp
013440******************************************************************zbnkatmp
013450   05  ATMIN-NETWORK                         PIC X(1).            zbnkatmp
013460     88  ATMIN-FOREIGN-ATM                     VALUE 'F'.         zbnkatmp
013470******************************************************************zbnkatmp
013480* A withdrawal the switch authorised online quotes the DBANK64P  *zbnkatmp
013490* authorisation id (BNKAUTH key); spaces mean none was asked.    *zbnkatmp
013500******************************************************************zbnkatmp
013510   05  ATMIN-AUTH-ID                         PIC X(15).           zbnkatmp
013520   05  FILLER                                PIC X(7).            zbnkatmp
013600                                                                  zbnkatmp
013700 FD  ACCOUNT-FILE.                                                zbnkatmp
013800 01  ACCOUNT-FILE-REC.                                            zbnkatmp
015800 01  LUSE-FILE-REC.                                               zbnkatmp
015900 COPY CBANKVLU.                                                   zbnkatmp
016000                                                                  zbnkatmp
016010 FD  RVLN-FILE.                                                   zbnkatmp
016020 01  RVLN-FILE-REC.                                               zbnkatmp
016030 COPY CBANKVRN.                                                   zbnkatmp
016040                                                                  zbnkatmp
016100 FD  HOLD-FILE.                                                   zbnkatmp
016200 01  HOLD-FILE-REC.                                               zbnkatmp
016300 COPY CBANKVHD.                                                   zbnkatmp
016310                                                                  zbnkatmp
016320 FD  AUTH-FILE.                                                   zbnkatmp
016330 01  AUTH-FILE-REC.                                               zbnkatmp
016340 COPY CBANKVAU.                                                   zbnkatmp
016400                                                                  zbnkatmp
016500******************************************************************zbnkatmp
016600* The transaction browse for mini-statements reads the BNKTXN1  * zbnkatmp
019400 FD  ATMSET-FILE.                                                 zbnkatmp
019500 01  ATMSET-REC                              PIC X(80).           zbnkatmp
019600                                                                  zbnkatmp
019610 FD  ATMC-FILE.                                                   zbnkatmp
019620 01  ATMC-REC.                                                    zbnkatmp
019630 COPY CBANKVAM.                                                   zbnkatmp
019640                                                                  zbnkatmp
019700 FD  JOBSUM-FILE.                                                 zbnkatmp
019800 01  JOBSUM-REC                              PIC X(80).           zbnkatmp
019900                                                                  zbnkatmp
021400   05  WS-HOLD-STATUS.                                            zbnkatmp
021500     10  WS-HOLD-STAT1                 PIC X(1).                  zbnkatmp
021600     10  WS-HOLD-STAT2                 PIC X(1).                  zbnkatmp
021610   05  WS-AUTH-STATUS.                                            zbnkatmp
021620     10  WS-AUTH-STAT1                 PIC X(1).                  zbnkatmp
021630     10  WS-AUTH-STAT2                 PIC X(1).                  zbnkatmp
021700   05  WS-TXNQ-STATUS.                                            zbnkatmp
021800     10  WS-TXNQ-STAT1                 PIC X(1).                  zbnkatmp
021900     10  WS-TXNQ-STAT2                 PIC X(1).                  zbnkatmp
022900   05  WS-LUSE-STATUS.                                            zbnkatmp
023000     10  WS-LUSE-STAT1                 PIC X(1).                  zbnkatmp
023100     10  WS-LUSE-STAT2                 PIC X(1).                  zbnkatmp
023110   05  WS-RVLN-STATUS.                                            zbnkatmp
023120     10  WS-RVLN-STAT1                 PIC X(1).                  zbnkatmp
023130     10  WS-RVLN-STAT2                 PIC X(1).                  zbnkatmp
023200   05  WS-ATMEXC-STATUS.                                          zbnkatmp
023300     10  WS-ATMEXC-STAT1               PIC X(1).                  zbnkatmp
023400     10  WS-ATMEXC-STAT2               PIC X(1).                  zbnkatmp
023500   05  WS-ATMSET-STATUS.                                          zbnkatmp
023600     10  WS-ATMSET-STAT1               PIC X(1).                  zbnkatmp
023700     10  WS-ATMSET-STAT2               PIC X(1).                  zbnkatmp
023710   05  WS-ATMC-STATUS.                                            zbnkatmp
023720     10  WS-ATMC-STAT1                 PIC X(1).                  zbnkatmp
023730     10  WS-ATMC-STAT2                 PIC X(1).                  zbnkatmp
023800   05  WS-JOBSUM-STATUS.                                          zbnkatmp
023900     10  WS-JOBSUM-STAT1               PIC X(1).                  zbnkatmp
024000     10  WS-JOBSUM-STAT2               PIC X(1).                  zbnkatmp
026800 01  WS-FCTL-TRL-COUNT                     PIC 9(7).              zbnkatmp
026900 01  WS-FCTL-TRL-AMOUNT                    PIC 9(11)V99.          zbnkatmp
027000 01  WS-FCTL-HOLD-REC                      PIC X(133).            zbnkatmp
027005                                                                  zbnkatmp
027010******************************************************************zbnkatmp
027015* Checkpoint/restart. UCHKPT records the last input record       *zbnkatmp
027020* this run has finished, the running file totals and the run     *zbnkatmp
027025* counters after every record - nothing on these files rolls     *zbnkatmp
027030* back, so the restart point must be exact. A rerun after an     *zbnkatmp
027035* abend skips the records already finished and carries the       *zbnkatmp
027040* counters on from the checkpoint.                               *zbnkatmp
027045******************************************************************zbnkatmp
027050 01  WS-CHKPT-PARM.                                               zbnkatmp
027055 COPY CCHKPTD.                                                    zbnkatmp
027060 01  WS-RESTART-SW                         PIC X(1) VALUE 'N'.    zbnkatmp
027065     88  RESTART-RUN                       VALUE 'Y'.             zbnkatmp
027070     88  NOT-RESTART-RUN                   VALUE 'N'.             zbnkatmp
027075 01  WS-RESTART-SKIP-COUNT                 PIC 9(7) VALUE ZERO.   zbnkatmp
027080 01  WS-RESTART-FROM                       PIC 9(7) VALUE ZERO.   zbnkatmp
027100                                                                  zbnkatmp
027200 01  WS-DATE-WORK-AREA.                                           zbnkatmp
027300 COPY CDATED.                                                     zbnkatmp
029000                                                                  zbnkatmp
029100 01  WS-LIMP-AVAILABLE                       PIC X(3) VALUE 'NO '.zbnkatmp
029200 01  WS-LUSE-AVAILABLE                       PIC X(3) VALUE 'NO '.zbnkatmp
029210 01  WS-RVLN-AVAILABLE                       PIC X(3) VALUE 'NO '.zbnkatmp
029220 01  WS-LINE-OWED                            PIC S9(9)V99 COMP-3. zbnkatmp
029230 01  WS-AUTH-AVAILABLE                       PIC X(3) VALUE 'NO '.zbnkatmp
029240 01  WS-USAGE-AMOUNT                         PIC S9(9)V99 COMP-3. zbnkatmp
029300                                                                  zbnkatmp
029400******************************************************************zbnkatmp
029500* Non-financial request handling. Available balance is the      * zbnkatmp
034600 01  WS-POSTED-COUNT                         PIC 9(5) VALUE ZERO. zbnkatmp
034700 01  WS-EXCEPT-COUNT                         PIC 9(5) VALUE ZERO. zbnkatmp
034800 01  WS-OVERLIMIT-COUNT                      PIC 9(5) VALUE ZERO. zbnkatmp
034810 01  WS-LEDGER-DRAWN                         PIC 9(5) VALUE ZERO. zbnkatmp
034820 01  WS-LEDGER-MISSING                       PIC 9(5) VALUE ZERO. zbnkatmp
034830 01  WS-OLD-CARDS-BLOCKED                    PIC 9(5) VALUE ZERO. zbnkatmp
034835 01  WS-EVENT-FEES-POSTED                    PIC 9(5) VALUE ZERO. zbnkatmp
034837 01  WS-LINE-ITEMS-REPORTED                  PIC 9(5) VALUE ZERO. zbnkatmp
034838 01  WS-AUTHS-SETTLED                        PIC 9(5) VALUE ZERO. zbnkatmp
034839 01  WS-AUTHS-UNMATCHED                      PIC 9(5) VALUE ZERO. zbnkatmp
034840 01  WS-FIRST-USE-CARD-NO                    PIC X(16).           zbnkatmp
034850 01  WS-FIRST-USE-OLD-CARD                   PIC X(16).           zbnkatmp
034900                                                                  zbnkatmp
034910 01  WS-OFAPOST-PARM.                                             zbnkatmp
034920 COPY COFAPSTD.                                                   zbnkatmp
034930                                                                  zbnkatmp
034940 01  WS-EVTFEE-PARM.                                              zbnkatmp
034950 COPY CEVTFED.                                                    zbnkatmp
034960                                                                  zbnkatmp
035000 01  WS-TERMINAL-TABLE.                                           zbnkatmp
035100   05  WS-TERM-COUNT                         PIC 9(3) VALUE ZERO. zbnkatmp
035200   05  WS-TERM-ENTRY OCCURS 50 TIMES                              zbnkatmp
035600     10  WS-TERM-CASH-IN                     PIC S9(9)V99 COMP-3. zbnkatmp
035700     10  WS-TERM-ITEMS                       PIC 9(5).            zbnkatmp
035800     10  WS-TERM-ENQUIRIES                   PIC 9(5).            zbnkatmp
035810                                                                  zbnkatmp
035820 01  WS-TXNJ-PARM.                                                zbnkatmp
035830 COPY CTXNJND.                                                    zbnkatmp
035900                                                                  zbnkatmp
036000 PROCEDURE DIVISION.                                              zbnkatmp
036100                                                                  zbnkatmp
036200     MOVE 'ATM feed processing starting' TO WS-CONSOLE-MESSAGE.   zbnkatmp
036300     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkatmp
036400                                                                  zbnkatmp
036410     PERFORM CHECKPOINT-CHECK                                     zbnkatmp
036420         THRU CHECKPOINT-CHECK-EXIT.                              zbnkatmp
036500     PERFORM ATMIN-OPEN.                                          zbnkatmp
036600     PERFORM ACCOUNT-OPEN.                                        zbnkatmp
036700     PERFORM TXN-OPEN.                                            zbnkatmp
036800     ACCEPT WS-TODAY-DATE-N FROM DATE YYYYMMDD.                   zbnkatmp
036900     PERFORM HOLD-OPEN.                                           zbnkatmp
036910     PERFORM AUTH-OPEN.                                           zbnkatmp
037000     PERFORM TXNQ-OPEN.                                           zbnkatmp
037100     PERFORM ATMRSP-OPEN.                                         zbnkatmp
037200     PERFORM CUST-OPEN.                                           zbnkatmp
037300     PERFORM CARD-OPEN.                                           zbnkatmp
037400     PERFORM LIMP-OPEN.                                           zbnkatmp
037500     PERFORM LUSE-OPEN.                                           zbnkatmp
037510     PERFORM RVLN-OPEN.                                           zbnkatmp
037600     PERFORM ATMEXC-OPEN.                                         zbnkatmp
037700                                                                  zbnkatmp
037800     PERFORM ATMIN-GET.                                           zbnkatmp
037810     PERFORM CHECKPOINT-SKIP                                      zbnkatmp
037820         THRU CHECKPOINT-SKIP-EXIT.                               zbnkatmp
037900     PERFORM POST-ONE-ITEM                                        zbnkatmp
038000             THRU POST-ONE-ITEM-EXIT                              zbnkatmp
038100         UNTIL WS-END-OF-ATMIN = 'YES'.                           zbnkatmp
038200     PERFORM VALIDATE-FILE-CONTROL                                zbnkatmp
038300         THRU VALIDATE-FILE-CONTROL-EXIT.                         zbnkatmp
038310     PERFORM CHECKPOINT-COMPLETE.                                 zbnkatmp
038400                                                                  zbnkatmp
038500     PERFORM ATMIN-CLOSE.                                         zbnkatmp
038600     PERFORM ACCOUNT-CLOSE.                                       zbnkatmp
038700     PERFORM TXN-CLOSE.                                           zbnkatmp
038800     PERFORM HOLD-CLOSE.                                          zbnkatmp
038810     PERFORM AUTH-CLOSE.                                          zbnkatmp
038900     PERFORM TXNQ-CLOSE.                                          zbnkatmp
039000     PERFORM ATMRSP-CLOSE.                                        zbnkatmp
039100     PERFORM CUST-CLOSE.                                          zbnkatmp
039200     PERFORM CARD-CLOSE.                                          zbnkatmp
039300     PERFORM LIMP-CLOSE.                                          zbnkatmp
039400     PERFORM LUSE-CLOSE.                                          zbnkatmp
039410     PERFORM RVLN-CLOSE.                                          zbnkatmp
039500     PERFORM ATMEXC-CLOSE.                                        zbnkatmp
039600                                                                  zbnkatmp
039700     PERFORM WRITE-SETTLEMENT-TOTALS.                             zbnkatmp
043000           PERFORM WRITE-EXCEPTION                                zbnkatmp
043100           GO TO POST-ONE-ITEM-NEXT                               zbnkatmp
043200        END-IF                                                    zbnkatmp
043210        IF CRD-REC-AWAITING-FIRST-USE                             zbnkatmp
043220           PERFORM CARD-FIRST-USE                                 zbnkatmp
043230               THRU CARD-FIRST-USE-EXIT                           zbnkatmp
043240        END-IF                                                    zbnkatmp
043300     END-IF.                                                      zbnkatmp
043400******************************************************************zbnkatmp
043500* Non-financial requests branch off here - they answer on the   * zbnkatmp
047300     PERFORM ACCOUNT-REWRITE.                                     zbnkatmp
047400     PERFORM POST-ATM-TRANSACTION.                                zbnkatmp
047500     ADD 1 TO WS-POSTED-COUNT.                                    zbnkatmp
047510     MOVE ATMIN-AMOUNT TO WS-USAGE-AMOUNT.                        zbnkatmp
047520     IF ATMIN-WITHDRAWAL                                          zbnkatmp
047530        PERFORM SETTLE-AUTHORISATION                              zbnkatmp
047540            THRU SETTLE-AUTHORISATION-EXIT                        zbnkatmp
047550     END-IF.                                                      zbnkatmp
047600     IF ATMIN-WITHDRAWAL                                          zbnkatmp
047700        PERFORM CHECK-ATM-LIMIT                                   zbnkatmp
047800            THRU CHECK-ATM-LIMIT-EXIT                             zbnkatmp
047900     END-IF.                                                      zbnkatmp
047910     IF ATMIN-WITHDRAWAL AND ATMIN-FOREIGN-ATM                    zbnkatmp
047920        PERFORM CHARGE-EVENT-FEE                                  zbnkatmp
047930            THRU CHARGE-EVENT-FEE-EXIT                            zbnkatmp
047940     END-IF.                                                      zbnkatmp
047950     IF ATMIN-WITHDRAWAL                                          zbnkatmp
047960        PERFORM CHECK-CREDIT-LINE                                 zbnkatmp
047970            THRU CHECK-CREDIT-LINE-EXIT                           zbnkatmp
047980     END-IF.                                                      zbnkatmp
048000 POST-ONE-ITEM-NEXT.                                              zbnkatmp
048010     PERFORM CHECKPOINT-TAKE.                                     zbnkatmp
048100     PERFORM ATMIN-GET.                                           zbnkatmp
048200 POST-ONE-ITEM-EXIT.                                              zbnkatmp
048300     EXIT.                                                        zbnkatmp
048303                                                                  zbnkatmp
048306******************************************************************zbnkatmp
048309* CARD-FIRST-USE                                                 *zbnkatmp
048312* First transaction on a card ZBNKCRDR reissued. The card it     *zbnkatmp
048315* replaced is blocked now - provided it still points at this     *zbnkatmp
048318* card and has not been stopped already - and the new card is    *zbnkatmp
048321* marked as used. The new card is left in the record area.       *zbnkatmp
048324******************************************************************zbnkatmp
048327 CARD-FIRST-USE.                                                  zbnkatmp
048330     MOVE CRD-REC-CARD-NO TO WS-FIRST-USE-CARD-NO.                zbnkatmp
048333     MOVE CRD-REC-REPLACES TO WS-FIRST-USE-OLD-CARD.              zbnkatmp
048336     SET CRD-REC-FIRST-USE-SEEN TO TRUE.                          zbnkatmp
048339     PERFORM CARD-REWRITE.                                        zbnkatmp
048342     IF WS-FIRST-USE-OLD-CARD IS EQUAL TO SPACES                  zbnkatmp
048345        GO TO CARD-FIRST-USE-EXIT                                 zbnkatmp
048348     END-IF.                                                      zbnkatmp
048351     MOVE WS-FIRST-USE-OLD-CARD TO CRD-REC-CARD-NO.               zbnkatmp
048354     PERFORM CARD-READ.                                           zbnkatmp
048357     IF WS-CARD-STATUS = '00' AND                                 zbnkatmp
048360        CRD-REC-CARD-ACTIVE AND                                   zbnkatmp
048363        CRD-REC-REPLACED-BY IS EQUAL TO WS-FIRST-USE-CARD-NO      zbnkatmp
048366        SET CRD-REC-BLOCKED TO TRUE                               zbnkatmp
048369        MOVE 'ZBNKATMP' TO CRD-REC-USERID                         zbnkatmp
048372        PERFORM CARD-REWRITE                                      zbnkatmp
048375        ADD 1 TO WS-OLD-CARDS-BLOCKED                             zbnkatmp
048378     END-IF.                                                      zbnkatmp
048381     MOVE WS-FIRST-USE-CARD-NO TO CRD-REC-CARD-NO.                zbnkatmp
048384     PERFORM CARD-READ.                                           zbnkatmp
048387 CARD-FIRST-USE-EXIT.                                             zbnkatmp
048390     EXIT.                                                        zbnkatmp
048400                                                                  zbnkatmp
048500******************************************************************zbnkatmp
048600* Accumulate this terminal's settlement totals.                  *zbnkatmp
055000     MOVE BAC-REC-BALANCE TO BTX-REC-BALANCE.                     zbnkatmp
055100     MOVE SPACES TO BTX-REC-REVERSED.                             zbnkatmp
055200     MOVE ZERO TO BTX-REC-CHEQUE-NO.                              zbnkatmp
055250     SET BTX-REC-CHN-ATM TO TRUE.                                 zbnkatmp
055300     WRITE TXN-FILE-REC.                                          zbnkatmp
055400     IF WS-TXN-STATUS NOT = '00' AND                              zbnkatmp
055500        WS-TXN-STATUS NOT = '22'                                  zbnkatmp
055900        PERFORM DISPLAY-IO-STATUS                                 zbnkatmp
056000        PERFORM ABORT-PROGRAM                                     zbnkatmp
056100     END-IF.                                                      zbnkatmp
056110     IF WS-TXN-STATUS = '00'                                      zbnkatmp
056120        PERFORM JOURNAL-DAILY-POSTING                             zbnkatmp
056130     END-IF.                                                      zbnkatmp
056200                                                                  zbnkatmp
056201******************************************************************zbnkatmp
056202* Charge the BNKEVTF foreign-ATM fee for a withdrawal made at    *zbnkatmp
056203* another network's terminal. UEVTFEE prices the event, applies  *zbnkatmp
056204* the waiver rules and logs it; a charged fee posts as its own   *zbnkatmp
056205* BNKTXN entry with a fee-income contra on the office accounts.  *zbnkatmp
056206******************************************************************zbnkatmp
056207 CHARGE-EVENT-FEE.                                                zbnkatmp
056208     INITIALIZE WS-EVTFEE-PARM.                                   zbnkatmp
056209     SET EVF-FOREIGN-ATM TO TRUE.                                 zbnkatmp
056210     MOVE BAC-REC-ACCNO TO EVF-ACCNO.                             zbnkatmp
056211     MOVE BAC-REC-TYPE TO EVF-ACC-TYPE.                           zbnkatmp
056212     MOVE BAC-REC-PID TO EVF-PID.                                 zbnkatmp
056213     MOVE BAC-REC-BALANCE TO EVF-BALANCE.                         zbnkatmp
056214     MOVE 'ZBNKATMP' TO EVF-SOURCE.                               zbnkatmp
056215     CALL 'UEVTFEE' USING WS-EVTFEE-PARM.                         zbnkatmp
056216     IF EVF-FAILED                                                zbnkatmp
056217        MOVE EVF-REPLY-TEXT TO WS-CONSOLE-MESSAGE                 zbnkatmp
056218        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkatmp
056219        PERFORM ABORT-PROGRAM                                     zbnkatmp
056220     END-IF.                                                      zbnkatmp
056221     IF NOT EVF-CHARGE                                            zbnkatmp
056222        GO TO CHARGE-EVENT-FEE-EXIT                               zbnkatmp
056223     END-IF.                                                      zbnkatmp
056224     SUBTRACT EVF-FEE FROM BAC-REC-BALANCE.                       zbnkatmp
056225     PERFORM ACCOUNT-REWRITE.                                     zbnkatmp
056226     PERFORM POST-FEE-TRANSACTION.                                zbnkatmp
056227     SET OFA-FEE-INCOME TO TRUE.                                  zbnkatmp
056228     SET OFA-CREDIT TO TRUE.                                      zbnkatmp
056229     MOVE EVF-FEE TO OFA-AMOUNT.                                  zbnkatmp
056230     MOVE WS-TODAY-DATE-N TO OFA-BUSDATE.                         zbnkatmp
056231     CALL 'UOFAPOST' USING WS-OFAPOST-PARM.                       zbnkatmp
056232     IF OFA-FAILED                                                zbnkatmp
056233        MOVE OFA-REPLY-TEXT TO WS-CONSOLE-MESSAGE                 zbnkatmp
056234        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkatmp
056235        PERFORM ABORT-PROGRAM                                     zbnkatmp
056236     END-IF.                                                      zbnkatmp
056237     ADD 1 TO WS-EVENT-FEES-POSTED.                               zbnkatmp
056238 CHARGE-EVENT-FEE-EXIT.                                           zbnkatmp
056239     EXIT.                                                        zbnkatmp
056240                                                                  zbnkatmp
056241 POST-FEE-TRANSACTION.                                            zbnkatmp
056242     ADD 1 TO WS-TXN-SEQ.                                         zbnkatmp
056243     IF WS-TXN-SEQ IS GREATER THAN 999                            zbnkatmp
056244        MOVE 1 TO WS-TXN-SEQ                                      zbnkatmp
056245     END-IF.                                                      zbnkatmp
056246     MOVE SPACES TO TXN-FILE-REC.                                 zbnkatmp
056247     MOVE ATMIN-ACCNO TO BTX-REC-ACCNO.                           zbnkatmp
056248     MOVE WS-ITEM-DATE-DISPLAY TO BTX-REC-DATE.                   zbnkatmp
056249     MOVE WS-ITEM-TIME-DISPLAY TO BTX-REC-TIME.                   zbnkatmp
056250     MOVE WS-TXN-SEQ TO BTX-REC-SEQ.                              zbnkatmp
056251     COMPUTE BTX-REC-AMOUNT = ZERO - EVF-FEE.                     zbnkatmp
056252     MOVE EVF-DESC TO BTX-REC-DESC.                               zbnkatmp
056253     MOVE EVF-TXN-TYPE TO BTX-REC-TYPE.                           zbnkatmp
056254     MOVE BAC-REC-BALANCE TO BTX-REC-BALANCE.                     zbnkatmp
056255     MOVE SPACES TO BTX-REC-REVERSED.                             zbnkatmp
056256     SET BTX-REC-CHN-SYSTEM TO TRUE.                              zbnkatmp
056257     MOVE ZERO TO BTX-REC-CHEQUE-NO.                              zbnkatmp
056258     WRITE TXN-FILE-REC.                                          zbnkatmp
056259     IF WS-TXN-STATUS NOT = '00' AND                              zbnkatmp
056260        WS-TXN-STATUS NOT = '22'                                  zbnkatmp
056261        MOVE 'TXN Error writing file ...' TO WS-CONSOLE-MESSAGE   zbnkatmp
056262        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkatmp
056263        MOVE WS-TXN-STATUS TO WS-IO-STATUS                        zbnkatmp
056264        PERFORM DISPLAY-IO-STATUS                                 zbnkatmp
056265        PERFORM ABORT-PROGRAM                                     zbnkatmp
056266     END-IF.                                                      zbnkatmp
056267     IF WS-TXN-STATUS = '00'                                      zbnkatmp
056268        PERFORM JOURNAL-DAILY-POSTING                             zbnkatmp
056269     END-IF.                                                      zbnkatmp
056270                                                                  zbnkatmp
056300******************************************************************zbnkatmp
056400* Roll the withdrawal into the customer's BNKLUSE usage for the  *zbnkatmp
056500* item's date (channel A) and report a breach of the customer's  *zbnkatmp
057500     MOVE 'A' TO LU-REC-CHANNEL.                                  zbnkatmp
057600     READ LUSE-FILE.                                              zbnkatmp
057700     IF WS-LUSE-STATUS = '00'                                     zbnkatmp
057800        ADD WS-USAGE-AMOUNT TO LU-REC-AMOUNT                      zbnkatmp
057900        REWRITE LUSE-FILE-REC                                     zbnkatmp
058000     ELSE                                                         zbnkatmp
058100        MOVE BAC-REC-PID TO LU-REC-PID                            zbnkatmp
058200        MOVE ATMIN-TXN-DTE TO LU-REC-DATE                         zbnkatmp
058300        MOVE 'A' TO LU-REC-CHANNEL                                zbnkatmp
058400        MOVE WS-USAGE-AMOUNT TO LU-REC-AMOUNT                     zbnkatmp
058500        WRITE LUSE-FILE-REC                                       zbnkatmp
058600     END-IF.                                                      zbnkatmp
058700     IF WS-LIMP-AVAILABLE NOT = 'YES'                             zbnkatmp
061000     END-IF.                                                      zbnkatmp
061100 CHECK-ATM-LIMIT-EXIT.                                            zbnkatmp
061200     EXIT.                                                        zbnkatmp
061202                                                                  zbnkatmp
061204******************************************************************zbnkatmp
061206* A withdrawal from a revolving credit line account. The cash is *zbnkatmp
061208* gone, so a line taken past its credit limit, or drawn on while *zbnkatmp
061210* suspended for missed minimums, is reported, not refused.       *zbnkatmp
061212******************************************************************zbnkatmp
061214 CHECK-CREDIT-LINE.                                               zbnkatmp
061216     IF WS-RVLN-AVAILABLE NOT = 'YES'                             zbnkatmp
061218        GO TO CHECK-CREDIT-LINE-EXIT                              zbnkatmp
061220     END-IF.                                                      zbnkatmp
061222     MOVE BAC-REC-ACCNO TO RVL-REC-ACCNO.                         zbnkatmp
061224     READ RVLN-FILE.                                              zbnkatmp
061226     IF WS-RVLN-STATUS NOT = '00'                                 zbnkatmp
061228        GO TO CHECK-CREDIT-LINE-EXIT                              zbnkatmp
061230     END-IF.                                                      zbnkatmp
061232     IF RVL-REC-CLOSED                                            zbnkatmp
061234        GO TO CHECK-CREDIT-LINE-EXIT                              zbnkatmp
061236     END-IF.                                                      zbnkatmp
061238     COMPUTE WS-LINE-OWED = ZERO - BAC-REC-BALANCE.               zbnkatmp
061240     IF WS-LINE-OWED IS NOT GREATER THAN RVL-REC-CREDIT-LIMIT AND zbnkatmp
061242        NOT RVL-REC-SUSPENDED                                     zbnkatmp
061244        GO TO CHECK-CREDIT-LINE-EXIT                              zbnkatmp
061246     END-IF.                                                      zbnkatmp
061248     ADD 1 TO WS-LINE-ITEMS-REPORTED.                             zbnkatmp
061250     MOVE WS-LINE-OWED TO WS-AMOUNT-DISPLAY.                      zbnkatmp
061252     MOVE RVL-REC-CREDIT-LIMIT TO WS-CAP-DISPLAY.                 zbnkatmp
061254     MOVE SPACES TO ATMEXC-REC.                                   zbnkatmp
061256     IF RVL-REC-SUSPENDED                                         zbnkatmp
061258        STRING ATMIN-ACCNO DELIMITED BY SIZE                      zbnkatmp
061260               '  suspended credit line - owed ' DELIMITED BY SIZEzbnkatmp
061262               WS-AMOUNT-DISPLAY DELIMITED BY SIZE                zbnkatmp
061264               ' terminal ' DELIMITED BY SIZE                     zbnkatmp
061266               ATMIN-TERMINAL DELIMITED BY SIZE                   zbnkatmp
061268          INTO ATMEXC-REC                                         zbnkatmp
061270     ELSE                                                         zbnkatmp
061272        STRING ATMIN-ACCNO DELIMITED BY SIZE                      zbnkatmp
061274               '  over credit limit - owed ' DELIMITED BY SIZE    zbnkatmp
061276               WS-AMOUNT-DISPLAY DELIMITED BY SIZE                zbnkatmp
061278               ' limit ' DELIMITED BY SIZE                        zbnkatmp
061280               WS-CAP-DISPLAY DELIMITED BY SIZE                   zbnkatmp
061282               ' terminal ' DELIMITED BY SIZE                     zbnkatmp
061284               ATMIN-TERMINAL DELIMITED BY SIZE                   zbnkatmp
061286          INTO ATMEXC-REC                                         zbnkatmp
061288     END-IF.                                                      zbnkatmp
061290     PERFORM ATMEXC-PUT.                                          zbnkatmp
061292 CHECK-CREDIT-LINE-EXIT.                                          zbnkatmp
061294     EXIT.                                                        zbnkatmp
061300                                                                  zbnkatmp
061301******************************************************************zbnkatmp
061302* SETTLE-AUTHORISATION                                           *zbnkatmp
061303* A withdrawal the switch authorised online carries the          *zbnkatmp
061304* authorisation id. An open authorisation for this card and      *zbnkatmp
061305* account is settled with the amount dispensed and its hold      *zbnkatmp
061306* released; the usage already counted for it on the day is       *zbnkatmp
061307* taken off what this item adds to BNKLUSE. An id with no open   *zbnkatmp
061308* authorisation to match is reported - the item still posts.     *zbnkatmp
061309******************************************************************zbnkatmp
061310 SETTLE-AUTHORISATION.                                            zbnkatmp
061311     IF ATMIN-AUTH-ID IS EQUAL TO SPACES OR                       zbnkatmp
061312        WS-AUTH-AVAILABLE NOT = 'YES'                             zbnkatmp
061313        GO TO SETTLE-AUTHORISATION-EXIT                           zbnkatmp
061314     END-IF.                                                      zbnkatmp
061315     MOVE ATMIN-AUTH-ID TO AU-REC-KEY.                            zbnkatmp
061316     READ AUTH-FILE.                                              zbnkatmp
061317     IF WS-AUTH-STATUS NOT = '00' OR                              zbnkatmp
061318        NOT AU-REC-APPROVED OR                                    zbnkatmp
061319        AU-REC-CARD-NO IS NOT EQUAL TO ATMIN-CARD-NO OR           zbnkatmp
061320        AU-REC-ACCNO IS NOT EQUAL TO ATMIN-ACCNO                  zbnkatmp
061321        ADD 1 TO WS-AUTHS-UNMATCHED                               zbnkatmp
061322        MOVE SPACES TO ATMEXC-REC                                 zbnkatmp
061323        STRING ATMIN-ACCNO DELIMITED BY SIZE                      zbnkatmp
061324               '  authorisation not matched - id '                zbnkatmp
061325                                     DELIMITED BY SIZE            zbnkatmp
061326               ATMIN-AUTH-ID DELIMITED BY SIZE                    zbnkatmp
061327               ' terminal ' DELIMITED BY SIZE                     zbnkatmp
061328               ATMIN-TERMINAL DELIMITED BY SIZE                   zbnkatmp
061329          INTO ATMEXC-REC                                         zbnkatmp
061330        PERFORM ATMEXC-PUT                                        zbnkatmp
061331        GO TO SETTLE-AUTHORISATION-EXIT                           zbnkatmp
061332     END-IF.                                                      zbnkatmp
061333     MOVE AU-REC-ACCNO TO HD-REC-ACCNO.                           zbnkatmp
061334     MOVE AU-REC-AUTH-TASKN TO HD-REC-TASKN.                      zbnkatmp
061335     READ HOLD-FILE.                                              zbnkatmp
061336     IF WS-HOLD-STATUS = '00' AND HD-REC-ACTIVE                   zbnkatmp
061337        SET HD-REC-RELEASED TO TRUE                               zbnkatmp
061338        PERFORM HOLD-REWRITE                                      zbnkatmp
061339     END-IF.                                                      zbnkatmp
061340     IF AU-REC-AUTH-DTE IS EQUAL TO ATMIN-TXN-DTE                 zbnkatmp
061341        SUBTRACT AU-REC-AMOUNT FROM WS-USAGE-AMOUNT               zbnkatmp
061342     END-IF.                                                      zbnkatmp
061343     SET AU-REC-SETTLED TO TRUE.                                  zbnkatmp
061344     MOVE WS-TODAY-DATE-N TO AU-REC-SETTLED-DTE.                  zbnkatmp
061345     MOVE ATMIN-AMOUNT TO AU-REC-SETTLED-AMOUNT.                  zbnkatmp
061346     PERFORM AUTH-REWRITE.                                        zbnkatmp
061347     ADD 1 TO WS-AUTHS-SETTLED.                                   zbnkatmp
061348 SETTLE-AUTHORISATION-EXIT.                                       zbnkatmp
061349     EXIT.                                                        zbnkatmp
061350                                                                  zbnkatmp
061400******************************************************************zbnkatmp
061500* Write one unpostable item to the exception report.             *zbnkatmp
061600******************************************************************zbnkatmp
065800******************************************************************zbnkatmp
065900 WRITE-SETTLEMENT-TOTALS.                                         zbnkatmp
066000     PERFORM ATMSET-OPEN.                                         zbnkatmp
066010     PERFORM ATMC-OPEN.                                           zbnkatmp
066100     IF WS-TERM-COUNT IS GREATER THAN ZERO                        zbnkatmp
066200        PERFORM WRITE-ONE-TERMINAL                                zbnkatmp
066300            THRU WRITE-ONE-TERMINAL-EXIT                          zbnkatmp
066500            UNTIL TERM-IDX IS GREATER THAN WS-TERM-COUNT          zbnkatmp
066600     END-IF.                                                      zbnkatmp
066700     PERFORM ATMSET-CLOSE.                                        zbnkatmp
066710     PERFORM ATMC-CLOSE.                                          zbnkatmp
066800                                                                  zbnkatmp
066900 WRITE-ONE-TERMINAL.                                              zbnkatmp
067000     MOVE SPACES TO ATMSET-REC.                                   zbnkatmp
068100            WS-TERM-ENQUIRIES (TERM-IDX) DELIMITED BY SIZE        zbnkatmp
068200       INTO ATMSET-REC.                                           zbnkatmp
068300     PERFORM ATMSET-PUT.                                          zbnkatmp
068310     PERFORM DRAW-DOWN-LEDGER                                     zbnkatmp
068320         THRU DRAW-DOWN-LEDGER-EXIT.                              zbnkatmp
068400 WRITE-ONE-TERMINAL-EXIT.                                         zbnkatmp
068500     EXIT.                                                        zbnkatmp
068502                                                                  zbnkatmp
068504******************************************************************zbnkatmp
068506* Draw the terminal's dispensed cash down against its cash       *zbnkatmp
068508* ledger. A terminal the carrier has never loaded is not on      *zbnkatmp
068510* BNKATMC yet - it is counted and named on the console for the   *zbnkatmp
068512* cash team, and the feed carries on.                            *zbnkatmp
068514******************************************************************zbnkatmp
068516 DRAW-DOWN-LEDGER.                                                zbnkatmp
068518     IF WS-TERM-CASH-OUT (TERM-IDX) IS EQUAL TO ZERO              zbnkatmp
068520        GO TO DRAW-DOWN-LEDGER-EXIT                               zbnkatmp
068522     END-IF.                                                      zbnkatmp
068524     MOVE WS-TERM-ID (TERM-IDX) TO AM-REC-TERMINAL.               zbnkatmp
068526     READ ATMC-FILE.                                              zbnkatmp
068528     IF WS-ATMC-STATUS = '23'                                     zbnkatmp
068530        ADD 1 TO WS-LEDGER-MISSING                                zbnkatmp
068532        MOVE SPACES TO WS-CONSOLE-MESSAGE                         zbnkatmp
068534        STRING 'No cash ledger for terminal ' DELIMITED BY SIZE   zbnkatmp
068536               WS-TERM-ID (TERM-IDX) DELIMITED BY SIZE            zbnkatmp
068538          INTO WS-CONSOLE-MESSAGE                                 zbnkatmp
068540        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkatmp
068542        GO TO DRAW-DOWN-LEDGER-EXIT                               zbnkatmp
068544     END-IF.                                                      zbnkatmp
068546     IF WS-ATMC-STATUS NOT = '00'                                 zbnkatmp
068548        MOVE 'ATMC Error reading file ...' TO WS-CONSOLE-MESSAGE  zbnkatmp
068550        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkatmp
068552        MOVE WS-ATMC-STATUS TO WS-IO-STATUS                       zbnkatmp
068554        PERFORM DISPLAY-IO-STATUS                                 zbnkatmp
068556        PERFORM ABORT-PROGRAM                                     zbnkatmp
068558     END-IF.                                                      zbnkatmp
068560     ADD WS-TERM-CASH-OUT (TERM-IDX) TO AM-REC-DISPENSED.         zbnkatmp
068562     MOVE WS-TODAY-DATE-N TO AM-REC-LAST-FEED-DTE.                zbnkatmp
068564     REWRITE ATMC-REC.                                            zbnkatmp
068566     IF WS-ATMC-STATUS NOT = '00'                                 zbnkatmp
068568        MOVE 'ATMC Error rewriting file ...' TO WS-CONSOLE-MESSAGEzbnkatmp
068570        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkatmp
068572        MOVE WS-ATMC-STATUS TO WS-IO-STATUS                       zbnkatmp
068574        PERFORM DISPLAY-IO-STATUS                                 zbnkatmp
068576        PERFORM ABORT-PROGRAM                                     zbnkatmp
068578     END-IF.                                                      zbnkatmp
068580     ADD 1 TO WS-LEDGER-DRAWN.                                    zbnkatmp
068582 DRAW-DOWN-LEDGER-EXIT.                                           zbnkatmp
068584     EXIT.                                                        zbnkatmp
068600                                                                  zbnkatmp
068700 ATMIN-OPEN.                                                      zbnkatmp
068800     OPEN INPUT ATMIN-FILE.                                       zbnkatmp
099500* close the hold and transaction browse files.                  * zbnkatmp
099600******************************************************************zbnkatmp
099700 ATMRSP-OPEN.                                                     zbnkatmp
099710     IF RESTART-RUN                                               zbnkatmp
099720        OPEN EXTEND ATMRSP-FILE                                   zbnkatmp
099730     ELSE                                                         zbnkatmp
099740        OPEN OUTPUT ATMRSP-FILE                                   zbnkatmp
099750     END-IF.                                                      zbnkatmp
099900     IF WS-ATMRSP-STATUS NOT = '00'                               zbnkatmp
100000        MOVE 'ATMRSP file open failure...' TO WS-CONSOLE-MESSAGE  zbnkatmp
100100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkatmp
102700     END-IF.                                                      zbnkatmp
102800                                                                  zbnkatmp
102900 HOLD-OPEN.                                                       zbnkatmp
103000     OPEN I-O HOLD-FILE.                                          zbnkatmp
103100     IF WS-HOLD-STATUS NOT = '00'                                 zbnkatmp
103200        MOVE 'HOLD file open failure...' TO WS-CONSOLE-MESSAGE    zbnkatmp
103300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkatmp
104600        PERFORM ABORT-PROGRAM                                     zbnkatmp
104700     END-IF.                                                      zbnkatmp
104800                                                                  zbnkatmp
104802 HOLD-REWRITE.                                                    zbnkatmp
104804     REWRITE HOLD-FILE-REC.                                       zbnkatmp
104806     IF WS-HOLD-STATUS NOT = '00'                                 zbnkatmp
104808        MOVE 'HOLD Error rewriting file ...'                      zbnkatmp
104810          TO WS-CONSOLE-MESSAGE                                   zbnkatmp
104812        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkatmp
104814        MOVE WS-HOLD-STATUS TO WS-IO-STATUS                       zbnkatmp
104816        PERFORM DISPLAY-IO-STATUS                                 zbnkatmp
104818        PERFORM ABORT-PROGRAM                                     zbnkatmp
104820     END-IF.                                                      zbnkatmp
104822                                                                  zbnkatmp
104824******************************************************************zbnkatmp
104826* The authorisation log is optional - without it no item can     *zbnkatmp
104828* be matched to its authorisation and every item posts as it     *zbnkatmp
104830* did before online authorisation.                               *zbnkatmp
104832******************************************************************zbnkatmp
104834 AUTH-OPEN.                                                       zbnkatmp
104836     OPEN I-O AUTH-FILE.                                          zbnkatmp
104838     IF WS-AUTH-STATUS = '00'                                     zbnkatmp
104840        MOVE 'YES' TO WS-AUTH-AVAILABLE                           zbnkatmp
104842     ELSE                                                         zbnkatmp
104844        MOVE 'No BNKAUTH authorisations this run'                 zbnkatmp
104846          TO WS-CONSOLE-MESSAGE                                   zbnkatmp
104848        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkatmp
104850     END-IF.                                                      zbnkatmp
104852                                                                  zbnkatmp
104854 AUTH-REWRITE.                                                    zbnkatmp
104856     REWRITE AUTH-FILE-REC.                                       zbnkatmp
104858     IF WS-AUTH-STATUS NOT = '00'                                 zbnkatmp
104860        MOVE 'AUTH Error rewriting file ...'                      zbnkatmp
104862          TO WS-CONSOLE-MESSAGE                                   zbnkatmp
104864        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkatmp
104866        MOVE WS-AUTH-STATUS TO WS-IO-STATUS                       zbnkatmp
104868        PERFORM DISPLAY-IO-STATUS                                 zbnkatmp
104870        PERFORM ABORT-PROGRAM                                     zbnkatmp
104872     END-IF.                                                      zbnkatmp
104874                                                                  zbnkatmp
104876 AUTH-CLOSE.                                                      zbnkatmp
104878     IF WS-AUTH-AVAILABLE = 'YES'                                 zbnkatmp
104880        CLOSE AUTH-FILE                                           zbnkatmp
104882     END-IF.                                                      zbnkatmp
104884                                                                  zbnkatmp
104900 TXNQ-OPEN.                                                       zbnkatmp
105000     OPEN INPUT TXNQ-FILE.                                        zbnkatmp
105100     IF WS-TXNQ-STATUS NOT = '00'                                 zbnkatmp
109400     END-IF.                                                      zbnkatmp
109500                                                                  zbnkatmp
109600 CARD-OPEN.                                                       zbnkatmp
109700     OPEN I-O CARD-FILE.                                          zbnkatmp
109800     IF WS-CARD-STATUS NOT = '00'                                 zbnkatmp
109900        MOVE 'CARD file open failure...' TO WS-CONSOLE-MESSAGE    zbnkatmp
110000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkatmp
110500                                                                  zbnkatmp
110600 CARD-READ.                                                       zbnkatmp
110700     READ CARD-FILE.                                              zbnkatmp
110710                                                                  zbnkatmp
110720 CARD-REWRITE.                                                    zbnkatmp
110730     REWRITE CARD-FILE-REC.                                       zbnkatmp
110740     IF WS-CARD-STATUS NOT = '00'                                 zbnkatmp
110750        MOVE 'CARD Error rewriting file ...'                      zbnkatmp
110760          TO WS-CONSOLE-MESSAGE                                   zbnkatmp
110770        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkatmp
110780        MOVE WS-CARD-STATUS TO WS-IO-STATUS                       zbnkatmp
110790        PERFORM DISPLAY-IO-STATUS                                 zbnkatmp
110791        PERFORM ABORT-PROGRAM                                     zbnkatmp
110792     END-IF.                                                      zbnkatmp
110800                                                                  zbnkatmp
110900 CARD-CLOSE.                                                      zbnkatmp
111000     CLOSE CARD-FILE.                                             zbnkatmp
113300     IF WS-LIMP-AVAILABLE = 'YES'                                 zbnkatmp
113400        CLOSE LIMP-FILE                                           zbnkatmp
113500     END-IF.                                                      zbnkatmp
113506                                                                  zbnkatmp
113512 RVLN-OPEN.                                                       zbnkatmp
113518     OPEN INPUT RVLN-FILE.                                        zbnkatmp
113524     IF WS-RVLN-STATUS = '00'                                     zbnkatmp
113530        MOVE 'YES' TO WS-RVLN-AVAILABLE                           zbnkatmp
113536     ELSE                                                         zbnkatmp
113542        MOVE 'No BNKRVLN credit lines this run'                   zbnkatmp
113548          TO WS-CONSOLE-MESSAGE                                   zbnkatmp
113554        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkatmp
113560     END-IF.                                                      zbnkatmp
113566                                                                  zbnkatmp
113572 RVLN-CLOSE.                                                      zbnkatmp
113578     IF WS-RVLN-AVAILABLE = 'YES'                                 zbnkatmp
113584        CLOSE RVLN-FILE                                           zbnkatmp
113590     END-IF.                                                      zbnkatmp
113600                                                                  zbnkatmp
113700 LUSE-OPEN.                                                       zbnkatmp
113800     OPEN I-O LUSE-FILE.                                          zbnkatmp
114900     END-IF.                                                      zbnkatmp
115000                                                                  zbnkatmp
115100 ATMEXC-OPEN.                                                     zbnkatmp
115110     IF RESTART-RUN                                               zbnkatmp
115120        OPEN EXTEND ATMEXC-FILE                                   zbnkatmp
115130     ELSE                                                         zbnkatmp
115140        OPEN OUTPUT ATMEXC-FILE                                   zbnkatmp
115150     END-IF.                                                      zbnkatmp
115300     IF WS-ATMEXC-STATUS NOT = '00'                               zbnkatmp
115400        MOVE 'ATMEXC file open failure...' TO WS-CONSOLE-MESSAGE  zbnkatmp
115500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkatmp
117900        PERFORM ABORT-PROGRAM                                     zbnkatmp
118000     END-IF.                                                      zbnkatmp
118100                                                                  zbnkatmp
118104 ATMC-OPEN.                                                       zbnkatmp
118108     OPEN I-O ATMC-FILE.                                          zbnkatmp
118112     IF WS-ATMC-STATUS NOT = '00'                                 zbnkatmp
118116        MOVE 'ATMC file open failure...' TO WS-CONSOLE-MESSAGE    zbnkatmp
118120        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkatmp
118124        MOVE WS-ATMC-STATUS TO WS-IO-STATUS                       zbnkatmp
118128        PERFORM DISPLAY-IO-STATUS                                 zbnkatmp
118132        PERFORM ABORT-PROGRAM                                     zbnkatmp
118136     END-IF.                                                      zbnkatmp
118140                                                                  zbnkatmp
118144 ATMC-CLOSE.                                                      zbnkatmp
118148     CLOSE ATMC-FILE.                                             zbnkatmp
118152     IF WS-ATMC-STATUS NOT = '00'                                 zbnkatmp
118156        MOVE 'ATMC file close failure...' TO WS-CONSOLE-MESSAGE   zbnkatmp
118160        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkatmp
118164        MOVE WS-ATMC-STATUS TO WS-IO-STATUS                       zbnkatmp
118168        PERFORM DISPLAY-IO-STATUS                                 zbnkatmp
118172        PERFORM ABORT-PROGRAM                                     zbnkatmp
118176     END-IF.                                                      zbnkatmp
118180                                                                  zbnkatmp
118200 ATMSET-OPEN.                                                     zbnkatmp
118300     OPEN OUTPUT ATMSET-FILE.                                     zbnkatmp
118400     IF WS-ATMSET-STATUS NOT = '00'                               zbnkatmp
121600******************************************************************zbnkatmp
121700 PRINT-JOB-SUMMARY.                                               zbnkatmp
121800     PERFORM JOBSUM-OPEN.                                         zbnkatmp
121807     MOVE SPACES TO JOBSUM-REC.                                   zbnkatmp
121814     IF RESTART-RUN                                               zbnkatmp
121821        COMPUTE WS-RESTART-FROM = WS-RESTART-SKIP-COUNT + 1       zbnkatmp
121828        STRING 'Run type:  restarted from input record '          zbnkatmp
121835                                           DELIMITED BY SIZE      zbnkatmp
121842               WS-RESTART-FROM             DELIMITED BY SIZE      zbnkatmp
121849          INTO JOBSUM-REC                                         zbnkatmp
121856     ELSE                                                         zbnkatmp
121863        MOVE 'Run type:  fresh, from input record 1'              zbnkatmp
121870          TO JOBSUM-REC                                           zbnkatmp
121877     END-IF.                                                      zbnkatmp
121884     PERFORM JOBSUM-PUT.                                          zbnkatmp
121900     MOVE SPACES TO JOBSUM-REC.                                   zbnkatmp
122000     STRING 'Balance enquiries answered:  ' DELIMITED BY SIZE     zbnkatmp
122100            WS-ENQUIRIES-ANSWERED DELIMITED BY SIZE               zbnkatmp
123600            WS-EXCEPT-COUNT DELIMITED BY SIZE                     zbnkatmp
123700            '  Over-cap dispenses: ' DELIMITED BY SIZE            zbnkatmp
123800            WS-OVERLIMIT-COUNT DELIMITED BY SIZE                  zbnkatmp
123810       INTO JOBSUM-REC.                                           zbnkatmp
123820     PERFORM JOBSUM-PUT.                                          zbnkatmp
123830     MOVE SPACES TO JOBSUM-REC.                                   zbnkatmp
123840     STRING 'Cash ledgers drawn down: ' DELIMITED BY SIZE         zbnkatmp
123850            WS-LEDGER-DRAWN DELIMITED BY SIZE                     zbnkatmp
123860            '  Terminals not on ledger: ' DELIMITED BY SIZE       zbnkatmp
123870            WS-LEDGER-MISSING DELIMITED BY SIZE                   zbnkatmp
123880       INTO JOBSUM-REC.                                           zbnkatmp
123881     PERFORM JOBSUM-PUT.                                          zbnkatmp
123882     MOVE SPACES TO JOBSUM-REC.                                   zbnkatmp
123883     STRING 'Replaced cards blocked:      ' DELIMITED BY SIZE     zbnkatmp
123884            WS-OLD-CARDS-BLOCKED DELIMITED BY SIZE                zbnkatmp
123886       INTO JOBSUM-REC.                                           zbnkatmp
123888     PERFORM JOBSUM-PUT.                                          zbnkatmp
123890     MOVE SPACES TO JOBSUM-REC.                                   zbnkatmp
123892     STRING 'Foreign ATM fees posted:     ' DELIMITED BY SIZE     zbnkatmp
123894            WS-EVENT-FEES-POSTED DELIMITED BY SIZE                zbnkatmp
123900       INTO JOBSUM-REC.                                           zbnkatmp
124000     PERFORM JOBSUM-PUT.                                          zbnkatmp
124010     MOVE SPACES TO JOBSUM-REC.                                   zbnkatmp
124020     STRING 'Credit line items reported:  ' DELIMITED BY SIZE     zbnkatmp
124030            WS-LINE-ITEMS-REPORTED DELIMITED BY SIZE              zbnkatmp
124040       INTO JOBSUM-REC.                                           zbnkatmp
124050     PERFORM JOBSUM-PUT.                                          zbnkatmp
124056     MOVE SPACES TO JOBSUM-REC.                                   zbnkatmp
124062     STRING 'Authorisations settled:      ' DELIMITED BY SIZE     zbnkatmp
124068            WS-AUTHS-SETTLED DELIMITED BY SIZE                    zbnkatmp
124074            '  Not matched: ' DELIMITED BY SIZE                   zbnkatmp
124080            WS-AUTHS-UNMATCHED DELIMITED BY SIZE                  zbnkatmp
124086       INTO JOBSUM-REC.                                           zbnkatmp
124092     PERFORM JOBSUM-PUT.                                          zbnkatmp
124100     PERFORM JOBSUM-CLOSE.                                        zbnkatmp
124200     MOVE 'Job summary written to JOBSUM'                         zbnkatmp
124300       TO WS-CONSOLE-MESSAGE.                                     zbnkatmp
135800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkatmp
135900        PERFORM ABORT-PROGRAM                                     zbnkatmp
136000     END-IF.                                                      zbnkatmp
136010     IF RESTART-RUN AND                                           zbnkatmp
136020        (FCT-INTERFACE IS NOT EQUAL TO CKP-INTERFACE OR           zbnkatmp
136030         FCT-FILE-DATE IS NOT EQUAL TO CKP-FILE-DATE OR           zbnkatmp
136040         FCT-SEQUENCE IS NOT EQUAL TO CKP-SEQUENCE)               zbnkatmp
136050        MOVE 'Checkpoint is for a different file'                 zbnkatmp
136060          TO WS-CONSOLE-MESSAGE                                   zbnkatmp
136070        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkatmp
136080        PERFORM ABORT-PROGRAM                                     zbnkatmp
136090     END-IF.                                                      zbnkatmp
136100 CHECK-FILE-CONTROL-EXIT.                                         zbnkatmp
136200     EXIT.                                                        zbnkatmp
136300                                                                  zbnkatmp
138300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkatmp
138400     END-IF.                                                      zbnkatmp
138500                                                                  zbnkatmp
138506******************************************************************zbnkatmp
138512* Copy the posting just written to BNKTXN into the BNKTXD daily  *zbnkatmp
138518* posting journal through UTXNJNL. A failure is an abort - the   *zbnkatmp
138524* nightly jobs read the journal and would miss the posting.      *zbnkatmp
138530******************************************************************zbnkatmp
138536 JOURNAL-DAILY-POSTING.                                           zbnkatmp
138542     SET TXJ-WRITE TO TRUE.                                       zbnkatmp
138548     MOVE TXN-FILE-REC TO TXJ-TXN-IMAGE.                          zbnkatmp
138554     CALL 'UTXNJNL' USING WS-TXNJ-PARM.                           zbnkatmp
138560     IF TXJ-FAILED                                                zbnkatmp
138566        MOVE TXJ-REPLY-TEXT TO WS-CONSOLE-MESSAGE                 zbnkatmp
138572        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkatmp
138578        PERFORM ABORT-PROGRAM                                     zbnkatmp
138584     END-IF.                                                      zbnkatmp
138590                                                                  zbnkatmp
138600******************************************************************zbnkatmp
138700* 'ABORT' the program. Post a message and issue a goback         *zbnkatmp
138800******************************************************************zbnkatmp
140200     DISPLAY 'ZBNKATMP - ' WS-CONSOLE-MESSAGE                     zbnkatmp
140300       UPON CONSOLE.                                              zbnkatmp
140400     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       zbnkatmp
140401                                                                  zbnkatmp
140402******************************************************************zbnkatmp
140403* CHECKPOINT-CHECK                                               *zbnkatmp
140404* Ask UCHKPT whether the last run of this job was interrupted.   *zbnkatmp
140405* A restart appends to the output files the interrupted run      *zbnkatmp
140406* began instead of replacing what it already wrote.              *zbnkatmp
140407******************************************************************zbnkatmp
140408 CHECKPOINT-CHECK.                                                zbnkatmp
140409     SET NOT-RESTART-RUN TO TRUE.                                 zbnkatmp
140410     INITIALIZE WS-CHKPT-PARM.                                    zbnkatmp
140411     MOVE 'ZBNKATMP' TO CKP-JOB.                                  zbnkatmp
140412     MOVE 1 TO CKP-INTERVAL.                                      zbnkatmp
140413     SET CKP-GET-RESTART TO TRUE.                                 zbnkatmp
140414     CALL 'UCHKPT' USING WS-CHKPT-PARM.                           zbnkatmp
140415     IF CKP-FAILED                                                zbnkatmp
140416        MOVE CKP-REPLY-TEXT TO WS-CONSOLE-MESSAGE                 zbnkatmp
140417        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkatmp
140418        PERFORM ABORT-PROGRAM                                     zbnkatmp
140419     END-IF.                                                      zbnkatmp
140420     IF CKP-RESTART                                               zbnkatmp
140421        SET RESTART-RUN TO TRUE                                   zbnkatmp
140422        MOVE CKP-RECORD-NO TO WS-RESTART-SKIP-COUNT               zbnkatmp
140423        MOVE 'Restarting after prior checkpoint...'               zbnkatmp
140424          TO WS-CONSOLE-MESSAGE                                   zbnkatmp
140425        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkatmp
140426     END-IF.                                                      zbnkatmp
140427 CHECKPOINT-CHECK-EXIT.                                           zbnkatmp
140428     EXIT.                                                        zbnkatmp
140429                                                                  zbnkatmp
140430******************************************************************zbnkatmp
140431* CHECKPOINT-SKIP                                                *zbnkatmp
140432* On a restart, read past the records the interrupted run        *zbnkatmp
140433* finished without acting on them again. Reading them rebuilds   *zbnkatmp
140434* the file's control totals, which must agree with the           *zbnkatmp
140435* checkpoint or this is not the same file. The run counters      *zbnkatmp
140436* then carry on from where the checkpoint left them.             *zbnkatmp
140437* Skipped items still go into the terminal settlement totals,    *zbnkatmp
140438* which cover the whole file.                                    *zbnkatmp
140439******************************************************************zbnkatmp
140440 CHECKPOINT-SKIP.                                                 zbnkatmp
140441     IF NOT-RESTART-RUN                                           zbnkatmp
140442        GO TO CHECKPOINT-SKIP-EXIT                                zbnkatmp
140443     END-IF.                                                      zbnkatmp
140444     PERFORM CHECKPOINT-SKIP-STEP                                 zbnkatmp
140445         UNTIL WS-FCTL-REC-COUNT IS GREATER THAN                  zbnkatmp
140446               WS-RESTART-SKIP-COUNT                              zbnkatmp
140447            OR WS-END-OF-ATMIN = 'YES'.                           zbnkatmp
140448     IF WS-FCTL-REC-COUNT IS LESS THAN WS-RESTART-SKIP-COUNT      zbnkatmp
140449        MOVE 'Input is shorter than the checkpoint'               zbnkatmp
140450          TO WS-CONSOLE-MESSAGE                                   zbnkatmp
140451        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkatmp
140452        PERFORM ABORT-PROGRAM                                     zbnkatmp
140453     END-IF.                                                      zbnkatmp
140454     ADD CKP-COUNT (1) TO WS-ENQUIRIES-ANSWERED.                  zbnkatmp
140455     ADD CKP-COUNT (2) TO WS-MINI-STMTS-ANSWERED.                 zbnkatmp
140456     ADD CKP-COUNT (3) TO WS-POSTED-COUNT.                        zbnkatmp
140457     ADD CKP-COUNT (4) TO WS-EXCEPT-COUNT.                        zbnkatmp
140458     ADD CKP-COUNT (5) TO WS-OVERLIMIT-COUNT.                     zbnkatmp
140459     ADD CKP-COUNT (6) TO WS-OLD-CARDS-BLOCKED.                   zbnkatmp
140460     ADD CKP-COUNT (7) TO WS-EVENT-FEES-POSTED.                   zbnkatmp
140461     ADD CKP-COUNT (8) TO WS-LINE-ITEMS-REPORTED.                 zbnkatmp
140462     ADD CKP-AMOUNT (1) TO WS-AUTHS-SETTLED.                      zbnkatmp
140463     ADD CKP-AMOUNT (2) TO WS-AUTHS-UNMATCHED.                    zbnkatmp
140464     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           zbnkatmp
140465     STRING 'Records skipped (checkpoint): ' DELIMITED BY SIZE    zbnkatmp
140466            WS-RESTART-SKIP-COUNT DELIMITED BY SIZE               zbnkatmp
140467       INTO WS-CONSOLE-MESSAGE.                                   zbnkatmp
140468     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkatmp
140469 CHECKPOINT-SKIP-EXIT.                                            zbnkatmp
140470     EXIT.                                                        zbnkatmp
140471                                                                  zbnkatmp
140472 CHECKPOINT-SKIP-STEP.                                            zbnkatmp
140473     IF WS-FCTL-REC-COUNT IS EQUAL TO WS-RESTART-SKIP-COUNT AND   zbnkatmp
140474        WS-FCTL-AMT-TOTAL IS NOT EQUAL TO CKP-AMOUNT-TOTAL        zbnkatmp
140475        MOVE 'Input does not match the checkpoint'                zbnkatmp
140476          TO WS-CONSOLE-MESSAGE                                   zbnkatmp
140477        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkatmp
140478        PERFORM ABORT-PROGRAM                                     zbnkatmp
140479     END-IF.                                                      zbnkatmp
140480     PERFORM TALLY-TERMINAL                                       zbnkatmp
140481         THRU TALLY-TERMINAL-EXIT.                                zbnkatmp
140482     PERFORM ATMIN-GET.                                           zbnkatmp
140483                                                                  zbnkatmp
140484******************************************************************zbnkatmp
140485* CHECKPOINT-TAKE                                                *zbnkatmp
140486* The current input record is finished - record the position,    *zbnkatmp
140487* the file's running totals and the run counters.                *zbnkatmp
140488******************************************************************zbnkatmp
140489 CHECKPOINT-TAKE.                                                 zbnkatmp
140490     IF WS-FCTL-SEEN = 'Y'                                        zbnkatmp
140491        MOVE FCT-INTERFACE TO CKP-INTERFACE                       zbnkatmp
140492        MOVE FCT-FILE-DATE TO CKP-FILE-DATE                       zbnkatmp
140493        MOVE FCT-SEQUENCE TO CKP-SEQUENCE                         zbnkatmp
140494     ELSE                                                         zbnkatmp
140495        MOVE SPACES TO CKP-INTERFACE                              zbnkatmp
140496        MOVE ZERO TO CKP-FILE-DATE                                zbnkatmp
140497        MOVE ZERO TO CKP-SEQUENCE                                 zbnkatmp
140498     END-IF.                                                      zbnkatmp
140499     MOVE WS-FCTL-REC-COUNT TO CKP-RECORD-NO.                     zbnkatmp
140500     MOVE WS-FCTL-AMT-TOTAL TO CKP-AMOUNT-TOTAL.                  zbnkatmp
140501     MOVE WS-ENQUIRIES-ANSWERED TO CKP-COUNT (1).                 zbnkatmp
140502     MOVE WS-MINI-STMTS-ANSWERED TO CKP-COUNT (2).                zbnkatmp
140503     MOVE WS-POSTED-COUNT TO CKP-COUNT (3).                       zbnkatmp
140504     MOVE WS-EXCEPT-COUNT TO CKP-COUNT (4).                       zbnkatmp
140505     MOVE WS-OVERLIMIT-COUNT TO CKP-COUNT (5).                    zbnkatmp
140506     MOVE WS-OLD-CARDS-BLOCKED TO CKP-COUNT (6).                  zbnkatmp
140507     MOVE WS-EVENT-FEES-POSTED TO CKP-COUNT (7).                  zbnkatmp
140508     MOVE WS-LINE-ITEMS-REPORTED TO CKP-COUNT (8).                zbnkatmp
140509     MOVE WS-AUTHS-SETTLED TO CKP-AMOUNT (1).                     zbnkatmp
140510     MOVE WS-AUTHS-UNMATCHED TO CKP-AMOUNT (2).                   zbnkatmp
140511     SET CKP-TAKE TO TRUE.                                        zbnkatmp
140512     CALL 'UCHKPT' USING WS-CHKPT-PARM.                           zbnkatmp
140513     IF CKP-FAILED                                                zbnkatmp
140514        MOVE CKP-REPLY-TEXT TO WS-CONSOLE-MESSAGE                 zbnkatmp
140515        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkatmp
140516        PERFORM ABORT-PROGRAM                                     zbnkatmp
140517     END-IF.                                                      zbnkatmp
140518                                                                  zbnkatmp
140519******************************************************************zbnkatmp
140520* CHECKPOINT-COMPLETE                                            *zbnkatmp
140521* The whole file is applied and registered - mark the            *zbnkatmp
140522* checkpoint complete so the next run starts from record one.    *zbnkatmp
140523******************************************************************zbnkatmp
140524 CHECKPOINT-COMPLETE.                                             zbnkatmp
140525     SET CKP-COMPLETE TO TRUE.                                    zbnkatmp
140526     CALL 'UCHKPT' USING WS-CHKPT-PARM.                           zbnkatmp
140527     IF CKP-FAILED                                                zbnkatmp
140528        MOVE CKP-REPLY-TEXT TO WS-CONSOLE-MESSAGE                 zbnkatmp
140529        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkatmp
140530        PERFORM ABORT-PROGRAM                                     zbnkatmp
140531     END-IF.                                                      zbnkatmp
