001900*              net of the BNKMRCH fee rate, and prints the       *zbnkposp
002000*              per-merchant settlement report plus an exception  *zbnkposp
002100*              report for unpostable items.                      *zbnkposp
002110*              The first use of a card ZBNKCRDR reissued blocks  *zbnkposp
002120*              the card it replaced.                             *zbnkposp
002130*              A purchase at a merchant suspended or closed on   *zbnkposp
002140*              DBANK51P is not posted but goes to the exception  *zbnkposp
002150*              report, and each merchant's settlement is added   *zbnkposp
002160*              to its day on BNKMSET for the monthly statement.  *zbnkposp
002170*              An interrupted run restarts from its UCHKPT       *zbnkposp
002180*              checkpoint, past the records it had already       *zbnkposp
002190*              finished.                                         *zbnkposp
002192*              A purchase on a BNKRVLN revolving credit line    * zbnkposp
002193*              that takes it past its credit limit, or on a     * zbnkposp
002194*              line suspended for missed minimums, posts but is * zbnkposp
002195*              reported.                                        * zbnkposp
002196*              A purchase quoting a DBANK64P authorisation       *zbnkposp
002197*              settles it and releases its BNKHOLD hold; an id   *zbnkposp
002198*              with no open authorisation to match posts but     *zbnkposp
002199*              is reported.                                      *zbnkposp
002200******************************************************************zbnkposp
002300 IDENTIFICATION DIVISION.                                         zbnkposp
002400 PROGRAM-ID.                                                      zbnkposp
004200            ACCESS MODE  IS RANDOM                                zbnkposp
004300            RECORD KEY   IS MR-REC-MERCHANT-ID                    zbnkposp
004400            FILE STATUS  IS WS-MERCH-STATUS.                      zbnkposp
004410     SELECT MSET-FILE                                             zbnkposp
004420            ASSIGN       TO BNKMSET                               zbnkposp
004430            ORGANIZATION IS INDEXED                               zbnkposp
004440            ACCESS MODE  IS RANDOM                                zbnkposp
004450            RECORD KEY   IS MS-REC-KEY                            zbnkposp
004460            FILE STATUS  IS WS-MSET-STATUS.                       zbnkposp
004500     SELECT CARD-FILE                                             zbnkposp
004600            ASSIGN       TO BNKCARD                               zbnkposp
004700            ORGANIZATION IS INDEXED                               zbnkposp
006000            ACCESS MODE  IS RANDOM                                zbnkposp
006100            RECORD KEY   IS BCS-REC-PID                           zbnkposp
006200            FILE STATUS  IS WS-CUSTOMER-STATUS.                   zbnkposp
006210     SELECT RVLN-FILE                                             zbnkposp
006220            ASSIGN       TO BNKRVLN                               zbnkposp
006230            ORGANIZATION IS INDEXED                               zbnkposp
006240            ACCESS MODE  IS RANDOM                                zbnkposp
006250            RECORD KEY   IS RVL-REC-ACCNO                         zbnkposp
006260            FILE STATUS  IS WS-RVLN-STATUS.                       zbnkposp
006263     SELECT AUTH-FILE                                             zbnkposp
006266            ASSIGN       TO BNKAUTH                               zbnkposp
006269            ORGANIZATION IS INDEXED                               zbnkposp
006272            ACCESS MODE  IS RANDOM                                zbnkposp
006275            RECORD KEY   IS AU-REC-KEY                            zbnkposp
006278            FILE STATUS  IS WS-AUTH-STATUS.                       zbnkposp
006281     SELECT HOLD-FILE                                             zbnkposp
006284            ASSIGN       TO BNKHOLD                               zbnkposp
006287            ORGANIZATION IS INDEXED                               zbnkposp
006290            ACCESS MODE  IS RANDOM                                zbnkposp
006293            RECORD KEY   IS HD-REC-KEY                            zbnkposp
006296            FILE STATUS  IS WS-HOLD-STATUS.                       zbnkposp
006300     SELECT TXN-FILE                                              zbnkposp
006400            ASSIGN       TO BNKTXN                                zbnkposp
006500            ORGANIZATION IS INDEXED                               zbnkposp
009100 FD  MERCH-FILE.                                                  zbnkposp
009200 01  MERCH-FILE-REC.                                              zbnkposp
009300 COPY CBANKVMR.                                                   zbnkposp
009305                                                                  zbnkposp
009310 FD  MSET-FILE.                                                   zbnkposp
009320 01  MSET-FILE-REC.                                               zbnkposp
009330 COPY CBANKVMS.                                                   zbnkposp
009400                                                                  zbnkposp
009500 FD  CARD-FILE.                                                   zbnkposp
009600 01  CARD-FILE-REC.                                               zbnkposp
010200 FD  CUSTOMER-FILE.                                               zbnkposp
010300 01  CUSTOMER-FILE-REC.                                           zbnkposp
010400 COPY CBANKVCS.                                                   zbnkposp
010410                                                                  zbnkposp
010420 FD  RVLN-FILE.                                                   zbnkposp
010430 01  RVLN-FILE-REC.                                               zbnkposp
010440 COPY CBANKVRN.                                                   zbnkposp
010446                                                                  zbnkposp
010452 FD  AUTH-FILE.                                                   zbnkposp
010458 01  AUTH-FILE-REC.                                               zbnkposp
010464 COPY CBANKVAU.                                                   zbnkposp
010470                                                                  zbnkposp
010476 FD  HOLD-FILE.                                                   zbnkposp
010482 01  HOLD-FILE-REC.                                               zbnkposp
010488 COPY CBANKVHD.                                                   zbnkposp
010500                                                                  zbnkposp
010600 FD  TXN-FILE.                                                    zbnkposp
010700 01  TXN-FILE-REC.                                                zbnkposp
012600   05  WS-MERCH-STATUS.                                           zbnkposp
012700     10  WS-MERCH-STAT1                 PIC X(1).                 zbnkposp
012800     10  WS-MERCH-STAT2                 PIC X(1).                 zbnkposp
012810   05  WS-MSET-STATUS.                                            zbnkposp
012820     10  WS-MSET-STAT1                  PIC X(1).                 zbnkposp
012830     10  WS-MSET-STAT2                  PIC X(1).                 zbnkposp
012900   05  WS-CARD-STATUS.                                            zbnkposp
013000     10  WS-CARD-STAT1                  PIC X(1).                 zbnkposp
013100     10  WS-CARD-STAT2                  PIC X(1).                 zbnkposp
013500   05  WS-CUSTOMER-STATUS.                                        zbnkposp
013600     10  WS-CUSTOMER-STAT1              PIC X(1).                 zbnkposp
013700     10  WS-CUSTOMER-STAT2              PIC X(1).                 zbnkposp
013710   05  WS-RVLN-STATUS.                                            zbnkposp
013720     10  WS-RVLN-STAT1                  PIC X(1).                 zbnkposp
013730     10  WS-RVLN-STAT2                  PIC X(1).                 zbnkposp
013740   05  WS-AUTH-STATUS.                                            zbnkposp
013750     10  WS-AUTH-STAT1                  PIC X(1).                 zbnkposp
013760     10  WS-AUTH-STAT2                  PIC X(1).                 zbnkposp
013770   05  WS-HOLD-STATUS.                                            zbnkposp
013780     10  WS-HOLD-STAT1                  PIC X(1).                 zbnkposp
013790     10  WS-HOLD-STAT2                  PIC X(1).                 zbnkposp
013800   05  WS-TXN-STATUS.                                             zbnkposp
013900     10  WS-TXN-STAT1                   PIC X(1).                 zbnkposp
014000     10  WS-TXN-STAT2                   PIC X(1).                 zbnkposp
017700 01  WS-FCTL-TRL-COUNT                     PIC 9(7).              zbnkposp
017800 01  WS-FCTL-TRL-AMOUNT                    PIC 9(11)V99.          zbnkposp
017900 01  WS-FCTL-HOLD-REC                      PIC X(133).            zbnkposp
017905                                                                  zbnkposp
017910******************************************************************zbnkposp
017915* Checkpoint/restart. UCHKPT records the last input record       *zbnkposp
017920* this run has finished, the running file totals and the run     *zbnkposp
017925* counters after every record - nothing on these files rolls     *zbnkposp
017930* back, so the restart point must be exact. A rerun after an     *zbnkposp
017935* abend skips the records already finished and carries the       *zbnkposp
017940* counters on from the checkpoint.                               *zbnkposp
017945******************************************************************zbnkposp
017950 01  WS-CHKPT-PARM.                                               zbnkposp
017955 COPY CCHKPTD.                                                    zbnkposp
017960 01  WS-RESTART-SW                         PIC X(1) VALUE 'N'.    zbnkposp
017965     88  RESTART-RUN                       VALUE 'Y'.             zbnkposp
017970     88  NOT-RESTART-RUN                   VALUE 'N'.             zbnkposp
017975 01  WS-RESTART-SKIP-COUNT                 PIC 9(7) VALUE ZERO.   zbnkposp
017980 01  WS-RESTART-FROM                       PIC 9(7) VALUE ZERO.   zbnkposp
017985 01  WS-RETALLY-LINE                       PIC X(121).            zbnkposp
017990 01  WS-RETALLY-KEY                        PIC X(40).             zbnkposp
017995 01  WS-END-OF-RETALLY                     PIC X(3) VALUE 'NO '.  zbnkposp
018000                                                                  zbnkposp
018100 01  WS-DATE-WORK-AREA.                                           zbnkposp
018200 COPY CDATED.                                                     zbnkposp
019900     05  WS-POS-ACCNO                      PIC X(9).              zbnkposp
020000     05  WS-POS-AMOUNT                     PIC 9(7)V99.           zbnkposp
020100     05  WS-POS-REFERENCE                  PIC X(12).             zbnkposp
020110******************************************************************zbnkposp
020120* A purchase the network authorised online quotes the DBANK64P   *zbnkposp
020130* authorisation id (BNKAUTH key); spaces mean none was asked.    *zbnkposp
020140******************************************************************zbnkposp
020150     05  WS-POS-AUTH-ID                    PIC X(15).             zbnkposp
020160     05  FILLER                            PIC X(8).              zbnkposp
020300                                                                  zbnkposp
020400******************************************************************zbnkposp
020500* Per-merchant accumulation for the settlement pass.             *zbnkposp
022100 01  WS-EXCEPT-REASON                      PIC X(30).             zbnkposp
022200 01  WS-AMT-D                              PIC ZZZ,ZZZ,ZZ9.99-.   zbnkposp
022300 01  WS-FEE-D                              PIC ZZZ,ZZ9.99-.       zbnkposp
022310 01  WS-LIMIT-D                            PIC ZZZ,ZZZ,ZZ9.99-.   zbnkposp
022320 01  WS-RVLN-AVAILABLE                     PIC X(3) VALUE 'NO '.  zbnkposp
022330 01  WS-LINE-OWED                          PIC S9(9)V99 COMP-3.   zbnkposp
022340 01  WS-AUTH-AVAILABLE                     PIC X(3) VALUE 'NO '.  zbnkposp
022400                                                                  zbnkposp
022500 01  WS-REPORT-LINE                        PIC X(121).            zbnkposp
022600                                                                  zbnkposp
023100 01  WS-PURCHASES-POSTED                   PIC 9(5) VALUE ZERO.   zbnkposp
023200 01  WS-ITEMS-REJECTED                     PIC 9(5) VALUE ZERO.   zbnkposp
023300 01  WS-MERCHANTS-SETTLED                  PIC 9(3) VALUE ZERO.   zbnkposp
023310 01  WS-OLD-CARDS-BLOCKED                  PIC 9(5) VALUE ZERO.   zbnkposp
023320 01  WS-FIRST-USE-CARD-NO                  PIC X(16).             zbnkposp
023330 01  WS-FIRST-USE-OLD-CARD                 PIC X(16).             zbnkposp
023340 01  WS-MERCHANT-ITEMS-REFUSED             PIC 9(5) VALUE ZERO.   zbnkposp
023350 01  WS-LINE-ITEMS-REPORTED                PIC 9(5) VALUE ZERO.   zbnkposp
023360 01  WS-AUTHS-SETTLED                      PIC 9(5) VALUE ZERO.   zbnkposp
023370 01  WS-AUTHS-UNMATCHED                    PIC 9(5) VALUE ZERO.   zbnkposp
023400                                                                  zbnkposp
023500 01  WS-END-OF-POSIN                       PIC X(3) VALUE 'NO '.  zbnkposp
023510                                                                  zbnkposp
023520 01  WS-TXNJ-PARM.                                                zbnkposp
023530 COPY CTXNJND.                                                    zbnkposp
023600                                                                  zbnkposp
023700 PROCEDURE DIVISION.                                              zbnkposp
023800                                                                  zbnkposp
024600       INTO WS-CONSOLE-MESSAGE.                                   zbnkposp
024700     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkposp
024800                                                                  zbnkposp
024810     PERFORM CHECKPOINT-CHECK                                     zbnkposp
024820         THRU CHECKPOINT-CHECK-EXIT.                              zbnkposp
024900     PERFORM POSIN-OPEN.                                          zbnkposp
025000     PERFORM MERCH-OPEN.                                          zbnkposp
025010     PERFORM MSET-OPEN.                                           zbnkposp
025100     PERFORM CARD-OPEN.                                           zbnkposp
025200     PERFORM ACCOUNT-OPEN.                                        zbnkposp
025300     PERFORM CUSTOMER-OPEN.                                       zbnkposp
025310     PERFORM RVLN-OPEN.                                           zbnkposp
025320     PERFORM AUTH-OPEN.                                           zbnkposp
025330     PERFORM HOLD-OPEN.                                           zbnkposp
025400     PERFORM TXN-OPEN.                                            zbnkposp
025500     PERFORM PRINTOUT-OPEN.                                       zbnkposp
025600     PERFORM POSEXC-OPEN.                                         zbnkposp
025700                                                                  zbnkposp
025800     PERFORM WRITE-REPORT-HEADING.                                zbnkposp
025900     PERFORM POSIN-GET.                                           zbnkposp
025910     PERFORM CHECKPOINT-SKIP                                      zbnkposp
025920         THRU CHECKPOINT-SKIP-EXIT.                               zbnkposp
026000     PERFORM POST-ONE-PURCHASE                                    zbnkposp
026100         THRU POST-ONE-PURCHASE-EXIT                              zbnkposp
026200             UNTIL WS-END-OF-POSIN = 'YES'.                       zbnkposp
026300     PERFORM VALIDATE-FILE-CONTROL                                zbnkposp
026400         THRU VALIDATE-FILE-CONTROL-EXIT.                         zbnkposp
026410     PERFORM CHECKPOINT-COMPLETE.                                 zbnkposp
026500     PERFORM SETTLE-ONE-MERCHANT                                  zbnkposp
026600         THRU SETTLE-ONE-MERCHANT-EXIT                            zbnkposp
026700             VARYING WS-MER-SUB FROM 1 BY 1                       zbnkposp
026900                                                                  zbnkposp
027000     PERFORM POSIN-CLOSE.                                         zbnkposp
027100     PERFORM MERCH-CLOSE.                                         zbnkposp
027110     PERFORM MSET-CLOSE.                                          zbnkposp
027200     PERFORM CARD-CLOSE.                                          zbnkposp
027300     PERFORM ACCOUNT-CLOSE.                                       zbnkposp
027400     PERFORM CUSTOMER-CLOSE.                                      zbnkposp
027410     PERFORM RVLN-CLOSE.                                          zbnkposp
027420     PERFORM AUTH-CLOSE.                                          zbnkposp
027430     PERFORM HOLD-CLOSE.                                          zbnkposp
027500     PERFORM TXN-CLOSE.                                           zbnkposp
027600     PERFORM PRINTOUT-CLOSE.                                      zbnkposp
027700     PERFORM POSEXC-CLOSE.                                        zbnkposp
031600* must stand the debit, and the merchant goes into the           *zbnkposp
031700* settlement tally. The cardholder already has the goods, so     *zbnkposp
031800* the funds check allows the overdraft like the ATM feed does.   *zbnkposp
031810* A merchant suspended or closed on the master takes nothing -   *zbnkposp
031820* the purchase goes to the exceptions and is not posted. A       *zbnkposp
031830* merchant not on the master is left to the settlement pass.     *zbnkposp
031900******************************************************************zbnkposp
032000 POST-ONE-PURCHASE.                                               zbnkposp
032006     MOVE WS-POS-MERCHANT-ID TO MR-REC-MERCHANT-ID.               zbnkposp
032012     READ MERCH-FILE.                                             zbnkposp
032018     IF WS-MERCH-STATUS = '00' AND MR-REC-SUSPENDED               zbnkposp
032024        MOVE 'Merchant suspended' TO WS-EXCEPT-REASON             zbnkposp
032030        ADD 1 TO WS-MERCHANT-ITEMS-REFUSED                        zbnkposp
032036        PERFORM WRITE-EXCEPTION                                   zbnkposp
032042        GO TO POST-ONE-PURCHASE-NEXT                              zbnkposp
032048     END-IF.                                                      zbnkposp
032054     IF WS-MERCH-STATUS = '00' AND MR-REC-CLOSED                  zbnkposp
032060        MOVE 'Merchant closed' TO WS-EXCEPT-REASON                zbnkposp
032066        ADD 1 TO WS-MERCHANT-ITEMS-REFUSED                        zbnkposp
032072        PERFORM WRITE-EXCEPTION                                   zbnkposp
032078        GO TO POST-ONE-PURCHASE-NEXT                              zbnkposp
032084     END-IF.                                                      zbnkposp
032100     MOVE WS-POS-CARD-NO TO CRD-REC-CARD-NO.                      zbnkposp
032200     READ CARD-FILE.                                              zbnkposp
032300     IF WS-CARD-STATUS NOT = '00'                                 zbnkposp
033000        PERFORM WRITE-EXCEPTION                                   zbnkposp
033100        GO TO POST-ONE-PURCHASE-NEXT                              zbnkposp
033200     END-IF.                                                      zbnkposp
033210     IF CRD-REC-AWAITING-FIRST-USE                                zbnkposp
033220        PERFORM CARD-FIRST-USE                                    zbnkposp
033230            THRU CARD-FIRST-USE-EXIT                              zbnkposp
033240     END-IF.                                                      zbnkposp
033300     MOVE WS-POS-ACCNO TO BAC-REC-ACCNO.                          zbnkposp
033400     READ ACCOUNT-FILE.                                           zbnkposp
033500     IF WS-ACCOUNT-STATUS NOT = '00'                              zbnkposp
035400     PERFORM POST-PURCHASE-TXN.                                   zbnkposp
035500     PERFORM TALLY-MERCHANT.                                      zbnkposp
035600     ADD 1 TO WS-PURCHASES-POSTED.                                zbnkposp
035610     PERFORM CHECK-CREDIT-LINE                                    zbnkposp
035620         THRU CHECK-CREDIT-LINE-EXIT.                             zbnkposp
035630     PERFORM SETTLE-AUTHORISATION                                 zbnkposp
035640         THRU SETTLE-AUTHORISATION-EXIT.                          zbnkposp
035700 POST-ONE-PURCHASE-NEXT.                                          zbnkposp
035710     PERFORM CHECKPOINT-TAKE.                                     zbnkposp
035800     PERFORM POSIN-GET.                                           zbnkposp
035900 POST-ONE-PURCHASE-EXIT.                                          zbnkposp
036000     EXIT.                                                        zbnkposp
036003                                                                  zbnkposp
036006******************************************************************zbnkposp
036009* CARD-FIRST-USE                                                 *zbnkposp
036012* First transaction on a card ZBNKCRDR reissued. The card it     *zbnkposp
036015* replaced is blocked now - provided it still points at this     *zbnkposp
036018* card and has not been stopped already - and the new card is    *zbnkposp
036021* marked as used. The new card is left in the record area.       *zbnkposp
036024******************************************************************zbnkposp
036027 CARD-FIRST-USE.                                                  zbnkposp
036030     MOVE CRD-REC-CARD-NO TO WS-FIRST-USE-CARD-NO.                zbnkposp
036033     MOVE CRD-REC-REPLACES TO WS-FIRST-USE-OLD-CARD.              zbnkposp
036036     SET CRD-REC-FIRST-USE-SEEN TO TRUE.                          zbnkposp
036039     PERFORM CARD-REWRITE.                                        zbnkposp
036042     IF WS-FIRST-USE-OLD-CARD IS EQUAL TO SPACES                  zbnkposp
036045        GO TO CARD-FIRST-USE-EXIT                                 zbnkposp
036048     END-IF.                                                      zbnkposp
036051     MOVE WS-FIRST-USE-OLD-CARD TO CRD-REC-CARD-NO.               zbnkposp
036054     PERFORM CARD-READ.                                           zbnkposp
036057     IF WS-CARD-STATUS = '00' AND                                 zbnkposp
036060        CRD-REC-CARD-ACTIVE AND                                   zbnkposp
036063        CRD-REC-REPLACED-BY IS EQUAL TO WS-FIRST-USE-CARD-NO      zbnkposp
036066        SET CRD-REC-BLOCKED TO TRUE                               zbnkposp
036069        MOVE 'ZBNKPOSP' TO CRD-REC-USERID                         zbnkposp
036072        PERFORM CARD-REWRITE                                      zbnkposp
036075        ADD 1 TO WS-OLD-CARDS-BLOCKED                             zbnkposp
036078     END-IF.                                                      zbnkposp
036081     MOVE WS-FIRST-USE-CARD-NO TO CRD-REC-CARD-NO.                zbnkposp
036084     PERFORM CARD-READ.                                           zbnkposp
036087 CARD-FIRST-USE-EXIT.                                             zbnkposp
036090     EXIT.                                                        zbnkposp
036100                                                                  zbnkposp
036200 POST-PURCHASE-TXN.                                               zbnkposp
036300     MOVE SPACES TO TXN-FILE-REC.                                 zbnkposp
039900         ADD 1 TO WS-MER-ITEMS (MER-IDX)                          zbnkposp
040000     END-SEARCH.                                                  zbnkposp
040100                                                                  zbnkposp
040102******************************************************************zbnkposp
040104* SETTLE-AUTHORISATION                                           *zbnkposp
040106* A purchase the network authorised online carries the           *zbnkposp
040108* authorisation id. An open authorisation for this card and      *zbnkposp
040110* account is settled with the amount of the purchase and its     *zbnkposp
040112* hold released. An id with no open authorisation to match is    *zbnkposp
040114* reported, not refused - the purchase still posts. The report   *zbnkposp
040116* line starts 'Authorisation' so a restart can step over it.     *zbnkposp
040118******************************************************************zbnkposp
040120 SETTLE-AUTHORISATION.                                            zbnkposp
040122     IF WS-POS-AUTH-ID IS EQUAL TO SPACES OR                      zbnkposp
040124        WS-AUTH-AVAILABLE NOT = 'YES'                             zbnkposp
040126        GO TO SETTLE-AUTHORISATION-EXIT                           zbnkposp
040128     END-IF.                                                      zbnkposp
040130     MOVE WS-POS-AUTH-ID TO AU-REC-KEY.                           zbnkposp
040132     READ AUTH-FILE.                                              zbnkposp
040134     IF WS-AUTH-STATUS NOT = '00' OR                              zbnkposp
040136        NOT AU-REC-APPROVED OR                                    zbnkposp
040138        AU-REC-CARD-NO IS NOT EQUAL TO WS-POS-CARD-NO OR          zbnkposp
040140        AU-REC-ACCNO IS NOT EQUAL TO WS-POS-ACCNO                 zbnkposp
040142        ADD 1 TO WS-AUTHS-UNMATCHED                               zbnkposp
040144        MOVE SPACES TO WS-REPORT-LINE                             zbnkposp
040146        STRING 'Authorisation ' DELIMITED BY SIZE                 zbnkposp
040148               WS-POS-AUTH-ID DELIMITED BY SIZE                   zbnkposp
040150               ' not matched - account ' DELIMITED BY SIZE        zbnkposp
040152               WS-POS-ACCNO DELIMITED BY SIZE                     zbnkposp
040154               ' merchant ' DELIMITED BY SIZE                     zbnkposp
040156               WS-POS-MERCHANT-ID DELIMITED BY SIZE               zbnkposp
040158          INTO WS-REPORT-LINE                                     zbnkposp
040160        MOVE WS-REPORT-LINE TO POSEXC-REC                         zbnkposp
040162        PERFORM POSEXC-PUT                                        zbnkposp
040164        GO TO SETTLE-AUTHORISATION-EXIT                           zbnkposp
040166     END-IF.                                                      zbnkposp
040168     MOVE AU-REC-ACCNO TO HD-REC-ACCNO.                           zbnkposp
040170     MOVE AU-REC-AUTH-TASKN TO HD-REC-TASKN.                      zbnkposp
040172     READ HOLD-FILE.                                              zbnkposp
040174     IF WS-HOLD-STATUS = '00' AND HD-REC-ACTIVE                   zbnkposp
040176        SET HD-REC-RELEASED TO TRUE                               zbnkposp
040178        PERFORM HOLD-REWRITE                                      zbnkposp
040180     END-IF.                                                      zbnkposp
040182     SET AU-REC-SETTLED TO TRUE.                                  zbnkposp
040184     MOVE WS-TODAY-DATE-N TO AU-REC-SETTLED-DTE.                  zbnkposp
040186     MOVE WS-POS-AMOUNT TO AU-REC-SETTLED-AMOUNT.                 zbnkposp
040188     PERFORM AUTH-REWRITE.                                        zbnkposp
040190     ADD 1 TO WS-AUTHS-SETTLED.                                   zbnkposp
040192 SETTLE-AUTHORISATION-EXIT.                                       zbnkposp
040194     EXIT.                                                        zbnkposp
040196                                                                  zbnkposp
040200******************************************************************zbnkposp
040300* SETTLE-ONE-MERCHANT                                            *zbnkposp
040400* Net settlement - the day's takings less the merchant fee -     *zbnkposp
043500     PERFORM POST-SETTLEMENT-TXN.                                 zbnkposp
043600     PERFORM POST-FEE-CONTRA.                                     zbnkposp
043700     PERFORM WRITE-SETTLEMENT-LINE.                               zbnkposp
043710     PERFORM RECORD-MERCHANT-SETTLEMENT.                          zbnkposp
043800     ADD 1 TO WS-MERCHANTS-SETTLED.                               zbnkposp
043900 SETTLE-ONE-MERCHANT-EXIT.                                        zbnkposp
044000     EXIT.                                                        zbnkposp
044001                                                                  zbnkposp
044003******************************************************************zbnkposp
044006* RECORD-MERCHANT-SETTLEMENT                                     *zbnkposp
044009* The day's settlement goes on BNKMSET for the monthly merchant  *zbnkposp
044012* statement; a second POS file the same day adds to the day.     *zbnkposp
044015******************************************************************zbnkposp
044018 RECORD-MERCHANT-SETTLEMENT.                                      zbnkposp
044021     MOVE MR-REC-MERCHANT-ID TO MS-REC-MERCHANT-ID.               zbnkposp
044024     MOVE WS-TODAY-DATE-N TO MS-REC-SETTLE-DTE.                   zbnkposp
044027     PERFORM MSET-READ.                                           zbnkposp
044030     IF WS-MSET-STATUS = '00'                                     zbnkposp
044033        ADD WS-MER-ITEMS (WS-MER-SUB) TO MS-REC-ITEMS             zbnkposp
044036        ADD WS-MER-TOTAL (WS-MER-SUB) TO MS-REC-GROSS             zbnkposp
044039        ADD WS-MERCHANT-FEE TO MS-REC-FEE                         zbnkposp
044042        ADD WS-NET-SETTLEMENT TO MS-REC-NET                       zbnkposp
044045        MOVE MR-REC-SETTLE-ACCNO TO MS-REC-SETTLE-ACCNO           zbnkposp
044048        MOVE MR-REC-FEE-RATE TO MS-REC-FEE-RATE                   zbnkposp
044051        PERFORM MSET-REWRITE                                      zbnkposp
044054     ELSE                                                         zbnkposp
044057        MOVE SPACES TO MSET-FILE-REC                              zbnkposp
044060        MOVE MR-REC-MERCHANT-ID TO MS-REC-MERCHANT-ID             zbnkposp
044063        MOVE WS-TODAY-DATE-N TO MS-REC-SETTLE-DTE                 zbnkposp
044066        MOVE MR-REC-SETTLE-ACCNO TO MS-REC-SETTLE-ACCNO           zbnkposp
044069        MOVE MR-REC-FEE-RATE TO MS-REC-FEE-RATE                   zbnkposp
044072        MOVE WS-MER-ITEMS (WS-MER-SUB) TO MS-REC-ITEMS            zbnkposp
044075        MOVE WS-MER-TOTAL (WS-MER-SUB) TO MS-REC-GROSS            zbnkposp
044078        MOVE WS-MERCHANT-FEE TO MS-REC-FEE                        zbnkposp
044081        MOVE WS-NET-SETTLEMENT TO MS-REC-NET                      zbnkposp
044084        PERFORM MSET-WRITE                                        zbnkposp
044087     END-IF.                                                      zbnkposp
044090                                                                  zbnkposp
044100***************************************************************** zbnkposp
044200* The merchant fee withheld from the settlement is the bank's   * zbnkposp
044300* income - credit the fee-income office account so the nightly  * zbnkposp
047300     PERFORM TXN-WRITE.                                           zbnkposp
047400                                                                  zbnkposp
047500 TXN-WRITE.                                                       zbnkposp
047550     SET BTX-REC-CHN-POS TO TRUE.                                 zbnkposp
047600     WRITE TXN-FILE-REC.                                          zbnkposp
047700     IF WS-TXN-STATUS NOT = '00'                                  zbnkposp
047800        MOVE 'TXN Error writing file ...' TO WS-CONSOLE-MESSAGE   zbnkposp
048100        PERFORM DISPLAY-IO-STATUS                                 zbnkposp
048200        PERFORM ABORT-PROGRAM                                     zbnkposp
048300     END-IF.                                                      zbnkposp
048310     PERFORM JOURNAL-DAILY-POSTING.                               zbnkposp
048400                                                                  zbnkposp
048500******************************************************************zbnkposp
048600* Settlement report and exceptions.                              *zbnkposp
053100     MOVE WS-REPORT-LINE TO POSEXC-REC.                           zbnkposp
053200     PERFORM POSEXC-PUT.                                          zbnkposp
053300                                                                  zbnkposp
053301******************************************************************zbnkposp
053302* A purchase on a revolving credit line account. The merchant is *zbnkposp
053303* owed the money either way, so a line taken past its credit     *zbnkposp
053304* limit, or used while suspended for missed minimums, is         *zbnkposp
053305* reported, not refused. These lines are not counted as rejected *zbnkposp
053306* items and start 'Credit line' so a restart can tell them from  *zbnkposp
053307* refusals.                                                      *zbnkposp
053308******************************************************************zbnkposp
053309 CHECK-CREDIT-LINE.                                               zbnkposp
053310     IF WS-RVLN-AVAILABLE NOT = 'YES'                             zbnkposp
053311        GO TO CHECK-CREDIT-LINE-EXIT                              zbnkposp
053312     END-IF.                                                      zbnkposp
053313     MOVE BAC-REC-ACCNO TO RVL-REC-ACCNO.                         zbnkposp
053314     READ RVLN-FILE.                                              zbnkposp
053315     IF WS-RVLN-STATUS NOT = '00'                                 zbnkposp
053316        GO TO CHECK-CREDIT-LINE-EXIT                              zbnkposp
053317     END-IF.                                                      zbnkposp
053318     IF RVL-REC-CLOSED                                            zbnkposp
053319        GO TO CHECK-CREDIT-LINE-EXIT                              zbnkposp
053320     END-IF.                                                      zbnkposp
053321     COMPUTE WS-LINE-OWED = ZERO - BAC-REC-BALANCE.               zbnkposp
053322     IF WS-LINE-OWED IS NOT GREATER THAN RVL-REC-CREDIT-LIMIT AND zbnkposp
053323        NOT RVL-REC-SUSPENDED                                     zbnkposp
053324        GO TO CHECK-CREDIT-LINE-EXIT                              zbnkposp
053325     END-IF.                                                      zbnkposp
053326     ADD 1 TO WS-LINE-ITEMS-REPORTED.                             zbnkposp
053327     MOVE WS-LINE-OWED TO WS-AMT-D.                               zbnkposp
053328     MOVE RVL-REC-CREDIT-LIMIT TO WS-LIMIT-D.                     zbnkposp
053329     MOVE SPACES TO WS-REPORT-LINE.                               zbnkposp
053330     IF RVL-REC-SUSPENDED                                         zbnkposp
053331        STRING 'Credit line ' DELIMITED BY SIZE                   zbnkposp
053332               WS-POS-ACCNO DELIMITED BY SIZE                     zbnkposp
053333               ' suspended - owed ' DELIMITED BY SIZE             zbnkposp
053334               WS-AMT-D DELIMITED BY SIZE                         zbnkposp
053335               ' merchant ' DELIMITED BY SIZE                     zbnkposp
053336               WS-POS-MERCHANT-ID DELIMITED BY SIZE               zbnkposp
053337          INTO WS-REPORT-LINE                                     zbnkposp
053338     ELSE                                                         zbnkposp
053339        STRING 'Credit line ' DELIMITED BY SIZE                   zbnkposp
053340               WS-POS-ACCNO DELIMITED BY SIZE                     zbnkposp
053341               ' over limit - owed ' DELIMITED BY SIZE            zbnkposp
053342               WS-AMT-D DELIMITED BY SIZE                         zbnkposp
053343               ' limit ' DELIMITED BY SIZE                        zbnkposp
053344               WS-LIMIT-D DELIMITED BY SIZE                       zbnkposp
053345               ' merchant ' DELIMITED BY SIZE                     zbnkposp
053346               WS-POS-MERCHANT-ID DELIMITED BY SIZE               zbnkposp
053347          INTO WS-REPORT-LINE                                     zbnkposp
053348     END-IF.                                                      zbnkposp
053349     MOVE WS-REPORT-LINE TO POSEXC-REC.                           zbnkposp
053350     PERFORM POSEXC-PUT.                                          zbnkposp
053351 CHECK-CREDIT-LINE-EXIT.                                          zbnkposp
053352     EXIT.                                                        zbnkposp
053353                                                                  zbnkposp
053400 WRITE-MERCHANT-EXCEPTION.                                        zbnkposp
053500     MOVE WS-MER-TOTAL (WS-MER-SUB) TO WS-AMT-D.                  zbnkposp
053600     MOVE SPACES TO WS-REPORT-LINE.                               zbnkposp
063200        PERFORM ABORT-PROGRAM                                     zbnkposp
063300     END-IF.                                                      zbnkposp
063400                                                                  zbnkposp
063401******************************************************************zbnkposp
063402* Open, access and close the MSET file.                          *zbnkposp
063403******************************************************************zbnkposp
063404 MSET-OPEN.                                                       zbnkposp
063405     OPEN I-O MSET-FILE.                                          zbnkposp
063406     IF WS-MSET-STATUS = '00'                                     zbnkposp
063407        MOVE 'MSET file opened OK' TO WS-CONSOLE-MESSAGE          zbnkposp
063408        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkposp
063409     ELSE                                                         zbnkposp
063410        MOVE 'MSET file open failure...' TO WS-CONSOLE-MESSAGE    zbnkposp
063411        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkposp
063412        MOVE WS-MSET-STATUS TO WS-IO-STATUS                       zbnkposp
063413        PERFORM DISPLAY-IO-STATUS                                 zbnkposp
063414        PERFORM ABORT-PROGRAM                                     zbnkposp
063415     END-IF.                                                      zbnkposp
063416                                                                  zbnkposp
063417 MSET-READ.                                                       zbnkposp
063418     READ MSET-FILE.                                              zbnkposp
063419                                                                  zbnkposp
063420 MSET-WRITE.                                                      zbnkposp
063421     WRITE MSET-FILE-REC.                                         zbnkposp
063422     IF WS-MSET-STATUS NOT = '00'                                 zbnkposp
063423        MOVE 'MSET Error writing file ...' TO WS-CONSOLE-MESSAGE  zbnkposp
063424        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkposp
063425        MOVE WS-MSET-STATUS TO WS-IO-STATUS                       zbnkposp
063426        PERFORM DISPLAY-IO-STATUS                                 zbnkposp
063427        PERFORM ABORT-PROGRAM                                     zbnkposp
063428     END-IF.                                                      zbnkposp
063429                                                                  zbnkposp
063430 MSET-REWRITE.                                                    zbnkposp
063431     REWRITE MSET-FILE-REC.                                       zbnkposp
063432     IF WS-MSET-STATUS NOT = '00'                                 zbnkposp
063433        MOVE 'MSET Error rewriting file ...' TO WS-CONSOLE-MESSAGEzbnkposp
063434        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkposp
063435        MOVE WS-MSET-STATUS TO WS-IO-STATUS                       zbnkposp
063436        PERFORM DISPLAY-IO-STATUS                                 zbnkposp
063437        PERFORM ABORT-PROGRAM                                     zbnkposp
063438     END-IF.                                                      zbnkposp
063439                                                                  zbnkposp
063440 MSET-CLOSE.                                                      zbnkposp
063441     CLOSE MSET-FILE.                                             zbnkposp
063442     IF WS-MSET-STATUS = '00'                                     zbnkposp
063443        MOVE 'MSET file closed OK' TO WS-CONSOLE-MESSAGE          zbnkposp
063444        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkposp
063445     ELSE                                                         zbnkposp
063446        MOVE 'MSET file close failure...' TO WS-CONSOLE-MESSAGE   zbnkposp
063447        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkposp
063448        MOVE WS-MSET-STATUS TO WS-IO-STATUS                       zbnkposp
063449        PERFORM DISPLAY-IO-STATUS                                 zbnkposp
063450        PERFORM ABORT-PROGRAM                                     zbnkposp
063451     END-IF.                                                      zbnkposp
063500******************************************************************zbnkposp
063600* Open, access and close the CARD file.                          *zbnkposp
063700******************************************************************zbnkposp
063800 CARD-OPEN.                                                       zbnkposp
063900     OPEN I-O CARD-FILE.                                          zbnkposp
064000     IF WS-CARD-STATUS = '00'                                     zbnkposp
064100        MOVE 'CARD file opened OK' TO WS-CONSOLE-MESSAGE          zbnkposp
064200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkposp
064800        PERFORM ABORT-PROGRAM                                     zbnkposp
064900     END-IF.                                                      zbnkposp
065000                                                                  zbnkposp
065010 CARD-READ.                                                       zbnkposp
065020     READ CARD-FILE.                                              zbnkposp
065030                                                                  zbnkposp
065040 CARD-REWRITE.                                                    zbnkposp
065050     REWRITE CARD-FILE-REC.                                       zbnkposp
065060     IF WS-CARD-STATUS NOT = '00'                                 zbnkposp
065070        MOVE 'CARD Error rewriting file ...'                      zbnkposp
065080          TO WS-CONSOLE-MESSAGE                                   zbnkposp
065090        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkposp
065091        MOVE WS-CARD-STATUS TO WS-IO-STATUS                       zbnkposp
065092        PERFORM DISPLAY-IO-STATUS                                 zbnkposp
065093        PERFORM ABORT-PROGRAM                                     zbnkposp
065094     END-IF.                                                      zbnkposp
065095                                                                  zbnkposp
065100 CARD-CLOSE.                                                      zbnkposp
065200     CLOSE CARD-FILE.                                             zbnkposp
065300     IF WS-CARD-STATUS = '00'                                     zbnkposp
072900        PERFORM ABORT-PROGRAM                                     zbnkposp
073000     END-IF.                                                      zbnkposp
073100                                                                  zbnkposp
073105******************************************************************zbnkposp
073110* Open and close the credit line file - optional, as without it  *zbnkposp
073115* no account is a credit line.                                   *zbnkposp
073120******************************************************************zbnkposp
073125 RVLN-OPEN.                                                       zbnkposp
073130     OPEN INPUT RVLN-FILE.                                        zbnkposp
073135     IF WS-RVLN-STATUS = '00'                                     zbnkposp
073140        MOVE 'YES' TO WS-RVLN-AVAILABLE                           zbnkposp
073145     ELSE                                                         zbnkposp
073150        MOVE 'No BNKRVLN credit lines this run'                   zbnkposp
073155          TO WS-CONSOLE-MESSAGE                                   zbnkposp
073160        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkposp
073165     END-IF.                                                      zbnkposp
073170                                                                  zbnkposp
073175 RVLN-CLOSE.                                                      zbnkposp
073180     IF WS-RVLN-AVAILABLE = 'YES'                                 zbnkposp
073185        CLOSE RVLN-FILE                                           zbnkposp
073190     END-IF.                                                      zbnkposp
073195                                                                  zbnkposp
073200******************************************************************zbnkposp
073300* Open, access and close the TXN file.                           *zbnkposp
073400******************************************************************zbnkposp
075800        PERFORM ABORT-PROGRAM                                     zbnkposp
075900     END-IF.                                                      zbnkposp
076000                                                                  zbnkposp
076001******************************************************************zbnkposp
076002* Open, access and close the authorisation log and the hold      *zbnkposp
076003* file. The log is optional - without it no purchase can be      *zbnkposp
076004* matched to its authorisation and every purchase posts as it    *zbnkposp
076005* did before online authorisation.                               *zbnkposp
076006******************************************************************zbnkposp
076007 AUTH-OPEN.                                                       zbnkposp
076008     OPEN I-O AUTH-FILE.                                          zbnkposp
076009     IF WS-AUTH-STATUS = '00'                                     zbnkposp
076010        MOVE 'YES' TO WS-AUTH-AVAILABLE                           zbnkposp
076011     ELSE                                                         zbnkposp
076012        MOVE 'No BNKAUTH authorisations this run'                 zbnkposp
076013          TO WS-CONSOLE-MESSAGE                                   zbnkposp
076014        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkposp
076015     END-IF.                                                      zbnkposp
076016                                                                  zbnkposp
076017 AUTH-REWRITE.                                                    zbnkposp
076018     REWRITE AUTH-FILE-REC.                                       zbnkposp
076019     IF WS-AUTH-STATUS NOT = '00'                                 zbnkposp
076020        MOVE 'AUTH Error rewriting file ...'                      zbnkposp
076021          TO WS-CONSOLE-MESSAGE                                   zbnkposp
076022        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkposp
076023        MOVE WS-AUTH-STATUS TO WS-IO-STATUS                       zbnkposp
076024        PERFORM DISPLAY-IO-STATUS                                 zbnkposp
076025        PERFORM ABORT-PROGRAM                                     zbnkposp
076026     END-IF.                                                      zbnkposp
076027                                                                  zbnkposp
076028 AUTH-CLOSE.                                                      zbnkposp
076029     IF WS-AUTH-AVAILABLE = 'YES'                                 zbnkposp
076030        CLOSE AUTH-FILE                                           zbnkposp
076031     END-IF.                                                      zbnkposp
076032                                                                  zbnkposp
076033 HOLD-OPEN.                                                       zbnkposp
076034     OPEN I-O HOLD-FILE.                                          zbnkposp
076035     IF WS-HOLD-STATUS NOT = '00'                                 zbnkposp
076036        MOVE 'HOLD file open failure...' TO WS-CONSOLE-MESSAGE    zbnkposp
076037        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkposp
076038        MOVE WS-HOLD-STATUS TO WS-IO-STATUS                       zbnkposp
076039        PERFORM DISPLAY-IO-STATUS                                 zbnkposp
076040        PERFORM ABORT-PROGRAM                                     zbnkposp
076041     END-IF.                                                      zbnkposp
076042                                                                  zbnkposp
076043 HOLD-REWRITE.                                                    zbnkposp
076044     REWRITE HOLD-FILE-REC.                                       zbnkposp
076045     IF WS-HOLD-STATUS NOT = '00'                                 zbnkposp
076046        MOVE 'HOLD Error rewriting file ...'                      zbnkposp
076047          TO WS-CONSOLE-MESSAGE                                   zbnkposp
076048        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkposp
076049        MOVE WS-HOLD-STATUS TO WS-IO-STATUS                       zbnkposp
076050        PERFORM DISPLAY-IO-STATUS                                 zbnkposp
076051        PERFORM ABORT-PROGRAM                                     zbnkposp
076052     END-IF.                                                      zbnkposp
076053                                                                  zbnkposp
076054 HOLD-CLOSE.                                                      zbnkposp
076055     CLOSE HOLD-FILE.                                             zbnkposp
076056     IF WS-HOLD-STATUS NOT = '00'                                 zbnkposp
076057        MOVE 'HOLD file close failure...' TO WS-CONSOLE-MESSAGE   zbnkposp
076058        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkposp
076059        MOVE WS-HOLD-STATUS TO WS-IO-STATUS                       zbnkposp
076060        PERFORM DISPLAY-IO-STATUS                                 zbnkposp
076061        PERFORM ABORT-PROGRAM                                     zbnkposp
076062     END-IF.                                                      zbnkposp
076063                                                                  zbnkposp
076100******************************************************************zbnkposp
076200* Open, access and close the PRINTOUT file.                      *zbnkposp
076300******************************************************************zbnkposp
080300* Open, access and close the POSEXC file.                        *zbnkposp
080400******************************************************************zbnkposp
080500 POSEXC-OPEN.                                                     zbnkposp
080510     IF RESTART-RUN                                               zbnkposp
080520        OPEN INPUT POSEXC-FILE                                    zbnkposp
080530     ELSE                                                         zbnkposp
080540        OPEN OUTPUT POSEXC-FILE                                   zbnkposp
080550     END-IF.                                                      zbnkposp
080700     IF WS-POSEXC-STATUS = '00'                                   zbnkposp
080800        MOVE 'POSEXC file opened OK' TO WS-CONSOLE-MESSAGE        zbnkposp
080900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkposp
080910        IF RESTART-RUN                                            zbnkposp
080920           PERFORM POSEXC-GET                                     zbnkposp
080930        END-IF                                                    zbnkposp
081000     ELSE                                                         zbnkposp
081100        MOVE 'POSEXC file open failure...' TO WS-CONSOLE-MESSAGE  zbnkposp
081200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkposp
081500        PERFORM ABORT-PROGRAM                                     zbnkposp
081600     END-IF.                                                      zbnkposp
081700                                                                  zbnkposp
081703 POSEXC-GET.                                                      zbnkposp
081706     READ POSEXC-FILE INTO WS-RETALLY-LINE.                       zbnkposp
081709     IF WS-POSEXC-STATUS NOT = '00'                               zbnkposp
081712        IF WS-POSEXC-STATUS = '10'                                zbnkposp
081715           MOVE 'YES' TO WS-END-OF-RETALLY                        zbnkposp
081718        ELSE                                                      zbnkposp
081721           MOVE 'POSEXC Error reading file ...'                   zbnkposp
081724             TO WS-CONSOLE-MESSAGE                                zbnkposp
081727           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkposp
081730           MOVE WS-POSEXC-STATUS TO WS-IO-STATUS                  zbnkposp
081733           PERFORM DISPLAY-IO-STATUS                              zbnkposp
081736           PERFORM ABORT-PROGRAM                                  zbnkposp
081739        END-IF                                                    zbnkposp
081742     END-IF.                                                      zbnkposp
081745                                                                  zbnkposp
081748 POSEXC-EXTEND.                                                   zbnkposp
081751     OPEN EXTEND POSEXC-FILE.                                     zbnkposp
081754     IF WS-POSEXC-STATUS NOT = '00'                               zbnkposp
081757        MOVE 'POSEXC file open failure...' TO WS-CONSOLE-MESSAGE  zbnkposp
081760        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkposp
081763        MOVE WS-POSEXC-STATUS TO WS-IO-STATUS                     zbnkposp
081766        PERFORM DISPLAY-IO-STATUS                                 zbnkposp
081769        PERFORM ABORT-PROGRAM                                     zbnkposp
081772     END-IF.                                                      zbnkposp
081775                                                                  zbnkposp
081800 POSEXC-PUT.                                                      zbnkposp
081900     WRITE POSEXC-REC.                                            zbnkposp
082000     IF WS-POSEXC-STATUS NOT = '00'                               zbnkposp
084500******************************************************************zbnkposp
084600 PRINT-JOB-SUMMARY.                                               zbnkposp
084700     PERFORM JOBSUM-OPEN.                                         zbnkposp
084707     MOVE SPACES TO JOBSUM-REC.                                   zbnkposp
084714     IF RESTART-RUN                                               zbnkposp
084721        COMPUTE WS-RESTART-FROM = WS-RESTART-SKIP-COUNT + 1       zbnkposp
084728        STRING 'Run type:  restarted from input record '          zbnkposp
084735                                           DELIMITED BY SIZE      zbnkposp
084742               WS-RESTART-FROM             DELIMITED BY SIZE      zbnkposp
084749          INTO JOBSUM-REC                                         zbnkposp
084756     ELSE                                                         zbnkposp
084763        MOVE 'Run type:  fresh, from input record 1'              zbnkposp
084770          TO JOBSUM-REC                                           zbnkposp
084777     END-IF.                                                      zbnkposp
084784     PERFORM JOBSUM-PUT.                                          zbnkposp
084800     MOVE SPACES TO JOBSUM-REC.                                   zbnkposp
084900     STRING 'Purchases posted:            ' DELIMITED BY SIZE     zbnkposp
085000            WS-PURCHASES-POSTED DELIMITED BY SIZE                 zbnkposp
086000            WS-MERCHANTS-SETTLED DELIMITED BY SIZE                zbnkposp
086100       INTO JOBSUM-REC.                                           zbnkposp
086200     PERFORM JOBSUM-PUT.                                          zbnkposp
086210     MOVE SPACES TO JOBSUM-REC.                                   zbnkposp
086220     STRING 'Replaced cards blocked:      ' DELIMITED BY SIZE     zbnkposp
086230            WS-OLD-CARDS-BLOCKED DELIMITED BY SIZE                zbnkposp
086240       INTO JOBSUM-REC.                                           zbnkposp
086250     PERFORM JOBSUM-PUT.                                          zbnkposp
086258     MOVE SPACES TO JOBSUM-REC.                                   zbnkposp
086260     STRING 'Refused - merchant stopped: ' DELIMITED BY SIZE      zbnkposp
086262            WS-MERCHANT-ITEMS-REFUSED DELIMITED BY SIZE           zbnkposp
086264       INTO JOBSUM-REC.                                           zbnkposp
086266     PERFORM JOBSUM-PUT.                                          zbnkposp
086268     MOVE SPACES TO JOBSUM-REC.                                   zbnkposp
086270     STRING 'Credit line items reported:  ' DELIMITED BY SIZE     zbnkposp
086272            WS-LINE-ITEMS-REPORTED DELIMITED BY SIZE              zbnkposp
086274       INTO JOBSUM-REC.                                           zbnkposp
086276     PERFORM JOBSUM-PUT.                                          zbnkposp
086278     MOVE SPACES TO JOBSUM-REC.                                   zbnkposp
086280     STRING 'Authorisations settled:      ' DELIMITED BY SIZE     zbnkposp
086282            WS-AUTHS-SETTLED DELIMITED BY SIZE                    zbnkposp
086284            '  Not matched: ' DELIMITED BY SIZE                   zbnkposp
086286            WS-AUTHS-UNMATCHED DELIMITED BY SIZE                  zbnkposp
086288       INTO JOBSUM-REC.                                           zbnkposp
086290     PERFORM JOBSUM-PUT.                                          zbnkposp
086300     PERFORM JOBSUM-CLOSE.                                        zbnkposp
086400     MOVE 'Job summary written to JOBSUM'                         zbnkposp
086500       TO WS-CONSOLE-MESSAGE.                                     zbnkposp
101400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkposp
101500        PERFORM ABORT-PROGRAM                                     zbnkposp
101600     END-IF.                                                      zbnkposp
101610     IF RESTART-RUN AND                                           zbnkposp
101620        (FCT-INTERFACE IS NOT EQUAL TO CKP-INTERFACE OR           zbnkposp
101630         FCT-FILE-DATE IS NOT EQUAL TO CKP-FILE-DATE OR           zbnkposp
101640         FCT-SEQUENCE IS NOT EQUAL TO CKP-SEQUENCE)               zbnkposp
101650        MOVE 'Checkpoint is for a different file'                 zbnkposp
101660          TO WS-CONSOLE-MESSAGE                                   zbnkposp
101670        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkposp
101680        PERFORM ABORT-PROGRAM                                     zbnkposp
101690     END-IF.                                                      zbnkposp
101700 CHECK-FILE-CONTROL-EXIT.                                         zbnkposp
101800     EXIT.                                                        zbnkposp
101900                                                                  zbnkposp
103900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkposp
104000     END-IF.                                                      zbnkposp
104100                                                                  zbnkposp
104106******************************************************************zbnkposp
104112* Copy the posting just written to BNKTXN into the BNKTXD daily  *zbnkposp
104118* posting journal through UTXNJNL. A failure is an abort - the   *zbnkposp
104124* nightly jobs read the journal and would miss the posting.      *zbnkposp
104130******************************************************************zbnkposp
104136 JOURNAL-DAILY-POSTING.                                           zbnkposp
104142     SET TXJ-WRITE TO TRUE.                                       zbnkposp
104148     MOVE TXN-FILE-REC TO TXJ-TXN-IMAGE.                          zbnkposp
104154     CALL 'UTXNJNL' USING WS-TXNJ-PARM.                           zbnkposp
104160     IF TXJ-FAILED                                                zbnkposp
104166        MOVE TXJ-REPLY-TEXT TO WS-CONSOLE-MESSAGE                 zbnkposp
104172        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkposp
104178        PERFORM ABORT-PROGRAM                                     zbnkposp
104184     END-IF.                                                      zbnkposp
104190                                                                  zbnkposp
104200******************************************************************zbnkposp
104300* 'ABORT' the program. Post a message and issue a goback         *zbnkposp
104400******************************************************************zbnkposp
105800     DISPLAY 'ZBNKPOSP - ' WS-CONSOLE-MESSAGE                     zbnkposp
105900       UPON CONSOLE.                                              zbnkposp
106000     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       zbnkposp
106001                                                                  zbnkposp
106002******************************************************************zbnkposp
106003* CHECKPOINT-CHECK                                               *zbnkposp
106004* Ask UCHKPT whether the last run of this job was interrupted.   *zbnkposp
106005* A restart appends to the output files the interrupted run      *zbnkposp
106006* began instead of replacing what it already wrote.              *zbnkposp
106007******************************************************************zbnkposp
106008 CHECKPOINT-CHECK.                                                zbnkposp
106009     SET NOT-RESTART-RUN TO TRUE.                                 zbnkposp
106010     INITIALIZE WS-CHKPT-PARM.                                    zbnkposp
106011     MOVE 'ZBNKPOSP' TO CKP-JOB.                                  zbnkposp
106012     MOVE 1 TO CKP-INTERVAL.                                      zbnkposp
106013     SET CKP-GET-RESTART TO TRUE.                                 zbnkposp
106014     CALL 'UCHKPT' USING WS-CHKPT-PARM.                           zbnkposp
106015     IF CKP-FAILED                                                zbnkposp
106016        MOVE CKP-REPLY-TEXT TO WS-CONSOLE-MESSAGE                 zbnkposp
106017        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkposp
106018        PERFORM ABORT-PROGRAM                                     zbnkposp
106019     END-IF.                                                      zbnkposp
106020     IF CKP-RESTART                                               zbnkposp
106021        SET RESTART-RUN TO TRUE                                   zbnkposp
106022        MOVE CKP-RECORD-NO TO WS-RESTART-SKIP-COUNT               zbnkposp
106023        MOVE 'Restarting after prior checkpoint...'               zbnkposp
106024          TO WS-CONSOLE-MESSAGE                                   zbnkposp
106025        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkposp
106026     END-IF.                                                      zbnkposp
106027 CHECKPOINT-CHECK-EXIT.                                           zbnkposp
106028     EXIT.                                                        zbnkposp
106029                                                                  zbnkposp
106030******************************************************************zbnkposp
106031* CHECKPOINT-SKIP                                                *zbnkposp
106032* On a restart, read past the records the interrupted run        *zbnkposp
106033* finished without acting on them again. Reading them rebuilds   *zbnkposp
106034* the file's control totals, which must agree with the           *zbnkposp
106035* checkpoint or this is not the same file. The run counters      *zbnkposp
106036* then carry on from where the checkpoint left them.             *zbnkposp
106037* Skipped purchases that were posted go back into the            *zbnkposp
106038* merchant settlement tally, which covers the whole file - a     *zbnkposp
106039* skipped item with a line on POSEXC was refused and is left     *zbnkposp
106040* out of it. POSEXC is read in step with the skipped records,    *zbnkposp
106041* then opened for extend.                                        *zbnkposp
106042******************************************************************zbnkposp
106043 CHECKPOINT-SKIP.                                                 zbnkposp
106044     IF NOT-RESTART-RUN                                           zbnkposp
106045        GO TO CHECKPOINT-SKIP-EXIT                                zbnkposp
106046     END-IF.                                                      zbnkposp
106047     PERFORM CHECKPOINT-SKIP-STEP                                 zbnkposp
106048         UNTIL WS-FCTL-REC-COUNT IS GREATER THAN                  zbnkposp
106049               WS-RESTART-SKIP-COUNT                              zbnkposp
106050            OR WS-END-OF-POSIN = 'YES'.                           zbnkposp
106051     IF WS-FCTL-REC-COUNT IS LESS THAN WS-RESTART-SKIP-COUNT      zbnkposp
106052        MOVE 'Input is shorter than the checkpoint'               zbnkposp
106053          TO WS-CONSOLE-MESSAGE                                   zbnkposp
106054        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkposp
106055        PERFORM ABORT-PROGRAM                                     zbnkposp
106056     END-IF.                                                      zbnkposp
106057     PERFORM POSEXC-CLOSE.                                        zbnkposp
106058     PERFORM POSEXC-EXTEND.                                       zbnkposp
106059     ADD CKP-COUNT (1) TO WS-PURCHASES-POSTED.                    zbnkposp
106060     ADD CKP-COUNT (2) TO WS-ITEMS-REJECTED.                      zbnkposp
106061     ADD CKP-COUNT (3) TO WS-OLD-CARDS-BLOCKED.                   zbnkposp
106062     ADD CKP-COUNT (4) TO WS-MERCHANT-ITEMS-REFUSED.              zbnkposp
106063     ADD CKP-COUNT (5) TO WS-LINE-ITEMS-REPORTED.                 zbnkposp
106064     ADD CKP-COUNT (6) TO WS-AUTHS-SETTLED.                       zbnkposp
106065     ADD CKP-COUNT (7) TO WS-AUTHS-UNMATCHED.                     zbnkposp
106066     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           zbnkposp
106067     STRING 'Records skipped (checkpoint): ' DELIMITED BY SIZE    zbnkposp
106068            WS-RESTART-SKIP-COUNT DELIMITED BY SIZE               zbnkposp
106069       INTO WS-CONSOLE-MESSAGE.                                   zbnkposp
106070     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkposp
106071 CHECKPOINT-SKIP-EXIT.                                            zbnkposp
106072     EXIT.                                                        zbnkposp
106073                                                                  zbnkposp
106074 CHECKPOINT-SKIP-STEP.                                            zbnkposp
106075     IF WS-FCTL-REC-COUNT IS EQUAL TO WS-RESTART-SKIP-COUNT AND   zbnkposp
106076        WS-FCTL-AMT-TOTAL IS NOT EQUAL TO CKP-AMOUNT-TOTAL        zbnkposp
106077        MOVE 'Input does not match the checkpoint'                zbnkposp
106078          TO WS-CONSOLE-MESSAGE                                   zbnkposp
106079        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkposp
106080        PERFORM ABORT-PROGRAM                                     zbnkposp
106081     END-IF.                                                      zbnkposp
106082     PERFORM CHECKPOINT-RETALLY                                   zbnkposp
106083         THRU CHECKPOINT-RETALLY-EXIT.                            zbnkposp
106084     PERFORM POSIN-GET.                                           zbnkposp
106085                                                                  zbnkposp
106086******************************************************************zbnkposp
106087* CHECKPOINT-TAKE                                                *zbnkposp
106088* The current input record is finished - record the position,    *zbnkposp
106089* the file's running totals and the run counters.                *zbnkposp
106090******************************************************************zbnkposp
106091 CHECKPOINT-TAKE.                                                 zbnkposp
106092     IF WS-FCTL-SEEN = 'Y'                                        zbnkposp
106093        MOVE FCT-INTERFACE TO CKP-INTERFACE                       zbnkposp
106094        MOVE FCT-FILE-DATE TO CKP-FILE-DATE                       zbnkposp
106095        MOVE FCT-SEQUENCE TO CKP-SEQUENCE                         zbnkposp
106096     ELSE                                                         zbnkposp
106097        MOVE SPACES TO CKP-INTERFACE                              zbnkposp
106098        MOVE ZERO TO CKP-FILE-DATE                                zbnkposp
106099        MOVE ZERO TO CKP-SEQUENCE                                 zbnkposp
106100     END-IF.                                                      zbnkposp
106101     MOVE WS-FCTL-REC-COUNT TO CKP-RECORD-NO.                     zbnkposp
106102     MOVE WS-FCTL-AMT-TOTAL TO CKP-AMOUNT-TOTAL.                  zbnkposp
106103     MOVE WS-PURCHASES-POSTED TO CKP-COUNT (1).                   zbnkposp
106104     MOVE WS-ITEMS-REJECTED TO CKP-COUNT (2).                     zbnkposp
106105     MOVE WS-OLD-CARDS-BLOCKED TO CKP-COUNT (3).                  zbnkposp
106106     MOVE WS-MERCHANT-ITEMS-REFUSED TO CKP-COUNT (4).             zbnkposp
106107     MOVE WS-LINE-ITEMS-REPORTED TO CKP-COUNT (5).                zbnkposp
106108     MOVE WS-AUTHS-SETTLED TO CKP-COUNT (6).                      zbnkposp
106109     MOVE WS-AUTHS-UNMATCHED TO CKP-COUNT (7).                    zbnkposp
106110     SET CKP-TAKE TO TRUE.                                        zbnkposp
106111     CALL 'UCHKPT' USING WS-CHKPT-PARM.                           zbnkposp
106112     IF CKP-FAILED                                                zbnkposp
106113        MOVE CKP-REPLY-TEXT TO WS-CONSOLE-MESSAGE                 zbnkposp
106114        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkposp
106115        PERFORM ABORT-PROGRAM                                     zbnkposp
106116     END-IF.                                                      zbnkposp
106117                                                                  zbnkposp
106118******************************************************************zbnkposp
106119* CHECKPOINT-COMPLETE                                            *zbnkposp
106120* The whole file is applied and registered - mark the            *zbnkposp
106121* checkpoint complete so the next run starts from record one.    *zbnkposp
106122******************************************************************zbnkposp
106123 CHECKPOINT-COMPLETE.                                             zbnkposp
106124     SET CKP-COMPLETE TO TRUE.                                    zbnkposp
106125     CALL 'UCHKPT' USING WS-CHKPT-PARM.                           zbnkposp
106126     IF CKP-FAILED                                                zbnkposp
106127        MOVE CKP-REPLY-TEXT TO WS-CONSOLE-MESSAGE                 zbnkposp
106128        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkposp
106129        PERFORM ABORT-PROGRAM                                     zbnkposp
106130     END-IF.                                                      zbnkposp
106131                                                                  zbnkposp
106132******************************************************************zbnkposp
106133* CHECKPOINT-RETALLY                                             *zbnkposp
106134* Build the front of the exception line WRITE-EXCEPTION would    *zbnkposp
106135* have written for this purchase. If the next POSEXC line starts *zbnkposp
106136* with it the purchase was refused; otherwise it was posted and  *zbnkposp
106137* goes into the merchant tally.                                  *zbnkposp
106138* A 'Credit line' or 'Authorisation' report line after a         *zbnkposp
106139* posted purchase is stepped over.                               *zbnkposp
106140******************************************************************zbnkposp
106141 CHECKPOINT-RETALLY.                                              zbnkposp
106142     MOVE WS-POS-AMOUNT TO WS-AMT-D.                              zbnkposp
106143     MOVE SPACES TO WS-RETALLY-KEY.                               zbnkposp
106144     STRING WS-POS-MERCHANT-ID DELIMITED BY SIZE                  zbnkposp
106145            ' ' DELIMITED BY SIZE                                 zbnkposp
106146            WS-POS-ACCNO DELIMITED BY SIZE                        zbnkposp
106147            ' ' DELIMITED BY SIZE                                 zbnkposp
106148            WS-AMT-D DELIMITED BY SIZE                            zbnkposp
106149            ' - ' DELIMITED BY SIZE                               zbnkposp
106150       INTO WS-RETALLY-KEY.                                       zbnkposp
106151     IF WS-END-OF-RETALLY NOT = 'YES' AND                         zbnkposp
106152        WS-RETALLY-LINE (1:40) IS EQUAL TO WS-RETALLY-KEY         zbnkposp
106153        PERFORM POSEXC-GET                                        zbnkposp
106154        GO TO CHECKPOINT-RETALLY-EXIT                             zbnkposp
106155     END-IF.                                                      zbnkposp
106156     PERFORM POSEXC-GET                                           zbnkposp
106157         UNTIL WS-END-OF-RETALLY = 'YES'                          zbnkposp
106158            OR (WS-RETALLY-LINE (1:12) IS NOT EQUAL TO            zbnkposp
106159                'Credit line ' AND                                zbnkposp
106160                WS-RETALLY-LINE (1:14) IS NOT EQUAL TO            zbnkposp
106161                'Authorisation ').                                zbnkposp
106162     PERFORM TALLY-MERCHANT.                                      zbnkposp
106163 CHECKPOINT-RETALLY-EXIT.                                         zbnkposp
106164     EXIT.                                                        zbnkposp
