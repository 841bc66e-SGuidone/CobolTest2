000100******************************************************************zbnkchbk
000200*                                                               * zbnkchbk
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   * zbnkchbk
000400*   This demonstration program is provided for use by users     * zbnkchbk
000500*   of Micro Focus products and may be used, modified and       * zbnkchbk
000600*   distributed as part of your application provided that       * zbnkchbk
000700*   you properly acknowledge the copyright of Micro Focus       * zbnkchbk
000800*   in this material.                                           * zbnkchbk
000900*                                                               * zbnkchbk
001000******************************************************************zbnkchbk
001100                                                                  zbnkchbk
001200******************************************************************zbnkchbk
001300* ZBNKCHBK.CBL                                                   *zbnkchbk
001400* Function:    Nightly chargeback run for cardholder disputes.   *zbnkchbk
001500*              Picks up every BNKDISP case raised since the last *zbnkchbk
001600*              run: a purchase from one of our own BNKMRCH       *zbnkchbk
001700*              merchants is charged back by debiting the         *zbnkchbk
001800*              merchant's settlement account net of the fee it   *zbnkchbk
001900*              paid (the fee is refunded from fee income), any   *zbnkchbk
002000*              other merchant's purchase goes on the CHBKOUT     *zbnkchbk
002100*              chargeback file for the card network. Cases the   *zbnkchbk
002200*              cardholder has since lost re-credit the on-us     *zbnkchbk
002300*              merchant and re-bill the fee. Prints the          *zbnkchbk
002400*              chargeback report and registers CHBKOUT for       *zbnkchbk
002500*              transmission.                                     *zbnkchbk
002600******************************************************************zbnkchbk
002700 IDENTIFICATION DIVISION.                                         zbnkchbk
002800 PROGRAM-ID.                                                      zbnkchbk
002900     ZBNKCHBK.                                                    zbnkchbk
003000 DATE-WRITTEN.                                                    zbnkchbk
003100     October 2026.                                                zbnkchbk
003200 DATE-COMPILED.                                                   zbnkchbk
003300     Today.                                                       zbnkchbk
003400                                                                  zbnkchbk
003500 ENVIRONMENT DIVISION.                                            zbnkchbk
003600 INPUT-OUTPUT   SECTION.                                          zbnkchbk
003700   FILE-CONTROL.                                                  zbnkchbk
003800     SELECT DISP-FILE                                             zbnkchbk
003900            ASSIGN       TO BNKDISP                               zbnkchbk
004000            ORGANIZATION IS INDEXED                               zbnkchbk
004100            ACCESS MODE  IS SEQUENTIAL                            zbnkchbk
004200            RECORD KEY   IS DP-REC-KEY                            zbnkchbk
004300            FILE STATUS  IS WS-DISP-STATUS.                       zbnkchbk
004400     SELECT MERCH-FILE                                            zbnkchbk
004500            ASSIGN       TO BNKMRCH                               zbnkchbk
004600            ORGANIZATION IS INDEXED                               zbnkchbk
004700            ACCESS MODE  IS RANDOM                                zbnkchbk
004800            RECORD KEY   IS MR-REC-MERCHANT-ID                    zbnkchbk
004900            FILE STATUS  IS WS-MERCH-STATUS.                      zbnkchbk
005000     SELECT ACCOUNT-FILE                                          zbnkchbk
005100            ASSIGN       TO BNKACCT                               zbnkchbk
005200            ORGANIZATION IS INDEXED                               zbnkchbk
005300            ACCESS MODE  IS RANDOM                                zbnkchbk
005400            RECORD KEY   IS BAC-REC-ACCNO                         zbnkchbk
005500            FILE STATUS  IS WS-ACCOUNT-STATUS.                    zbnkchbk
005600     SELECT TXN-FILE                                              zbnkchbk
005700            ASSIGN       TO BNKTXN                                zbnkchbk
005800            ORGANIZATION IS INDEXED                               zbnkchbk
005900            ACCESS MODE  IS RANDOM                                zbnkchbk
006000            RECORD KEY   IS BTX-REC-KEY                           zbnkchbk
006100            FILE STATUS  IS WS-TXN-STATUS.                        zbnkchbk
006200     SELECT CHBKOUT-FILE                                          zbnkchbk
006300            ASSIGN       TO CHBKOUT                               zbnkchbk
006400            ORGANIZATION IS SEQUENTIAL                            zbnkchbk
006500            ACCESS MODE  IS SEQUENTIAL                            zbnkchbk
006600            FILE STATUS  IS WS-CHBKOUT-STATUS.                    zbnkchbk
006700     SELECT PRINTOUT-FILE                                         zbnkchbk
006800            ASSIGN       TO CHBKRPT                               zbnkchbk
006900            ORGANIZATION IS SEQUENTIAL                            zbnkchbk
007000            ACCESS MODE  IS SEQUENTIAL                            zbnkchbk
007100            FILE STATUS  IS WS-PRINTOUT-STATUS.                   zbnkchbk
007200     SELECT JOBSUM-FILE                                           zbnkchbk
007300            ASSIGN       TO JOBSUM                                zbnkchbk
007400            ORGANIZATION IS SEQUENTIAL                            zbnkchbk
007500            ACCESS MODE  IS SEQUENTIAL                            zbnkchbk
007600            FILE STATUS  IS WS-JOBSUM-STATUS.                     zbnkchbk
007700                                                                  zbnkchbk
007800 DATA DIVISION.                                                   zbnkchbk
007900 FILE SECTION.                                                    zbnkchbk
008000                                                                  zbnkchbk
008100 FD  DISP-FILE.                                                   zbnkchbk
008200 01  DISP-FILE-REC.                                               zbnkchbk
008300 COPY CBANKVDP.                                                   zbnkchbk
008400                                                                  zbnkchbk
008500 FD  MERCH-FILE.                                                  zbnkchbk
008600 01  MERCH-FILE-REC.                                              zbnkchbk
008700 COPY CBANKVMR.                                                   zbnkchbk
008800                                                                  zbnkchbk
008900 FD  ACCOUNT-FILE.                                                zbnkchbk
009000 01  ACCOUNT-FILE-REC.                                            zbnkchbk
009100 COPY CBANKVAC.                                                   zbnkchbk
009200                                                                  zbnkchbk
009300 FD  TXN-FILE.                                                    zbnkchbk
009400 01  TXN-FILE-REC.                                                zbnkchbk
009500 COPY CBANKVTX.                                                   zbnkchbk
009600                                                                  zbnkchbk
009700 FD  CHBKOUT-FILE.                                                zbnkchbk
009800 01  CHBKOUT-REC                       PIC X(80).                 zbnkchbk
009900                                                                  zbnkchbk
010000 FD  PRINTOUT-FILE.                                               zbnkchbk
010100 01  PRINTOUT-REC                      PIC X(121).                zbnkchbk
010200                                                                  zbnkchbk
010300 FD  JOBSUM-FILE.                                                 zbnkchbk
010400 01  JOBSUM-REC                        PIC X(80).                 zbnkchbk
010500                                                                  zbnkchbk
010600 WORKING-STORAGE SECTION.                                         zbnkchbk
010700 01  WS-RUN-CONTROL.                                              zbnkchbk
010800 COPY CRUNCTLD.                                                   zbnkchbk
010900 01  WS-FILE-STATUSES.                                            zbnkchbk
011000   05  WS-DISP-STATUS.                                            zbnkchbk
011100     10  WS-DISP-STAT1                   PIC X(1).                zbnkchbk
011200     10  WS-DISP-STAT2                   PIC X(1).                zbnkchbk
011300   05  WS-MERCH-STATUS.                                           zbnkchbk
011400     10  WS-MERCH-STAT1                  PIC X(1).                zbnkchbk
011500     10  WS-MERCH-STAT2                  PIC X(1).                zbnkchbk
011600   05  WS-ACCOUNT-STATUS.                                         zbnkchbk
011700     10  WS-ACCOUNT-STAT1                PIC X(1).                zbnkchbk
011800     10  WS-ACCOUNT-STAT2                PIC X(1).                zbnkchbk
011900   05  WS-TXN-STATUS.                                             zbnkchbk
012000     10  WS-TXN-STAT1                    PIC X(1).                zbnkchbk
012100     10  WS-TXN-STAT2                    PIC X(1).                zbnkchbk
012200   05  WS-CHBKOUT-STATUS.                                         zbnkchbk
012300     10  WS-CHBKOUT-STAT1                PIC X(1).                zbnkchbk
012400     10  WS-CHBKOUT-STAT2                PIC X(1).                zbnkchbk
012500   05  WS-PRINTOUT-STATUS.                                        zbnkchbk
012600     10  WS-PRINTOUT-STAT1               PIC X(1).                zbnkchbk
012700     10  WS-PRINTOUT-STAT2               PIC X(1).                zbnkchbk
012800   05  WS-JOBSUM-STATUS.                                          zbnkchbk
012900     10  WS-JOBSUM-STAT1                 PIC X(1).                zbnkchbk
013000     10  WS-JOBSUM-STAT2                 PIC X(1).                zbnkchbk
013100   05  WS-IO-STATUS.                                              zbnkchbk
013200     10  WS-IO-STAT1                   PIC X(1).                  zbnkchbk
013300     10  WS-IO-STAT2                   PIC X(1).                  zbnkchbk
013400                                                                  zbnkchbk
013500   05  WS-TWO-BYTES.                                              zbnkchbk
013600     10  WS-TWO-BYTES-LEFT             PIC X(1).                  zbnkchbk
013700     10  WS-TWO-BYTES-RIGHT            PIC X(1).                  zbnkchbk
013800   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 zbnkchbk
013900                                      PIC 9(1) COMP.              zbnkchbk
014000                                                                  zbnkchbk
014100 01  WS-CONSOLE-MESSAGE                    PIC X(48).             zbnkchbk
014200                                                                  zbnkchbk
014300 01  WS-DATE-WORK-AREA.                                           zbnkchbk
014400 COPY CDATED.                                                     zbnkchbk
014500                                                                  zbnkchbk
014600 01  WS-TODAY-DATE-N                       PIC 9(8).              zbnkchbk
014700 01  WS-TODAY-DATE-PARTS REDEFINES WS-TODAY-DATE-N.               zbnkchbk
014800     05  WS-TODAY-CCYY                     PIC 9(4).              zbnkchbk
014900     05  WS-TODAY-MM                       PIC 9(2).              zbnkchbk
015000     05  WS-TODAY-DD                       PIC 9(2).              zbnkchbk
015100 01  WS-RUN-DATE-DISPLAY                   PIC X(11).             zbnkchbk
015200 01  WS-RUN-TIME-8                         PIC 9(8).              zbnkchbk
015300 01  WS-RUN-TIME                           PIC X(6).              zbnkchbk
015400                                                                  zbnkchbk
015500******************************************************************zbnkchbk
015600* The card network's chargeback record, one per case, wrapped in *zbnkchbk
015700* the same HDR1/TRL9 envelope the network uses for the POSIN     *zbnkchbk
015800* feed so the two ends reconcile the same way.                   *zbnkchbk
015900******************************************************************zbnkchbk
016000 01  WS-CHBK-OUTPUT.                                              zbnkchbk
016100     05  WS-CHB-REC-TYPE                   PIC X(2) VALUE 'CB'.   zbnkchbk
016200     05  WS-CHB-MERCHANT-ID                PIC X(11).             zbnkchbk
016300     05  WS-CHB-ACCNO                      PIC X(9).              zbnkchbk
016400     05  WS-CHB-CASE-REF                   PIC 9(7).              zbnkchbk
016500     05  WS-CHB-TXN-DATE                   PIC X(11).             zbnkchbk
016600     05  WS-CHB-AMOUNT                     PIC 9(7)V99.           zbnkchbk
016700     05  WS-CHB-REASON                     PIC X(2).              zbnkchbk
016800     05  WS-CHB-RAISED-DTE                 PIC 9(8).              zbnkchbk
016900     05  FILLER                            PIC X(21) VALUE SPACES.zbnkchbk
017000 01  WS-CHBK-HEADER.                                              zbnkchbk
017100     05  FILLER                            PIC X(4) VALUE 'HDR1'. zbnkchbk
017200     05  WS-CHH-INTERFACE                  PIC X(8)               zbnkchbk
017300         VALUE 'CHBKOUT '.                                        zbnkchbk
017400     05  WS-CHH-FILE-DATE                  PIC 9(8).              zbnkchbk
017500     05  WS-CHH-SEQUENCE                   PIC 9(6) VALUE 1.      zbnkchbk
017600     05  FILLER                            PIC X(54) VALUE SPACES.zbnkchbk
017700 01  WS-CHBK-TRAILER.                                             zbnkchbk
017800     05  FILLER                            PIC X(4) VALUE 'TRL9'. zbnkchbk
017900     05  WS-CHT-COUNT                      PIC 9(7).              zbnkchbk
018000     05  WS-CHT-AMOUNT                     PIC 9(11)V99.          zbnkchbk
018100     05  FILLER                            PIC X(56) VALUE SPACES.zbnkchbk
018200                                                                  zbnkchbk
018300 01  WS-OUTCTL-PARM.                                              zbnkchbk
018400 COPY COUTCTLD.                                                   zbnkchbk
018500 01  WS-OFAPOST-PARM.                                             zbnkchbk
018600 COPY COFAPSTD.                                                   zbnkchbk
018700                                                                  zbnkchbk
018800 01  WS-MERCHANT-FEE                       PIC S9(7)V99 COMP-3.   zbnkchbk
018900 01  WS-MERCHANT-NET                       PIC S9(7)V99 COMP-3.   zbnkchbk
019000 01  WS-TXN-SEQ                            PIC 9(3) VALUE ZERO.   zbnkchbk
019100 01  WS-EXCEPT-REASON                      PIC X(30).             zbnkchbk
019200 01  WS-ACTION-TEXT                        PIC X(20).             zbnkchbk
019300 01  WS-AMT-D                              PIC ZZZ,ZZZ,ZZ9.99-.   zbnkchbk
019400 01  WS-FEE-D                              PIC ZZZ,ZZ9.99-.       zbnkchbk
019500                                                                  zbnkchbk
019600 01  WS-REPORT-LINE                        PIC X(121).            zbnkchbk
019700                                                                  zbnkchbk
019800******************************************************************zbnkchbk
019900* Run counters, reported on the job summary at the end of the    *zbnkchbk
020000* run.                                                           *zbnkchbk
020100******************************************************************zbnkchbk
020200 01  WS-ONUS-CHARGED                       PIC 9(5) VALUE ZERO.   zbnkchbk
020300 01  WS-NETWORK-SENT                       PIC 9(5) VALUE ZERO.   zbnkchbk
020400 01  WS-NETWORK-AMOUNT                     PIC S9(11)V99 COMP-3   zbnkchbk
020500     VALUE ZERO.                                                  zbnkchbk
020600 01  WS-MERCHANTS-RECREDITED               PIC 9(5) VALUE ZERO.   zbnkchbk
020700 01  WS-CASES-HELD                         PIC 9(5) VALUE ZERO.   zbnkchbk
020800                                                                  zbnkchbk
020900 01  WS-END-OF-DISP                        PIC X(3) VALUE 'NO '.  zbnkchbk
020910                                                                  zbnkchbk
020920 01  WS-TXNJ-PARM.                                                zbnkchbk
020930 COPY CTXNJND.                                                    zbnkchbk
021000                                                                  zbnkchbk
021100 PROCEDURE DIVISION.                                              zbnkchbk
021200                                                                  zbnkchbk
021300     PERFORM RUN-CONTROL-START                                    zbnkchbk
021400         THRU RUN-CONTROL-START-EXIT.                             zbnkchbk
021500     PERFORM GET-RUN-DATE.                                        zbnkchbk
021600                                                                  zbnkchbk
021700     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           zbnkchbk
021800     STRING 'Chargeback run for ' DELIMITED BY SIZE               zbnkchbk
021900            WS-RUN-DATE-DISPLAY DELIMITED BY SIZE                 zbnkchbk
022000       INTO WS-CONSOLE-MESSAGE.                                   zbnkchbk
022100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkchbk
022200                                                                  zbnkchbk
022300     PERFORM DISP-OPEN.                                           zbnkchbk
022400     PERFORM MERCH-OPEN.                                          zbnkchbk
022500     PERFORM ACCOUNT-OPEN.                                        zbnkchbk
022600     PERFORM TXN-OPEN.                                            zbnkchbk
022700     PERFORM CHBKOUT-OPEN.                                        zbnkchbk
022800     PERFORM PRINTOUT-OPEN.                                       zbnkchbk
022900                                                                  zbnkchbk
023000     MOVE WS-TODAY-DATE-N TO WS-CHH-FILE-DATE.                    zbnkchbk
023100     MOVE WS-CHBK-HEADER TO CHBKOUT-REC.                          zbnkchbk
023200     PERFORM CHBKOUT-PUT.                                         zbnkchbk
023300     PERFORM WRITE-REPORT-HEADING.                                zbnkchbk
023400     PERFORM DISP-GET.                                            zbnkchbk
023500     PERFORM PROCESS-ONE-CASE                                     zbnkchbk
023600         THRU PROCESS-ONE-CASE-EXIT                               zbnkchbk
023700             UNTIL WS-END-OF-DISP = 'YES'.                        zbnkchbk
023800     MOVE WS-NETWORK-SENT TO WS-CHT-COUNT.                        zbnkchbk
023900     MOVE WS-NETWORK-AMOUNT TO WS-CHT-AMOUNT.                     zbnkchbk
024000     MOVE WS-CHBK-TRAILER TO CHBKOUT-REC.                         zbnkchbk
024100     PERFORM CHBKOUT-PUT.                                         zbnkchbk
024200                                                                  zbnkchbk
024300     PERFORM DISP-CLOSE.                                          zbnkchbk
024400     PERFORM MERCH-CLOSE.                                         zbnkchbk
024500     PERFORM ACCOUNT-CLOSE.                                       zbnkchbk
024600     PERFORM TXN-CLOSE.                                           zbnkchbk
024700     PERFORM CHBKOUT-CLOSE.                                       zbnkchbk
024800     PERFORM PRINTOUT-CLOSE.                                      zbnkchbk
024900     PERFORM REGISTER-CHBKOUT-FILE.                               zbnkchbk
025000                                                                  zbnkchbk
025100     PERFORM PRINT-JOB-SUMMARY.                                   zbnkchbk
025200                                                                  zbnkchbk
025300     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     zbnkchbk
025400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkchbk
025500     MOVE 0 TO RETURN-CODE.                                       zbnkchbk
025600     PERFORM RUN-CONTROL-END.                                     zbnkchbk
025700     GOBACK.                                                      zbnkchbk
025800                                                                  zbnkchbk
025900******************************************************************zbnkchbk
026000* GET-RUN-DATE                                                   *zbnkchbk
026100* Obtains today's date, in both numeric and display form, and    *zbnkchbk
026200* the current time.                                              *zbnkchbk
026300******************************************************************zbnkchbk
026400 GET-RUN-DATE.                                                    zbnkchbk
026500     ACCEPT WS-TODAY-DATE-N FROM DATE YYYYMMDD.                   zbnkchbk
026600     MOVE SPACES TO DD-INPUT-TYPE.                                zbnkchbk
026700     SET DDI-ISO TO TRUE.                                         zbnkchbk
026800     MOVE SPACES TO DDI-DATA.                                     zbnkchbk
026900     STRING WS-TODAY-CCYY DELIMITED BY SIZE                       zbnkchbk
027000            '-'           DELIMITED BY SIZE                       zbnkchbk
027100            WS-TODAY-MM   DELIMITED BY SIZE                       zbnkchbk
027200            '-'           DELIMITED BY SIZE                       zbnkchbk
027300            WS-TODAY-DD   DELIMITED BY SIZE                       zbnkchbk
027400       INTO DDI-DATA.                                             zbnkchbk
027500     MOVE SPACES TO DD-OUTPUT-TYPE.                               zbnkchbk
027600     SET DDO-DD-MMM-YYYY TO TRUE.                                 zbnkchbk
027700     SET DD-ENV-NULL TO TRUE.                                     zbnkchbk
027800     CALL 'UDATECNV' USING WS-DATE-WORK-AREA.                     zbnkchbk
027900     MOVE DDO-DATA TO WS-RUN-DATE-DISPLAY.                        zbnkchbk
028000     ACCEPT WS-RUN-TIME-8 FROM TIME.                              zbnkchbk
028100     MOVE WS-RUN-TIME-8(1:6) TO WS-RUN-TIME.                      zbnkchbk
028200 GET-RUN-DATE-EXIT.                                               zbnkchbk
028300     EXIT.                                                        zbnkchbk
028400                                                                  zbnkchbk
028500******************************************************************zbnkchbk
028600* PROCESS-ONE-CASE                                               *zbnkchbk
028700* An open case is charged back; a lost case whose on-us merchant *zbnkchbk
028800* was debited is re-credited. Every other case is left for the   *zbnkchbk
028900* branch to work online.                                         *zbnkchbk
029000******************************************************************zbnkchbk
029100 PROCESS-ONE-CASE.                                                zbnkchbk
029200     IF DP-REC-OPEN                                               zbnkchbk
029300        PERFORM CHARGE-BACK-CASE                                  zbnkchbk
029400            THRU CHARGE-BACK-CASE-EXIT                            zbnkchbk
029500        GO TO PROCESS-ONE-CASE-NEXT                               zbnkchbk
029600     END-IF.                                                      zbnkchbk
029700     IF DP-REC-LOST AND DP-REC-MERCH-ADJ-PENDING                  zbnkchbk
029800        PERFORM RECREDIT-MERCHANT                                 zbnkchbk
029900            THRU RECREDIT-MERCHANT-EXIT                           zbnkchbk
030000     END-IF.                                                      zbnkchbk
030100 PROCESS-ONE-CASE-NEXT.                                           zbnkchbk
030200     PERFORM DISP-GET.                                            zbnkchbk
030300 PROCESS-ONE-CASE-EXIT.                                           zbnkchbk
030400     EXIT.                                                        zbnkchbk
030500                                                                  zbnkchbk
030600******************************************************************zbnkchbk
030700* CHARGE-BACK-CASE                                               *zbnkchbk
030800* A merchant on our own master is debited here and now - the    * zbnkchbk
030900* net it was settled plus the fee refunded out of fee income     *zbnkchbk
031000* makes up the gross the cardholder was credited. A suspended    *zbnkchbk
031100* merchant is still charged; its account remains ours. Any      * zbnkchbk
031200* merchant not on BNKMRCH belongs to another acquirer and the    *zbnkchbk
031300* chargeback goes to the card network.                          * zbnkchbk
031400******************************************************************zbnkchbk
031500 CHARGE-BACK-CASE.                                                zbnkchbk
031600     MOVE DP-REC-MERCHANT-ID TO MR-REC-MERCHANT-ID.               zbnkchbk
031700     READ MERCH-FILE.                                             zbnkchbk
031800     IF WS-MERCH-STATUS NOT = '00'                                zbnkchbk
031900        PERFORM SEND-TO-NETWORK                                   zbnkchbk
032000        GO TO CHARGE-BACK-CASE-EXIT                               zbnkchbk
032100     END-IF.                                                      zbnkchbk
032200     MOVE MR-REC-SETTLE-ACCNO TO BAC-REC-ACCNO.                   zbnkchbk
032300     READ ACCOUNT-FILE.                                           zbnkchbk
032400     IF WS-ACCOUNT-STATUS NOT = '00'                              zbnkchbk
032500        MOVE 'Settlement account missing' TO WS-EXCEPT-REASON     zbnkchbk
032600        PERFORM WRITE-HELD-LINE                                   zbnkchbk
032700        GO TO CHARGE-BACK-CASE-EXIT                               zbnkchbk
032800     END-IF.                                                      zbnkchbk
032900     COMPUTE WS-MERCHANT-FEE ROUNDED =                            zbnkchbk
033000         DP-REC-AMOUNT * MR-REC-FEE-RATE.                         zbnkchbk
033100     COMPUTE WS-MERCHANT-NET =                                    zbnkchbk
033200         DP-REC-AMOUNT - WS-MERCHANT-FEE.                         zbnkchbk
033300     SUBTRACT WS-MERCHANT-NET FROM BAC-REC-BALANCE.               zbnkchbk
033400     PERFORM ACCOUNT-REWRITE.                                     zbnkchbk
033500     MOVE SPACES TO TXN-FILE-REC.                                 zbnkchbk
033600     COMPUTE BTX-REC-AMOUNT = ZERO - WS-MERCHANT-NET.             zbnkchbk
033700     MOVE 'CHB' TO BTX-REC-TYPE.                                  zbnkchbk
033800     MOVE SPACES TO BTX-REC-DESC.                                 zbnkchbk
033900     STRING 'Chargeback ' DELIMITED BY SIZE                       zbnkchbk
034000            DP-REC-TXN-DATE DELIMITED BY SIZE                     zbnkchbk
034100       INTO BTX-REC-DESC.                                         zbnkchbk
034200     PERFORM POST-MERCHANT-TXN.                                   zbnkchbk
034300     SET OFA-DEBIT TO TRUE.                                       zbnkchbk
034400     PERFORM POST-FEE-CONTRA                                      zbnkchbk
034450         THRU POST-FEE-CONTRA-EXIT.                               zbnkchbk
034500     SET DP-REC-CHARGED-BACK TO TRUE.                             zbnkchbk
034600     SET DP-REC-ROUTE-ON-US TO TRUE.                              zbnkchbk
034700     MOVE WS-MERCHANT-FEE TO DP-REC-FEE-REFUND.                   zbnkchbk
034800     MOVE WS-TODAY-DATE-N TO DP-REC-CHBK-DTE.                     zbnkchbk
034900     PERFORM DISP-REWRITE.                                        zbnkchbk
035000     ADD 1 TO WS-ONUS-CHARGED.                                    zbnkchbk
035100     MOVE 'Charged back on-us' TO WS-ACTION-TEXT.                 zbnkchbk
035200     PERFORM WRITE-CASE-LINE.                                     zbnkchbk
035300 CHARGE-BACK-CASE-EXIT.                                           zbnkchbk
035400     EXIT.                                                        zbnkchbk
035500                                                                  zbnkchbk
035600 SEND-TO-NETWORK.                                                 zbnkchbk
035700     MOVE DP-REC-MERCHANT-ID TO WS-CHB-MERCHANT-ID.               zbnkchbk
035800     MOVE DP-REC-ACCNO TO WS-CHB-ACCNO.                           zbnkchbk
035900     MOVE DP-REC-TASKN TO WS-CHB-CASE-REF.                        zbnkchbk
036000     MOVE DP-REC-TXN-DATE TO WS-CHB-TXN-DATE.                     zbnkchbk
036100     MOVE DP-REC-AMOUNT TO WS-CHB-AMOUNT.                         zbnkchbk
036200     MOVE DP-REC-REASON TO WS-CHB-REASON.                         zbnkchbk
036300     MOVE DP-REC-RAISED-DTE TO WS-CHB-RAISED-DTE.                 zbnkchbk
036400     MOVE WS-CHBK-OUTPUT TO CHBKOUT-REC.                          zbnkchbk
036500     PERFORM CHBKOUT-PUT.                                         zbnkchbk
036600     ADD 1 TO WS-NETWORK-SENT.                                    zbnkchbk
036700     ADD DP-REC-AMOUNT TO WS-NETWORK-AMOUNT.                      zbnkchbk
036800     SET DP-REC-SENT-TO-NETWORK TO TRUE.                          zbnkchbk
036900     SET DP-REC-ROUTE-NETWORK TO TRUE.                            zbnkchbk
037000     MOVE ZERO TO DP-REC-FEE-REFUND.                              zbnkchbk
037100     MOVE WS-TODAY-DATE-N TO DP-REC-CHBK-DTE.                     zbnkchbk
037200     PERFORM DISP-REWRITE.                                        zbnkchbk
037300     MOVE ZERO TO WS-MERCHANT-FEE.                                zbnkchbk
037400     MOVE 'Sent to network' TO WS-ACTION-TEXT.                    zbnkchbk
037500     PERFORM WRITE-CASE-LINE.                                     zbnkchbk
037600                                                                  zbnkchbk
037700******************************************************************zbnkchbk
037800* RECREDIT-MERCHANT                                              *zbnkchbk
037900* The cardholder lost - the merchant gets back the net it was    *zbnkchbk
038000* charged and the fee refunded on the chargeback is earned       *zbnkchbk
038100* again.                                                         *zbnkchbk
038200******************************************************************zbnkchbk
038300 RECREDIT-MERCHANT.                                               zbnkchbk
038400     MOVE DP-REC-MERCHANT-ID TO MR-REC-MERCHANT-ID.               zbnkchbk
038500     READ MERCH-FILE.                                             zbnkchbk
038600     IF WS-MERCH-STATUS NOT = '00'                                zbnkchbk
038700        MOVE 'Merchant not on master' TO WS-EXCEPT-REASON         zbnkchbk
038800        PERFORM WRITE-HELD-LINE                                   zbnkchbk
038900        GO TO RECREDIT-MERCHANT-EXIT                              zbnkchbk
039000     END-IF.                                                      zbnkchbk
039100     MOVE MR-REC-SETTLE-ACCNO TO BAC-REC-ACCNO.                   zbnkchbk
039200     READ ACCOUNT-FILE.                                           zbnkchbk
039300     IF WS-ACCOUNT-STATUS NOT = '00'                              zbnkchbk
039400        MOVE 'Settlement account missing' TO WS-EXCEPT-REASON     zbnkchbk
039500        PERFORM WRITE-HELD-LINE                                   zbnkchbk
039600        GO TO RECREDIT-MERCHANT-EXIT                              zbnkchbk
039700     END-IF.                                                      zbnkchbk
039800     MOVE DP-REC-FEE-REFUND TO WS-MERCHANT-FEE.                   zbnkchbk
039900     COMPUTE WS-MERCHANT-NET =                                    zbnkchbk
040000         DP-REC-AMOUNT - WS-MERCHANT-FEE.                         zbnkchbk
040100     ADD WS-MERCHANT-NET TO BAC-REC-BALANCE.                      zbnkchbk
040200     PERFORM ACCOUNT-REWRITE.                                     zbnkchbk
040300     MOVE SPACES TO TXN-FILE-REC.                                 zbnkchbk
040400     MOVE WS-MERCHANT-NET TO BTX-REC-AMOUNT.                      zbnkchbk
040500     MOVE 'CHR' TO BTX-REC-TYPE.                                  zbnkchbk
040600     MOVE SPACES TO BTX-REC-DESC.                                 zbnkchbk
040700     STRING 'Chargeback reversed ' DELIMITED BY SIZE              zbnkchbk
040800            DP-REC-TXN-DATE (1:5) DELIMITED BY SIZE               zbnkchbk
040900       INTO BTX-REC-DESC.                                         zbnkchbk
041000     PERFORM POST-MERCHANT-TXN.                                   zbnkchbk
041100     SET OFA-CREDIT TO TRUE.                                      zbnkchbk
041200     PERFORM POST-FEE-CONTRA                                      zbnkchbk
041250         THRU POST-FEE-CONTRA-EXIT.                               zbnkchbk
041300     SET DP-REC-MERCH-ADJ-DONE TO TRUE.                           zbnkchbk
041400     PERFORM DISP-REWRITE.                                        zbnkchbk
041500     ADD 1 TO WS-MERCHANTS-RECREDITED.                            zbnkchbk
041600     MOVE 'Merchant re-credited' TO WS-ACTION-TEXT.               zbnkchbk
041700     PERFORM WRITE-CASE-LINE.                                     zbnkchbk
041800 RECREDIT-MERCHANT-EXIT.                                          zbnkchbk
041900     EXIT.                                                        zbnkchbk
042000                                                                  zbnkchbk
042100******************************************************************zbnkchbk
042200* The merchant-side posting. The caller sets the amount, type    *zbnkchbk
042300* and description; the key and balance are completed here.      * zbnkchbk
042400******************************************************************zbnkchbk
042500 POST-MERCHANT-TXN.                                               zbnkchbk
042600     MOVE ZERO TO BTX-REC-CHEQUE-NO.                              zbnkchbk
042700     ADD 1 TO WS-TXN-SEQ.                                         zbnkchbk
042800     IF WS-TXN-SEQ IS GREATER THAN 999                            zbnkchbk
042900        MOVE 1 TO WS-TXN-SEQ                                      zbnkchbk
043000     END-IF.                                                      zbnkchbk
043100     MOVE BAC-REC-ACCNO TO BTX-REC-ACCNO.                         zbnkchbk
043200     MOVE WS-RUN-DATE-DISPLAY TO BTX-REC-DATE.                    zbnkchbk
043300     MOVE WS-RUN-TIME TO BTX-REC-TIME.                            zbnkchbk
043400     MOVE WS-TXN-SEQ TO BTX-REC-SEQ.                              zbnkchbk
043500     MOVE BAC-REC-BALANCE TO BTX-REC-BALANCE.                     zbnkchbk
043600     MOVE SPACES TO BTX-REC-REVERSED.                             zbnkchbk
043700     MOVE WS-TODAY-DATE-N TO BTX-REC-VALUE-DTE.                   zbnkchbk
043800     PERFORM TXN-WRITE.                                           zbnkchbk
043900                                                                  zbnkchbk
044000******************************************************************zbnkchbk
044100* The fee refunded on a chargeback comes out of fee income and   *zbnkchbk
044200* goes back in when the merchant is re-credited - the caller     *zbnkchbk
044300* sets the direction.                                            *zbnkchbk
044400******************************************************************zbnkchbk
044500 POST-FEE-CONTRA.                                                 zbnkchbk
044600     IF WS-MERCHANT-FEE IS EQUAL TO ZERO                          zbnkchbk
044700        GO TO POST-FEE-CONTRA-EXIT                                zbnkchbk
044800     END-IF.                                                      zbnkchbk
044900     SET OFA-FEE-INCOME TO TRUE.                                  zbnkchbk
045000     MOVE WS-MERCHANT-FEE TO OFA-AMOUNT.                          zbnkchbk
045100     MOVE WS-TODAY-DATE-N TO OFA-BUSDATE.                         zbnkchbk
045200     CALL 'UOFAPOST' USING WS-OFAPOST-PARM.                       zbnkchbk
045300     IF OFA-FAILED                                                zbnkchbk
045400        MOVE OFA-REPLY-TEXT TO WS-CONSOLE-MESSAGE                 zbnkchbk
045500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchbk
045600        PERFORM ABORT-PROGRAM                                     zbnkchbk
045700     END-IF.                                                      zbnkchbk
045800 POST-FEE-CONTRA-EXIT.                                            zbnkchbk
045900     EXIT.                                                        zbnkchbk
046000                                                                  zbnkchbk
046100******************************************************************zbnkchbk
046200* Log the network file on the outbound transmission register so * zbnkchbk
046300* an unconfirmed pick-up is chased. A registration problem is   * zbnkchbk
046400* reported but does not fail the run.                           * zbnkchbk
046500******************************************************************zbnkchbk
046600 REGISTER-CHBKOUT-FILE.                                           zbnkchbk
046700     SET OCT-REGISTER TO TRUE.                                    zbnkchbk
046800     MOVE 'CHBKOUT ' TO OCT-FILE-ID.                              zbnkchbk
046900     MOVE ZERO TO OCT-BUSDATE.                                    zbnkchbk
047000     MOVE 'ZBNKCHBK' TO OCT-PRODUCER.                             zbnkchbk
047100     MOVE WS-NETWORK-SENT TO OCT-RECORD-COUNT.                    zbnkchbk
047200     MOVE WS-NETWORK-AMOUNT TO OCT-AMOUNT-TOTAL.                  zbnkchbk
047300     CALL 'UOUTCTL' USING WS-OUTCTL-PARM.                         zbnkchbk
047400     IF OCT-FAILED                                                zbnkchbk
047500        MOVE 'Chargeback file not on outbound register'           zbnkchbk
047600          TO WS-CONSOLE-MESSAGE                                   zbnkchbk
047700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchbk
047800     END-IF.                                                      zbnkchbk
047900                                                                  zbnkchbk
048000******************************************************************zbnkchbk
048100* Chargeback report.                                             *zbnkchbk
048200******************************************************************zbnkchbk
048300 WRITE-REPORT-HEADING.                                            zbnkchbk
048400     MOVE SPACES TO WS-REPORT-LINE.                               zbnkchbk
048500     STRING 'Chargeback Report - run date '                       zbnkchbk
048600                                      DELIMITED BY SIZE           zbnkchbk
048700            WS-RUN-DATE-DISPLAY       DELIMITED BY SIZE           zbnkchbk
048800       INTO WS-REPORT-LINE.                                       zbnkchbk
048900     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkchbk
049000     PERFORM PRINTOUT-PUT.                                        zbnkchbk
049100     MOVE SPACES TO PRINTOUT-REC.                                 zbnkchbk
049200     PERFORM PRINTOUT-PUT.                                        zbnkchbk
049300     MOVE 'Account   Case    Merchant     Rsn          Amount     zbnkchbk
049400-         '         Fee  Action' TO PRINTOUT-REC.                 zbnkchbk
049500     PERFORM PRINTOUT-PUT.                                        zbnkchbk
049600                                                                  zbnkchbk
049700 WRITE-CASE-LINE.                                                 zbnkchbk
049800     MOVE DP-REC-AMOUNT TO WS-AMT-D.                              zbnkchbk
049900     MOVE WS-MERCHANT-FEE TO WS-FEE-D.                            zbnkchbk
050000     MOVE SPACES TO WS-REPORT-LINE.                               zbnkchbk
050100     STRING DP-REC-ACCNO              DELIMITED BY SIZE           zbnkchbk
050200            ' '                       DELIMITED BY SIZE           zbnkchbk
050300            DP-REC-TASKN              DELIMITED BY SIZE           zbnkchbk
050400            ' '                       DELIMITED BY SIZE           zbnkchbk
050500            DP-REC-MERCHANT-ID        DELIMITED BY SIZE           zbnkchbk
050600            '  '                      DELIMITED BY SIZE           zbnkchbk
050700            DP-REC-REASON             DELIMITED BY SIZE           zbnkchbk
050800            ' '                       DELIMITED BY SIZE           zbnkchbk
050900            WS-AMT-D                  DELIMITED BY SIZE           zbnkchbk
051000            ' '                       DELIMITED BY SIZE           zbnkchbk
051100            WS-FEE-D                  DELIMITED BY SIZE           zbnkchbk
051200            '  '                      DELIMITED BY SIZE           zbnkchbk
051300            WS-ACTION-TEXT            DELIMITED BY SIZE           zbnkchbk
051400       INTO WS-REPORT-LINE.                                       zbnkchbk
051500     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkchbk
051600     PERFORM PRINTOUT-PUT.                                        zbnkchbk
051700                                                                  zbnkchbk
051800 WRITE-HELD-LINE.                                                 zbnkchbk
051900     ADD 1 TO WS-CASES-HELD.                                      zbnkchbk
052000     MOVE DP-REC-AMOUNT TO WS-AMT-D.                              zbnkchbk
052100     MOVE SPACES TO WS-REPORT-LINE.                               zbnkchbk
052200     STRING DP-REC-ACCNO              DELIMITED BY SIZE           zbnkchbk
052300            ' '                       DELIMITED BY SIZE           zbnkchbk
052400            DP-REC-TASKN              DELIMITED BY SIZE           zbnkchbk
052500            ' '                       DELIMITED BY SIZE           zbnkchbk
052600            DP-REC-MERCHANT-ID        DELIMITED BY SIZE           zbnkchbk
052700            '  '                      DELIMITED BY SIZE           zbnkchbk
052800            DP-REC-REASON             DELIMITED BY SIZE           zbnkchbk
052900            ' '                       DELIMITED BY SIZE           zbnkchbk
053000            WS-AMT-D                  DELIMITED BY SIZE           zbnkchbk
053100            '  HELD - '               DELIMITED BY SIZE           zbnkchbk
053200            WS-EXCEPT-REASON          DELIMITED BY SIZE           zbnkchbk
053300       INTO WS-REPORT-LINE.                                       zbnkchbk
053400     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkchbk
053500     PERFORM PRINTOUT-PUT.                                        zbnkchbk
053600                                                                  zbnkchbk
053700******************************************************************zbnkchbk
053800* Open, access and close the DISP file.                          *zbnkchbk
053900******************************************************************zbnkchbk
054000 DISP-OPEN.                                                       zbnkchbk
054100     OPEN I-O DISP-FILE.                                          zbnkchbk
054200     IF WS-DISP-STATUS = '00'                                     zbnkchbk
054300        MOVE 'DISP file opened OK' TO WS-CONSOLE-MESSAGE          zbnkchbk
054400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchbk
054500     ELSE                                                         zbnkchbk
054600        MOVE 'DISP file open failure...' TO WS-CONSOLE-MESSAGE    zbnkchbk
054700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchbk
054800        MOVE WS-DISP-STATUS TO WS-IO-STATUS                       zbnkchbk
054900        PERFORM DISPLAY-IO-STATUS                                 zbnkchbk
055000        PERFORM ABORT-PROGRAM                                     zbnkchbk
055100     END-IF.                                                      zbnkchbk
055200                                                                  zbnkchbk
055300 DISP-GET.                                                        zbnkchbk
055400     READ DISP-FILE.                                              zbnkchbk
055500     IF WS-DISP-STATUS NOT = '00'                                 zbnkchbk
055600        IF WS-DISP-STATUS = '10'                                  zbnkchbk
055700           MOVE 'YES' TO WS-END-OF-DISP                           zbnkchbk
055800        ELSE                                                      zbnkchbk
055900           MOVE 'DISP Error reading file ...'                     zbnkchbk
056000             TO WS-CONSOLE-MESSAGE                                zbnkchbk
056100           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkchbk
056200           MOVE WS-DISP-STATUS TO WS-IO-STATUS                    zbnkchbk
056300           PERFORM DISPLAY-IO-STATUS                              zbnkchbk
056400           PERFORM ABORT-PROGRAM                                  zbnkchbk
056500        END-IF                                                    zbnkchbk
056600     END-IF.                                                      zbnkchbk
056700                                                                  zbnkchbk
056800 DISP-REWRITE.                                                    zbnkchbk
056900     REWRITE DISP-FILE-REC.                                       zbnkchbk
057000     IF WS-DISP-STATUS NOT = '00'                                 zbnkchbk
057100        MOVE 'DISP Error rewriting file ...' TO WS-CONSOLE-MESSAGEzbnkchbk
057200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchbk
057300        MOVE WS-DISP-STATUS TO WS-IO-STATUS                       zbnkchbk
057400        PERFORM DISPLAY-IO-STATUS                                 zbnkchbk
057500        PERFORM ABORT-PROGRAM                                     zbnkchbk
057600     END-IF.                                                      zbnkchbk
057700                                                                  zbnkchbk
057800 DISP-CLOSE.                                                      zbnkchbk
057900     CLOSE DISP-FILE.                                             zbnkchbk
058000     IF WS-DISP-STATUS = '00'                                     zbnkchbk
058100        MOVE 'DISP file closed OK' TO WS-CONSOLE-MESSAGE          zbnkchbk
058200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchbk
058300     ELSE                                                         zbnkchbk
058400        MOVE 'DISP file close failure...' TO WS-CONSOLE-MESSAGE   zbnkchbk
058500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchbk
058600        MOVE WS-DISP-STATUS TO WS-IO-STATUS                       zbnkchbk
058700        PERFORM DISPLAY-IO-STATUS                                 zbnkchbk
058800        PERFORM ABORT-PROGRAM                                     zbnkchbk
058900     END-IF.                                                      zbnkchbk
059000                                                                  zbnkchbk
059100******************************************************************zbnkchbk
059200* Open, access and close the MERCH file.                         *zbnkchbk
059300******************************************************************zbnkchbk
059400 MERCH-OPEN.                                                      zbnkchbk
059500     OPEN INPUT MERCH-FILE.                                       zbnkchbk
059600     IF WS-MERCH-STATUS = '00'                                    zbnkchbk
059700        MOVE 'MERCH file opened OK' TO WS-CONSOLE-MESSAGE         zbnkchbk
059800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchbk
059900     ELSE                                                         zbnkchbk
060000        MOVE 'MERCH file open failure...' TO WS-CONSOLE-MESSAGE   zbnkchbk
060100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchbk
060200        MOVE WS-MERCH-STATUS TO WS-IO-STATUS                      zbnkchbk
060300        PERFORM DISPLAY-IO-STATUS                                 zbnkchbk
060400        PERFORM ABORT-PROGRAM                                     zbnkchbk
060500     END-IF.                                                      zbnkchbk
060600                                                                  zbnkchbk
060700 MERCH-CLOSE.                                                     zbnkchbk
060800     CLOSE MERCH-FILE.                                            zbnkchbk
060900     IF WS-MERCH-STATUS = '00'                                    zbnkchbk
061000        MOVE 'MERCH file closed OK' TO WS-CONSOLE-MESSAGE         zbnkchbk
061100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchbk
061200     ELSE                                                         zbnkchbk
061300        MOVE 'MERCH file close failure...' TO WS-CONSOLE-MESSAGE  zbnkchbk
061400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchbk
061500        MOVE WS-MERCH-STATUS TO WS-IO-STATUS                      zbnkchbk
061600        PERFORM DISPLAY-IO-STATUS                                 zbnkchbk
061700        PERFORM ABORT-PROGRAM                                     zbnkchbk
061800     END-IF.                                                      zbnkchbk
061900                                                                  zbnkchbk
062000******************************************************************zbnkchbk
062100* Open, access and close the ACCOUNT file.                       *zbnkchbk
062200******************************************************************zbnkchbk
062300 ACCOUNT-OPEN.                                                    zbnkchbk
062400     OPEN I-O ACCOUNT-FILE.                                       zbnkchbk
062500     IF WS-ACCOUNT-STATUS = '00'                                  zbnkchbk
062600        MOVE 'ACCOUNT file opened OK' TO WS-CONSOLE-MESSAGE       zbnkchbk
062700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchbk
062800     ELSE                                                         zbnkchbk
062900        MOVE 'ACCOUNT file open failure...' TO WS-CONSOLE-MESSAGE zbnkchbk
063000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchbk
063100        MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS                    zbnkchbk
063200        PERFORM DISPLAY-IO-STATUS                                 zbnkchbk
063300        PERFORM ABORT-PROGRAM                                     zbnkchbk
063400     END-IF.                                                      zbnkchbk
063500                                                                  zbnkchbk
063600 ACCOUNT-REWRITE.                                                 zbnkchbk
063700     REWRITE ACCOUNT-FILE-REC.                                    zbnkchbk
063800     IF WS-ACCOUNT-STATUS NOT = '00'                              zbnkchbk
063900        MOVE 'ACCOUNT Error rewriting file ...'                   zbnkchbk
064000          TO WS-CONSOLE-MESSAGE                                   zbnkchbk
064100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchbk
064200        MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS                    zbnkchbk
064300        PERFORM DISPLAY-IO-STATUS                                 zbnkchbk
064400        PERFORM ABORT-PROGRAM                                     zbnkchbk
064500     END-IF.                                                      zbnkchbk
064600                                                                  zbnkchbk
064700 ACCOUNT-CLOSE.                                                   zbnkchbk
064800     CLOSE ACCOUNT-FILE.                                          zbnkchbk
064900     IF WS-ACCOUNT-STATUS = '00'                                  zbnkchbk
065000        MOVE 'ACCOUNT file closed OK' TO WS-CONSOLE-MESSAGE       zbnkchbk
065100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchbk
065200     ELSE                                                         zbnkchbk
065300        MOVE 'ACCOUNT file close failure...' TO WS-CONSOLE-MESSAGEzbnkchbk
065400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchbk
065500        MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS                    zbnkchbk
065600        PERFORM DISPLAY-IO-STATUS                                 zbnkchbk
065700        PERFORM ABORT-PROGRAM                                     zbnkchbk
065800     END-IF.                                                      zbnkchbk
065900                                                                  zbnkchbk
066000******************************************************************zbnkchbk
066100* Open, access and close the TXN file.                           *zbnkchbk
066200******************************************************************zbnkchbk
066300 TXN-OPEN.                                                        zbnkchbk
066400     OPEN I-O TXN-FILE.                                           zbnkchbk
066500     IF WS-TXN-STATUS = '00'                                      zbnkchbk
066600        MOVE 'TXN file opened OK' TO WS-CONSOLE-MESSAGE           zbnkchbk
066700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchbk
066800     ELSE                                                         zbnkchbk
066900        MOVE 'TXN file open failure...' TO WS-CONSOLE-MESSAGE     zbnkchbk
067000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchbk
067100        MOVE WS-TXN-STATUS TO WS-IO-STATUS                        zbnkchbk
067200        PERFORM DISPLAY-IO-STATUS                                 zbnkchbk
067300        PERFORM ABORT-PROGRAM                                     zbnkchbk
067400     END-IF.                                                      zbnkchbk
067500                                                                  zbnkchbk
067600 TXN-WRITE.                                                       zbnkchbk
067650     SET BTX-REC-CHN-POS TO TRUE.                                 zbnkchbk
067700     WRITE TXN-FILE-REC.                                          zbnkchbk
067800     IF WS-TXN-STATUS NOT = '00'                                  zbnkchbk
067900        MOVE 'TXN Error writing file ...' TO WS-CONSOLE-MESSAGE   zbnkchbk
068000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchbk
068100        MOVE WS-TXN-STATUS TO WS-IO-STATUS                        zbnkchbk
068200        PERFORM DISPLAY-IO-STATUS                                 zbnkchbk
068300        PERFORM ABORT-PROGRAM                                     zbnkchbk
068400     END-IF.                                                      zbnkchbk
068410     PERFORM JOURNAL-DAILY-POSTING.                               zbnkchbk
068500                                                                  zbnkchbk
068600 TXN-CLOSE.                                                       zbnkchbk
068700     CLOSE TXN-FILE.                                              zbnkchbk
068800     IF WS-TXN-STATUS = '00'                                      zbnkchbk
068900        MOVE 'TXN file closed OK' TO WS-CONSOLE-MESSAGE           zbnkchbk
069000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchbk
069100     ELSE                                                         zbnkchbk
069200        MOVE 'TXN file close failure...' TO WS-CONSOLE-MESSAGE    zbnkchbk
069300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchbk
069400        MOVE WS-TXN-STATUS TO WS-IO-STATUS                        zbnkchbk
069500        PERFORM DISPLAY-IO-STATUS                                 zbnkchbk
069600        PERFORM ABORT-PROGRAM                                     zbnkchbk
069700     END-IF.                                                      zbnkchbk
069800                                                                  zbnkchbk
069900******************************************************************zbnkchbk
070000* Open, access and close the CHBKOUT file.                       *zbnkchbk
070100******************************************************************zbnkchbk
070200 CHBKOUT-OPEN.                                                    zbnkchbk
070300     OPEN OUTPUT CHBKOUT-FILE.                                    zbnkchbk
070400     IF WS-CHBKOUT-STATUS = '00'                                  zbnkchbk
070500        MOVE 'CHBKOUT file opened OK' TO WS-CONSOLE-MESSAGE       zbnkchbk
070600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchbk
070700     ELSE                                                         zbnkchbk
070800        MOVE 'CHBKOUT file open failure...' TO WS-CONSOLE-MESSAGE zbnkchbk
070900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchbk
071000        MOVE WS-CHBKOUT-STATUS TO WS-IO-STATUS                    zbnkchbk
071100        PERFORM DISPLAY-IO-STATUS                                 zbnkchbk
071200        PERFORM ABORT-PROGRAM                                     zbnkchbk
071300     END-IF.                                                      zbnkchbk
071400                                                                  zbnkchbk
071500 CHBKOUT-PUT.                                                     zbnkchbk
071600     WRITE CHBKOUT-REC.                                           zbnkchbk
071700     IF WS-CHBKOUT-STATUS NOT = '00'                              zbnkchbk
071800        MOVE 'CHBKOUT Error writing file ...'                     zbnkchbk
071900          TO WS-CONSOLE-MESSAGE                                   zbnkchbk
072000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchbk
072100        MOVE WS-CHBKOUT-STATUS TO WS-IO-STATUS                    zbnkchbk
072200        PERFORM DISPLAY-IO-STATUS                                 zbnkchbk
072300        PERFORM ABORT-PROGRAM                                     zbnkchbk
072400     END-IF.                                                      zbnkchbk
072500                                                                  zbnkchbk
072600 CHBKOUT-CLOSE.                                                   zbnkchbk
072700     CLOSE CHBKOUT-FILE.                                          zbnkchbk
072800     IF WS-CHBKOUT-STATUS = '00'                                  zbnkchbk
072900        MOVE 'CHBKOUT file closed OK' TO WS-CONSOLE-MESSAGE       zbnkchbk
073000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchbk
073100     ELSE                                                         zbnkchbk
073200        MOVE 'CHBKOUT file close failure...' TO WS-CONSOLE-MESSAGEzbnkchbk
073300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchbk
073400        MOVE WS-CHBKOUT-STATUS TO WS-IO-STATUS                    zbnkchbk
073500        PERFORM DISPLAY-IO-STATUS                                 zbnkchbk
073600        PERFORM ABORT-PROGRAM                                     zbnkchbk
073700     END-IF.                                                      zbnkchbk
073800                                                                  zbnkchbk
073900******************************************************************zbnkchbk
074000* Open, access and close the PRINTOUT file.                      *zbnkchbk
074100******************************************************************zbnkchbk
074200 PRINTOUT-OPEN.                                                   zbnkchbk
074300     OPEN OUTPUT PRINTOUT-FILE.                                   zbnkchbk
074400     IF WS-PRINTOUT-STATUS = '00'                                 zbnkchbk
074500        MOVE 'PRINTOUT file opened OK' TO WS-CONSOLE-MESSAGE      zbnkchbk
074600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchbk
074700     ELSE                                                         zbnkchbk
074800        MOVE 'PRINTOUT file open failure...' TO WS-CONSOLE-MESSAGEzbnkchbk
074900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchbk
075000        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkchbk
075100        PERFORM DISPLAY-IO-STATUS                                 zbnkchbk
075200        PERFORM ABORT-PROGRAM                                     zbnkchbk
075300     END-IF.                                                      zbnkchbk
075400                                                                  zbnkchbk
075500 PRINTOUT-PUT.                                                    zbnkchbk
075600     WRITE PRINTOUT-REC.                                          zbnkchbk
075700     IF WS-PRINTOUT-STATUS NOT = '00'                             zbnkchbk
075800        MOVE 'PRINTOUT Error writing file ...'                    zbnkchbk
075900          TO WS-CONSOLE-MESSAGE                                   zbnkchbk
076000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchbk
076100        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkchbk
076200        PERFORM DISPLAY-IO-STATUS                                 zbnkchbk
076300        PERFORM ABORT-PROGRAM                                     zbnkchbk
076400     END-IF.                                                      zbnkchbk
076500                                                                  zbnkchbk
076600 PRINTOUT-CLOSE.                                                  zbnkchbk
076700     CLOSE PRINTOUT-FILE.                                         zbnkchbk
076800     IF WS-PRINTOUT-STATUS = '00'                                 zbnkchbk
076900        MOVE 'PRINTOUT file closed OK' TO WS-CONSOLE-MESSAGE      zbnkchbk
077000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchbk
077100     ELSE                                                         zbnkchbk
077200        MOVE 'PRINTOUT file close failure...'                     zbnkchbk
077300          TO WS-CONSOLE-MESSAGE                                   zbnkchbk
077400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchbk
077500        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkchbk
077600        PERFORM DISPLAY-IO-STATUS                                 zbnkchbk
077700        PERFORM ABORT-PROGRAM                                     zbnkchbk
077800     END-IF.                                                      zbnkchbk
077900                                                                  zbnkchbk
078000******************************************************************zbnkchbk
078100* Produce a summary of the run on the JOBSUM file.               *zbnkchbk
078200******************************************************************zbnkchbk
078300 PRINT-JOB-SUMMARY.                                               zbnkchbk
078400     PERFORM JOBSUM-OPEN.                                         zbnkchbk
078500     MOVE SPACES TO JOBSUM-REC.                                   zbnkchbk
078600     STRING 'Charged back on-us:          ' DELIMITED BY SIZE     zbnkchbk
078700            WS-ONUS-CHARGED DELIMITED BY SIZE                     zbnkchbk
078800       INTO JOBSUM-REC.                                           zbnkchbk
078900     PERFORM JOBSUM-PUT.                                          zbnkchbk
079000     MOVE SPACES TO JOBSUM-REC.                                   zbnkchbk
079100     STRING 'Sent to card network:        ' DELIMITED BY SIZE     zbnkchbk
079200            WS-NETWORK-SENT DELIMITED BY SIZE                     zbnkchbk
079300       INTO JOBSUM-REC.                                           zbnkchbk
079400     PERFORM JOBSUM-PUT.                                          zbnkchbk
079500     MOVE SPACES TO JOBSUM-REC.                                   zbnkchbk
079600     STRING 'Merchants re-credited:       ' DELIMITED BY SIZE     zbnkchbk
079700            WS-MERCHANTS-RECREDITED DELIMITED BY SIZE             zbnkchbk
079800       INTO JOBSUM-REC.                                           zbnkchbk
079900     PERFORM JOBSUM-PUT.                                          zbnkchbk
080000     MOVE SPACES TO JOBSUM-REC.                                   zbnkchbk
080100     STRING 'Cases held for repair:       ' DELIMITED BY SIZE     zbnkchbk
080200            WS-CASES-HELD DELIMITED BY SIZE                       zbnkchbk
080300       INTO JOBSUM-REC.                                           zbnkchbk
080400     PERFORM JOBSUM-PUT.                                          zbnkchbk
080500     PERFORM JOBSUM-CLOSE.                                        zbnkchbk
080600     MOVE 'Job summary written to JOBSUM'                         zbnkchbk
080700       TO WS-CONSOLE-MESSAGE.                                     zbnkchbk
080800     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkchbk
080900                                                                  zbnkchbk
081000******************************************************************zbnkchbk
081100* Open, access and close the JOBSUM file.                        *zbnkchbk
081200******************************************************************zbnkchbk
081300 JOBSUM-OPEN.                                                     zbnkchbk
081400     OPEN OUTPUT JOBSUM-FILE.                                     zbnkchbk
081500     IF WS-JOBSUM-STATUS = '00'                                   zbnkchbk
081600        MOVE 'JOBSUM file opened OK' TO WS-CONSOLE-MESSAGE        zbnkchbk
081700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchbk
081800     ELSE                                                         zbnkchbk
081900        MOVE 'JOBSUM file open failure...' TO WS-CONSOLE-MESSAGE  zbnkchbk
082000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchbk
082100        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkchbk
082200        PERFORM DISPLAY-IO-STATUS                                 zbnkchbk
082300        PERFORM ABORT-PROGRAM                                     zbnkchbk
082400     END-IF.                                                      zbnkchbk
082500                                                                  zbnkchbk
082600 JOBSUM-PUT.                                                      zbnkchbk
082700     WRITE JOBSUM-REC.                                            zbnkchbk
082800     IF WS-JOBSUM-STATUS NOT = '00'                               zbnkchbk
082900        MOVE 'JOBSUM Error writing file ...' TO WS-CONSOLE-MESSAGEzbnkchbk
083000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchbk
083100        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkchbk
083200        PERFORM DISPLAY-IO-STATUS                                 zbnkchbk
083300        PERFORM ABORT-PROGRAM                                     zbnkchbk
083400     END-IF.                                                      zbnkchbk
083500                                                                  zbnkchbk
083600 JOBSUM-CLOSE.                                                    zbnkchbk
083700     CLOSE JOBSUM-FILE.                                           zbnkchbk
083800     IF WS-JOBSUM-STATUS = '00'                                   zbnkchbk
083900        MOVE 'JOBSUM file closed OK' TO WS-CONSOLE-MESSAGE        zbnkchbk
084000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchbk
084100     ELSE                                                         zbnkchbk
084200        MOVE 'JOBSUM file close failure...' TO WS-CONSOLE-MESSAGE zbnkchbk
084300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchbk
084400        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkchbk
084500        PERFORM DISPLAY-IO-STATUS                                 zbnkchbk
084600        PERFORM ABORT-PROGRAM                                     zbnkchbk
084700     END-IF.                                                      zbnkchbk
084800                                                                  zbnkchbk
084900******************************************************************zbnkchbk
085000* Run-control hooks. The START call blocks this job when it has  *zbnkchbk
085100* already completed for the business date or a prerequisite has  *zbnkchbk
085200* not, and records the start on BNKRUNC; the END call records    *zbnkchbk
085300* the end time and return code. See URUNCTL.CBL.                 *zbnkchbk
085400******************************************************************zbnkchbk
085500 RUN-CONTROL-START.                                               zbnkchbk
085600     SET RUNCTL-START TO TRUE.                                    zbnkchbk
085700     MOVE 'ZBNKCHBK' TO RUNCTL-JOB.                               zbnkchbk
085800     MOVE ZERO TO RUNCTL-BUSDATE.                                 zbnkchbk
085900     MOVE ZERO TO RUNCTL-RETURN-CODE.                             zbnkchbk
086000     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkchbk
086100     IF RUNCTL-BLOCKED                                            zbnkchbk
086200        MOVE RUNCTL-REPLY-TEXT TO WS-CONSOLE-MESSAGE              zbnkchbk
086300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchbk
086400        MOVE 'Run control blocked this run' TO WS-CONSOLE-MESSAGE zbnkchbk
086500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchbk
086600        MOVE 8 TO RETURN-CODE                                     zbnkchbk
086700        GOBACK                                                    zbnkchbk
086800     END-IF.                                                      zbnkchbk
086900 RUN-CONTROL-START-EXIT.                                          zbnkchbk
087000     EXIT.                                                        zbnkchbk
087100                                                                  zbnkchbk
087200 RUN-CONTROL-END.                                                 zbnkchbk
087300     SET RUNCTL-END TO TRUE.                                      zbnkchbk
087400     MOVE RETURN-CODE TO RUNCTL-RETURN-CODE.                      zbnkchbk
087500     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkchbk
087600                                                                  zbnkchbk
087700******************************************************************zbnkchbk
087800* Display the file status bytes                                  *zbnkchbk
087900******************************************************************zbnkchbk
088000 DISPLAY-IO-STATUS.                                               zbnkchbk
088100     IF WS-IO-STATUS NUMERIC                                      zbnkchbk
088200        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkchbk
088300        STRING 'File status -' DELIMITED BY SIZE                  zbnkchbk
088400               WS-IO-STATUS DELIMITED BY SIZE                     zbnkchbk
088500          INTO WS-CONSOLE-MESSAGE                                 zbnkchbk
088600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchbk
088700     ELSE                                                         zbnkchbk
088800        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     zbnkchbk
088900        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    zbnkchbk
089000        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkchbk
089100        STRING 'File status -' DELIMITED BY SIZE                  zbnkchbk
089200               WS-IO-STAT1 DELIMITED BY SIZE                      zbnkchbk
089300               '/' DELIMITED BY SIZE                              zbnkchbk
089400               WS-TWO-BYTES DELIMITED BY SIZE                     zbnkchbk
089500          INTO WS-CONSOLE-MESSAGE                                 zbnkchbk
089600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchbk
089700     END-IF.                                                      zbnkchbk
089800                                                                  zbnkchbk
089806******************************************************************zbnkchbk
089812* Copy the posting just written to BNKTXN into the BNKTXD daily  *zbnkchbk
089818* posting journal through UTXNJNL. A failure is an abort - the   *zbnkchbk
089824* nightly jobs read the journal and would miss the posting.      *zbnkchbk
089830******************************************************************zbnkchbk
089836 JOURNAL-DAILY-POSTING.                                           zbnkchbk
089842     SET TXJ-WRITE TO TRUE.                                       zbnkchbk
089848     MOVE TXN-FILE-REC TO TXJ-TXN-IMAGE.                          zbnkchbk
089854     CALL 'UTXNJNL' USING WS-TXNJ-PARM.                           zbnkchbk
089860     IF TXJ-FAILED                                                zbnkchbk
089866        MOVE TXJ-REPLY-TEXT TO WS-CONSOLE-MESSAGE                 zbnkchbk
089872        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchbk
089878        PERFORM ABORT-PROGRAM                                     zbnkchbk
089884     END-IF.                                                      zbnkchbk
089890                                                                  zbnkchbk
089900******************************************************************zbnkchbk
090000* 'ABORT' the program. Post a message and issue a goback         *zbnkchbk
090100******************************************************************zbnkchbk
090200 ABORT-PROGRAM.                                                   zbnkchbk
090300     IF WS-CONSOLE-MESSAGE NOT = SPACES                           zbnkchbk
090400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchbk
090500     END-IF.                                                      zbnkchbk
090600     MOVE 'Program is abending...' TO WS-CONSOLE-MESSAGE.         zbnkchbk
090700     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkchbk
090800     MOVE 16 TO RETURN-CODE.                                      zbnkchbk
090900     GOBACK.                                                      zbnkchbk
091000                                                                  zbnkchbk
091100******************************************************************zbnkchbk
091200* Display CONSOLE messages...                                    *zbnkchbk
091300******************************************************************zbnkchbk
091400 DISPLAY-CONSOLE-MESSAGE.                                         zbnkchbk
091500     DISPLAY 'ZBNKCHBK - ' WS-CONSOLE-MESSAGE                     zbnkchbk
091600       UPON CONSOLE.                                              zbnkchbk
091700     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       zbnkchbk
091800                                                                  zbnkchbk
091900* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     zbnkchbk
