000100******************************************************************zbnkbilr
000200*                                                               * zbnkbilr
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   * zbnkbilr
000400*   This demonstration program is provided for use by users     * zbnkbilr
000500*   of Micro Focus products and may be used, modified and       * zbnkbilr
000600*   distributed as part of your application provided that       * zbnkbilr
000700*   you properly acknowledge the copyright of Micro Focus       * zbnkbilr
000800*   in this material.                                           * zbnkbilr
000900*                                                               * zbnkbilr
001000******************************************************************zbnkbilr
001100                                                                  zbnkbilr
001200******************************************************************zbnkbilr
001300* ZBNKBILR.CBL                                                   *zbnkbilr
001400* Function:    Nightly bill payment remittance. Reads the BNKBPAY*zbnkbilr
001500*              payment register in biller order and writes every *zbnkbilr
001600*              payment still pending to the REMITOUT remittance  *zbnkbilr
001700*              file, one batch per biller: a header with the     *zbnkbilr
001800*              biller's details, a detail line per payment with  *zbnkbilr
001900*              the customer's reference, and a trailer carrying  *zbnkbilr
002000*              the batch count and total. A file trailer carries *zbnkbilr
002100*              the grand totals for the receiving side to prove  *zbnkbilr
002200*              against. For an external biller the batch total   *zbnkbilr
002300*              is also queued on BNKEXTL from the biller's       *zbnkbilr
002400*              clearing account to its BNKBDIR bank details, so  *zbnkbilr
002500*              the money follows the file through ZBNKSTOR.      *zbnkbilr
002600*              Remitted payments are marked R with the run date. *zbnkbilr
002700*              A payment still awaiting its passcode from an     *zbnkbilr
002800*              earlier day will never be confirmed and is marked *zbnkbilr
002900*              failed. REMITOUT is logged on the outbound        *zbnkbilr
003000*              transmission register (UOUTCTL).                  *zbnkbilr
003100******************************************************************zbnkbilr
003200 IDENTIFICATION DIVISION.                                         zbnkbilr
003300 PROGRAM-ID.                                                      zbnkbilr
003400     ZBNKBILR.                                                    zbnkbilr
003500 DATE-WRITTEN.                                                    zbnkbilr
003600     October 2026.                                                zbnkbilr
003700 DATE-COMPILED.                                                   zbnkbilr
003800     Today.                                                       zbnkbilr
003900                                                                  zbnkbilr
004000 ENVIRONMENT DIVISION.                                            zbnkbilr
004100 INPUT-OUTPUT   SECTION.                                          zbnkbilr
004200   FILE-CONTROL.                                                  zbnkbilr
004300     SELECT BPAY-FILE                                             zbnkbilr
004400            ASSIGN       TO BNKBPAY                               zbnkbilr
004500            ORGANIZATION IS INDEXED                               zbnkbilr
004600            ACCESS MODE  IS SEQUENTIAL                            zbnkbilr
004700            RECORD KEY   IS BP-REC-KEY                            zbnkbilr
004800            FILE STATUS  IS WS-BPAY-STATUS.                       zbnkbilr
004900     SELECT BILR-FILE                                             zbnkbilr
005000            ASSIGN       TO BNKBILR                               zbnkbilr
005100            ORGANIZATION IS INDEXED                               zbnkbilr
005200            ACCESS MODE  IS RANDOM                                zbnkbilr
005300            RECORD KEY   IS BL-REC-CODE                           zbnkbilr
005400            FILE STATUS  IS WS-BILR-STATUS.                       zbnkbilr
005500     SELECT EXTL-FILE                                             zbnkbilr
005600            ASSIGN       TO BNKEXTL                               zbnkbilr
005700            ORGANIZATION IS INDEXED                               zbnkbilr
005800            ACCESS MODE  IS RANDOM                                zbnkbilr
005900            RECORD KEY   IS XT-REC-KEY                            zbnkbilr
006000            FILE STATUS  IS WS-EXTL-STATUS.                       zbnkbilr
006100     SELECT REMITOUT-FILE                                         zbnkbilr
006200            ASSIGN       TO REMITOUT                              zbnkbilr
006300            ORGANIZATION IS SEQUENTIAL                            zbnkbilr
006400            ACCESS MODE  IS SEQUENTIAL                            zbnkbilr
006500            FILE STATUS  IS WS-REMITOUT-STATUS.                   zbnkbilr
006600     SELECT PRINTOUT-FILE                                         zbnkbilr
006700            ASSIGN       TO PRINTOUT                              zbnkbilr
006800            ORGANIZATION IS SEQUENTIAL                            zbnkbilr
006900            ACCESS MODE  IS SEQUENTIAL                            zbnkbilr
007000            FILE STATUS  IS WS-PRINTOUT-STATUS.                   zbnkbilr
007100     SELECT JOBSUM-FILE                                           zbnkbilr
007200            ASSIGN       TO JOBSUM                                zbnkbilr
007300            ORGANIZATION IS SEQUENTIAL                            zbnkbilr
007400            ACCESS MODE  IS SEQUENTIAL                            zbnkbilr
007500            FILE STATUS  IS WS-JOBSUM-STATUS.                     zbnkbilr
007600                                                                  zbnkbilr
007700 DATA DIVISION.                                                   zbnkbilr
007800 FILE SECTION.                                                    zbnkbilr
007900                                                                  zbnkbilr
008000 FD  BPAY-FILE.                                                   zbnkbilr
008100 01  BPAY-FILE-REC.                                               zbnkbilr
008200 COPY CBANKVBP.                                                   zbnkbilr
008300                                                                  zbnkbilr
008400 FD  BILR-FILE.                                                   zbnkbilr
008500 01  BILR-FILE-REC.                                               zbnkbilr
008600 COPY CBANKVBL.                                                   zbnkbilr
008700                                                                  zbnkbilr
008800 FD  EXTL-FILE.                                                   zbnkbilr
008900 01  EXTL-FILE-REC.                                               zbnkbilr
009000 COPY CBANKVXT.                                                   zbnkbilr
009100                                                                  zbnkbilr
009200 FD  REMITOUT-FILE.                                               zbnkbilr
009300 01  REMITOUT-REC                      PIC X(100).                zbnkbilr
009400                                                                  zbnkbilr
009500 FD  PRINTOUT-FILE.                                               zbnkbilr
009600 01  PRINTOUT-REC                      PIC X(121).                zbnkbilr
009700                                                                  zbnkbilr
009800 FD  JOBSUM-FILE.                                                 zbnkbilr
009900 01  JOBSUM-REC                        PIC X(80).                 zbnkbilr
010000                                                                  zbnkbilr
010100 WORKING-STORAGE SECTION.                                         zbnkbilr
010200 01  WS-RUN-CONTROL.                                              zbnkbilr
010300 COPY CRUNCTLD.                                                   zbnkbilr
010400 01  WS-FILE-STATUSES.                                            zbnkbilr
010500   05  WS-BPAY-STATUS.                                            zbnkbilr
010600     10  WS-BPAY-STAT1                  PIC X(1).                 zbnkbilr
010700     10  WS-BPAY-STAT2                  PIC X(1).                 zbnkbilr
010800   05  WS-BILR-STATUS.                                            zbnkbilr
010900     10  WS-BILR-STAT1                  PIC X(1).                 zbnkbilr
011000     10  WS-BILR-STAT2                  PIC X(1).                 zbnkbilr
011100   05  WS-EXTL-STATUS.                                            zbnkbilr
011200     10  WS-EXTL-STAT1                  PIC X(1).                 zbnkbilr
011300     10  WS-EXTL-STAT2                  PIC X(1).                 zbnkbilr
011400   05  WS-REMITOUT-STATUS.                                        zbnkbilr
011500     10  WS-REMITOUT-STAT1              PIC X(1).                 zbnkbilr
011600     10  WS-REMITOUT-STAT2              PIC X(1).                 zbnkbilr
011700   05  WS-PRINTOUT-STATUS.                                        zbnkbilr
011800     10  WS-PRINTOUT-STAT1              PIC X(1).                 zbnkbilr
011900     10  WS-PRINTOUT-STAT2              PIC X(1).                 zbnkbilr
012000   05  WS-JOBSUM-STATUS.                                          zbnkbilr
012100     10  WS-JOBSUM-STAT1                PIC X(1).                 zbnkbilr
012200     10  WS-JOBSUM-STAT2                PIC X(1).                 zbnkbilr
012300   05  WS-IO-STATUS.                                              zbnkbilr
012400     10  WS-IO-STAT1                   PIC X(1).                  zbnkbilr
012500     10  WS-IO-STAT2                   PIC X(1).                  zbnkbilr
012600                                                                  zbnkbilr
012700   05  WS-TWO-BYTES.                                              zbnkbilr
012800     10  WS-TWO-BYTES-LEFT             PIC X(1).                  zbnkbilr
012900     10  WS-TWO-BYTES-RIGHT            PIC X(1).                  zbnkbilr
013000   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 zbnkbilr
013100                                      PIC 9(1) COMP.              zbnkbilr
013200                                                                  zbnkbilr
013300 01  WS-CONSOLE-MESSAGE                    PIC X(48).             zbnkbilr
013400                                                                  zbnkbilr
013500 01  WS-DATE-WORK-AREA.                                           zbnkbilr
013600 COPY CDATED.                                                     zbnkbilr
013700                                                                  zbnkbilr
013800 01  WS-TODAY-DATE-N                       PIC 9(8).              zbnkbilr
013900 01  WS-TODAY-DATE-PARTS REDEFINES WS-TODAY-DATE-N.               zbnkbilr
014000     05  WS-TODAY-CCYY                     PIC 9(4).              zbnkbilr
014100     05  WS-TODAY-MM                       PIC 9(2).              zbnkbilr
014200     05  WS-TODAY-DD                       PIC 9(2).              zbnkbilr
014300 01  WS-RUN-DATE-DISPLAY                   PIC X(11).             zbnkbilr
014400 01  WS-RUN-TIME-8                         PIC 9(8).              zbnkbilr
014500 01  WS-RUN-TIME                           PIC X(6).              zbnkbilr
014600                                                                  zbnkbilr
014700 01  WS-OUTCTL-PARM.                                              zbnkbilr
014800 COPY COUTCTLD.                                                   zbnkbilr
014900                                                                  zbnkbilr
015000******************************************************************zbnkbilr
015100*  The biller batch being built. A batch opens on the first      *zbnkbilr
015200*  pending payment for a biller and closes when the biller code  *zbnkbilr
015300*  changes or the register is exhausted. A biller no longer on   *zbnkbilr
015400*  BNKBILR cannot be remitted to; its payments are held pending  *zbnkbilr
015500*  and reported until the directory is put right.                *zbnkbilr
015600******************************************************************zbnkbilr
015700 01  WS-BATCH-BILLER                       PIC X(6) VALUE SPACES. zbnkbilr
015800 01  WS-BATCH-STATE                        PIC X(1) VALUE SPACE.  zbnkbilr
015900     88  WS-BATCH-OPEN                         VALUE 'O'.         zbnkbilr
016000     88  WS-BATCH-HELD                         VALUE 'H'.         zbnkbilr
016100 01  WS-BATCH-COUNT                        PIC 9(7) VALUE ZERO.   zbnkbilr
016200 01  WS-BATCH-TOTAL                        PIC S9(9)V99 COMP-3    zbnkbilr
016300                                           VALUE ZERO.            zbnkbilr
016400                                                                  zbnkbilr
016500******************************************************************zbnkbilr
016600*  A remittance to an external biller is queued on BNKEXTL under *zbnkbilr
016700*  the clearing account and a task number made up of the run's   *zbnkbilr
016800*  month and day and a sequence, which cannot meet the CICS task *zbnkbilr
016900*  numbers DBANK03P keys its own requests by. A collision bumps  *zbnkbilr
017000*  the sequence and retries.                                     *zbnkbilr
017100******************************************************************zbnkbilr
017200 01  WS-EXTL-SEQ                           PIC 9(3) VALUE ZERO.   zbnkbilr
017300 01  WS-EXTL-TASKN                         PIC 9(7).              zbnkbilr
017400                                                                  zbnkbilr
017500******************************************************************zbnkbilr
017600*  REMITOUT record layouts - a batch header, a detail line per   *zbnkbilr
017700*  payment, a batch trailer and the file trailer.                *zbnkbilr
017800******************************************************************zbnkbilr
017900 01  WS-REMIT-HEADER.                                             zbnkbilr
018000   05  WS-RH-TYPE                          PIC X(1) VALUE 'H'.    zbnkbilr
018100   05  WS-RH-BILLER                        PIC X(6).              zbnkbilr
018200   05  WS-RH-NAME                          PIC X(25).             zbnkbilr
018300   05  WS-RH-ROUTE                         PIC X(1).              zbnkbilr
018400   05  WS-RH-COLL-ACCNO                    PIC X(9).              zbnkbilr
018500   05  WS-RH-BANK-ID                       PIC X(11).             zbnkbilr
018600   05  WS-RH-DEST-ACCNO                    PIC X(17).             zbnkbilr
018700   05  WS-RH-CURRENCY                      PIC X(3).              zbnkbilr
018800   05  WS-RH-RUN-DATE                      PIC 9(8).              zbnkbilr
018900   05  FILLER                              PIC X(19) VALUE SPACES.zbnkbilr
019000 01  WS-REMIT-DETAIL.                                             zbnkbilr
019100   05  WS-RD-TYPE                          PIC X(1) VALUE 'D'.    zbnkbilr
019200   05  WS-RD-BILLER                        PIC X(6).              zbnkbilr
019300   05  WS-RD-REFERENCE                     PIC X(20).             zbnkbilr
019400   05  WS-RD-AMOUNT                        PIC 9(7).99.           zbnkbilr
019500   05  WS-RD-PAY-DATE                      PIC 9(8).              zbnkbilr
019600   05  WS-RD-ACCNO                         PIC X(9).              zbnkbilr
019700   05  WS-RD-TASKN                         PIC 9(7).              zbnkbilr
019800   05  WS-RD-CHANNEL                       PIC X(1).              zbnkbilr
019900   05  FILLER                              PIC X(38) VALUE SPACES.zbnkbilr
020000 01  WS-REMIT-TRAILER.                                            zbnkbilr
020100   05  WS-RT-TYPE                          PIC X(1) VALUE 'T'.    zbnkbilr
020200   05  WS-RT-BILLER                        PIC X(6).              zbnkbilr
020300   05  WS-RT-COUNT                         PIC 9(7).              zbnkbilr
020400   05  WS-RT-TOTAL                         PIC 9(9).99.           zbnkbilr
020500   05  FILLER                              PIC X(74) VALUE SPACES.zbnkbilr
020600 01  WS-REMIT-FILE-TRAILER.                                       zbnkbilr
020700   05  WS-RZ-TYPE                          PIC X(1) VALUE 'Z'.    zbnkbilr
020800   05  WS-RZ-RUN-DATE                      PIC 9(8).              zbnkbilr
020900   05  WS-RZ-BATCHES                       PIC 9(5).              zbnkbilr
021000   05  WS-RZ-COUNT                         PIC 9(7).              zbnkbilr
021100   05  WS-RZ-TOTAL                         PIC 9(11).99.          zbnkbilr
021200   05  FILLER                              PIC X(65) VALUE SPACES.zbnkbilr
021300                                                                  zbnkbilr
021400 01  WS-DETAIL-LINE.                                              zbnkbilr
021500   05  WS-DET-BILLER                       PIC X(6).              zbnkbilr
021600   05  FILLER                              PIC X(2) VALUE SPACES. zbnkbilr
021700   05  WS-DET-NAME                         PIC X(25).             zbnkbilr
021800   05  FILLER                              PIC X(2) VALUE SPACES. zbnkbilr
021900   05  WS-DET-COUNT                        PIC ZZZ,ZZ9.           zbnkbilr
022000   05  FILLER                              PIC X(2) VALUE SPACES. zbnkbilr
022100   05  WS-DET-TOTAL                        PIC ZZZ,ZZZ,ZZ9.99.    zbnkbilr
022200   05  FILLER                              PIC X(3) VALUE SPACES. zbnkbilr
022300   05  WS-DET-NOTE                         PIC X(40).             zbnkbilr
022400                                                                  zbnkbilr
022500 01  WS-REPORT-LINE                        PIC X(121).            zbnkbilr
022600                                                                  zbnkbilr
022700******************************************************************zbnkbilr
022800*  Run counters, reported on the job summary at the end of the   *zbnkbilr
022900*  run.                                                          *zbnkbilr
023000******************************************************************zbnkbilr
023100 01  WS-PAYMENTS-READ                      PIC 9(7) VALUE ZERO.   zbnkbilr
023200 01  WS-PAYMENTS-REMITTED                  PIC 9(7) VALUE ZERO.   zbnkbilr
023300 01  WS-PAYMENTS-HELD                      PIC 9(7) VALUE ZERO.   zbnkbilr
023400 01  WS-PAYMENTS-FAILED                    PIC 9(7) VALUE ZERO.   zbnkbilr
023500 01  WS-BATCHES-WRITTEN                    PIC 9(5) VALUE ZERO.   zbnkbilr
023600 01  WS-TRANSFERS-QUEUED                   PIC 9(5) VALUE ZERO.   zbnkbilr
023700 01  WS-REMIT-RECORDS                      PIC 9(7) VALUE ZERO.   zbnkbilr
023800 01  WS-REMIT-TOTAL                        PIC S9(11)V99 COMP-3   zbnkbilr
023900                                           VALUE ZERO.            zbnkbilr
024000                                                                  zbnkbilr
024100 01  WS-END-OF-BPAY                        PIC X(3) VALUE 'NO '.  zbnkbilr
024200                                                                  zbnkbilr
024300 PROCEDURE DIVISION.                                              zbnkbilr
024400                                                                  zbnkbilr
024500     PERFORM RUN-CONTROL-START                                    zbnkbilr
024600         THRU RUN-CONTROL-START-EXIT.                             zbnkbilr
024700     PERFORM GET-RUN-DATE.                                        zbnkbilr
024800                                                                  zbnkbilr
024900     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           zbnkbilr
025000     STRING 'Bill payment remittance for ' DELIMITED BY SIZE      zbnkbilr
025100            WS-RUN-DATE-DISPLAY DELIMITED BY SIZE                 zbnkbilr
025200       INTO WS-CONSOLE-MESSAGE.                                   zbnkbilr
025300     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkbilr
025400                                                                  zbnkbilr
025500     PERFORM BPAY-OPEN.                                           zbnkbilr
025600     PERFORM BILR-OPEN.                                           zbnkbilr
025700     PERFORM EXTL-OPEN.                                           zbnkbilr
025800     PERFORM REMITOUT-OPEN.                                       zbnkbilr
025900     PERFORM PRINTOUT-OPEN.                                       zbnkbilr
026000                                                                  zbnkbilr
026100     PERFORM WRITE-REPORT-HEADING.                                zbnkbilr
026200     PERFORM BPAY-GET.                                            zbnkbilr
026300     PERFORM REMIT-ONE-PAYMENT                                    zbnkbilr
026400         THRU REMIT-ONE-PAYMENT-EXIT                              zbnkbilr
026500             UNTIL WS-END-OF-BPAY = 'YES'.                        zbnkbilr
026600     PERFORM BATCH-CLOSE                                          zbnkbilr
026700         THRU BATCH-CLOSE-EXIT.                                   zbnkbilr
026800     PERFORM WRITE-FILE-TRAILER.                                  zbnkbilr
026900                                                                  zbnkbilr
027000     PERFORM BPAY-CLOSE.                                          zbnkbilr
027100     PERFORM BILR-CLOSE.                                          zbnkbilr
027200     PERFORM EXTL-CLOSE.                                          zbnkbilr
027300     PERFORM REMITOUT-CLOSE.                                      zbnkbilr
027400     PERFORM PRINTOUT-CLOSE.                                      zbnkbilr
027500                                                                  zbnkbilr
027600     PERFORM PRINT-JOB-SUMMARY.                                   zbnkbilr
027700                                                                  zbnkbilr
027800     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     zbnkbilr
027900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkbilr
028000     MOVE 0 TO RETURN-CODE.                                       zbnkbilr
028100     PERFORM RUN-CONTROL-END.                                     zbnkbilr
028200     GOBACK.                                                      zbnkbilr
028300                                                                  zbnkbilr
028400******************************************************************zbnkbilr
028500*  GET-RUN-DATE                                                  *zbnkbilr
028600*  Obtains today's date, in both numeric and display form, and   *zbnkbilr
028700*  the current time.                                             *zbnkbilr
028800******************************************************************zbnkbilr
028900 GET-RUN-DATE.                                                    zbnkbilr
029000     ACCEPT WS-TODAY-DATE-N FROM DATE YYYYMMDD.                   zbnkbilr
029100     MOVE SPACES TO DD-INPUT-TYPE.                                zbnkbilr
029200     SET DDI-ISO TO TRUE.                                         zbnkbilr
029300     MOVE SPACES TO DDI-DATA.                                     zbnkbilr
029400     STRING WS-TODAY-CCYY DELIMITED BY SIZE                       zbnkbilr
029500            '-'           DELIMITED BY SIZE                       zbnkbilr
029600            WS-TODAY-MM   DELIMITED BY SIZE                       zbnkbilr
029700            '-'           DELIMITED BY SIZE                       zbnkbilr
029800            WS-TODAY-DD   DELIMITED BY SIZE                       zbnkbilr
029900       INTO DDI-DATA.                                             zbnkbilr
030000     MOVE SPACES TO DD-OUTPUT-TYPE.                               zbnkbilr
030100     SET DDO-DD-MMM-YYYY TO TRUE.                                 zbnkbilr
030200     SET DD-ENV-NULL TO TRUE.                                     zbnkbilr
030300     CALL 'UDATECNV' USING WS-DATE-WORK-AREA.                     zbnkbilr
030400     MOVE DDO-DATA TO WS-RUN-DATE-DISPLAY.                        zbnkbilr
030500     ACCEPT WS-RUN-TIME-8 FROM TIME.                              zbnkbilr
030600     MOVE WS-RUN-TIME-8(1:6) TO WS-RUN-TIME.                      zbnkbilr
030700 GET-RUN-DATE-EXIT.                                               zbnkbilr
030800     EXIT.                                                        zbnkbilr
030900                                                                  zbnkbilr
031000******************************************************************zbnkbilr
031100*  REMIT-ONE-PAYMENT                                             *zbnkbilr
031200*  Works the payment currently in the buffer and advances the    *zbnkbilr
031300*  scan. Only pending payments are remitted; one still awaiting  *zbnkbilr
031400*  its passcode from before today is failed, and anything else - *zbnkbilr
031500*  already remitted or failed - is history and passed over. A    *zbnkbilr
031600*  change of biller closes the batch in progress and opens the   *zbnkbilr
031700*  next.                                                         *zbnkbilr
031800******************************************************************zbnkbilr
031900 REMIT-ONE-PAYMENT.                                               zbnkbilr
032000     ADD 1 TO WS-PAYMENTS-READ.                                   zbnkbilr
032100     IF BP-REC-AWAITING-OTP                                       zbnkbilr
032200        IF BP-REC-PAY-DTE IS LESS THAN WS-TODAY-DATE-N            zbnkbilr
032300           SET BP-REC-FAILED TO TRUE                              zbnkbilr
032400           PERFORM BPAY-REWRITE                                   zbnkbilr
032500           ADD 1 TO WS-PAYMENTS-FAILED                            zbnkbilr
032600        END-IF                                                    zbnkbilr
032700        GO TO REMIT-ONE-PAYMENT-NEXT                              zbnkbilr
032800     END-IF.                                                      zbnkbilr
032900     IF NOT BP-REC-PENDING                                        zbnkbilr
033000        GO TO REMIT-ONE-PAYMENT-NEXT                              zbnkbilr
033100     END-IF.                                                      zbnkbilr
033200     IF BP-REC-BILLER IS NOT EQUAL TO WS-BATCH-BILLER             zbnkbilr
033300        PERFORM BATCH-CLOSE                                       zbnkbilr
033400            THRU BATCH-CLOSE-EXIT                                 zbnkbilr
033500        PERFORM BATCH-OPEN                                        zbnkbilr
033600            THRU BATCH-OPEN-EXIT                                  zbnkbilr
033700     END-IF.                                                      zbnkbilr
033800     IF WS-BATCH-HELD                                             zbnkbilr
033900        ADD 1 TO WS-PAYMENTS-HELD                                 zbnkbilr
034000        ADD 1 TO WS-BATCH-COUNT                                   zbnkbilr
034100        ADD BP-REC-AMOUNT TO WS-BATCH-TOTAL                       zbnkbilr
034200        GO TO REMIT-ONE-PAYMENT-NEXT                              zbnkbilr
034300     END-IF.                                                      zbnkbilr
034400     MOVE BP-REC-BILLER TO WS-RD-BILLER.                          zbnkbilr
034500     MOVE BP-REC-REFERENCE TO WS-RD-REFERENCE.                    zbnkbilr
034600     MOVE BP-REC-AMOUNT TO WS-RD-AMOUNT.                          zbnkbilr
034700     MOVE BP-REC-PAY-DTE TO WS-RD-PAY-DATE.                       zbnkbilr
034800     MOVE BP-REC-ACCNO TO WS-RD-ACCNO.                            zbnkbilr
034900     MOVE BP-REC-TASKN TO WS-RD-TASKN.                            zbnkbilr
035000     MOVE BP-REC-CHANNEL TO WS-RD-CHANNEL.                        zbnkbilr
035100     MOVE WS-REMIT-DETAIL TO REMITOUT-REC.                        zbnkbilr
035200     PERFORM REMITOUT-PUT.                                        zbnkbilr
035300     ADD 1 TO WS-BATCH-COUNT.                                     zbnkbilr
035400     ADD BP-REC-AMOUNT TO WS-BATCH-TOTAL.                         zbnkbilr
035500     SET BP-REC-REMITTED TO TRUE.                                 zbnkbilr
035600     MOVE WS-TODAY-DATE-N TO BP-REC-REMIT-DTE.                    zbnkbilr
035700     PERFORM BPAY-REWRITE.                                        zbnkbilr
035800     ADD 1 TO WS-PAYMENTS-REMITTED.                               zbnkbilr
035900 REMIT-ONE-PAYMENT-NEXT.                                          zbnkbilr
036000     PERFORM BPAY-GET.                                            zbnkbilr
036100 REMIT-ONE-PAYMENT-EXIT.                                          zbnkbilr
036200     EXIT.                                                        zbnkbilr
036300                                                                  zbnkbilr
036400******************************************************************zbnkbilr
036500*  BATCH-OPEN                                                    *zbnkbilr
036600*  Starts the batch for the biller of the payment in the buffer. *zbnkbilr
036700*  The biller's record supplies the header; a biller missing     *zbnkbilr
036800*  from the directory holds the batch.                           *zbnkbilr
036900******************************************************************zbnkbilr
037000 BATCH-OPEN.                                                      zbnkbilr
037100     MOVE BP-REC-BILLER TO WS-BATCH-BILLER.                       zbnkbilr
037200     MOVE ZERO TO WS-BATCH-COUNT.                                 zbnkbilr
037300     MOVE ZERO TO WS-BATCH-TOTAL.                                 zbnkbilr
037400     MOVE BP-REC-BILLER TO BL-REC-CODE.                           zbnkbilr
037500     READ BILR-FILE.                                              zbnkbilr
037600     IF WS-BILR-STATUS = '23'                                     zbnkbilr
037700        SET WS-BATCH-HELD TO TRUE                                 zbnkbilr
037800        MOVE SPACES TO BILR-FILE-REC                              zbnkbilr
037900        MOVE BP-REC-BILLER TO BL-REC-CODE                         zbnkbilr
038000        GO TO BATCH-OPEN-EXIT                                     zbnkbilr
038100     END-IF.                                                      zbnkbilr
038200     IF WS-BILR-STATUS NOT = '00'                                 zbnkbilr
038300        MOVE 'BILR Error reading file ...' TO WS-CONSOLE-MESSAGE  zbnkbilr
038400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbilr
038500        MOVE WS-BILR-STATUS TO WS-IO-STATUS                       zbnkbilr
038600        PERFORM DISPLAY-IO-STATUS                                 zbnkbilr
038700        PERFORM ABORT-PROGRAM                                     zbnkbilr
038800     END-IF.                                                      zbnkbilr
038900     SET WS-BATCH-OPEN TO TRUE.                                   zbnkbilr
039000     MOVE BL-REC-CODE TO WS-RH-BILLER.                            zbnkbilr
039100     MOVE BL-REC-NAME TO WS-RH-NAME.                              zbnkbilr
039200     MOVE BL-REC-ROUTE TO WS-RH-ROUTE.                            zbnkbilr
039300     MOVE BL-REC-COLL-ACCNO TO WS-RH-COLL-ACCNO.                  zbnkbilr
039400     MOVE BL-REC-BANK-ID TO WS-RH-BANK-ID.                        zbnkbilr
039500     MOVE BL-REC-DEST-ACCNO TO WS-RH-DEST-ACCNO.                  zbnkbilr
039600     MOVE BL-REC-CURRENCY TO WS-RH-CURRENCY.                      zbnkbilr
039700     MOVE WS-TODAY-DATE-N TO WS-RH-RUN-DATE.                      zbnkbilr
039800     MOVE WS-REMIT-HEADER TO REMITOUT-REC.                        zbnkbilr
039900     PERFORM REMITOUT-PUT.                                        zbnkbilr
040000 BATCH-OPEN-EXIT.                                                 zbnkbilr
040100     EXIT.                                                        zbnkbilr
040200                                                                  zbnkbilr
040300******************************************************************zbnkbilr
040400*  BATCH-CLOSE                                                   *zbnkbilr
040500*  Ends the batch in progress, if there is one: the trailer with *zbnkbilr
040600*  its control totals, the transfer of the total to an external  *zbnkbilr
040700*  biller's bank, and a line on the report. A held batch only    *zbnkbilr
040800*  reports what is waiting.                                      *zbnkbilr
040900******************************************************************zbnkbilr
041000 BATCH-CLOSE.                                                     zbnkbilr
041100     IF WS-BATCH-BILLER = SPACES                                  zbnkbilr
041200        GO TO BATCH-CLOSE-EXIT                                    zbnkbilr
041300     END-IF.                                                      zbnkbilr
041400     MOVE BL-REC-CODE TO WS-DET-BILLER.                           zbnkbilr
041500     MOVE BL-REC-NAME TO WS-DET-NAME.                             zbnkbilr
041600     MOVE WS-BATCH-COUNT TO WS-DET-COUNT.                         zbnkbilr
041700     MOVE WS-BATCH-TOTAL TO WS-DET-TOTAL.                         zbnkbilr
041800     IF WS-BATCH-HELD                                             zbnkbilr
041900        MOVE 'Biller not on BNKBILR - payments held'              zbnkbilr
042000          TO WS-DET-NOTE                                          zbnkbilr
042100        PERFORM WRITE-DETAIL-LINE                                 zbnkbilr
042200        GO TO BATCH-CLOSE-DONE                                    zbnkbilr
042300     END-IF.                                                      zbnkbilr
042400     MOVE WS-BATCH-BILLER TO WS-RT-BILLER.                        zbnkbilr
042500     MOVE WS-BATCH-COUNT TO WS-RT-COUNT.                          zbnkbilr
042600     MOVE WS-BATCH-TOTAL TO WS-RT-TOTAL.                          zbnkbilr
042700     MOVE WS-REMIT-TRAILER TO REMITOUT-REC.                       zbnkbilr
042800     PERFORM REMITOUT-PUT.                                        zbnkbilr
042900     ADD 1 TO WS-BATCHES-WRITTEN.                                 zbnkbilr
043000     ADD WS-BATCH-TOTAL TO WS-REMIT-TOTAL.                        zbnkbilr
043100     IF BL-REC-EXTERNAL                                           zbnkbilr
043200        PERFORM QUEUE-REMITTANCE-TRANSFER                         zbnkbilr
043300        MOVE 'Remitted - transfer queued on BNKEXTL'              zbnkbilr
043400          TO WS-DET-NOTE                                          zbnkbilr
043500     ELSE                                                         zbnkbilr
043600        MOVE 'Remitted - credited to biller account'              zbnkbilr
043700          TO WS-DET-NOTE                                          zbnkbilr
043800     END-IF.                                                      zbnkbilr
043900     PERFORM WRITE-DETAIL-LINE.                                   zbnkbilr
044000 BATCH-CLOSE-DONE.                                                zbnkbilr
044100     MOVE SPACES TO WS-BATCH-BILLER.                              zbnkbilr
044200     MOVE SPACE TO WS-BATCH-STATE.                                zbnkbilr
044300 BATCH-CLOSE-EXIT.                                                zbnkbilr
044400     EXIT.                                                        zbnkbilr
044500                                                                  zbnkbilr
044600******************************************************************zbnkbilr
044700*  QUEUE-REMITTANCE-TRANSFER                                     *zbnkbilr
044800*  One BNKEXTL request per external biller batch, for the batch  *zbnkbilr
044900*  total, from the clearing account the customers' payments were *zbnkbilr
045000*  credited to. It goes on queued like any other batch-raised    *zbnkbilr
045100*  transfer and ZBNKSTOR settles it and sends it on PAYOUT.      *zbnkbilr
045200******************************************************************zbnkbilr
045300 QUEUE-REMITTANCE-TRANSFER.                                       zbnkbilr
045400     MOVE SPACES TO EXTL-FILE-REC.                                zbnkbilr
045500     MOVE BL-REC-COLL-ACCNO TO XT-REC-FROM-ACCNO.                 zbnkbilr
045600     MOVE BL-REC-BANK-ID TO XT-REC-DEST-BANK-ID.                  zbnkbilr
045700     MOVE BL-REC-DEST-ACCNO TO XT-REC-DEST-ACCNO.                 zbnkbilr
045800     MOVE BL-REC-NAME TO XT-REC-DEST-NAME.                        zbnkbilr
045900     MOVE WS-BATCH-TOTAL TO XT-REC-AMOUNT.                        zbnkbilr
046000     MOVE BL-REC-CURRENCY TO XT-REC-CURRENCY.                     zbnkbilr
046100     MOVE SPACES TO XT-REC-REFERENCE.                             zbnkbilr
046200     STRING 'RMT'            DELIMITED BY SIZE                    zbnkbilr
046300            BL-REC-CODE      DELIMITED BY SIZE                    zbnkbilr
046400            WS-TODAY-DATE-N  DELIMITED BY SIZE                    zbnkbilr
046500       INTO XT-REC-REFERENCE.                                     zbnkbilr
046600     MOVE WS-TODAY-DATE-N TO XT-REC-REQUEST-DTE.                  zbnkbilr
046700     SET XT-REC-QUEUED TO TRUE.                                   zbnkbilr
046800     MOVE ZERO TO XT-REC-SETTLED-AMOUNT.                          zbnkbilr
046900     MOVE 'ZBNKBILR' TO XT-REC-REQ-USERID.                        zbnkbilr
047000     MOVE SPACES TO XT-REC-APPR-USERID.                           zbnkbilr
047100     MOVE ZERO TO XT-REC-APPR-DTE.                                zbnkbilr
047200     PERFORM EXTL-WRITE-STEP.                                     zbnkbilr
047300     PERFORM EXTL-WRITE-RETRY                                     zbnkbilr
047400         UNTIL WS-EXTL-STATUS NOT = '22'.                         zbnkbilr
047500     IF WS-EXTL-STATUS NOT = '00'                                 zbnkbilr
047600        MOVE 'EXTL Error writing file ...' TO WS-CONSOLE-MESSAGE  zbnkbilr
047700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbilr
047800        MOVE WS-EXTL-STATUS TO WS-IO-STATUS                       zbnkbilr
047900        PERFORM DISPLAY-IO-STATUS                                 zbnkbilr
048000        PERFORM ABORT-PROGRAM                                     zbnkbilr
048100     END-IF.                                                      zbnkbilr
048200     ADD 1 TO WS-TRANSFERS-QUEUED.                                zbnkbilr
048300                                                                  zbnkbilr
048400 EXTL-WRITE-STEP.                                                 zbnkbilr
048500     ADD 1 TO WS-EXTL-SEQ.                                        zbnkbilr
048600     COMPUTE WS-EXTL-TASKN =                                      zbnkbilr
048700         ((WS-TODAY-MM * 100) + WS-TODAY-DD) * 1000 + WS-EXTL-SEQ.zbnkbilr
048800     MOVE WS-EXTL-TASKN TO XT-REC-TASKN.                          zbnkbilr
048900     WRITE EXTL-FILE-REC.                                         zbnkbilr
049000                                                                  zbnkbilr
049100 EXTL-WRITE-RETRY.                                                zbnkbilr
049200     PERFORM EXTL-WRITE-STEP.                                     zbnkbilr
049300                                                                  zbnkbilr
049400******************************************************************zbnkbilr
049500*  WRITE-FILE-TRAILER                                            *zbnkbilr
049600*  Closes REMITOUT with the grand totals over every batch.       *zbnkbilr
049700******************************************************************zbnkbilr
049800 WRITE-FILE-TRAILER.                                              zbnkbilr
049900     MOVE WS-TODAY-DATE-N TO WS-RZ-RUN-DATE.                      zbnkbilr
050000     MOVE WS-BATCHES-WRITTEN TO WS-RZ-BATCHES.                    zbnkbilr
050100     MOVE WS-PAYMENTS-REMITTED TO WS-RZ-COUNT.                    zbnkbilr
050200     MOVE WS-REMIT-TOTAL TO WS-RZ-TOTAL.                          zbnkbilr
050300     MOVE WS-REMIT-FILE-TRAILER TO REMITOUT-REC.                  zbnkbilr
050400     PERFORM REMITOUT-PUT.                                        zbnkbilr
050500                                                                  zbnkbilr
050600******************************************************************zbnkbilr
050700*  WRITE-REPORT-HEADING                                          *zbnkbilr
050800*  Writes the report title and column heading lines.             *zbnkbilr
050900******************************************************************zbnkbilr
051000 WRITE-REPORT-HEADING.                                            zbnkbilr
051100     MOVE SPACES TO WS-REPORT-LINE.                               zbnkbilr
051200     STRING 'Bill Payment Remittance Report - run date '          zbnkbilr
051300                                      DELIMITED BY SIZE           zbnkbilr
051400            WS-RUN-DATE-DISPLAY       DELIMITED BY SIZE           zbnkbilr
051500       INTO WS-REPORT-LINE.                                       zbnkbilr
051600     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkbilr
051700     PERFORM PRINTOUT-PUT.                                        zbnkbilr
051800     MOVE SPACES TO PRINTOUT-REC.                                 zbnkbilr
051900     PERFORM PRINTOUT-PUT.                                        zbnkbilr
052000     MOVE 'Biller  Name                       Payments'           zbnkbilr
052100       TO WS-REPORT-LINE.                                         zbnkbilr
052200     MOVE '         Total   Note' TO WS-REPORT-LINE(44:).         zbnkbilr
052300     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkbilr
052400     PERFORM PRINTOUT-PUT.                                        zbnkbilr
052500                                                                  zbnkbilr
052600******************************************************************zbnkbilr
052700*  WRITE-DETAIL-LINE                                             *zbnkbilr
052800*  One line per biller batch.                                    *zbnkbilr
052900******************************************************************zbnkbilr
053000 WRITE-DETAIL-LINE.                                               zbnkbilr
053100     MOVE WS-DETAIL-LINE TO PRINTOUT-REC.                         zbnkbilr
053200     PERFORM PRINTOUT-PUT.                                        zbnkbilr
053300                                                                  zbnkbilr
053400******************************************************************zbnkbilr
053500*  Open, access and close the BPAY file.                         *zbnkbilr
053600******************************************************************zbnkbilr
053700 BPAY-OPEN.                                                       zbnkbilr
053800     OPEN I-O BPAY-FILE.                                          zbnkbilr
053900     IF WS-BPAY-STATUS = '00'                                     zbnkbilr
054000        MOVE 'BPAY file opened OK' TO WS-CONSOLE-MESSAGE          zbnkbilr
054100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbilr
054200     ELSE                                                         zbnkbilr
054300        MOVE 'BPAY file open failure...' TO WS-CONSOLE-MESSAGE    zbnkbilr
054400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbilr
054500        MOVE WS-BPAY-STATUS TO WS-IO-STATUS                       zbnkbilr
054600        PERFORM DISPLAY-IO-STATUS                                 zbnkbilr
054700        PERFORM ABORT-PROGRAM                                     zbnkbilr
054800     END-IF.                                                      zbnkbilr
054900                                                                  zbnkbilr
055000 BPAY-GET.                                                        zbnkbilr
055100     READ BPAY-FILE NEXT RECORD.                                  zbnkbilr
055200     IF WS-BPAY-STATUS NOT = '00'                                 zbnkbilr
055300        IF WS-BPAY-STATUS = '10'                                  zbnkbilr
055400           MOVE 'YES' TO WS-END-OF-BPAY                           zbnkbilr
055500        ELSE                                                      zbnkbilr
055600           MOVE 'BPAY Error reading file ...'                     zbnkbilr
055700             TO WS-CONSOLE-MESSAGE                                zbnkbilr
055800           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkbilr
055900           MOVE WS-BPAY-STATUS TO WS-IO-STATUS                    zbnkbilr
056000           PERFORM DISPLAY-IO-STATUS                              zbnkbilr
056100           PERFORM ABORT-PROGRAM                                  zbnkbilr
056200        END-IF                                                    zbnkbilr
056300     END-IF.                                                      zbnkbilr
056400                                                                  zbnkbilr
056500 BPAY-REWRITE.                                                    zbnkbilr
056600     REWRITE BPAY-FILE-REC.                                       zbnkbilr
056700     IF WS-BPAY-STATUS NOT = '00'                                 zbnkbilr
056800        MOVE 'BPAY Error rewriting file ...'                      zbnkbilr
056900          TO WS-CONSOLE-MESSAGE                                   zbnkbilr
057000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbilr
057100        MOVE WS-BPAY-STATUS TO WS-IO-STATUS                       zbnkbilr
057200        PERFORM DISPLAY-IO-STATUS                                 zbnkbilr
057300        PERFORM ABORT-PROGRAM                                     zbnkbilr
057400     END-IF.                                                      zbnkbilr
057500                                                                  zbnkbilr
057600 BPAY-CLOSE.                                                      zbnkbilr
057700     CLOSE BPAY-FILE.                                             zbnkbilr
057800     IF WS-BPAY-STATUS = '00'                                     zbnkbilr
057900        MOVE 'BPAY file closed OK' TO WS-CONSOLE-MESSAGE          zbnkbilr
058000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbilr
058100     ELSE                                                         zbnkbilr
058200        MOVE 'BPAY file close failure...' TO WS-CONSOLE-MESSAGE   zbnkbilr
058300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbilr
058400        MOVE WS-BPAY-STATUS TO WS-IO-STATUS                       zbnkbilr
058500        PERFORM DISPLAY-IO-STATUS                                 zbnkbilr
058600        PERFORM ABORT-PROGRAM                                     zbnkbilr
058700     END-IF.                                                      zbnkbilr
058800                                                                  zbnkbilr
058900******************************************************************zbnkbilr
059000*  Open and close the BILR biller directory.                     *zbnkbilr
059100******************************************************************zbnkbilr
059200 BILR-OPEN.                                                       zbnkbilr
059300     OPEN INPUT BILR-FILE.                                        zbnkbilr
059400     IF WS-BILR-STATUS = '00'                                     zbnkbilr
059500        MOVE 'BILR file opened OK' TO WS-CONSOLE-MESSAGE          zbnkbilr
059600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbilr
059700     ELSE                                                         zbnkbilr
059800        MOVE 'BILR file open failure...' TO WS-CONSOLE-MESSAGE    zbnkbilr
059900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbilr
060000        MOVE WS-BILR-STATUS TO WS-IO-STATUS                       zbnkbilr
060100        PERFORM DISPLAY-IO-STATUS                                 zbnkbilr
060200        PERFORM ABORT-PROGRAM                                     zbnkbilr
060300     END-IF.                                                      zbnkbilr
060400                                                                  zbnkbilr
060500 BILR-CLOSE.                                                      zbnkbilr
060600     CLOSE BILR-FILE.                                             zbnkbilr
060700     IF WS-BILR-STATUS = '00'                                     zbnkbilr
060800        MOVE 'BILR file closed OK' TO WS-CONSOLE-MESSAGE          zbnkbilr
060900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbilr
061000     ELSE                                                         zbnkbilr
061100        MOVE 'BILR file close failure...' TO WS-CONSOLE-MESSAGE   zbnkbilr
061200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbilr
061300        MOVE WS-BILR-STATUS TO WS-IO-STATUS                       zbnkbilr
061400        PERFORM DISPLAY-IO-STATUS                                 zbnkbilr
061500        PERFORM ABORT-PROGRAM                                     zbnkbilr
061600     END-IF.                                                      zbnkbilr
061700                                                                  zbnkbilr
061800******************************************************************zbnkbilr
061900*  Open and close the EXTL file.                                 *zbnkbilr
062000******************************************************************zbnkbilr
062100 EXTL-OPEN.                                                       zbnkbilr
062200     OPEN I-O EXTL-FILE.                                          zbnkbilr
062300     IF WS-EXTL-STATUS = '00'                                     zbnkbilr
062400        MOVE 'EXTL file opened OK' TO WS-CONSOLE-MESSAGE          zbnkbilr
062500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbilr
062600     ELSE                                                         zbnkbilr
062700        MOVE 'EXTL file open failure...' TO WS-CONSOLE-MESSAGE    zbnkbilr
062800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbilr
062900        MOVE WS-EXTL-STATUS TO WS-IO-STATUS                       zbnkbilr
063000        PERFORM DISPLAY-IO-STATUS                                 zbnkbilr
063100        PERFORM ABORT-PROGRAM                                     zbnkbilr
063200     END-IF.                                                      zbnkbilr
063300                                                                  zbnkbilr
063400 EXTL-CLOSE.                                                      zbnkbilr
063500     CLOSE EXTL-FILE.                                             zbnkbilr
063600     IF WS-EXTL-STATUS = '00'                                     zbnkbilr
063700        MOVE 'EXTL file closed OK' TO WS-CONSOLE-MESSAGE          zbnkbilr
063800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbilr
063900     ELSE                                                         zbnkbilr
064000        MOVE 'EXTL file close failure...' TO WS-CONSOLE-MESSAGE   zbnkbilr
064100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbilr
064200        MOVE WS-EXTL-STATUS TO WS-IO-STATUS                       zbnkbilr
064300        PERFORM DISPLAY-IO-STATUS                                 zbnkbilr
064400        PERFORM ABORT-PROGRAM                                     zbnkbilr
064500     END-IF.                                                      zbnkbilr
064600                                                                  zbnkbilr
064700******************************************************************zbnkbilr
064800*  Open, access and close the REMITOUT remittance file. A fresh  *zbnkbilr
064900*  file is written every run; the receiving side collects it     *zbnkbilr
065000*  and confirms through the outbound transmission register.      *zbnkbilr
065100******************************************************************zbnkbilr
065200 REMITOUT-OPEN.                                                   zbnkbilr
065300     OPEN OUTPUT REMITOUT-FILE.                                   zbnkbilr
065400     IF WS-REMITOUT-STATUS = '00'                                 zbnkbilr
065500        MOVE 'REMITOUT file opened OK' TO WS-CONSOLE-MESSAGE      zbnkbilr
065600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbilr
065700     ELSE                                                         zbnkbilr
065800        MOVE 'REMITOUT file open failure...' TO WS-CONSOLE-MESSAGEzbnkbilr
065900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbilr
066000        MOVE WS-REMITOUT-STATUS TO WS-IO-STATUS                   zbnkbilr
066100        PERFORM DISPLAY-IO-STATUS                                 zbnkbilr
066200        PERFORM ABORT-PROGRAM                                     zbnkbilr
066300     END-IF.                                                      zbnkbilr
066400                                                                  zbnkbilr
066500 REMITOUT-PUT.                                                    zbnkbilr
066600     WRITE REMITOUT-REC.                                          zbnkbilr
066700     IF WS-REMITOUT-STATUS NOT = '00'                             zbnkbilr
066800        MOVE 'REMITOUT Error writing file ...'                    zbnkbilr
066900          TO WS-CONSOLE-MESSAGE                                   zbnkbilr
067000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbilr
067100        MOVE WS-REMITOUT-STATUS TO WS-IO-STATUS                   zbnkbilr
067200        PERFORM DISPLAY-IO-STATUS                                 zbnkbilr
067300        PERFORM ABORT-PROGRAM                                     zbnkbilr
067400     END-IF.                                                      zbnkbilr
067500     ADD 1 TO WS-REMIT-RECORDS.                                   zbnkbilr
067600                                                                  zbnkbilr
067700 REMITOUT-CLOSE.                                                  zbnkbilr
067800     CLOSE REMITOUT-FILE.                                         zbnkbilr
067900     IF WS-REMITOUT-STATUS = '00'                                 zbnkbilr
068000        MOVE 'REMITOUT file closed OK' TO WS-CONSOLE-MESSAGE      zbnkbilr
068100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbilr
068200        PERFORM REGISTER-REMITOUT-FILE                            zbnkbilr
068300     ELSE                                                         zbnkbilr
068400        MOVE 'REMITOUT file close failure...'                     zbnkbilr
068500          TO WS-CONSOLE-MESSAGE                                   zbnkbilr
068600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbilr
068700        MOVE WS-REMITOUT-STATUS TO WS-IO-STATUS                   zbnkbilr
068800        PERFORM DISPLAY-IO-STATUS                                 zbnkbilr
068900        PERFORM ABORT-PROGRAM                                     zbnkbilr
069000     END-IF.                                                      zbnkbilr
069100                                                                  zbnkbilr
069200******************************************************************zbnkbilr
069300*  Log the REMITOUT file on the outbound transmission register   *zbnkbilr
069400*  so the end-of-window monitor can chase an unconfirmed         *zbnkbilr
069500*  pick-up. A registration problem is reported but does not      *zbnkbilr
069600*  fail the run.                                                 *zbnkbilr
069700******************************************************************zbnkbilr
069800 REGISTER-REMITOUT-FILE.                                          zbnkbilr
069900     SET OCT-REGISTER TO TRUE.                                    zbnkbilr
070000     MOVE 'REMITOUT' TO OCT-FILE-ID.                              zbnkbilr
070100     MOVE ZERO TO OCT-BUSDATE.                                    zbnkbilr
070200     MOVE 'ZBNKBILR' TO OCT-PRODUCER.                             zbnkbilr
070300     MOVE WS-REMIT-RECORDS TO OCT-RECORD-COUNT.                   zbnkbilr
070400     MOVE WS-REMIT-TOTAL TO OCT-AMOUNT-TOTAL.                     zbnkbilr
070500     CALL 'UOUTCTL' USING WS-OUTCTL-PARM.                         zbnkbilr
070600     IF OCT-FAILED                                                zbnkbilr
070700        MOVE 'REMITOUT not logged on outbound register'           zbnkbilr
070800          TO WS-CONSOLE-MESSAGE                                   zbnkbilr
070900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbilr
071000     END-IF.                                                      zbnkbilr
071100                                                                  zbnkbilr
071200******************************************************************zbnkbilr
071300*  Open, access and close the PRINTOUT file.                     *zbnkbilr
071400******************************************************************zbnkbilr
071500 PRINTOUT-OPEN.                                                   zbnkbilr
071600     OPEN OUTPUT PRINTOUT-FILE.                                   zbnkbilr
071700     IF WS-PRINTOUT-STATUS = '00'                                 zbnkbilr
071800        MOVE 'PRINTOUT file opened OK' TO WS-CONSOLE-MESSAGE      zbnkbilr
071900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbilr
072000     ELSE                                                         zbnkbilr
072100        MOVE 'PRINTOUT file open failure...' TO WS-CONSOLE-MESSAGEzbnkbilr
072200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbilr
072300        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkbilr
072400        PERFORM DISPLAY-IO-STATUS                                 zbnkbilr
072500        PERFORM ABORT-PROGRAM                                     zbnkbilr
072600     END-IF.                                                      zbnkbilr
072700                                                                  zbnkbilr
072800 PRINTOUT-PUT.                                                    zbnkbilr
072900     WRITE PRINTOUT-REC.                                          zbnkbilr
073000     IF WS-PRINTOUT-STATUS NOT = '00'                             zbnkbilr
073100        MOVE 'PRINTOUT Error writing file ...'                    zbnkbilr
073200          TO WS-CONSOLE-MESSAGE                                   zbnkbilr
073300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbilr
073400        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkbilr
073500        PERFORM DISPLAY-IO-STATUS                                 zbnkbilr
073600        PERFORM ABORT-PROGRAM                                     zbnkbilr
073700     END-IF.                                                      zbnkbilr
073800                                                                  zbnkbilr
073900 PRINTOUT-CLOSE.                                                  zbnkbilr
074000     CLOSE PRINTOUT-FILE.                                         zbnkbilr
074100     IF WS-PRINTOUT-STATUS = '00'                                 zbnkbilr
074200        MOVE 'PRINTOUT file closed OK' TO WS-CONSOLE-MESSAGE      zbnkbilr
074300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbilr
074400     ELSE                                                         zbnkbilr
074500        MOVE 'PRINTOUT file close failure...'                     zbnkbilr
074600          TO WS-CONSOLE-MESSAGE                                   zbnkbilr
074700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbilr
074800        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkbilr
074900        PERFORM DISPLAY-IO-STATUS                                 zbnkbilr
075000        PERFORM ABORT-PROGRAM                                     zbnkbilr
075100     END-IF.                                                      zbnkbilr
075200                                                                  zbnkbilr
075300******************************************************************zbnkbilr
075400*  Write a short end-of-job summary to the JOBSUM file, in the   *zbnkbilr
075500*  same style as the other nightly jobs' summaries.              *zbnkbilr
075600******************************************************************zbnkbilr
075700 PRINT-JOB-SUMMARY.                                               zbnkbilr
075800     PERFORM JOBSUM-OPEN.                                         zbnkbilr
075900     MOVE SPACES TO JOBSUM-REC.                                   zbnkbilr
076000     STRING 'Bill payments read:          ' DELIMITED BY SIZE     zbnkbilr
076100            WS-PAYMENTS-READ DELIMITED BY SIZE                    zbnkbilr
076200       INTO JOBSUM-REC.                                           zbnkbilr
076300     PERFORM JOBSUM-PUT.                                          zbnkbilr
076400     MOVE SPACES TO JOBSUM-REC.                                   zbnkbilr
076500     STRING 'Bill payments remitted:      ' DELIMITED BY SIZE     zbnkbilr
076600            WS-PAYMENTS-REMITTED DELIMITED BY SIZE                zbnkbilr
076700       INTO JOBSUM-REC.                                           zbnkbilr
076800     PERFORM JOBSUM-PUT.                                          zbnkbilr
076900     MOVE SPACES TO JOBSUM-REC.                                   zbnkbilr
077000     STRING 'Biller batches written:      ' DELIMITED BY SIZE     zbnkbilr
077100            WS-BATCHES-WRITTEN DELIMITED BY SIZE                  zbnkbilr
077200       INTO JOBSUM-REC.                                           zbnkbilr
077300     PERFORM JOBSUM-PUT.                                          zbnkbilr
077400     MOVE SPACES TO JOBSUM-REC.                                   zbnkbilr
077500     STRING 'Remittance transfers queued: ' DELIMITED BY SIZE     zbnkbilr
077600            WS-TRANSFERS-QUEUED DELIMITED BY SIZE                 zbnkbilr
077700       INTO JOBSUM-REC.                                           zbnkbilr
077800     PERFORM JOBSUM-PUT.                                          zbnkbilr
077900     MOVE SPACES TO JOBSUM-REC.                                   zbnkbilr
078000     STRING 'Payments held - no biller:   ' DELIMITED BY SIZE     zbnkbilr
078100            WS-PAYMENTS-HELD DELIMITED BY SIZE                    zbnkbilr
078200       INTO JOBSUM-REC.                                           zbnkbilr
078300     PERFORM JOBSUM-PUT.                                          zbnkbilr
078400     MOVE SPACES TO JOBSUM-REC.                                   zbnkbilr
078500     STRING 'Unconfirmed payments failed: ' DELIMITED BY SIZE     zbnkbilr
078600            WS-PAYMENTS-FAILED DELIMITED BY SIZE                  zbnkbilr
078700       INTO JOBSUM-REC.                                           zbnkbilr
078800     PERFORM JOBSUM-PUT.                                          zbnkbilr
078900     PERFORM JOBSUM-CLOSE.                                        zbnkbilr
079000     MOVE 'Job summary written to JOBSUM'                         zbnkbilr
079100       TO WS-CONSOLE-MESSAGE.                                     zbnkbilr
079200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkbilr
079300                                                                  zbnkbilr
079400 JOBSUM-OPEN.                                                     zbnkbilr
079500     OPEN OUTPUT JOBSUM-FILE.                                     zbnkbilr
079600     IF WS-JOBSUM-STATUS = '00'                                   zbnkbilr
079700        MOVE 'JOBSUM file opened OK' TO WS-CONSOLE-MESSAGE        zbnkbilr
079800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbilr
079900     ELSE                                                         zbnkbilr
080000        MOVE 'JOBSUM file open failure...' TO WS-CONSOLE-MESSAGE  zbnkbilr
080100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbilr
080200        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkbilr
080300        PERFORM DISPLAY-IO-STATUS                                 zbnkbilr
080400        PERFORM ABORT-PROGRAM                                     zbnkbilr
080500     END-IF.                                                      zbnkbilr
080600                                                                  zbnkbilr
080700 JOBSUM-PUT.                                                      zbnkbilr
080800     WRITE JOBSUM-REC.                                            zbnkbilr
080900     IF WS-JOBSUM-STATUS NOT = '00'                               zbnkbilr
081000        MOVE 'JOBSUM Error writing file ...' TO WS-CONSOLE-MESSAGEzbnkbilr
081100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbilr
081200        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkbilr
081300        PERFORM DISPLAY-IO-STATUS                                 zbnkbilr
081400        PERFORM ABORT-PROGRAM                                     zbnkbilr
081500     END-IF.                                                      zbnkbilr
081600                                                                  zbnkbilr
081700 JOBSUM-CLOSE.                                                    zbnkbilr
081800     CLOSE JOBSUM-FILE.                                           zbnkbilr
081900     IF WS-JOBSUM-STATUS = '00'                                   zbnkbilr
082000        MOVE 'JOBSUM file closed OK' TO WS-CONSOLE-MESSAGE        zbnkbilr
082100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbilr
082200     ELSE                                                         zbnkbilr
082300        MOVE 'JOBSUM file close failure...' TO WS-CONSOLE-MESSAGE zbnkbilr
082400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbilr
082500        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkbilr
082600        PERFORM DISPLAY-IO-STATUS                                 zbnkbilr
082700        PERFORM ABORT-PROGRAM                                     zbnkbilr
082800     END-IF.                                                      zbnkbilr
082900                                                                  zbnkbilr
083000******************************************************************zbnkbilr
083100*  Run-control hooks. The START call blocks this job when it has *zbnkbilr
083200*  already completed for the business date or a prerequisite has *zbnkbilr
083300*  not, and records the start on BNKRUNC; the END call records   *zbnkbilr
083400*  the end time and return code. See URUNCTL.CBL.                *zbnkbilr
083500******************************************************************zbnkbilr
083600 RUN-CONTROL-START.                                               zbnkbilr
083700     SET RUNCTL-START TO TRUE.                                    zbnkbilr
083800     MOVE 'ZBNKBILR' TO RUNCTL-JOB.                               zbnkbilr
083900     MOVE ZERO TO RUNCTL-BUSDATE.                                 zbnkbilr
084000     MOVE ZERO TO RUNCTL-RETURN-CODE.                             zbnkbilr
084100     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkbilr
084200     IF RUNCTL-BLOCKED                                            zbnkbilr
084300        MOVE RUNCTL-REPLY-TEXT TO WS-CONSOLE-MESSAGE              zbnkbilr
084400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbilr
084500        MOVE 'Run control blocked this run' TO WS-CONSOLE-MESSAGE zbnkbilr
084600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbilr
084700        MOVE 8 TO RETURN-CODE                                     zbnkbilr
084800        GOBACK                                                    zbnkbilr
084900     END-IF.                                                      zbnkbilr
085000 RUN-CONTROL-START-EXIT.                                          zbnkbilr
085100     EXIT.                                                        zbnkbilr
085200                                                                  zbnkbilr
085300 RUN-CONTROL-END.                                                 zbnkbilr
085400     SET RUNCTL-END TO TRUE.                                      zbnkbilr
085500     MOVE RETURN-CODE TO RUNCTL-RETURN-CODE.                      zbnkbilr
085600     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkbilr
085700                                                                  zbnkbilr
085800******************************************************************zbnkbilr
085900*  Display the file status bytes                                 *zbnkbilr
086000******************************************************************zbnkbilr
086100 DISPLAY-IO-STATUS.                                               zbnkbilr
086200     IF WS-IO-STATUS NUMERIC                                      zbnkbilr
086300        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkbilr
086400        STRING 'File status -' DELIMITED BY SIZE                  zbnkbilr
086500               WS-IO-STATUS DELIMITED BY SIZE                     zbnkbilr
086600          INTO WS-CONSOLE-MESSAGE                                 zbnkbilr
086700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbilr
086800     ELSE                                                         zbnkbilr
086900        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     zbnkbilr
087000        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    zbnkbilr
087100        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkbilr
087200        STRING 'File status -' DELIMITED BY SIZE                  zbnkbilr
087300               WS-IO-STAT1 DELIMITED BY SIZE                      zbnkbilr
087400               '/' DELIMITED BY SIZE                              zbnkbilr
087500               WS-TWO-BYTES DELIMITED BY SIZE                     zbnkbilr
087600          INTO WS-CONSOLE-MESSAGE                                 zbnkbilr
087700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbilr
087800     END-IF.                                                      zbnkbilr
087900                                                                  zbnkbilr
088000******************************************************************zbnkbilr
088100*  'ABORT' the program. Post a message and issue a goback        *zbnkbilr
088200******************************************************************zbnkbilr
088300 ABORT-PROGRAM.                                                   zbnkbilr
088400     IF WS-CONSOLE-MESSAGE NOT = SPACES                           zbnkbilr
088500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkbilr
088600     END-IF.                                                      zbnkbilr
088700     MOVE 'Program is abending...' TO WS-CONSOLE-MESSAGE.         zbnkbilr
088800     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkbilr
088900     MOVE 16 TO RETURN-CODE.                                      zbnkbilr
089000     GOBACK.                                                      zbnkbilr
089100                                                                  zbnkbilr
089200******************************************************************zbnkbilr
089300*  Display CONSOLE messages...                                   *zbnkbilr
089400******************************************************************zbnkbilr
089500 DISPLAY-CONSOLE-MESSAGE.                                         zbnkbilr
089600     DISPLAY 'ZBNKBILR - ' WS-CONSOLE-MESSAGE                     zbnkbilr
089700       UPON CONSOLE.                                              zbnkbilr
089800     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       zbnkbilr
