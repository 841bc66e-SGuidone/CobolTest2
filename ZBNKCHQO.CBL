000100******************************************************************zbnkchqo
000200*                                                               * zbnkchqo
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   * zbnkchqo
000400*   This demonstration program is provided for use by users     * zbnkchqo
000500*   of Micro Focus products and may be used, modified and       * zbnkchqo
000600*   distributed as part of your application provided that       * zbnkchqo
000700*   you properly acknowledge the copyright of Micro Focus       * zbnkchqo
000800*   in this material.                                           * zbnkchqo
000900*                                                               * zbnkchqo
001000******************************************************************zbnkchqo
001100                                                                  zbnkchqo
001200******************************************************************zbnkchqo
001300* ZBNKCHQO.CBL                                                   *zbnkchqo
001400* Function:    Nightly outward cheque clearing run for cheques   *zbnkchqo
001500*              deposited at the counter (DBANK52P) and drawn on  *zbnkchqo
001600*              other banks. First applies the CHQRTIN returns    *zbnkchqo
001700*              file from the paying banks: each returned cheque  *zbnkchqo
001800*              is reversed off the account, the returned-cheque  *zbnkchqo
001900*              fee is charged (CHQRTFEE on BNKSYSC) to fee       *zbnkchqo
002000*              income, the uncleared-funds hold is released and  *zbnkchqo
002100*              the return is listed by branch on the returns     *zbnkchqo
002200*              report. Then every new deposit on BNKCHQD goes on *zbnkchqo
002300*              the CHQOUT outward clearing file for the network, *zbnkchqo
002400*              which is registered for transmission, and items   *zbnkchqo
002500*              whose clearing period has run are marked cleared. *zbnkchqo
002600******************************************************************zbnkchqo
002700 IDENTIFICATION DIVISION.                                         zbnkchqo
002800 PROGRAM-ID.                                                      zbnkchqo
002900     ZBNKCHQO.                                                    zbnkchqo
003000 DATE-WRITTEN.                                                    zbnkchqo
003100     October 2026.                                                zbnkchqo
003200 DATE-COMPILED.                                                   zbnkchqo
003300     Today.                                                       zbnkchqo
003400                                                                  zbnkchqo
003500 ENVIRONMENT DIVISION.                                            zbnkchqo
003600 INPUT-OUTPUT   SECTION.                                          zbnkchqo
003700   FILE-CONTROL.                                                  zbnkchqo
003800     SELECT CHQD-FILE                                             zbnkchqo
003900            ASSIGN       TO BNKCHQD                               zbnkchqo
004000            ORGANIZATION IS INDEXED                               zbnkchqo
004100            ACCESS MODE  IS DYNAMIC                               zbnkchqo
004200            RECORD KEY   IS CQ-REC-KEY                            zbnkchqo
004300            FILE STATUS  IS WS-CHQD-STATUS.                       zbnkchqo
004400     SELECT ACCOUNT-FILE                                          zbnkchqo
004500            ASSIGN       TO BNKACCT                               zbnkchqo
004600            ORGANIZATION IS INDEXED                               zbnkchqo
004700            ACCESS MODE  IS RANDOM                                zbnkchqo
004800            RECORD KEY   IS BAC-REC-ACCNO                         zbnkchqo
004900            FILE STATUS  IS WS-ACCOUNT-STATUS.                    zbnkchqo
005000     SELECT HOLD-FILE                                             zbnkchqo
005100            ASSIGN       TO BNKHOLD                               zbnkchqo
005200            ORGANIZATION IS INDEXED                               zbnkchqo
005300            ACCESS MODE  IS RANDOM                                zbnkchqo
005400            RECORD KEY   IS HD-REC-KEY                            zbnkchqo
005500            FILE STATUS  IS WS-HOLD-STATUS.                       zbnkchqo
005600     SELECT TXN-FILE                                              zbnkchqo
005700            ASSIGN       TO BNKTXN                                zbnkchqo
005800            ORGANIZATION IS INDEXED                               zbnkchqo
005900            ACCESS MODE  IS RANDOM                                zbnkchqo
006000            RECORD KEY   IS BTX-REC-KEY                           zbnkchqo
006100            FILE STATUS  IS WS-TXN-STATUS.                        zbnkchqo
006200     SELECT SYSC-FILE                                             zbnkchqo
006300            ASSIGN       TO BNKSYSC                               zbnkchqo
006400            ORGANIZATION IS INDEXED                               zbnkchqo
006500            ACCESS MODE  IS RANDOM                                zbnkchqo
006600            RECORD KEY   IS SY-REC-CONTROL-NAME                   zbnkchqo
006700            FILE STATUS  IS WS-SYSC-STATUS.                       zbnkchqo
006800     SELECT CHQRTIN-FILE                                          zbnkchqo
006900            ASSIGN       TO CHQRTIN                               zbnkchqo
007000            ORGANIZATION IS SEQUENTIAL                            zbnkchqo
007100            ACCESS MODE  IS SEQUENTIAL                            zbnkchqo
007200            FILE STATUS  IS WS-CHQRTIN-STATUS.                    zbnkchqo
007300     SELECT CHQOUT-FILE                                           zbnkchqo
007400            ASSIGN       TO CHQOUT                                zbnkchqo
007500            ORGANIZATION IS SEQUENTIAL                            zbnkchqo
007600            ACCESS MODE  IS SEQUENTIAL                            zbnkchqo
007700            FILE STATUS  IS WS-CHQOUT-STATUS.                     zbnkchqo
007800     SELECT PRINTOUT-FILE                                         zbnkchqo
007900            ASSIGN       TO CHQRRPT                               zbnkchqo
008000            ORGANIZATION IS SEQUENTIAL                            zbnkchqo
008100            ACCESS MODE  IS SEQUENTIAL                            zbnkchqo
008200            FILE STATUS  IS WS-PRINTOUT-STATUS.                   zbnkchqo
008300     SELECT JOBSUM-FILE                                           zbnkchqo
008400            ASSIGN       TO JOBSUM                                zbnkchqo
008500            ORGANIZATION IS SEQUENTIAL                            zbnkchqo
008600            ACCESS MODE  IS SEQUENTIAL                            zbnkchqo
008700            FILE STATUS  IS WS-JOBSUM-STATUS.                     zbnkchqo
008800                                                                  zbnkchqo
008900 DATA DIVISION.                                                   zbnkchqo
009000 FILE SECTION.                                                    zbnkchqo
009100                                                                  zbnkchqo
009200 FD  CHQD-FILE.                                                   zbnkchqo
009300 01  CHQD-FILE-REC.                                               zbnkchqo
009400 COPY CBANKVCQ.                                                   zbnkchqo
009500                                                                  zbnkchqo
009600 FD  ACCOUNT-FILE.                                                zbnkchqo
009700 01  ACCOUNT-FILE-REC.                                            zbnkchqo
009800 COPY CBANKVAC.                                                   zbnkchqo
009900                                                                  zbnkchqo
010000 FD  HOLD-FILE.                                                   zbnkchqo
010100 01  HOLD-FILE-REC.                                               zbnkchqo
010200 COPY CBANKVHD.                                                   zbnkchqo
010300                                                                  zbnkchqo
010400 FD  TXN-FILE.                                                    zbnkchqo
010500 01  TXN-FILE-REC.                                                zbnkchqo
010600 COPY CBANKVTX.                                                   zbnkchqo
010700                                                                  zbnkchqo
010800 FD  SYSC-FILE.                                                   zbnkchqo
010900 01  SYSC-FILE-REC.                                               zbnkchqo
011000 COPY CBANKVSY.                                                   zbnkchqo
011100                                                                  zbnkchqo
011200******************************************************************zbnkchqo
011300* One returned cheque from a paying bank. The deposit reference  *zbnkchqo
011400* is the one sent out on CHQOUT, so with the account number it   *zbnkchqo
011500* is the BNKCHQD key.                                            *zbnkchqo
011600******************************************************************zbnkchqo
011700 FD  CHQRTIN-FILE.                                                zbnkchqo
011800 01  CHQRTIN-REC.                                                 zbnkchqo
011900   05  CHQRTIN-ACCNO                       PIC X(9).              zbnkchqo
012000   05  CHQRTIN-DEPOSIT-REF                 PIC 9(7).              zbnkchqo
012100   05  CHQRTIN-CHEQUE-NO                   PIC 9(6).              zbnkchqo
012200   05  CHQRTIN-AMOUNT                      PIC 9(7)V99.           zbnkchqo
012300   05  CHQRTIN-REASON                      PIC X(30).             zbnkchqo
012400   05  FILLER                              PIC X(19).             zbnkchqo
012500                                                                  zbnkchqo
012600 FD  CHQOUT-FILE.                                                 zbnkchqo
012700 01  CHQOUT-REC                            PIC X(80).             zbnkchqo
012800                                                                  zbnkchqo
012900 FD  PRINTOUT-FILE.                                               zbnkchqo
013000 01  PRINTOUT-REC                          PIC X(121).            zbnkchqo
013100                                                                  zbnkchqo
013200 FD  JOBSUM-FILE.                                                 zbnkchqo
013300 01  JOBSUM-REC                            PIC X(80).             zbnkchqo
013400                                                                  zbnkchqo
013500 WORKING-STORAGE SECTION.                                         zbnkchqo
013600 01  WS-RUN-CONTROL.                                              zbnkchqo
013700 COPY CRUNCTLD.                                                   zbnkchqo
013800 01  WS-FILE-STATUSES.                                            zbnkchqo
013900   05  WS-CHQD-STATUS.                                            zbnkchqo
014000     10  WS-CHQD-STAT1                 PIC X(1).                  zbnkchqo
014100     10  WS-CHQD-STAT2                 PIC X(1).                  zbnkchqo
014200   05  WS-ACCOUNT-STATUS.                                         zbnkchqo
014300     10  WS-ACCOUNT-STAT1              PIC X(1).                  zbnkchqo
014400     10  WS-ACCOUNT-STAT2              PIC X(1).                  zbnkchqo
014500   05  WS-HOLD-STATUS.                                            zbnkchqo
014600     10  WS-HOLD-STAT1                 PIC X(1).                  zbnkchqo
014700     10  WS-HOLD-STAT2                 PIC X(1).                  zbnkchqo
014800   05  WS-TXN-STATUS.                                             zbnkchqo
014900     10  WS-TXN-STAT1                  PIC X(1).                  zbnkchqo
015000     10  WS-TXN-STAT2                  PIC X(1).                  zbnkchqo
015100   05  WS-SYSC-STATUS.                                            zbnkchqo
015200     10  WS-SYSC-STAT1                 PIC X(1).                  zbnkchqo
015300     10  WS-SYSC-STAT2                 PIC X(1).                  zbnkchqo
015400   05  WS-CHQRTIN-STATUS.                                         zbnkchqo
015500     10  WS-CHQRTIN-STAT1              PIC X(1).                  zbnkchqo
015600     10  WS-CHQRTIN-STAT2              PIC X(1).                  zbnkchqo
015700   05  WS-CHQOUT-STATUS.                                          zbnkchqo
015800     10  WS-CHQOUT-STAT1               PIC X(1).                  zbnkchqo
015900     10  WS-CHQOUT-STAT2               PIC X(1).                  zbnkchqo
016000   05  WS-PRINTOUT-STATUS.                                        zbnkchqo
016100     10  WS-PRINTOUT-STAT1             PIC X(1).                  zbnkchqo
016200     10  WS-PRINTOUT-STAT2             PIC X(1).                  zbnkchqo
016300   05  WS-JOBSUM-STATUS.                                          zbnkchqo
016400     10  WS-JOBSUM-STAT1               PIC X(1).                  zbnkchqo
016500     10  WS-JOBSUM-STAT2               PIC X(1).                  zbnkchqo
016600   05  WS-IO-STATUS.                                              zbnkchqo
016700     10  WS-IO-STAT1                   PIC X(1).                  zbnkchqo
016800     10  WS-IO-STAT2                   PIC X(1).                  zbnkchqo
016900                                                                  zbnkchqo
017000   05  WS-TWO-BYTES.                                              zbnkchqo
017100     10  WS-TWO-BYTES-LEFT             PIC X(1).                  zbnkchqo
017200     10  WS-TWO-BYTES-RIGHT            PIC X(1).                  zbnkchqo
017300   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 zbnkchqo
017400                                      PIC 9(1) COMP.              zbnkchqo
017500                                                                  zbnkchqo
017600 01  WS-CONSOLE-MESSAGE                    PIC X(48).             zbnkchqo
017700                                                                  zbnkchqo
017800 01  WS-DATE-WORK-AREA.                                           zbnkchqo
017900 COPY CDATED.                                                     zbnkchqo
018000                                                                  zbnkchqo
018100 01  WS-TODAY-DATE-N                       PIC 9(8).              zbnkchqo
018200 01  WS-TODAY-DATE-PARTS REDEFINES WS-TODAY-DATE-N.               zbnkchqo
018300     05  WS-TODAY-CCYY                     PIC 9(4).              zbnkchqo
018400     05  WS-TODAY-MM                       PIC 9(2).              zbnkchqo
018500     05  WS-TODAY-DD                       PIC 9(2).              zbnkchqo
018600 01  WS-RUN-DATE-DISPLAY                   PIC X(11).             zbnkchqo
018700 01  WS-RUN-TIME-8                         PIC 9(8).              zbnkchqo
018800 01  WS-RUN-TIME                           PIC X(6).              zbnkchqo
018900                                                                  zbnkchqo
019000******************************************************************zbnkchqo
019100* Inbound file control for the returns file - the same HDR1/TRL9 *zbnkchqo
019200* envelope and UFILECTL register the inward clearing file uses,  *zbnkchqo
019300* so a returns file is never applied twice.                      *zbnkchqo
019400******************************************************************zbnkchqo
019500 01  WS-FILECTL-PARM.                                             zbnkchqo
019600 COPY CFILECTL.                                                   zbnkchqo
019700 01  WS-FCTL-SEEN                          PIC X(1) VALUE 'N'.    zbnkchqo
019800 01  WS-FCTL-TRAILER-SEEN                  PIC X(1) VALUE 'N'.    zbnkchqo
019900 01  WS-FCTL-REC-COUNT                     PIC 9(7) VALUE ZERO.   zbnkchqo
020000 01  WS-FCTL-AMT-TOTAL                     PIC S9(11)V99 COMP-3   zbnkchqo
020100     VALUE ZERO.                                                  zbnkchqo
020200 01  WS-FCTL-TRL-COUNT                     PIC 9(7).              zbnkchqo
020300 01  WS-FCTL-TRL-AMOUNT                    PIC 9(11)V99.          zbnkchqo
020400 01  WS-FCTL-HOLD-REC                      PIC X(80).             zbnkchqo
020500                                                                  zbnkchqo
020600******************************************************************zbnkchqo
020700* The outward clearing record, one per cheque, in the network's  *zbnkchqo
020800* HDR1/TRL9 envelope.                                            *zbnkchqo
020900******************************************************************zbnkchqo
021000 01  WS-CHQO-OUTPUT.                                              zbnkchqo
021100     05  WS-CQO-REC-TYPE                   PIC X(2) VALUE 'CQ'.   zbnkchqo
021200     05  WS-CQO-DRAWEE-BANK                PIC X(11).             zbnkchqo
021300     05  WS-CQO-DRAWEE-ACCNO               PIC X(17).             zbnkchqo
021400     05  WS-CQO-CHEQUE-NO                  PIC 9(6).              zbnkchqo
021500     05  WS-CQO-AMOUNT                     PIC 9(7)V99.           zbnkchqo
021600     05  WS-CQO-PAYEE-ACCNO                PIC X(9).              zbnkchqo
021700     05  WS-CQO-DEPOSIT-REF                PIC 9(7).              zbnkchqo
021800     05  WS-CQO-DEPOSIT-DTE                PIC 9(8).              zbnkchqo
021900     05  FILLER                            PIC X(11) VALUE SPACES.zbnkchqo
022000 01  WS-CHQO-HEADER.                                              zbnkchqo
022100     05  FILLER                            PIC X(4) VALUE 'HDR1'. zbnkchqo
022200     05  WS-CQH-INTERFACE                  PIC X(8)               zbnkchqo
022300         VALUE 'CHQOUT  '.                                        zbnkchqo
022400     05  WS-CQH-FILE-DATE                  PIC 9(8).              zbnkchqo
022500     05  WS-CQH-SEQUENCE                   PIC 9(6) VALUE 1.      zbnkchqo
022600     05  FILLER                            PIC X(54) VALUE SPACES.zbnkchqo
022700 01  WS-CHQO-TRAILER.                                             zbnkchqo
022800     05  FILLER                            PIC X(4) VALUE 'TRL9'. zbnkchqo
022900     05  WS-CQT-COUNT                      PIC 9(7).              zbnkchqo
023000     05  WS-CQT-AMOUNT                     PIC 9(11)V99.          zbnkchqo
023100     05  FILLER                            PIC X(56) VALUE SPACES.zbnkchqo
023200                                                                  zbnkchqo
023300 01  WS-OUTCTL-PARM.                                              zbnkchqo
023400 COPY COUTCTLD.                                                   zbnkchqo
023500 01  WS-OFAPOST-PARM.                                             zbnkchqo
023600 COPY COFAPSTD.                                                   zbnkchqo
023700                                                                  zbnkchqo
023800******************************************************************zbnkchqo
023900* The returned-cheque fee - the CHQRTFEE control record on       *zbnkchqo
024000* BNKSYSC carries the current charge in its amount; without one  *zbnkchqo
024100* the standard charge below applies.                             *zbnkchqo
024200******************************************************************zbnkchqo
024300 01  WS-RETURN-FEE                         PIC S9(5)V99 COMP-3    zbnkchqo
024400     VALUE 15.00.                                                 zbnkchqo
024500 01  WS-TXN-SEQ                            PIC 9(3) VALUE ZERO.   zbnkchqo
024600 01  WS-EXCEPT-REASON                      PIC X(30).             zbnkchqo
024700 01  WS-AMT-D                              PIC ZZZ,ZZ9.99-.       zbnkchqo
024800 01  WS-FEE-D                              PIC ZZ,ZZ9.99-.        zbnkchqo
024900                                                                  zbnkchqo
025000 01  WS-REPORT-LINE                        PIC X(121).            zbnkchqo
025100                                                                  zbnkchqo
025200******************************************************************zbnkchqo
025300* Run counters, reported on the job summary at the end of the    *zbnkchqo
025400* run.                                                           *zbnkchqo
025500******************************************************************zbnkchqo
025600 01  WS-RETURNS-READ                       PIC 9(5) VALUE ZERO.   zbnkchqo
025700 01  WS-RETURNS-APPLIED                    PIC 9(5) VALUE ZERO.   zbnkchqo
025800 01  WS-RETURNS-NOT-APPLIED                PIC 9(5) VALUE ZERO.   zbnkchqo
025900 01  WS-RETURNED-AMOUNT                    PIC S9(9)V99 COMP-3    zbnkchqo
026000     VALUE ZERO.                                                  zbnkchqo
026100 01  WS-FEES-CHARGED                       PIC 9(5) VALUE ZERO.   zbnkchqo
026200 01  WS-CHEQUES-SENT                       PIC 9(5) VALUE ZERO.   zbnkchqo
026300 01  WS-SENT-AMOUNT                        PIC S9(11)V99 COMP-3   zbnkchqo
026400     VALUE ZERO.                                                  zbnkchqo
026500 01  WS-CHEQUES-CLEARED                    PIC 9(5) VALUE ZERO.   zbnkchqo
026600                                                                  zbnkchqo
026700 01  WS-END-OF-CHQRTIN                     PIC X(3) VALUE 'NO '.  zbnkchqo
026800 01  WS-END-OF-CHQD                        PIC X(3) VALUE 'NO '.  zbnkchqo
026810                                                                  zbnkchqo
026820 01  WS-TXNJ-PARM.                                                zbnkchqo
026830 COPY CTXNJND.                                                    zbnkchqo
026900                                                                  zbnkchqo
027000 PROCEDURE DIVISION.                                              zbnkchqo
027100                                                                  zbnkchqo
027200     PERFORM RUN-CONTROL-START                                    zbnkchqo
027300         THRU RUN-CONTROL-START-EXIT.                             zbnkchqo
027400     PERFORM GET-RUN-DATE.                                        zbnkchqo
027500                                                                  zbnkchqo
027600     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           zbnkchqo
027700     STRING 'Outward cheque clearing for ' DELIMITED BY SIZE      zbnkchqo
027800            WS-RUN-DATE-DISPLAY DELIMITED BY SIZE                 zbnkchqo
027900       INTO WS-CONSOLE-MESSAGE.                                   zbnkchqo
028000     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkchqo
028100                                                                  zbnkchqo
028200     PERFORM CHQD-OPEN.                                           zbnkchqo
028300     PERFORM ACCOUNT-OPEN.                                        zbnkchqo
028400     PERFORM HOLD-OPEN.                                           zbnkchqo
028500     PERFORM TXN-OPEN.                                            zbnkchqo
028600     PERFORM SYSC-OPEN.                                           zbnkchqo
028700     PERFORM CHQRTIN-OPEN.                                        zbnkchqo
028800     PERFORM CHQOUT-OPEN.                                         zbnkchqo
028900     PERFORM PRINTOUT-OPEN.                                       zbnkchqo
029000     PERFORM GET-RETURN-FEE.                                      zbnkchqo
029100                                                                  zbnkchqo
029200******************************************************************zbnkchqo
029300* First the cheques the paying banks have sent back.             *zbnkchqo
029400******************************************************************zbnkchqo
029500     PERFORM WRITE-REPORT-HEADING.                                zbnkchqo
029600     PERFORM CHQRTIN-GET                                          zbnkchqo
029700         THRU CHQRTIN-GET-EXIT.                                   zbnkchqo
029800     PERFORM APPLY-ONE-RETURN                                     zbnkchqo
029900         THRU APPLY-ONE-RETURN-EXIT                               zbnkchqo
030000             UNTIL WS-END-OF-CHQRTIN = 'YES'.                     zbnkchqo
030100     PERFORM VALIDATE-FILE-CONTROL                                zbnkchqo
030200         THRU VALIDATE-FILE-CONTROL-EXIT.                         zbnkchqo
030300     PERFORM WRITE-REPORT-TOTALS.                                 zbnkchqo
030400                                                                  zbnkchqo
030500******************************************************************zbnkchqo
030600* Then the register - new deposits go out, matured ones clear.   *zbnkchqo
030700******************************************************************zbnkchqo
030800     MOVE WS-TODAY-DATE-N TO WS-CQH-FILE-DATE.                    zbnkchqo
030900     MOVE WS-CHQO-HEADER TO CHQOUT-REC.                           zbnkchqo
031000     PERFORM CHQOUT-PUT.                                          zbnkchqo
031100     PERFORM CHQD-START.                                          zbnkchqo
031200     PERFORM PROCESS-ONE-DEPOSIT                                  zbnkchqo
031300         THRU PROCESS-ONE-DEPOSIT-EXIT                            zbnkchqo
031400             UNTIL WS-END-OF-CHQD = 'YES'.                        zbnkchqo
031500     MOVE WS-CHEQUES-SENT TO WS-CQT-COUNT.                        zbnkchqo
031600     MOVE WS-SENT-AMOUNT TO WS-CQT-AMOUNT.                        zbnkchqo
031700     MOVE WS-CHQO-TRAILER TO CHQOUT-REC.                          zbnkchqo
031800     PERFORM CHQOUT-PUT.                                          zbnkchqo
031900                                                                  zbnkchqo
032000     PERFORM CHQD-CLOSE.                                          zbnkchqo
032100     PERFORM ACCOUNT-CLOSE.                                       zbnkchqo
032200     PERFORM HOLD-CLOSE.                                          zbnkchqo
032300     PERFORM TXN-CLOSE.                                           zbnkchqo
032400     PERFORM SYSC-CLOSE.                                          zbnkchqo
032500     PERFORM CHQRTIN-CLOSE.                                       zbnkchqo
032600     PERFORM CHQOUT-CLOSE.                                        zbnkchqo
032700     PERFORM PRINTOUT-CLOSE.                                      zbnkchqo
032800     PERFORM REGISTER-CHQOUT-FILE.                                zbnkchqo
032900                                                                  zbnkchqo
033000     PERFORM PRINT-JOB-SUMMARY.                                   zbnkchqo
033100                                                                  zbnkchqo
033200     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     zbnkchqo
033300     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkchqo
033400     MOVE 0 TO RETURN-CODE.                                       zbnkchqo
033500     PERFORM RUN-CONTROL-END.                                     zbnkchqo
033600     GOBACK.                                                      zbnkchqo
033700                                                                  zbnkchqo
033800******************************************************************zbnkchqo
033900* GET-RUN-DATE                                                   *zbnkchqo
034000* Obtains today's date, in both numeric and display form, and    *zbnkchqo
034100* the current time.                                              *zbnkchqo
034200******************************************************************zbnkchqo
034300 GET-RUN-DATE.                                                    zbnkchqo
034400     ACCEPT WS-TODAY-DATE-N FROM DATE YYYYMMDD.                   zbnkchqo
034500     MOVE SPACES TO DD-INPUT-TYPE.                                zbnkchqo
034600     SET DDI-ISO TO TRUE.                                         zbnkchqo
034700     MOVE SPACES TO DDI-DATA.                                     zbnkchqo
034800     STRING WS-TODAY-CCYY DELIMITED BY SIZE                       zbnkchqo
034900            '-'           DELIMITED BY SIZE                       zbnkchqo
035000            WS-TODAY-MM   DELIMITED BY SIZE                       zbnkchqo
035100            '-'           DELIMITED BY SIZE                       zbnkchqo
035200            WS-TODAY-DD   DELIMITED BY SIZE                       zbnkchqo
035300       INTO DDI-DATA.                                             zbnkchqo
035400     MOVE SPACES TO DD-OUTPUT-TYPE.                               zbnkchqo
035500     SET DDO-DD-MMM-YYYY TO TRUE.                                 zbnkchqo
035600     SET DD-ENV-NULL TO TRUE.                                     zbnkchqo
035700     CALL 'UDATECNV' USING WS-DATE-WORK-AREA.                     zbnkchqo
035800     MOVE DDO-DATA TO WS-RUN-DATE-DISPLAY.                        zbnkchqo
035900     ACCEPT WS-RUN-TIME-8 FROM TIME.                              zbnkchqo
036000     MOVE WS-RUN-TIME-8(1:6) TO WS-RUN-TIME.                      zbnkchqo
036100 GET-RUN-DATE-EXIT.                                               zbnkchqo
036200     EXIT.                                                        zbnkchqo
036300                                                                  zbnkchqo
036400 GET-RETURN-FEE.                                                  zbnkchqo
036500     MOVE 'CHQRTFEE' TO SY-REC-CONTROL-NAME.                      zbnkchqo
036600     PERFORM SYSC-READ.                                           zbnkchqo
036700     IF WS-SYSC-STATUS = '00'                                     zbnkchqo
036800        MOVE SY-REC-AMOUNT TO WS-RETURN-FEE                       zbnkchqo
036900     END-IF.                                                      zbnkchqo
037000                                                                  zbnkchqo
037100******************************************************************zbnkchqo
037200* APPLY-ONE-RETURN                                               *zbnkchqo
037300* The cheque is reversed off the account whatever the balance -  *zbnkchqo
037400* the credit was never good - and the fee charged on top. The    *zbnkchqo
037500* hold comes off, since the money it protected has gone. A       *zbnkchqo
037600* return that does not match a cheque we sent is listed and      *zbnkchqo
037700* left for the branch.                                           *zbnkchqo
037800******************************************************************zbnkchqo
037900 APPLY-ONE-RETURN.                                                zbnkchqo
038000     ADD 1 TO WS-RETURNS-READ.                                    zbnkchqo
038100     MOVE CHQRTIN-ACCNO TO CQ-REC-ACCNO.                          zbnkchqo
038200     MOVE CHQRTIN-DEPOSIT-REF TO CQ-REC-TASKN.                    zbnkchqo
038300     PERFORM CHQD-READ.                                           zbnkchqo
038400     IF WS-CHQD-STATUS NOT = '00'                                 zbnkchqo
038500        MOVE 'Deposit not on register' TO WS-EXCEPT-REASON        zbnkchqo
038600        GO TO APPLY-ONE-RETURN-REFUSED                            zbnkchqo
038700     END-IF.                                                      zbnkchqo
038800     IF CQ-REC-RETURNED                                           zbnkchqo
038900        MOVE 'Already returned' TO WS-EXCEPT-REASON               zbnkchqo
039000        GO TO APPLY-ONE-RETURN-REFUSED                            zbnkchqo
039100     END-IF.                                                      zbnkchqo
039200     IF CQ-REC-DEPOSITED                                          zbnkchqo
039300        MOVE 'Cheque not yet sent' TO WS-EXCEPT-REASON            zbnkchqo
039400        GO TO APPLY-ONE-RETURN-REFUSED                            zbnkchqo
039500     END-IF.                                                      zbnkchqo
039600     IF CHQRTIN-AMOUNT IS NOT EQUAL TO CQ-REC-AMOUNT OR           zbnkchqo
039700        CHQRTIN-CHEQUE-NO IS NOT EQUAL TO CQ-REC-CHEQUE-NO        zbnkchqo
039800        MOVE 'Does not match the deposit' TO WS-EXCEPT-REASON     zbnkchqo
039900        GO TO APPLY-ONE-RETURN-REFUSED                            zbnkchqo
040000     END-IF.                                                      zbnkchqo
040100     MOVE CQ-REC-ACCNO TO BAC-REC-ACCNO.                          zbnkchqo
040200     PERFORM ACCOUNT-READ.                                        zbnkchqo
040300     IF WS-ACCOUNT-STATUS NOT = '00'                              zbnkchqo
040400        MOVE 'Account not found' TO WS-EXCEPT-REASON              zbnkchqo
040500        GO TO APPLY-ONE-RETURN-REFUSED                            zbnkchqo
040600     END-IF.                                                      zbnkchqo
040700     SUBTRACT CQ-REC-AMOUNT FROM BAC-REC-BALANCE.                 zbnkchqo
040800     MOVE SPACES TO TXN-FILE-REC.                                 zbnkchqo
040900     COMPUTE BTX-REC-AMOUNT = ZERO - CQ-REC-AMOUNT.               zbnkchqo
041000     MOVE 'CQR' TO BTX-REC-TYPE.                                  zbnkchqo
041100     MOVE SPACES TO BTX-REC-DESC.                                 zbnkchqo
041200     STRING 'Cheque returned ' DELIMITED BY SIZE                  zbnkchqo
041300            CQ-REC-CHEQUE-NO DELIMITED BY SIZE                    zbnkchqo
041400       INTO BTX-REC-DESC.                                         zbnkchqo
041500     MOVE CQ-REC-CHEQUE-NO TO BTX-REC-CHEQUE-NO.                  zbnkchqo
041600     PERFORM POST-ACCOUNT-TXN.                                    zbnkchqo
041700     IF WS-RETURN-FEE IS GREATER THAN ZERO                        zbnkchqo
041800        SUBTRACT WS-RETURN-FEE FROM BAC-REC-BALANCE               zbnkchqo
041900        MOVE SPACES TO TXN-FILE-REC                               zbnkchqo
042000        COMPUTE BTX-REC-AMOUNT = ZERO - WS-RETURN-FEE             zbnkchqo
042100        MOVE 'CQF' TO BTX-REC-TYPE                                zbnkchqo
042200        MOVE 'Returned cheque fee' TO BTX-REC-DESC                zbnkchqo
042300        MOVE CQ-REC-CHEQUE-NO TO BTX-REC-CHEQUE-NO                zbnkchqo
042400        PERFORM POST-ACCOUNT-TXN                                  zbnkchqo
042500        PERFORM POST-FEE-INCOME                                   zbnkchqo
042600        ADD 1 TO WS-FEES-CHARGED                                  zbnkchqo
042700     END-IF.                                                      zbnkchqo
042800     PERFORM ACCOUNT-REWRITE.                                     zbnkchqo
042900     PERFORM RELEASE-UNCLEARED-HOLD                               zbnkchqo
043000         THRU RELEASE-UNCLEARED-HOLD-EXIT.                        zbnkchqo
043100     SET CQ-REC-RETURNED TO TRUE.                                 zbnkchqo
043200     MOVE WS-TODAY-DATE-N TO CQ-REC-RETURN-DTE.                   zbnkchqo
043300     MOVE CHQRTIN-REASON TO CQ-REC-RETURN-REASON.                 zbnkchqo
043400     MOVE WS-RETURN-FEE TO CQ-REC-RETURN-FEE.                     zbnkchqo
043500     PERFORM CHQD-REWRITE.                                        zbnkchqo
043600     ADD 1 TO WS-RETURNS-APPLIED.                                 zbnkchqo
043700     ADD CQ-REC-AMOUNT TO WS-RETURNED-AMOUNT.                     zbnkchqo
043800     PERFORM WRITE-RETURN-LINE.                                   zbnkchqo
043900     GO TO APPLY-ONE-RETURN-NEXT.                                 zbnkchqo
044000 APPLY-ONE-RETURN-REFUSED.                                        zbnkchqo
044100     ADD 1 TO WS-RETURNS-NOT-APPLIED.                             zbnkchqo
044200     PERFORM WRITE-REFUSED-LINE.                                  zbnkchqo
044300 APPLY-ONE-RETURN-NEXT.                                           zbnkchqo
044400     PERFORM CHQRTIN-GET                                          zbnkchqo
044500         THRU CHQRTIN-GET-EXIT.                                   zbnkchqo
044600 APPLY-ONE-RETURN-EXIT.                                           zbnkchqo
044700     EXIT.                                                        zbnkchqo
044800                                                                  zbnkchqo
044900 RELEASE-UNCLEARED-HOLD.                                          zbnkchqo
045000     MOVE CQ-REC-KEY TO HD-REC-KEY.                               zbnkchqo
045100     PERFORM HOLD-READ.                                           zbnkchqo
045200     IF WS-HOLD-STATUS NOT = '00'                                 zbnkchqo
045300        GO TO RELEASE-UNCLEARED-HOLD-EXIT                         zbnkchqo
045400     END-IF.                                                      zbnkchqo
045500     IF HD-REC-ACTIVE                                             zbnkchqo
045600        SET HD-REC-RELEASED TO TRUE                               zbnkchqo
045700        PERFORM HOLD-REWRITE                                      zbnkchqo
045800     END-IF.                                                      zbnkchqo
045900 RELEASE-UNCLEARED-HOLD-EXIT.                                     zbnkchqo
046000     EXIT.                                                        zbnkchqo
046100                                                                  zbnkchqo
046200******************************************************************zbnkchqo
046300* The customer-side posting. The caller sets the amount, type,   *zbnkchqo
046400* description and cheque number; the key and balance are         *zbnkchqo
046500* completed here.                                                *zbnkchqo
046600******************************************************************zbnkchqo
046700 POST-ACCOUNT-TXN.                                                zbnkchqo
046800     ADD 1 TO WS-TXN-SEQ.                                         zbnkchqo
046900     IF WS-TXN-SEQ IS GREATER THAN 999                            zbnkchqo
047000        MOVE 1 TO WS-TXN-SEQ                                      zbnkchqo
047100     END-IF.                                                      zbnkchqo
047200     MOVE BAC-REC-ACCNO TO BTX-REC-ACCNO.                         zbnkchqo
047300     MOVE WS-RUN-DATE-DISPLAY TO BTX-REC-DATE.                    zbnkchqo
047400     MOVE WS-RUN-TIME TO BTX-REC-TIME.                            zbnkchqo
047500     MOVE WS-TXN-SEQ TO BTX-REC-SEQ.                              zbnkchqo
047600     MOVE BAC-REC-BALANCE TO BTX-REC-BALANCE.                     zbnkchqo
047700     MOVE SPACES TO BTX-REC-REVERSED.                             zbnkchqo
047800     MOVE WS-TODAY-DATE-N TO BTX-REC-VALUE-DTE.                   zbnkchqo
047900     PERFORM TXN-WRITE.                                           zbnkchqo
048000                                                                  zbnkchqo
048100******************************************************************zbnkchqo
048200* The fee is income - the contra goes to the fee income office   *zbnkchqo
048300* account.                                                       *zbnkchqo
048400******************************************************************zbnkchqo
048500 POST-FEE-INCOME.                                                 zbnkchqo
048600     SET OFA-FEE-INCOME TO TRUE.                                  zbnkchqo
048700     SET OFA-CREDIT TO TRUE.                                      zbnkchqo
048800     MOVE WS-RETURN-FEE TO OFA-AMOUNT.                            zbnkchqo
048900     MOVE WS-TODAY-DATE-N TO OFA-BUSDATE.                         zbnkchqo
049000     CALL 'UOFAPOST' USING WS-OFAPOST-PARM.                       zbnkchqo
049100     IF OFA-FAILED                                                zbnkchqo
049200        MOVE OFA-REPLY-TEXT TO WS-CONSOLE-MESSAGE                 zbnkchqo
049300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqo
049400        PERFORM ABORT-PROGRAM                                     zbnkchqo
049500     END-IF.                                                      zbnkchqo
049600                                                                  zbnkchqo
049700******************************************************************zbnkchqo
049800* PROCESS-ONE-DEPOSIT                                            *zbnkchqo
049900* A cheque just deposited goes on tonight's outward file. One    *zbnkchqo
050000* sent earlier whose clear date has come is cleared - its hold   *zbnkchqo
050100* has lapsed and the funds are the customer's.                   *zbnkchqo
050200******************************************************************zbnkchqo
050300 PROCESS-ONE-DEPOSIT.                                             zbnkchqo
050400     IF CQ-REC-DEPOSITED                                          zbnkchqo
050500        PERFORM SEND-OUTWARD                                      zbnkchqo
050600        GO TO PROCESS-ONE-DEPOSIT-NEXT                            zbnkchqo
050700     END-IF.                                                      zbnkchqo
050800     IF CQ-REC-SENT AND                                           zbnkchqo
050900        CQ-REC-CLEAR-DTE IS NOT GREATER THAN WS-TODAY-DATE-N      zbnkchqo
051000        SET CQ-REC-CLEARED TO TRUE                                zbnkchqo
051100        PERFORM CHQD-REWRITE                                      zbnkchqo
051200        PERFORM RELEASE-UNCLEARED-HOLD                            zbnkchqo
051300            THRU RELEASE-UNCLEARED-HOLD-EXIT                      zbnkchqo
051400        ADD 1 TO WS-CHEQUES-CLEARED                               zbnkchqo
051500     END-IF.                                                      zbnkchqo
051600 PROCESS-ONE-DEPOSIT-NEXT.                                        zbnkchqo
051700     PERFORM CHQD-GET.                                            zbnkchqo
051800 PROCESS-ONE-DEPOSIT-EXIT.                                        zbnkchqo
051900     EXIT.                                                        zbnkchqo
052000                                                                  zbnkchqo
052100 SEND-OUTWARD.                                                    zbnkchqo
052200     MOVE CQ-REC-DRAWEE-BANK TO WS-CQO-DRAWEE-BANK.               zbnkchqo
052300     MOVE CQ-REC-DRAWEE-ACCNO TO WS-CQO-DRAWEE-ACCNO.             zbnkchqo
052400     MOVE CQ-REC-CHEQUE-NO TO WS-CQO-CHEQUE-NO.                   zbnkchqo
052500     MOVE CQ-REC-AMOUNT TO WS-CQO-AMOUNT.                         zbnkchqo
052600     MOVE CQ-REC-ACCNO TO WS-CQO-PAYEE-ACCNO.                     zbnkchqo
052700     MOVE CQ-REC-TASKN TO WS-CQO-DEPOSIT-REF.                     zbnkchqo
052800     MOVE CQ-REC-DEPOSIT-DTE TO WS-CQO-DEPOSIT-DTE.               zbnkchqo
052900     MOVE WS-CHQO-OUTPUT TO CHQOUT-REC.                           zbnkchqo
053000     PERFORM CHQOUT-PUT.                                          zbnkchqo
053100     SET CQ-REC-SENT TO TRUE.                                     zbnkchqo
053200     MOVE WS-TODAY-DATE-N TO CQ-REC-SENT-DTE.                     zbnkchqo
053300     PERFORM CHQD-REWRITE.                                        zbnkchqo
053400     ADD 1 TO WS-CHEQUES-SENT.                                    zbnkchqo
053500     ADD CQ-REC-AMOUNT TO WS-SENT-AMOUNT.                         zbnkchqo
053600                                                                  zbnkchqo
053700 CHQD-START.                                                      zbnkchqo
053800     MOVE LOW-VALUES TO CQ-REC-KEY.                               zbnkchqo
053900     START CHQD-FILE KEY IS NOT LESS THAN CQ-REC-KEY.             zbnkchqo
054000     IF WS-CHQD-STATUS = '00'                                     zbnkchqo
054100        PERFORM CHQD-GET                                          zbnkchqo
054200     ELSE                                                         zbnkchqo
054300        MOVE 'YES' TO WS-END-OF-CHQD                              zbnkchqo
054400     END-IF.                                                      zbnkchqo
054500                                                                  zbnkchqo
054600******************************************************************zbnkchqo
054700* Log the outward file on the outbound transmission register so  *zbnkchqo
054800* an unconfirmed pick-up is chased. A registration problem is    *zbnkchqo
054900* reported but does not fail the run.                            *zbnkchqo
055000******************************************************************zbnkchqo
055100 REGISTER-CHQOUT-FILE.                                            zbnkchqo
055200     SET OCT-REGISTER TO TRUE.                                    zbnkchqo
055300     MOVE 'CHQOUT  ' TO OCT-FILE-ID.                              zbnkchqo
055400     MOVE ZERO TO OCT-BUSDATE.                                    zbnkchqo
055500     MOVE 'ZBNKCHQO' TO OCT-PRODUCER.                             zbnkchqo
055600     MOVE WS-CHEQUES-SENT TO OCT-RECORD-COUNT.                    zbnkchqo
055700     MOVE WS-SENT-AMOUNT TO OCT-AMOUNT-TOTAL.                     zbnkchqo
055800     CALL 'UOUTCTL' USING WS-OUTCTL-PARM.                         zbnkchqo
055900     IF OCT-FAILED                                                zbnkchqo
056000        MOVE 'Outward cheque file not on outbound register'       zbnkchqo
056100          TO WS-CONSOLE-MESSAGE                                   zbnkchqo
056200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqo
056300     END-IF.                                                      zbnkchqo
056400                                                                  zbnkchqo
056500******************************************************************zbnkchqo
056600* Returned cheques report - one line per return with the branch  *zbnkchqo
056700* that took the deposit first, so each branch finds its own.     *zbnkchqo
056800******************************************************************zbnkchqo
056900 WRITE-REPORT-HEADING.                                            zbnkchqo
057000     MOVE SPACES TO WS-REPORT-LINE.                               zbnkchqo
057100     STRING 'Returned Cheques by Branch - run date '              zbnkchqo
057200                                      DELIMITED BY SIZE           zbnkchqo
057300            WS-RUN-DATE-DISPLAY       DELIMITED BY SIZE           zbnkchqo
057400       INTO WS-REPORT-LINE.                                       zbnkchqo
057500     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkchqo
057600     PERFORM PRINTOUT-PUT.                                        zbnkchqo
057700     MOVE SPACES TO PRINTOUT-REC.                                 zbnkchqo
057800     PERFORM PRINTOUT-PUT.                                        zbnkchqo
057900     MOVE 'Brn Account   Ref     Cheque       Amount         Fee' zbnkchqo
058000       TO WS-REPORT-LINE.                                         zbnkchqo
058100     MOVE 'Reason' TO WS-REPORT-LINE (56:6).                      zbnkchqo
058200     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkchqo
058300     PERFORM PRINTOUT-PUT.                                        zbnkchqo
058400                                                                  zbnkchqo
058500 WRITE-RETURN-LINE.                                               zbnkchqo
058600     MOVE CQ-REC-AMOUNT TO WS-AMT-D.                              zbnkchqo
058700     MOVE WS-RETURN-FEE TO WS-FEE-D.                              zbnkchqo
058800     MOVE SPACES TO WS-REPORT-LINE.                               zbnkchqo
058900     STRING CQ-REC-BRANCH             DELIMITED BY SIZE           zbnkchqo
059000            ' '                       DELIMITED BY SIZE           zbnkchqo
059100            CQ-REC-ACCNO              DELIMITED BY SIZE           zbnkchqo
059200            ' '                       DELIMITED BY SIZE           zbnkchqo
059300            CQ-REC-TASKN              DELIMITED BY SIZE           zbnkchqo
059400            ' '                       DELIMITED BY SIZE           zbnkchqo
059500            CQ-REC-CHEQUE-NO          DELIMITED BY SIZE           zbnkchqo
059600            ' '                       DELIMITED BY SIZE           zbnkchqo
059700            WS-AMT-D                  DELIMITED BY SIZE           zbnkchqo
059800            ' '                       DELIMITED BY SIZE           zbnkchqo
059900            WS-FEE-D                  DELIMITED BY SIZE           zbnkchqo
060000            '  '                      DELIMITED BY SIZE           zbnkchqo
060100            CHQRTIN-REASON            DELIMITED BY SIZE           zbnkchqo
060200       INTO WS-REPORT-LINE.                                       zbnkchqo
060300     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkchqo
060400     PERFORM PRINTOUT-PUT.                                        zbnkchqo
060500                                                                  zbnkchqo
060600 WRITE-REFUSED-LINE.                                              zbnkchqo
060700     MOVE CHQRTIN-AMOUNT TO WS-AMT-D.                             zbnkchqo
060800     MOVE SPACES TO WS-REPORT-LINE.                               zbnkchqo
060900     STRING '??? '                    DELIMITED BY SIZE           zbnkchqo
061000            CHQRTIN-ACCNO             DELIMITED BY SIZE           zbnkchqo
061100            ' '                       DELIMITED BY SIZE           zbnkchqo
061200            CHQRTIN-DEPOSIT-REF       DELIMITED BY SIZE           zbnkchqo
061300            ' '                       DELIMITED BY SIZE           zbnkchqo
061400            CHQRTIN-CHEQUE-NO         DELIMITED BY SIZE           zbnkchqo
061500            ' '                       DELIMITED BY SIZE           zbnkchqo
061600            WS-AMT-D                  DELIMITED BY SIZE           zbnkchqo
061700            '  NOT APPLIED - '        DELIMITED BY SIZE           zbnkchqo
061800            WS-EXCEPT-REASON          DELIMITED BY SIZE           zbnkchqo
061900       INTO WS-REPORT-LINE.                                       zbnkchqo
062000     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkchqo
062100     PERFORM PRINTOUT-PUT.                                        zbnkchqo
062200                                                                  zbnkchqo
062300 WRITE-REPORT-TOTALS.                                             zbnkchqo
062400     MOVE SPACES TO PRINTOUT-REC.                                 zbnkchqo
062500     PERFORM PRINTOUT-PUT.                                        zbnkchqo
062600     MOVE WS-RETURNED-AMOUNT TO WS-AMT-D.                         zbnkchqo
062700     MOVE SPACES TO WS-REPORT-LINE.                               zbnkchqo
062800     STRING 'Returns applied: '       DELIMITED BY SIZE           zbnkchqo
062900            WS-RETURNS-APPLIED        DELIMITED BY SIZE           zbnkchqo
063000            '   Amount reversed: '    DELIMITED BY SIZE           zbnkchqo
063100            WS-AMT-D                  DELIMITED BY SIZE           zbnkchqo
063200            '   Not applied: '        DELIMITED BY SIZE           zbnkchqo
063300            WS-RETURNS-NOT-APPLIED    DELIMITED BY SIZE           zbnkchqo
063400       INTO WS-REPORT-LINE.                                       zbnkchqo
063500     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkchqo
063600     PERFORM PRINTOUT-PUT.                                        zbnkchqo
063700                                                                  zbnkchqo
063800******************************************************************zbnkchqo
063900* Read the returns file, passing over the HDR1/TRL9 envelope -   *zbnkchqo
064000* the header is checked against the file register the moment it  *zbnkchqo
064100* is read, before anything is reversed.                          *zbnkchqo
064200******************************************************************zbnkchqo
064300 CHQRTIN-GET.                                                     zbnkchqo
064400     READ CHQRTIN-FILE.                                           zbnkchqo
064500     IF WS-CHQRTIN-STATUS NOT = '00'                              zbnkchqo
064600        IF WS-CHQRTIN-STATUS = '10'                               zbnkchqo
064700           MOVE 'YES' TO WS-END-OF-CHQRTIN                        zbnkchqo
064800           GO TO CHQRTIN-GET-EXIT                                 zbnkchqo
064900        ELSE                                                      zbnkchqo
065000           MOVE 'CHQRTIN Error reading file ...'                  zbnkchqo
065100             TO WS-CONSOLE-MESSAGE                                zbnkchqo
065200           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkchqo
065300           MOVE WS-CHQRTIN-STATUS TO WS-IO-STATUS                 zbnkchqo
065400           PERFORM DISPLAY-IO-STATUS                              zbnkchqo
065500           PERFORM ABORT-PROGRAM                                  zbnkchqo
065600        END-IF                                                    zbnkchqo
065700     END-IF.                                                      zbnkchqo
065800     IF CHQRTIN-REC (1:4) = 'HDR1' OR                             zbnkchqo
065900        CHQRTIN-REC (1:4) = 'TRL9'                                zbnkchqo
066000        PERFORM CAPTURE-CONTROL-RECORD                            zbnkchqo
066100            THRU CAPTURE-CONTROL-RECORD-EXIT                      zbnkchqo
066200        GO TO CHQRTIN-GET                                         zbnkchqo
066300     END-IF.                                                      zbnkchqo
066400     ADD 1 TO WS-FCTL-REC-COUNT.                                  zbnkchqo
066500     IF CHQRTIN-AMOUNT IS NUMERIC                                 zbnkchqo
066600        ADD CHQRTIN-AMOUNT TO WS-FCTL-AMT-TOTAL                   zbnkchqo
066700     END-IF.                                                      zbnkchqo
066800 CHQRTIN-GET-EXIT.                                                zbnkchqo
066900     EXIT.                                                        zbnkchqo
067000                                                                  zbnkchqo
067100******************************************************************zbnkchqo
067200* CAPTURE-CONTROL-RECORD                                         *zbnkchqo
067300* Remember the envelope fields as they pass; the trailer also    *zbnkchqo
067400* proves the record count and amount against what this run       *zbnkchqo
067500* actually read.                                                 *zbnkchqo
067600******************************************************************zbnkchqo
067700 CAPTURE-CONTROL-RECORD.                                          zbnkchqo
067800     MOVE CHQRTIN-REC TO WS-FCTL-HOLD-REC.                        zbnkchqo
067900     IF WS-FCTL-HOLD-REC (1:4) = 'HDR1'                           zbnkchqo
068000        MOVE 'Y' TO WS-FCTL-SEEN                                  zbnkchqo
068100        MOVE WS-FCTL-HOLD-REC (5:8) TO FCT-INTERFACE              zbnkchqo
068200        MOVE WS-FCTL-HOLD-REC (13:8) TO FCT-FILE-DATE             zbnkchqo
068300        MOVE WS-FCTL-HOLD-REC (21:6) TO FCT-SEQUENCE              zbnkchqo
068400        PERFORM CHECK-FILE-CONTROL                                zbnkchqo
068500            THRU CHECK-FILE-CONTROL-EXIT                          zbnkchqo
068600     ELSE                                                         zbnkchqo
068700        MOVE 'Y' TO WS-FCTL-TRAILER-SEEN                          zbnkchqo
068800        MOVE WS-FCTL-HOLD-REC (5:7) TO WS-FCTL-TRL-COUNT          zbnkchqo
068900        MOVE WS-FCTL-HOLD-REC (12:13) TO WS-FCTL-TRL-AMOUNT       zbnkchqo
069000     END-IF.                                                      zbnkchqo
069100 CAPTURE-CONTROL-RECORD-EXIT.                                     zbnkchqo
069200     EXIT.                                                        zbnkchqo
069300                                                                  zbnkchqo
069400******************************************************************zbnkchqo
069500* VALIDATE-FILE-CONTROL                                          *zbnkchqo
069600* Called once the whole file is read. The trailer must agree     *zbnkchqo
069700* with what was read, then UFILECTL records the applied file     *zbnkchqo
069800* on the register.                                               *zbnkchqo
069900******************************************************************zbnkchqo
070000 VALIDATE-FILE-CONTROL.                                           zbnkchqo
070100     IF WS-FCTL-SEEN NOT = 'Y'                                    zbnkchqo
070200        GO TO VALIDATE-FILE-CONTROL-EXIT                          zbnkchqo
070300     END-IF.                                                      zbnkchqo
070400     IF WS-FCTL-TRAILER-SEEN NOT = 'Y'                            zbnkchqo
070500        MOVE 'Control header without trailer'                     zbnkchqo
070600          TO WS-CONSOLE-MESSAGE                                   zbnkchqo
070700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqo
070800        PERFORM ABORT-PROGRAM                                     zbnkchqo
070900     END-IF.                                                      zbnkchqo
071000     IF WS-FCTL-TRL-COUNT IS NOT EQUAL TO                         zbnkchqo
071100        WS-FCTL-REC-COUNT                                         zbnkchqo
071200        MOVE 'Trailer count disagrees with file'                  zbnkchqo
071300          TO WS-CONSOLE-MESSAGE                                   zbnkchqo
071400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqo
071500        PERFORM ABORT-PROGRAM                                     zbnkchqo
071600     END-IF.                                                      zbnkchqo
071700     IF WS-FCTL-TRL-AMOUNT IS NOT EQUAL TO                        zbnkchqo
071800        WS-FCTL-AMT-TOTAL                                         zbnkchqo
071900        MOVE 'Trailer amount disagrees with file'                 zbnkchqo
072000          TO WS-CONSOLE-MESSAGE                                   zbnkchqo
072100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqo
072200        PERFORM ABORT-PROGRAM                                     zbnkchqo
072300     END-IF.                                                      zbnkchqo
072400     MOVE WS-FCTL-REC-COUNT TO FCT-RECORD-COUNT.                  zbnkchqo
072500     MOVE WS-FCTL-AMT-TOTAL TO FCT-AMOUNT-TOTAL.                  zbnkchqo
072600     MOVE ZERO TO FCT-BUSDATE.                                    zbnkchqo
072700     SET FCT-REGISTER-FILE TO TRUE.                               zbnkchqo
072800     CALL 'UFILECTL' USING WS-FILECTL-PARM.                       zbnkchqo
072900     IF FCT-BLOCKED                                               zbnkchqo
073000        MOVE FCT-REPLY-TEXT TO WS-CONSOLE-MESSAGE                 zbnkchqo
073100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqo
073200        PERFORM ABORT-PROGRAM                                     zbnkchqo
073300     END-IF.                                                      zbnkchqo
073400 VALIDATE-FILE-CONTROL-EXIT.                                      zbnkchqo
073500     EXIT.                                                        zbnkchqo
073600                                                                  zbnkchqo
073700******************************************************************zbnkchqo
073800* CHECK-FILE-CONTROL                                             *zbnkchqo
073900* Called the moment the header is read, before anything posts:   *zbnkchqo
074000* UFILECTL refuses a file already applied or out of sequence.    *zbnkchqo
074100******************************************************************zbnkchqo
074200 CHECK-FILE-CONTROL.                                              zbnkchqo
074300     SET FCT-CHECK-FILE TO TRUE.                                  zbnkchqo
074400     MOVE ZERO TO FCT-RECORD-COUNT.                               zbnkchqo
074500     MOVE ZERO TO FCT-AMOUNT-TOTAL.                               zbnkchqo
074600     MOVE ZERO TO FCT-BUSDATE.                                    zbnkchqo
074700     CALL 'UFILECTL' USING WS-FILECTL-PARM.                       zbnkchqo
074800     IF FCT-BLOCKED                                               zbnkchqo
074900        MOVE FCT-REPLY-TEXT TO WS-CONSOLE-MESSAGE                 zbnkchqo
075000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqo
075100        PERFORM ABORT-PROGRAM                                     zbnkchqo
075200     END-IF.                                                      zbnkchqo
075300 CHECK-FILE-CONTROL-EXIT.                                         zbnkchqo
075400     EXIT.                                                        zbnkchqo
075500                                                                  zbnkchqo
075600******************************************************************zbnkchqo
075700* Open, access and close the CHQD file.                          *zbnkchqo
075800******************************************************************zbnkchqo
075900 CHQD-OPEN.                                                       zbnkchqo
076000     OPEN I-O CHQD-FILE.                                          zbnkchqo
076100     IF WS-CHQD-STATUS = '00'                                     zbnkchqo
076200        MOVE 'CHQD file opened OK' TO WS-CONSOLE-MESSAGE          zbnkchqo
076300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqo
076400     ELSE                                                         zbnkchqo
076500        MOVE 'CHQD file open failure...' TO WS-CONSOLE-MESSAGE    zbnkchqo
076600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqo
076700        MOVE WS-CHQD-STATUS TO WS-IO-STATUS                       zbnkchqo
076800        PERFORM DISPLAY-IO-STATUS                                 zbnkchqo
076900        PERFORM ABORT-PROGRAM                                     zbnkchqo
077000     END-IF.                                                      zbnkchqo
077100                                                                  zbnkchqo
077200 CHQD-GET.                                                        zbnkchqo
077300     READ CHQD-FILE NEXT RECORD.                                  zbnkchqo
077400     IF WS-CHQD-STATUS NOT = '00'                                 zbnkchqo
077500        IF WS-CHQD-STATUS = '10'                                  zbnkchqo
077600           MOVE 'YES' TO WS-END-OF-CHQD                           zbnkchqo
077700        ELSE                                                      zbnkchqo
077800           MOVE 'CHQD Error reading file ...'                     zbnkchqo
077900             TO WS-CONSOLE-MESSAGE                                zbnkchqo
078000           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkchqo
078100           MOVE WS-CHQD-STATUS TO WS-IO-STATUS                    zbnkchqo
078200           PERFORM DISPLAY-IO-STATUS                              zbnkchqo
078300           PERFORM ABORT-PROGRAM                                  zbnkchqo
078400        END-IF                                                    zbnkchqo
078500     END-IF.                                                      zbnkchqo
078600                                                                  zbnkchqo
078700 CHQD-READ.                                                       zbnkchqo
078800     READ CHQD-FILE.                                              zbnkchqo
078900                                                                  zbnkchqo
079000 CHQD-REWRITE.                                                    zbnkchqo
079100     REWRITE CHQD-FILE-REC.                                       zbnkchqo
079200     IF WS-CHQD-STATUS NOT = '00'                                 zbnkchqo
079300        MOVE 'CHQD Error rewriting file ...'                      zbnkchqo
079400          TO WS-CONSOLE-MESSAGE                                   zbnkchqo
079500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqo
079600        MOVE WS-CHQD-STATUS TO WS-IO-STATUS                       zbnkchqo
079700        PERFORM DISPLAY-IO-STATUS                                 zbnkchqo
079800        PERFORM ABORT-PROGRAM                                     zbnkchqo
079900     END-IF.                                                      zbnkchqo
080000                                                                  zbnkchqo
080100 CHQD-CLOSE.                                                      zbnkchqo
080200     CLOSE CHQD-FILE.                                             zbnkchqo
080300     IF WS-CHQD-STATUS = '00'                                     zbnkchqo
080400        MOVE 'CHQD file closed OK' TO WS-CONSOLE-MESSAGE          zbnkchqo
080500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqo
080600     ELSE                                                         zbnkchqo
080700        MOVE 'CHQD file close failure...' TO WS-CONSOLE-MESSAGE   zbnkchqo
080800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqo
080900        MOVE WS-CHQD-STATUS TO WS-IO-STATUS                       zbnkchqo
081000        PERFORM DISPLAY-IO-STATUS                                 zbnkchqo
081100        PERFORM ABORT-PROGRAM                                     zbnkchqo
081200     END-IF.                                                      zbnkchqo
081300                                                                  zbnkchqo
081400******************************************************************zbnkchqo
081500* Open, access and close the ACCOUNT file.                       *zbnkchqo
081600******************************************************************zbnkchqo
081700 ACCOUNT-OPEN.                                                    zbnkchqo
081800     OPEN I-O ACCOUNT-FILE.                                       zbnkchqo
081900     IF WS-ACCOUNT-STATUS = '00'                                  zbnkchqo
082000        MOVE 'ACCOUNT file opened OK' TO WS-CONSOLE-MESSAGE       zbnkchqo
082100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqo
082200     ELSE                                                         zbnkchqo
082300        MOVE 'ACCOUNT file open failure...' TO WS-CONSOLE-MESSAGE zbnkchqo
082400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqo
082500        MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS                    zbnkchqo
082600        PERFORM DISPLAY-IO-STATUS                                 zbnkchqo
082700        PERFORM ABORT-PROGRAM                                     zbnkchqo
082800     END-IF.                                                      zbnkchqo
082900                                                                  zbnkchqo
083000 ACCOUNT-READ.                                                    zbnkchqo
083100     READ ACCOUNT-FILE.                                           zbnkchqo
083200                                                                  zbnkchqo
083300 ACCOUNT-REWRITE.                                                 zbnkchqo
083400     REWRITE ACCOUNT-FILE-REC.                                    zbnkchqo
083500     IF WS-ACCOUNT-STATUS NOT = '00'                              zbnkchqo
083600        MOVE 'ACCOUNT Error rewriting file ...'                   zbnkchqo
083700          TO WS-CONSOLE-MESSAGE                                   zbnkchqo
083800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqo
083900        MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS                    zbnkchqo
084000        PERFORM DISPLAY-IO-STATUS                                 zbnkchqo
084100        PERFORM ABORT-PROGRAM                                     zbnkchqo
084200     END-IF.                                                      zbnkchqo
084300                                                                  zbnkchqo
084400 ACCOUNT-CLOSE.                                                   zbnkchqo
084500     CLOSE ACCOUNT-FILE.                                          zbnkchqo
084600     IF WS-ACCOUNT-STATUS = '00'                                  zbnkchqo
084700        MOVE 'ACCOUNT file closed OK' TO WS-CONSOLE-MESSAGE       zbnkchqo
084800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqo
084900     ELSE                                                         zbnkchqo
085000        MOVE 'ACCOUNT file close failure...'                      zbnkchqo
085100          TO WS-CONSOLE-MESSAGE                                   zbnkchqo
085200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqo
085300        MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS                    zbnkchqo
085400        PERFORM DISPLAY-IO-STATUS                                 zbnkchqo
085500        PERFORM ABORT-PROGRAM                                     zbnkchqo
085600     END-IF.                                                      zbnkchqo
085700                                                                  zbnkchqo
085800******************************************************************zbnkchqo
085900* Open, access and close the HOLD file.                          *zbnkchqo
086000******************************************************************zbnkchqo
086100 HOLD-OPEN.                                                       zbnkchqo
086200     OPEN I-O HOLD-FILE.                                          zbnkchqo
086300     IF WS-HOLD-STATUS = '00'                                     zbnkchqo
086400        MOVE 'HOLD file opened OK' TO WS-CONSOLE-MESSAGE          zbnkchqo
086500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqo
086600     ELSE                                                         zbnkchqo
086700        MOVE 'HOLD file open failure...' TO WS-CONSOLE-MESSAGE    zbnkchqo
086800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqo
086900        MOVE WS-HOLD-STATUS TO WS-IO-STATUS                       zbnkchqo
087000        PERFORM DISPLAY-IO-STATUS                                 zbnkchqo
087100        PERFORM ABORT-PROGRAM                                     zbnkchqo
087200     END-IF.                                                      zbnkchqo
087300                                                                  zbnkchqo
087400 HOLD-READ.                                                       zbnkchqo
087500     READ HOLD-FILE.                                              zbnkchqo
087600                                                                  zbnkchqo
087700 HOLD-REWRITE.                                                    zbnkchqo
087800     REWRITE HOLD-FILE-REC.                                       zbnkchqo
087900     IF WS-HOLD-STATUS NOT = '00'                                 zbnkchqo
088000        MOVE 'HOLD Error rewriting file ...'                      zbnkchqo
088100          TO WS-CONSOLE-MESSAGE                                   zbnkchqo
088200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqo
088300        MOVE WS-HOLD-STATUS TO WS-IO-STATUS                       zbnkchqo
088400        PERFORM DISPLAY-IO-STATUS                                 zbnkchqo
088500        PERFORM ABORT-PROGRAM                                     zbnkchqo
088600     END-IF.                                                      zbnkchqo
088700                                                                  zbnkchqo
088800 HOLD-CLOSE.                                                      zbnkchqo
088900     CLOSE HOLD-FILE.                                             zbnkchqo
089000     IF WS-HOLD-STATUS = '00'                                     zbnkchqo
089100        MOVE 'HOLD file closed OK' TO WS-CONSOLE-MESSAGE          zbnkchqo
089200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqo
089300     ELSE                                                         zbnkchqo
089400        MOVE 'HOLD file close failure...' TO WS-CONSOLE-MESSAGE   zbnkchqo
089500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqo
089600        MOVE WS-HOLD-STATUS TO WS-IO-STATUS                       zbnkchqo
089700        PERFORM DISPLAY-IO-STATUS                                 zbnkchqo
089800        PERFORM ABORT-PROGRAM                                     zbnkchqo
089900     END-IF.                                                      zbnkchqo
090000                                                                  zbnkchqo
090100******************************************************************zbnkchqo
090200* Open, access and close the TXN file.                           *zbnkchqo
090300******************************************************************zbnkchqo
090400 TXN-OPEN.                                                        zbnkchqo
090500     OPEN I-O TXN-FILE.                                           zbnkchqo
090600     IF WS-TXN-STATUS = '00'                                      zbnkchqo
090700        MOVE 'TXN file opened OK' TO WS-CONSOLE-MESSAGE           zbnkchqo
090800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqo
090900     ELSE                                                         zbnkchqo
091000        MOVE 'TXN file open failure...' TO WS-CONSOLE-MESSAGE     zbnkchqo
091100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqo
091200        MOVE WS-TXN-STATUS TO WS-IO-STATUS                        zbnkchqo
091300        PERFORM DISPLAY-IO-STATUS                                 zbnkchqo
091400        PERFORM ABORT-PROGRAM                                     zbnkchqo
091500     END-IF.                                                      zbnkchqo
091600                                                                  zbnkchqo
091700 TXN-WRITE.                                                       zbnkchqo
091750     SET BTX-REC-CHN-CHEQUE TO TRUE.                              zbnkchqo
091800     WRITE TXN-FILE-REC.                                          zbnkchqo
091900     IF WS-TXN-STATUS NOT = '00'                                  zbnkchqo
092000        MOVE 'TXN Error writing file ...'                         zbnkchqo
092100          TO WS-CONSOLE-MESSAGE                                   zbnkchqo
092200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqo
092300        MOVE WS-TXN-STATUS TO WS-IO-STATUS                        zbnkchqo
092400        PERFORM DISPLAY-IO-STATUS                                 zbnkchqo
092500        PERFORM ABORT-PROGRAM                                     zbnkchqo
092600     END-IF.                                                      zbnkchqo
092610     PERFORM JOURNAL-DAILY-POSTING.                               zbnkchqo
092700                                                                  zbnkchqo
092800 TXN-CLOSE.                                                       zbnkchqo
092900     CLOSE TXN-FILE.                                              zbnkchqo
093000     IF WS-TXN-STATUS = '00'                                      zbnkchqo
093100        MOVE 'TXN file closed OK' TO WS-CONSOLE-MESSAGE           zbnkchqo
093200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqo
093300     ELSE                                                         zbnkchqo
093400        MOVE 'TXN file close failure...' TO WS-CONSOLE-MESSAGE    zbnkchqo
093500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqo
093600        MOVE WS-TXN-STATUS TO WS-IO-STATUS                        zbnkchqo
093700        PERFORM DISPLAY-IO-STATUS                                 zbnkchqo
093800        PERFORM ABORT-PROGRAM                                     zbnkchqo
093900     END-IF.                                                      zbnkchqo
094000                                                                  zbnkchqo
094100******************************************************************zbnkchqo
094200* Open, access and close the SYSC file.                          *zbnkchqo
094300******************************************************************zbnkchqo
094400 SYSC-OPEN.                                                       zbnkchqo
094500     OPEN INPUT SYSC-FILE.                                        zbnkchqo
094600     IF WS-SYSC-STATUS = '00'                                     zbnkchqo
094700        MOVE 'SYSC file opened OK' TO WS-CONSOLE-MESSAGE          zbnkchqo
094800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqo
094900     ELSE                                                         zbnkchqo
095000        MOVE 'SYSC file open failure...' TO WS-CONSOLE-MESSAGE    zbnkchqo
095100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqo
095200        MOVE WS-SYSC-STATUS TO WS-IO-STATUS                       zbnkchqo
095300        PERFORM DISPLAY-IO-STATUS                                 zbnkchqo
095400        PERFORM ABORT-PROGRAM                                     zbnkchqo
095500     END-IF.                                                      zbnkchqo
095600                                                                  zbnkchqo
095700 SYSC-READ.                                                       zbnkchqo
095800     READ SYSC-FILE.                                              zbnkchqo
095900                                                                  zbnkchqo
096000 SYSC-CLOSE.                                                      zbnkchqo
096100     CLOSE SYSC-FILE.                                             zbnkchqo
096200     IF WS-SYSC-STATUS = '00'                                     zbnkchqo
096300        MOVE 'SYSC file closed OK' TO WS-CONSOLE-MESSAGE          zbnkchqo
096400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqo
096500     ELSE                                                         zbnkchqo
096600        MOVE 'SYSC file close failure...' TO WS-CONSOLE-MESSAGE   zbnkchqo
096700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqo
096800        MOVE WS-SYSC-STATUS TO WS-IO-STATUS                       zbnkchqo
096900        PERFORM DISPLAY-IO-STATUS                                 zbnkchqo
097000        PERFORM ABORT-PROGRAM                                     zbnkchqo
097100     END-IF.                                                      zbnkchqo
097200                                                                  zbnkchqo
097300******************************************************************zbnkchqo
097400* Open and close the CHQRTIN file.                               *zbnkchqo
097500******************************************************************zbnkchqo
097600 CHQRTIN-OPEN.                                                    zbnkchqo
097700     OPEN INPUT CHQRTIN-FILE.                                     zbnkchqo
097800     IF WS-CHQRTIN-STATUS = '00'                                  zbnkchqo
097900        MOVE 'CHQRTIN file opened OK' TO WS-CONSOLE-MESSAGE       zbnkchqo
098000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqo
098100     ELSE                                                         zbnkchqo
098200        MOVE 'CHQRTIN file open failure...' TO WS-CONSOLE-MESSAGE zbnkchqo
098300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqo
098400        MOVE WS-CHQRTIN-STATUS TO WS-IO-STATUS                    zbnkchqo
098500        PERFORM DISPLAY-IO-STATUS                                 zbnkchqo
098600        PERFORM ABORT-PROGRAM                                     zbnkchqo
098700     END-IF.                                                      zbnkchqo
098800                                                                  zbnkchqo
098900 CHQRTIN-CLOSE.                                                   zbnkchqo
099000     CLOSE CHQRTIN-FILE.                                          zbnkchqo
099100     IF WS-CHQRTIN-STATUS = '00'                                  zbnkchqo
099200        MOVE 'CHQRTIN file closed OK' TO WS-CONSOLE-MESSAGE       zbnkchqo
099300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqo
099400     ELSE                                                         zbnkchqo
099500        MOVE 'CHQRTIN file close failure...'                      zbnkchqo
099600          TO WS-CONSOLE-MESSAGE                                   zbnkchqo
099700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqo
099800        MOVE WS-CHQRTIN-STATUS TO WS-IO-STATUS                    zbnkchqo
099900        PERFORM DISPLAY-IO-STATUS                                 zbnkchqo
100000        PERFORM ABORT-PROGRAM                                     zbnkchqo
100100     END-IF.                                                      zbnkchqo
100200                                                                  zbnkchqo
100300******************************************************************zbnkchqo
100400* Open, access and close the CHQOUT file.                        *zbnkchqo
100500******************************************************************zbnkchqo
100600 CHQOUT-OPEN.                                                     zbnkchqo
100700     OPEN OUTPUT CHQOUT-FILE.                                     zbnkchqo
100800     IF WS-CHQOUT-STATUS = '00'                                   zbnkchqo
100900        MOVE 'CHQOUT file opened OK' TO WS-CONSOLE-MESSAGE        zbnkchqo
101000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqo
101100     ELSE                                                         zbnkchqo
101200        MOVE 'CHQOUT file open failure...' TO WS-CONSOLE-MESSAGE  zbnkchqo
101300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqo
101400        MOVE WS-CHQOUT-STATUS TO WS-IO-STATUS                     zbnkchqo
101500        PERFORM DISPLAY-IO-STATUS                                 zbnkchqo
101600        PERFORM ABORT-PROGRAM                                     zbnkchqo
101700     END-IF.                                                      zbnkchqo
101800                                                                  zbnkchqo
101900 CHQOUT-PUT.                                                      zbnkchqo
102000     WRITE CHQOUT-REC.                                            zbnkchqo
102100     IF WS-CHQOUT-STATUS NOT = '00'                               zbnkchqo
102200        MOVE 'CHQOUT Error writing file ...'                      zbnkchqo
102300          TO WS-CONSOLE-MESSAGE                                   zbnkchqo
102400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqo
102500        MOVE WS-CHQOUT-STATUS TO WS-IO-STATUS                     zbnkchqo
102600        PERFORM DISPLAY-IO-STATUS                                 zbnkchqo
102700        PERFORM ABORT-PROGRAM                                     zbnkchqo
102800     END-IF.                                                      zbnkchqo
102900                                                                  zbnkchqo
103000 CHQOUT-CLOSE.                                                    zbnkchqo
103100     CLOSE CHQOUT-FILE.                                           zbnkchqo
103200     IF WS-CHQOUT-STATUS = '00'                                   zbnkchqo
103300        MOVE 'CHQOUT file closed OK' TO WS-CONSOLE-MESSAGE        zbnkchqo
103400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqo
103500     ELSE                                                         zbnkchqo
103600        MOVE 'CHQOUT file close failure...' TO WS-CONSOLE-MESSAGE zbnkchqo
103700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqo
103800        MOVE WS-CHQOUT-STATUS TO WS-IO-STATUS                     zbnkchqo
103900        PERFORM DISPLAY-IO-STATUS                                 zbnkchqo
104000        PERFORM ABORT-PROGRAM                                     zbnkchqo
104100     END-IF.                                                      zbnkchqo
104200                                                                  zbnkchqo
104300******************************************************************zbnkchqo
104400* Open, access and close the PRINTOUT file.                      *zbnkchqo
104500******************************************************************zbnkchqo
104600 PRINTOUT-OPEN.                                                   zbnkchqo
104700     OPEN OUTPUT PRINTOUT-FILE.                                   zbnkchqo
104800     IF WS-PRINTOUT-STATUS = '00'                                 zbnkchqo
104900        MOVE 'PRINTOUT file opened OK' TO WS-CONSOLE-MESSAGE      zbnkchqo
105000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqo
105100     ELSE                                                         zbnkchqo
105200        MOVE 'PRINTOUT file open failure...'                      zbnkchqo
105300          TO WS-CONSOLE-MESSAGE                                   zbnkchqo
105400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqo
105500        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkchqo
105600        PERFORM DISPLAY-IO-STATUS                                 zbnkchqo
105700        PERFORM ABORT-PROGRAM                                     zbnkchqo
105800     END-IF.                                                      zbnkchqo
105900                                                                  zbnkchqo
106000 PRINTOUT-PUT.                                                    zbnkchqo
106100     WRITE PRINTOUT-REC.                                          zbnkchqo
106200     IF WS-PRINTOUT-STATUS NOT = '00'                             zbnkchqo
106300        MOVE 'PRINTOUT Error writing file ...'                    zbnkchqo
106400          TO WS-CONSOLE-MESSAGE                                   zbnkchqo
106500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqo
106600        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkchqo
106700        PERFORM DISPLAY-IO-STATUS                                 zbnkchqo
106800        PERFORM ABORT-PROGRAM                                     zbnkchqo
106900     END-IF.                                                      zbnkchqo
107000                                                                  zbnkchqo
107100 PRINTOUT-CLOSE.                                                  zbnkchqo
107200     CLOSE PRINTOUT-FILE.                                         zbnkchqo
107300     IF WS-PRINTOUT-STATUS = '00'                                 zbnkchqo
107400        MOVE 'PRINTOUT file closed OK' TO WS-CONSOLE-MESSAGE      zbnkchqo
107500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqo
107600     ELSE                                                         zbnkchqo
107700        MOVE 'PRINTOUT file close failure...'                     zbnkchqo
107800          TO WS-CONSOLE-MESSAGE                                   zbnkchqo
107900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqo
108000        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkchqo
108100        PERFORM DISPLAY-IO-STATUS                                 zbnkchqo
108200        PERFORM ABORT-PROGRAM                                     zbnkchqo
108300     END-IF.                                                      zbnkchqo
108400                                                                  zbnkchqo
108500******************************************************************zbnkchqo
108600* Write a short end-of-job summary to the JOBSUM file, in the    *zbnkchqo
108700* same style as the other batch jobs' summaries.                 *zbnkchqo
108800******************************************************************zbnkchqo
108900 PRINT-JOB-SUMMARY.                                               zbnkchqo
109000     PERFORM JOBSUM-OPEN.                                         zbnkchqo
109100     MOVE SPACES TO JOBSUM-REC.                                   zbnkchqo
109200     STRING 'Returns read:                ' DELIMITED BY SIZE     zbnkchqo
109300            WS-RETURNS-READ DELIMITED BY SIZE                     zbnkchqo
109400       INTO JOBSUM-REC.                                           zbnkchqo
109500     PERFORM JOBSUM-PUT.                                          zbnkchqo
109600     MOVE SPACES TO JOBSUM-REC.                                   zbnkchqo
109700     STRING 'Returns applied:             ' DELIMITED BY SIZE     zbnkchqo
109800            WS-RETURNS-APPLIED DELIMITED BY SIZE                  zbnkchqo
109900       INTO JOBSUM-REC.                                           zbnkchqo
110000     PERFORM JOBSUM-PUT.                                          zbnkchqo
110100     MOVE SPACES TO JOBSUM-REC.                                   zbnkchqo
110200     STRING 'Returns not applied:         ' DELIMITED BY SIZE     zbnkchqo
110300            WS-RETURNS-NOT-APPLIED DELIMITED BY SIZE              zbnkchqo
110400       INTO JOBSUM-REC.                                           zbnkchqo
110500     PERFORM JOBSUM-PUT.                                          zbnkchqo
110600     MOVE SPACES TO JOBSUM-REC.                                   zbnkchqo
110700     STRING 'Return fees charged:         ' DELIMITED BY SIZE     zbnkchqo
110800            WS-FEES-CHARGED DELIMITED BY SIZE                     zbnkchqo
110900       INTO JOBSUM-REC.                                           zbnkchqo
111000     PERFORM JOBSUM-PUT.                                          zbnkchqo
111100     MOVE SPACES TO JOBSUM-REC.                                   zbnkchqo
111200     STRING 'Cheques sent outward:        ' DELIMITED BY SIZE     zbnkchqo
111300            WS-CHEQUES-SENT DELIMITED BY SIZE                     zbnkchqo
111400       INTO JOBSUM-REC.                                           zbnkchqo
111500     PERFORM JOBSUM-PUT.                                          zbnkchqo
111600     MOVE SPACES TO JOBSUM-REC.                                   zbnkchqo
111700     STRING 'Cheques cleared:             ' DELIMITED BY SIZE     zbnkchqo
111800            WS-CHEQUES-CLEARED DELIMITED BY SIZE                  zbnkchqo
111900       INTO JOBSUM-REC.                                           zbnkchqo
112000     PERFORM JOBSUM-PUT.                                          zbnkchqo
112100     PERFORM JOBSUM-CLOSE.                                        zbnkchqo
112200     MOVE 'Job summary written to JOBSUM'                         zbnkchqo
112300       TO WS-CONSOLE-MESSAGE.                                     zbnkchqo
112400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkchqo
112500                                                                  zbnkchqo
112600 JOBSUM-OPEN.                                                     zbnkchqo
112700     OPEN OUTPUT JOBSUM-FILE.                                     zbnkchqo
112800     IF WS-JOBSUM-STATUS = '00'                                   zbnkchqo
112900        MOVE 'JOBSUM file opened OK' TO WS-CONSOLE-MESSAGE        zbnkchqo
113000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqo
113100     ELSE                                                         zbnkchqo
113200        MOVE 'JOBSUM file open failure...' TO WS-CONSOLE-MESSAGE  zbnkchqo
113300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqo
113400        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkchqo
113500        PERFORM DISPLAY-IO-STATUS                                 zbnkchqo
113600        PERFORM ABORT-PROGRAM                                     zbnkchqo
113700     END-IF.                                                      zbnkchqo
113800                                                                  zbnkchqo
113900 JOBSUM-PUT.                                                      zbnkchqo
114000     WRITE JOBSUM-REC.                                            zbnkchqo
114100     IF WS-JOBSUM-STATUS NOT = '00'                               zbnkchqo
114200        MOVE 'JOBSUM Error writing file ...' TO WS-CONSOLE-MESSAGEzbnkchqo
114300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqo
114400        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkchqo
114500        PERFORM DISPLAY-IO-STATUS                                 zbnkchqo
114600        PERFORM ABORT-PROGRAM                                     zbnkchqo
114700     END-IF.                                                      zbnkchqo
114800                                                                  zbnkchqo
114900 JOBSUM-CLOSE.                                                    zbnkchqo
115000     CLOSE JOBSUM-FILE.                                           zbnkchqo
115100     IF WS-JOBSUM-STATUS = '00'                                   zbnkchqo
115200        MOVE 'JOBSUM file closed OK' TO WS-CONSOLE-MESSAGE        zbnkchqo
115300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqo
115400     ELSE                                                         zbnkchqo
115500        MOVE 'JOBSUM file close failure...' TO WS-CONSOLE-MESSAGE zbnkchqo
115600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqo
115700        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkchqo
115800        PERFORM DISPLAY-IO-STATUS                                 zbnkchqo
115900        PERFORM ABORT-PROGRAM                                     zbnkchqo
116000     END-IF.                                                      zbnkchqo
116100                                                                  zbnkchqo
116200******************************************************************zbnkchqo
116300* Run-control hooks. The START call blocks this job when it has  *zbnkchqo
116400* already completed for the business date or a prerequisite has  *zbnkchqo
116500* not, and records the start on BNKRUNC; the END call records    *zbnkchqo
116600* the end time and return code. See URUNCTL.CBL.                 *zbnkchqo
116700******************************************************************zbnkchqo
116800 RUN-CONTROL-START.                                               zbnkchqo
116900     SET RUNCTL-START TO TRUE.                                    zbnkchqo
117000     MOVE 'ZBNKCHQO' TO RUNCTL-JOB.                               zbnkchqo
117100     MOVE ZERO TO RUNCTL-BUSDATE.                                 zbnkchqo
117200     MOVE ZERO TO RUNCTL-RETURN-CODE.                             zbnkchqo
117300     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkchqo
117400     IF RUNCTL-BLOCKED                                            zbnkchqo
117500        MOVE RUNCTL-REPLY-TEXT TO WS-CONSOLE-MESSAGE              zbnkchqo
117600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqo
117700        MOVE 'Run control blocked this run' TO WS-CONSOLE-MESSAGE zbnkchqo
117800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqo
117900        MOVE 8 TO RETURN-CODE                                     zbnkchqo
118000        GOBACK                                                    zbnkchqo
118100     END-IF.                                                      zbnkchqo
118200 RUN-CONTROL-START-EXIT.                                          zbnkchqo
118300     EXIT.                                                        zbnkchqo
118400                                                                  zbnkchqo
118500 RUN-CONTROL-END.                                                 zbnkchqo
118600     SET RUNCTL-END TO TRUE.                                      zbnkchqo
118700     MOVE RETURN-CODE TO RUNCTL-RETURN-CODE.                      zbnkchqo
118800     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkchqo
118900                                                                  zbnkchqo
119000******************************************************************zbnkchqo
119100* Display the file status bytes                                  *zbnkchqo
119200******************************************************************zbnkchqo
119300 DISPLAY-IO-STATUS.                                               zbnkchqo
119400     IF WS-IO-STATUS NUMERIC                                      zbnkchqo
119500        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkchqo
119600        STRING 'File status -' DELIMITED BY SIZE                  zbnkchqo
119700               WS-IO-STATUS DELIMITED BY SIZE                     zbnkchqo
119800          INTO WS-CONSOLE-MESSAGE                                 zbnkchqo
119900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqo
120000     ELSE                                                         zbnkchqo
120100        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     zbnkchqo
120200        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    zbnkchqo
120300        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkchqo
120400        STRING 'File status -' DELIMITED BY SIZE                  zbnkchqo
120500               WS-IO-STAT1 DELIMITED BY SIZE                      zbnkchqo
120600               '/' DELIMITED BY SIZE                              zbnkchqo
120700               WS-TWO-BYTES DELIMITED BY SIZE                     zbnkchqo
120800          INTO WS-CONSOLE-MESSAGE                                 zbnkchqo
120900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqo
121000     END-IF.                                                      zbnkchqo
121100                                                                  zbnkchqo
121106******************************************************************zbnkchqo
121112* Copy the posting just written to BNKTXN into the BNKTXD daily  *zbnkchqo
121118* posting journal through UTXNJNL. A failure is an abort - the   *zbnkchqo
121124* nightly jobs read the journal and would miss the posting.      *zbnkchqo
121130******************************************************************zbnkchqo
121136 JOURNAL-DAILY-POSTING.                                           zbnkchqo
121142     SET TXJ-WRITE TO TRUE.                                       zbnkchqo
121148     MOVE TXN-FILE-REC TO TXJ-TXN-IMAGE.                          zbnkchqo
121154     CALL 'UTXNJNL' USING WS-TXNJ-PARM.                           zbnkchqo
121160     IF TXJ-FAILED                                                zbnkchqo
121166        MOVE TXJ-REPLY-TEXT TO WS-CONSOLE-MESSAGE                 zbnkchqo
121172        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqo
121178        PERFORM ABORT-PROGRAM                                     zbnkchqo
121184     END-IF.                                                      zbnkchqo
121190                                                                  zbnkchqo
121200******************************************************************zbnkchqo
121300* 'ABORT' the program. Post a message and issue a goback         *zbnkchqo
121400******************************************************************zbnkchqo
121500 ABORT-PROGRAM.                                                   zbnkchqo
121600     IF WS-CONSOLE-MESSAGE NOT = SPACES                           zbnkchqo
121700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkchqo
121800     END-IF.                                                      zbnkchqo
121900     MOVE 'Program is abending...' TO WS-CONSOLE-MESSAGE.         zbnkchqo
122000     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkchqo
122100     MOVE 16 TO RETURN-CODE.                                      zbnkchqo
122200     GOBACK.                                                      zbnkchqo
122300                                                                  zbnkchqo
122400******************************************************************zbnkchqo
122500* Display CONSOLE messages...                                    *zbnkchqo
122600******************************************************************zbnkchqo
122700 DISPLAY-CONSOLE-MESSAGE.                                         zbnkchqo
122800     DISPLAY 'ZBNKCHQO - ' WS-CONSOLE-MESSAGE                     zbnkchqo
122900       UPON CONSOLE.                                              zbnkchqo
123000     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       zbnkchqo
123100                                                                  zbnkchqo
123200* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     zbnkchqo
