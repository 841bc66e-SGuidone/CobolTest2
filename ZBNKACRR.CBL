000100******************************************************************zbnkacrr
000200*                                                               * zbnkacrr
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   * zbnkacrr
000400*   This demonstration program is provided for use by users     * zbnkacrr
000500*   of Micro Focus products and may be used, modified and       * zbnkacrr
000600*   distributed as part of your application provided that       * zbnkacrr
000700*   you properly acknowledge the copyright of Micro Focus       * zbnkacrr
000800*   in this material.                                           * zbnkacrr
000900*                                                               * zbnkacrr
001000******************************************************************zbnkacrr
001100                                                                  zbnkacrr
001200******************************************************************zbnkacrr
001300* ZBNKACRR.CBL                                                   *zbnkacrr
001400* Function:    Daily accrued-interest reconciliation. Totals the *zbnkacrr
001500*              interest held on BNKACRU, by account type, and    *zbnkacrr
001600*              proves it against the accrued interest payable    *zbnkacrr
001700*              and receivable balances on BNKGLBL for the        *zbnkacrr
001800*              current period - the ledger accounts ZBNKACRL     *zbnkacrr
001900*              journals to each day and ZBNKINTR and ZBNKMATD    *zbnkacrr
002000*              reverse out of as the accrual is capitalised.     *zbnkacrr
002100*              The net accrual owed to customers must equal the  *zbnkacrr
002200*              payable balance less the receivable balance; any  *zbnkacrr
002300*              difference is reported and the run ends with      *zbnkacrr
002400*              return code 4. Run after ZBNKGLPO has posted the  *zbnkacrr
002500*              day's journals.                                   *zbnkacrr
002600******************************************************************zbnkacrr
002700 IDENTIFICATION DIVISION.                                         zbnkacrr
002800 PROGRAM-ID.                                                      zbnkacrr
002900     ZBNKACRR.                                                    zbnkacrr
003000 DATE-WRITTEN.                                                    zbnkacrr
003100     October 2026.                                                zbnkacrr
003200 DATE-COMPILED.                                                   zbnkacrr
003300     Today.                                                       zbnkacrr
003400                                                                  zbnkacrr
003500 ENVIRONMENT DIVISION.                                            zbnkacrr
003600 INPUT-OUTPUT   SECTION.                                          zbnkacrr
003700   FILE-CONTROL.                                                  zbnkacrr
003800     SELECT ACCRUAL-FILE                                          zbnkacrr
003900            ASSIGN       TO BNKACRU                               zbnkacrr
004000            ORGANIZATION IS INDEXED                               zbnkacrr
004100            ACCESS MODE  IS SEQUENTIAL                            zbnkacrr
004200            RECORD KEY   IS AR-REC-ACCNO                          zbnkacrr
004300            FILE STATUS  IS WS-ACCRUAL-STATUS.                    zbnkacrr
004400     SELECT ACCOUNT-FILE                                          zbnkacrr
004500            ASSIGN       TO BNKACCT                               zbnkacrr
004600            ORGANIZATION IS INDEXED                               zbnkacrr
004700            ACCESS MODE  IS RANDOM                                zbnkacrr
004800            RECORD KEY   IS BAC-REC-ACCNO                         zbnkacrr
004900            FILE STATUS  IS WS-ACCOUNT-STATUS.                    zbnkacrr
005000     SELECT GLMAP-FILE                                            zbnkacrr
005100            ASSIGN       TO BNKGLMAP                              zbnkacrr
005200            ORGANIZATION IS INDEXED                               zbnkacrr
005300            ACCESS MODE  IS RANDOM                                zbnkacrr
005400            RECORD KEY   IS GL-REC-TXN-TYPE                       zbnkacrr
005500            FILE STATUS  IS WS-GLMAP-STATUS.                      zbnkacrr
005600     SELECT GLBL-FILE                                             zbnkacrr
005700            ASSIGN       TO BNKGLBL                               zbnkacrr
005800            ORGANIZATION IS INDEXED                               zbnkacrr
005900            ACCESS MODE  IS RANDOM                                zbnkacrr
006000            RECORD KEY   IS GB-REC-KEY                            zbnkacrr
006100            FILE STATUS  IS WS-GLBL-STATUS.                       zbnkacrr
006200     SELECT PRINTOUT-FILE                                         zbnkacrr
006300            ASSIGN       TO PRINTOUT                              zbnkacrr
006400            ORGANIZATION IS SEQUENTIAL                            zbnkacrr
006500            ACCESS MODE  IS SEQUENTIAL                            zbnkacrr
006600            FILE STATUS  IS WS-PRINTOUT-STATUS.                   zbnkacrr
006700     SELECT JOBSUM-FILE                                           zbnkacrr
006800            ASSIGN       TO JOBSUM                                zbnkacrr
006900            ORGANIZATION IS SEQUENTIAL                            zbnkacrr
007000            ACCESS MODE  IS SEQUENTIAL                            zbnkacrr
007100            FILE STATUS  IS WS-JOBSUM-STATUS.                     zbnkacrr
007200                                                                  zbnkacrr
007300 DATA DIVISION.                                                   zbnkacrr
007400 FILE SECTION.                                                    zbnkacrr
007500                                                                  zbnkacrr
007600 FD  ACCRUAL-FILE.                                                zbnkacrr
007700 01  ACCRUAL-FILE-REC.                                            zbnkacrr
007800 COPY CBANKVAR.                                                   zbnkacrr
007900                                                                  zbnkacrr
008000 FD  ACCOUNT-FILE.                                                zbnkacrr
008100 01  ACCOUNT-FILE-REC.                                            zbnkacrr
008200 COPY CBANKVAC.                                                   zbnkacrr
008300                                                                  zbnkacrr
008400 FD  GLMAP-FILE.                                                  zbnkacrr
008500 01  GLMAP-FILE-REC.                                              zbnkacrr
008600 COPY CBANKVGL.                                                   zbnkacrr
008700                                                                  zbnkacrr
008800 FD  GLBL-FILE.                                                   zbnkacrr
008900 01  GLBL-FILE-REC.                                               zbnkacrr
009000 COPY CBANKVGB.                                                   zbnkacrr
009100                                                                  zbnkacrr
009200 FD  PRINTOUT-FILE.                                               zbnkacrr
009300 01  PRINTOUT-REC                      PIC X(121).                zbnkacrr
009400                                                                  zbnkacrr
009500 FD  JOBSUM-FILE.                                                 zbnkacrr
009600 01  JOBSUM-REC                        PIC X(80).                 zbnkacrr
009700                                                                  zbnkacrr
009800 WORKING-STORAGE SECTION.                                         zbnkacrr
009900 01  WS-RUN-CONTROL.                                              zbnkacrr
010000 COPY CRUNCTLD.                                                   zbnkacrr
010100 01  WS-FILE-STATUSES.                                            zbnkacrr
010200   05  WS-ACCRUAL-STATUS.                                         zbnkacrr
010300     10  WS-ACCRUAL-STAT1               PIC X(1).                 zbnkacrr
010400     10  WS-ACCRUAL-STAT2               PIC X(1).                 zbnkacrr
010500   05  WS-ACCOUNT-STATUS.                                         zbnkacrr
010600     10  WS-ACCOUNT-STAT1               PIC X(1).                 zbnkacrr
010700     10  WS-ACCOUNT-STAT2               PIC X(1).                 zbnkacrr
010800   05  WS-GLMAP-STATUS.                                           zbnkacrr
010900     10  WS-GLMAP-STAT1                 PIC X(1).                 zbnkacrr
011000     10  WS-GLMAP-STAT2                 PIC X(1).                 zbnkacrr
011100   05  WS-GLBL-STATUS.                                            zbnkacrr
011200     10  WS-GLBL-STAT1                  PIC X(1).                 zbnkacrr
011300     10  WS-GLBL-STAT2                  PIC X(1).                 zbnkacrr
011400   05  WS-PRINTOUT-STATUS.                                        zbnkacrr
011500     10  WS-PRINTOUT-STAT1              PIC X(1).                 zbnkacrr
011600     10  WS-PRINTOUT-STAT2              PIC X(1).                 zbnkacrr
011700   05  WS-JOBSUM-STATUS.                                          zbnkacrr
011800     10  WS-JOBSUM-STAT1                PIC X(1).                 zbnkacrr
011900     10  WS-JOBSUM-STAT2                PIC X(1).                 zbnkacrr
012000   05  WS-IO-STATUS.                                              zbnkacrr
012100     10  WS-IO-STAT1                   PIC X(1).                  zbnkacrr
012200     10  WS-IO-STAT2                   PIC X(1).                  zbnkacrr
012300                                                                  zbnkacrr
012400   05  WS-TWO-BYTES.                                              zbnkacrr
012500     10  WS-TWO-BYTES-LEFT             PIC X(1).                  zbnkacrr
012600     10  WS-TWO-BYTES-RIGHT            PIC X(1).                  zbnkacrr
012700   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 zbnkacrr
012800                                      PIC 9(1) COMP.              zbnkacrr
012900                                                                  zbnkacrr
013000 01  WS-CONSOLE-MESSAGE                    PIC X(48).             zbnkacrr
013100                                                                  zbnkacrr
013200 01  WS-DATE-WORK-AREA.                                           zbnkacrr
013300 COPY CDATED.                                                     zbnkacrr
013400                                                                  zbnkacrr
013500 01  WS-TODAY-DATE-N                       PIC 9(8).              zbnkacrr
013600 01  WS-TODAY-DATE-PARTS REDEFINES WS-TODAY-DATE-N.               zbnkacrr
013700     05  WS-TODAY-CCYY                     PIC 9(4).              zbnkacrr
013800     05  WS-TODAY-MM                       PIC 9(2).              zbnkacrr
013900     05  WS-TODAY-DD                       PIC 9(2).              zbnkacrr
014000 01  WS-RUN-DATE-DISPLAY                   PIC X(11).             zbnkacrr
014100                                                                  zbnkacrr
014200******************************************************************zbnkacrr
014300* BNKACRU by account type. Credit interest (owed to customers)   *zbnkacrr
014400* and debit interest (owed by them) are kept apart to set beside *zbnkacrr
014500* the payable and receivable accounts; only the net is proved,   *zbnkacrr
014600* since an account that swung between credit and overdrawn in    *zbnkacrr
014700* the month is capitalised net and leaves matching amounts on    *zbnkacrr
014800* both ledger accounts.                                          *zbnkacrr
014900******************************************************************zbnkacrr
015000 01  WS-ACCRUAL-TYPE-TABLE.                                       zbnkacrr
015100   05  WS-ACT-COUNT                        PIC 9(2) VALUE ZERO.   zbnkacrr
015200   05  WS-ACT-ENTRY OCCURS 37 TIMES.                              zbnkacrr
015300     10  WS-ACT-TYPE                       PIC X(1).              zbnkacrr
015400     10  WS-ACT-ACCOUNTS                   PIC 9(7).              zbnkacrr
015500     10  WS-ACT-CREDIT                     PIC S9(11)V99 COMP-3.  zbnkacrr
015600     10  WS-ACT-DEBIT                      PIC S9(11)V99 COMP-3.  zbnkacrr
015700 01  WS-ACT-MAX                            PIC 9(2) VALUE 37.     zbnkacrr
015800 01  WS-ACT-SUB                            PIC 9(2).              zbnkacrr
015900 01  WS-ACCRUAL-TYPE                       PIC X(1).              zbnkacrr
016000                                                                  zbnkacrr
016100 01  WS-TOTAL-ACCOUNTS                     PIC 9(7) VALUE ZERO.   zbnkacrr
016200 01  WS-TOTAL-CREDIT                       PIC S9(11)V99 COMP-3   zbnkacrr
016300     VALUE ZERO.                                                  zbnkacrr
016400 01  WS-TOTAL-DEBIT                        PIC S9(11)V99 COMP-3   zbnkacrr
016500     VALUE ZERO.                                                  zbnkacrr
016600 01  WS-ACCRUAL-NET                        PIC S9(11)V99 COMP-3.  zbnkacrr
016700                                                                  zbnkacrr
016800******************************************************************zbnkacrr
016900* The ledger side, from BNKGLMAP types AIP and AIR. A balance is *zbnkacrr
017000* brought forward plus debits less credits, so the payable       *zbnkacrr
017100* account normally holds a negative (credit) balance.            *zbnkacrr
017200******************************************************************zbnkacrr
017300 01  WS-SUSPENSE-GL-ACCOUNT                PIC X(8)               zbnkacrr
017400     VALUE '99999999'.                                            zbnkacrr
017500 01  WS-LOOKUP-TYPE                        PIC X(3).              zbnkacrr
017600 01  WS-LOOKUP-GL-ACCOUNT                  PIC X(8).              zbnkacrr
017700 01  WS-PAYABLE-GL-ACCOUNT                 PIC X(8).              zbnkacrr
017800 01  WS-RECEIVABLE-GL-ACCOUNT              PIC X(8).              zbnkacrr
017900 01  WS-POSTING-PERIOD                     PIC 9(6).              zbnkacrr
018000 01  WS-GL-BALANCE                         PIC S9(13)V99 COMP-3.  zbnkacrr
018100 01  WS-PAYABLE-BALANCE                    PIC S9(13)V99 COMP-3   zbnkacrr
018200     VALUE ZERO.                                                  zbnkacrr
018300 01  WS-RECEIVABLE-BALANCE                 PIC S9(13)V99 COMP-3   zbnkacrr
018400     VALUE ZERO.                                                  zbnkacrr
018500 01  WS-GL-NET                             PIC S9(13)V99 COMP-3.  zbnkacrr
018600 01  WS-DIFFERENCE                         PIC S9(13)V99 COMP-3.  zbnkacrr
018700                                                                  zbnkacrr
018800 01  WS-TYPE-LINE.                                                zbnkacrr
018900     05  FILLER                            PIC X(2) VALUE SPACES. zbnkacrr
019000     05  WS-TYL-TYPE                       PIC X(1).              zbnkacrr
019100     05  FILLER                            PIC X(4) VALUE SPACES. zbnkacrr
019200     05  WS-TYL-ACCOUNTS                   PIC ZZZ,ZZ9.           zbnkacrr
019300     05  FILLER                            PIC X(2) VALUE SPACES. zbnkacrr
019400     05  WS-TYL-CREDIT                     PIC ZZZ,ZZZ,ZZ9.99-.   zbnkacrr
019500     05  FILLER                            PIC X(2) VALUE SPACES. zbnkacrr
019600     05  WS-TYL-DEBIT                      PIC ZZZ,ZZZ,ZZ9.99-.   zbnkacrr
019700     05  FILLER                            PIC X(2) VALUE SPACES. zbnkacrr
019800     05  WS-TYL-NET                        PIC ZZZ,ZZZ,ZZ9.99-.   zbnkacrr
019900                                                                  zbnkacrr
020000 01  WS-PROOF-LINE.                                               zbnkacrr
020100     05  WS-PRF-LABEL                      PIC X(36).             zbnkacrr
020200     05  WS-PRF-GL-ACCOUNT                 PIC X(8).              zbnkacrr
020300     05  FILLER                            PIC X(2) VALUE SPACES. zbnkacrr
020400     05  WS-PRF-AMOUNT                     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.zbnkacrr
020500                                                                  zbnkacrr
020600 01  WS-REPORT-LINE                        PIC X(121).            zbnkacrr
020700                                                                  zbnkacrr
020800 01  WS-END-OF-ACCRUAL                     PIC X(3) VALUE 'NO '.  zbnkacrr
020900                                                                  zbnkacrr
021000 PROCEDURE DIVISION.                                              zbnkacrr
021100                                                                  zbnkacrr
021200     PERFORM RUN-CONTROL-START                                    zbnkacrr
021300         THRU RUN-CONTROL-START-EXIT.                             zbnkacrr
021400     PERFORM GET-RUN-DATE.                                        zbnkacrr
021500                                                                  zbnkacrr
021600     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           zbnkacrr
021700     STRING 'Accrual reconciliation for ' DELIMITED BY SIZE       zbnkacrr
021800            WS-RUN-DATE-DISPLAY DELIMITED BY SIZE                 zbnkacrr
021900       INTO WS-CONSOLE-MESSAGE.                                   zbnkacrr
022000     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkacrr
022100                                                                  zbnkacrr
022200     PERFORM ACCRUAL-OPEN.                                        zbnkacrr
022300     PERFORM ACCOUNT-OPEN.                                        zbnkacrr
022400     PERFORM GLMAP-OPEN.                                          zbnkacrr
022500     PERFORM GLBL-OPEN.                                           zbnkacrr
022600     PERFORM PRINTOUT-OPEN.                                       zbnkacrr
022700                                                                  zbnkacrr
022800     PERFORM LOOKUP-ACCRUAL-ACCOUNTS.                             zbnkacrr
022900     PERFORM ACCRUAL-GET.                                         zbnkacrr
023000     PERFORM TOTAL-ONE-ACCRUAL                                    zbnkacrr
023100         THRU TOTAL-ONE-ACCRUAL-EXIT                              zbnkacrr
023200             UNTIL WS-END-OF-ACCRUAL = 'YES'.                     zbnkacrr
023300     PERFORM READ-LEDGER-BALANCES.                                zbnkacrr
023400                                                                  zbnkacrr
023500     PERFORM WRITE-REPORT-HEADING.                                zbnkacrr
023600     PERFORM WRITE-TYPE-LINE                                      zbnkacrr
023700         VARYING WS-ACT-SUB FROM 1 BY 1                           zbnkacrr
023800           UNTIL WS-ACT-SUB IS GREATER THAN WS-ACT-COUNT.         zbnkacrr
023900     PERFORM WRITE-PROOF.                                         zbnkacrr
024000                                                                  zbnkacrr
024100     PERFORM ACCRUAL-CLOSE.                                       zbnkacrr
024200     PERFORM ACCOUNT-CLOSE.                                       zbnkacrr
024300     PERFORM GLMAP-CLOSE.                                         zbnkacrr
024400     PERFORM GLBL-CLOSE.                                          zbnkacrr
024500     PERFORM PRINTOUT-CLOSE.                                      zbnkacrr
024600                                                                  zbnkacrr
024700     PERFORM PRINT-JOB-SUMMARY.                                   zbnkacrr
024800                                                                  zbnkacrr
024900     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     zbnkacrr
025000     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkacrr
025100     IF WS-DIFFERENCE IS EQUAL TO ZERO                            zbnkacrr
025200        MOVE 0 TO RETURN-CODE                                     zbnkacrr
025300     ELSE                                                         zbnkacrr
025400        MOVE 4 TO RETURN-CODE                                     zbnkacrr
025500     END-IF.                                                      zbnkacrr
025600     PERFORM RUN-CONTROL-END.                                     zbnkacrr
025700     GOBACK.                                                      zbnkacrr
025800                                                                  zbnkacrr
025900******************************************************************zbnkacrr
026000* GET-RUN-DATE                                                   *zbnkacrr
026100* Obtains today's date, in both numeric and display form.        *zbnkacrr
026200******************************************************************zbnkacrr
026300 GET-RUN-DATE.                                                    zbnkacrr
026400     ACCEPT WS-TODAY-DATE-N FROM DATE YYYYMMDD.                   zbnkacrr
026500     MOVE SPACES TO DD-INPUT-TYPE.                                zbnkacrr
026600     SET DDI-ISO TO TRUE.                                         zbnkacrr
026700     MOVE SPACES TO DDI-DATA.                                     zbnkacrr
026800     STRING WS-TODAY-CCYY DELIMITED BY SIZE                       zbnkacrr
026900            '-'           DELIMITED BY SIZE                       zbnkacrr
027000            WS-TODAY-MM   DELIMITED BY SIZE                       zbnkacrr
027100            '-'           DELIMITED BY SIZE                       zbnkacrr
027200            WS-TODAY-DD   DELIMITED BY SIZE                       zbnkacrr
027300       INTO DDI-DATA.                                             zbnkacrr
027400     MOVE SPACES TO DD-OUTPUT-TYPE.                               zbnkacrr
027500     SET DDO-DD-MMM-YYYY TO TRUE.                                 zbnkacrr
027600     SET DD-ENV-NULL TO TRUE.                                     zbnkacrr
027700     CALL 'UDATECNV' USING WS-DATE-WORK-AREA.                     zbnkacrr
027800     MOVE DDO-DATA TO WS-RUN-DATE-DISPLAY.                        zbnkacrr
027900     MOVE WS-TODAY-DATE-N (1:6) TO WS-POSTING-PERIOD.             zbnkacrr
028000 GET-RUN-DATE-EXIT.                                               zbnkacrr
028100     EXIT.                                                        zbnkacrr
028200                                                                  zbnkacrr
028300******************************************************************zbnkacrr
028400* LOOKUP-ACCRUAL-ACCOUNTS                                        *zbnkacrr
028500* The payable and receivable accounts, mapped as ZBNKACRL maps   *zbnkacrr
028600* them - an unmapped type is proved against suspense.            *zbnkacrr
028700******************************************************************zbnkacrr
028800 LOOKUP-ACCRUAL-ACCOUNTS.                                         zbnkacrr
028900     MOVE 'AIP' TO WS-LOOKUP-TYPE.                                zbnkacrr
029000     PERFORM LOOKUP-GL-ACCOUNT.                                   zbnkacrr
029100     MOVE WS-LOOKUP-GL-ACCOUNT TO WS-PAYABLE-GL-ACCOUNT.          zbnkacrr
029200     MOVE 'AIR' TO WS-LOOKUP-TYPE.                                zbnkacrr
029300     PERFORM LOOKUP-GL-ACCOUNT.                                   zbnkacrr
029400     MOVE WS-LOOKUP-GL-ACCOUNT TO WS-RECEIVABLE-GL-ACCOUNT.       zbnkacrr
029500                                                                  zbnkacrr
029600 LOOKUP-GL-ACCOUNT.                                               zbnkacrr
029700     MOVE WS-LOOKUP-TYPE TO GL-REC-TXN-TYPE.                      zbnkacrr
029800     READ GLMAP-FILE.                                             zbnkacrr
029900     IF WS-GLMAP-STATUS = '00'                                    zbnkacrr
030000        MOVE GL-REC-GL-ACCOUNT TO WS-LOOKUP-GL-ACCOUNT            zbnkacrr
030100     ELSE                                                         zbnkacrr
030200        MOVE WS-SUSPENSE-GL-ACCOUNT TO WS-LOOKUP-GL-ACCOUNT       zbnkacrr
030300        MOVE SPACES TO WS-CONSOLE-MESSAGE                         zbnkacrr
030400        STRING WS-LOOKUP-TYPE DELIMITED BY SIZE                   zbnkacrr
030500               ' type unmapped - using suspense'                  zbnkacrr
030600                              DELIMITED BY SIZE                   zbnkacrr
030700          INTO WS-CONSOLE-MESSAGE                                 zbnkacrr
030800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacrr
030900     END-IF.                                                      zbnkacrr
031000                                                                  zbnkacrr
031100******************************************************************zbnkacrr
031200* TOTAL-ONE-ACCRUAL                                              *zbnkacrr
031300* Add one account's accrual to its account type. An accrual      *zbnkacrr
031400* whose account has gone from BNKACCT is still owed or due, so   *zbnkacrr
031500* it is totalled under type '?'.                                 *zbnkacrr
031600******************************************************************zbnkacrr
031700 TOTAL-ONE-ACCRUAL.                                               zbnkacrr
031800     IF AR-REC-ACCRUED IS EQUAL TO ZERO                           zbnkacrr
031900        GO TO TOTAL-ONE-ACCRUAL-NEXT                              zbnkacrr
032000     END-IF.                                                      zbnkacrr
032100     MOVE AR-REC-ACCNO TO BAC-REC-ACCNO.                          zbnkacrr
032200     READ ACCOUNT-FILE.                                           zbnkacrr
032300     IF WS-ACCOUNT-STATUS = '00'                                  zbnkacrr
032400        MOVE BAC-REC-TYPE TO WS-ACCRUAL-TYPE                      zbnkacrr
032500     ELSE                                                         zbnkacrr
032600        MOVE '?' TO WS-ACCRUAL-TYPE                               zbnkacrr
032700     END-IF.                                                      zbnkacrr
032800     PERFORM FIND-TYPE-STEP                                       zbnkacrr
032900         VARYING WS-ACT-SUB FROM 1 BY 1                           zbnkacrr
033000           UNTIL WS-ACT-SUB IS GREATER THAN WS-ACT-COUNT          zbnkacrr
033100              OR WS-ACT-TYPE (WS-ACT-SUB) IS EQUAL TO             zbnkacrr
033200                 WS-ACCRUAL-TYPE.                                 zbnkacrr
033300     IF WS-ACT-SUB IS GREATER THAN WS-ACT-COUNT                   zbnkacrr
033400        IF WS-ACT-COUNT IS NOT LESS THAN WS-ACT-MAX               zbnkacrr
033500           MOVE 'Accrual type table full' TO WS-CONSOLE-MESSAGE   zbnkacrr
033600           PERFORM ABORT-PROGRAM                                  zbnkacrr
033700        END-IF                                                    zbnkacrr
033800        ADD 1 TO WS-ACT-COUNT                                     zbnkacrr
033900        MOVE WS-ACT-COUNT TO WS-ACT-SUB                           zbnkacrr
034000        MOVE WS-ACCRUAL-TYPE TO WS-ACT-TYPE (WS-ACT-SUB)          zbnkacrr
034100        MOVE ZERO TO WS-ACT-ACCOUNTS (WS-ACT-SUB)                 zbnkacrr
034200        MOVE ZERO TO WS-ACT-CREDIT (WS-ACT-SUB)                   zbnkacrr
034300        MOVE ZERO TO WS-ACT-DEBIT (WS-ACT-SUB)                    zbnkacrr
034400     END-IF.                                                      zbnkacrr
034500     ADD 1 TO WS-ACT-ACCOUNTS (WS-ACT-SUB).                       zbnkacrr
034600     ADD 1 TO WS-TOTAL-ACCOUNTS.                                  zbnkacrr
034700     IF AR-REC-ACCRUED IS GREATER THAN ZERO                       zbnkacrr
034800        ADD AR-REC-ACCRUED TO WS-ACT-CREDIT (WS-ACT-SUB)          zbnkacrr
034900        ADD AR-REC-ACCRUED TO WS-TOTAL-CREDIT                     zbnkacrr
035000     ELSE                                                         zbnkacrr
035100        SUBTRACT AR-REC-ACCRUED FROM WS-ACT-DEBIT (WS-ACT-SUB)    zbnkacrr
035200        SUBTRACT AR-REC-ACCRUED FROM WS-TOTAL-DEBIT               zbnkacrr
035300     END-IF.                                                      zbnkacrr
035400 TOTAL-ONE-ACCRUAL-NEXT.                                          zbnkacrr
035500     PERFORM ACCRUAL-GET.                                         zbnkacrr
035600 TOTAL-ONE-ACCRUAL-EXIT.                                          zbnkacrr
035700     EXIT.                                                        zbnkacrr
035800                                                                  zbnkacrr
035900 FIND-TYPE-STEP.                                                  zbnkacrr
036000     CONTINUE.                                                    zbnkacrr
036100                                                                  zbnkacrr
036200******************************************************************zbnkacrr
036300* READ-LEDGER-BALANCES                                           *zbnkacrr
036400* The current period's payable and receivable balances. A        *zbnkacrr
036500* period with no record yet holds nothing; where both types map  *zbnkacrr
036600* to one account it is read once and shown as the payable.       *zbnkacrr
036700******************************************************************zbnkacrr
036800 READ-LEDGER-BALANCES.                                            zbnkacrr
036900     MOVE WS-PAYABLE-GL-ACCOUNT TO GB-REC-GL-ACCOUNT.             zbnkacrr
037000     PERFORM GLBL-BALANCE.                                        zbnkacrr
037100     MOVE WS-GL-BALANCE TO WS-PAYABLE-BALANCE.                    zbnkacrr
037200     IF WS-RECEIVABLE-GL-ACCOUNT IS NOT EQUAL TO                  zbnkacrr
037300        WS-PAYABLE-GL-ACCOUNT                                     zbnkacrr
037400        MOVE WS-RECEIVABLE-GL-ACCOUNT TO GB-REC-GL-ACCOUNT        zbnkacrr
037500        PERFORM GLBL-BALANCE                                      zbnkacrr
037600        MOVE WS-GL-BALANCE TO WS-RECEIVABLE-BALANCE               zbnkacrr
037700     END-IF.                                                      zbnkacrr
037800     COMPUTE WS-ACCRUAL-NET = WS-TOTAL-CREDIT - WS-TOTAL-DEBIT.   zbnkacrr
037900     COMPUTE WS-GL-NET =                                          zbnkacrr
038000         ZERO - WS-PAYABLE-BALANCE - WS-RECEIVABLE-BALANCE.       zbnkacrr
038100     COMPUTE WS-DIFFERENCE = WS-ACCRUAL-NET - WS-GL-NET.          zbnkacrr
038200                                                                  zbnkacrr
038300 GLBL-BALANCE.                                                    zbnkacrr
038400     MOVE WS-POSTING-PERIOD TO GB-REC-PERIOD.                     zbnkacrr
038500     READ GLBL-FILE.                                              zbnkacrr
038600     IF WS-GLBL-STATUS = '00'                                     zbnkacrr
038700        COMPUTE WS-GL-BALANCE =                                   zbnkacrr
038800            GB-REC-BROUGHT-FORWARD                                zbnkacrr
038900            + GB-REC-DEBITS - GB-REC-CREDITS                      zbnkacrr
039000     ELSE                                                         zbnkacrr
039100        IF WS-GLBL-STATUS = '23'                                  zbnkacrr
039200           MOVE ZERO TO WS-GL-BALANCE                             zbnkacrr
039300        ELSE                                                      zbnkacrr
039400           MOVE 'GLBL Error reading file ...'                     zbnkacrr
039500             TO WS-CONSOLE-MESSAGE                                zbnkacrr
039600           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkacrr
039700           MOVE WS-GLBL-STATUS TO WS-IO-STATUS                    zbnkacrr
039800           PERFORM DISPLAY-IO-STATUS                              zbnkacrr
039900           PERFORM ABORT-PROGRAM                                  zbnkacrr
040000        END-IF                                                    zbnkacrr
040100     END-IF.                                                      zbnkacrr
040200                                                                  zbnkacrr
040300******************************************************************zbnkacrr
040400* WRITE-REPORT-HEADING / WRITE-TYPE-LINE / WRITE-PROOF           *zbnkacrr
040500******************************************************************zbnkacrr
040600 WRITE-REPORT-HEADING.                                            zbnkacrr
040700     MOVE SPACES TO WS-REPORT-LINE.                               zbnkacrr
040800     STRING 'Accrued Interest Reconciliation - run date '         zbnkacrr
040900                                      DELIMITED BY SIZE           zbnkacrr
041000            WS-RUN-DATE-DISPLAY       DELIMITED BY SIZE           zbnkacrr
041100       INTO WS-REPORT-LINE.                                       zbnkacrr
041200     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkacrr
041300     PERFORM PRINTOUT-PUT.                                        zbnkacrr
041400     MOVE SPACES TO PRINTOUT-REC.                                 zbnkacrr
041500     PERFORM PRINTOUT-PUT.                                        zbnkacrr
041600     MOVE SPACES TO WS-REPORT-LINE.                               zbnkacrr
041700     MOVE 'Type' TO WS-REPORT-LINE (1:4).                         zbnkacrr
041800     MOVE 'Accounts' TO WS-REPORT-LINE (9:8).                     zbnkacrr
041900     MOVE 'Owed to cust' TO WS-REPORT-LINE (22:12).               zbnkacrr
042000     MOVE 'Owed by cust' TO WS-REPORT-LINE (39:12).               zbnkacrr
042100     MOVE 'Net' TO WS-REPORT-LINE (65:3).                         zbnkacrr
042200     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkacrr
042300     PERFORM PRINTOUT-PUT.                                        zbnkacrr
042400                                                                  zbnkacrr
042500 WRITE-TYPE-LINE.                                                 zbnkacrr
042600     MOVE WS-ACT-TYPE (WS-ACT-SUB) TO WS-TYL-TYPE.                zbnkacrr
042700     MOVE WS-ACT-ACCOUNTS (WS-ACT-SUB) TO WS-TYL-ACCOUNTS.        zbnkacrr
042800     MOVE WS-ACT-CREDIT (WS-ACT-SUB) TO WS-TYL-CREDIT.            zbnkacrr
042900     MOVE WS-ACT-DEBIT (WS-ACT-SUB) TO WS-TYL-DEBIT.              zbnkacrr
043000     COMPUTE WS-TYL-NET =                                         zbnkacrr
043100         WS-ACT-CREDIT (WS-ACT-SUB) - WS-ACT-DEBIT (WS-ACT-SUB).  zbnkacrr
043200     MOVE WS-TYPE-LINE TO PRINTOUT-REC.                           zbnkacrr
043300     PERFORM PRINTOUT-PUT.                                        zbnkacrr
043400                                                                  zbnkacrr
043500 WRITE-PROOF.                                                     zbnkacrr
043600     MOVE SPACES TO WS-TYPE-LINE.                                 zbnkacrr
043700     MOVE 'All' TO WS-TYPE-LINE (1:3).                            zbnkacrr
043800     MOVE WS-TOTAL-ACCOUNTS TO WS-TYL-ACCOUNTS.                   zbnkacrr
043900     MOVE WS-TOTAL-CREDIT TO WS-TYL-CREDIT.                       zbnkacrr
044000     MOVE WS-TOTAL-DEBIT TO WS-TYL-DEBIT.                         zbnkacrr
044100     MOVE WS-ACCRUAL-NET TO WS-TYL-NET.                           zbnkacrr
044200     MOVE WS-TYPE-LINE TO PRINTOUT-REC.                           zbnkacrr
044300     PERFORM PRINTOUT-PUT.                                        zbnkacrr
044400     MOVE SPACES TO PRINTOUT-REC.                                 zbnkacrr
044500     PERFORM PRINTOUT-PUT.                                        zbnkacrr
044600     MOVE SPACES TO WS-PROOF-LINE.                                zbnkacrr
044700     MOVE 'Accrued interest payable balance' TO WS-PRF-LABEL.     zbnkacrr
044800     MOVE WS-PAYABLE-GL-ACCOUNT TO WS-PRF-GL-ACCOUNT.             zbnkacrr
044900     MOVE WS-PAYABLE-BALANCE TO WS-PRF-AMOUNT.                    zbnkacrr
045000     MOVE WS-PROOF-LINE TO PRINTOUT-REC.                          zbnkacrr
045100     PERFORM PRINTOUT-PUT.                                        zbnkacrr
045200     MOVE SPACES TO WS-PROOF-LINE.                                zbnkacrr
045300     MOVE 'Accrued interest receivable balance' TO WS-PRF-LABEL.  zbnkacrr
045400     MOVE WS-RECEIVABLE-GL-ACCOUNT TO WS-PRF-GL-ACCOUNT.          zbnkacrr
045500     MOVE WS-RECEIVABLE-BALANCE TO WS-PRF-AMOUNT.                 zbnkacrr
045600     MOVE WS-PROOF-LINE TO PRINTOUT-REC.                          zbnkacrr
045700     PERFORM PRINTOUT-PUT.                                        zbnkacrr
045800     MOVE SPACES TO WS-PROOF-LINE.                                zbnkacrr
045900     MOVE 'Net accrual per ledger' TO WS-PRF-LABEL.               zbnkacrr
046000     MOVE WS-GL-NET TO WS-PRF-AMOUNT.                             zbnkacrr
046100     MOVE WS-PROOF-LINE TO PRINTOUT-REC.                          zbnkacrr
046200     PERFORM PRINTOUT-PUT.                                        zbnkacrr
046300     MOVE SPACES TO WS-PROOF-LINE.                                zbnkacrr
046400     MOVE 'Net accrual per BNKACRU' TO WS-PRF-LABEL.              zbnkacrr
046500     MOVE WS-ACCRUAL-NET TO WS-PRF-AMOUNT.                        zbnkacrr
046600     MOVE WS-PROOF-LINE TO PRINTOUT-REC.                          zbnkacrr
046700     PERFORM PRINTOUT-PUT.                                        zbnkacrr
046800     MOVE SPACES TO WS-PROOF-LINE.                                zbnkacrr
046900     MOVE 'Difference' TO WS-PRF-LABEL.                           zbnkacrr
047000     MOVE WS-DIFFERENCE TO WS-PRF-AMOUNT.                         zbnkacrr
047100     MOVE WS-PROOF-LINE TO PRINTOUT-REC.                          zbnkacrr
047200     PERFORM PRINTOUT-PUT.                                        zbnkacrr
047300     MOVE SPACES TO PRINTOUT-REC.                                 zbnkacrr
047400     PERFORM PRINTOUT-PUT.                                        zbnkacrr
047500     IF WS-DIFFERENCE IS EQUAL TO ZERO                            zbnkacrr
047600        MOVE 'Accrual agrees to the ledger' TO PRINTOUT-REC       zbnkacrr
047700     ELSE                                                         zbnkacrr
047800        MOVE 'ACCRUAL DOES NOT AGREE TO THE LEDGER'               zbnkacrr
047900          TO PRINTOUT-REC                                         zbnkacrr
048000     END-IF.                                                      zbnkacrr
048100     PERFORM PRINTOUT-PUT.                                        zbnkacrr
048200                                                                  zbnkacrr
048300******************************************************************zbnkacrr
048400* PRINT-JOB-SUMMARY                                              *zbnkacrr
048500******************************************************************zbnkacrr
048600 PRINT-JOB-SUMMARY.                                               zbnkacrr
048700     PERFORM JOBSUM-OPEN.                                         zbnkacrr
048800     MOVE SPACES TO JOBSUM-REC.                                   zbnkacrr
048900     STRING 'Accounts with an accrual:    ' DELIMITED BY SIZE     zbnkacrr
049000            WS-TOTAL-ACCOUNTS DELIMITED BY SIZE                   zbnkacrr
049100       INTO JOBSUM-REC.                                           zbnkacrr
049200     PERFORM JOBSUM-PUT.                                          zbnkacrr
049300     MOVE SPACES TO JOBSUM-REC.                                   zbnkacrr
049400     IF WS-DIFFERENCE IS EQUAL TO ZERO                            zbnkacrr
049500        MOVE 'Accrual agrees to the ledger' TO JOBSUM-REC         zbnkacrr
049600     ELSE                                                         zbnkacrr
049700        MOVE 'Accrual differs from the ledger - see report'       zbnkacrr
049800          TO JOBSUM-REC                                           zbnkacrr
049900     END-IF.                                                      zbnkacrr
050000     PERFORM JOBSUM-PUT.                                          zbnkacrr
050100     PERFORM JOBSUM-CLOSE.                                        zbnkacrr
050200     MOVE 'Job summary written to JOBSUM'                         zbnkacrr
050300       TO WS-CONSOLE-MESSAGE.                                     zbnkacrr
050400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkacrr
050500                                                                  zbnkacrr
050600******************************************************************zbnkacrr
050700* Open, read and close the ACCRUAL file.                         *zbnkacrr
050800******************************************************************zbnkacrr
050900 ACCRUAL-OPEN.                                                    zbnkacrr
051000     OPEN INPUT ACCRUAL-FILE.                                     zbnkacrr
051100     IF WS-ACCRUAL-STATUS = '00'                                  zbnkacrr
051200        MOVE 'ACCRUAL file opened OK' TO WS-CONSOLE-MESSAGE       zbnkacrr
051300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacrr
051400     ELSE                                                         zbnkacrr
051500        MOVE 'ACCRUAL file open failure...' TO WS-CONSOLE-MESSAGE zbnkacrr
051600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacrr
051700        MOVE WS-ACCRUAL-STATUS TO WS-IO-STATUS                    zbnkacrr
051800        PERFORM DISPLAY-IO-STATUS                                 zbnkacrr
051900        PERFORM ABORT-PROGRAM                                     zbnkacrr
052000     END-IF.                                                      zbnkacrr
052100                                                                  zbnkacrr
052200 ACCRUAL-GET.                                                     zbnkacrr
052300     READ ACCRUAL-FILE NEXT RECORD.                               zbnkacrr
052400     IF WS-ACCRUAL-STATUS NOT = '00'                              zbnkacrr
052500        IF WS-ACCRUAL-STATUS = '10'                               zbnkacrr
052600           MOVE 'YES' TO WS-END-OF-ACCRUAL                        zbnkacrr
052700        ELSE                                                      zbnkacrr
052800           MOVE 'ACCRUAL Error reading file ...'                  zbnkacrr
052900             TO WS-CONSOLE-MESSAGE                                zbnkacrr
053000           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkacrr
053100           MOVE WS-ACCRUAL-STATUS TO WS-IO-STATUS                 zbnkacrr
053200           PERFORM DISPLAY-IO-STATUS                              zbnkacrr
053300           PERFORM ABORT-PROGRAM                                  zbnkacrr
053400        END-IF                                                    zbnkacrr
053500     END-IF.                                                      zbnkacrr
053600                                                                  zbnkacrr
053700 ACCRUAL-CLOSE.                                                   zbnkacrr
053800     CLOSE ACCRUAL-FILE.                                          zbnkacrr
053900     IF WS-ACCRUAL-STATUS = '00'                                  zbnkacrr
054000        MOVE 'ACCRUAL file closed OK' TO WS-CONSOLE-MESSAGE       zbnkacrr
054100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacrr
054200     ELSE                                                         zbnkacrr
054300        MOVE 'ACCRUAL file close failure...' TO WS-CONSOLE-MESSAGEzbnkacrr
054400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacrr
054500        MOVE WS-ACCRUAL-STATUS TO WS-IO-STATUS                    zbnkacrr
054600        PERFORM DISPLAY-IO-STATUS                                 zbnkacrr
054700        PERFORM ABORT-PROGRAM                                     zbnkacrr
054800     END-IF.                                                      zbnkacrr
054900                                                                  zbnkacrr
055000******************************************************************zbnkacrr
055100* Open and close the ACCOUNT, GLMAP and GLBL files.              *zbnkacrr
055200******************************************************************zbnkacrr
055300 ACCOUNT-OPEN.                                                    zbnkacrr
055400     OPEN INPUT ACCOUNT-FILE.                                     zbnkacrr
055500     IF WS-ACCOUNT-STATUS = '00'                                  zbnkacrr
055600        MOVE 'ACCOUNT file opened OK' TO WS-CONSOLE-MESSAGE       zbnkacrr
055700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacrr
055800     ELSE                                                         zbnkacrr
055900        MOVE 'ACCOUNT file open failure...' TO WS-CONSOLE-MESSAGE zbnkacrr
056000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacrr
056100        MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS                    zbnkacrr
056200        PERFORM DISPLAY-IO-STATUS                                 zbnkacrr
056300        PERFORM ABORT-PROGRAM                                     zbnkacrr
056400     END-IF.                                                      zbnkacrr
056500                                                                  zbnkacrr
056600 ACCOUNT-CLOSE.                                                   zbnkacrr
056700     CLOSE ACCOUNT-FILE.                                          zbnkacrr
056800     IF WS-ACCOUNT-STATUS = '00'                                  zbnkacrr
056900        MOVE 'ACCOUNT file closed OK' TO WS-CONSOLE-MESSAGE       zbnkacrr
057000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacrr
057100     ELSE                                                         zbnkacrr
057200        MOVE 'ACCOUNT file close failure...' TO WS-CONSOLE-MESSAGEzbnkacrr
057300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacrr
057400        MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS                    zbnkacrr
057500        PERFORM DISPLAY-IO-STATUS                                 zbnkacrr
057600        PERFORM ABORT-PROGRAM                                     zbnkacrr
057700     END-IF.                                                      zbnkacrr
057800                                                                  zbnkacrr
057900 GLMAP-OPEN.                                                      zbnkacrr
058000     OPEN INPUT GLMAP-FILE.                                       zbnkacrr
058100     IF WS-GLMAP-STATUS = '00'                                    zbnkacrr
058200        MOVE 'GLMAP file opened OK' TO WS-CONSOLE-MESSAGE         zbnkacrr
058300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacrr
058400     ELSE                                                         zbnkacrr
058500        MOVE 'GLMAP file open failure...' TO WS-CONSOLE-MESSAGE   zbnkacrr
058600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacrr
058700        MOVE WS-GLMAP-STATUS TO WS-IO-STATUS                      zbnkacrr
058800        PERFORM DISPLAY-IO-STATUS                                 zbnkacrr
058900        PERFORM ABORT-PROGRAM                                     zbnkacrr
059000     END-IF.                                                      zbnkacrr
059100                                                                  zbnkacrr
059200 GLMAP-CLOSE.                                                     zbnkacrr
059300     CLOSE GLMAP-FILE.                                            zbnkacrr
059400     IF WS-GLMAP-STATUS = '00'                                    zbnkacrr
059500        MOVE 'GLMAP file closed OK' TO WS-CONSOLE-MESSAGE         zbnkacrr
059600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacrr
059700     ELSE                                                         zbnkacrr
059800        MOVE 'GLMAP file close failure...' TO WS-CONSOLE-MESSAGE  zbnkacrr
059900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacrr
060000        MOVE WS-GLMAP-STATUS TO WS-IO-STATUS                      zbnkacrr
060100        PERFORM DISPLAY-IO-STATUS                                 zbnkacrr
060200        PERFORM ABORT-PROGRAM                                     zbnkacrr
060300     END-IF.                                                      zbnkacrr
060400                                                                  zbnkacrr
060500 GLBL-OPEN.                                                       zbnkacrr
060600     OPEN INPUT GLBL-FILE.                                        zbnkacrr
060700     IF WS-GLBL-STATUS = '00'                                     zbnkacrr
060800        MOVE 'GLBL file opened OK' TO WS-CONSOLE-MESSAGE          zbnkacrr
060900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacrr
061000     ELSE                                                         zbnkacrr
061100        MOVE 'GLBL file open failure...' TO WS-CONSOLE-MESSAGE    zbnkacrr
061200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacrr
061300        MOVE WS-GLBL-STATUS TO WS-IO-STATUS                       zbnkacrr
061400        PERFORM DISPLAY-IO-STATUS                                 zbnkacrr
061500        PERFORM ABORT-PROGRAM                                     zbnkacrr
061600     END-IF.                                                      zbnkacrr
061700                                                                  zbnkacrr
061800 GLBL-CLOSE.                                                      zbnkacrr
061900     CLOSE GLBL-FILE.                                             zbnkacrr
062000     IF WS-GLBL-STATUS = '00'                                     zbnkacrr
062100        MOVE 'GLBL file closed OK' TO WS-CONSOLE-MESSAGE          zbnkacrr
062200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacrr
062300     ELSE                                                         zbnkacrr
062400        MOVE 'GLBL file close failure...' TO WS-CONSOLE-MESSAGE   zbnkacrr
062500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacrr
062600        MOVE WS-GLBL-STATUS TO WS-IO-STATUS                       zbnkacrr
062700        PERFORM DISPLAY-IO-STATUS                                 zbnkacrr
062800        PERFORM ABORT-PROGRAM                                     zbnkacrr
062900     END-IF.                                                      zbnkacrr
063000                                                                  zbnkacrr
063100******************************************************************zbnkacrr
063200* Open, access and close the PRINTOUT file.                      *zbnkacrr
063300******************************************************************zbnkacrr
063400 PRINTOUT-OPEN.                                                   zbnkacrr
063500     OPEN OUTPUT PRINTOUT-FILE.                                   zbnkacrr
063600     IF WS-PRINTOUT-STATUS = '00'                                 zbnkacrr
063700        MOVE 'PRINTOUT file opened OK' TO WS-CONSOLE-MESSAGE      zbnkacrr
063800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacrr
063900     ELSE                                                         zbnkacrr
064000        MOVE 'PRINTOUT file open failure...' TO WS-CONSOLE-MESSAGEzbnkacrr
064100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacrr
064200        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkacrr
064300        PERFORM DISPLAY-IO-STATUS                                 zbnkacrr
064400        PERFORM ABORT-PROGRAM                                     zbnkacrr
064500     END-IF.                                                      zbnkacrr
064600                                                                  zbnkacrr
064700 PRINTOUT-PUT.                                                    zbnkacrr
064800     WRITE PRINTOUT-REC.                                          zbnkacrr
064900     IF WS-PRINTOUT-STATUS NOT = '00'                             zbnkacrr
065000        MOVE 'PRINTOUT Error writing file ...'                    zbnkacrr
065100          TO WS-CONSOLE-MESSAGE                                   zbnkacrr
065200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacrr
065300        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkacrr
065400        PERFORM DISPLAY-IO-STATUS                                 zbnkacrr
065500        PERFORM ABORT-PROGRAM                                     zbnkacrr
065600     END-IF.                                                      zbnkacrr
065700                                                                  zbnkacrr
065800 PRINTOUT-CLOSE.                                                  zbnkacrr
065900     CLOSE PRINTOUT-FILE.                                         zbnkacrr
066000     IF WS-PRINTOUT-STATUS = '00'                                 zbnkacrr
066100        MOVE 'PRINTOUT file closed OK' TO WS-CONSOLE-MESSAGE      zbnkacrr
066200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacrr
066300     ELSE                                                         zbnkacrr
066400        MOVE 'PRINTOUT file close failure...'                     zbnkacrr
066500          TO WS-CONSOLE-MESSAGE                                   zbnkacrr
066600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacrr
066700        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkacrr
066800        PERFORM DISPLAY-IO-STATUS                                 zbnkacrr
066900        PERFORM ABORT-PROGRAM                                     zbnkacrr
067000     END-IF.                                                      zbnkacrr
067100                                                                  zbnkacrr
067200                                                                  zbnkacrr
067300 JOBSUM-OPEN.                                                     zbnkacrr
067400     OPEN OUTPUT JOBSUM-FILE.                                     zbnkacrr
067500     IF WS-JOBSUM-STATUS = '00'                                   zbnkacrr
067600        MOVE 'JOBSUM file opened OK' TO WS-CONSOLE-MESSAGE        zbnkacrr
067700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacrr
067800     ELSE                                                         zbnkacrr
067900        MOVE 'JOBSUM file open failure...' TO WS-CONSOLE-MESSAGE  zbnkacrr
068000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacrr
068100        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkacrr
068200        PERFORM DISPLAY-IO-STATUS                                 zbnkacrr
068300        PERFORM ABORT-PROGRAM                                     zbnkacrr
068400     END-IF.                                                      zbnkacrr
068500                                                                  zbnkacrr
068600 JOBSUM-PUT.                                                      zbnkacrr
068700     WRITE JOBSUM-REC.                                            zbnkacrr
068800     IF WS-JOBSUM-STATUS NOT = '00'                               zbnkacrr
068900        MOVE 'JOBSUM Error writing file ...' TO WS-CONSOLE-MESSAGEzbnkacrr
069000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacrr
069100        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkacrr
069200        PERFORM DISPLAY-IO-STATUS                                 zbnkacrr
069300        PERFORM ABORT-PROGRAM                                     zbnkacrr
069400     END-IF.                                                      zbnkacrr
069500                                                                  zbnkacrr
069600 JOBSUM-CLOSE.                                                    zbnkacrr
069700     CLOSE JOBSUM-FILE.                                           zbnkacrr
069800     IF WS-JOBSUM-STATUS = '00'                                   zbnkacrr
069900        MOVE 'JOBSUM file closed OK' TO WS-CONSOLE-MESSAGE        zbnkacrr
070000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacrr
070100     ELSE                                                         zbnkacrr
070200        MOVE 'JOBSUM file close failure...' TO WS-CONSOLE-MESSAGE zbnkacrr
070300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacrr
070400        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkacrr
070500        PERFORM DISPLAY-IO-STATUS                                 zbnkacrr
070600        PERFORM ABORT-PROGRAM                                     zbnkacrr
070700     END-IF.                                                      zbnkacrr
070800                                                                  zbnkacrr
070900******************************************************************zbnkacrr
071000* Run-control hooks. The START call blocks this job when it has  *zbnkacrr
071100* already completed for the business date or a prerequisite has  *zbnkacrr
071200* not, and records the start on BNKRUNC; the END call records    *zbnkacrr
071300* the end time and return code. See URUNCTL.CBL.                 *zbnkacrr
071400******************************************************************zbnkacrr
071500 RUN-CONTROL-START.                                               zbnkacrr
071600     SET RUNCTL-START TO TRUE.                                    zbnkacrr
071700     MOVE 'ZBNKACRR' TO RUNCTL-JOB.                               zbnkacrr
071800     MOVE ZERO TO RUNCTL-BUSDATE.                                 zbnkacrr
071900     MOVE ZERO TO RUNCTL-RETURN-CODE.                             zbnkacrr
072000     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkacrr
072100     IF RUNCTL-BLOCKED                                            zbnkacrr
072200        MOVE RUNCTL-REPLY-TEXT TO WS-CONSOLE-MESSAGE              zbnkacrr
072300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacrr
072400        MOVE 'Run control blocked this run' TO WS-CONSOLE-MESSAGE zbnkacrr
072500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacrr
072600        MOVE 8 TO RETURN-CODE                                     zbnkacrr
072700        GOBACK                                                    zbnkacrr
072800     END-IF.                                                      zbnkacrr
072900 RUN-CONTROL-START-EXIT.                                          zbnkacrr
073000     EXIT.                                                        zbnkacrr
073100                                                                  zbnkacrr
073200 RUN-CONTROL-END.                                                 zbnkacrr
073300     SET RUNCTL-END TO TRUE.                                      zbnkacrr
073400     MOVE RETURN-CODE TO RUNCTL-RETURN-CODE.                      zbnkacrr
073500     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkacrr
073600                                                                  zbnkacrr
073700******************************************************************zbnkacrr
073800* Display the file status bytes                                  *zbnkacrr
073900******************************************************************zbnkacrr
074000 DISPLAY-IO-STATUS.                                               zbnkacrr
074100     IF WS-IO-STATUS NUMERIC                                      zbnkacrr
074200        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkacrr
074300        STRING 'File status -' DELIMITED BY SIZE                  zbnkacrr
074400               WS-IO-STATUS DELIMITED BY SIZE                     zbnkacrr
074500          INTO WS-CONSOLE-MESSAGE                                 zbnkacrr
074600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacrr
074700     ELSE                                                         zbnkacrr
074800        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     zbnkacrr
074900        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    zbnkacrr
075000        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkacrr
075100        STRING 'File status -' DELIMITED BY SIZE                  zbnkacrr
075200               WS-IO-STAT1 DELIMITED BY SIZE                      zbnkacrr
075300               '/' DELIMITED BY SIZE                              zbnkacrr
075400               WS-TWO-BYTES DELIMITED BY SIZE                     zbnkacrr
075500          INTO WS-CONSOLE-MESSAGE                                 zbnkacrr
075600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacrr
075700     END-IF.                                                      zbnkacrr
075800                                                                  zbnkacrr
075900******************************************************************zbnkacrr
076000* 'ABORT' the program. Post a message and issue a goback         *zbnkacrr
076100******************************************************************zbnkacrr
076200 ABORT-PROGRAM.                                                   zbnkacrr
076300     IF WS-CONSOLE-MESSAGE NOT = SPACES                           zbnkacrr
076400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacrr
076500     END-IF.                                                      zbnkacrr
076600     MOVE 'Program is abending...' TO WS-CONSOLE-MESSAGE.         zbnkacrr
076700     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkacrr
076800     MOVE 16 TO RETURN-CODE.                                      zbnkacrr
076900     GOBACK.                                                      zbnkacrr
077000                                                                  zbnkacrr
077100******************************************************************zbnkacrr
077200* Display CONSOLE messages...                                    *zbnkacrr
077300******************************************************************zbnkacrr
077400 DISPLAY-CONSOLE-MESSAGE.                                         zbnkacrr
077500     DISPLAY 'ZBNKACRR - ' WS-CONSOLE-MESSAGE                     zbnkacrr
077600       UPON CONSOLE.                                              zbnkacrr
077700     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       zbnkacrr
