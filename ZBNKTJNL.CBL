000100******************************************************************zbnktjnl
000200*                                                                *zbnktjnl
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.    *zbnktjnl
000400*   This demonstration program is provided for use by users      *zbnktjnl
000500*   of Micro Focus products and may be used, modified and        *zbnktjnl
000600*   distributed as part of your application provided that        *zbnktjnl
000700*   you properly acknowledge the copyright of Micro Focus        *zbnktjnl
000800*   in this material.                                            *zbnktjnl
000900*                                                                *zbnktjnl
001000******************************************************************zbnktjnl
001100                                                                  zbnktjnl
001200******************************************************************zbnktjnl
001300* ZBNKTJNL.CBL                                                   *zbnktjnl
001400* Function:    End-of-day teller journal listing. Lists every    *zbnktjnl
001500*              BNKTJRN entry for today's business date till by   *zbnktjnl
001600*              till - receipt, time, teller, account and amount  *zbnktjnl
001700*              - with each till's totals by transaction type,    *zbnktjnl
001800*              then sets the journal against the till's cash     *zbnktjnl
001900*              in and out on BNKTILL so a till difference can    *zbnktjnl
002000*              be traced to the postings behind it. Postings     *zbnktjnl
002100*              taken with no till are listed as their own group. *zbnktjnl
002200*              Run after the branch closes, alongside ZBNKTILL.  *zbnktjnl
002300******************************************************************zbnktjnl
002400 IDENTIFICATION DIVISION.                                         zbnktjnl
002500 PROGRAM-ID.                                                      zbnktjnl
002600     ZBNKTJNL.                                                    zbnktjnl
002700 DATE-WRITTEN.                                                    zbnktjnl
002800     October 2026.                                                zbnktjnl
002900 DATE-COMPILED.                                                   zbnktjnl
003000     Today.                                                       zbnktjnl
003100                                                                  zbnktjnl
003200 ENVIRONMENT DIVISION.                                            zbnktjnl
003300 INPUT-OUTPUT   SECTION.                                          zbnktjnl
003400   FILE-CONTROL.                                                  zbnktjnl
003500     SELECT TJRN-FILE                                             zbnktjnl
003600            ASSIGN       TO BNKTJRN                               zbnktjnl
003700            ORGANIZATION IS INDEXED                               zbnktjnl
003800            ACCESS MODE  IS SEQUENTIAL                            zbnktjnl
003900            RECORD KEY   IS TJ-REC-KEY                            zbnktjnl
004000            FILE STATUS  IS WS-TJRN-STATUS.                       zbnktjnl
004100     SELECT TILL-FILE                                             zbnktjnl
004200            ASSIGN       TO BNKTILL                               zbnktjnl
004300            ORGANIZATION IS INDEXED                               zbnktjnl
004400            ACCESS MODE  IS RANDOM                                zbnktjnl
004500            RECORD KEY   IS TL-REC-KEY                            zbnktjnl
004600            FILE STATUS  IS WS-TILL-STATUS.                       zbnktjnl
004700     SELECT PRINTOUT-FILE                                         zbnktjnl
004800            ASSIGN       TO PRINTOUT                              zbnktjnl
004900            ORGANIZATION IS SEQUENTIAL                            zbnktjnl
005000            ACCESS MODE  IS SEQUENTIAL                            zbnktjnl
005100            FILE STATUS  IS WS-PRINTOUT-STATUS.                   zbnktjnl
005200     SELECT JOBSUM-FILE                                           zbnktjnl
005300            ASSIGN       TO JOBSUM                                zbnktjnl
005400            ORGANIZATION IS SEQUENTIAL                            zbnktjnl
005500            ACCESS MODE  IS SEQUENTIAL                            zbnktjnl
005600            FILE STATUS  IS WS-JOBSUM-STATUS.                     zbnktjnl
005700                                                                  zbnktjnl
005800 DATA DIVISION.                                                   zbnktjnl
005900 FILE SECTION.                                                    zbnktjnl
006000                                                                  zbnktjnl
006100 FD  TJRN-FILE.                                                   zbnktjnl
006200 01  TJRN-FILE-REC.                                               zbnktjnl
006300 COPY CBANKVTJ.                                                   zbnktjnl
006400                                                                  zbnktjnl
006500 FD  TILL-FILE.                                                   zbnktjnl
006600 01  TILL-FILE-REC.                                               zbnktjnl
006700 COPY CBANKVTL.                                                   zbnktjnl
006800                                                                  zbnktjnl
006900 FD  PRINTOUT-FILE.                                               zbnktjnl
007000 01  PRINTOUT-REC                          PIC X(121).            zbnktjnl
007100                                                                  zbnktjnl
007200 FD  JOBSUM-FILE.                                                 zbnktjnl
007300 01  JOBSUM-REC                            PIC X(80).             zbnktjnl
007400                                                                  zbnktjnl
007500 WORKING-STORAGE SECTION.                                         zbnktjnl
007600 01  WS-FILE-STATUSES.                                            zbnktjnl
007700   05  WS-TJRN-STATUS.                                            zbnktjnl
007800     10  WS-TJRN-STAT1                 PIC X(1).                  zbnktjnl
007900     10  WS-TJRN-STAT2                 PIC X(1).                  zbnktjnl
008000   05  WS-TILL-STATUS.                                            zbnktjnl
008100     10  WS-TILL-STAT1                 PIC X(1).                  zbnktjnl
008200     10  WS-TILL-STAT2                 PIC X(1).                  zbnktjnl
008300   05  WS-PRINTOUT-STATUS.                                        zbnktjnl
008400     10  WS-PRINTOUT-STAT1             PIC X(1).                  zbnktjnl
008500     10  WS-PRINTOUT-STAT2             PIC X(1).                  zbnktjnl
008600   05  WS-JOBSUM-STATUS.                                          zbnktjnl
008700     10  WS-JOBSUM-STAT1               PIC X(1).                  zbnktjnl
008800     10  WS-JOBSUM-STAT2               PIC X(1).                  zbnktjnl
008900   05  WS-IO-STATUS.                                              zbnktjnl
009000     10  WS-IO-STAT1                   PIC X(1).                  zbnktjnl
009100     10  WS-IO-STAT2                   PIC X(1).                  zbnktjnl
009200                                                                  zbnktjnl
009300   05  WS-TWO-BYTES.                                              zbnktjnl
009400     10  WS-TWO-BYTES-LEFT             PIC X(1).                  zbnktjnl
009500     10  WS-TWO-BYTES-RIGHT            PIC X(1).                  zbnktjnl
009600   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 zbnktjnl
009700                                      PIC 9(1) COMP.              zbnktjnl
009800                                                                  zbnktjnl
009900 01  WS-CONSOLE-MESSAGE                    PIC X(48).             zbnktjnl
010000                                                                  zbnktjnl
010100 01  WS-DATE-WORK-AREA.                                           zbnktjnl
010200 COPY CDATED.                                                     zbnktjnl
010300                                                                  zbnktjnl
010400 01  WS-TODAY-DATE-N                       PIC 9(8).              zbnktjnl
010500 01  WS-TODAY-DATE-PARTS REDEFINES WS-TODAY-DATE-N.               zbnktjnl
010600     05  WS-TODAY-CCYY                     PIC 9(4).              zbnktjnl
010700     05  WS-TODAY-MM                       PIC 9(2).              zbnktjnl
010800     05  WS-TODAY-DD                       PIC 9(2).              zbnktjnl
010900 01  WS-RUN-DATE-DISPLAY                   PIC X(11).             zbnktjnl
011000                                                                  zbnktjnl
011100******************************************************************zbnktjnl
011200* The till being listed and its totals by transaction type       *zbnktjnl
011300******************************************************************zbnktjnl
011400 01  WS-GROUP-AREA.                                               zbnktjnl
011500   05  WS-GROUP-SW                         PIC X(1) VALUE 'N'.    zbnktjnl
011600     88  WS-GROUP-ACTIVE                   VALUE 'Y'.             zbnktjnl
011700   05  WS-GROUP-TILL                       PIC X(8).              zbnktjnl
011800   05  WS-GROUP-DEP-COUNT                  PIC 9(5).              zbnktjnl
011900   05  WS-GROUP-DEP-TOTAL                  PIC S9(9)V99 COMP-3.   zbnktjnl
012000   05  WS-GROUP-WDL-COUNT                  PIC 9(5).              zbnktjnl
012100   05  WS-GROUP-WDL-TOTAL                  PIC S9(9)V99 COMP-3.   zbnktjnl
012200   05  WS-GROUP-NET                        PIC S9(9)V99 COMP-3.   zbnktjnl
012300   05  WS-CASH-IN-DIFF                     PIC S9(9)V99 COMP-3.   zbnktjnl
012400   05  WS-CASH-OUT-DIFF                    PIC S9(9)V99 COMP-3.   zbnktjnl
012500   05  WS-EXPECTED-CASH                    PIC S9(9)V99 COMP-3.   zbnktjnl
012600                                                                  zbnktjnl
012700******************************************************************zbnktjnl
012800* Totals for the whole run                                       *zbnktjnl
012900******************************************************************zbnktjnl
013000 01  WS-RUN-TOTALS.                                               zbnktjnl
013100   05  WS-ENTRIES-LISTED                   PIC 9(5) VALUE ZERO.   zbnktjnl
013200   05  WS-TILLS-LISTED                     PIC 9(5) VALUE ZERO.   zbnktjnl
013300   05  WS-TILLS-WITH-DIFF                  PIC 9(5) VALUE ZERO.   zbnktjnl
013400   05  WS-TOTAL-DEP-COUNT                  PIC 9(5) VALUE ZERO.   zbnktjnl
013500   05  WS-TOTAL-DEP                        PIC S9(9)V99 COMP-3    zbnktjnl
013600                                           VALUE ZERO.            zbnktjnl
013700   05  WS-TOTAL-WDL-COUNT                  PIC 9(5) VALUE ZERO.   zbnktjnl
013800   05  WS-TOTAL-WDL                        PIC S9(9)V99 COMP-3    zbnktjnl
013900                                           VALUE ZERO.            zbnktjnl
014000   05  WS-TOTAL-NET                        PIC S9(9)V99 COMP-3    zbnktjnl
014100                                           VALUE ZERO.            zbnktjnl
014200                                                                  zbnktjnl
014300 01  WS-AMOUNT-D                           PIC -(8)9.99.          zbnktjnl
014400 01  WS-AMOUNT2-D                          PIC -(8)9.99.          zbnktjnl
014500 01  WS-AMOUNT3-D                          PIC -(8)9.99.          zbnktjnl
014600 01  WS-COUNT-D                            PIC Z(4)9.             zbnktjnl
014700                                                                  zbnktjnl
014800******************************************************************zbnktjnl
014900* One journal entry on the listing                               *zbnktjnl
015000******************************************************************zbnktjnl
015100 01  WS-DETAIL-LINE.                                              zbnktjnl
015200   05  FILLER                              PIC X(2).              zbnktjnl
015300   05  DL-RECEIPT-NO                       PIC Z(6)9.             zbnktjnl
015400   05  FILLER                              PIC X(2).              zbnktjnl
015500   05  DL-TIME                             PIC X(8).              zbnktjnl
015600   05  FILLER                              PIC X(2).              zbnktjnl
015700   05  DL-USERID                           PIC X(8).              zbnktjnl
015800   05  FILLER                              PIC X(2).              zbnktjnl
015900   05  DL-BRANCH                           PIC X(3).              zbnktjnl
016000   05  FILLER                              PIC X(2).              zbnktjnl
016100   05  DL-TXN-TYPE                         PIC X(3).              zbnktjnl
016200   05  FILLER                              PIC X(2).              zbnktjnl
016300   05  DL-ACCNO                            PIC X(9).              zbnktjnl
016400   05  FILLER                              PIC X(2).              zbnktjnl
016500   05  DL-AMOUNT                           PIC -(6)9.99.          zbnktjnl
016600   05  FILLER                              PIC X(2).              zbnktjnl
016700   05  DL-BALANCE                          PIC -(6)9.99.          zbnktjnl
016800   05  FILLER                              PIC X(1).              zbnktjnl
016900   05  DL-CURRENCY                         PIC X(3).              zbnktjnl
017000   05  FILLER                              PIC X(2).              zbnktjnl
017100   05  DL-DESC                             PIC X(25).             zbnktjnl
017200   05  FILLER                              PIC X(2).              zbnktjnl
017300   05  DL-REPRINTS                         PIC X(10).             zbnktjnl
017400   05  FILLER                              PIC X(2).              zbnktjnl
017500                                                                  zbnktjnl
017600 01  WS-REPORT-LINE                        PIC X(121).            zbnktjnl
017700                                                                  zbnktjnl
017800 01  WS-END-OF-TJRN                        PIC X(3) VALUE 'NO '.  zbnktjnl
017900                                                                  zbnktjnl
018000 PROCEDURE DIVISION.                                              zbnktjnl
018100                                                                  zbnktjnl
018200     PERFORM GET-RUN-DATE.                                        zbnktjnl
018300                                                                  zbnktjnl
018400     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           zbnktjnl
018500     STRING 'Teller journal run for ' DELIMITED BY SIZE           zbnktjnl
018600            WS-RUN-DATE-DISPLAY DELIMITED BY SIZE                 zbnktjnl
018700       INTO WS-CONSOLE-MESSAGE.                                   zbnktjnl
018800     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnktjnl
018900                                                                  zbnktjnl
019000     PERFORM TJRN-OPEN.                                           zbnktjnl
019100     PERFORM TILL-OPEN.                                           zbnktjnl
019200     PERFORM PRINTOUT-OPEN.                                       zbnktjnl
019300                                                                  zbnktjnl
019400     MOVE SPACES TO WS-REPORT-LINE.                               zbnktjnl
019500     STRING 'Teller journal by till - ' DELIMITED BY SIZE         zbnktjnl
019600            WS-RUN-DATE-DISPLAY DELIMITED BY SIZE                 zbnktjnl
019700       INTO WS-REPORT-LINE.                                       zbnktjnl
019800     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnktjnl
019900     PERFORM PRINTOUT-PUT.                                        zbnktjnl
020000                                                                  zbnktjnl
020100     PERFORM TJRN-GET.                                            zbnktjnl
020200     PERFORM LIST-ONE-ENTRY                                       zbnktjnl
020300         UNTIL WS-END-OF-TJRN = 'YES'.                            zbnktjnl
020400     IF WS-GROUP-ACTIVE                                           zbnktjnl
020500        PERFORM END-TILL-GROUP                                    zbnktjnl
020600     END-IF.                                                      zbnktjnl
020700     PERFORM PRINT-RUN-TOTALS.                                    zbnktjnl
020800                                                                  zbnktjnl
020900     PERFORM TJRN-CLOSE.                                          zbnktjnl
021000     PERFORM TILL-CLOSE.                                          zbnktjnl
021100     PERFORM PRINTOUT-CLOSE.                                      zbnktjnl
021200                                                                  zbnktjnl
021300     PERFORM PRINT-JOB-SUMMARY.                                   zbnktjnl
021400                                                                  zbnktjnl
021500     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     zbnktjnl
021600     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnktjnl
021700     IF WS-TILLS-WITH-DIFF IS GREATER THAN ZERO                   zbnktjnl
021800        MOVE 4 TO RETURN-CODE                                     zbnktjnl
021900     ELSE                                                         zbnktjnl
022000        MOVE 0 TO RETURN-CODE                                     zbnktjnl
022100     END-IF.                                                      zbnktjnl
022200     GOBACK.                                                      zbnktjnl
022300                                                                  zbnktjnl
022400******************************************************************zbnktjnl
022500* GET-RUN-DATE                                                   *zbnktjnl
022600* Obtains today's date, in both numeric and display form.        *zbnktjnl
022700******************************************************************zbnktjnl
022800 GET-RUN-DATE.                                                    zbnktjnl
022900     ACCEPT WS-TODAY-DATE-N FROM DATE YYYYMMDD.                   zbnktjnl
023000     MOVE SPACES TO DD-INPUT-TYPE.                                zbnktjnl
023100     SET DDI-ISO TO TRUE.                                         zbnktjnl
023200     MOVE SPACES TO DDI-DATA.                                     zbnktjnl
023300     STRING WS-TODAY-CCYY DELIMITED BY SIZE                       zbnktjnl
023400            '-'           DELIMITED BY SIZE                       zbnktjnl
023500            WS-TODAY-MM   DELIMITED BY SIZE                       zbnktjnl
023600            '-'           DELIMITED BY SIZE                       zbnktjnl
023700            WS-TODAY-DD   DELIMITED BY SIZE                       zbnktjnl
023800       INTO DDI-DATA.                                             zbnktjnl
023900     MOVE SPACES TO DD-OUTPUT-TYPE.                               zbnktjnl
024000     SET DDO-DD-MMM-YYYY TO TRUE.                                 zbnktjnl
024100     SET DD-ENV-NULL TO TRUE.                                     zbnktjnl
024200     CALL 'UDATECNV' USING WS-DATE-WORK-AREA.                     zbnktjnl
024300     MOVE DDO-DATA TO WS-RUN-DATE-DISPLAY.                        zbnktjnl
024400 GET-RUN-DATE-EXIT.                                               zbnktjnl
024500     EXIT.                                                        zbnktjnl
024600                                                                  zbnktjnl
024700******************************************************************zbnktjnl
024800* Take one journal entry. The file is in till order, so a        *zbnktjnl
024900* change of till closes the previous till's group. Entries       *zbnktjnl
025000* for other business days are passed over.                       *zbnktjnl
025100******************************************************************zbnktjnl
025200 LIST-ONE-ENTRY.                                                  zbnktjnl
025300     IF TJ-REC-BUSDATE IS EQUAL TO WS-TODAY-DATE-N                zbnktjnl
025400        IF WS-GROUP-ACTIVE AND                                    zbnktjnl
025500           TJ-REC-TILL IS NOT EQUAL TO WS-GROUP-TILL              zbnktjnl
025600           PERFORM END-TILL-GROUP                                 zbnktjnl
025700        END-IF                                                    zbnktjnl
025800        IF NOT WS-GROUP-ACTIVE                                    zbnktjnl
025900           PERFORM START-TILL-GROUP                               zbnktjnl
026000        END-IF                                                    zbnktjnl
026100        PERFORM LIST-ENTRY-DETAIL                                 zbnktjnl
026200     END-IF.                                                      zbnktjnl
026300     PERFORM TJRN-GET.                                            zbnktjnl
026400                                                                  zbnktjnl
026500 START-TILL-GROUP.                                                zbnktjnl
026600     MOVE 'Y' TO WS-GROUP-SW.                                     zbnktjnl
026700     MOVE TJ-REC-TILL TO WS-GROUP-TILL.                           zbnktjnl
026800     MOVE ZERO TO WS-GROUP-DEP-COUNT.                             zbnktjnl
026900     MOVE ZERO TO WS-GROUP-DEP-TOTAL.                             zbnktjnl
027000     MOVE ZERO TO WS-GROUP-WDL-COUNT.                             zbnktjnl
027100     MOVE ZERO TO WS-GROUP-WDL-TOTAL.                             zbnktjnl
027200     ADD 1 TO WS-TILLS-LISTED.                                    zbnktjnl
027300     MOVE SPACES TO PRINTOUT-REC.                                 zbnktjnl
027400     PERFORM PRINTOUT-PUT.                                        zbnktjnl
027500     MOVE SPACES TO WS-REPORT-LINE.                               zbnktjnl
027600     IF WS-GROUP-TILL IS EQUAL TO SPACES                          zbnktjnl
027700        MOVE 'No till - receipt number is the posting task number'zbnktjnl
027800          TO WS-REPORT-LINE                                       zbnktjnl
027900     ELSE                                                         zbnktjnl
028000        STRING 'Till ' DELIMITED BY SIZE                          zbnktjnl
028100               WS-GROUP-TILL DELIMITED BY SIZE                    zbnktjnl
028200          INTO WS-REPORT-LINE                                     zbnktjnl
028300     END-IF.                                                      zbnktjnl
028400     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnktjnl
028500     PERFORM PRINTOUT-PUT.                                        zbnktjnl
028600     MOVE SPACES TO WS-REPORT-LINE.                               zbnktjnl
028700     STRING '  Receipt  Time      Teller    Brn  Typ  Account  '  zbnktjnl
028800                DELIMITED BY SIZE                                 zbnktjnl
028900            '     Amount     Balance     Description'             zbnktjnl
029000                DELIMITED BY SIZE                                 zbnktjnl
029100       INTO WS-REPORT-LINE.                                       zbnktjnl
029200     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnktjnl
029300     PERFORM PRINTOUT-PUT.                                        zbnktjnl
029400                                                                  zbnktjnl
029500 LIST-ENTRY-DETAIL.                                               zbnktjnl
029600     ADD 1 TO WS-ENTRIES-LISTED.                                  zbnktjnl
029700     IF TJ-REC-DEPOSIT                                            zbnktjnl
029800        ADD 1 TO WS-GROUP-DEP-COUNT                               zbnktjnl
029900        ADD TJ-REC-AMOUNT TO WS-GROUP-DEP-TOTAL                   zbnktjnl
030000     ELSE                                                         zbnktjnl
030100        ADD 1 TO WS-GROUP-WDL-COUNT                               zbnktjnl
030200        ADD TJ-REC-AMOUNT TO WS-GROUP-WDL-TOTAL                   zbnktjnl
030300     END-IF.                                                      zbnktjnl
030400     MOVE SPACES TO WS-DETAIL-LINE.                               zbnktjnl
030500     MOVE TJ-REC-RECEIPT-NO TO DL-RECEIPT-NO.                     zbnktjnl
030600     MOVE TJ-REC-TIME(1:2) TO DL-TIME(1:2).                       zbnktjnl
030700     MOVE ':' TO DL-TIME(3:1).                                    zbnktjnl
030800     MOVE TJ-REC-TIME(3:2) TO DL-TIME(4:2).                       zbnktjnl
030900     MOVE ':' TO DL-TIME(6:1).                                    zbnktjnl
031000     MOVE TJ-REC-TIME(5:2) TO DL-TIME(7:2).                       zbnktjnl
031100     MOVE TJ-REC-USERID TO DL-USERID.                             zbnktjnl
031200     MOVE TJ-REC-BRANCH TO DL-BRANCH.                             zbnktjnl
031300     MOVE TJ-REC-TXN-TYPE TO DL-TXN-TYPE.                         zbnktjnl
031400     MOVE TJ-REC-ACCNO TO DL-ACCNO.                               zbnktjnl
031500     MOVE TJ-REC-AMOUNT TO DL-AMOUNT.                             zbnktjnl
031600     MOVE TJ-REC-BALANCE TO DL-BALANCE.                           zbnktjnl
031700     MOVE TJ-REC-CURRENCY TO DL-CURRENCY.                         zbnktjnl
031800     MOVE TJ-REC-DESC TO DL-DESC.                                 zbnktjnl
031900     IF TJ-REC-REPRINTS IS NUMERIC AND                            zbnktjnl
032000        TJ-REC-REPRINTS IS GREATER THAN ZERO                      zbnktjnl
032100        MOVE 'REPRINTED' TO DL-REPRINTS                           zbnktjnl
032200     END-IF.                                                      zbnktjnl
032300     MOVE WS-DETAIL-LINE TO PRINTOUT-REC.                         zbnktjnl
032400     PERFORM PRINTOUT-PUT.                                        zbnktjnl
032500                                                                  zbnktjnl
032600******************************************************************zbnktjnl
032700* Close a till's group - its totals by transaction type, then    *zbnktjnl
032800* the journal set against the till's own cash in and out         *zbnktjnl
032900******************************************************************zbnktjnl
033000 END-TILL-GROUP.                                                  zbnktjnl
033100     MOVE WS-GROUP-DEP-COUNT TO WS-COUNT-D.                       zbnktjnl
033200     MOVE WS-GROUP-DEP-TOTAL TO WS-AMOUNT-D.                      zbnktjnl
033300     MOVE SPACES TO WS-REPORT-LINE.                               zbnktjnl
033400     STRING '  Deposits    (TLD) count ' DELIMITED BY SIZE        zbnktjnl
033500            WS-COUNT-D DELIMITED BY SIZE                          zbnktjnl
033600            '  amount ' DELIMITED BY SIZE                         zbnktjnl
033700            WS-AMOUNT-D DELIMITED BY SIZE                         zbnktjnl
033800       INTO WS-REPORT-LINE.                                       zbnktjnl
033900     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnktjnl
034000     PERFORM PRINTOUT-PUT.                                        zbnktjnl
034100     MOVE WS-GROUP-WDL-COUNT TO WS-COUNT-D.                       zbnktjnl
034200     MOVE WS-GROUP-WDL-TOTAL TO WS-AMOUNT-D.                      zbnktjnl
034300     MOVE SPACES TO WS-REPORT-LINE.                               zbnktjnl
034400     STRING '  Withdrawals (TLW) count ' DELIMITED BY SIZE        zbnktjnl
034500            WS-COUNT-D DELIMITED BY SIZE                          zbnktjnl
034600            '  amount ' DELIMITED BY SIZE                         zbnktjnl
034700            WS-AMOUNT-D DELIMITED BY SIZE                         zbnktjnl
034800       INTO WS-REPORT-LINE.                                       zbnktjnl
034900     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnktjnl
035000     PERFORM PRINTOUT-PUT.                                        zbnktjnl
035100     COMPUTE WS-GROUP-NET =                                       zbnktjnl
035200             WS-GROUP-DEP-TOTAL - WS-GROUP-WDL-TOTAL.             zbnktjnl
035300     MOVE WS-GROUP-NET TO WS-AMOUNT-D.                            zbnktjnl
035400     MOVE SPACES TO WS-REPORT-LINE.                               zbnktjnl
035500     STRING '  Net cash taken in              ' DELIMITED BY SIZE zbnktjnl
035600            '  amount ' DELIMITED BY SIZE                         zbnktjnl
035700            WS-AMOUNT-D DELIMITED BY SIZE                         zbnktjnl
035800       INTO WS-REPORT-LINE.                                       zbnktjnl
035900     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnktjnl
036000     PERFORM PRINTOUT-PUT.                                        zbnktjnl
036100     IF WS-GROUP-TILL IS NOT EQUAL TO SPACES                      zbnktjnl
036200        PERFORM PROVE-AGAINST-TILL                                zbnktjnl
036300     END-IF.                                                      zbnktjnl
036400     ADD WS-GROUP-DEP-COUNT TO WS-TOTAL-DEP-COUNT.                zbnktjnl
036500     ADD WS-GROUP-DEP-TOTAL TO WS-TOTAL-DEP.                      zbnktjnl
036600     ADD WS-GROUP-WDL-COUNT TO WS-TOTAL-WDL-COUNT.                zbnktjnl
036700     ADD WS-GROUP-WDL-TOTAL TO WS-TOTAL-WDL.                      zbnktjnl
036800     MOVE 'N' TO WS-GROUP-SW.                                     zbnktjnl
036900                                                                  zbnktjnl
037000******************************************************************zbnktjnl
037100* The till's cash in and out less the journal's deposits and     *zbnktjnl
037200* withdrawals. What is left moved through the till without a     *zbnktjnl
037300* journal entry (a foreign-currency deal, or a receipt that      *zbnktjnl
037400* could not be written) and is where a difference starts.        *zbnktjnl
037500******************************************************************zbnktjnl
037600 PROVE-AGAINST-TILL.                                              zbnktjnl
037700     MOVE WS-GROUP-TILL TO TL-REC-TELLER.                         zbnktjnl
037800     MOVE WS-TODAY-DATE-N TO TL-REC-BUSDATE.                      zbnktjnl
037900     READ TILL-FILE.                                              zbnktjnl
038000     IF WS-TILL-STATUS NOT = '00'                                 zbnktjnl
038100        ADD 1 TO WS-TILLS-WITH-DIFF                               zbnktjnl
038200        MOVE '  *** No BNKTILL record for this till today'        zbnktjnl
038300          TO PRINTOUT-REC                                         zbnktjnl
038400        PERFORM PRINTOUT-PUT                                      zbnktjnl
038500     ELSE                                                         zbnktjnl
038600        COMPUTE WS-CASH-IN-DIFF =                                 zbnktjnl
038700                TL-REC-CASH-IN - WS-GROUP-DEP-TOTAL               zbnktjnl
038800        COMPUTE WS-CASH-OUT-DIFF =                                zbnktjnl
038900                TL-REC-CASH-OUT - WS-GROUP-WDL-TOTAL              zbnktjnl
039000        MOVE TL-REC-CASH-IN TO WS-AMOUNT-D                        zbnktjnl
039100        MOVE WS-GROUP-DEP-TOTAL TO WS-AMOUNT2-D                   zbnktjnl
039200        MOVE WS-CASH-IN-DIFF TO WS-AMOUNT3-D                      zbnktjnl
039300        MOVE SPACES TO WS-REPORT-LINE                             zbnktjnl
039400        STRING '  Till cash in  ' DELIMITED BY SIZE               zbnktjnl
039500               WS-AMOUNT-D DELIMITED BY SIZE                      zbnktjnl
039600               '  journal ' DELIMITED BY SIZE                     zbnktjnl
039700               WS-AMOUNT2-D DELIMITED BY SIZE                     zbnktjnl
039800               '  difference ' DELIMITED BY SIZE                  zbnktjnl
039900               WS-AMOUNT3-D DELIMITED BY SIZE                     zbnktjnl
040000          INTO WS-REPORT-LINE                                     zbnktjnl
040100        MOVE WS-REPORT-LINE TO PRINTOUT-REC                       zbnktjnl
040200        PERFORM PRINTOUT-PUT                                      zbnktjnl
040300        MOVE TL-REC-CASH-OUT TO WS-AMOUNT-D                       zbnktjnl
040400        MOVE WS-GROUP-WDL-TOTAL TO WS-AMOUNT2-D                   zbnktjnl
040500        MOVE WS-CASH-OUT-DIFF TO WS-AMOUNT3-D                     zbnktjnl
040600        MOVE SPACES TO WS-REPORT-LINE                             zbnktjnl
040700        STRING '  Till cash out ' DELIMITED BY SIZE               zbnktjnl
040800               WS-AMOUNT-D DELIMITED BY SIZE                      zbnktjnl
040900               '  journal ' DELIMITED BY SIZE                     zbnktjnl
041000               WS-AMOUNT2-D DELIMITED BY SIZE                     zbnktjnl
041100               '  difference ' DELIMITED BY SIZE                  zbnktjnl
041200               WS-AMOUNT3-D DELIMITED BY SIZE                     zbnktjnl
041300          INTO WS-REPORT-LINE                                     zbnktjnl
041400        MOVE WS-REPORT-LINE TO PRINTOUT-REC                       zbnktjnl
041500        PERFORM PRINTOUT-PUT                                      zbnktjnl
041600        PERFORM PRINT-TILL-PROOF                                  zbnktjnl
041700        IF WS-CASH-IN-DIFF IS NOT EQUAL TO ZERO OR                zbnktjnl
041800           WS-CASH-OUT-DIFF IS NOT EQUAL TO ZERO                  zbnktjnl
041900           ADD 1 TO WS-TILLS-WITH-DIFF                            zbnktjnl
042000           MOVE '  *** Journal does not agree with the till'      zbnktjnl
042100             TO PRINTOUT-REC                                      zbnktjnl
042200           PERFORM PRINTOUT-PUT                                   zbnktjnl
042300        END-IF                                                    zbnktjnl
042400     END-IF.                                                      zbnktjnl
042500                                                                  zbnktjnl
042600 PRINT-TILL-PROOF.                                                zbnktjnl
042700     COMPUTE WS-EXPECTED-CASH = TL-REC-FLOAT                      zbnktjnl
042800             + TL-REC-CASH-IN - TL-REC-CASH-OUT                   zbnktjnl
042900             + TL-REC-VAULT-IN - TL-REC-VAULT-OUT.                zbnktjnl
043000     MOVE WS-EXPECTED-CASH TO WS-AMOUNT-D.                        zbnktjnl
043100     MOVE SPACES TO WS-REPORT-LINE.                               zbnktjnl
043200     IF TL-REC-OPEN                                               zbnktjnl
043300        STRING '  Till expected ' DELIMITED BY SIZE               zbnktjnl
043400               WS-AMOUNT-D DELIMITED BY SIZE                      zbnktjnl
043500               '  STILL OPEN' DELIMITED BY SIZE                   zbnktjnl
043600          INTO WS-REPORT-LINE                                     zbnktjnl
043700     ELSE                                                         zbnktjnl
043800        MOVE TL-REC-COUNTED TO WS-AMOUNT2-D                       zbnktjnl
043900        MOVE TL-REC-OVER-SHORT TO WS-AMOUNT3-D                    zbnktjnl
044000        STRING '  Till expected ' DELIMITED BY SIZE               zbnktjnl
044100               WS-AMOUNT-D DELIMITED BY SIZE                      zbnktjnl
044200               '  counted ' DELIMITED BY SIZE                     zbnktjnl
044300               WS-AMOUNT2-D DELIMITED BY SIZE                     zbnktjnl
044400               '  over/short ' DELIMITED BY SIZE                  zbnktjnl
044500               WS-AMOUNT3-D DELIMITED BY SIZE                     zbnktjnl
044600          INTO WS-REPORT-LINE                                     zbnktjnl
044700     END-IF.                                                      zbnktjnl
044800     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnktjnl
044900     PERFORM PRINTOUT-PUT.                                        zbnktjnl
045000                                                                  zbnktjnl
045100******************************************************************zbnktjnl
045200* Totals for every till on the listing                           *zbnktjnl
045300******************************************************************zbnktjnl
045400 PRINT-RUN-TOTALS.                                                zbnktjnl
045500     MOVE SPACES TO PRINTOUT-REC.                                 zbnktjnl
045600     PERFORM PRINTOUT-PUT.                                        zbnktjnl
045700     MOVE 'All tills' TO PRINTOUT-REC.                            zbnktjnl
045800     PERFORM PRINTOUT-PUT.                                        zbnktjnl
045900     MOVE WS-TOTAL-DEP-COUNT TO WS-COUNT-D.                       zbnktjnl
046000     MOVE WS-TOTAL-DEP TO WS-AMOUNT-D.                            zbnktjnl
046100     MOVE SPACES TO WS-REPORT-LINE.                               zbnktjnl
046200     STRING '  Deposits    (TLD) count ' DELIMITED BY SIZE        zbnktjnl
046300            WS-COUNT-D DELIMITED BY SIZE                          zbnktjnl
046400            '  amount ' DELIMITED BY SIZE                         zbnktjnl
046500            WS-AMOUNT-D DELIMITED BY SIZE                         zbnktjnl
046600       INTO WS-REPORT-LINE.                                       zbnktjnl
046700     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnktjnl
046800     PERFORM PRINTOUT-PUT.                                        zbnktjnl
046900     MOVE WS-TOTAL-WDL-COUNT TO WS-COUNT-D.                       zbnktjnl
047000     MOVE WS-TOTAL-WDL TO WS-AMOUNT-D.                            zbnktjnl
047100     MOVE SPACES TO WS-REPORT-LINE.                               zbnktjnl
047200     STRING '  Withdrawals (TLW) count ' DELIMITED BY SIZE        zbnktjnl
047300            WS-COUNT-D DELIMITED BY SIZE                          zbnktjnl
047400            '  amount ' DELIMITED BY SIZE                         zbnktjnl
047500            WS-AMOUNT-D DELIMITED BY SIZE                         zbnktjnl
047600       INTO WS-REPORT-LINE.                                       zbnktjnl
047700     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnktjnl
047800     PERFORM PRINTOUT-PUT.                                        zbnktjnl
047900     COMPUTE WS-TOTAL-NET = WS-TOTAL-DEP - WS-TOTAL-WDL.          zbnktjnl
048000     MOVE WS-TOTAL-NET TO WS-AMOUNT-D.                            zbnktjnl
048100     MOVE SPACES TO WS-REPORT-LINE.                               zbnktjnl
048200     STRING '  Net cash taken in              ' DELIMITED BY SIZE zbnktjnl
048300            '  amount ' DELIMITED BY SIZE                         zbnktjnl
048400            WS-AMOUNT-D DELIMITED BY SIZE                         zbnktjnl
048500       INTO WS-REPORT-LINE.                                       zbnktjnl
048600     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnktjnl
048700     PERFORM PRINTOUT-PUT.                                        zbnktjnl
048800     MOVE WS-TILLS-WITH-DIFF TO WS-COUNT-D.                       zbnktjnl
048900     MOVE SPACES TO WS-REPORT-LINE.                               zbnktjnl
049000     STRING '  Tills where the journal differs ' DELIMITED BY SIZEzbnktjnl
049100            WS-COUNT-D DELIMITED BY SIZE                          zbnktjnl
049200       INTO WS-REPORT-LINE.                                       zbnktjnl
049300     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnktjnl
049400     PERFORM PRINTOUT-PUT.                                        zbnktjnl
049500                                                                  zbnktjnl
049600******************************************************************zbnktjnl
049700* Open, read and close the teller journal.                       *zbnktjnl
049800******************************************************************zbnktjnl
049900 TJRN-OPEN.                                                       zbnktjnl
050000     OPEN INPUT TJRN-FILE.                                        zbnktjnl
050100     IF WS-TJRN-STATUS NOT = '00'                                 zbnktjnl
050200        MOVE 'TJRN file open failure...' TO WS-CONSOLE-MESSAGE    zbnktjnl
050300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnktjnl
050400        MOVE WS-TJRN-STATUS TO WS-IO-STATUS                       zbnktjnl
050500        PERFORM DISPLAY-IO-STATUS                                 zbnktjnl
050600        PERFORM ABORT-PROGRAM                                     zbnktjnl
050700     END-IF.                                                      zbnktjnl
050800                                                                  zbnktjnl
050900 TJRN-GET.                                                        zbnktjnl
051000     READ TJRN-FILE NEXT RECORD.                                  zbnktjnl
051100     IF WS-TJRN-STATUS NOT = '00'                                 zbnktjnl
051200        IF WS-TJRN-STATUS = '10'                                  zbnktjnl
051300           MOVE 'YES' TO WS-END-OF-TJRN                           zbnktjnl
051400        ELSE                                                      zbnktjnl
051500           MOVE 'TJRN Error reading file ...'                     zbnktjnl
051600             TO WS-CONSOLE-MESSAGE                                zbnktjnl
051700           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnktjnl
051800           MOVE WS-TJRN-STATUS TO WS-IO-STATUS                    zbnktjnl
051900           PERFORM DISPLAY-IO-STATUS                              zbnktjnl
052000           PERFORM ABORT-PROGRAM                                  zbnktjnl
052100        END-IF                                                    zbnktjnl
052200     END-IF.                                                      zbnktjnl
052300                                                                  zbnktjnl
052400 TJRN-CLOSE.                                                      zbnktjnl
052500     CLOSE TJRN-FILE.                                             zbnktjnl
052600     IF WS-TJRN-STATUS NOT = '00'                                 zbnktjnl
052700        MOVE 'TJRN file close failure...' TO WS-CONSOLE-MESSAGE   zbnktjnl
052800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnktjnl
052900        MOVE WS-TJRN-STATUS TO WS-IO-STATUS                       zbnktjnl
053000        PERFORM DISPLAY-IO-STATUS                                 zbnktjnl
053100        PERFORM ABORT-PROGRAM                                     zbnktjnl
053200     END-IF.                                                      zbnktjnl
053300                                                                  zbnktjnl
053400******************************************************************zbnktjnl
053500* Open and close the TILL file, read by key for each till.       *zbnktjnl
053600******************************************************************zbnktjnl
053700 TILL-OPEN.                                                       zbnktjnl
053800     OPEN INPUT TILL-FILE.                                        zbnktjnl
053900     IF WS-TILL-STATUS NOT = '00'                                 zbnktjnl
054000        MOVE 'TILL file open failure...' TO WS-CONSOLE-MESSAGE    zbnktjnl
054100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnktjnl
054200        MOVE WS-TILL-STATUS TO WS-IO-STATUS                       zbnktjnl
054300        PERFORM DISPLAY-IO-STATUS                                 zbnktjnl
054400        PERFORM ABORT-PROGRAM                                     zbnktjnl
054500     END-IF.                                                      zbnktjnl
054600                                                                  zbnktjnl
054700 TILL-CLOSE.                                                      zbnktjnl
054800     CLOSE TILL-FILE.                                             zbnktjnl
054900     IF WS-TILL-STATUS NOT = '00'                                 zbnktjnl
055000        MOVE 'TILL file close failure...' TO WS-CONSOLE-MESSAGE   zbnktjnl
055100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnktjnl
055200        MOVE WS-TILL-STATUS TO WS-IO-STATUS                       zbnktjnl
055300        PERFORM DISPLAY-IO-STATUS                                 zbnktjnl
055400        PERFORM ABORT-PROGRAM                                     zbnktjnl
055500     END-IF.                                                      zbnktjnl
055600                                                                  zbnktjnl
055700******************************************************************zbnktjnl
055800* Open, write and close the PRINTOUT report file. A fresh        *zbnktjnl
055900* report is produced every run.                                  *zbnktjnl
056000******************************************************************zbnktjnl
056100 PRINTOUT-OPEN.                                                   zbnktjnl
056200     OPEN OUTPUT PRINTOUT-FILE.                                   zbnktjnl
056300     IF WS-PRINTOUT-STATUS NOT = '00'                             zbnktjnl
056400        MOVE 'PRINTOUT file open failure...'                      zbnktjnl
056500          TO WS-CONSOLE-MESSAGE                                   zbnktjnl
056600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnktjnl
056700        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnktjnl
056800        PERFORM DISPLAY-IO-STATUS                                 zbnktjnl
056900        PERFORM ABORT-PROGRAM                                     zbnktjnl
057000     END-IF.                                                      zbnktjnl
057100                                                                  zbnktjnl
057200 PRINTOUT-PUT.                                                    zbnktjnl
057300     WRITE PRINTOUT-REC.                                          zbnktjnl
057400     IF WS-PRINTOUT-STATUS NOT = '00'                             zbnktjnl
057500        MOVE 'PRINTOUT Error writing file ...'                    zbnktjnl
057600          TO WS-CONSOLE-MESSAGE                                   zbnktjnl
057700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnktjnl
057800        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnktjnl
057900        PERFORM DISPLAY-IO-STATUS                                 zbnktjnl
058000        PERFORM ABORT-PROGRAM                                     zbnktjnl
058100     END-IF.                                                      zbnktjnl
058200                                                                  zbnktjnl
058300 PRINTOUT-CLOSE.                                                  zbnktjnl
058400     CLOSE PRINTOUT-FILE.                                         zbnktjnl
058500     IF WS-PRINTOUT-STATUS NOT = '00'                             zbnktjnl
058600        MOVE 'PRINTOUT file close failure...'                     zbnktjnl
058700          TO WS-CONSOLE-MESSAGE                                   zbnktjnl
058800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnktjnl
058900        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnktjnl
059000        PERFORM DISPLAY-IO-STATUS                                 zbnktjnl
059100        PERFORM ABORT-PROGRAM                                     zbnktjnl
059200     END-IF.                                                      zbnktjnl
059300                                                                  zbnktjnl
059400******************************************************************zbnktjnl
059500* Write a short end-of-job summary to the JOBSUM file, in the    *zbnktjnl
059600* same style as the other nightly jobs.                          *zbnktjnl
059700******************************************************************zbnktjnl
059800 PRINT-JOB-SUMMARY.                                               zbnktjnl
059900     PERFORM JOBSUM-OPEN.                                         zbnktjnl
060000     MOVE SPACES TO JOBSUM-REC.                                   zbnktjnl
060100     STRING 'Journal entries listed:      ' DELIMITED BY SIZE     zbnktjnl
060200            WS-ENTRIES-LISTED DELIMITED BY SIZE                   zbnktjnl
060300       INTO JOBSUM-REC.                                           zbnktjnl
060400     PERFORM JOBSUM-PUT.                                          zbnktjnl
060500     MOVE SPACES TO JOBSUM-REC.                                   zbnktjnl
060600     STRING 'Tills listed:                ' DELIMITED BY SIZE     zbnktjnl
060700            WS-TILLS-LISTED DELIMITED BY SIZE                     zbnktjnl
060800       INTO JOBSUM-REC.                                           zbnktjnl
060900     PERFORM JOBSUM-PUT.                                          zbnktjnl
061000     MOVE SPACES TO JOBSUM-REC.                                   zbnktjnl
061100     STRING 'Tills differing from journal:' DELIMITED BY SIZE     zbnktjnl
061200            WS-TILLS-WITH-DIFF DELIMITED BY SIZE                  zbnktjnl
061300       INTO JOBSUM-REC.                                           zbnktjnl
061400     PERFORM JOBSUM-PUT.                                          zbnktjnl
061500     PERFORM JOBSUM-CLOSE.                                        zbnktjnl
061600     MOVE 'Job summary written to JOBSUM'                         zbnktjnl
061700       TO WS-CONSOLE-MESSAGE.                                     zbnktjnl
061800     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnktjnl
061900                                                                  zbnktjnl
062000******************************************************************zbnktjnl
062100* Open the job-summary file. A fresh summary is produced every   *zbnktjnl
062200* run, so no EXTEND handling is needed here.                     *zbnktjnl
062300******************************************************************zbnktjnl
062400 JOBSUM-OPEN.                                                     zbnktjnl
062500     OPEN OUTPUT JOBSUM-FILE.                                     zbnktjnl
062600     IF WS-JOBSUM-STATUS NOT = '00'                               zbnktjnl
062700        MOVE 'JOBSUM file open failure...' TO WS-CONSOLE-MESSAGE  zbnktjnl
062800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnktjnl
062900        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnktjnl
063000        PERFORM DISPLAY-IO-STATUS                                 zbnktjnl
063100        PERFORM ABORT-PROGRAM                                     zbnktjnl
063200     END-IF.                                                      zbnktjnl
063300                                                                  zbnktjnl
063400 JOBSUM-PUT.                                                      zbnktjnl
063500     WRITE JOBSUM-REC.                                            zbnktjnl
063600     IF WS-JOBSUM-STATUS NOT = '00'                               zbnktjnl
063700        MOVE 'JOBSUM Error writing file ...'                      zbnktjnl
063800          TO WS-CONSOLE-MESSAGE                                   zbnktjnl
063900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnktjnl
064000        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnktjnl
064100        PERFORM DISPLAY-IO-STATUS                                 zbnktjnl
064200        PERFORM ABORT-PROGRAM                                     zbnktjnl
064300     END-IF.                                                      zbnktjnl
064400                                                                  zbnktjnl
064500 JOBSUM-CLOSE.                                                    zbnktjnl
064600     CLOSE JOBSUM-FILE.                                           zbnktjnl
064700     IF WS-JOBSUM-STATUS NOT = '00'                               zbnktjnl
064800        MOVE 'JOBSUM file close failure...'                       zbnktjnl
064900          TO WS-CONSOLE-MESSAGE                                   zbnktjnl
065000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnktjnl
065100        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnktjnl
065200        PERFORM DISPLAY-IO-STATUS                                 zbnktjnl
065300        PERFORM ABORT-PROGRAM                                     zbnktjnl
065400     END-IF.                                                      zbnktjnl
065500                                                                  zbnktjnl
065600******************************************************************zbnktjnl
065700* Display the file status bytes                                  *zbnktjnl
065800******************************************************************zbnktjnl
065900 DISPLAY-IO-STATUS.                                               zbnktjnl
066000     IF WS-IO-STATUS NUMERIC                                      zbnktjnl
066100        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnktjnl
066200        STRING 'File status -' DELIMITED BY SIZE                  zbnktjnl
066300               WS-IO-STATUS DELIMITED BY SIZE                     zbnktjnl
066400          INTO WS-CONSOLE-MESSAGE                                 zbnktjnl
066500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnktjnl
066600     ELSE                                                         zbnktjnl
066700        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     zbnktjnl
066800        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    zbnktjnl
066900        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnktjnl
067000        STRING 'File status -' DELIMITED BY SIZE                  zbnktjnl
067100               WS-IO-STAT1 DELIMITED BY SIZE                      zbnktjnl
067200               '/' DELIMITED BY SIZE                              zbnktjnl
067300               WS-TWO-BYTES DELIMITED BY SIZE                     zbnktjnl
067400          INTO WS-CONSOLE-MESSAGE                                 zbnktjnl
067500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnktjnl
067600     END-IF.                                                      zbnktjnl
067700                                                                  zbnktjnl
067800******************************************************************zbnktjnl
067900* 'ABORT' the program. Post a message and issue a goback         *zbnktjnl
068000******************************************************************zbnktjnl
068100 ABORT-PROGRAM.                                                   zbnktjnl
068200     IF WS-CONSOLE-MESSAGE NOT = SPACES                           zbnktjnl
068300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnktjnl
068400     END-IF.                                                      zbnktjnl
068500     MOVE 'Program is abending...' TO WS-CONSOLE-MESSAGE.         zbnktjnl
068600     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnktjnl
068700     MOVE 16 TO RETURN-CODE.                                      zbnktjnl
068800     GOBACK.                                                      zbnktjnl
068900                                                                  zbnktjnl
069000******************************************************************zbnktjnl
069100* Display CONSOLE messages...                                    *zbnktjnl
069200******************************************************************zbnktjnl
069300 DISPLAY-CONSOLE-MESSAGE.                                         zbnktjnl
069400     DISPLAY 'ZBNKTJNL - ' WS-CONSOLE-MESSAGE                     zbnktjnl
069500       UPON CONSOLE.                                              zbnktjnl
069600     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       zbnktjnl
