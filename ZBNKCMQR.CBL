000100******************************************************************zbnkcmqr
000200*                                                               * zbnkcmqr
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   * zbnkcmqr
000400*   This demonstration program is provided for use by users     * zbnkcmqr
000500*   of Micro Focus products and may be used, modified and       * zbnkcmqr
000600*   distributed as part of your application provided that       * zbnkcmqr
000700*   you properly acknowledge the copyright of Micro Focus       * zbnkcmqr
000800*   in this material.                                           * zbnkcmqr
000900*                                                               * zbnkcmqr
001000******************************************************************zbnkcmqr
001100                                                                  zbnkcmqr
001200******************************************************************zbnkcmqr
001300* ZBNKCMQR.CBL                                                   *zbnkcmqr
001400* Function:    Quarterly complaints return. Counts the BNKCMPL   *zbnkcmqr
001500*              cases opened and closed in the quarter by branch  *zbnkcmqr
001600*              and category, with the closed cases upheld (in    *zbnkcmqr
001700*              full or in part), those closed within the         *zbnkcmqr
001800*              response deadline, the cases still open at the    *zbnkcmqr
001900*              quarter end and the redress paid on the cases     *zbnkcmqr
002000*              closed. The printed return shows each branch and  *zbnkcmqr
002100*              the whole bank; the CMPLRTN comma-separated       *zbnkcmqr
002200*              extract carries the same figures for filing.      *zbnkcmqr
002300*              PARM=CCYYQ names the quarter (e.g. 20263); by     *zbnkcmqr
002400*              default the last complete quarter is reported.    *zbnkcmqr
002500******************************************************************zbnkcmqr
002600 IDENTIFICATION DIVISION.                                         zbnkcmqr
002700 PROGRAM-ID.                                                      zbnkcmqr
002800     ZBNKCMQR.                                                    zbnkcmqr
002900 DATE-WRITTEN.                                                    zbnkcmqr
003000     October 2026.                                                zbnkcmqr
003100 DATE-COMPILED.                                                   zbnkcmqr
003200     Today.                                                       zbnkcmqr
003300                                                                  zbnkcmqr
003400 ENVIRONMENT DIVISION.                                            zbnkcmqr
003500 INPUT-OUTPUT   SECTION.                                          zbnkcmqr
003600   FILE-CONTROL.                                                  zbnkcmqr
003700     SELECT CMPL-FILE                                             zbnkcmqr
003800            ASSIGN       TO BNKCMPL                               zbnkcmqr
003900            ORGANIZATION IS INDEXED                               zbnkcmqr
004000            ACCESS MODE  IS SEQUENTIAL                            zbnkcmqr
004100            RECORD KEY   IS CM-REC-KEY                            zbnkcmqr
004200            FILE STATUS  IS WS-CMPL-STATUS.                       zbnkcmqr
004300     SELECT PRINTOUT-FILE                                         zbnkcmqr
004400            ASSIGN       TO PRINTOUT                              zbnkcmqr
004500            ORGANIZATION IS SEQUENTIAL                            zbnkcmqr
004600            ACCESS MODE  IS SEQUENTIAL                            zbnkcmqr
004700            FILE STATUS  IS WS-PRINTOUT-STATUS.                   zbnkcmqr
004800     SELECT CMPLRTN-FILE                                          zbnkcmqr
004900            ASSIGN       TO CMPLRTN                               zbnkcmqr
005000            ORGANIZATION IS SEQUENTIAL                            zbnkcmqr
005100            ACCESS MODE  IS SEQUENTIAL                            zbnkcmqr
005200            FILE STATUS  IS WS-CMPLRTN-STATUS.                    zbnkcmqr
005300     SELECT JOBSUM-FILE                                           zbnkcmqr
005400            ASSIGN       TO JOBSUM                                zbnkcmqr
005500            ORGANIZATION IS SEQUENTIAL                            zbnkcmqr
005600            ACCESS MODE  IS SEQUENTIAL                            zbnkcmqr
005700            FILE STATUS  IS WS-JOBSUM-STATUS.                     zbnkcmqr
005800                                                                  zbnkcmqr
005900 DATA DIVISION.                                                   zbnkcmqr
006000 FILE SECTION.                                                    zbnkcmqr
006100                                                                  zbnkcmqr
006200 FD  CMPL-FILE.                                                   zbnkcmqr
006300 01  CMPL-FILE-REC.                                               zbnkcmqr
006400 COPY CBANKVCM.                                                   zbnkcmqr
006500                                                                  zbnkcmqr
006600 FD  PRINTOUT-FILE.                                               zbnkcmqr
006700 01  PRINTOUT-REC                          PIC X(121).            zbnkcmqr
006800                                                                  zbnkcmqr
006900 FD  CMPLRTN-FILE.                                                zbnkcmqr
007000 01  CMPLRTN-REC                           PIC X(80).             zbnkcmqr
007100                                                                  zbnkcmqr
007200 FD  JOBSUM-FILE.                                                 zbnkcmqr
007300 01  JOBSUM-REC                            PIC X(80).             zbnkcmqr
007400                                                                  zbnkcmqr
007500 WORKING-STORAGE SECTION.                                         zbnkcmqr
007600 01  WS-RUN-CONTROL.                                              zbnkcmqr
007700 COPY CRUNCTLD.                                                   zbnkcmqr
007800 01  WS-FILE-STATUSES.                                            zbnkcmqr
007900   05  WS-CMPL-STATUS.                                            zbnkcmqr
008000     10  WS-CMPL-STAT1                 PIC X(1).                  zbnkcmqr
008100     10  WS-CMPL-STAT2                 PIC X(1).                  zbnkcmqr
008200   05  WS-PRINTOUT-STATUS.                                        zbnkcmqr
008300     10  WS-PRINTOUT-STAT1             PIC X(1).                  zbnkcmqr
008400     10  WS-PRINTOUT-STAT2             PIC X(1).                  zbnkcmqr
008500   05  WS-CMPLRTN-STATUS.                                         zbnkcmqr
008600     10  WS-CMPLRTN-STAT1              PIC X(1).                  zbnkcmqr
008700     10  WS-CMPLRTN-STAT2              PIC X(1).                  zbnkcmqr
008800   05  WS-JOBSUM-STATUS.                                          zbnkcmqr
008900     10  WS-JOBSUM-STAT1               PIC X(1).                  zbnkcmqr
009000     10  WS-JOBSUM-STAT2               PIC X(1).                  zbnkcmqr
009100   05  WS-IO-STATUS.                                              zbnkcmqr
009200     10  WS-IO-STAT1                   PIC X(1).                  zbnkcmqr
009300     10  WS-IO-STAT2                   PIC X(1).                  zbnkcmqr
009400                                                                  zbnkcmqr
009500   05  WS-TWO-BYTES.                                              zbnkcmqr
009600     10  WS-TWO-BYTES-LEFT             PIC X(1).                  zbnkcmqr
009700     10  WS-TWO-BYTES-RIGHT            PIC X(1).                  zbnkcmqr
009800   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 zbnkcmqr
009900                                      PIC 9(1) COMP.              zbnkcmqr
010000                                                                  zbnkcmqr
010100 01  WS-CONSOLE-MESSAGE                    PIC X(48).             zbnkcmqr
010200                                                                  zbnkcmqr
010300 01  WS-DATE-WORK-AREA.                                           zbnkcmqr
010400 COPY CDATED.                                                     zbnkcmqr
010500                                                                  zbnkcmqr
010600 01  WS-TODAY-DATE-N                       PIC 9(8).              zbnkcmqr
010700 01  WS-TODAY-DATE-PARTS REDEFINES WS-TODAY-DATE-N.               zbnkcmqr
010800     05  WS-TODAY-CCYY                     PIC 9(4).              zbnkcmqr
010900     05  WS-TODAY-MM                       PIC 9(2).              zbnkcmqr
011000     05  WS-TODAY-DD                       PIC 9(2).              zbnkcmqr
011100 01  WS-RUN-DATE-DISPLAY                   PIC X(11).             zbnkcmqr
011200                                                                  zbnkcmqr
011300******************************************************************zbnkcmqr
011400* The quarter reported - from the PARM, or the last complete     *zbnkcmqr
011500* quarter - and its first and last dates. The last date is       *zbnkcmqr
011600* taken as day 31 of the quarter's last month, which is only     *zbnkcmqr
011700* ever compared against.                                         *zbnkcmqr
011800******************************************************************zbnkcmqr
011900 01  WS-PARM-QUARTER-X                     PIC X(5).              zbnkcmqr
012000 01  WS-PARM-QUARTER-N REDEFINES WS-PARM-QUARTER-X                zbnkcmqr
012100                                           PIC 9(5).              zbnkcmqr
012200 01  WS-REPORT-QUARTER.                                           zbnkcmqr
012300     05  WS-REPORT-CCYY                    PIC 9(4).              zbnkcmqr
012400     05  WS-REPORT-QQ                      PIC 9(1).              zbnkcmqr
012500 01  WS-REPORT-QUARTER-N REDEFINES WS-REPORT-QUARTER              zbnkcmqr
012600                                           PIC 9(5).              zbnkcmqr
012700 01  WS-QUARTER-FIRST-DTE                  PIC 9(8).              zbnkcmqr
012800 01  WS-QUARTER-LAST-DTE                   PIC 9(8).              zbnkcmqr
012900                                                                  zbnkcmqr
013000******************************************************************zbnkcmqr
013100* The complaint categories, in the order they are reported.      *zbnkcmqr
013200******************************************************************zbnkcmqr
013300 01  WS-CATEGORY-TABLE-DATA.                                      zbnkcmqr
013400     05  FILLER                            PIC X(20)              zbnkcmqr
013500         VALUE 'ACAccount operation'.                             zbnkcmqr
013600     05  FILLER                            PIC X(20)              zbnkcmqr
013700         VALUE 'CHCharges and fees'.                              zbnkcmqr
013800     05  FILLER                            PIC X(20)              zbnkcmqr
013900         VALUE 'INInterest and rates'.                            zbnkcmqr
014000     05  FILLER                            PIC X(20)              zbnkcmqr
014100         VALUE 'LNLending'.                                       zbnkcmqr
014200     05  FILLER                            PIC X(20)              zbnkcmqr
014300         VALUE 'CDCards'.                                         zbnkcmqr
014400     05  FILLER                            PIC X(20)              zbnkcmqr
014500         VALUE 'PYPayments'.                                      zbnkcmqr
014600     05  FILLER                            PIC X(20)              zbnkcmqr
014700         VALUE 'FRFraud and scams'.                               zbnkcmqr
014800     05  FILLER                            PIC X(20)              zbnkcmqr
014900         VALUE 'SVService and staff'.                             zbnkcmqr
015000     05  FILLER                            PIC X(20)              zbnkcmqr
015100         VALUE 'DPData and privacy'.                              zbnkcmqr
015200     05  FILLER                            PIC X(20)              zbnkcmqr
015300         VALUE 'OTOther'.                                         zbnkcmqr
015400 01  WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-TABLE-DATA.          zbnkcmqr
015500     05  WS-CAT-ENTRY OCCURS 10 TIMES.                            zbnkcmqr
015600         10  WS-CAT-CODE                   PIC X(2).              zbnkcmqr
015700         10  WS-CAT-NAME                   PIC X(18).             zbnkcmqr
015800 01  WS-CAT-SUB                            PIC S9(4) COMP.        zbnkcmqr
015900                                                                  zbnkcmqr
016000******************************************************************zbnkcmqr
016100* Counts by branch, held in branch order, with one set of        *zbnkcmqr
016200* counters per category; the bank-wide totals by category; and   *zbnkcmqr
016300* the counters added up across categories for one total line.    *zbnkcmqr
016400******************************************************************zbnkcmqr
016500 01  WS-BRN-COUNT                          PIC S9(4) COMP         zbnkcmqr
016600     VALUE ZERO.                                                  zbnkcmqr
016700 01  WS-BRN-SUB                            PIC S9(4) COMP.        zbnkcmqr
016800 01  WS-MOVE-SUB                           PIC S9(4) COMP.        zbnkcmqr
016900 01  WS-CASE-BRANCH                        PIC X(3).              zbnkcmqr
017000 01  WS-BRANCH-TABLE.                                             zbnkcmqr
017100     05  WS-BRN-ENTRY OCCURS 100 TIMES.                           zbnkcmqr
017200         10  WS-BRN-CODE                   PIC X(3).              zbnkcmqr
017300         10  WS-BRN-CAT OCCURS 10 TIMES.                          zbnkcmqr
017400             15  WS-BC-OPENED              PIC 9(5) COMP.         zbnkcmqr
017500             15  WS-BC-CLOSED              PIC 9(5) COMP.         zbnkcmqr
017600             15  WS-BC-UPHELD              PIC 9(5) COMP.         zbnkcmqr
017700             15  WS-BC-IN-TIME             PIC 9(5) COMP.         zbnkcmqr
017800             15  WS-BC-OPEN-END            PIC 9(5) COMP.         zbnkcmqr
017900             15  WS-BC-REDRESS             PIC S9(9)V99 COMP-3.   zbnkcmqr
018000 01  WS-BANK-TABLE.                                               zbnkcmqr
018100     05  WS-BANK-CAT OCCURS 10 TIMES.                             zbnkcmqr
018200         10  WS-TC-OPENED                  PIC 9(5) COMP.         zbnkcmqr
018300         10  WS-TC-CLOSED                  PIC 9(5) COMP.         zbnkcmqr
018400         10  WS-TC-UPHELD                  PIC 9(5) COMP.         zbnkcmqr
018500         10  WS-TC-IN-TIME                 PIC 9(5) COMP.         zbnkcmqr
018600         10  WS-TC-OPEN-END                PIC 9(5) COMP.         zbnkcmqr
018700         10  WS-TC-REDRESS                 PIC S9(9)V99 COMP-3.   zbnkcmqr
018800 01  WS-LINE-COUNTS.                                              zbnkcmqr
018900     05  WS-LC-OPENED                      PIC 9(5) COMP.         zbnkcmqr
019000     05  WS-LC-CLOSED                      PIC 9(5) COMP.         zbnkcmqr
019100     05  WS-LC-UPHELD                      PIC 9(5) COMP.         zbnkcmqr
019200     05  WS-LC-IN-TIME                     PIC 9(5) COMP.         zbnkcmqr
019300     05  WS-LC-OPEN-END                    PIC 9(5) COMP.         zbnkcmqr
019400     05  WS-LC-REDRESS                     PIC S9(9)V99 COMP-3.   zbnkcmqr
019500 01  WS-SUM-COUNTS.                                               zbnkcmqr
019600     05  WS-SC-OPENED                      PIC 9(5) COMP.         zbnkcmqr
019700     05  WS-SC-CLOSED                      PIC 9(5) COMP.         zbnkcmqr
019800     05  WS-SC-UPHELD                      PIC 9(5) COMP.         zbnkcmqr
019900     05  WS-SC-IN-TIME                     PIC 9(5) COMP.         zbnkcmqr
020000     05  WS-SC-OPEN-END                    PIC 9(5) COMP.         zbnkcmqr
020100     05  WS-SC-REDRESS                     PIC S9(9)V99 COMP-3.   zbnkcmqr
020200                                                                  zbnkcmqr
020300 01  WS-CASE-FLAGS.                                               zbnkcmqr
020400     05  WS-CASE-OPENED-IN-QTR             PIC X(1).              zbnkcmqr
020500     05  WS-CASE-CLOSED-IN-QTR             PIC X(1).              zbnkcmqr
020600     05  WS-CASE-OPEN-AT-END               PIC X(1).              zbnkcmqr
020700                                                                  zbnkcmqr
020800******************************************************************zbnkcmqr
020900* Return lines - one per category with any figure, a total line  *zbnkcmqr
021000* per branch, and the same again for the whole bank.             *zbnkcmqr
021100******************************************************************zbnkcmqr
021200 01  WS-RETURN-LINE.                                              zbnkcmqr
021300     05  FILLER                            PIC X(2) VALUE SPACES. zbnkcmqr
021400     05  WS-RTN-CODE                       PIC X(2).              zbnkcmqr
021500     05  FILLER                            PIC X(2) VALUE SPACES. zbnkcmqr
021600     05  WS-RTN-NAME                       PIC X(20).             zbnkcmqr
021700     05  WS-RTN-OPENED                     PIC ZZZ,ZZ9.           zbnkcmqr
021800     05  FILLER                            PIC X(2) VALUE SPACES. zbnkcmqr
021900     05  WS-RTN-CLOSED                     PIC ZZZ,ZZ9.           zbnkcmqr
022000     05  FILLER                            PIC X(2) VALUE SPACES. zbnkcmqr
022100     05  WS-RTN-UPHELD                     PIC ZZZ,ZZ9.           zbnkcmqr
022200     05  FILLER                            PIC X(2) VALUE SPACES. zbnkcmqr
022300     05  WS-RTN-IN-TIME                    PIC ZZZ,ZZ9.           zbnkcmqr
022400     05  FILLER                            PIC X(2) VALUE SPACES. zbnkcmqr
022500     05  WS-RTN-OPEN-END                   PIC ZZZ,ZZ9.           zbnkcmqr
022600     05  FILLER                            PIC X(2) VALUE SPACES. zbnkcmqr
022700     05  WS-RTN-REDRESS                    PIC ZZZ,ZZZ,ZZ9.99-.   zbnkcmqr
022800                                                                  zbnkcmqr
022900 01  WS-REPORT-LINE                        PIC X(121).            zbnkcmqr
023000                                                                  zbnkcmqr
023100 01  WS-CSV-FIELDS.                                               zbnkcmqr
023200     05  WS-CSV-BRANCH                     PIC X(3).              zbnkcmqr
023300     05  WS-CSV-OPENED                     PIC 9(5).              zbnkcmqr
023400     05  WS-CSV-CLOSED                     PIC 9(5).              zbnkcmqr
023500     05  WS-CSV-UPHELD                     PIC 9(5).              zbnkcmqr
023600     05  WS-CSV-IN-TIME                    PIC 9(5).              zbnkcmqr
023700     05  WS-CSV-OPEN-END                   PIC 9(5).              zbnkcmqr
023800     05  WS-CSV-REDRESS                    PIC -(9)9.99.          zbnkcmqr
023900                                                                  zbnkcmqr
024000******************************************************************zbnkcmqr
024100* Run counters, reported on the job summary.                     *zbnkcmqr
024200******************************************************************zbnkcmqr
024300 01  WS-CASES-READ                         PIC 9(5) VALUE ZERO.   zbnkcmqr
024400 01  WS-CASES-COUNTED                      PIC 9(5) VALUE ZERO.   zbnkcmqr
024500 01  WS-BRANCH-OVERFLOW                    PIC 9(5) VALUE ZERO.   zbnkcmqr
024600 01  WS-RETURN-RECORDS                     PIC 9(5) VALUE ZERO.   zbnkcmqr
024700                                                                  zbnkcmqr
024800 01  WS-END-OF-CMPL                        PIC X(3) VALUE 'NO '.  zbnkcmqr
024900                                                                  zbnkcmqr
025000 LINKAGE SECTION.                                                 zbnkcmqr
025100 01  LK-EXEC-PARM.                                                zbnkcmqr
025200   05  LK-EXEC-PARM-LL                     PIC S9(4) COMP.        zbnkcmqr
025300   05  LK-EXEC-PARM-DATA                   PIC X(16).             zbnkcmqr
025400                                                                  zbnkcmqr
025500 PROCEDURE DIVISION USING LK-EXEC-PARM.                           zbnkcmqr
025600                                                                  zbnkcmqr
025700     PERFORM RUN-CONTROL-START                                    zbnkcmqr
025800         THRU RUN-CONTROL-START-EXIT.                             zbnkcmqr
025900     PERFORM GET-RUN-DATE.                                        zbnkcmqr
026000     PERFORM GET-REPORT-QUARTER                                   zbnkcmqr
026100         THRU GET-REPORT-QUARTER-EXIT.                            zbnkcmqr
026200                                                                  zbnkcmqr
026300     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           zbnkcmqr
026400     STRING 'Complaints return for quarter ' DELIMITED BY SIZE    zbnkcmqr
026500            WS-REPORT-CCYY DELIMITED BY SIZE                      zbnkcmqr
026600            ' Q' DELIMITED BY SIZE                                zbnkcmqr
026700            WS-REPORT-QQ DELIMITED BY SIZE                        zbnkcmqr
026800       INTO WS-CONSOLE-MESSAGE.                                   zbnkcmqr
026900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkcmqr
027000                                                                  zbnkcmqr
027100     INITIALIZE WS-BANK-TABLE.                                    zbnkcmqr
027200     PERFORM CMPL-OPEN.                                           zbnkcmqr
027300     PERFORM CMPL-GET.                                            zbnkcmqr
027400     PERFORM COUNT-ONE-CASE                                       zbnkcmqr
027500         THRU COUNT-ONE-CASE-EXIT                                 zbnkcmqr
027600             UNTIL WS-END-OF-CMPL = 'YES'.                        zbnkcmqr
027700     PERFORM CMPL-CLOSE.                                          zbnkcmqr
027800                                                                  zbnkcmqr
027900     PERFORM PRINTOUT-OPEN.                                       zbnkcmqr
028000     PERFORM CMPLRTN-OPEN.                                        zbnkcmqr
028100     PERFORM WRITE-RETURN-HEADING.                                zbnkcmqr
028200     PERFORM PRINT-ONE-BRANCH                                     zbnkcmqr
028300         VARYING WS-BRN-SUB FROM 1 BY 1                           zbnkcmqr
028400             UNTIL WS-BRN-SUB IS GREATER THAN WS-BRN-COUNT.       zbnkcmqr
028500     PERFORM PRINT-BANK-TOTALS.                                   zbnkcmqr
028600     PERFORM PRINTOUT-CLOSE.                                      zbnkcmqr
028700     PERFORM CMPLRTN-CLOSE.                                       zbnkcmqr
028800                                                                  zbnkcmqr
028900     PERFORM PRINT-JOB-SUMMARY.                                   zbnkcmqr
029000                                                                  zbnkcmqr
029100     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     zbnkcmqr
029200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkcmqr
029300     MOVE 0 TO RETURN-CODE.                                       zbnkcmqr
029400     IF WS-BRANCH-OVERFLOW IS GREATER THAN ZERO                   zbnkcmqr
029500        MOVE 4 TO RETURN-CODE                                     zbnkcmqr
029600     END-IF.                                                      zbnkcmqr
029700     PERFORM RUN-CONTROL-END.                                     zbnkcmqr
029800     GOBACK.                                                      zbnkcmqr
029900                                                                  zbnkcmqr
030000******************************************************************zbnkcmqr
030100* GET-RUN-DATE                                                   *zbnkcmqr
030200* Obtains today's date, in both numeric and display form.        *zbnkcmqr
030300******************************************************************zbnkcmqr
030400 GET-RUN-DATE.                                                    zbnkcmqr
030500     ACCEPT WS-TODAY-DATE-N FROM DATE YYYYMMDD.                   zbnkcmqr
030600     MOVE SPACES TO DD-INPUT-TYPE.                                zbnkcmqr
030700     SET DDI-ISO TO TRUE.                                         zbnkcmqr
030800     MOVE SPACES TO DDI-DATA.                                     zbnkcmqr
030900     STRING WS-TODAY-CCYY DELIMITED BY SIZE                       zbnkcmqr
031000            '-'           DELIMITED BY SIZE                       zbnkcmqr
031100            WS-TODAY-MM   DELIMITED BY SIZE                       zbnkcmqr
031200            '-'           DELIMITED BY SIZE                       zbnkcmqr
031300            WS-TODAY-DD   DELIMITED BY SIZE                       zbnkcmqr
031400       INTO DDI-DATA.                                             zbnkcmqr
031500     MOVE SPACES TO DD-OUTPUT-TYPE.                               zbnkcmqr
031600     SET DDO-DD-MMM-YYYY TO TRUE.                                 zbnkcmqr
031700     SET DD-ENV-NULL TO TRUE.                                     zbnkcmqr
031800     CALL 'UDATECNV' USING WS-DATE-WORK-AREA.                     zbnkcmqr
031900     MOVE DDO-DATA TO WS-RUN-DATE-DISPLAY.                        zbnkcmqr
032000 GET-RUN-DATE-EXIT.                                               zbnkcmqr
032100     EXIT.                                                        zbnkcmqr
032200                                                                  zbnkcmqr
032300******************************************************************zbnkcmqr
032400* GET-REPORT-QUARTER                                             *zbnkcmqr
032500* The quarter before the one today falls in, unless the PARM     *zbnkcmqr
032600* names one. A PARM that is not a CCYYQ quarter ends the run     *zbnkcmqr
032700* with return code 8.                                            *zbnkcmqr
032800******************************************************************zbnkcmqr
032900 GET-REPORT-QUARTER.                                              zbnkcmqr
033000     MOVE WS-TODAY-CCYY TO WS-REPORT-CCYY.                        zbnkcmqr
033100     COMPUTE WS-REPORT-QQ = (WS-TODAY-MM - 1) / 3.                zbnkcmqr
033200     IF WS-REPORT-QQ IS EQUAL TO ZERO                             zbnkcmqr
033300        MOVE 4 TO WS-REPORT-QQ                                    zbnkcmqr
033400        SUBTRACT 1 FROM WS-REPORT-CCYY                            zbnkcmqr
033500     END-IF.                                                      zbnkcmqr
033600     IF LK-EXEC-PARM-LL IS NOT GREATER THAN ZERO                  zbnkcmqr
033700        GO TO GET-REPORT-QUARTER-DONE                             zbnkcmqr
033800     END-IF.                                                      zbnkcmqr
033900     MOVE LK-EXEC-PARM-DATA (1:5) TO WS-PARM-QUARTER-X.           zbnkcmqr
034000     IF WS-PARM-QUARTER-X IS NOT NUMERIC OR                       zbnkcmqr
034100        WS-PARM-QUARTER-X (5:1) IS LESS THAN '1' OR               zbnkcmqr
034200        WS-PARM-QUARTER-X (5:1) IS GREATER THAN '4'               zbnkcmqr
034300        MOVE 'Parm needs a CCYYQ quarter' TO WS-CONSOLE-MESSAGE   zbnkcmqr
034400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmqr
034500        MOVE 8 TO RETURN-CODE                                     zbnkcmqr
034600        PERFORM RUN-CONTROL-END                                   zbnkcmqr
034700        GOBACK                                                    zbnkcmqr
034800     END-IF.                                                      zbnkcmqr
034900     MOVE WS-PARM-QUARTER-N TO WS-REPORT-QUARTER-N.               zbnkcmqr
035000 GET-REPORT-QUARTER-DONE.                                         zbnkcmqr
035100     COMPUTE WS-QUARTER-FIRST-DTE =                               zbnkcmqr
035200         WS-REPORT-CCYY * 10000                                   zbnkcmqr
035300         + ((WS-REPORT-QQ - 1) * 3 + 1) * 100 + 1.                zbnkcmqr
035400     COMPUTE WS-QUARTER-LAST-DTE =                                zbnkcmqr
035500         WS-REPORT-CCYY * 10000 + WS-REPORT-QQ * 300 + 31.        zbnkcmqr
035600 GET-REPORT-QUARTER-EXIT.                                         zbnkcmqr
035700     EXIT.                                                        zbnkcmqr
035800                                                                  zbnkcmqr
035900******************************************************************zbnkcmqr
036000* COUNT-ONE-CASE                                                 *zbnkcmqr
036100* A case counts as opened if it was logged in the quarter and as *zbnkcmqr
036200* closed if it was closed in the quarter - upheld in full or in  *zbnkcmqr
036300* part, and in time if closed by its deadline. A case logged by  *zbnkcmqr
036400* the quarter end and not closed by then is still open at the    *zbnkcmqr
036500* end. Cases that touch the quarter in none of these ways are    *zbnkcmqr
036600* passed over.                                                   *zbnkcmqr
036700******************************************************************zbnkcmqr
036800 COUNT-ONE-CASE.                                                  zbnkcmqr
036900     ADD 1 TO WS-CASES-READ.                                      zbnkcmqr
037000     MOVE 'N' TO WS-CASE-OPENED-IN-QTR.                           zbnkcmqr
037100     MOVE 'N' TO WS-CASE-CLOSED-IN-QTR.                           zbnkcmqr
037200     MOVE 'N' TO WS-CASE-OPEN-AT-END.                             zbnkcmqr
037300     IF CM-REC-OPENED-DTE IS NOT LESS THAN WS-QUARTER-FIRST-DTE   zbnkcmqr
037400        AND CM-REC-OPENED-DTE                                     zbnkcmqr
037500            IS NOT GREATER THAN WS-QUARTER-LAST-DTE               zbnkcmqr
037600        MOVE 'Y' TO WS-CASE-OPENED-IN-QTR                         zbnkcmqr
037700     END-IF.                                                      zbnkcmqr
037800     IF CM-REC-CLOSED AND                                         zbnkcmqr
037900        CM-REC-CLOSED-DTE IS NOT LESS THAN WS-QUARTER-FIRST-DTE   zbnkcmqr
038000        AND CM-REC-CLOSED-DTE                                     zbnkcmqr
038100            IS NOT GREATER THAN WS-QUARTER-LAST-DTE               zbnkcmqr
038200        MOVE 'Y' TO WS-CASE-CLOSED-IN-QTR                         zbnkcmqr
038300     END-IF.                                                      zbnkcmqr
038400     IF CM-REC-OPENED-DTE IS NOT GREATER THAN WS-QUARTER-LAST-DTE zbnkcmqr
038500        IF CM-REC-OPEN OR                                         zbnkcmqr
038600           CM-REC-CLOSED-DTE IS GREATER THAN WS-QUARTER-LAST-DTE  zbnkcmqr
038700           MOVE 'Y' TO WS-CASE-OPEN-AT-END                        zbnkcmqr
038800        END-IF                                                    zbnkcmqr
038900     END-IF.                                                      zbnkcmqr
039000     IF WS-CASE-FLAGS IS EQUAL TO 'NNN'                           zbnkcmqr
039100        GO TO COUNT-ONE-CASE-NEXT                                 zbnkcmqr
039200     END-IF.                                                      zbnkcmqr
039300     ADD 1 TO WS-CASES-COUNTED.                                   zbnkcmqr
039400     PERFORM FIND-CATEGORY                                        zbnkcmqr
039500         THRU FIND-CATEGORY-EXIT.                                 zbnkcmqr
039600     MOVE CM-REC-BRANCH TO WS-CASE-BRANCH.                        zbnkcmqr
039700     IF WS-CASE-BRANCH IS EQUAL TO SPACES                         zbnkcmqr
039800        MOVE '---' TO WS-CASE-BRANCH                              zbnkcmqr
039900     END-IF.                                                      zbnkcmqr
040000     PERFORM FIND-BRANCH-ENTRY                                    zbnkcmqr
040100         THRU FIND-BRANCH-ENTRY-EXIT.                             zbnkcmqr
040200     IF WS-CASE-OPENED-IN-QTR = 'Y'                               zbnkcmqr
040300        ADD 1 TO WS-TC-OPENED (WS-CAT-SUB)                        zbnkcmqr
040400        IF WS-BRN-SUB IS GREATER THAN ZERO                        zbnkcmqr
040500           ADD 1 TO WS-BC-OPENED (WS-BRN-SUB WS-CAT-SUB)          zbnkcmqr
040600        END-IF                                                    zbnkcmqr
040700     END-IF.                                                      zbnkcmqr
040800     IF WS-CASE-OPEN-AT-END = 'Y'                                 zbnkcmqr
040900        ADD 1 TO WS-TC-OPEN-END (WS-CAT-SUB)                      zbnkcmqr
041000        IF WS-BRN-SUB IS GREATER THAN ZERO                        zbnkcmqr
041100           ADD 1 TO WS-BC-OPEN-END (WS-BRN-SUB WS-CAT-SUB)        zbnkcmqr
041200        END-IF                                                    zbnkcmqr
041300     END-IF.                                                      zbnkcmqr
041400     IF WS-CASE-CLOSED-IN-QTR = 'N'                               zbnkcmqr
041500        GO TO COUNT-ONE-CASE-NEXT                                 zbnkcmqr
041600     END-IF.                                                      zbnkcmqr
041700     ADD 1 TO WS-TC-CLOSED (WS-CAT-SUB).                          zbnkcmqr
041800     ADD CM-REC-REDRESS-AMOUNT TO WS-TC-REDRESS (WS-CAT-SUB).     zbnkcmqr
041900     IF CM-REC-UPHELD OR CM-REC-PARTLY-UPHELD                     zbnkcmqr
042000        ADD 1 TO WS-TC-UPHELD (WS-CAT-SUB)                        zbnkcmqr
042100     END-IF.                                                      zbnkcmqr
042200     IF CM-REC-CLOSED-DTE IS NOT GREATER THAN CM-REC-DUE-DTE      zbnkcmqr
042300        ADD 1 TO WS-TC-IN-TIME (WS-CAT-SUB)                       zbnkcmqr
042400     END-IF.                                                      zbnkcmqr
042500     IF WS-BRN-SUB IS EQUAL TO ZERO                               zbnkcmqr
042600        GO TO COUNT-ONE-CASE-NEXT                                 zbnkcmqr
042700     END-IF.                                                      zbnkcmqr
042800     ADD 1 TO WS-BC-CLOSED (WS-BRN-SUB WS-CAT-SUB).               zbnkcmqr
042900     ADD CM-REC-REDRESS-AMOUNT                                    zbnkcmqr
043000       TO WS-BC-REDRESS (WS-BRN-SUB WS-CAT-SUB).                  zbnkcmqr
043100     IF CM-REC-UPHELD OR CM-REC-PARTLY-UPHELD                     zbnkcmqr
043200        ADD 1 TO WS-BC-UPHELD (WS-BRN-SUB WS-CAT-SUB)             zbnkcmqr
043300     END-IF.                                                      zbnkcmqr
043400     IF CM-REC-CLOSED-DTE IS NOT GREATER THAN CM-REC-DUE-DTE      zbnkcmqr
043500        ADD 1 TO WS-BC-IN-TIME (WS-BRN-SUB WS-CAT-SUB)            zbnkcmqr
043600     END-IF.                                                      zbnkcmqr
043700 COUNT-ONE-CASE-NEXT.                                             zbnkcmqr
043800     PERFORM CMPL-GET.                                            zbnkcmqr
043900 COUNT-ONE-CASE-EXIT.                                             zbnkcmqr
044000     EXIT.                                                        zbnkcmqr
044100                                                                  zbnkcmqr
044200******************************************************************zbnkcmqr
044300* FIND-CATEGORY                                                  *zbnkcmqr
044400* Sets WS-CAT-SUB to the case's category; anything not in the    *zbnkcmqr
044500* table is reported as other.                                    *zbnkcmqr
044600******************************************************************zbnkcmqr
044700 FIND-CATEGORY.                                                   zbnkcmqr
044800     MOVE ZERO TO WS-CAT-SUB.                                     zbnkcmqr
044900 FIND-CATEGORY-LOOP.                                              zbnkcmqr
045000     ADD 1 TO WS-CAT-SUB.                                         zbnkcmqr
045100     IF WS-CAT-SUB IS EQUAL TO 10                                 zbnkcmqr
045200        GO TO FIND-CATEGORY-EXIT                                  zbnkcmqr
045300     END-IF.                                                      zbnkcmqr
045400     IF WS-CAT-CODE (WS-CAT-SUB) IS EQUAL TO CM-REC-CATEGORY      zbnkcmqr
045500        GO TO FIND-CATEGORY-EXIT                                  zbnkcmqr
045600     END-IF.                                                      zbnkcmqr
045700     GO TO FIND-CATEGORY-LOOP.                                    zbnkcmqr
045800 FIND-CATEGORY-EXIT.                                              zbnkcmqr
045900     EXIT.                                                        zbnkcmqr
046000                                                                  zbnkcmqr
046100******************************************************************zbnkcmqr
046200* FIND-BRANCH-ENTRY                                              *zbnkcmqr
046300* Sets WS-BRN-SUB to the case's branch entry, making a new one   *zbnkcmqr
046400* in branch order when the branch is first seen. When the table  *zbnkcmqr
046500* is full the case goes into the bank totals only, WS-BRN-SUB is *zbnkcmqr
046600* left at zero, and the run ends with return code 4.             *zbnkcmqr
046700******************************************************************zbnkcmqr
046800 FIND-BRANCH-ENTRY.                                               zbnkcmqr
046900     MOVE ZERO TO WS-BRN-SUB.                                     zbnkcmqr
047000 FIND-BRANCH-LOOP.                                                zbnkcmqr
047100     ADD 1 TO WS-BRN-SUB.                                         zbnkcmqr
047200     IF WS-BRN-SUB IS GREATER THAN WS-BRN-COUNT                   zbnkcmqr
047300        GO TO FIND-BRANCH-INSERT                                  zbnkcmqr
047400     END-IF.                                                      zbnkcmqr
047500     IF WS-BRN-CODE (WS-BRN-SUB) IS EQUAL TO WS-CASE-BRANCH       zbnkcmqr
047600        GO TO FIND-BRANCH-ENTRY-EXIT                              zbnkcmqr
047700     END-IF.                                                      zbnkcmqr
047800     IF WS-BRN-CODE (WS-BRN-SUB) IS GREATER THAN WS-CASE-BRANCH   zbnkcmqr
047900        GO TO FIND-BRANCH-INSERT                                  zbnkcmqr
048000     END-IF.                                                      zbnkcmqr
048100     GO TO FIND-BRANCH-LOOP.                                      zbnkcmqr
048200 FIND-BRANCH-INSERT.                                              zbnkcmqr
048300     IF WS-BRN-COUNT IS EQUAL TO 100                              zbnkcmqr
048400        ADD 1 TO WS-BRANCH-OVERFLOW                               zbnkcmqr
048500        MOVE ZERO TO WS-BRN-SUB                                   zbnkcmqr
048600        GO TO FIND-BRANCH-ENTRY-EXIT                              zbnkcmqr
048700     END-IF.                                                      zbnkcmqr
048800     MOVE WS-BRN-COUNT TO WS-MOVE-SUB.                            zbnkcmqr
048900     PERFORM SHIFT-BRANCH-ENTRY                                   zbnkcmqr
049000         UNTIL WS-MOVE-SUB IS LESS THAN WS-BRN-SUB.               zbnkcmqr
049100     ADD 1 TO WS-BRN-COUNT.                                       zbnkcmqr
049200     INITIALIZE WS-BRN-ENTRY (WS-BRN-SUB).                        zbnkcmqr
049300     MOVE WS-CASE-BRANCH TO WS-BRN-CODE (WS-BRN-SUB).             zbnkcmqr
049400 FIND-BRANCH-ENTRY-EXIT.                                          zbnkcmqr
049500     EXIT.                                                        zbnkcmqr
049600                                                                  zbnkcmqr
049700 SHIFT-BRANCH-ENTRY.                                              zbnkcmqr
049800     MOVE WS-BRN-ENTRY (WS-MOVE-SUB)                              zbnkcmqr
049900       TO WS-BRN-ENTRY (WS-MOVE-SUB + 1).                         zbnkcmqr
050000     SUBTRACT 1 FROM WS-MOVE-SUB.                                 zbnkcmqr
050100                                                                  zbnkcmqr
050200******************************************************************zbnkcmqr
050300* WRITE-RETURN-HEADING                                           *zbnkcmqr
050400******************************************************************zbnkcmqr
050500 WRITE-RETURN-HEADING.                                            zbnkcmqr
050600     MOVE SPACES TO WS-REPORT-LINE.                               zbnkcmqr
050700     STRING 'Quarterly Complaints Return - ' DELIMITED BY SIZE    zbnkcmqr
050800            WS-REPORT-CCYY DELIMITED BY SIZE                      zbnkcmqr
050900            ' Q' DELIMITED BY SIZE                                zbnkcmqr
051000            WS-REPORT-QQ DELIMITED BY SIZE                        zbnkcmqr
051100            ' - run date ' DELIMITED BY SIZE                      zbnkcmqr
051200            WS-RUN-DATE-DISPLAY DELIMITED BY SIZE                 zbnkcmqr
051300       INTO WS-REPORT-LINE.                                       zbnkcmqr
051400     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkcmqr
051500     PERFORM PRINTOUT-PUT.                                        zbnkcmqr
051600     MOVE SPACES TO PRINTOUT-REC.                                 zbnkcmqr
051700     PERFORM PRINTOUT-PUT.                                        zbnkcmqr
051800     MOVE SPACES TO WS-REPORT-LINE.                               zbnkcmqr
051900     MOVE 'Category' TO WS-REPORT-LINE (3:8).                     zbnkcmqr
052000     MOVE 'Opened' TO WS-REPORT-LINE (28:6).                      zbnkcmqr
052100     MOVE 'Closed' TO WS-REPORT-LINE (37:6).                      zbnkcmqr
052200     MOVE 'Upheld' TO WS-REPORT-LINE (46:6).                      zbnkcmqr
052300     MOVE 'In time' TO WS-REPORT-LINE (54:7).                     zbnkcmqr
052400     MOVE 'Open end' TO WS-REPORT-LINE (62:8).                    zbnkcmqr
052500     MOVE 'Redress paid' TO WS-REPORT-LINE (74:12).               zbnkcmqr
052600     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkcmqr
052700     PERFORM PRINTOUT-PUT.                                        zbnkcmqr
052800     MOVE SPACES TO CMPLRTN-REC.                                  zbnkcmqr
052900     STRING 'BRANCH,CATEGORY,OPENED,CLOSED,' DELIMITED BY SIZE    zbnkcmqr
053000            'UPHELD,IN_TIME,OPEN_END,REDRESS' DELIMITED BY SIZE   zbnkcmqr
053100       INTO CMPLRTN-REC.                                          zbnkcmqr
053200     PERFORM CMPLRTN-PUT.                                         zbnkcmqr
053300                                                                  zbnkcmqr
053400******************************************************************zbnkcmqr
053500* PRINT-ONE-BRANCH                                               *zbnkcmqr
053600* A heading for the branch, a line for each category it has any  *zbnkcmqr
053700* figure for, then the branch total.                             *zbnkcmqr
053800******************************************************************zbnkcmqr
053900 PRINT-ONE-BRANCH.                                                zbnkcmqr
054000     MOVE SPACES TO PRINTOUT-REC.                                 zbnkcmqr
054100     PERFORM PRINTOUT-PUT.                                        zbnkcmqr
054200     MOVE SPACES TO WS-REPORT-LINE.                               zbnkcmqr
054300     STRING 'Branch ' DELIMITED BY SIZE                           zbnkcmqr
054400            WS-BRN-CODE (WS-BRN-SUB) DELIMITED BY SIZE            zbnkcmqr
054500       INTO WS-REPORT-LINE.                                       zbnkcmqr
054600     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkcmqr
054700     PERFORM PRINTOUT-PUT.                                        zbnkcmqr
054800     MOVE WS-BRN-CODE (WS-BRN-SUB) TO WS-CSV-BRANCH.              zbnkcmqr
054900     INITIALIZE WS-SUM-COUNTS.                                    zbnkcmqr
055000     PERFORM PRINT-BRANCH-CATEGORY                                zbnkcmqr
055100         VARYING WS-CAT-SUB FROM 1 BY 1                           zbnkcmqr
055200             UNTIL WS-CAT-SUB IS GREATER THAN 10.                 zbnkcmqr
055300     MOVE WS-SUM-COUNTS TO WS-LINE-COUNTS.                        zbnkcmqr
055400     PERFORM PRINT-TOTAL-LINE.                                    zbnkcmqr
055500                                                                  zbnkcmqr
055600 PRINT-BRANCH-CATEGORY.                                           zbnkcmqr
055700     MOVE WS-BC-OPENED (WS-BRN-SUB WS-CAT-SUB) TO WS-LC-OPENED.   zbnkcmqr
055800     MOVE WS-BC-CLOSED (WS-BRN-SUB WS-CAT-SUB) TO WS-LC-CLOSED.   zbnkcmqr
055900     MOVE WS-BC-UPHELD (WS-BRN-SUB WS-CAT-SUB) TO WS-LC-UPHELD.   zbnkcmqr
056000     MOVE WS-BC-IN-TIME (WS-BRN-SUB WS-CAT-SUB) TO WS-LC-IN-TIME. zbnkcmqr
056100     MOVE WS-BC-OPEN-END (WS-BRN-SUB WS-CAT-SUB)                  zbnkcmqr
056200       TO WS-LC-OPEN-END.                                         zbnkcmqr
056300     MOVE WS-BC-REDRESS (WS-BRN-SUB WS-CAT-SUB)                   zbnkcmqr
056400       TO WS-LC-REDRESS.                                          zbnkcmqr
056500     PERFORM PRINT-CATEGORY-LINE                                  zbnkcmqr
056550         THRU PRINT-CATEGORY-LINE-EXIT.                           zbnkcmqr
056600                                                                  zbnkcmqr
056700******************************************************************zbnkcmqr
056800* PRINT-BANK-TOTALS                                              *zbnkcmqr
056900* The same lines for the whole bank, shown as branch '***' on   * zbnkcmqr
057000* the extract.                                                  * zbnkcmqr
057100******************************************************************zbnkcmqr
057200 PRINT-BANK-TOTALS.                                               zbnkcmqr
057300     MOVE SPACES TO PRINTOUT-REC.                                 zbnkcmqr
057400     PERFORM PRINTOUT-PUT.                                        zbnkcmqr
057500     MOVE 'All branches' TO PRINTOUT-REC.                         zbnkcmqr
057600     PERFORM PRINTOUT-PUT.                                        zbnkcmqr
057700     MOVE '***' TO WS-CSV-BRANCH.                                 zbnkcmqr
057800     INITIALIZE WS-SUM-COUNTS.                                    zbnkcmqr
057900     PERFORM PRINT-BANK-CATEGORY                                  zbnkcmqr
058000         VARYING WS-CAT-SUB FROM 1 BY 1                           zbnkcmqr
058100             UNTIL WS-CAT-SUB IS GREATER THAN 10.                 zbnkcmqr
058200     MOVE WS-SUM-COUNTS TO WS-LINE-COUNTS.                        zbnkcmqr
058300     PERFORM PRINT-TOTAL-LINE.                                    zbnkcmqr
058400     IF WS-BRANCH-OVERFLOW IS GREATER THAN ZERO                   zbnkcmqr
058500        MOVE SPACES TO WS-REPORT-LINE                             zbnkcmqr
058600        STRING 'Branch table full - cases in bank totals only: '  zbnkcmqr
058700                                      DELIMITED BY SIZE           zbnkcmqr
058800               WS-BRANCH-OVERFLOW     DELIMITED BY SIZE           zbnkcmqr
058900          INTO WS-REPORT-LINE                                     zbnkcmqr
059000        MOVE WS-REPORT-LINE TO PRINTOUT-REC                       zbnkcmqr
059100        PERFORM PRINTOUT-PUT                                      zbnkcmqr
059200     END-IF.                                                      zbnkcmqr
059300                                                                  zbnkcmqr
059400 PRINT-BANK-CATEGORY.                                             zbnkcmqr
059500     MOVE WS-TC-OPENED (WS-CAT-SUB) TO WS-LC-OPENED.              zbnkcmqr
059600     MOVE WS-TC-CLOSED (WS-CAT-SUB) TO WS-LC-CLOSED.              zbnkcmqr
059700     MOVE WS-TC-UPHELD (WS-CAT-SUB) TO WS-LC-UPHELD.              zbnkcmqr
059800     MOVE WS-TC-IN-TIME (WS-CAT-SUB) TO WS-LC-IN-TIME.            zbnkcmqr
059900     MOVE WS-TC-OPEN-END (WS-CAT-SUB) TO WS-LC-OPEN-END.          zbnkcmqr
060000     MOVE WS-TC-REDRESS (WS-CAT-SUB) TO WS-LC-REDRESS.            zbnkcmqr
060100     PERFORM PRINT-CATEGORY-LINE                                  zbnkcmqr
060150         THRU PRINT-CATEGORY-LINE-EXIT.                           zbnkcmqr
060200                                                                  zbnkcmqr
060300******************************************************************zbnkcmqr
060400* PRINT-CATEGORY-LINE                                            *zbnkcmqr
060500* Prints and extracts the counts in WS-LINE-COUNTS for category  *zbnkcmqr
060600* WS-CAT-SUB, unless they are all zero, and adds them into the   *zbnkcmqr
060700* total line.                                                    *zbnkcmqr
060800******************************************************************zbnkcmqr
060900 PRINT-CATEGORY-LINE.                                             zbnkcmqr
061000     IF WS-LC-OPENED = ZERO AND WS-LC-CLOSED = ZERO AND           zbnkcmqr
061100        WS-LC-OPEN-END = ZERO                                     zbnkcmqr
061200        GO TO PRINT-CATEGORY-LINE-EXIT                            zbnkcmqr
061300     END-IF.                                                      zbnkcmqr
061400     ADD WS-LC-OPENED TO WS-SC-OPENED.                            zbnkcmqr
061500     ADD WS-LC-CLOSED TO WS-SC-CLOSED.                            zbnkcmqr
061600     ADD WS-LC-UPHELD TO WS-SC-UPHELD.                            zbnkcmqr
061700     ADD WS-LC-IN-TIME TO WS-SC-IN-TIME.                          zbnkcmqr
061800     ADD WS-LC-OPEN-END TO WS-SC-OPEN-END.                        zbnkcmqr
061900     ADD WS-LC-REDRESS TO WS-SC-REDRESS.                          zbnkcmqr
062000     MOVE WS-CAT-CODE (WS-CAT-SUB) TO WS-RTN-CODE.                zbnkcmqr
062100     MOVE WS-CAT-NAME (WS-CAT-SUB) TO WS-RTN-NAME.                zbnkcmqr
062200     PERFORM FORMAT-RETURN-LINE.                                  zbnkcmqr
062300     PERFORM PUT-RETURN-RECORD.                                   zbnkcmqr
062400 PRINT-CATEGORY-LINE-EXIT.                                        zbnkcmqr
062500     EXIT.                                                        zbnkcmqr
062600                                                                  zbnkcmqr
062700 PRINT-TOTAL-LINE.                                                zbnkcmqr
062800     MOVE SPACES TO WS-RTN-CODE.                                  zbnkcmqr
062900     MOVE 'Total' TO WS-RTN-NAME.                                 zbnkcmqr
063000     PERFORM FORMAT-RETURN-LINE.                                  zbnkcmqr
063100     MOVE '**' TO WS-RTN-CODE.                                    zbnkcmqr
063200     PERFORM PUT-RETURN-RECORD.                                   zbnkcmqr
063300                                                                  zbnkcmqr
063400 FORMAT-RETURN-LINE.                                              zbnkcmqr
063500     MOVE WS-LC-OPENED TO WS-RTN-OPENED.                          zbnkcmqr
063600     MOVE WS-LC-CLOSED TO WS-RTN-CLOSED.                          zbnkcmqr
063700     MOVE WS-LC-UPHELD TO WS-RTN-UPHELD.                          zbnkcmqr
063800     MOVE WS-LC-IN-TIME TO WS-RTN-IN-TIME.                        zbnkcmqr
063900     MOVE WS-LC-OPEN-END TO WS-RTN-OPEN-END.                      zbnkcmqr
064000     MOVE WS-LC-REDRESS TO WS-RTN-REDRESS.                        zbnkcmqr
064100     MOVE WS-RETURN-LINE TO PRINTOUT-REC.                         zbnkcmqr
064200     PERFORM PRINTOUT-PUT.                                        zbnkcmqr
064300                                                                  zbnkcmqr
064400 PUT-RETURN-RECORD.                                               zbnkcmqr
064500     MOVE WS-LC-OPENED TO WS-CSV-OPENED.                          zbnkcmqr
064600     MOVE WS-LC-CLOSED TO WS-CSV-CLOSED.                          zbnkcmqr
064700     MOVE WS-LC-UPHELD TO WS-CSV-UPHELD.                          zbnkcmqr
064800     MOVE WS-LC-IN-TIME TO WS-CSV-IN-TIME.                        zbnkcmqr
064900     MOVE WS-LC-OPEN-END TO WS-CSV-OPEN-END.                      zbnkcmqr
065000     MOVE WS-LC-REDRESS TO WS-CSV-REDRESS.                        zbnkcmqr
065100     MOVE SPACES TO CMPLRTN-REC.                                  zbnkcmqr
065200     STRING WS-CSV-BRANCH DELIMITED BY SIZE                       zbnkcmqr
065300            ',' DELIMITED BY SIZE                                 zbnkcmqr
065400            WS-RTN-CODE DELIMITED BY SIZE                         zbnkcmqr
065500            ',' DELIMITED BY SIZE                                 zbnkcmqr
065600            WS-CSV-OPENED DELIMITED BY SIZE                       zbnkcmqr
065700            ',' DELIMITED BY SIZE                                 zbnkcmqr
065800            WS-CSV-CLOSED DELIMITED BY SIZE                       zbnkcmqr
065900            ',' DELIMITED BY SIZE                                 zbnkcmqr
066000            WS-CSV-UPHELD DELIMITED BY SIZE                       zbnkcmqr
066100            ',' DELIMITED BY SIZE                                 zbnkcmqr
066200            WS-CSV-IN-TIME DELIMITED BY SIZE                      zbnkcmqr
066300            ',' DELIMITED BY SIZE                                 zbnkcmqr
066400            WS-CSV-OPEN-END DELIMITED BY SIZE                     zbnkcmqr
066500            ',' DELIMITED BY SIZE                                 zbnkcmqr
066600            WS-CSV-REDRESS DELIMITED BY SIZE                      zbnkcmqr
066700       INTO CMPLRTN-REC.                                          zbnkcmqr
066800     PERFORM CMPLRTN-PUT.                                         zbnkcmqr
066900     ADD 1 TO WS-RETURN-RECORDS.                                  zbnkcmqr
067000                                                                  zbnkcmqr
067100******************************************************************zbnkcmqr
067200* Open, access and close the CMPL file.                          *zbnkcmqr
067300******************************************************************zbnkcmqr
067400 CMPL-OPEN.                                                       zbnkcmqr
067500     OPEN INPUT CMPL-FILE.                                        zbnkcmqr
067600     IF WS-CMPL-STATUS = '00'                                     zbnkcmqr
067700        MOVE 'CMPL file opened OK' TO WS-CONSOLE-MESSAGE          zbnkcmqr
067800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmqr
067900     ELSE                                                         zbnkcmqr
068000        MOVE 'CMPL file open failure...' TO WS-CONSOLE-MESSAGE    zbnkcmqr
068100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmqr
068200        MOVE WS-CMPL-STATUS TO WS-IO-STATUS                       zbnkcmqr
068300        PERFORM DISPLAY-IO-STATUS                                 zbnkcmqr
068400        PERFORM ABORT-PROGRAM                                     zbnkcmqr
068500     END-IF.                                                      zbnkcmqr
068600                                                                  zbnkcmqr
068700 CMPL-GET.                                                        zbnkcmqr
068800     READ CMPL-FILE NEXT RECORD.                                  zbnkcmqr
068900     IF WS-CMPL-STATUS NOT = '00'                                 zbnkcmqr
069000        IF WS-CMPL-STATUS = '10'                                  zbnkcmqr
069100           MOVE 'YES' TO WS-END-OF-CMPL                           zbnkcmqr
069200        ELSE                                                      zbnkcmqr
069300           MOVE 'CMPL Error reading file ...'                     zbnkcmqr
069400             TO WS-CONSOLE-MESSAGE                                zbnkcmqr
069500           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkcmqr
069600           MOVE WS-CMPL-STATUS TO WS-IO-STATUS                    zbnkcmqr
069700           PERFORM DISPLAY-IO-STATUS                              zbnkcmqr
069800           PERFORM ABORT-PROGRAM                                  zbnkcmqr
069900        END-IF                                                    zbnkcmqr
070000     END-IF.                                                      zbnkcmqr
070100                                                                  zbnkcmqr
070200 CMPL-CLOSE.                                                      zbnkcmqr
070300     CLOSE CMPL-FILE.                                             zbnkcmqr
070400     IF WS-CMPL-STATUS = '00'                                     zbnkcmqr
070500        MOVE 'CMPL file closed OK' TO WS-CONSOLE-MESSAGE          zbnkcmqr
070600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmqr
070700     ELSE                                                         zbnkcmqr
070800        MOVE 'CMPL file close failure...' TO WS-CONSOLE-MESSAGE   zbnkcmqr
070900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmqr
071000        MOVE WS-CMPL-STATUS TO WS-IO-STATUS                       zbnkcmqr
071100        PERFORM DISPLAY-IO-STATUS                                 zbnkcmqr
071200        PERFORM ABORT-PROGRAM                                     zbnkcmqr
071300     END-IF.                                                      zbnkcmqr
071400                                                                  zbnkcmqr
071500******************************************************************zbnkcmqr
071600* Open, access and close the PRINTOUT file.                      *zbnkcmqr
071700******************************************************************zbnkcmqr
071800 PRINTOUT-OPEN.                                                   zbnkcmqr
071900     OPEN OUTPUT PRINTOUT-FILE.                                   zbnkcmqr
072000     IF WS-PRINTOUT-STATUS = '00'                                 zbnkcmqr
072100        MOVE 'PRINTOUT file opened OK' TO WS-CONSOLE-MESSAGE      zbnkcmqr
072200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmqr
072300     ELSE                                                         zbnkcmqr
072400        MOVE 'PRINTOUT file open failure...'                      zbnkcmqr
072500          TO WS-CONSOLE-MESSAGE                                   zbnkcmqr
072600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmqr
072700        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkcmqr
072800        PERFORM DISPLAY-IO-STATUS                                 zbnkcmqr
072900        PERFORM ABORT-PROGRAM                                     zbnkcmqr
073000     END-IF.                                                      zbnkcmqr
073100                                                                  zbnkcmqr
073200 PRINTOUT-PUT.                                                    zbnkcmqr
073300     WRITE PRINTOUT-REC.                                          zbnkcmqr
073400     IF WS-PRINTOUT-STATUS NOT = '00'                             zbnkcmqr
073500        MOVE 'PRINTOUT Error writing file ...'                    zbnkcmqr
073600          TO WS-CONSOLE-MESSAGE                                   zbnkcmqr
073700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmqr
073800        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkcmqr
073900        PERFORM DISPLAY-IO-STATUS                                 zbnkcmqr
074000        PERFORM ABORT-PROGRAM                                     zbnkcmqr
074100     END-IF.                                                      zbnkcmqr
074200                                                                  zbnkcmqr
074300 PRINTOUT-CLOSE.                                                  zbnkcmqr
074400     CLOSE PRINTOUT-FILE.                                         zbnkcmqr
074500     IF WS-PRINTOUT-STATUS = '00'                                 zbnkcmqr
074600        MOVE 'PRINTOUT file closed OK' TO WS-CONSOLE-MESSAGE      zbnkcmqr
074700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmqr
074800     ELSE                                                         zbnkcmqr
074900        MOVE 'PRINTOUT file close failure...'                     zbnkcmqr
075000          TO WS-CONSOLE-MESSAGE                                   zbnkcmqr
075100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmqr
075200        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkcmqr
075300        PERFORM DISPLAY-IO-STATUS                                 zbnkcmqr
075400        PERFORM ABORT-PROGRAM                                     zbnkcmqr
075500     END-IF.                                                      zbnkcmqr
075600                                                                  zbnkcmqr
075700******************************************************************zbnkcmqr
075800* Open, access and close the CMPLRTN file.                       *zbnkcmqr
075900******************************************************************zbnkcmqr
076000 CMPLRTN-OPEN.                                                    zbnkcmqr
076100     OPEN OUTPUT CMPLRTN-FILE.                                    zbnkcmqr
076200     IF WS-CMPLRTN-STATUS = '00'                                  zbnkcmqr
076300        MOVE 'CMPLRTN file opened OK' TO WS-CONSOLE-MESSAGE       zbnkcmqr
076400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmqr
076500     ELSE                                                         zbnkcmqr
076600        MOVE 'CMPLRTN file open failure...' TO WS-CONSOLE-MESSAGE zbnkcmqr
076700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmqr
076800        MOVE WS-CMPLRTN-STATUS TO WS-IO-STATUS                    zbnkcmqr
076900        PERFORM DISPLAY-IO-STATUS                                 zbnkcmqr
077000        PERFORM ABORT-PROGRAM                                     zbnkcmqr
077100     END-IF.                                                      zbnkcmqr
077200                                                                  zbnkcmqr
077300 CMPLRTN-PUT.                                                     zbnkcmqr
077400     WRITE CMPLRTN-REC.                                           zbnkcmqr
077500     IF WS-CMPLRTN-STATUS NOT = '00'                              zbnkcmqr
077600        MOVE 'CMPLRTN Error writing file ...'                     zbnkcmqr
077700          TO WS-CONSOLE-MESSAGE                                   zbnkcmqr
077800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmqr
077900        MOVE WS-CMPLRTN-STATUS TO WS-IO-STATUS                    zbnkcmqr
078000        PERFORM DISPLAY-IO-STATUS                                 zbnkcmqr
078100        PERFORM ABORT-PROGRAM                                     zbnkcmqr
078200     END-IF.                                                      zbnkcmqr
078300                                                                  zbnkcmqr
078400 CMPLRTN-CLOSE.                                                   zbnkcmqr
078500     CLOSE CMPLRTN-FILE.                                          zbnkcmqr
078600     IF WS-CMPLRTN-STATUS = '00'                                  zbnkcmqr
078700        MOVE 'CMPLRTN file closed OK' TO WS-CONSOLE-MESSAGE       zbnkcmqr
078800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmqr
078900     ELSE                                                         zbnkcmqr
079000        MOVE 'CMPLRTN file close failure...'                      zbnkcmqr
079100          TO WS-CONSOLE-MESSAGE                                   zbnkcmqr
079200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmqr
079300        MOVE WS-CMPLRTN-STATUS TO WS-IO-STATUS                    zbnkcmqr
079400        PERFORM DISPLAY-IO-STATUS                                 zbnkcmqr
079500        PERFORM ABORT-PROGRAM                                     zbnkcmqr
079600     END-IF.                                                      zbnkcmqr
079700                                                                  zbnkcmqr
079800******************************************************************zbnkcmqr
079900* Write a short end-of-job summary to the JOBSUM file, in the    *zbnkcmqr
080000* same style as the other batch jobs' summaries.                 *zbnkcmqr
080100******************************************************************zbnkcmqr
080200 PRINT-JOB-SUMMARY.                                               zbnkcmqr
080300     PERFORM JOBSUM-OPEN.                                         zbnkcmqr
080400     MOVE SPACES TO JOBSUM-REC.                                   zbnkcmqr
080500     STRING 'Cases read:                  ' DELIMITED BY SIZE     zbnkcmqr
080600            WS-CASES-READ DELIMITED BY SIZE                       zbnkcmqr
080700       INTO JOBSUM-REC.                                           zbnkcmqr
080800     PERFORM JOBSUM-PUT.                                          zbnkcmqr
080900     MOVE SPACES TO JOBSUM-REC.                                   zbnkcmqr
081000     STRING 'Cases in quarter:            ' DELIMITED BY SIZE     zbnkcmqr
081100            WS-CASES-COUNTED DELIMITED BY SIZE                    zbnkcmqr
081200       INTO JOBSUM-REC.                                           zbnkcmqr
081300     PERFORM JOBSUM-PUT.                                          zbnkcmqr
081400     MOVE SPACES TO JOBSUM-REC.                                   zbnkcmqr
081500     STRING 'Branches over table:         ' DELIMITED BY SIZE     zbnkcmqr
081600            WS-BRANCH-OVERFLOW DELIMITED BY SIZE                  zbnkcmqr
081700       INTO JOBSUM-REC.                                           zbnkcmqr
081800     PERFORM JOBSUM-PUT.                                          zbnkcmqr
081900     MOVE SPACES TO JOBSUM-REC.                                   zbnkcmqr
082000     STRING 'Return records:              ' DELIMITED BY SIZE     zbnkcmqr
082100            WS-RETURN-RECORDS DELIMITED BY SIZE                   zbnkcmqr
082200       INTO JOBSUM-REC.                                           zbnkcmqr
082300     PERFORM JOBSUM-PUT.                                          zbnkcmqr
082400     PERFORM JOBSUM-CLOSE.                                        zbnkcmqr
082500     MOVE 'Job summary written to JOBSUM'                         zbnkcmqr
082600       TO WS-CONSOLE-MESSAGE.                                     zbnkcmqr
082700     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkcmqr
082800                                                                  zbnkcmqr
082900 JOBSUM-OPEN.                                                     zbnkcmqr
083000     OPEN OUTPUT JOBSUM-FILE.                                     zbnkcmqr
083100     IF WS-JOBSUM-STATUS = '00'                                   zbnkcmqr
083200        MOVE 'JOBSUM file opened OK' TO WS-CONSOLE-MESSAGE        zbnkcmqr
083300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmqr
083400     ELSE                                                         zbnkcmqr
083500        MOVE 'JOBSUM file open failure...' TO WS-CONSOLE-MESSAGE  zbnkcmqr
083600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmqr
083700        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkcmqr
083800        PERFORM DISPLAY-IO-STATUS                                 zbnkcmqr
083900        PERFORM ABORT-PROGRAM                                     zbnkcmqr
084000     END-IF.                                                      zbnkcmqr
084100                                                                  zbnkcmqr
084200 JOBSUM-PUT.                                                      zbnkcmqr
084300     WRITE JOBSUM-REC.                                            zbnkcmqr
084400     IF WS-JOBSUM-STATUS NOT = '00'                               zbnkcmqr
084500        MOVE 'JOBSUM Error writing file ...' TO WS-CONSOLE-MESSAGEzbnkcmqr
084600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmqr
084700        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkcmqr
084800        PERFORM DISPLAY-IO-STATUS                                 zbnkcmqr
084900        PERFORM ABORT-PROGRAM                                     zbnkcmqr
085000     END-IF.                                                      zbnkcmqr
085100                                                                  zbnkcmqr
085200 JOBSUM-CLOSE.                                                    zbnkcmqr
085300     CLOSE JOBSUM-FILE.                                           zbnkcmqr
085400     IF WS-JOBSUM-STATUS = '00'                                   zbnkcmqr
085500        MOVE 'JOBSUM file closed OK' TO WS-CONSOLE-MESSAGE        zbnkcmqr
085600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmqr
085700     ELSE                                                         zbnkcmqr
085800        MOVE 'JOBSUM file close failure...' TO WS-CONSOLE-MESSAGE zbnkcmqr
085900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmqr
086000        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkcmqr
086100        PERFORM DISPLAY-IO-STATUS                                 zbnkcmqr
086200        PERFORM ABORT-PROGRAM                                     zbnkcmqr
086300     END-IF.                                                      zbnkcmqr
086400                                                                  zbnkcmqr
086500******************************************************************zbnkcmqr
086600* Run-control hooks. The START call blocks this job when it has  *zbnkcmqr
086700* already completed for the business date or a prerequisite has  *zbnkcmqr
086800* not, and records the start on BNKRUNC; the END call records    *zbnkcmqr
086900* the end time and return code. See URUNCTL.CBL.                 *zbnkcmqr
087000******************************************************************zbnkcmqr
087100 RUN-CONTROL-START.                                               zbnkcmqr
087200     SET RUNCTL-START TO TRUE.                                    zbnkcmqr
087300     MOVE 'ZBNKCMQR' TO RUNCTL-JOB.                               zbnkcmqr
087400     MOVE ZERO TO RUNCTL-BUSDATE.                                 zbnkcmqr
087500     MOVE ZERO TO RUNCTL-RETURN-CODE.                             zbnkcmqr
087600     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkcmqr
087700     IF RUNCTL-BLOCKED                                            zbnkcmqr
087800        MOVE RUNCTL-REPLY-TEXT TO WS-CONSOLE-MESSAGE              zbnkcmqr
087900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmqr
088000        MOVE 'Run control blocked this run' TO WS-CONSOLE-MESSAGE zbnkcmqr
088100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmqr
088200        MOVE 8 TO RETURN-CODE                                     zbnkcmqr
088300        GOBACK                                                    zbnkcmqr
088400     END-IF.                                                      zbnkcmqr
088500 RUN-CONTROL-START-EXIT.                                          zbnkcmqr
088600     EXIT.                                                        zbnkcmqr
088700                                                                  zbnkcmqr
088800 RUN-CONTROL-END.                                                 zbnkcmqr
088900     SET RUNCTL-END TO TRUE.                                      zbnkcmqr
089000     MOVE RETURN-CODE TO RUNCTL-RETURN-CODE.                      zbnkcmqr
089100     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkcmqr
089200                                                                  zbnkcmqr
089300******************************************************************zbnkcmqr
089400* Display the file status bytes                                  *zbnkcmqr
089500******************************************************************zbnkcmqr
089600 DISPLAY-IO-STATUS.                                               zbnkcmqr
089700     IF WS-IO-STATUS NUMERIC                                      zbnkcmqr
089800        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkcmqr
089900        STRING 'File status -' DELIMITED BY SIZE                  zbnkcmqr
090000               WS-IO-STATUS DELIMITED BY SIZE                     zbnkcmqr
090100          INTO WS-CONSOLE-MESSAGE                                 zbnkcmqr
090200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmqr
090300     ELSE                                                         zbnkcmqr
090400        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     zbnkcmqr
090500        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    zbnkcmqr
090600        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkcmqr
090700        STRING 'File status -' DELIMITED BY SIZE                  zbnkcmqr
090800               WS-IO-STAT1 DELIMITED BY SIZE                      zbnkcmqr
090900               '/' DELIMITED BY SIZE                              zbnkcmqr
091000               WS-TWO-BYTES DELIMITED BY SIZE                     zbnkcmqr
091100          INTO WS-CONSOLE-MESSAGE                                 zbnkcmqr
091200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmqr
091300     END-IF.                                                      zbnkcmqr
091400                                                                  zbnkcmqr
091500******************************************************************zbnkcmqr
091600* 'ABORT' the program. Post a message and issue a goback         *zbnkcmqr
091700******************************************************************zbnkcmqr
091800 ABORT-PROGRAM.                                                   zbnkcmqr
091900     IF WS-CONSOLE-MESSAGE NOT = SPACES                           zbnkcmqr
092000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmqr
092100     END-IF.                                                      zbnkcmqr
092200     MOVE 'Program is abending...' TO WS-CONSOLE-MESSAGE.         zbnkcmqr
092300     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkcmqr
092400     MOVE 16 TO RETURN-CODE.                                      zbnkcmqr
092500     GOBACK.                                                      zbnkcmqr
092600                                                                  zbnkcmqr
092700******************************************************************zbnkcmqr
092800* Display CONSOLE messages...                                    *zbnkcmqr
092900******************************************************************zbnkcmqr
093000 DISPLAY-CONSOLE-MESSAGE.                                         zbnkcmqr
093100     DISPLAY 'ZBNKCMQR - ' WS-CONSOLE-MESSAGE                     zbnkcmqr
093200       UPON CONSOLE.                                              zbnkcmqr
093300     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       zbnkcmqr
093400                                                                  zbnkcmqr
093500* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     zbnkcmqr
