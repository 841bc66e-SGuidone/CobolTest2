000100******************************************************************zbnkglye
000200*                                                               * zbnkglye
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   * zbnkglye
000400*   This demonstration program is provided for use by users     * zbnkglye
000500*   of Micro Focus products and may be used, modified and       * zbnkglye
000600*   distributed as part of your application provided that       * zbnkglye
000700*   you properly acknowledge the copyright of Micro Focus       * zbnkglye
000800*   in this material.                                           * zbnkglye
000900*                                                               * zbnkglye
001000******************************************************************zbnkglye
001100                                                                  zbnkglye
001200******************************************************************zbnkglye
001300* ZBNKGLYE.CBL                                                   *zbnkglye
001400* Function:    GL year-end close. Once ZBNKGLCL has closed all   *zbnkglye
001500*              twelve periods of the year, the closing balance   *zbnkglye
001600*              of every income and expense account on BNKGLBL    *zbnkglye
001700*              (the income-statement accounts of the BNKGLCOA    *zbnkglye
001800*              chart of accounts) is closed into the one         *zbnkglye
001900*              retained-earnings account: their brought-forward  *zbnkglye
002000*              balances in every period already opened for the   *zbnkglye
002100*              new year are cleared and the net result is added  *zbnkglye
002200*              to retained earnings. The closing journal is      *zbnkglye
002300*              written to YECLJRN in the GLIF layout and printed *zbnkglye
002400*              - it records the close and is not posted again by *zbnkglye
002500*              ZBNKGLPO. The December control record is marked   *zbnkglye
002600*              so the year cannot be closed twice. The exec parm *zbnkglye
002700*              names the CCYY year; no parm means last year.     *zbnkglye
002800******************************************************************zbnkglye
002900 IDENTIFICATION DIVISION.                                         zbnkglye
003000 PROGRAM-ID.                                                      zbnkglye
003100     ZBNKGLYE.                                                    zbnkglye
003200 DATE-WRITTEN.                                                    zbnkglye
003300     October 2026.                                                zbnkglye
003400 DATE-COMPILED.                                                   zbnkglye
003500     Today.                                                       zbnkglye
003600                                                                  zbnkglye
003700 ENVIRONMENT DIVISION.                                            zbnkglye
003800 INPUT-OUTPUT   SECTION.                                          zbnkglye
003900   FILE-CONTROL.                                                  zbnkglye
004000     SELECT GLBL-FILE                                             zbnkglye
004100            ASSIGN       TO BNKGLBL                               zbnkglye
004200            ORGANIZATION IS INDEXED                               zbnkglye
004300            ACCESS MODE  IS DYNAMIC                               zbnkglye
004400            RECORD KEY   IS GB-REC-KEY                            zbnkglye
004500            FILE STATUS  IS WS-GLBL-STATUS.                       zbnkglye
004600     SELECT GLCOA-FILE                                            zbnkglye
004700            ASSIGN       TO BNKGLCOA                              zbnkglye
004800            ORGANIZATION IS INDEXED                               zbnkglye
004900            ACCESS MODE  IS DYNAMIC                               zbnkglye
005000            RECORD KEY   IS CA-REC-GL-ACCOUNT                     zbnkglye
005100            FILE STATUS  IS WS-GLCOA-STATUS.                      zbnkglye
005200     SELECT YECLJRN-FILE                                          zbnkglye
005300            ASSIGN       TO YECLJRN                               zbnkglye
005400            ORGANIZATION IS SEQUENTIAL                            zbnkglye
005500            ACCESS MODE  IS SEQUENTIAL                            zbnkglye
005600            FILE STATUS  IS WS-YECLJRN-STATUS.                    zbnkglye
005700     SELECT PRINTOUT-FILE                                         zbnkglye
005800            ASSIGN       TO PRINTOUT                              zbnkglye
005900            ORGANIZATION IS SEQUENTIAL                            zbnkglye
006000            ACCESS MODE  IS SEQUENTIAL                            zbnkglye
006100            FILE STATUS  IS WS-PRINTOUT-STATUS.                   zbnkglye
006200     SELECT JOBSUM-FILE                                           zbnkglye
006300            ASSIGN       TO JOBSUM                                zbnkglye
006400            ORGANIZATION IS SEQUENTIAL                            zbnkglye
006500            ACCESS MODE  IS SEQUENTIAL                            zbnkglye
006600            FILE STATUS  IS WS-JOBSUM-STATUS.                     zbnkglye
006700                                                                  zbnkglye
006800 DATA DIVISION.                                                   zbnkglye
006900 FILE SECTION.                                                    zbnkglye
007000                                                                  zbnkglye
007100 FD  GLBL-FILE.                                                   zbnkglye
007200 01  GLBL-FILE-REC.                                               zbnkglye
007300 COPY CBANKVGB.                                                   zbnkglye
007400                                                                  zbnkglye
007500 FD  GLCOA-FILE.                                                  zbnkglye
007600 01  GLCOA-FILE-REC.                                              zbnkglye
007700 COPY CBANKVCA.                                                   zbnkglye
007800                                                                  zbnkglye
007900******************************************************************zbnkglye
008000* The closing journal record - same layout as the GLIF file      *zbnkglye
008100* ZBNKGLEX produces, so it reads like any other journal.         *zbnkglye
008200******************************************************************zbnkglye
008300 FD  YECLJRN-FILE.                                                zbnkglye
008400 01  YECLJRN-REC.                                                 zbnkglye
008500   05  YCJ-GL-ACCOUNT                      PIC X(8).              zbnkglye
008600   05  YCJ-DRCR                            PIC X(2).              zbnkglye
008700   05  YCJ-AMOUNT                          PIC 9(9)V99.           zbnkglye
008800   05  YCJ-TXN-TYPE                        PIC X(3).              zbnkglye
008900   05  YCJ-DESC                            PIC X(20).             zbnkglye
009000   05  YCJ-POSTING-DATE                    PIC 9(8).              zbnkglye
009100   05  FILLER                              PIC X(28).             zbnkglye
009200                                                                  zbnkglye
009300 FD  PRINTOUT-FILE.                                               zbnkglye
009400 01  PRINTOUT-REC                      PIC X(121).                zbnkglye
009500                                                                  zbnkglye
009600 FD  JOBSUM-FILE.                                                 zbnkglye
009700 01  JOBSUM-REC                        PIC X(80).                 zbnkglye
009800                                                                  zbnkglye
009900 WORKING-STORAGE SECTION.                                         zbnkglye
010000 01  WS-RUN-CONTROL.                                              zbnkglye
010100 COPY CRUNCTLD.                                                   zbnkglye
010200 01  WS-FILE-STATUSES.                                            zbnkglye
010300   05  WS-GLBL-STATUS.                                            zbnkglye
010400     10  WS-GLBL-STAT1                  PIC X(1).                 zbnkglye
010500     10  WS-GLBL-STAT2                  PIC X(1).                 zbnkglye
010600   05  WS-GLCOA-STATUS.                                           zbnkglye
010700     10  WS-GLCOA-STAT1                 PIC X(1).                 zbnkglye
010800     10  WS-GLCOA-STAT2                 PIC X(1).                 zbnkglye
010900   05  WS-YECLJRN-STATUS.                                         zbnkglye
011000     10  WS-YECLJRN-STAT1               PIC X(1).                 zbnkglye
011100     10  WS-YECLJRN-STAT2               PIC X(1).                 zbnkglye
011200   05  WS-PRINTOUT-STATUS.                                        zbnkglye
011300     10  WS-PRINTOUT-STAT1              PIC X(1).                 zbnkglye
011400     10  WS-PRINTOUT-STAT2              PIC X(1).                 zbnkglye
011500   05  WS-JOBSUM-STATUS.                                          zbnkglye
011600     10  WS-JOBSUM-STAT1                PIC X(1).                 zbnkglye
011700     10  WS-JOBSUM-STAT2                PIC X(1).                 zbnkglye
011800   05  WS-IO-STATUS.                                              zbnkglye
011900     10  WS-IO-STAT1                   PIC X(1).                  zbnkglye
012000     10  WS-IO-STAT2                   PIC X(1).                  zbnkglye
012100                                                                  zbnkglye
012200   05  WS-TWO-BYTES.                                              zbnkglye
012300     10  WS-TWO-BYTES-LEFT             PIC X(1).                  zbnkglye
012400     10  WS-TWO-BYTES-RIGHT            PIC X(1).                  zbnkglye
012500   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 zbnkglye
012600                                      PIC 9(1) COMP.              zbnkglye
012700                                                                  zbnkglye
012800 01  WS-CONSOLE-MESSAGE                    PIC X(48).             zbnkglye
012900                                                                  zbnkglye
013000 01  WS-DATE-WORK-AREA.                                           zbnkglye
013100 COPY CDATED.                                                     zbnkglye
013200                                                                  zbnkglye
013300 01  WS-TODAY-DATE-N                       PIC 9(8).              zbnkglye
013400 01  WS-TODAY-DATE-PARTS REDEFINES WS-TODAY-DATE-N.               zbnkglye
013500     05  WS-TODAY-CCYY                     PIC 9(4).              zbnkglye
013600     05  WS-TODAY-MM                       PIC 9(2).              zbnkglye
013700     05  WS-TODAY-DD                       PIC 9(2).              zbnkglye
013800 01  WS-RUN-DATE-DISPLAY                   PIC X(11).             zbnkglye
013900 01  WS-RUN-TIME-8                         PIC 9(8).              zbnkglye
014000 01  WS-RUN-TIME                           PIC X(6).              zbnkglye
014100                                                                  zbnkglye
014200 01  WS-CLOSE-YEAR                         PIC 9(4).              zbnkglye
014300 01  WS-CLOSE-DATE                         PIC 9(8).              zbnkglye
014400 01  WS-WORK-PERIOD                        PIC 9(6).              zbnkglye
014500 01  WS-WORK-PERIOD-PARTS REDEFINES WS-WORK-PERIOD.               zbnkglye
014600     05  WS-WORK-CCYY                      PIC 9(4).              zbnkglye
014700     05  WS-WORK-MM                        PIC 9(2).              zbnkglye
014800 01  WS-APPLY-PERIOD                       PIC 9(6).              zbnkglye
014900 01  WS-APPLY-PERIOD-PARTS REDEFINES WS-APPLY-PERIOD.             zbnkglye
015000     05  WS-APPLY-CCYY                     PIC 9(4).              zbnkglye
015100     05  WS-APPLY-MM                       PIC 9(2).              zbnkglye
015200 01  WS-MONTH-SUB                          PIC 9(2).              zbnkglye
015300 01  WS-EXEC-PARM-LL                       PIC S9(4) COMP.        zbnkglye
015400 01  WS-CONTROL-GL-ACCOUNT                 PIC X(8)               zbnkglye
015500     VALUE '********'.                                            zbnkglye
015600 01  WS-GLBL-FOUND                         PIC X(1).              zbnkglye
015700 01  WS-GLCOA-FOUND                        PIC X(1).              zbnkglye
015800 01  WS-REFUSED                            PIC X(1) VALUE 'N'.    zbnkglye
015900 01  WS-RETAINED-GL-ACCOUNT                PIC X(8) VALUE SPACES. zbnkglye
016000 01  WS-RETAINED-COUNT                     PIC 9(3) VALUE ZERO.   zbnkglye
016100 01  WS-CLOSING-BALANCE                    PIC S9(13)V99 COMP-3.  zbnkglye
016200 01  WS-YEAR-NET                           PIC S9(13)V99 COMP-3   zbnkglye
016300     VALUE ZERO.                                                  zbnkglye
016400 01  WS-YEAR-INCOME                        PIC S9(13)V99 COMP-3   zbnkglye
016500     VALUE ZERO.                                                  zbnkglye
016600 01  WS-YEAR-EXPENSES                      PIC S9(13)V99 COMP-3   zbnkglye
016700     VALUE ZERO.                                                  zbnkglye
016800 01  WS-JOURNAL-DEBITS                     PIC S9(13)V99 COMP-3   zbnkglye
016900     VALUE ZERO.                                                  zbnkglye
017000 01  WS-JOURNAL-CREDITS                    PIC S9(13)V99 COMP-3   zbnkglye
017100     VALUE ZERO.                                                  zbnkglye
017200 01  WS-AMT-D                          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-. zbnkglye
017300                                                                  zbnkglye
017400******************************************************************zbnkglye
017500* The income-statement accounts to close, gathered from the      *zbnkglye
017600* December balances so the brought-forward updates can be made   *zbnkglye
017700* by key once the browse is over.                                *zbnkglye
017800******************************************************************zbnkglye
017900 01  WS-CLOSE-TABLE.                                              zbnkglye
018000   05  WS-CLOSE-COUNT                      PIC 9(3) VALUE ZERO.   zbnkglye
018100   05  WS-CLOSE-ENTRY OCCURS 200 TIMES.                           zbnkglye
018200     10  WS-CLOSE-GL-ACCOUNT               PIC X(8).              zbnkglye
018300     10  WS-CLOSE-BALANCE                  PIC S9(13)V99 COMP-3.  zbnkglye
018400 01  WS-CLOSE-SUB                          PIC 9(3).              zbnkglye
018500                                                                  zbnkglye
018600 01  WS-DETAIL-LINE.                                              zbnkglye
018700     05  WS-DET-GL-ACCOUNT                 PIC X(8).              zbnkglye
018800     05  FILLER                            PIC X(2) VALUE SPACES. zbnkglye
018900     05  WS-DET-NAME                       PIC X(30).             zbnkglye
019000     05  FILLER                            PIC X(2) VALUE SPACES. zbnkglye
019100     05  WS-DET-DEBIT                      PIC ZZZ,ZZZ,ZZ9.99-.   zbnkglye
019200     05  FILLER                            PIC X(2) VALUE SPACES. zbnkglye
019300     05  WS-DET-CREDIT                     PIC ZZZ,ZZZ,ZZ9.99-.   zbnkglye
019400                                                                  zbnkglye
019500 01  WS-REPORT-LINE                        PIC X(121).            zbnkglye
019600                                                                  zbnkglye
019700******************************************************************zbnkglye
019800* Run counters, reported on the job summary at the end of the    *zbnkglye
019900* run.                                                           *zbnkglye
020000******************************************************************zbnkglye
020100 01  WS-ACCOUNTS-CLOSED                    PIC 9(3) VALUE ZERO.   zbnkglye
020200 01  WS-ACCOUNTS-UNMAPPED                  PIC 9(3) VALUE ZERO.   zbnkglye
020300 01  WS-PERIODS-RESTATED                   PIC 9(3) VALUE ZERO.   zbnkglye
020400 01  WS-ACCOUNTS-D                         PIC ZZ9.               zbnkglye
020500                                                                  zbnkglye
020600 01  WS-END-OF-GLBL                        PIC X(3) VALUE 'NO '.  zbnkglye
020700 01  WS-END-OF-GLCOA                       PIC X(3) VALUE 'NO '.  zbnkglye
020800 01  WS-END-OF-PERIODS                     PIC X(3) VALUE 'NO '.  zbnkglye
020900                                                                  zbnkglye
021000 LINKAGE SECTION.                                                 zbnkglye
021100 01  LK-EXEC-PARM.                                                zbnkglye
021200   05  LK-EXEC-PARM-LL                     PIC S9(4) COMP.        zbnkglye
021300   05  LK-EXEC-PARM-DATA                   PIC X(16).             zbnkglye
021400                                                                  zbnkglye
021500 PROCEDURE DIVISION USING LK-EXEC-PARM.                           zbnkglye
021600                                                                  zbnkglye
021700***************************************************************** zbnkglye
021800* The exec parm carries the CCYY year to close; no parm closes  * zbnkglye
021900* the year before the current one.                              * zbnkglye
022000***************************************************************** zbnkglye
022100     ACCEPT WS-TODAY-DATE-N FROM DATE YYYYMMDD.                   zbnkglye
022200     MOVE ZEROES TO WS-EXEC-PARM-LL.                              zbnkglye
022300     MOVE LK-EXEC-PARM-LL TO WS-EXEC-PARM-LL.                     zbnkglye
022400     IF WS-EXEC-PARM-LL IS GREATER THAN ZERO                      zbnkglye
022500        AND LK-EXEC-PARM-DATA (1:4) IS NUMERIC                    zbnkglye
022600        MOVE LK-EXEC-PARM-DATA (1:4) TO WS-CLOSE-YEAR             zbnkglye
022700     ELSE                                                         zbnkglye
022800        COMPUTE WS-CLOSE-YEAR = WS-TODAY-CCYY - 1                 zbnkglye
022900     END-IF.                                                      zbnkglye
023000     COMPUTE WS-CLOSE-DATE = (WS-CLOSE-YEAR * 10000) + 1231.      zbnkglye
023100                                                                  zbnkglye
023200     PERFORM RUN-CONTROL-START                                    zbnkglye
023300         THRU RUN-CONTROL-START-EXIT.                             zbnkglye
023400     PERFORM GET-RUN-DATE.                                        zbnkglye
023500                                                                  zbnkglye
023600     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           zbnkglye
023700     STRING 'GL year-end close run for ' DELIMITED BY SIZE        zbnkglye
023800            WS-RUN-DATE-DISPLAY DELIMITED BY SIZE                 zbnkglye
023900       INTO WS-CONSOLE-MESSAGE.                                   zbnkglye
024000     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkglye
024100                                                                  zbnkglye
024200     PERFORM GLBL-OPEN.                                           zbnkglye
024300     PERFORM GLCOA-OPEN.                                          zbnkglye
024400                                                                  zbnkglye
024500     PERFORM CHECK-YEAR-CLOSABLE                                  zbnkglye
024600         THRU CHECK-YEAR-CLOSABLE-EXIT.                           zbnkglye
024700     IF WS-REFUSED IS EQUAL TO 'Y'                                zbnkglye
024800        PERFORM REFUSE-YEAR-END                                   zbnkglye
024900     END-IF.                                                      zbnkglye
025000     PERFORM FIND-RETAINED-EARNINGS                               zbnkglye
025100         THRU FIND-RETAINED-EARNINGS-EXIT.                        zbnkglye
025200     IF WS-RETAINED-COUNT IS NOT EQUAL TO 1                       zbnkglye
025300        MOVE 'No single retained-earnings account on chart'       zbnkglye
025400          TO WS-CONSOLE-MESSAGE                                   zbnkglye
025500        PERFORM REFUSE-YEAR-END                                   zbnkglye
025600     END-IF.                                                      zbnkglye
025700     PERFORM GATHER-YEAR-RESULT                                   zbnkglye
025800         THRU GATHER-YEAR-RESULT-EXIT.                            zbnkglye
025900     IF WS-ACCOUNTS-UNMAPPED IS GREATER THAN ZERO                 zbnkglye
026000        MOVE 'GL accounts missing from BNKGLCOA - refused'        zbnkglye
026100          TO WS-CONSOLE-MESSAGE                                   zbnkglye
026200        PERFORM REFUSE-YEAR-END                                   zbnkglye
026300     END-IF.                                                      zbnkglye
026400                                                                  zbnkglye
026500     PERFORM YECLJRN-OPEN.                                        zbnkglye
026600     PERFORM PRINTOUT-OPEN.                                       zbnkglye
026700     PERFORM WRITE-REPORT-HEADING.                                zbnkglye
026800     PERFORM WRITE-CLOSING-ENTRY                                  zbnkglye
026900         VARYING WS-CLOSE-SUB FROM 1 BY 1                         zbnkglye
027000           UNTIL WS-CLOSE-SUB IS GREATER THAN WS-CLOSE-COUNT.     zbnkglye
027100     PERFORM WRITE-RETAINED-ENTRY                                 zbnkglye
027150         THRU WRITE-RETAINED-ENTRY-EXIT.                          zbnkglye
027200     PERFORM WRITE-REPORT-TOTALS.                                 zbnkglye
027300     PERFORM YECLJRN-CLOSE.                                       zbnkglye
027400     PERFORM PRINTOUT-CLOSE.                                      zbnkglye
027500                                                                  zbnkglye
027600     MOVE WS-CLOSE-YEAR TO WS-APPLY-CCYY.                         zbnkglye
027700     MOVE 12 TO WS-APPLY-MM.                                      zbnkglye
027800     PERFORM NEXT-APPLY-PERIOD.                                   zbnkglye
027900     PERFORM APPLY-TO-PERIOD                                      zbnkglye
028000         THRU APPLY-TO-PERIOD-EXIT                                zbnkglye
028100             UNTIL WS-END-OF-PERIODS = 'YES'.                     zbnkglye
028200     PERFORM MARK-YEAR-CLOSED.                                    zbnkglye
028300                                                                  zbnkglye
028400     PERFORM GLCOA-CLOSE.                                         zbnkglye
028500     PERFORM GLBL-CLOSE.                                          zbnkglye
028600                                                                  zbnkglye
028700     PERFORM PRINT-JOB-SUMMARY.                                   zbnkglye
028800                                                                  zbnkglye
028900     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     zbnkglye
029000     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkglye
029100     MOVE 0 TO RETURN-CODE.                                       zbnkglye
029200     PERFORM RUN-CONTROL-END.                                     zbnkglye
029300     GOBACK.                                                      zbnkglye
029400                                                                  zbnkglye
029500******************************************************************zbnkglye
029600* GET-RUN-DATE                                                   *zbnkglye
029700* Obtains today's date, in both numeric and display form, and    *zbnkglye
029800* the current time.                                              *zbnkglye
029900******************************************************************zbnkglye
030000 GET-RUN-DATE.                                                    zbnkglye
030100     ACCEPT WS-TODAY-DATE-N FROM DATE YYYYMMDD.                   zbnkglye
030200     MOVE SPACES TO DD-INPUT-TYPE.                                zbnkglye
030300     SET DDI-ISO TO TRUE.                                         zbnkglye
030400     MOVE SPACES TO DDI-DATA.                                     zbnkglye
030500     STRING WS-TODAY-CCYY DELIMITED BY SIZE                       zbnkglye
030600            '-'           DELIMITED BY SIZE                       zbnkglye
030700            WS-TODAY-MM   DELIMITED BY SIZE                       zbnkglye
030800            '-'           DELIMITED BY SIZE                       zbnkglye
030900            WS-TODAY-DD   DELIMITED BY SIZE                       zbnkglye
031000       INTO DDI-DATA.                                             zbnkglye
031100     MOVE SPACES TO DD-OUTPUT-TYPE.                               zbnkglye
031200     SET DDO-DD-MMM-YYYY TO TRUE.                                 zbnkglye
031300     SET DD-ENV-NULL TO TRUE.                                     zbnkglye
031400     CALL 'UDATECNV' USING WS-DATE-WORK-AREA.                     zbnkglye
031500     MOVE DDO-DATA TO WS-RUN-DATE-DISPLAY.                        zbnkglye
031600     ACCEPT WS-RUN-TIME-8 FROM TIME.                              zbnkglye
031700     MOVE WS-RUN-TIME-8(1:6) TO WS-RUN-TIME.                      zbnkglye
031800 GET-RUN-DATE-EXIT.                                               zbnkglye
031900     EXIT.                                                        zbnkglye
032000                                                                  zbnkglye
032100******************************************************************zbnkglye
032200* CHECK-YEAR-CLOSABLE                                            *zbnkglye
032300* Every period of the year must have been closed by ZBNKGLCL,    *zbnkglye
032400* and the year itself must not have been closed already.         *zbnkglye
032500******************************************************************zbnkglye
032600 CHECK-YEAR-CLOSABLE.                                             zbnkglye
032700     PERFORM CHECK-ONE-PERIOD                                     zbnkglye
032800         VARYING WS-MONTH-SUB FROM 1 BY 1                         zbnkglye
032900           UNTIL WS-MONTH-SUB IS GREATER THAN 12                  zbnkglye
033000              OR WS-REFUSED IS EQUAL TO 'Y'.                      zbnkglye
033100     IF WS-REFUSED IS EQUAL TO 'Y'                                zbnkglye
033200        GO TO CHECK-YEAR-CLOSABLE-EXIT                            zbnkglye
033300     END-IF.                                                      zbnkglye
033400     IF GB-REC-YEAR-CLOSED                                        zbnkglye
033500        MOVE 'Year is already closed' TO WS-CONSOLE-MESSAGE       zbnkglye
033600        MOVE 'Y' TO WS-REFUSED                                    zbnkglye
033700     END-IF.                                                      zbnkglye
033800 CHECK-YEAR-CLOSABLE-EXIT.                                        zbnkglye
033900     EXIT.                                                        zbnkglye
034000                                                                  zbnkglye
034100 CHECK-ONE-PERIOD.                                                zbnkglye
034200     MOVE WS-CLOSE-YEAR TO WS-WORK-CCYY.                          zbnkglye
034300     MOVE WS-MONTH-SUB TO WS-WORK-MM.                             zbnkglye
034400     MOVE WS-WORK-PERIOD TO GB-REC-PERIOD.                        zbnkglye
034500     MOVE WS-CONTROL-GL-ACCOUNT TO GB-REC-GL-ACCOUNT.             zbnkglye
034600     PERFORM GLBL-READ.                                           zbnkglye
034700     IF WS-GLBL-FOUND IS EQUAL TO 'N'                             zbnkglye
034800        OR NOT GB-REC-PERIOD-CLOSED                               zbnkglye
034900        MOVE SPACES TO WS-CONSOLE-MESSAGE                         zbnkglye
035000        STRING 'Period ' DELIMITED BY SIZE                        zbnkglye
035100               WS-WORK-PERIOD DELIMITED BY SIZE                   zbnkglye
035200               ' not closed - year-end refused' DELIMITED BY SIZE zbnkglye
035300          INTO WS-CONSOLE-MESSAGE                                 zbnkglye
035400        MOVE 'Y' TO WS-REFUSED                                    zbnkglye
035500     END-IF.                                                      zbnkglye
035600                                                                  zbnkglye
035700******************************************************************zbnkglye
035800* FIND-RETAINED-EARNINGS                                         *zbnkglye
035900* Browse the chart for the account flagged as retained earnings  *zbnkglye
036000* - there must be exactly one.                                   *zbnkglye
036100******************************************************************zbnkglye
036200 FIND-RETAINED-EARNINGS.                                          zbnkglye
036300     MOVE LOW-VALUES TO CA-REC-GL-ACCOUNT.                        zbnkglye
036400     START GLCOA-FILE KEY IS NOT LESS THAN CA-REC-GL-ACCOUNT.     zbnkglye
036500     IF WS-GLCOA-STATUS NOT = '00'                                zbnkglye
036600        MOVE 'YES' TO WS-END-OF-GLCOA                             zbnkglye
036700     END-IF.                                                      zbnkglye
036800     PERFORM CHECK-ONE-CHART-ACCOUNT                              zbnkglye
036900         UNTIL WS-END-OF-GLCOA = 'YES'.                           zbnkglye
037000 FIND-RETAINED-EARNINGS-EXIT.                                     zbnkglye
037100     EXIT.                                                        zbnkglye
037200                                                                  zbnkglye
037300 CHECK-ONE-CHART-ACCOUNT.                                         zbnkglye
037400     READ GLCOA-FILE NEXT RECORD.                                 zbnkglye
037500     IF WS-GLCOA-STATUS NOT = '00'                                zbnkglye
037600        MOVE 'YES' TO WS-END-OF-GLCOA                             zbnkglye
037700     ELSE                                                         zbnkglye
037800        IF CA-REC-RETAINED-EARNINGS                               zbnkglye
037900           ADD 1 TO WS-RETAINED-COUNT                             zbnkglye
038000           MOVE CA-REC-GL-ACCOUNT TO WS-RETAINED-GL-ACCOUNT       zbnkglye
038100        END-IF                                                    zbnkglye
038200     END-IF.                                                      zbnkglye
038300                                                                  zbnkglye
038400******************************************************************zbnkglye
038500* GATHER-YEAR-RESULT                                             *zbnkglye
038600* One keyed browse of December. Each account is looked up on the *zbnkglye
038700* chart; the income-statement accounts with a closing balance go *zbnkglye
038800* into the close table and their sum is the year's net result    *zbnkglye
038900* (debit positive - a loss). An account the chart does not know  *zbnkglye
039000* cannot be classified, so it stops the close.                   *zbnkglye
039100******************************************************************zbnkglye
039200 GATHER-YEAR-RESULT.                                              zbnkglye
039300     MOVE WS-CLOSE-YEAR TO WS-WORK-CCYY.                          zbnkglye
039400     MOVE 12 TO WS-WORK-MM.                                       zbnkglye
039500     MOVE WS-WORK-PERIOD TO GB-REC-PERIOD.                        zbnkglye
039600     MOVE LOW-VALUES TO GB-REC-GL-ACCOUNT.                        zbnkglye
039700     START GLBL-FILE KEY IS NOT LESS THAN GB-REC-KEY.             zbnkglye
039800     IF WS-GLBL-STATUS NOT = '00'                                 zbnkglye
039900        MOVE 'YES' TO WS-END-OF-GLBL                              zbnkglye
040000     END-IF.                                                      zbnkglye
040100     PERFORM GATHER-ONE-ACCOUNT                                   zbnkglye
040200         THRU GATHER-ONE-ACCOUNT-EXIT                             zbnkglye
040300             UNTIL WS-END-OF-GLBL = 'YES'.                        zbnkglye
040400 GATHER-YEAR-RESULT-EXIT.                                         zbnkglye
040500     EXIT.                                                        zbnkglye
040600                                                                  zbnkglye
040700 GATHER-ONE-ACCOUNT.                                              zbnkglye
040800     READ GLBL-FILE NEXT RECORD.                                  zbnkglye
040900     IF WS-GLBL-STATUS NOT = '00'                                 zbnkglye
041000        MOVE 'YES' TO WS-END-OF-GLBL                              zbnkglye
041100        GO TO GATHER-ONE-ACCOUNT-EXIT                             zbnkglye
041200     END-IF.                                                      zbnkglye
041300     IF GB-REC-PERIOD NOT = WS-WORK-PERIOD                        zbnkglye
041400        MOVE 'YES' TO WS-END-OF-GLBL                              zbnkglye
041500        GO TO GATHER-ONE-ACCOUNT-EXIT                             zbnkglye
041600     END-IF.                                                      zbnkglye
041700     IF GB-REC-GL-ACCOUNT = WS-CONTROL-GL-ACCOUNT                 zbnkglye
041800        GO TO GATHER-ONE-ACCOUNT-EXIT                             zbnkglye
041900     END-IF.                                                      zbnkglye
042000     MOVE GB-REC-GL-ACCOUNT TO CA-REC-GL-ACCOUNT.                 zbnkglye
042100     PERFORM GLCOA-READ.                                          zbnkglye
042200     IF WS-GLCOA-FOUND IS EQUAL TO 'N'                            zbnkglye
042300        ADD 1 TO WS-ACCOUNTS-UNMAPPED                             zbnkglye
042400        MOVE SPACES TO WS-CONSOLE-MESSAGE                         zbnkglye
042500        STRING 'GL account ' DELIMITED BY SIZE                    zbnkglye
042600               GB-REC-GL-ACCOUNT DELIMITED BY SIZE                zbnkglye
042700               ' is not on BNKGLCOA' DELIMITED BY SIZE            zbnkglye
042800          INTO WS-CONSOLE-MESSAGE                                 zbnkglye
042900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkglye
043000        GO TO GATHER-ONE-ACCOUNT-EXIT                             zbnkglye
043100     END-IF.                                                      zbnkglye
043200     IF NOT CA-REC-INCOME-STATEMENT                               zbnkglye
043300        GO TO GATHER-ONE-ACCOUNT-EXIT                             zbnkglye
043400     END-IF.                                                      zbnkglye
043500     COMPUTE WS-CLOSING-BALANCE =                                 zbnkglye
043600         GB-REC-BROUGHT-FORWARD                                   zbnkglye
043700         + GB-REC-DEBITS - GB-REC-CREDITS.                        zbnkglye
043800     IF WS-CLOSING-BALANCE IS EQUAL TO ZERO                       zbnkglye
043900        GO TO GATHER-ONE-ACCOUNT-EXIT                             zbnkglye
044000     END-IF.                                                      zbnkglye
044100     IF WS-CLOSE-COUNT IS EQUAL TO 200                            zbnkglye
044200        MOVE 'Close table full - cannot close safely'             zbnkglye
044300          TO WS-CONSOLE-MESSAGE                                   zbnkglye
044400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkglye
044500        PERFORM ABORT-PROGRAM                                     zbnkglye
044600     END-IF.                                                      zbnkglye
044700     ADD 1 TO WS-CLOSE-COUNT.                                     zbnkglye
044800     MOVE GB-REC-GL-ACCOUNT                                       zbnkglye
044900       TO WS-CLOSE-GL-ACCOUNT (WS-CLOSE-COUNT).                   zbnkglye
045000     MOVE WS-CLOSING-BALANCE TO WS-CLOSE-BALANCE (WS-CLOSE-COUNT).zbnkglye
045100     ADD WS-CLOSING-BALANCE TO WS-YEAR-NET.                       zbnkglye
045200     IF CA-REC-INCOME                                             zbnkglye
045300        SUBTRACT WS-CLOSING-BALANCE FROM WS-YEAR-INCOME           zbnkglye
045400     ELSE                                                         zbnkglye
045500        ADD WS-CLOSING-BALANCE TO WS-YEAR-EXPENSES                zbnkglye
045600     END-IF.                                                      zbnkglye
045700 GATHER-ONE-ACCOUNT-EXIT.                                         zbnkglye
045800     EXIT.                                                        zbnkglye
045900                                                                  zbnkglye
046000******************************************************************zbnkglye
046100* WRITE-CLOSING-ENTRY                                            *zbnkglye
046200* Reverse one account's year balance - a debit balance is        *zbnkglye
046300* credited away, a credit balance debited away.                  *zbnkglye
046400******************************************************************zbnkglye
046500 WRITE-CLOSING-ENTRY.                                             zbnkglye
046600     MOVE WS-CLOSE-GL-ACCOUNT (WS-CLOSE-SUB) TO CA-REC-GL-ACCOUNT.zbnkglye
046700     PERFORM GLCOA-READ.                                          zbnkglye
046800     MOVE SPACES TO YECLJRN-REC.                                  zbnkglye
046900     MOVE WS-CLOSE-GL-ACCOUNT (WS-CLOSE-SUB) TO YCJ-GL-ACCOUNT.   zbnkglye
047000     MOVE SPACES TO WS-DETAIL-LINE.                               zbnkglye
047100     MOVE WS-CLOSE-GL-ACCOUNT (WS-CLOSE-SUB) TO WS-DET-GL-ACCOUNT.zbnkglye
047200     MOVE CA-REC-ACCOUNT-NAME TO WS-DET-NAME.                     zbnkglye
047300     IF WS-CLOSE-BALANCE (WS-CLOSE-SUB) IS GREATER THAN ZERO      zbnkglye
047400        MOVE 'CR' TO YCJ-DRCR                                     zbnkglye
047500        MOVE WS-CLOSE-BALANCE (WS-CLOSE-SUB) TO YCJ-AMOUNT        zbnkglye
047600        ADD WS-CLOSE-BALANCE (WS-CLOSE-SUB) TO WS-JOURNAL-CREDITS zbnkglye
047700        MOVE WS-CLOSE-BALANCE (WS-CLOSE-SUB) TO WS-DET-CREDIT     zbnkglye
047800     ELSE                                                         zbnkglye
047900        MOVE 'DR' TO YCJ-DRCR                                     zbnkglye
048000        COMPUTE YCJ-AMOUNT =                                      zbnkglye
048100            ZERO - WS-CLOSE-BALANCE (WS-CLOSE-SUB)                zbnkglye
048200        SUBTRACT WS-CLOSE-BALANCE (WS-CLOSE-SUB)                  zbnkglye
048300          FROM WS-JOURNAL-DEBITS                                  zbnkglye
048400        COMPUTE WS-DET-DEBIT =                                    zbnkglye
048500            ZERO - WS-CLOSE-BALANCE (WS-CLOSE-SUB)                zbnkglye
048600     END-IF.                                                      zbnkglye
048700     MOVE 'YEC' TO YCJ-TXN-TYPE.                                  zbnkglye
048800     MOVE 'Year-end close     ' TO YCJ-DESC.                      zbnkglye
048900     MOVE WS-CLOSE-DATE TO YCJ-POSTING-DATE.                      zbnkglye
049000     PERFORM YECLJRN-PUT.                                         zbnkglye
049100     MOVE WS-DETAIL-LINE TO PRINTOUT-REC.                         zbnkglye
049200     PERFORM PRINTOUT-PUT.                                        zbnkglye
049300     ADD 1 TO WS-ACCOUNTS-CLOSED.                                 zbnkglye
049400                                                                  zbnkglye
049500******************************************************************zbnkglye
049600* WRITE-RETAINED-ENTRY                                           *zbnkglye
049700* The balancing entry - a profit is credited to retained         *zbnkglye
049800* earnings, a loss debited.                                      *zbnkglye
049900******************************************************************zbnkglye
050000 WRITE-RETAINED-ENTRY.                                            zbnkglye
050100     IF WS-YEAR-NET IS EQUAL TO ZERO                              zbnkglye
050200        GO TO WRITE-RETAINED-ENTRY-EXIT                           zbnkglye
050300     END-IF.                                                      zbnkglye
050400     MOVE WS-RETAINED-GL-ACCOUNT TO CA-REC-GL-ACCOUNT.            zbnkglye
050500     PERFORM GLCOA-READ.                                          zbnkglye
050600     MOVE SPACES TO YECLJRN-REC.                                  zbnkglye
050700     MOVE WS-RETAINED-GL-ACCOUNT TO YCJ-GL-ACCOUNT.               zbnkglye
050800     MOVE SPACES TO WS-DETAIL-LINE.                               zbnkglye
050900     MOVE WS-RETAINED-GL-ACCOUNT TO WS-DET-GL-ACCOUNT.            zbnkglye
051000     MOVE CA-REC-ACCOUNT-NAME TO WS-DET-NAME.                     zbnkglye
051100     IF WS-YEAR-NET IS GREATER THAN ZERO                          zbnkglye
051200        MOVE 'DR' TO YCJ-DRCR                                     zbnkglye
051300        MOVE WS-YEAR-NET TO YCJ-AMOUNT                            zbnkglye
051400        ADD WS-YEAR-NET TO WS-JOURNAL-DEBITS                      zbnkglye
051500        MOVE WS-YEAR-NET TO WS-DET-DEBIT                          zbnkglye
051600     ELSE                                                         zbnkglye
051700        MOVE 'CR' TO YCJ-DRCR                                     zbnkglye
051800        COMPUTE YCJ-AMOUNT = ZERO - WS-YEAR-NET                   zbnkglye
051900        SUBTRACT WS-YEAR-NET FROM WS-JOURNAL-CREDITS              zbnkglye
052000        COMPUTE WS-DET-CREDIT = ZERO - WS-YEAR-NET                zbnkglye
052100     END-IF.                                                      zbnkglye
052200     MOVE 'YEC' TO YCJ-TXN-TYPE.                                  zbnkglye
052300     MOVE 'Retained earnings   ' TO YCJ-DESC.                     zbnkglye
052400     MOVE WS-CLOSE-DATE TO YCJ-POSTING-DATE.                      zbnkglye
052500     PERFORM YECLJRN-PUT.                                         zbnkglye
052600     MOVE WS-DETAIL-LINE TO PRINTOUT-REC.                         zbnkglye
052700     PERFORM PRINTOUT-PUT.                                        zbnkglye
052800 WRITE-RETAINED-ENTRY-EXIT.                                       zbnkglye
052900     EXIT.                                                        zbnkglye
053000                                                                  zbnkglye
053100******************************************************************zbnkglye
053200* APPLY-TO-PERIOD                                                *zbnkglye
053300* ZBNKGLCL has already carried the December balances into the    *zbnkglye
053400* new year, and into any later period it has closed since. In    *zbnkglye
053500* each such period the closed accounts lose their year balance   *zbnkglye
053600* from brought-forward and retained earnings gains the net. The  *zbnkglye
053700* run stops at the first period with no control record.          *zbnkglye
053800******************************************************************zbnkglye
053900 APPLY-TO-PERIOD.                                                 zbnkglye
054000     MOVE WS-APPLY-PERIOD TO GB-REC-PERIOD.                       zbnkglye
054100     MOVE WS-CONTROL-GL-ACCOUNT TO GB-REC-GL-ACCOUNT.             zbnkglye
054200     PERFORM GLBL-READ.                                           zbnkglye
054300     IF WS-GLBL-FOUND IS EQUAL TO 'N'                             zbnkglye
054400        MOVE 'YES' TO WS-END-OF-PERIODS                           zbnkglye
054500        GO TO APPLY-TO-PERIOD-EXIT                                zbnkglye
054600     END-IF.                                                      zbnkglye
054700     PERFORM APPLY-ONE-ACCOUNT                                    zbnkglye
054800         VARYING WS-CLOSE-SUB FROM 1 BY 1                         zbnkglye
054900           UNTIL WS-CLOSE-SUB IS GREATER THAN WS-CLOSE-COUNT.     zbnkglye
055000     IF WS-YEAR-NET IS NOT EQUAL TO ZERO                          zbnkglye
055100        MOVE WS-APPLY-PERIOD TO GB-REC-PERIOD                     zbnkglye
055200        MOVE WS-RETAINED-GL-ACCOUNT TO GB-REC-GL-ACCOUNT          zbnkglye
055300        PERFORM GLBL-READ                                         zbnkglye
055400        IF WS-GLBL-FOUND IS EQUAL TO 'N'                          zbnkglye
055500           MOVE SPACES TO GLBL-FILE-REC                           zbnkglye
055600           MOVE WS-APPLY-PERIOD TO GB-REC-PERIOD                  zbnkglye
055700           MOVE WS-RETAINED-GL-ACCOUNT TO GB-REC-GL-ACCOUNT       zbnkglye
055800           MOVE ZERO TO GB-REC-DEBITS                             zbnkglye
055900           MOVE ZERO TO GB-REC-CREDITS                            zbnkglye
056000           MOVE WS-YEAR-NET TO GB-REC-BROUGHT-FORWARD             zbnkglye
056100           SET GB-REC-PERIOD-OPEN TO TRUE                         zbnkglye
056200           PERFORM GLBL-WRITE                                     zbnkglye
056300        ELSE                                                      zbnkglye
056400           ADD WS-YEAR-NET TO GB-REC-BROUGHT-FORWARD              zbnkglye
056500           PERFORM GLBL-REWRITE                                   zbnkglye
056600        END-IF                                                    zbnkglye
056700     END-IF.                                                      zbnkglye
056800     ADD 1 TO WS-PERIODS-RESTATED.                                zbnkglye
056900     PERFORM NEXT-APPLY-PERIOD.                                   zbnkglye
057000 APPLY-TO-PERIOD-EXIT.                                            zbnkglye
057100     EXIT.                                                        zbnkglye
057200                                                                  zbnkglye
057300 APPLY-ONE-ACCOUNT.                                               zbnkglye
057400     MOVE WS-APPLY-PERIOD TO GB-REC-PERIOD.                       zbnkglye
057500     MOVE WS-CLOSE-GL-ACCOUNT (WS-CLOSE-SUB) TO GB-REC-GL-ACCOUNT.zbnkglye
057600     PERFORM GLBL-READ.                                           zbnkglye
057700     IF WS-GLBL-FOUND IS EQUAL TO 'Y'                             zbnkglye
057800        SUBTRACT WS-CLOSE-BALANCE (WS-CLOSE-SUB)                  zbnkglye
057900          FROM GB-REC-BROUGHT-FORWARD                             zbnkglye
058000        PERFORM GLBL-REWRITE                                      zbnkglye
058100     END-IF.                                                      zbnkglye
058200                                                                  zbnkglye
058300 NEXT-APPLY-PERIOD.                                               zbnkglye
058400     IF WS-APPLY-MM IS EQUAL TO 12                                zbnkglye
058500        MOVE 1 TO WS-APPLY-MM                                     zbnkglye
058600        ADD 1 TO WS-APPLY-CCYY                                    zbnkglye
058700     ELSE                                                         zbnkglye
058800        ADD 1 TO WS-APPLY-MM                                      zbnkglye
058900     END-IF.                                                      zbnkglye
059000                                                                  zbnkglye
059100******************************************************************zbnkglye
059200* MARK-YEAR-CLOSED                                               *zbnkglye
059300* Flag the December control record so the close cannot be run    *zbnkglye
059400* twice for the same year.                                       *zbnkglye
059500******************************************************************zbnkglye
059600 MARK-YEAR-CLOSED.                                                zbnkglye
059700     MOVE WS-CLOSE-YEAR TO WS-WORK-CCYY.                          zbnkglye
059800     MOVE 12 TO WS-WORK-MM.                                       zbnkglye
059900     MOVE WS-WORK-PERIOD TO GB-REC-PERIOD.                        zbnkglye
060000     MOVE WS-CONTROL-GL-ACCOUNT TO GB-REC-GL-ACCOUNT.             zbnkglye
060100     PERFORM GLBL-READ.                                           zbnkglye
060200     SET GB-REC-YEAR-CLOSED TO TRUE.                              zbnkglye
060300     PERFORM GLBL-REWRITE.                                        zbnkglye
060400                                                                  zbnkglye
060500******************************************************************zbnkglye
060600* REFUSE-YEAR-END                                                *zbnkglye
060700* The year cannot be closed - say why and stop with nothing      *zbnkglye
060800* changed.                                                       *zbnkglye
060900******************************************************************zbnkglye
061000 REFUSE-YEAR-END.                                                 zbnkglye
061100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkglye
061200     MOVE 'Year-end close refused' TO WS-CONSOLE-MESSAGE.         zbnkglye
061300     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkglye
061400     PERFORM GLCOA-CLOSE.                                         zbnkglye
061500     PERFORM GLBL-CLOSE.                                          zbnkglye
061600     MOVE 8 TO RETURN-CODE.                                       zbnkglye
061700     PERFORM RUN-CONTROL-END.                                     zbnkglye
061800     GOBACK.                                                      zbnkglye
061900                                                                  zbnkglye
062000******************************************************************zbnkglye
062100* WRITE-REPORT-HEADING                                           *zbnkglye
062200* Writes the report title and column heading lines.              *zbnkglye
062300******************************************************************zbnkglye
062400 WRITE-REPORT-HEADING.                                            zbnkglye
062500     MOVE SPACES TO WS-REPORT-LINE.                               zbnkglye
062600     STRING 'Year-end closing journal for '                       zbnkglye
062700                                      DELIMITED BY SIZE           zbnkglye
062800            WS-CLOSE-YEAR             DELIMITED BY SIZE           zbnkglye
062900            ' - run date '            DELIMITED BY SIZE           zbnkglye
063000            WS-RUN-DATE-DISPLAY       DELIMITED BY SIZE           zbnkglye
063100       INTO WS-REPORT-LINE.                                       zbnkglye
063200     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkglye
063300     PERFORM PRINTOUT-PUT.                                        zbnkglye
063400     MOVE SPACES TO PRINTOUT-REC.                                 zbnkglye
063500     PERFORM PRINTOUT-PUT.                                        zbnkglye
063600     MOVE SPACES TO WS-REPORT-LINE.                               zbnkglye
063700     MOVE 'GL acct   Account name' TO WS-REPORT-LINE (1:22).      zbnkglye
063800     MOVE 'Debit' TO WS-REPORT-LINE (53:5).                       zbnkglye
063900     MOVE 'Credit' TO WS-REPORT-LINE (69:6).                      zbnkglye
064000     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkglye
064100     PERFORM PRINTOUT-PUT.                                        zbnkglye
064200                                                                  zbnkglye
064300******************************************************************zbnkglye
064400* WRITE-REPORT-TOTALS                                            *zbnkglye
064500* Journal totals and the year's result.                          *zbnkglye
064600******************************************************************zbnkglye
064700 WRITE-REPORT-TOTALS.                                             zbnkglye
064800     MOVE SPACES TO PRINTOUT-REC.                                 zbnkglye
064900     PERFORM PRINTOUT-PUT.                                        zbnkglye
065000     MOVE WS-JOURNAL-DEBITS TO WS-AMT-D.                          zbnkglye
065100     MOVE SPACES TO WS-REPORT-LINE.                               zbnkglye
065200     STRING 'Journal debits:    ' DELIMITED BY SIZE               zbnkglye
065300            WS-AMT-D              DELIMITED BY SIZE               zbnkglye
065400       INTO WS-REPORT-LINE.                                       zbnkglye
065500     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkglye
065600     PERFORM PRINTOUT-PUT.                                        zbnkglye
065700     MOVE WS-JOURNAL-CREDITS TO WS-AMT-D.                         zbnkglye
065800     MOVE SPACES TO WS-REPORT-LINE.                               zbnkglye
065900     STRING 'Journal credits:   ' DELIMITED BY SIZE               zbnkglye
066000            WS-AMT-D              DELIMITED BY SIZE               zbnkglye
066100       INTO WS-REPORT-LINE.                                       zbnkglye
066200     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkglye
066300     PERFORM PRINTOUT-PUT.                                        zbnkglye
066400     MOVE SPACES TO PRINTOUT-REC.                                 zbnkglye
066500     PERFORM PRINTOUT-PUT.                                        zbnkglye
066600     MOVE WS-YEAR-INCOME TO WS-AMT-D.                             zbnkglye
066700     MOVE SPACES TO WS-REPORT-LINE.                               zbnkglye
066800     STRING 'Income for year:   ' DELIMITED BY SIZE               zbnkglye
066900            WS-AMT-D              DELIMITED BY SIZE               zbnkglye
067000       INTO WS-REPORT-LINE.                                       zbnkglye
067100     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkglye
067200     PERFORM PRINTOUT-PUT.                                        zbnkglye
067300     MOVE WS-YEAR-EXPENSES TO WS-AMT-D.                           zbnkglye
067400     MOVE SPACES TO WS-REPORT-LINE.                               zbnkglye
067500     STRING 'Expenses for year: ' DELIMITED BY SIZE               zbnkglye
067600            WS-AMT-D              DELIMITED BY SIZE               zbnkglye
067700       INTO WS-REPORT-LINE.                                       zbnkglye
067800     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkglye
067900     PERFORM PRINTOUT-PUT.                                        zbnkglye
068000     COMPUTE WS-AMT-D = ZERO - WS-YEAR-NET.                       zbnkglye
068100     MOVE SPACES TO WS-REPORT-LINE.                               zbnkglye
068200     STRING 'Net profit (loss): ' DELIMITED BY SIZE               zbnkglye
068300            WS-AMT-D              DELIMITED BY SIZE               zbnkglye
068400            '  to retained earnings account ' DELIMITED BY SIZE   zbnkglye
068500            WS-RETAINED-GL-ACCOUNT DELIMITED BY SIZE              zbnkglye
068600       INTO WS-REPORT-LINE.                                       zbnkglye
068700     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkglye
068800     PERFORM PRINTOUT-PUT.                                        zbnkglye
068900                                                                  zbnkglye
069000******************************************************************zbnkglye
069100* Keyed access to the balance file and the chart of accounts.    *zbnkglye
069200******************************************************************zbnkglye
069300 GLBL-READ.                                                       zbnkglye
069400     READ GLBL-FILE                                               zbnkglye
069500         KEY IS GB-REC-KEY                                        zbnkglye
069600     END-READ.                                                    zbnkglye
069700     IF WS-GLBL-STATUS = '00'                                     zbnkglye
069800        MOVE 'Y' TO WS-GLBL-FOUND                                 zbnkglye
069900     ELSE                                                         zbnkglye
070000        IF WS-GLBL-STATUS = '23'                                  zbnkglye
070100           MOVE 'N' TO WS-GLBL-FOUND                              zbnkglye
070200        ELSE                                                      zbnkglye
070300           MOVE 'GLBL Error reading file ...'                     zbnkglye
070400             TO WS-CONSOLE-MESSAGE                                zbnkglye
070500           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkglye
070600           MOVE WS-GLBL-STATUS TO WS-IO-STATUS                    zbnkglye
070700           PERFORM DISPLAY-IO-STATUS                              zbnkglye
070800           PERFORM ABORT-PROGRAM                                  zbnkglye
070900        END-IF                                                    zbnkglye
071000     END-IF.                                                      zbnkglye
071100                                                                  zbnkglye
071200 GLBL-WRITE.                                                      zbnkglye
071300     WRITE GLBL-FILE-REC.                                         zbnkglye
071400     IF WS-GLBL-STATUS NOT = '00'                                 zbnkglye
071500        MOVE 'GLBL Error writing file ...' TO WS-CONSOLE-MESSAGE  zbnkglye
071600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkglye
071700        MOVE WS-GLBL-STATUS TO WS-IO-STATUS                       zbnkglye
071800        PERFORM DISPLAY-IO-STATUS                                 zbnkglye
071900        PERFORM ABORT-PROGRAM                                     zbnkglye
072000     END-IF.                                                      zbnkglye
072100                                                                  zbnkglye
072200 GLBL-REWRITE.                                                    zbnkglye
072300     REWRITE GLBL-FILE-REC.                                       zbnkglye
072400     IF WS-GLBL-STATUS NOT = '00'                                 zbnkglye
072500        MOVE 'GLBL Error rewriting file ...'                      zbnkglye
072600          TO WS-CONSOLE-MESSAGE                                   zbnkglye
072700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkglye
072800        MOVE WS-GLBL-STATUS TO WS-IO-STATUS                       zbnkglye
072900        PERFORM DISPLAY-IO-STATUS                                 zbnkglye
073000        PERFORM ABORT-PROGRAM                                     zbnkglye
073100     END-IF.                                                      zbnkglye
073200                                                                  zbnkglye
073300 GLCOA-READ.                                                      zbnkglye
073400     READ GLCOA-FILE                                              zbnkglye
073500         KEY IS CA-REC-GL-ACCOUNT                                 zbnkglye
073600     END-READ.                                                    zbnkglye
073700     IF WS-GLCOA-STATUS = '00'                                    zbnkglye
073800        MOVE 'Y' TO WS-GLCOA-FOUND                                zbnkglye
073900     ELSE                                                         zbnkglye
074000        IF WS-GLCOA-STATUS = '23'                                 zbnkglye
074100           MOVE 'N' TO WS-GLCOA-FOUND                             zbnkglye
074200           MOVE SPACES TO CA-REC-ACCOUNT-NAME                     zbnkglye
074300        ELSE                                                      zbnkglye
074400           MOVE 'GLCOA Error reading file ...'                    zbnkglye
074500             TO WS-CONSOLE-MESSAGE                                zbnkglye
074600           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkglye
074700           MOVE WS-GLCOA-STATUS TO WS-IO-STATUS                   zbnkglye
074800           PERFORM DISPLAY-IO-STATUS                              zbnkglye
074900           PERFORM ABORT-PROGRAM                                  zbnkglye
075000        END-IF                                                    zbnkglye
075100     END-IF.                                                      zbnkglye
075200                                                                  zbnkglye
075300******************************************************************zbnkglye
075400* Open and close the GLBL file.                                  *zbnkglye
075500******************************************************************zbnkglye
075600 GLBL-OPEN.                                                       zbnkglye
075700     OPEN I-O GLBL-FILE.                                          zbnkglye
075800     IF WS-GLBL-STATUS = '00'                                     zbnkglye
075900        MOVE 'GLBL file opened OK' TO WS-CONSOLE-MESSAGE          zbnkglye
076000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkglye
076100     ELSE                                                         zbnkglye
076200        MOVE 'GLBL file open failure...' TO WS-CONSOLE-MESSAGE    zbnkglye
076300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkglye
076400        MOVE WS-GLBL-STATUS TO WS-IO-STATUS                       zbnkglye
076500        PERFORM DISPLAY-IO-STATUS                                 zbnkglye
076600        PERFORM ABORT-PROGRAM                                     zbnkglye
076700     END-IF.                                                      zbnkglye
076800                                                                  zbnkglye
076900 GLBL-CLOSE.                                                      zbnkglye
077000     CLOSE GLBL-FILE.                                             zbnkglye
077100     IF WS-GLBL-STATUS = '00'                                     zbnkglye
077200        MOVE 'GLBL file closed OK' TO WS-CONSOLE-MESSAGE          zbnkglye
077300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkglye
077400     ELSE                                                         zbnkglye
077500        MOVE 'GLBL file close failure...' TO WS-CONSOLE-MESSAGE   zbnkglye
077600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkglye
077700        MOVE WS-GLBL-STATUS TO WS-IO-STATUS                       zbnkglye
077800        PERFORM DISPLAY-IO-STATUS                                 zbnkglye
077900        PERFORM ABORT-PROGRAM                                     zbnkglye
078000     END-IF.                                                      zbnkglye
078100                                                                  zbnkglye
078200******************************************************************zbnkglye
078300* Open and close the GLCOA chart of accounts.                    *zbnkglye
078400******************************************************************zbnkglye
078500 GLCOA-OPEN.                                                      zbnkglye
078600     OPEN INPUT GLCOA-FILE.                                       zbnkglye
078700     IF WS-GLCOA-STATUS = '00'                                    zbnkglye
078800        MOVE 'GLCOA file opened OK' TO WS-CONSOLE-MESSAGE         zbnkglye
078900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkglye
079000     ELSE                                                         zbnkglye
079100        MOVE 'GLCOA file open failure...' TO WS-CONSOLE-MESSAGE   zbnkglye
079200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkglye
079300        MOVE WS-GLCOA-STATUS TO WS-IO-STATUS                      zbnkglye
079400        PERFORM DISPLAY-IO-STATUS                                 zbnkglye
079500        PERFORM ABORT-PROGRAM                                     zbnkglye
079600     END-IF.                                                      zbnkglye
079700                                                                  zbnkglye
079800 GLCOA-CLOSE.                                                     zbnkglye
079900     CLOSE GLCOA-FILE.                                            zbnkglye
080000     IF WS-GLCOA-STATUS = '00'                                    zbnkglye
080100        MOVE 'GLCOA file closed OK' TO WS-CONSOLE-MESSAGE         zbnkglye
080200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkglye
080300     ELSE                                                         zbnkglye
080400        MOVE 'GLCOA file close failure...' TO WS-CONSOLE-MESSAGE  zbnkglye
080500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkglye
080600        MOVE WS-GLCOA-STATUS TO WS-IO-STATUS                      zbnkglye
080700        PERFORM DISPLAY-IO-STATUS                                 zbnkglye
080800        PERFORM ABORT-PROGRAM                                     zbnkglye
080900     END-IF.                                                      zbnkglye
081000                                                                  zbnkglye
081100******************************************************************zbnkglye
081200* Open, write to and close the YECLJRN closing journal.          *zbnkglye
081300******************************************************************zbnkglye
081400 YECLJRN-OPEN.                                                    zbnkglye
081500     OPEN OUTPUT YECLJRN-FILE.                                    zbnkglye
081600     IF WS-YECLJRN-STATUS = '00'                                  zbnkglye
081700        MOVE 'YECLJRN file opened OK' TO WS-CONSOLE-MESSAGE       zbnkglye
081800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkglye
081900     ELSE                                                         zbnkglye
082000        MOVE 'YECLJRN file open failure...' TO WS-CONSOLE-MESSAGE zbnkglye
082100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkglye
082200        MOVE WS-YECLJRN-STATUS TO WS-IO-STATUS                    zbnkglye
082300        PERFORM DISPLAY-IO-STATUS                                 zbnkglye
082400        PERFORM ABORT-PROGRAM                                     zbnkglye
082500     END-IF.                                                      zbnkglye
082600                                                                  zbnkglye
082700 YECLJRN-PUT.                                                     zbnkglye
082800     WRITE YECLJRN-REC.                                           zbnkglye
082900     IF WS-YECLJRN-STATUS NOT = '00'                              zbnkglye
083000        MOVE 'YECLJRN Error writing file ...'                     zbnkglye
083100          TO WS-CONSOLE-MESSAGE                                   zbnkglye
083200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkglye
083300        MOVE WS-YECLJRN-STATUS TO WS-IO-STATUS                    zbnkglye
083400        PERFORM DISPLAY-IO-STATUS                                 zbnkglye
083500        PERFORM ABORT-PROGRAM                                     zbnkglye
083600     END-IF.                                                      zbnkglye
083700                                                                  zbnkglye
083800 YECLJRN-CLOSE.                                                   zbnkglye
083900     CLOSE YECLJRN-FILE.                                          zbnkglye
084000     IF WS-YECLJRN-STATUS = '00'                                  zbnkglye
084100        MOVE 'YECLJRN file closed OK' TO WS-CONSOLE-MESSAGE       zbnkglye
084200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkglye
084300     ELSE                                                         zbnkglye
084400        MOVE 'YECLJRN file close failure...'                      zbnkglye
084500          TO WS-CONSOLE-MESSAGE                                   zbnkglye
084600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkglye
084700        MOVE WS-YECLJRN-STATUS TO WS-IO-STATUS                    zbnkglye
084800        PERFORM DISPLAY-IO-STATUS                                 zbnkglye
084900        PERFORM ABORT-PROGRAM                                     zbnkglye
085000     END-IF.                                                      zbnkglye
085100                                                                  zbnkglye
085200******************************************************************zbnkglye
085300* Open, access and close the PRINTOUT file.                      *zbnkglye
085400******************************************************************zbnkglye
085500 PRINTOUT-OPEN.                                                   zbnkglye
085600     OPEN OUTPUT PRINTOUT-FILE.                                   zbnkglye
085700     IF WS-PRINTOUT-STATUS = '00'                                 zbnkglye
085800        MOVE 'PRINTOUT file opened OK' TO WS-CONSOLE-MESSAGE      zbnkglye
085900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkglye
086000     ELSE                                                         zbnkglye
086100        MOVE 'PRINTOUT file open failure...' TO WS-CONSOLE-MESSAGEzbnkglye
086200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkglye
086300        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkglye
086400        PERFORM DISPLAY-IO-STATUS                                 zbnkglye
086500        PERFORM ABORT-PROGRAM                                     zbnkglye
086600     END-IF.                                                      zbnkglye
086700                                                                  zbnkglye
086800 PRINTOUT-PUT.                                                    zbnkglye
086900     WRITE PRINTOUT-REC.                                          zbnkglye
087000     IF WS-PRINTOUT-STATUS NOT = '00'                             zbnkglye
087100        MOVE 'PRINTOUT Error writing file ...'                    zbnkglye
087200          TO WS-CONSOLE-MESSAGE                                   zbnkglye
087300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkglye
087400        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkglye
087500        PERFORM DISPLAY-IO-STATUS                                 zbnkglye
087600        PERFORM ABORT-PROGRAM                                     zbnkglye
087700     END-IF.                                                      zbnkglye
087800                                                                  zbnkglye
087900 PRINTOUT-CLOSE.                                                  zbnkglye
088000     CLOSE PRINTOUT-FILE.                                         zbnkglye
088100     IF WS-PRINTOUT-STATUS = '00'                                 zbnkglye
088200        MOVE 'PRINTOUT file closed OK' TO WS-CONSOLE-MESSAGE      zbnkglye
088300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkglye
088400     ELSE                                                         zbnkglye
088500        MOVE 'PRINTOUT file close failure...'                     zbnkglye
088600          TO WS-CONSOLE-MESSAGE                                   zbnkglye
088700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkglye
088800        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkglye
088900        PERFORM DISPLAY-IO-STATUS                                 zbnkglye
089000        PERFORM ABORT-PROGRAM                                     zbnkglye
089100     END-IF.                                                      zbnkglye
089200                                                                  zbnkglye
089300******************************************************************zbnkglye
089400* Write a short end-of-job summary to the JOBSUM file, in the    *zbnkglye
089500* same style as the other nightly jobs' summaries.               *zbnkglye
089600******************************************************************zbnkglye
089700 PRINT-JOB-SUMMARY.                                               zbnkglye
089800     PERFORM JOBSUM-OPEN.                                         zbnkglye
089900     MOVE SPACES TO JOBSUM-REC.                                   zbnkglye
090000     MOVE WS-ACCOUNTS-CLOSED TO WS-ACCOUNTS-D.                    zbnkglye
090100     STRING 'Income/expense accounts closed: ' DELIMITED BY SIZE  zbnkglye
090200            WS-ACCOUNTS-D DELIMITED BY SIZE                       zbnkglye
090300       INTO JOBSUM-REC.                                           zbnkglye
090400     PERFORM JOBSUM-PUT.                                          zbnkglye
090500     MOVE SPACES TO JOBSUM-REC.                                   zbnkglye
090600     MOVE WS-PERIODS-RESTATED TO WS-ACCOUNTS-D.                   zbnkglye
090700     STRING 'Periods brought forward restated: ' DELIMITED BY SIZEzbnkglye
090800            WS-ACCOUNTS-D DELIMITED BY SIZE                       zbnkglye
090900       INTO JOBSUM-REC.                                           zbnkglye
091000     PERFORM JOBSUM-PUT.                                          zbnkglye
091100     MOVE SPACES TO JOBSUM-REC.                                   zbnkglye
091200     COMPUTE WS-AMT-D = ZERO - WS-YEAR-NET.                       zbnkglye
091300     STRING 'Net profit (loss) to retained earnings: '            zbnkglye
091400                                      DELIMITED BY SIZE           zbnkglye
091500            WS-AMT-D DELIMITED BY SIZE                            zbnkglye
091600       INTO JOBSUM-REC.                                           zbnkglye
091700     PERFORM JOBSUM-PUT.                                          zbnkglye
091800     PERFORM JOBSUM-CLOSE.                                        zbnkglye
091900     MOVE 'Job summary written to JOBSUM'                         zbnkglye
092000       TO WS-CONSOLE-MESSAGE.                                     zbnkglye
092100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkglye
092200                                                                  zbnkglye
092300 JOBSUM-OPEN.                                                     zbnkglye
092400     OPEN OUTPUT JOBSUM-FILE.                                     zbnkglye
092500     IF WS-JOBSUM-STATUS = '00'                                   zbnkglye
092600        MOVE 'JOBSUM file opened OK' TO WS-CONSOLE-MESSAGE        zbnkglye
092700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkglye
092800     ELSE                                                         zbnkglye
092900        MOVE 'JOBSUM file open failure...' TO WS-CONSOLE-MESSAGE  zbnkglye
093000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkglye
093100        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkglye
093200        PERFORM DISPLAY-IO-STATUS                                 zbnkglye
093300        PERFORM ABORT-PROGRAM                                     zbnkglye
093400     END-IF.                                                      zbnkglye
093500                                                                  zbnkglye
093600 JOBSUM-PUT.                                                      zbnkglye
093700     WRITE JOBSUM-REC.                                            zbnkglye
093800     IF WS-JOBSUM-STATUS NOT = '00'                               zbnkglye
093900        MOVE 'JOBSUM Error writing file ...' TO WS-CONSOLE-MESSAGEzbnkglye
094000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkglye
094100        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkglye
094200        PERFORM DISPLAY-IO-STATUS                                 zbnkglye
094300        PERFORM ABORT-PROGRAM                                     zbnkglye
094400     END-IF.                                                      zbnkglye
094500                                                                  zbnkglye
094600 JOBSUM-CLOSE.                                                    zbnkglye
094700     CLOSE JOBSUM-FILE.                                           zbnkglye
094800     IF WS-JOBSUM-STATUS = '00'                                   zbnkglye
094900        MOVE 'JOBSUM file closed OK' TO WS-CONSOLE-MESSAGE        zbnkglye
095000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkglye
095100     ELSE                                                         zbnkglye
095200        MOVE 'JOBSUM file close failure...' TO WS-CONSOLE-MESSAGE zbnkglye
095300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkglye
095400        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkglye
095500        PERFORM DISPLAY-IO-STATUS                                 zbnkglye
095600        PERFORM ABORT-PROGRAM                                     zbnkglye
095700     END-IF.                                                      zbnkglye
095800                                                                  zbnkglye
095900******************************************************************zbnkglye
096000* Run-control hooks. The START call blocks this job when it has  *zbnkglye
096100* already completed for the business date or a prerequisite has  *zbnkglye
096200* not, and records the start on BNKRUNC; the END call records    *zbnkglye
096300* the end time and return code. See URUNCTL.CBL.                 *zbnkglye
096400******************************************************************zbnkglye
096500 RUN-CONTROL-START.                                               zbnkglye
096600     SET RUNCTL-START TO TRUE.                                    zbnkglye
096700     MOVE 'ZBNKGLYE' TO RUNCTL-JOB.                               zbnkglye
096800     MOVE ZERO TO RUNCTL-BUSDATE.                                 zbnkglye
096900     MOVE ZERO TO RUNCTL-RETURN-CODE.                             zbnkglye
097000     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkglye
097100     IF RUNCTL-BLOCKED                                            zbnkglye
097200        MOVE RUNCTL-REPLY-TEXT TO WS-CONSOLE-MESSAGE              zbnkglye
097300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkglye
097400        MOVE 'Run control blocked this run' TO WS-CONSOLE-MESSAGE zbnkglye
097500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkglye
097600        MOVE 8 TO RETURN-CODE                                     zbnkglye
097700        GOBACK                                                    zbnkglye
097800     END-IF.                                                      zbnkglye
097900 RUN-CONTROL-START-EXIT.                                          zbnkglye
098000     EXIT.                                                        zbnkglye
098100                                                                  zbnkglye
098200 RUN-CONTROL-END.                                                 zbnkglye
098300     SET RUNCTL-END TO TRUE.                                      zbnkglye
098400     MOVE RETURN-CODE TO RUNCTL-RETURN-CODE.                      zbnkglye
098500     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkglye
098600                                                                  zbnkglye
098700******************************************************************zbnkglye
098800* Display the file status bytes                                  *zbnkglye
098900******************************************************************zbnkglye
099000 DISPLAY-IO-STATUS.                                               zbnkglye
099100     IF WS-IO-STATUS NUMERIC                                      zbnkglye
099200        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkglye
099300        STRING 'File status -' DELIMITED BY SIZE                  zbnkglye
099400               WS-IO-STATUS DELIMITED BY SIZE                     zbnkglye
099500          INTO WS-CONSOLE-MESSAGE                                 zbnkglye
099600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkglye
099700     ELSE                                                         zbnkglye
099800        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     zbnkglye
099900        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    zbnkglye
100000        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkglye
100100        STRING 'File status -' DELIMITED BY SIZE                  zbnkglye
100200               WS-IO-STAT1 DELIMITED BY SIZE                      zbnkglye
100300               '/' DELIMITED BY SIZE                              zbnkglye
100400               WS-TWO-BYTES DELIMITED BY SIZE                     zbnkglye
100500          INTO WS-CONSOLE-MESSAGE                                 zbnkglye
100600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkglye
100700     END-IF.                                                      zbnkglye
100800                                                                  zbnkglye
100900******************************************************************zbnkglye
101000* 'ABORT' the program. Post a message and issue a goback         *zbnkglye
101100******************************************************************zbnkglye
101200 ABORT-PROGRAM.                                                   zbnkglye
101300     IF WS-CONSOLE-MESSAGE NOT = SPACES                           zbnkglye
101400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkglye
101500     END-IF.                                                      zbnkglye
101600     MOVE 'Program is abending...' TO WS-CONSOLE-MESSAGE.         zbnkglye
101700     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkglye
101800     MOVE 16 TO RETURN-CODE.                                      zbnkglye
101900     GOBACK.                                                      zbnkglye
102000                                                                  zbnkglye
102100******************************************************************zbnkglye
102200* Display CONSOLE messages...                                    *zbnkglye
102300******************************************************************zbnkglye
102400 DISPLAY-CONSOLE-MESSAGE.                                         zbnkglye
102500     DISPLAY 'ZBNKGLYE - ' WS-CONSOLE-MESSAGE                     zbnkglye
102600       UPON CONSOLE.                                              zbnkglye
102700     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       zbnkglye
