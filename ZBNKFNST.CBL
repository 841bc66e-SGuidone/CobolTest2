000100******************************************************************zbnkfnst
000200*                                                               * zbnkfnst
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   * zbnkfnst
000400*   This demonstration program is provided for use by users     * zbnkfnst
000500*   of Micro Focus products and may be used, modified and       * zbnkfnst
000600*   distributed as part of your application provided that       * zbnkfnst
000700*   you properly acknowledge the copyright of Micro Focus       * zbnkfnst
000800*   in this material.                                           * zbnkfnst
000900*                                                               * zbnkfnst
001000******************************************************************zbnkfnst
001100                                                                  zbnkfnst
001200******************************************************************zbnkfnst
001300* ZBNKFNST.CBL                                                   *zbnkfnst
001400* Function:    Monthly financial statements off the cumulative   *zbnkfnst
001500*              BNKGLBL balance file. Every GL account is placed  *zbnkfnst
001600*              on its financial-statement line through the       *zbnkfnst
001700*              BNKGLCOA chart of accounts and the lines print    *zbnkfnst
001800*              by class: a balance sheet at the period end with  *zbnkfnst
001900*              the previous period end beside it, and an income  *zbnkfnst
002000*              statement for the month and the year to date,     *zbnkfnst
002100*              compared with the previous month and the same     *zbnkfnst
002200*              months of last year. Income, liabilities and      *zbnkfnst
002300*              equity print credit positive. Profit not yet      *zbnkfnst
002400*              closed to retained earnings by ZBNKGLYE shows on  *zbnkfnst
002500*              the balance sheet as its own equity line. A GL    *zbnkfnst
002600*              account missing from the chart is listed and the  *zbnkfnst
002700*              run ends with return code 4. The exec parm names  *zbnkfnst
002800*              the CCYYMM period; no parm means last month.      *zbnkfnst
002900******************************************************************zbnkfnst
003000 IDENTIFICATION DIVISION.                                         zbnkfnst
003100 PROGRAM-ID.                                                      zbnkfnst
003200     ZBNKFNST.                                                    zbnkfnst
003300 DATE-WRITTEN.                                                    zbnkfnst
003400     October 2026.                                                zbnkfnst
003500 DATE-COMPILED.                                                   zbnkfnst
003600     Today.                                                       zbnkfnst
003700                                                                  zbnkfnst
003800 ENVIRONMENT DIVISION.                                            zbnkfnst
003900 INPUT-OUTPUT   SECTION.                                          zbnkfnst
004000   FILE-CONTROL.                                                  zbnkfnst
004100     SELECT GLBL-FILE                                             zbnkfnst
004200            ASSIGN       TO BNKGLBL                               zbnkfnst
004300            ORGANIZATION IS INDEXED                               zbnkfnst
004400            ACCESS MODE  IS DYNAMIC                               zbnkfnst
004500            RECORD KEY   IS GB-REC-KEY                            zbnkfnst
004600            FILE STATUS  IS WS-GLBL-STATUS.                       zbnkfnst
004700     SELECT GLCOA-FILE                                            zbnkfnst
004800            ASSIGN       TO BNKGLCOA                              zbnkfnst
004900            ORGANIZATION IS INDEXED                               zbnkfnst
005000            ACCESS MODE  IS DYNAMIC                               zbnkfnst
005100            RECORD KEY   IS CA-REC-GL-ACCOUNT                     zbnkfnst
005200            FILE STATUS  IS WS-GLCOA-STATUS.                      zbnkfnst
005300     SELECT PRINTOUT-FILE                                         zbnkfnst
005400            ASSIGN       TO PRINTOUT                              zbnkfnst
005500            ORGANIZATION IS SEQUENTIAL                            zbnkfnst
005600            ACCESS MODE  IS SEQUENTIAL                            zbnkfnst
005700            FILE STATUS  IS WS-PRINTOUT-STATUS.                   zbnkfnst
005800     SELECT JOBSUM-FILE                                           zbnkfnst
005900            ASSIGN       TO JOBSUM                                zbnkfnst
006000            ORGANIZATION IS SEQUENTIAL                            zbnkfnst
006100            ACCESS MODE  IS SEQUENTIAL                            zbnkfnst
006200            FILE STATUS  IS WS-JOBSUM-STATUS.                     zbnkfnst
006300                                                                  zbnkfnst
006400 DATA DIVISION.                                                   zbnkfnst
006500 FILE SECTION.                                                    zbnkfnst
006600                                                                  zbnkfnst
006700 FD  GLBL-FILE.                                                   zbnkfnst
006800 01  GLBL-FILE-REC.                                               zbnkfnst
006900 COPY CBANKVGB.                                                   zbnkfnst
007000                                                                  zbnkfnst
007100 FD  GLCOA-FILE.                                                  zbnkfnst
007200 01  GLCOA-FILE-REC.                                              zbnkfnst
007300 COPY CBANKVCA.                                                   zbnkfnst
007400                                                                  zbnkfnst
007500 FD  PRINTOUT-FILE.                                               zbnkfnst
007600 01  PRINTOUT-REC                      PIC X(121).                zbnkfnst
007700                                                                  zbnkfnst
007800 FD  JOBSUM-FILE.                                                 zbnkfnst
007900 01  JOBSUM-REC                        PIC X(80).                 zbnkfnst
008000                                                                  zbnkfnst
008100 WORKING-STORAGE SECTION.                                         zbnkfnst
008200 01  WS-RUN-CONTROL.                                              zbnkfnst
008300 COPY CRUNCTLD.                                                   zbnkfnst
008400 01  WS-FILE-STATUSES.                                            zbnkfnst
008500   05  WS-GLBL-STATUS.                                            zbnkfnst
008600     10  WS-GLBL-STAT1                  PIC X(1).                 zbnkfnst
008700     10  WS-GLBL-STAT2                  PIC X(1).                 zbnkfnst
008800   05  WS-GLCOA-STATUS.                                           zbnkfnst
008900     10  WS-GLCOA-STAT1                 PIC X(1).                 zbnkfnst
009000     10  WS-GLCOA-STAT2                 PIC X(1).                 zbnkfnst
009100   05  WS-PRINTOUT-STATUS.                                        zbnkfnst
009200     10  WS-PRINTOUT-STAT1              PIC X(1).                 zbnkfnst
009300     10  WS-PRINTOUT-STAT2              PIC X(1).                 zbnkfnst
009400   05  WS-JOBSUM-STATUS.                                          zbnkfnst
009500     10  WS-JOBSUM-STAT1                PIC X(1).                 zbnkfnst
009600     10  WS-JOBSUM-STAT2                PIC X(1).                 zbnkfnst
009700   05  WS-IO-STATUS.                                              zbnkfnst
009800     10  WS-IO-STAT1                   PIC X(1).                  zbnkfnst
009900     10  WS-IO-STAT2                   PIC X(1).                  zbnkfnst
010000                                                                  zbnkfnst
010100   05  WS-TWO-BYTES.                                              zbnkfnst
010200     10  WS-TWO-BYTES-LEFT             PIC X(1).                  zbnkfnst
010300     10  WS-TWO-BYTES-RIGHT            PIC X(1).                  zbnkfnst
010400   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 zbnkfnst
010500                                      PIC 9(1) COMP.              zbnkfnst
010600                                                                  zbnkfnst
010700 01  WS-CONSOLE-MESSAGE                    PIC X(48).             zbnkfnst
010800                                                                  zbnkfnst
010900 01  WS-DATE-WORK-AREA.                                           zbnkfnst
011000 COPY CDATED.                                                     zbnkfnst
011100                                                                  zbnkfnst
011200 01  WS-TODAY-DATE-N                       PIC 9(8).              zbnkfnst
011300 01  WS-TODAY-DATE-PARTS REDEFINES WS-TODAY-DATE-N.               zbnkfnst
011400     05  WS-TODAY-CCYY                     PIC 9(4).              zbnkfnst
011500     05  WS-TODAY-MM                       PIC 9(2).              zbnkfnst
011600     05  WS-TODAY-DD                       PIC 9(2).              zbnkfnst
011700 01  WS-RUN-DATE-DISPLAY                   PIC X(11).             zbnkfnst
011800 01  WS-RUN-TIME-8                         PIC 9(8).              zbnkfnst
011900 01  WS-RUN-TIME                           PIC X(6).              zbnkfnst
012000                                                                  zbnkfnst
012100 01  WS-REPORT-PERIOD                      PIC 9(6).              zbnkfnst
012200 01  WS-REPORT-PERIOD-PARTS REDEFINES WS-REPORT-PERIOD.           zbnkfnst
012300     05  WS-REPORT-CCYY                    PIC 9(4).              zbnkfnst
012400     05  WS-REPORT-MM                      PIC 9(2).              zbnkfnst
012500 01  WS-PRIOR-PERIOD                       PIC 9(6).              zbnkfnst
012600 01  WS-PRIOR-PERIOD-PARTS REDEFINES WS-PRIOR-PERIOD.             zbnkfnst
012700     05  WS-PRIOR-CCYY                     PIC 9(4).              zbnkfnst
012800     05  WS-PRIOR-MM                       PIC 9(2).              zbnkfnst
012900 01  WS-SCAN-PERIOD                        PIC 9(6).              zbnkfnst
013000 01  WS-SCAN-PERIOD-PARTS REDEFINES WS-SCAN-PERIOD.               zbnkfnst
013100     05  WS-SCAN-CCYY                      PIC 9(4).              zbnkfnst
013200     05  WS-SCAN-MM                        PIC 9(2).              zbnkfnst
013300 01  WS-MONTH-SUB                          PIC 9(2).              zbnkfnst
013400 01  WS-EXEC-PARM-LL                       PIC S9(4) COMP.        zbnkfnst
013500 01  WS-CONTROL-GL-ACCOUNT                 PIC X(8)               zbnkfnst
013600     VALUE '********'.                                            zbnkfnst
013700 01  WS-GLCOA-FOUND                        PIC X(1).              zbnkfnst
013800                                                                  zbnkfnst
013900******************************************************************zbnkfnst
014000* What one browse of a period contributes to. The balance sheet  *zbnkfnst
014100* takes closing balances, the income statement takes the         *zbnkfnst
014200* period's own movement.                                         *zbnkfnst
014300******************************************************************zbnkfnst
014400 01  WS-SCAN-FLAGS.                                               zbnkfnst
014500     05  WS-ADD-BS-CUR                     PIC X(1).              zbnkfnst
014600     05  WS-ADD-BS-PRI                     PIC X(1).              zbnkfnst
014700     05  WS-ADD-MTH-CUR                    PIC X(1).              zbnkfnst
014800     05  WS-ADD-MTH-PRI                    PIC X(1).              zbnkfnst
014900     05  WS-ADD-YTD-CUR                    PIC X(1).              zbnkfnst
015000     05  WS-ADD-YTD-PRI                    PIC X(1).              zbnkfnst
015100                                                                  zbnkfnst
015200 01  WS-CLOSING-BALANCE                    PIC S9(13)V99 COMP-3.  zbnkfnst
015300 01  WS-MOVEMENT                           PIC S9(13)V99 COMP-3.  zbnkfnst
015400 01  WS-EARNINGS-CUR                       PIC S9(13)V99 COMP-3   zbnkfnst
015500     VALUE ZERO.                                                  zbnkfnst
015600 01  WS-EARNINGS-PRI                       PIC S9(13)V99 COMP-3   zbnkfnst
015700     VALUE ZERO.                                                  zbnkfnst
015800 01  WS-UNMAPPED-AMOUNT                    PIC S9(13)V99 COMP-3   zbnkfnst
015900     VALUE ZERO.                                                  zbnkfnst
016000 01  WS-SIGN                               PIC S9(1).             zbnkfnst
016100 01  WS-PRINT-CLASS                        PIC X(1).              zbnkfnst
016200 01  WS-SECTION-TITLE                      PIC X(30).             zbnkfnst
016300 01  WS-TOTAL-DESC                         PIC X(30).             zbnkfnst
016400                                                                  zbnkfnst
016500******************************************************************zbnkfnst
016600* Presented figures - credit classes already turned positive -   *zbnkfnst
016700* and the section and statement totals built from them.          *zbnkfnst
016800******************************************************************zbnkfnst
016900 01  WS-SHOWN-AMOUNTS.                                            zbnkfnst
017000     05  WS-SHOWN-1                        PIC S9(13)V99 COMP-3.  zbnkfnst
017100     05  WS-SHOWN-2                        PIC S9(13)V99 COMP-3.  zbnkfnst
017200     05  WS-SHOWN-3                        PIC S9(13)V99 COMP-3.  zbnkfnst
017300     05  WS-SHOWN-4                        PIC S9(13)V99 COMP-3.  zbnkfnst
017400 01  WS-SECTION-TOTALS.                                           zbnkfnst
017500     05  WS-SECT-1                         PIC S9(13)V99 COMP-3.  zbnkfnst
017600     05  WS-SECT-2                         PIC S9(13)V99 COMP-3.  zbnkfnst
017700     05  WS-SECT-3                         PIC S9(13)V99 COMP-3.  zbnkfnst
017800     05  WS-SECT-4                         PIC S9(13)V99 COMP-3.  zbnkfnst
017900 01  WS-ASSETS-CUR                         PIC S9(13)V99 COMP-3.  zbnkfnst
018000 01  WS-ASSETS-PRI                         PIC S9(13)V99 COMP-3.  zbnkfnst
018100 01  WS-FUNDING-CUR                        PIC S9(13)V99 COMP-3.  zbnkfnst
018200 01  WS-FUNDING-PRI                        PIC S9(13)V99 COMP-3.  zbnkfnst
018300 01  WS-INCOME-TOTALS.                                            zbnkfnst
018400     05  WS-INCOME-1                       PIC S9(13)V99 COMP-3.  zbnkfnst
018500     05  WS-INCOME-2                       PIC S9(13)V99 COMP-3.  zbnkfnst
018600     05  WS-INCOME-3                       PIC S9(13)V99 COMP-3.  zbnkfnst
018700     05  WS-INCOME-4                       PIC S9(13)V99 COMP-3.  zbnkfnst
018800 01  WS-OUT-OF-BALANCE                     PIC S9(13)V99 COMP-3   zbnkfnst
018900     VALUE ZERO.                                                  zbnkfnst
019000 01  WS-AMT-D                          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-. zbnkfnst
019100                                                                  zbnkfnst
019200******************************************************************zbnkfnst
019300* The statement lines, loaded from the chart of accounts in the  *zbnkfnst
019400* order their first account appears on it.                       *zbnkfnst
019500******************************************************************zbnkfnst
019600 01  WS-LINE-TABLE.                                               zbnkfnst
019700   05  WS-LIN-COUNT                        PIC 9(3) VALUE ZERO.   zbnkfnst
019800   05  WS-LIN-ENTRY OCCURS 100 TIMES                              zbnkfnst
019900       INDEXED BY LIN-IDX.                                        zbnkfnst
020000     10  WS-LIN-CODE                       PIC X(4).              zbnkfnst
020100     10  WS-LIN-DESC                       PIC X(30).             zbnkfnst
020200     10  WS-LIN-CLASS                      PIC X(1).              zbnkfnst
020300     10  WS-LIN-BS-CUR                     PIC S9(13)V99 COMP-3.  zbnkfnst
020400     10  WS-LIN-BS-PRI                     PIC S9(13)V99 COMP-3.  zbnkfnst
020500     10  WS-LIN-MTH-CUR                    PIC S9(13)V99 COMP-3.  zbnkfnst
020600     10  WS-LIN-MTH-PRI                    PIC S9(13)V99 COMP-3.  zbnkfnst
020700     10  WS-LIN-YTD-CUR                    PIC S9(13)V99 COMP-3.  zbnkfnst
020800     10  WS-LIN-YTD-PRI                    PIC S9(13)V99 COMP-3.  zbnkfnst
020900 01  WS-LIN-SUB                            PIC 9(3).              zbnkfnst
021000                                                                  zbnkfnst
021100 01  WS-STATEMENT-LINE.                                           zbnkfnst
021200     05  WS-STL-CODE                       PIC X(4).              zbnkfnst
021300     05  FILLER                            PIC X(2) VALUE SPACES. zbnkfnst
021400     05  WS-STL-DESC                       PIC X(30).             zbnkfnst
021500     05  FILLER                            PIC X(2) VALUE SPACES. zbnkfnst
021600     05  WS-STL-AMOUNT-1               PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.   zbnkfnst
021700     05  FILLER                            PIC X(2) VALUE SPACES. zbnkfnst
021800     05  WS-STL-AMOUNT-2               PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.   zbnkfnst
021900     05  FILLER                            PIC X(2) VALUE SPACES. zbnkfnst
022000     05  WS-STL-AMOUNT-3               PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.   zbnkfnst
022100     05  FILLER                            PIC X(2) VALUE SPACES. zbnkfnst
022200     05  WS-STL-AMOUNT-4               PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.   zbnkfnst
022300                                                                  zbnkfnst
022400 01  WS-REPORT-LINE                        PIC X(121).            zbnkfnst
022500                                                                  zbnkfnst
022600******************************************************************zbnkfnst
022700* Run counters, reported on the job summary at the end of the    *zbnkfnst
022800* run.                                                           *zbnkfnst
022900******************************************************************zbnkfnst
023000 01  WS-ACCOUNTS-MAPPED                    PIC 9(5) VALUE ZERO.   zbnkfnst
023100 01  WS-ACCOUNTS-UNMAPPED                  PIC 9(5) VALUE ZERO.   zbnkfnst
023200                                                                  zbnkfnst
023300 01  WS-END-OF-GLBL                        PIC X(3) VALUE 'NO '.  zbnkfnst
023400 01  WS-END-OF-GLCOA                       PIC X(3) VALUE 'NO '.  zbnkfnst
023500                                                                  zbnkfnst
023600 LINKAGE SECTION.                                                 zbnkfnst
023700 01  LK-EXEC-PARM.                                                zbnkfnst
023800   05  LK-EXEC-PARM-LL                     PIC S9(4) COMP.        zbnkfnst
023900   05  LK-EXEC-PARM-DATA                   PIC X(16).             zbnkfnst
024000                                                                  zbnkfnst
024100 PROCEDURE DIVISION USING LK-EXEC-PARM.                           zbnkfnst
024200                                                                  zbnkfnst
024300***************************************************************** zbnkfnst
024400* The exec parm carries the CCYYMM period to report; no parm    * zbnkfnst
024500* reports the month before the current one. The previous period * zbnkfnst
024600* is derived here for the comparatives.                         * zbnkfnst
024700***************************************************************** zbnkfnst
024800     ACCEPT WS-TODAY-DATE-N FROM DATE YYYYMMDD.                   zbnkfnst
024900     MOVE ZEROES TO WS-EXEC-PARM-LL.                              zbnkfnst
025000     MOVE LK-EXEC-PARM-LL TO WS-EXEC-PARM-LL.                     zbnkfnst
025100     IF WS-EXEC-PARM-LL IS GREATER THAN ZERO                      zbnkfnst
025200        AND LK-EXEC-PARM-DATA (1:6) IS NUMERIC                    zbnkfnst
025300        MOVE LK-EXEC-PARM-DATA (1:6) TO WS-REPORT-PERIOD          zbnkfnst
025400     ELSE                                                         zbnkfnst
025500        MOVE WS-TODAY-DATE-N (1:6) TO WS-REPORT-PERIOD            zbnkfnst
025600        IF WS-REPORT-MM IS EQUAL TO 1                             zbnkfnst
025700           MOVE 12 TO WS-REPORT-MM                                zbnkfnst
025800           SUBTRACT 1 FROM WS-REPORT-CCYY                         zbnkfnst
025900        ELSE                                                      zbnkfnst
026000           SUBTRACT 1 FROM WS-REPORT-MM                           zbnkfnst
026100        END-IF                                                    zbnkfnst
026200     END-IF.                                                      zbnkfnst
026300     MOVE WS-REPORT-PERIOD TO WS-PRIOR-PERIOD.                    zbnkfnst
026400     IF WS-PRIOR-MM IS EQUAL TO 1                                 zbnkfnst
026500        MOVE 12 TO WS-PRIOR-MM                                    zbnkfnst
026600        SUBTRACT 1 FROM WS-PRIOR-CCYY                             zbnkfnst
026700     ELSE                                                         zbnkfnst
026800        SUBTRACT 1 FROM WS-PRIOR-MM                               zbnkfnst
026900     END-IF.                                                      zbnkfnst
027000                                                                  zbnkfnst
027100     PERFORM RUN-CONTROL-START                                    zbnkfnst
027200         THRU RUN-CONTROL-START-EXIT.                             zbnkfnst
027300     PERFORM GET-RUN-DATE.                                        zbnkfnst
027400                                                                  zbnkfnst
027500     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           zbnkfnst
027600     STRING 'Financial statements run for ' DELIMITED BY SIZE     zbnkfnst
027700            WS-RUN-DATE-DISPLAY DELIMITED BY SIZE                 zbnkfnst
027800       INTO WS-CONSOLE-MESSAGE.                                   zbnkfnst
027900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkfnst
028000                                                                  zbnkfnst
028100     PERFORM GLBL-OPEN.                                           zbnkfnst
028200     PERFORM GLCOA-OPEN.                                          zbnkfnst
028300     PERFORM PRINTOUT-OPEN.                                       zbnkfnst
028400                                                                  zbnkfnst
028500     PERFORM LOAD-STATEMENT-LINES                                 zbnkfnst
028600         THRU LOAD-STATEMENT-LINES-EXIT.                          zbnkfnst
028700     PERFORM SCAN-CURRENT-YEAR-MONTH                              zbnkfnst
028800         VARYING WS-MONTH-SUB FROM 1 BY 1                         zbnkfnst
028900           UNTIL WS-MONTH-SUB IS GREATER THAN WS-REPORT-MM.       zbnkfnst
029000     PERFORM SCAN-PRIOR-YEAR-MONTH                                zbnkfnst
029100         VARYING WS-MONTH-SUB FROM 1 BY 1                         zbnkfnst
029200           UNTIL WS-MONTH-SUB IS GREATER THAN WS-REPORT-MM.       zbnkfnst
029300     MOVE 'NNNNNN' TO WS-SCAN-FLAGS.                              zbnkfnst
029400     MOVE 'Y' TO WS-ADD-BS-PRI.                                   zbnkfnst
029500     MOVE 'Y' TO WS-ADD-MTH-PRI.                                  zbnkfnst
029600     MOVE WS-PRIOR-PERIOD TO WS-SCAN-PERIOD.                      zbnkfnst
029700     PERFORM SCAN-PERIOD                                          zbnkfnst
029800         THRU SCAN-PERIOD-EXIT.                                   zbnkfnst
029900                                                                  zbnkfnst
030000     PERFORM WRITE-BALANCE-SHEET.                                 zbnkfnst
030100     PERFORM WRITE-INCOME-STATEMENT.                              zbnkfnst
030200     PERFORM WRITE-UNMAPPED-WARNING.                              zbnkfnst
030300                                                                  zbnkfnst
030400     PERFORM GLBL-CLOSE.                                          zbnkfnst
030500     PERFORM GLCOA-CLOSE.                                         zbnkfnst
030600     PERFORM PRINTOUT-CLOSE.                                      zbnkfnst
030700                                                                  zbnkfnst
030800     PERFORM PRINT-JOB-SUMMARY.                                   zbnkfnst
030900                                                                  zbnkfnst
031000     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     zbnkfnst
031100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkfnst
031200     IF WS-ACCOUNTS-UNMAPPED IS EQUAL TO ZERO                     zbnkfnst
031300        AND WS-OUT-OF-BALANCE IS EQUAL TO ZERO                    zbnkfnst
031400        MOVE 0 TO RETURN-CODE                                     zbnkfnst
031500     ELSE                                                         zbnkfnst
031600        MOVE 4 TO RETURN-CODE                                     zbnkfnst
031700     END-IF.                                                      zbnkfnst
031800     PERFORM RUN-CONTROL-END.                                     zbnkfnst
031900     GOBACK.                                                      zbnkfnst
032000                                                                  zbnkfnst
032100******************************************************************zbnkfnst
032200* GET-RUN-DATE                                                   *zbnkfnst
032300* Obtains today's date, in both numeric and display form, and    *zbnkfnst
032400* the current time.                                              *zbnkfnst
032500******************************************************************zbnkfnst
032600 GET-RUN-DATE.                                                    zbnkfnst
032700     ACCEPT WS-TODAY-DATE-N FROM DATE YYYYMMDD.                   zbnkfnst
032800     MOVE SPACES TO DD-INPUT-TYPE.                                zbnkfnst
032900     SET DDI-ISO TO TRUE.                                         zbnkfnst
033000     MOVE SPACES TO DDI-DATA.                                     zbnkfnst
033100     STRING WS-TODAY-CCYY DELIMITED BY SIZE                       zbnkfnst
033200            '-'           DELIMITED BY SIZE                       zbnkfnst
033300            WS-TODAY-MM   DELIMITED BY SIZE                       zbnkfnst
033400            '-'           DELIMITED BY SIZE                       zbnkfnst
033500            WS-TODAY-DD   DELIMITED BY SIZE                       zbnkfnst
033600       INTO DDI-DATA.                                             zbnkfnst
033700     MOVE SPACES TO DD-OUTPUT-TYPE.                               zbnkfnst
033800     SET DDO-DD-MMM-YYYY TO TRUE.                                 zbnkfnst
033900     SET DD-ENV-NULL TO TRUE.                                     zbnkfnst
034000     CALL 'UDATECNV' USING WS-DATE-WORK-AREA.                     zbnkfnst
034100     MOVE DDO-DATA TO WS-RUN-DATE-DISPLAY.                        zbnkfnst
034200     ACCEPT WS-RUN-TIME-8 FROM TIME.                              zbnkfnst
034300     MOVE WS-RUN-TIME-8(1:6) TO WS-RUN-TIME.                      zbnkfnst
034400 GET-RUN-DATE-EXIT.                                               zbnkfnst
034500     EXIT.                                                        zbnkfnst
034600                                                                  zbnkfnst
034700******************************************************************zbnkfnst
034800* LOAD-STATEMENT-LINES                                           *zbnkfnst
034900* Browse the chart of accounts once, building one table entry    *zbnkfnst
035000* per statement line code.                                       *zbnkfnst
035100******************************************************************zbnkfnst
035200 LOAD-STATEMENT-LINES.                                            zbnkfnst
035300     MOVE LOW-VALUES TO CA-REC-GL-ACCOUNT.                        zbnkfnst
035400     START GLCOA-FILE KEY IS NOT LESS THAN CA-REC-GL-ACCOUNT.     zbnkfnst
035500     IF WS-GLCOA-STATUS NOT = '00'                                zbnkfnst
035600        MOVE 'YES' TO WS-END-OF-GLCOA                             zbnkfnst
035700     END-IF.                                                      zbnkfnst
035800     PERFORM LOAD-ONE-CHART-ACCOUNT                               zbnkfnst
035900         THRU LOAD-ONE-CHART-ACCOUNT-EXIT                         zbnkfnst
036000             UNTIL WS-END-OF-GLCOA = 'YES'.                       zbnkfnst
036100 LOAD-STATEMENT-LINES-EXIT.                                       zbnkfnst
036200     EXIT.                                                        zbnkfnst
036300                                                                  zbnkfnst
036400 LOAD-ONE-CHART-ACCOUNT.                                          zbnkfnst
036500     READ GLCOA-FILE NEXT RECORD.                                 zbnkfnst
036600     IF WS-GLCOA-STATUS NOT = '00'                                zbnkfnst
036700        MOVE 'YES' TO WS-END-OF-GLCOA                             zbnkfnst
036800        GO TO LOAD-ONE-CHART-ACCOUNT-EXIT                         zbnkfnst
036900     END-IF.                                                      zbnkfnst
037000     SET LIN-IDX TO 1.                                            zbnkfnst
037100     SEARCH WS-LIN-ENTRY                                          zbnkfnst
037200       AT END                                                     zbnkfnst
037300         MOVE 'Statement line table full' TO WS-CONSOLE-MESSAGE   zbnkfnst
037400         PERFORM DISPLAY-CONSOLE-MESSAGE                          zbnkfnst
037500         PERFORM ABORT-PROGRAM                                    zbnkfnst
037600       WHEN LIN-IDX IS GREATER THAN WS-LIN-COUNT                  zbnkfnst
037700         ADD 1 TO WS-LIN-COUNT                                    zbnkfnst
037800         MOVE CA-REC-LINE-CODE TO WS-LIN-CODE (LIN-IDX)           zbnkfnst
037900         MOVE CA-REC-LINE-DESC TO WS-LIN-DESC (LIN-IDX)           zbnkfnst
038000         MOVE CA-REC-CLASS TO WS-LIN-CLASS (LIN-IDX)              zbnkfnst
038100         MOVE ZERO TO WS-LIN-BS-CUR (LIN-IDX)                     zbnkfnst
038200         MOVE ZERO TO WS-LIN-BS-PRI (LIN-IDX)                     zbnkfnst
038300         MOVE ZERO TO WS-LIN-MTH-CUR (LIN-IDX)                    zbnkfnst
038400         MOVE ZERO TO WS-LIN-MTH-PRI (LIN-IDX)                    zbnkfnst
038500         MOVE ZERO TO WS-LIN-YTD-CUR (LIN-IDX)                    zbnkfnst
038600         MOVE ZERO TO WS-LIN-YTD-PRI (LIN-IDX)                    zbnkfnst
038700       WHEN WS-LIN-CODE (LIN-IDX) IS EQUAL TO CA-REC-LINE-CODE    zbnkfnst
038800         CONTINUE                                                 zbnkfnst
038900     END-SEARCH.                                                  zbnkfnst
039000 LOAD-ONE-CHART-ACCOUNT-EXIT.                                     zbnkfnst
039100     EXIT.                                                        zbnkfnst
039200                                                                  zbnkfnst
039300******************************************************************zbnkfnst
039400* The months of this year up to the report period make the year  *zbnkfnst
039500* to date; the report period itself also gives the balance sheet *zbnkfnst
039600* and the month's figures.                                       *zbnkfnst
039700******************************************************************zbnkfnst
039800 SCAN-CURRENT-YEAR-MONTH.                                         zbnkfnst
039900     MOVE 'NNNNNN' TO WS-SCAN-FLAGS.                              zbnkfnst
040000     MOVE 'Y' TO WS-ADD-YTD-CUR.                                  zbnkfnst
040100     IF WS-MONTH-SUB IS EQUAL TO WS-REPORT-MM                     zbnkfnst
040200        MOVE 'Y' TO WS-ADD-BS-CUR                                 zbnkfnst
040300        MOVE 'Y' TO WS-ADD-MTH-CUR                                zbnkfnst
040400     END-IF.                                                      zbnkfnst
040500     MOVE WS-REPORT-CCYY TO WS-SCAN-CCYY.                         zbnkfnst
040600     MOVE WS-MONTH-SUB TO WS-SCAN-MM.                             zbnkfnst
040700     PERFORM SCAN-PERIOD                                          zbnkfnst
040800         THRU SCAN-PERIOD-EXIT.                                   zbnkfnst
040900                                                                  zbnkfnst
041000 SCAN-PRIOR-YEAR-MONTH.                                           zbnkfnst
041100     MOVE 'NNNNNN' TO WS-SCAN-FLAGS.                              zbnkfnst
041200     MOVE 'Y' TO WS-ADD-YTD-PRI.                                  zbnkfnst
041300     COMPUTE WS-SCAN-CCYY = WS-REPORT-CCYY - 1.                   zbnkfnst
041400     MOVE WS-MONTH-SUB TO WS-SCAN-MM.                             zbnkfnst
041500     PERFORM SCAN-PERIOD                                          zbnkfnst
041600         THRU SCAN-PERIOD-EXIT.                                   zbnkfnst
041700                                                                  zbnkfnst
041800******************************************************************zbnkfnst
041900* SCAN-PERIOD                                                    *zbnkfnst
042000* Keyed browse of one period's balance records, the control      *zbnkfnst
042100* record skipped.                                                *zbnkfnst
042200******************************************************************zbnkfnst
042300 SCAN-PERIOD.                                                     zbnkfnst
042400     MOVE 'NO ' TO WS-END-OF-GLBL.                                zbnkfnst
042500     MOVE WS-SCAN-PERIOD TO GB-REC-PERIOD.                        zbnkfnst
042600     MOVE LOW-VALUES TO GB-REC-GL-ACCOUNT.                        zbnkfnst
042700     START GLBL-FILE KEY IS NOT LESS THAN GB-REC-KEY.             zbnkfnst
042800     IF WS-GLBL-STATUS NOT = '00'                                 zbnkfnst
042900        MOVE 'YES' TO WS-END-OF-GLBL                              zbnkfnst
043000     END-IF.                                                      zbnkfnst
043100     PERFORM SCAN-ONE-BALANCE                                     zbnkfnst
043200         THRU SCAN-ONE-BALANCE-EXIT                               zbnkfnst
043300             UNTIL WS-END-OF-GLBL = 'YES'.                        zbnkfnst
043400 SCAN-PERIOD-EXIT.                                                zbnkfnst
043500     EXIT.                                                        zbnkfnst
043600                                                                  zbnkfnst
043700 SCAN-ONE-BALANCE.                                                zbnkfnst
043800     READ GLBL-FILE NEXT RECORD.                                  zbnkfnst
043900     IF WS-GLBL-STATUS NOT = '00'                                 zbnkfnst
044000        MOVE 'YES' TO WS-END-OF-GLBL                              zbnkfnst
044100        GO TO SCAN-ONE-BALANCE-EXIT                               zbnkfnst
044200     END-IF.                                                      zbnkfnst
044300     IF GB-REC-PERIOD NOT = WS-SCAN-PERIOD                        zbnkfnst
044400        MOVE 'YES' TO WS-END-OF-GLBL                              zbnkfnst
044500        GO TO SCAN-ONE-BALANCE-EXIT                               zbnkfnst
044600     END-IF.                                                      zbnkfnst
044700     IF GB-REC-GL-ACCOUNT = WS-CONTROL-GL-ACCOUNT                 zbnkfnst
044800        GO TO SCAN-ONE-BALANCE-EXIT                               zbnkfnst
044900     END-IF.                                                      zbnkfnst
045000     COMPUTE WS-MOVEMENT = GB-REC-DEBITS - GB-REC-CREDITS.        zbnkfnst
045100     COMPUTE WS-CLOSING-BALANCE =                                 zbnkfnst
045200         GB-REC-BROUGHT-FORWARD + WS-MOVEMENT.                    zbnkfnst
045300     MOVE GB-REC-GL-ACCOUNT TO CA-REC-GL-ACCOUNT.                 zbnkfnst
045400     PERFORM GLCOA-READ.                                          zbnkfnst
045500     IF WS-GLCOA-FOUND IS EQUAL TO 'Y'                            zbnkfnst
045600        SET LIN-IDX TO 1                                          zbnkfnst
045700        SEARCH WS-LIN-ENTRY                                       zbnkfnst
045800          AT END                                                  zbnkfnst
045900            MOVE 'N' TO WS-GLCOA-FOUND                            zbnkfnst
046000          WHEN LIN-IDX IS GREATER THAN WS-LIN-COUNT               zbnkfnst
046100            MOVE 'N' TO WS-GLCOA-FOUND                            zbnkfnst
046200          WHEN WS-LIN-CODE (LIN-IDX) IS EQUAL TO CA-REC-LINE-CODE zbnkfnst
046300            CONTINUE                                              zbnkfnst
046400        END-SEARCH                                                zbnkfnst
046500     END-IF.                                                      zbnkfnst
046600     IF WS-GLCOA-FOUND IS EQUAL TO 'N'                            zbnkfnst
046700        IF WS-ADD-BS-CUR IS EQUAL TO 'Y'                          zbnkfnst
046800           ADD 1 TO WS-ACCOUNTS-UNMAPPED                          zbnkfnst
046900           ADD WS-CLOSING-BALANCE TO WS-UNMAPPED-AMOUNT           zbnkfnst
047000           MOVE SPACES TO WS-CONSOLE-MESSAGE                      zbnkfnst
047100           STRING 'GL account ' DELIMITED BY SIZE                 zbnkfnst
047200                  GB-REC-GL-ACCOUNT DELIMITED BY SIZE             zbnkfnst
047300                  ' is not on BNKGLCOA' DELIMITED BY SIZE         zbnkfnst
047400             INTO WS-CONSOLE-MESSAGE                              zbnkfnst
047500           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkfnst
047600        END-IF                                                    zbnkfnst
047700        GO TO SCAN-ONE-BALANCE-EXIT                               zbnkfnst
047800     END-IF.                                                      zbnkfnst
047900     IF WS-ADD-BS-CUR IS EQUAL TO 'Y'                             zbnkfnst
048000        ADD 1 TO WS-ACCOUNTS-MAPPED                               zbnkfnst
048100     END-IF.                                                      zbnkfnst
048200     IF CA-REC-BALANCE-SHEET                                      zbnkfnst
048300        IF WS-ADD-BS-CUR IS EQUAL TO 'Y'                          zbnkfnst
048400           ADD WS-CLOSING-BALANCE TO WS-LIN-BS-CUR (LIN-IDX)      zbnkfnst
048500        END-IF                                                    zbnkfnst
048600        IF WS-ADD-BS-PRI IS EQUAL TO 'Y'                          zbnkfnst
048700           ADD WS-CLOSING-BALANCE TO WS-LIN-BS-PRI (LIN-IDX)      zbnkfnst
048800        END-IF                                                    zbnkfnst
048900        GO TO SCAN-ONE-BALANCE-EXIT                               zbnkfnst
049000     END-IF.                                                      zbnkfnst
049100     IF WS-ADD-BS-CUR IS EQUAL TO 'Y'                             zbnkfnst
049200        ADD WS-CLOSING-BALANCE TO WS-EARNINGS-CUR                 zbnkfnst
049300     END-IF.                                                      zbnkfnst
049400     IF WS-ADD-BS-PRI IS EQUAL TO 'Y'                             zbnkfnst
049500        ADD WS-CLOSING-BALANCE TO WS-EARNINGS-PRI                 zbnkfnst
049600     END-IF.                                                      zbnkfnst
049700     IF WS-ADD-MTH-CUR IS EQUAL TO 'Y'                            zbnkfnst
049800        ADD WS-MOVEMENT TO WS-LIN-MTH-CUR (LIN-IDX)               zbnkfnst
049900     END-IF.                                                      zbnkfnst
050000     IF WS-ADD-MTH-PRI IS EQUAL TO 'Y'                            zbnkfnst
050100        ADD WS-MOVEMENT TO WS-LIN-MTH-PRI (LIN-IDX)               zbnkfnst
050200     END-IF.                                                      zbnkfnst
050300     IF WS-ADD-YTD-CUR IS EQUAL TO 'Y'                            zbnkfnst
050400        ADD WS-MOVEMENT TO WS-LIN-YTD-CUR (LIN-IDX)               zbnkfnst
050500     END-IF.                                                      zbnkfnst
050600     IF WS-ADD-YTD-PRI IS EQUAL TO 'Y'                            zbnkfnst
050700        ADD WS-MOVEMENT TO WS-LIN-YTD-PRI (LIN-IDX)               zbnkfnst
050800     END-IF.                                                      zbnkfnst
050900 SCAN-ONE-BALANCE-EXIT.                                           zbnkfnst
051000     EXIT.                                                        zbnkfnst
051100                                                                  zbnkfnst
051200******************************************************************zbnkfnst
051300* WRITE-BALANCE-SHEET                                            *zbnkfnst
051400* Assets against liabilities and equity, this period end and the *zbnkfnst
051500* previous one. Profit still sitting on the income-statement     *zbnkfnst
051600* accounts is shown as part of equity so the two sides agree.    *zbnkfnst
051700******************************************************************zbnkfnst
051800 WRITE-BALANCE-SHEET.                                             zbnkfnst
051900     MOVE SPACES TO WS-REPORT-LINE.                               zbnkfnst
052000     STRING 'Balance sheet at end of period '                     zbnkfnst
052100                                      DELIMITED BY SIZE           zbnkfnst
052200            WS-REPORT-PERIOD          DELIMITED BY SIZE           zbnkfnst
052300            ' - run date '            DELIMITED BY SIZE           zbnkfnst
052400            WS-RUN-DATE-DISPLAY       DELIMITED BY SIZE           zbnkfnst
052500       INTO WS-REPORT-LINE.                                       zbnkfnst
052600     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkfnst
052700     PERFORM PRINTOUT-PUT.                                        zbnkfnst
052800     MOVE SPACES TO PRINTOUT-REC.                                 zbnkfnst
052900     PERFORM PRINTOUT-PUT.                                        zbnkfnst
053000     MOVE SPACES TO WS-REPORT-LINE.                               zbnkfnst
053100     MOVE 'Line  Description' TO WS-REPORT-LINE (1:17).           zbnkfnst
053200     MOVE 'This period' TO WS-REPORT-LINE (46:11).                zbnkfnst
053300     MOVE 'Prior period' TO WS-REPORT-LINE (66:12).               zbnkfnst
053400     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkfnst
053500     PERFORM PRINTOUT-PUT.                                        zbnkfnst
053600                                                                  zbnkfnst
053700     MOVE 'A' TO WS-PRINT-CLASS.                                  zbnkfnst
053800     MOVE 'ASSETS' TO WS-SECTION-TITLE.                           zbnkfnst
053900     PERFORM WRITE-BS-SECTION.                                    zbnkfnst
054000     MOVE WS-SECT-1 TO WS-ASSETS-CUR.                             zbnkfnst
054100     MOVE WS-SECT-2 TO WS-ASSETS-PRI.                             zbnkfnst
054200     MOVE 'Total assets' TO WS-TOTAL-DESC.                        zbnkfnst
054300     PERFORM WRITE-BS-TOTAL.                                      zbnkfnst
054400                                                                  zbnkfnst
054500     MOVE 'L' TO WS-PRINT-CLASS.                                  zbnkfnst
054600     MOVE 'LIABILITIES' TO WS-SECTION-TITLE.                      zbnkfnst
054700     PERFORM WRITE-BS-SECTION.                                    zbnkfnst
054800     MOVE WS-SECT-1 TO WS-FUNDING-CUR.                            zbnkfnst
054900     MOVE WS-SECT-2 TO WS-FUNDING-PRI.                            zbnkfnst
055000     MOVE 'Total liabilities' TO WS-TOTAL-DESC.                   zbnkfnst
055100     PERFORM WRITE-BS-TOTAL.                                      zbnkfnst
055200                                                                  zbnkfnst
055300     MOVE 'E' TO WS-PRINT-CLASS.                                  zbnkfnst
055400     MOVE 'EQUITY' TO WS-SECTION-TITLE.                           zbnkfnst
055500     PERFORM WRITE-BS-SECTION.                                    zbnkfnst
055600     COMPUTE WS-SHOWN-1 = ZERO - WS-EARNINGS-CUR.                 zbnkfnst
055700     COMPUTE WS-SHOWN-2 = ZERO - WS-EARNINGS-PRI.                 zbnkfnst
055800     ADD WS-SHOWN-1 TO WS-SECT-1.                                 zbnkfnst
055900     ADD WS-SHOWN-2 TO WS-SECT-2.                                 zbnkfnst
056000     MOVE SPACES TO WS-STATEMENT-LINE.                            zbnkfnst
056100     MOVE 'Profit (loss) not yet closed' TO WS-STL-DESC.          zbnkfnst
056200     MOVE WS-SHOWN-1 TO WS-STL-AMOUNT-1.                          zbnkfnst
056300     MOVE WS-SHOWN-2 TO WS-STL-AMOUNT-2.                          zbnkfnst
056400     MOVE WS-STATEMENT-LINE TO PRINTOUT-REC.                      zbnkfnst
056500     PERFORM PRINTOUT-PUT.                                        zbnkfnst
056600     ADD WS-SECT-1 TO WS-FUNDING-CUR.                             zbnkfnst
056700     ADD WS-SECT-2 TO WS-FUNDING-PRI.                             zbnkfnst
056800     MOVE 'Total equity' TO WS-TOTAL-DESC.                        zbnkfnst
056900     PERFORM WRITE-BS-TOTAL.                                      zbnkfnst
057000                                                                  zbnkfnst
057100     MOVE SPACES TO WS-STATEMENT-LINE.                            zbnkfnst
057200     MOVE 'Total liabilities and equity' TO WS-STL-DESC.          zbnkfnst
057300     MOVE WS-FUNDING-CUR TO WS-STL-AMOUNT-1.                      zbnkfnst
057400     MOVE WS-FUNDING-PRI TO WS-STL-AMOUNT-2.                      zbnkfnst
057500     MOVE WS-STATEMENT-LINE TO PRINTOUT-REC.                      zbnkfnst
057600     PERFORM PRINTOUT-PUT.                                        zbnkfnst
057700     COMPUTE WS-OUT-OF-BALANCE = WS-ASSETS-CUR - WS-FUNDING-CUR.  zbnkfnst
057800     IF WS-OUT-OF-BALANCE IS NOT EQUAL TO ZERO                    zbnkfnst
057900        MOVE WS-OUT-OF-BALANCE TO WS-AMT-D                        zbnkfnst
058000        MOVE SPACES TO WS-REPORT-LINE                             zbnkfnst
058100        STRING '*** BALANCE SHEET OUT OF BALANCE BY '             zbnkfnst
058200                          DELIMITED BY SIZE                       zbnkfnst
058300               WS-AMT-D   DELIMITED BY SIZE                       zbnkfnst
058400               ' ***'     DELIMITED BY SIZE                       zbnkfnst
058500          INTO WS-REPORT-LINE                                     zbnkfnst
058600        MOVE WS-REPORT-LINE TO PRINTOUT-REC                       zbnkfnst
058700        PERFORM PRINTOUT-PUT                                      zbnkfnst
058800     END-IF.                                                      zbnkfnst
058900                                                                  zbnkfnst
059000 WRITE-BS-SECTION.                                                zbnkfnst
059100     MOVE SPACES TO PRINTOUT-REC.                                 zbnkfnst
059200     PERFORM PRINTOUT-PUT.                                        zbnkfnst
059300     MOVE WS-SECTION-TITLE TO PRINTOUT-REC.                       zbnkfnst
059400     PERFORM PRINTOUT-PUT.                                        zbnkfnst
059500     MOVE ZERO TO WS-SECT-1.                                      zbnkfnst
059600     MOVE ZERO TO WS-SECT-2.                                      zbnkfnst
059700     PERFORM WRITE-BS-LINE                                        zbnkfnst
059800         VARYING WS-LIN-SUB FROM 1 BY 1                           zbnkfnst
059900           UNTIL WS-LIN-SUB IS GREATER THAN WS-LIN-COUNT.         zbnkfnst
060000                                                                  zbnkfnst
060100 WRITE-BS-LINE.                                                   zbnkfnst
060200     IF WS-LIN-CLASS (WS-LIN-SUB) IS EQUAL TO WS-PRINT-CLASS      zbnkfnst
060300        PERFORM SET-PRESENTATION-SIGN                             zbnkfnst
060400        COMPUTE WS-SHOWN-1 = WS-LIN-BS-CUR (WS-LIN-SUB) * WS-SIGN zbnkfnst
060500        COMPUTE WS-SHOWN-2 = WS-LIN-BS-PRI (WS-LIN-SUB) * WS-SIGN zbnkfnst
060600        ADD WS-SHOWN-1 TO WS-SECT-1                               zbnkfnst
060700        ADD WS-SHOWN-2 TO WS-SECT-2                               zbnkfnst
060800        MOVE SPACES TO WS-STATEMENT-LINE                          zbnkfnst
060900        MOVE WS-LIN-CODE (WS-LIN-SUB) TO WS-STL-CODE              zbnkfnst
061000        MOVE WS-LIN-DESC (WS-LIN-SUB) TO WS-STL-DESC              zbnkfnst
061100        MOVE WS-SHOWN-1 TO WS-STL-AMOUNT-1                        zbnkfnst
061200        MOVE WS-SHOWN-2 TO WS-STL-AMOUNT-2                        zbnkfnst
061300        MOVE WS-STATEMENT-LINE TO PRINTOUT-REC                    zbnkfnst
061400        PERFORM PRINTOUT-PUT                                      zbnkfnst
061500     END-IF.                                                      zbnkfnst
061600                                                                  zbnkfnst
061700 WRITE-BS-TOTAL.                                                  zbnkfnst
061800     MOVE SPACES TO WS-STATEMENT-LINE.                            zbnkfnst
061900     MOVE WS-TOTAL-DESC TO WS-STL-DESC.                           zbnkfnst
062000     MOVE WS-SECT-1 TO WS-STL-AMOUNT-1.                           zbnkfnst
062100     MOVE WS-SECT-2 TO WS-STL-AMOUNT-2.                           zbnkfnst
062200     MOVE WS-STATEMENT-LINE TO PRINTOUT-REC.                      zbnkfnst
062300     PERFORM PRINTOUT-PUT.                                        zbnkfnst
062400                                                                  zbnkfnst
062500******************************************************************zbnkfnst
062600* WRITE-INCOME-STATEMENT                                         *zbnkfnst
062700* Income and expenses for the month and the year to date, with   *zbnkfnst
062800* the previous month and last year's same months alongside.      *zbnkfnst
062900******************************************************************zbnkfnst
063000 WRITE-INCOME-STATEMENT.                                          zbnkfnst
063100     MOVE SPACES TO PRINTOUT-REC.                                 zbnkfnst
063200     PERFORM PRINTOUT-PUT.                                        zbnkfnst
063300     MOVE SPACES TO PRINTOUT-REC.                                 zbnkfnst
063400     PERFORM PRINTOUT-PUT.                                        zbnkfnst
063500     MOVE SPACES TO WS-REPORT-LINE.                               zbnkfnst
063600     STRING 'Income statement for period '                        zbnkfnst
063700                                      DELIMITED BY SIZE           zbnkfnst
063800            WS-REPORT-PERIOD          DELIMITED BY SIZE           zbnkfnst
063900            ' - run date '            DELIMITED BY SIZE           zbnkfnst
064000            WS-RUN-DATE-DISPLAY       DELIMITED BY SIZE           zbnkfnst
064100       INTO WS-REPORT-LINE.                                       zbnkfnst
064200     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkfnst
064300     PERFORM PRINTOUT-PUT.                                        zbnkfnst
064400     MOVE SPACES TO PRINTOUT-REC.                                 zbnkfnst
064500     PERFORM PRINTOUT-PUT.                                        zbnkfnst
064600     MOVE SPACES TO WS-REPORT-LINE.                               zbnkfnst
064700     MOVE 'Line  Description' TO WS-REPORT-LINE (1:17).           zbnkfnst
064800     MOVE 'This month' TO WS-REPORT-LINE (47:10).                 zbnkfnst
064900     MOVE 'Prior month' TO WS-REPORT-LINE (67:11).                zbnkfnst
065000     MOVE 'Year to date' TO WS-REPORT-LINE (87:12).               zbnkfnst
065100     MOVE 'Prior year YTD' TO WS-REPORT-LINE (106:14).            zbnkfnst
065200     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkfnst
065300     PERFORM PRINTOUT-PUT.                                        zbnkfnst
065400                                                                  zbnkfnst
065500     MOVE 'R' TO WS-PRINT-CLASS.                                  zbnkfnst
065600     MOVE 'INCOME' TO WS-SECTION-TITLE.                           zbnkfnst
065700     PERFORM WRITE-IS-SECTION.                                    zbnkfnst
065800     MOVE WS-SECTION-TOTALS TO WS-INCOME-TOTALS.                  zbnkfnst
065900     MOVE 'Total income' TO WS-TOTAL-DESC.                        zbnkfnst
066000     PERFORM WRITE-IS-TOTAL.                                      zbnkfnst
066100                                                                  zbnkfnst
066200     MOVE 'X' TO WS-PRINT-CLASS.                                  zbnkfnst
066300     MOVE 'EXPENSES' TO WS-SECTION-TITLE.                         zbnkfnst
066400     PERFORM WRITE-IS-SECTION.                                    zbnkfnst
066500     MOVE 'Total expenses' TO WS-TOTAL-DESC.                      zbnkfnst
066600     PERFORM WRITE-IS-TOTAL.                                      zbnkfnst
066700                                                                  zbnkfnst
066800     COMPUTE WS-SECT-1 = WS-INCOME-1 - WS-SECT-1.                 zbnkfnst
066900     COMPUTE WS-SECT-2 = WS-INCOME-2 - WS-SECT-2.                 zbnkfnst
067000     COMPUTE WS-SECT-3 = WS-INCOME-3 - WS-SECT-3.                 zbnkfnst
067100     COMPUTE WS-SECT-4 = WS-INCOME-4 - WS-SECT-4.                 zbnkfnst
067200     MOVE SPACES TO PRINTOUT-REC.                                 zbnkfnst
067300     PERFORM PRINTOUT-PUT.                                        zbnkfnst
067400     MOVE 'Net profit (loss)' TO WS-TOTAL-DESC.                   zbnkfnst
067500     PERFORM WRITE-IS-TOTAL.                                      zbnkfnst
067600                                                                  zbnkfnst
067700 WRITE-IS-SECTION.                                                zbnkfnst
067800     MOVE SPACES TO PRINTOUT-REC.                                 zbnkfnst
067900     PERFORM PRINTOUT-PUT.                                        zbnkfnst
068000     MOVE WS-SECTION-TITLE TO PRINTOUT-REC.                       zbnkfnst
068100     PERFORM PRINTOUT-PUT.                                        zbnkfnst
068200     MOVE ZERO TO WS-SECT-1.                                      zbnkfnst
068300     MOVE ZERO TO WS-SECT-2.                                      zbnkfnst
068400     MOVE ZERO TO WS-SECT-3.                                      zbnkfnst
068500     MOVE ZERO TO WS-SECT-4.                                      zbnkfnst
068600     PERFORM WRITE-IS-LINE                                        zbnkfnst
068700         VARYING WS-LIN-SUB FROM 1 BY 1                           zbnkfnst
068800           UNTIL WS-LIN-SUB IS GREATER THAN WS-LIN-COUNT.         zbnkfnst
068900                                                                  zbnkfnst
069000 WRITE-IS-LINE.                                                   zbnkfnst
069100     IF WS-LIN-CLASS (WS-LIN-SUB) IS EQUAL TO WS-PRINT-CLASS      zbnkfnst
069200        PERFORM SET-PRESENTATION-SIGN                             zbnkfnst
069300        COMPUTE WS-SHOWN-1 = WS-LIN-MTH-CUR (WS-LIN-SUB) * WS-SIGNzbnkfnst
069400        COMPUTE WS-SHOWN-2 = WS-LIN-MTH-PRI (WS-LIN-SUB) * WS-SIGNzbnkfnst
069500        COMPUTE WS-SHOWN-3 = WS-LIN-YTD-CUR (WS-LIN-SUB) * WS-SIGNzbnkfnst
069600        COMPUTE WS-SHOWN-4 = WS-LIN-YTD-PRI (WS-LIN-SUB) * WS-SIGNzbnkfnst
069700        ADD WS-SHOWN-1 TO WS-SECT-1                               zbnkfnst
069800        ADD WS-SHOWN-2 TO WS-SECT-2                               zbnkfnst
069900        ADD WS-SHOWN-3 TO WS-SECT-3                               zbnkfnst
070000        ADD WS-SHOWN-4 TO WS-SECT-4                               zbnkfnst
070100        MOVE SPACES TO WS-STATEMENT-LINE                          zbnkfnst
070200        MOVE WS-LIN-CODE (WS-LIN-SUB) TO WS-STL-CODE              zbnkfnst
070300        MOVE WS-LIN-DESC (WS-LIN-SUB) TO WS-STL-DESC              zbnkfnst
070400        MOVE WS-SHOWN-1 TO WS-STL-AMOUNT-1                        zbnkfnst
070500        MOVE WS-SHOWN-2 TO WS-STL-AMOUNT-2                        zbnkfnst
070600        MOVE WS-SHOWN-3 TO WS-STL-AMOUNT-3                        zbnkfnst
070700        MOVE WS-SHOWN-4 TO WS-STL-AMOUNT-4                        zbnkfnst
070800        MOVE WS-STATEMENT-LINE TO PRINTOUT-REC                    zbnkfnst
070900        PERFORM PRINTOUT-PUT                                      zbnkfnst
071000     END-IF.                                                      zbnkfnst
071100                                                                  zbnkfnst
071200 WRITE-IS-TOTAL.                                                  zbnkfnst
071300     MOVE SPACES TO WS-STATEMENT-LINE.                            zbnkfnst
071400     MOVE WS-TOTAL-DESC TO WS-STL-DESC.                           zbnkfnst
071500     MOVE WS-SECT-1 TO WS-STL-AMOUNT-1.                           zbnkfnst
071600     MOVE WS-SECT-2 TO WS-STL-AMOUNT-2.                           zbnkfnst
071700     MOVE WS-SECT-3 TO WS-STL-AMOUNT-3.                           zbnkfnst
071800     MOVE WS-SECT-4 TO WS-STL-AMOUNT-4.                           zbnkfnst
071900     MOVE WS-STATEMENT-LINE TO PRINTOUT-REC.                      zbnkfnst
072000     PERFORM PRINTOUT-PUT.                                        zbnkfnst
072100                                                                  zbnkfnst
072200******************************************************************zbnkfnst
072300* Balances are held debit positive; liabilities, equity and      *zbnkfnst
072400* income are credits and print the other way round.              *zbnkfnst
072500******************************************************************zbnkfnst
072600 SET-PRESENTATION-SIGN.                                           zbnkfnst
072700     IF WS-LIN-CLASS (WS-LIN-SUB) IS EQUAL TO 'L'                 zbnkfnst
072800        OR WS-LIN-CLASS (WS-LIN-SUB) IS EQUAL TO 'E'              zbnkfnst
072900        OR WS-LIN-CLASS (WS-LIN-SUB) IS EQUAL TO 'R'              zbnkfnst
073000        MOVE -1 TO WS-SIGN                                        zbnkfnst
073100     ELSE                                                         zbnkfnst
073200        MOVE 1 TO WS-SIGN                                         zbnkfnst
073300     END-IF.                                                      zbnkfnst
073400                                                                  zbnkfnst
073500******************************************************************zbnkfnst
073600* WRITE-UNMAPPED-WARNING                                         *zbnkfnst
073700* Accounts the chart does not place are left off the statements; *zbnkfnst
073800* say how many and what they hold so the chart can be completed. *zbnkfnst
073900******************************************************************zbnkfnst
074000 WRITE-UNMAPPED-WARNING.                                          zbnkfnst
074100     IF WS-ACCOUNTS-UNMAPPED IS GREATER THAN ZERO                 zbnkfnst
074200        MOVE SPACES TO PRINTOUT-REC                               zbnkfnst
074300        PERFORM PRINTOUT-PUT                                      zbnkfnst
074400        MOVE WS-UNMAPPED-AMOUNT TO WS-AMT-D                       zbnkfnst
074500        MOVE SPACES TO WS-REPORT-LINE                             zbnkfnst
074600        STRING '*** ' DELIMITED BY SIZE                           zbnkfnst
074700               WS-ACCOUNTS-UNMAPPED DELIMITED BY SIZE             zbnkfnst
074800               ' GL ACCOUNTS NOT ON BNKGLCOA - BALANCE '          zbnkfnst
074900                          DELIMITED BY SIZE                       zbnkfnst
075000               WS-AMT-D   DELIMITED BY SIZE                       zbnkfnst
075100               ' ***'     DELIMITED BY SIZE                       zbnkfnst
075200          INTO WS-REPORT-LINE                                     zbnkfnst
075300        MOVE WS-REPORT-LINE TO PRINTOUT-REC                       zbnkfnst
075400        PERFORM PRINTOUT-PUT                                      zbnkfnst
075500     END-IF.                                                      zbnkfnst
075600                                                                  zbnkfnst
075700******************************************************************zbnkfnst
075800* Keyed access to the chart of accounts.                         *zbnkfnst
075900******************************************************************zbnkfnst
076000 GLCOA-READ.                                                      zbnkfnst
076100     READ GLCOA-FILE                                              zbnkfnst
076200         KEY IS CA-REC-GL-ACCOUNT                                 zbnkfnst
076300     END-READ.                                                    zbnkfnst
076400     IF WS-GLCOA-STATUS = '00'                                    zbnkfnst
076500        MOVE 'Y' TO WS-GLCOA-FOUND                                zbnkfnst
076600     ELSE                                                         zbnkfnst
076700        IF WS-GLCOA-STATUS = '23'                                 zbnkfnst
076800           MOVE 'N' TO WS-GLCOA-FOUND                             zbnkfnst
076900        ELSE                                                      zbnkfnst
077000           MOVE 'GLCOA Error reading file ...'                    zbnkfnst
077100             TO WS-CONSOLE-MESSAGE                                zbnkfnst
077200           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkfnst
077300           MOVE WS-GLCOA-STATUS TO WS-IO-STATUS                   zbnkfnst
077400           PERFORM DISPLAY-IO-STATUS                              zbnkfnst
077500           PERFORM ABORT-PROGRAM                                  zbnkfnst
077600        END-IF                                                    zbnkfnst
077700     END-IF.                                                      zbnkfnst
077800                                                                  zbnkfnst
077900******************************************************************zbnkfnst
078000* Open and close the GLBL file.                                  *zbnkfnst
078100******************************************************************zbnkfnst
078200 GLBL-OPEN.                                                       zbnkfnst
078300     OPEN INPUT GLBL-FILE.                                        zbnkfnst
078400     IF WS-GLBL-STATUS = '00'                                     zbnkfnst
078500        MOVE 'GLBL file opened OK' TO WS-CONSOLE-MESSAGE          zbnkfnst
078600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfnst
078700     ELSE                                                         zbnkfnst
078800        MOVE 'GLBL file open failure...' TO WS-CONSOLE-MESSAGE    zbnkfnst
078900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfnst
079000        MOVE WS-GLBL-STATUS TO WS-IO-STATUS                       zbnkfnst
079100        PERFORM DISPLAY-IO-STATUS                                 zbnkfnst
079200        PERFORM ABORT-PROGRAM                                     zbnkfnst
079300     END-IF.                                                      zbnkfnst
079400                                                                  zbnkfnst
079500 GLBL-CLOSE.                                                      zbnkfnst
079600     CLOSE GLBL-FILE.                                             zbnkfnst
079700     IF WS-GLBL-STATUS = '00'                                     zbnkfnst
079800        MOVE 'GLBL file closed OK' TO WS-CONSOLE-MESSAGE          zbnkfnst
079900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfnst
080000     ELSE                                                         zbnkfnst
080100        MOVE 'GLBL file close failure...' TO WS-CONSOLE-MESSAGE   zbnkfnst
080200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfnst
080300        MOVE WS-GLBL-STATUS TO WS-IO-STATUS                       zbnkfnst
080400        PERFORM DISPLAY-IO-STATUS                                 zbnkfnst
080500        PERFORM ABORT-PROGRAM                                     zbnkfnst
080600     END-IF.                                                      zbnkfnst
080700                                                                  zbnkfnst
080800******************************************************************zbnkfnst
080900* Open and close the GLCOA chart of accounts.                    *zbnkfnst
081000******************************************************************zbnkfnst
081100 GLCOA-OPEN.                                                      zbnkfnst
081200     OPEN INPUT GLCOA-FILE.                                       zbnkfnst
081300     IF WS-GLCOA-STATUS = '00'                                    zbnkfnst
081400        MOVE 'GLCOA file opened OK' TO WS-CONSOLE-MESSAGE         zbnkfnst
081500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfnst
081600     ELSE                                                         zbnkfnst
081700        MOVE 'GLCOA file open failure...' TO WS-CONSOLE-MESSAGE   zbnkfnst
081800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfnst
081900        MOVE WS-GLCOA-STATUS TO WS-IO-STATUS                      zbnkfnst
082000        PERFORM DISPLAY-IO-STATUS                                 zbnkfnst
082100        PERFORM ABORT-PROGRAM                                     zbnkfnst
082200     END-IF.                                                      zbnkfnst
082300                                                                  zbnkfnst
082400 GLCOA-CLOSE.                                                     zbnkfnst
082500     CLOSE GLCOA-FILE.                                            zbnkfnst
082600     IF WS-GLCOA-STATUS = '00'                                    zbnkfnst
082700        MOVE 'GLCOA file closed OK' TO WS-CONSOLE-MESSAGE         zbnkfnst
082800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfnst
082900     ELSE                                                         zbnkfnst
083000        MOVE 'GLCOA file close failure...' TO WS-CONSOLE-MESSAGE  zbnkfnst
083100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfnst
083200        MOVE WS-GLCOA-STATUS TO WS-IO-STATUS                      zbnkfnst
083300        PERFORM DISPLAY-IO-STATUS                                 zbnkfnst
083400        PERFORM ABORT-PROGRAM                                     zbnkfnst
083500     END-IF.                                                      zbnkfnst
083600                                                                  zbnkfnst
083700******************************************************************zbnkfnst
083800* Open, access and close the PRINTOUT file.                      *zbnkfnst
083900******************************************************************zbnkfnst
084000 PRINTOUT-OPEN.                                                   zbnkfnst
084100     OPEN OUTPUT PRINTOUT-FILE.                                   zbnkfnst
084200     IF WS-PRINTOUT-STATUS = '00'                                 zbnkfnst
084300        MOVE 'PRINTOUT file opened OK' TO WS-CONSOLE-MESSAGE      zbnkfnst
084400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfnst
084500     ELSE                                                         zbnkfnst
084600        MOVE 'PRINTOUT file open failure...' TO WS-CONSOLE-MESSAGEzbnkfnst
084700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfnst
084800        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkfnst
084900        PERFORM DISPLAY-IO-STATUS                                 zbnkfnst
085000        PERFORM ABORT-PROGRAM                                     zbnkfnst
085100     END-IF.                                                      zbnkfnst
085200                                                                  zbnkfnst
085300 PRINTOUT-PUT.                                                    zbnkfnst
085400     WRITE PRINTOUT-REC.                                          zbnkfnst
085500     IF WS-PRINTOUT-STATUS NOT = '00'                             zbnkfnst
085600        MOVE 'PRINTOUT Error writing file ...'                    zbnkfnst
085700          TO WS-CONSOLE-MESSAGE                                   zbnkfnst
085800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfnst
085900        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkfnst
086000        PERFORM DISPLAY-IO-STATUS                                 zbnkfnst
086100        PERFORM ABORT-PROGRAM                                     zbnkfnst
086200     END-IF.                                                      zbnkfnst
086300                                                                  zbnkfnst
086400 PRINTOUT-CLOSE.                                                  zbnkfnst
086500     CLOSE PRINTOUT-FILE.                                         zbnkfnst
086600     IF WS-PRINTOUT-STATUS = '00'                                 zbnkfnst
086700        MOVE 'PRINTOUT file closed OK' TO WS-CONSOLE-MESSAGE      zbnkfnst
086800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfnst
086900     ELSE                                                         zbnkfnst
087000        MOVE 'PRINTOUT file close failure...'                     zbnkfnst
087100          TO WS-CONSOLE-MESSAGE                                   zbnkfnst
087200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfnst
087300        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkfnst
087400        PERFORM DISPLAY-IO-STATUS                                 zbnkfnst
087500        PERFORM ABORT-PROGRAM                                     zbnkfnst
087600     END-IF.                                                      zbnkfnst
087700                                                                  zbnkfnst
087800******************************************************************zbnkfnst
087900* Write a short end-of-job summary to the JOBSUM file, in the    *zbnkfnst
088000* same style as the other nightly jobs' summaries.               *zbnkfnst
088100******************************************************************zbnkfnst
088200 PRINT-JOB-SUMMARY.                                               zbnkfnst
088300     PERFORM JOBSUM-OPEN.                                         zbnkfnst
088400     MOVE SPACES TO JOBSUM-REC.                                   zbnkfnst
088500     STRING 'Statement lines:             ' DELIMITED BY SIZE     zbnkfnst
088600            WS-LIN-COUNT DELIMITED BY SIZE                        zbnkfnst
088700       INTO JOBSUM-REC.                                           zbnkfnst
088800     PERFORM JOBSUM-PUT.                                          zbnkfnst
088900     MOVE SPACES TO JOBSUM-REC.                                   zbnkfnst
089000     STRING 'GL accounts placed:          ' DELIMITED BY SIZE     zbnkfnst
089100            WS-ACCOUNTS-MAPPED DELIMITED BY SIZE                  zbnkfnst
089200       INTO JOBSUM-REC.                                           zbnkfnst
089300     PERFORM JOBSUM-PUT.                                          zbnkfnst
089400     MOVE SPACES TO JOBSUM-REC.                                   zbnkfnst
089500     STRING 'GL accounts not on chart:    ' DELIMITED BY SIZE     zbnkfnst
089600            WS-ACCOUNTS-UNMAPPED DELIMITED BY SIZE                zbnkfnst
089700       INTO JOBSUM-REC.                                           zbnkfnst
089800     PERFORM JOBSUM-PUT.                                          zbnkfnst
089900     PERFORM JOBSUM-CLOSE.                                        zbnkfnst
090000     MOVE 'Job summary written to JOBSUM'                         zbnkfnst
090100       TO WS-CONSOLE-MESSAGE.                                     zbnkfnst
090200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkfnst
090300                                                                  zbnkfnst
090400 JOBSUM-OPEN.                                                     zbnkfnst
090500     OPEN OUTPUT JOBSUM-FILE.                                     zbnkfnst
090600     IF WS-JOBSUM-STATUS = '00'                                   zbnkfnst
090700        MOVE 'JOBSUM file opened OK' TO WS-CONSOLE-MESSAGE        zbnkfnst
090800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfnst
090900     ELSE                                                         zbnkfnst
091000        MOVE 'JOBSUM file open failure...' TO WS-CONSOLE-MESSAGE  zbnkfnst
091100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfnst
091200        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkfnst
091300        PERFORM DISPLAY-IO-STATUS                                 zbnkfnst
091400        PERFORM ABORT-PROGRAM                                     zbnkfnst
091500     END-IF.                                                      zbnkfnst
091600                                                                  zbnkfnst
091700 JOBSUM-PUT.                                                      zbnkfnst
091800     WRITE JOBSUM-REC.                                            zbnkfnst
091900     IF WS-JOBSUM-STATUS NOT = '00'                               zbnkfnst
092000        MOVE 'JOBSUM Error writing file ...' TO WS-CONSOLE-MESSAGEzbnkfnst
092100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfnst
092200        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkfnst
092300        PERFORM DISPLAY-IO-STATUS                                 zbnkfnst
092400        PERFORM ABORT-PROGRAM                                     zbnkfnst
092500     END-IF.                                                      zbnkfnst
092600                                                                  zbnkfnst
092700 JOBSUM-CLOSE.                                                    zbnkfnst
092800     CLOSE JOBSUM-FILE.                                           zbnkfnst
092900     IF WS-JOBSUM-STATUS = '00'                                   zbnkfnst
093000        MOVE 'JOBSUM file closed OK' TO WS-CONSOLE-MESSAGE        zbnkfnst
093100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfnst
093200     ELSE                                                         zbnkfnst
093300        MOVE 'JOBSUM file close failure...' TO WS-CONSOLE-MESSAGE zbnkfnst
093400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfnst
093500        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkfnst
093600        PERFORM DISPLAY-IO-STATUS                                 zbnkfnst
093700        PERFORM ABORT-PROGRAM                                     zbnkfnst
093800     END-IF.                                                      zbnkfnst
093900                                                                  zbnkfnst
094000******************************************************************zbnkfnst
094100* Run-control hooks. The START call blocks this job when it has  *zbnkfnst
094200* already completed for the business date or a prerequisite has  *zbnkfnst
094300* not, and records the start on BNKRUNC; the END call records    *zbnkfnst
094400* the end time and return code. See URUNCTL.CBL.                 *zbnkfnst
094500******************************************************************zbnkfnst
094600 RUN-CONTROL-START.                                               zbnkfnst
094700     SET RUNCTL-START TO TRUE.                                    zbnkfnst
094800     MOVE 'ZBNKFNST' TO RUNCTL-JOB.                               zbnkfnst
094900     MOVE ZERO TO RUNCTL-BUSDATE.                                 zbnkfnst
095000     MOVE ZERO TO RUNCTL-RETURN-CODE.                             zbnkfnst
095100     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkfnst
095200     IF RUNCTL-BLOCKED                                            zbnkfnst
095300        MOVE RUNCTL-REPLY-TEXT TO WS-CONSOLE-MESSAGE              zbnkfnst
095400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfnst
095500        MOVE 'Run control blocked this run' TO WS-CONSOLE-MESSAGE zbnkfnst
095600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfnst
095700        MOVE 8 TO RETURN-CODE                                     zbnkfnst
095800        GOBACK                                                    zbnkfnst
095900     END-IF.                                                      zbnkfnst
096000 RUN-CONTROL-START-EXIT.                                          zbnkfnst
096100     EXIT.                                                        zbnkfnst
096200                                                                  zbnkfnst
096300 RUN-CONTROL-END.                                                 zbnkfnst
096400     SET RUNCTL-END TO TRUE.                                      zbnkfnst
096500     MOVE RETURN-CODE TO RUNCTL-RETURN-CODE.                      zbnkfnst
096600     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkfnst
096700                                                                  zbnkfnst
096800******************************************************************zbnkfnst
096900* Display the file status bytes                                  *zbnkfnst
097000******************************************************************zbnkfnst
097100 DISPLAY-IO-STATUS.                                               zbnkfnst
097200     IF WS-IO-STATUS NUMERIC                                      zbnkfnst
097300        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkfnst
097400        STRING 'File status -' DELIMITED BY SIZE                  zbnkfnst
097500               WS-IO-STATUS DELIMITED BY SIZE                     zbnkfnst
097600          INTO WS-CONSOLE-MESSAGE                                 zbnkfnst
097700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfnst
097800     ELSE                                                         zbnkfnst
097900        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     zbnkfnst
098000        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    zbnkfnst
098100        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkfnst
098200        STRING 'File status -' DELIMITED BY SIZE                  zbnkfnst
098300               WS-IO-STAT1 DELIMITED BY SIZE                      zbnkfnst
098400               '/' DELIMITED BY SIZE                              zbnkfnst
098500               WS-TWO-BYTES DELIMITED BY SIZE                     zbnkfnst
098600          INTO WS-CONSOLE-MESSAGE                                 zbnkfnst
098700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfnst
098800     END-IF.                                                      zbnkfnst
098900                                                                  zbnkfnst
099000******************************************************************zbnkfnst
099100* 'ABORT' the program. Post a message and issue a goback         *zbnkfnst
099200******************************************************************zbnkfnst
099300 ABORT-PROGRAM.                                                   zbnkfnst
099400     IF WS-CONSOLE-MESSAGE NOT = SPACES                           zbnkfnst
099500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkfnst
099600     END-IF.                                                      zbnkfnst
099700     MOVE 'Program is abending...' TO WS-CONSOLE-MESSAGE.         zbnkfnst
099800     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkfnst
099900     MOVE 16 TO RETURN-CODE.                                      zbnkfnst
100000     GOBACK.                                                      zbnkfnst
100100                                                                  zbnkfnst
100200******************************************************************zbnkfnst
100300* Display CONSOLE messages...                                    *zbnkfnst
100400******************************************************************zbnkfnst
100500 DISPLAY-CONSOLE-MESSAGE.                                         zbnkfnst
100600     DISPLAY 'ZBNKFNST - ' WS-CONSOLE-MESSAGE                     zbnkfnst
100700       UPON CONSOLE.                                              zbnkfnst
100800     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       zbnkfnst
