000100******************************************************************zbnkevfm
000200*                                                               * zbnkevfm
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   * zbnkevfm
000400*   This demonstration program is provided for use by users     * zbnkevfm
000500*   of Micro Focus products and may be used, modified and       * zbnkevfm
000600*   distributed as part of your application provided that       * zbnkevfm
000700*   you properly acknowledge the copyright of Micro Focus       * zbnkevfm
000800*   in this material.                                           * zbnkevfm
000900*                                                               * zbnkevfm
001000******************************************************************zbnkevfm
001100                                                                  zbnkevfm
001200******************************************************************zbnkevfm
001300* ZBNKEVFM.CBL                                                   *zbnkevfm
001400* Function:    Monthly event fee report. Reads the BNKEVFL event *zbnkevfm
001500*              fee log for the month just ended (PARM=CCYYMM     *zbnkevfm
001600*              states an earlier month) and prints, for each     *zbnkevfm
001700*              chargeable event on the BNKEVTF tariff - stop-    *zbnkevfm
001800*              cheque orders, cheque books, external transfers,  *zbnkevfm
001900*              card replacements, returned cheques and foreign   *zbnkevfm
002000*              ATM withdrawals - the number and value of fees    *zbnkevfm
002100*              charged and of fees waived, with the month's      *zbnkevfm
002200*              totals.                                           *zbnkevfm
002300******************************************************************zbnkevfm
002400 IDENTIFICATION DIVISION.                                         zbnkevfm
002500 PROGRAM-ID.                                                      zbnkevfm
002600     ZBNKEVFM.                                                    zbnkevfm
002700 DATE-WRITTEN.                                                    zbnkevfm
002800     October 2026.                                                zbnkevfm
002900 DATE-COMPILED.                                                   zbnkevfm
003000     Today.                                                       zbnkevfm
003100                                                                  zbnkevfm
003200 ENVIRONMENT DIVISION.                                            zbnkevfm
003300 INPUT-OUTPUT   SECTION.                                          zbnkevfm
003400   FILE-CONTROL.                                                  zbnkevfm
003500     SELECT EVFL-FILE                                             zbnkevfm
003600            ASSIGN       TO BNKEVFL                               zbnkevfm
003700            ORGANIZATION IS INDEXED                               zbnkevfm
003800            ACCESS MODE  IS DYNAMIC                               zbnkevfm
003900            RECORD KEY   IS EL-REC-KEY                            zbnkevfm
004000            FILE STATUS  IS WS-EVFL-STATUS.                       zbnkevfm
004100     SELECT PRINTOUT-FILE                                         zbnkevfm
004200            ASSIGN       TO PRINTOUT                              zbnkevfm
004300            ORGANIZATION IS SEQUENTIAL                            zbnkevfm
004400            ACCESS MODE  IS SEQUENTIAL                            zbnkevfm
004500            FILE STATUS  IS WS-PRINTOUT-STATUS.                   zbnkevfm
004600     SELECT JOBSUM-FILE                                           zbnkevfm
004700            ASSIGN       TO JOBSUM                                zbnkevfm
004800            ORGANIZATION IS SEQUENTIAL                            zbnkevfm
004900            ACCESS MODE  IS SEQUENTIAL                            zbnkevfm
005000            FILE STATUS  IS WS-JOBSUM-STATUS.                     zbnkevfm
005100                                                                  zbnkevfm
005200 DATA DIVISION.                                                   zbnkevfm
005300 FILE SECTION.                                                    zbnkevfm
005400                                                                  zbnkevfm
005500 FD  EVFL-FILE.                                                   zbnkevfm
005600 01  EVFL-FILE-REC.                                               zbnkevfm
005700 COPY CBANKVEL.                                                   zbnkevfm
005800                                                                  zbnkevfm
005900 FD  PRINTOUT-FILE.                                               zbnkevfm
006000 01  PRINTOUT-REC                          PIC X(121).            zbnkevfm
006100                                                                  zbnkevfm
006200 FD  JOBSUM-FILE.                                                 zbnkevfm
006300 01  JOBSUM-REC                            PIC X(80).             zbnkevfm
006400                                                                  zbnkevfm
006500 WORKING-STORAGE SECTION.                                         zbnkevfm
006600 01  WS-RUN-CONTROL.                                              zbnkevfm
006700 COPY CRUNCTLD.                                                   zbnkevfm
006800 01  WS-FILE-STATUSES.                                            zbnkevfm
006900   05  WS-EVFL-STATUS.                                            zbnkevfm
007000     10  WS-EVFL-STAT1                 PIC X(1).                  zbnkevfm
007100     10  WS-EVFL-STAT2                 PIC X(1).                  zbnkevfm
007200   05  WS-PRINTOUT-STATUS.                                        zbnkevfm
007300     10  WS-PRINTOUT-STAT1             PIC X(1).                  zbnkevfm
007400     10  WS-PRINTOUT-STAT2             PIC X(1).                  zbnkevfm
007500   05  WS-JOBSUM-STATUS.                                          zbnkevfm
007600     10  WS-JOBSUM-STAT1               PIC X(1).                  zbnkevfm
007700     10  WS-JOBSUM-STAT2               PIC X(1).                  zbnkevfm
007800   05  WS-IO-STATUS.                                              zbnkevfm
007900     10  WS-IO-STAT1                   PIC X(1).                  zbnkevfm
008000     10  WS-IO-STAT2                   PIC X(1).                  zbnkevfm
008100                                                                  zbnkevfm
008200   05  WS-TWO-BYTES.                                              zbnkevfm
008300     10  WS-TWO-BYTES-LEFT             PIC X(1).                  zbnkevfm
008400     10  WS-TWO-BYTES-RIGHT            PIC X(1).                  zbnkevfm
008500   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 zbnkevfm
008600                                      PIC 9(1) COMP.              zbnkevfm
008700                                                                  zbnkevfm
008800 01  WS-CONSOLE-MESSAGE                    PIC X(48).             zbnkevfm
008900                                                                  zbnkevfm
009000 01  WS-DATE-WORK-AREA.                                           zbnkevfm
009100 COPY CDATED.                                                     zbnkevfm
009200                                                                  zbnkevfm
009300 01  WS-TODAY-DATE-N                       PIC 9(8).              zbnkevfm
009400 01  WS-TODAY-DATE-PARTS REDEFINES WS-TODAY-DATE-N.               zbnkevfm
009500     05  WS-TODAY-CCYY                     PIC 9(4).              zbnkevfm
009600     05  WS-TODAY-MM                       PIC 9(2).              zbnkevfm
009700     05  WS-TODAY-DD                       PIC 9(2).              zbnkevfm
009800 01  WS-RUN-DATE-DISPLAY                   PIC X(11).             zbnkevfm
009900 01  WS-RUN-TIME-8                         PIC 9(8).              zbnkevfm
010000 01  WS-RUN-TIME                           PIC X(6).              zbnkevfm
010100                                                                  zbnkevfm
010200******************************************************************zbnkevfm
010300* The report month is the calendar month before today's, or the  *zbnkevfm
010400* CCYYMM given in the PARM. It runs from the 1st to the last day *zbnkevfm
010500* of that month.                                                 *zbnkevfm
010600******************************************************************zbnkevfm
010700 01  WS-PERIOD-START-N                     PIC 9(8).              zbnkevfm
010800 01  WS-PERIOD-START-PARTS REDEFINES WS-PERIOD-START-N.           zbnkevfm
010900     05  WS-PERIOD-START-CCYY              PIC 9(4).              zbnkevfm
011000     05  WS-PERIOD-START-MM                PIC 9(2).              zbnkevfm
011100     05  WS-PERIOD-START-DD                PIC 9(2).              zbnkevfm
011200 01  WS-PERIOD-END-N                       PIC 9(8).              zbnkevfm
011300 01  WS-PERIOD-END-PARTS REDEFINES WS-PERIOD-END-N.               zbnkevfm
011400     05  WS-PERIOD-END-CCYY                PIC 9(4).              zbnkevfm
011500     05  WS-PERIOD-END-MM                  PIC 9(2).              zbnkevfm
011600     05  WS-PERIOD-END-DD                  PIC 9(2).              zbnkevfm
011700 01  WS-PARM-MONTH                         PIC X(6).              zbnkevfm
011800 01  WS-PARM-MONTH-N REDEFINES WS-PARM-MONTH.                     zbnkevfm
011900     05  WS-PARM-CCYY                      PIC 9(4).              zbnkevfm
012000     05  WS-PARM-MM                        PIC 9(2).              zbnkevfm
012100                                                                  zbnkevfm
012200 01  WS-MONTH-LENGTHS.                                            zbnkevfm
012300     05  FILLER                            PIC 9(2) VALUE 31.     zbnkevfm
012400     05  FILLER                            PIC 9(2) VALUE 28.     zbnkevfm
012500     05  FILLER                            PIC 9(2) VALUE 31.     zbnkevfm
012600     05  FILLER                            PIC 9(2) VALUE 30.     zbnkevfm
012700     05  FILLER                            PIC 9(2) VALUE 31.     zbnkevfm
012800     05  FILLER                            PIC 9(2) VALUE 30.     zbnkevfm
012900     05  FILLER                            PIC 9(2) VALUE 31.     zbnkevfm
013000     05  FILLER                            PIC 9(2) VALUE 31.     zbnkevfm
013100     05  FILLER                            PIC 9(2) VALUE 30.     zbnkevfm
013200     05  FILLER                            PIC 9(2) VALUE 31.     zbnkevfm
013300     05  FILLER                            PIC 9(2) VALUE 30.     zbnkevfm
013400     05  FILLER                            PIC 9(2) VALUE 31.     zbnkevfm
013500 01  WS-MONTH-LENGTHS-TBL REDEFINES WS-MONTH-LENGTHS              zbnkevfm
013600                                      PIC 9(2) OCCURS 12 TIMES.   zbnkevfm
013700 01  WS-LEAP-QUOTIENT                      PIC 9(4).              zbnkevfm
013800 01  WS-LEAP-REMAINDER-4                   PIC 9(4).              zbnkevfm
013900 01  WS-LEAP-REMAINDER-100                 PIC 9(4).              zbnkevfm
014000 01  WS-LEAP-REMAINDER-400                 PIC 9(4).              zbnkevfm
014100                                                                  zbnkevfm
014200******************************************************************zbnkevfm
014300* Any CCYYMMDD date shown on the report is edited through here   *zbnkevfm
014400* as dd/mm/ccyy.                                                 *zbnkevfm
014500******************************************************************zbnkevfm
014600 01  WS-EDIT-DATE-N                        PIC 9(8).              zbnkevfm
014700 01  WS-EDIT-DATE-PARTS REDEFINES WS-EDIT-DATE-N.                 zbnkevfm
014800     05  WS-EDIT-CCYY                      PIC 9(4).              zbnkevfm
014900     05  WS-EDIT-MM                        PIC 9(2).              zbnkevfm
015000     05  WS-EDIT-DD                        PIC 9(2).              zbnkevfm
015100 01  WS-EDIT-DATE.                                                zbnkevfm
015200     05  WS-EDIT-DATE-DD                   PIC 9(2).              zbnkevfm
015300     05  FILLER                            PIC X(1) VALUE '/'.    zbnkevfm
015400     05  WS-EDIT-DATE-MM                   PIC 9(2).              zbnkevfm
015500     05  FILLER                            PIC X(1) VALUE '/'.    zbnkevfm
015600     05  WS-EDIT-DATE-CCYY                 PIC 9(4).              zbnkevfm
015700                                                                  zbnkevfm
015800******************************************************************zbnkevfm
015900* The chargeable events, in report order. A logged event code    *zbnkevfm
016000* not in the list is counted on the last line.                   *zbnkevfm
016100******************************************************************zbnkevfm
016200 01  WS-EVENT-NAMES.                                              zbnkevfm
016300     05  FILLER                            PIC X(28)              zbnkevfm
016400         VALUE 'STPStop-cheque orders       '.                    zbnkevfm
016500     05  FILLER                            PIC X(28)              zbnkevfm
016600         VALUE 'CHBCheque books             '.                    zbnkevfm
016700     05  FILLER                            PIC X(28)              zbnkevfm
016800         VALUE 'EXTExternal transfers       '.                    zbnkevfm
016900     05  FILLER                            PIC X(28)              zbnkevfm
017000         VALUE 'CRPCard replacements        '.                    zbnkevfm
017100     05  FILLER                            PIC X(28)              zbnkevfm
017200         VALUE 'RCQReturned cheques         '.                    zbnkevfm
017300     05  FILLER                            PIC X(28)              zbnkevfm
017400         VALUE 'FATForeign ATM withdrawals  '.                    zbnkevfm
017500     05  FILLER                            PIC X(28)              zbnkevfm
017600         VALUE '   Other events             '.                    zbnkevfm
017700 01  WS-EVENT-NAMES-TBL REDEFINES WS-EVENT-NAMES.                 zbnkevfm
017800     05  WS-EVN-ENTRY OCCURS 7 TIMES.                             zbnkevfm
017900       10  WS-EVN-CODE                     PIC X(3).              zbnkevfm
018000       10  WS-EVN-NAME                     PIC X(25).             zbnkevfm
018100 01  WS-EVENT-TOTALS.                                             zbnkevfm
018200     05  WS-EVT-ENTRY OCCURS 7 TIMES.                             zbnkevfm
018300       10  WS-EVT-CHARGED-COUNT            PIC 9(7).              zbnkevfm
018400       10  WS-EVT-CHARGED-AMOUNT           PIC S9(9)V99 COMP-3.   zbnkevfm
018500       10  WS-EVT-WAIVED-COUNT             PIC 9(7).              zbnkevfm
018600       10  WS-EVT-WAIVED-AMOUNT            PIC S9(9)V99 COMP-3.   zbnkevfm
018700 01  WS-EVT-SUB                            PIC 9(2) COMP.         zbnkevfm
018800 01  WS-EVENT-COUNT                        PIC 9(2) COMP VALUE 7. zbnkevfm
018900                                                                  zbnkevfm
019000 01  WS-TOTAL-CHARGED-COUNT                PIC 9(7) VALUE ZERO.   zbnkevfm
019100 01  WS-TOTAL-CHARGED-AMOUNT               PIC S9(9)V99 COMP-3    zbnkevfm
019200                                           VALUE ZERO.            zbnkevfm
019300 01  WS-TOTAL-WAIVED-COUNT                 PIC 9(7) VALUE ZERO.   zbnkevfm
019400 01  WS-TOTAL-WAIVED-AMOUNT                PIC S9(9)V99 COMP-3    zbnkevfm
019500                                           VALUE ZERO.            zbnkevfm
019600                                                                  zbnkevfm
019700 01  WS-END-OF-EVFL                        PIC X(3) VALUE 'NO '.  zbnkevfm
019800                                                                  zbnkevfm
019900******************************************************************zbnkevfm
020000* Report print lines. Column 1 is the carriage control           *zbnkevfm
020100* character, as on the statements.                               *zbnkevfm
020200******************************************************************zbnkevfm
020300 01  WS-PRINT-LINES.                                              zbnkevfm
020400   05  WS-LINE-HEAD1.                                             zbnkevfm
020500     10  FILLER                            PIC X(1) VALUE '1'.    zbnkevfm
020600     10  FILLER                            PIC X(40) VALUE SPACES.zbnkevfm
020700     10  FILLER                            PIC X(21)              zbnkevfm
020800         VALUE 'Micro Focus Demo Bank'.                           zbnkevfm
020900   05  WS-LINE-HEAD2.                                             zbnkevfm
021000     10  FILLER                            PIC X(1) VALUE ' '.    zbnkevfm
021100     10  FILLER                            PIC X(40) VALUE SPACES.zbnkevfm
021200     10  FILLER                            PIC X(17)              zbnkevfm
021300         VALUE 'Event Fee Report'.                                zbnkevfm
021400   05  WS-LINE-PERIOD.                                            zbnkevfm
021500     10  FILLER                            PIC X(1) VALUE '0'.    zbnkevfm
021600     10  FILLER                            PIC X(14)              zbnkevfm
021700         VALUE 'Report period '.                                  zbnkevfm
021800     10  WS-LINE-PERIOD-FROM               PIC X(10).             zbnkevfm
021900     10  FILLER                            PIC X(4) VALUE ' to '. zbnkevfm
022000     10  WS-LINE-PERIOD-TO                 PIC X(10).             zbnkevfm
022100     10  FILLER                            PIC X(10) VALUE SPACES.zbnkevfm
022200     10  FILLER                            PIC X(9)               zbnkevfm
022300         VALUE 'Run date '.                                       zbnkevfm
022400     10  WS-LINE-PERIOD-RUN                PIC X(11).             zbnkevfm
022500   05  WS-LINE-COLUMNS.                                           zbnkevfm
022600     10  FILLER                            PIC X(1) VALUE '0'.    zbnkevfm
022700     10  FILLER                            PIC X(2) VALUE SPACES. zbnkevfm
022800     10  FILLER                            PIC X(25)              zbnkevfm
022900         VALUE 'Event'.                                           zbnkevfm
023000     10  FILLER                            PIC X(10)              zbnkevfm
023100         VALUE '   Charged'.                                      zbnkevfm
023200     10  FILLER                            PIC X(18)              zbnkevfm
023300         VALUE '    Amount charged'.                              zbnkevfm
023400     10  FILLER                            PIC X(10)              zbnkevfm
023500         VALUE '    Waived'.                                      zbnkevfm
023600     10  FILLER                            PIC X(18)              zbnkevfm
023700         VALUE '     Amount waived'.                              zbnkevfm
023800   05  WS-LINE-EVENT.                                             zbnkevfm
023900     10  FILLER                            PIC X(1) VALUE ' '.    zbnkevfm
024000     10  FILLER                            PIC X(2) VALUE SPACES. zbnkevfm
024100     10  WS-LINE-EVT-NAME                  PIC X(25).             zbnkevfm
024200     10  FILLER                            PIC X(1) VALUE SPACE.  zbnkevfm
024300     10  WS-LINE-EVT-CHARGED               PIC Z,ZZZ,ZZ9.         zbnkevfm
024400     10  FILLER                            PIC X(3) VALUE SPACES. zbnkevfm
024500     10  WS-LINE-EVT-CHG-AMT               PIC ZZZ,ZZZ,ZZ9.99-.   zbnkevfm
024600     10  FILLER                            PIC X(1) VALUE SPACE.  zbnkevfm
024700     10  WS-LINE-EVT-WAIVED                PIC Z,ZZZ,ZZ9.         zbnkevfm
024800     10  FILLER                            PIC X(3) VALUE SPACES. zbnkevfm
024900     10  WS-LINE-EVT-WVD-AMT               PIC ZZZ,ZZZ,ZZ9.99-.   zbnkevfm
025000                                                                  zbnkevfm
025100******************************************************************zbnkevfm
025200* Run counters, reported on the job summary at the end of the    *zbnkevfm
025300* run.                                                           *zbnkevfm
025400******************************************************************zbnkevfm
025500 01  WS-LOG-READ                           PIC 9(7) VALUE ZERO.   zbnkevfm
025600                                                                  zbnkevfm
025700 LINKAGE SECTION.                                                 zbnkevfm
025800 01  LK-EXEC-PARM.                                                zbnkevfm
025900   05  LK-EXEC-PARM-LL                     PIC S9(4) COMP.        zbnkevfm
026000   05  LK-EXEC-PARM-DATA                   PIC X(6).              zbnkevfm
026100                                                                  zbnkevfm
026200 PROCEDURE DIVISION USING LK-EXEC-PARM.                           zbnkevfm
026300                                                                  zbnkevfm
026400     PERFORM RUN-CONTROL-START                                    zbnkevfm
026500         THRU RUN-CONTROL-START-EXIT.                             zbnkevfm
026600     PERFORM GET-RUN-DATE.                                        zbnkevfm
026700     MOVE SPACES TO WS-PARM-MONTH.                                zbnkevfm
026800     IF LK-EXEC-PARM-LL IS GREATER THAN ZERO                      zbnkevfm
026900        MOVE LK-EXEC-PARM-DATA TO WS-PARM-MONTH                   zbnkevfm
027000     END-IF.                                                      zbnkevfm
027100     PERFORM SET-REPORT-PERIOD                                    zbnkevfm
027200         THRU SET-REPORT-PERIOD-EXIT.                             zbnkevfm
027300                                                                  zbnkevfm
027400     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           zbnkevfm
027500     STRING 'Event fee report for ' DELIMITED BY SIZE             zbnkevfm
027600            WS-PERIOD-START-CCYY DELIMITED BY SIZE                zbnkevfm
027700            '-' DELIMITED BY SIZE                                 zbnkevfm
027800            WS-PERIOD-START-MM DELIMITED BY SIZE                  zbnkevfm
027900       INTO WS-CONSOLE-MESSAGE.                                   zbnkevfm
028000     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkevfm
028100                                                                  zbnkevfm
028200     MOVE 1 TO WS-EVT-SUB.                                        zbnkevfm
028300     PERFORM CLEAR-EVENT-TOTALS                                   zbnkevfm
028400         UNTIL WS-EVT-SUB IS GREATER THAN WS-EVENT-COUNT.         zbnkevfm
028500                                                                  zbnkevfm
028600     PERFORM EVFL-OPEN.                                           zbnkevfm
028700     PERFORM PRINTOUT-OPEN.                                       zbnkevfm
028800                                                                  zbnkevfm
028900     MOVE LOW-VALUES TO EL-REC-KEY.                               zbnkevfm
029000     MOVE WS-PERIOD-START-N TO EL-REC-DATE.                       zbnkevfm
029100     PERFORM EVFL-START.                                          zbnkevfm
029200     IF WS-END-OF-EVFL = 'NO '                                    zbnkevfm
029300        PERFORM EVFL-GET                                          zbnkevfm
029400     END-IF.                                                      zbnkevfm
029500     PERFORM CHECK-EVFL-IN-PERIOD.                                zbnkevfm
029600     PERFORM TALLY-ONE-FEE                                        zbnkevfm
029700         UNTIL WS-END-OF-EVFL = 'YES'.                            zbnkevfm
029800                                                                  zbnkevfm
029900     PERFORM PRINT-REPORT-HEADING.                                zbnkevfm
030000     MOVE 1 TO WS-EVT-SUB.                                        zbnkevfm
030100     PERFORM PRINT-ONE-EVENT                                      zbnkevfm
030200         UNTIL WS-EVT-SUB IS GREATER THAN WS-EVENT-COUNT.         zbnkevfm
030300     PERFORM PRINT-REPORT-TOTALS.                                 zbnkevfm
030400                                                                  zbnkevfm
030500     PERFORM EVFL-CLOSE.                                          zbnkevfm
030600     PERFORM PRINTOUT-CLOSE.                                      zbnkevfm
030700                                                                  zbnkevfm
030800     PERFORM PRINT-JOB-SUMMARY.                                   zbnkevfm
030900                                                                  zbnkevfm
031000     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     zbnkevfm
031100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkevfm
031200     MOVE 0 TO RETURN-CODE.                                       zbnkevfm
031300     PERFORM RUN-CONTROL-END.                                     zbnkevfm
031400     GOBACK.                                                      zbnkevfm
031500                                                                  zbnkevfm
031600******************************************************************zbnkevfm
031700* GET-RUN-DATE                                                   *zbnkevfm
031800* Obtains today's date, in both numeric and display form, and    *zbnkevfm
031900* the current time.                                              *zbnkevfm
032000******************************************************************zbnkevfm
032100 GET-RUN-DATE.                                                    zbnkevfm
032200     ACCEPT WS-TODAY-DATE-N FROM DATE YYYYMMDD.                   zbnkevfm
032300     MOVE SPACES TO DD-INPUT-TYPE.                                zbnkevfm
032400     SET DDI-ISO TO TRUE.                                         zbnkevfm
032500     MOVE SPACES TO DDI-DATA.                                     zbnkevfm
032600     STRING WS-TODAY-CCYY DELIMITED BY SIZE                       zbnkevfm
032700            '-'           DELIMITED BY SIZE                       zbnkevfm
032800            WS-TODAY-MM   DELIMITED BY SIZE                       zbnkevfm
032900            '-'           DELIMITED BY SIZE                       zbnkevfm
033000            WS-TODAY-DD   DELIMITED BY SIZE                       zbnkevfm
033100       INTO DDI-DATA.                                             zbnkevfm
033200     MOVE SPACES TO DD-OUTPUT-TYPE.                               zbnkevfm
033300     SET DDO-DD-MMM-YYYY TO TRUE.                                 zbnkevfm
033400     SET DD-ENV-NULL TO TRUE.                                     zbnkevfm
033500     CALL 'UDATECNV' USING WS-DATE-WORK-AREA.                     zbnkevfm
033600     MOVE DDO-DATA TO WS-RUN-DATE-DISPLAY.                        zbnkevfm
033700     ACCEPT WS-RUN-TIME-8 FROM TIME.                              zbnkevfm
033800     MOVE WS-RUN-TIME-8(1:6) TO WS-RUN-TIME.                      zbnkevfm
033900 GET-RUN-DATE-EXIT.                                               zbnkevfm
034000     EXIT.                                                        zbnkevfm
034100                                                                  zbnkevfm
034200******************************************************************zbnkevfm
034300* SET-REPORT-PERIOD                                              *zbnkevfm
034400* The month before today's unless the PARM names a valid CCYYMM; *zbnkevfm
034500* the period ends on the month's last day, the 29th for a leap   *zbnkevfm
034600* February.                                                      *zbnkevfm
034700******************************************************************zbnkevfm
034800 SET-REPORT-PERIOD.                                               zbnkevfm
034900     MOVE WS-TODAY-DATE-N TO WS-PERIOD-START-N.                   zbnkevfm
035000     IF WS-PERIOD-START-MM IS EQUAL TO 1                          zbnkevfm
035100        MOVE 12 TO WS-PERIOD-START-MM                             zbnkevfm
035200        SUBTRACT 1 FROM WS-PERIOD-START-CCYY                      zbnkevfm
035300     ELSE                                                         zbnkevfm
035400        SUBTRACT 1 FROM WS-PERIOD-START-MM                        zbnkevfm
035500     END-IF.                                                      zbnkevfm
035600     IF WS-PARM-MONTH IS NUMERIC                                  zbnkevfm
035700        IF WS-PARM-MM IS GREATER THAN ZERO AND                    zbnkevfm
035800           WS-PARM-MM IS NOT GREATER THAN 12                      zbnkevfm
035900           MOVE WS-PARM-CCYY TO WS-PERIOD-START-CCYY              zbnkevfm
036000           MOVE WS-PARM-MM TO WS-PERIOD-START-MM                  zbnkevfm
036100        ELSE                                                      zbnkevfm
036200           MOVE 'PARM month not valid - last month reported'      zbnkevfm
036300             TO WS-CONSOLE-MESSAGE                                zbnkevfm
036400           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkevfm
036500        END-IF                                                    zbnkevfm
036600     END-IF.                                                      zbnkevfm
036700     MOVE 1 TO WS-PERIOD-START-DD.                                zbnkevfm
036800     MOVE WS-PERIOD-START-N TO WS-PERIOD-END-N.                   zbnkevfm
036900     MOVE WS-MONTH-LENGTHS-TBL (WS-PERIOD-END-MM)                 zbnkevfm
037000       TO WS-PERIOD-END-DD.                                       zbnkevfm
037100     IF WS-PERIOD-END-MM IS NOT EQUAL TO 2                        zbnkevfm
037200        GO TO SET-REPORT-PERIOD-EXIT                              zbnkevfm
037300     END-IF.                                                      zbnkevfm
037400     DIVIDE WS-PERIOD-END-CCYY BY 4 GIVING WS-LEAP-QUOTIENT       zbnkevfm
037500       REMAINDER WS-LEAP-REMAINDER-4.                             zbnkevfm
037600     DIVIDE WS-PERIOD-END-CCYY BY 100 GIVING WS-LEAP-QUOTIENT     zbnkevfm
037700       REMAINDER WS-LEAP-REMAINDER-100.                           zbnkevfm
037800     DIVIDE WS-PERIOD-END-CCYY BY 400 GIVING WS-LEAP-QUOTIENT     zbnkevfm
037900       REMAINDER WS-LEAP-REMAINDER-400.                           zbnkevfm
038000     IF WS-LEAP-REMAINDER-4 IS EQUAL TO ZERO AND                  zbnkevfm
038100        (WS-LEAP-REMAINDER-100 IS NOT EQUAL TO ZERO OR            zbnkevfm
038200         WS-LEAP-REMAINDER-400 IS EQUAL TO ZERO)                  zbnkevfm
038300        MOVE 29 TO WS-PERIOD-END-DD                               zbnkevfm
038400     END-IF.                                                      zbnkevfm
038500 SET-REPORT-PERIOD-EXIT.                                          zbnkevfm
038600     EXIT.                                                        zbnkevfm
038700                                                                  zbnkevfm
038800 CLEAR-EVENT-TOTALS.                                              zbnkevfm
038900     MOVE ZERO TO WS-EVT-CHARGED-COUNT (WS-EVT-SUB).              zbnkevfm
039000     MOVE ZERO TO WS-EVT-CHARGED-AMOUNT (WS-EVT-SUB).             zbnkevfm
039100     MOVE ZERO TO WS-EVT-WAIVED-COUNT (WS-EVT-SUB).               zbnkevfm
039200     MOVE ZERO TO WS-EVT-WAIVED-AMOUNT (WS-EVT-SUB).              zbnkevfm
039300     ADD 1 TO WS-EVT-SUB.                                         zbnkevfm
039400                                                                  zbnkevfm
039500******************************************************************zbnkevfm
039600* TALLY-ONE-FEE                                                  *zbnkevfm
039700* Add one logged fee to its event's charged or waived totals.    *zbnkevfm
039800* The log is in date order, so the month ends at the first       *zbnkevfm
039900* record past the period.                                        *zbnkevfm
040000******************************************************************zbnkevfm
040100 TALLY-ONE-FEE.                                                   zbnkevfm
040200     ADD 1 TO WS-LOG-READ.                                        zbnkevfm
040300     MOVE 1 TO WS-EVT-SUB.                                        zbnkevfm
040400     PERFORM FIND-EVENT-STEP                                      zbnkevfm
040500         UNTIL WS-EVT-SUB IS EQUAL TO WS-EVENT-COUNT              zbnkevfm
040600            OR WS-EVN-CODE (WS-EVT-SUB) IS EQUAL TO EL-REC-EVENT. zbnkevfm
040700     IF EL-REC-WAIVED                                             zbnkevfm
040800        ADD 1 TO WS-EVT-WAIVED-COUNT (WS-EVT-SUB)                 zbnkevfm
040900        ADD EL-REC-FEE TO WS-EVT-WAIVED-AMOUNT (WS-EVT-SUB)       zbnkevfm
041000        ADD 1 TO WS-TOTAL-WAIVED-COUNT                            zbnkevfm
041100        ADD EL-REC-FEE TO WS-TOTAL-WAIVED-AMOUNT                  zbnkevfm
041200     ELSE                                                         zbnkevfm
041300        ADD 1 TO WS-EVT-CHARGED-COUNT (WS-EVT-SUB)                zbnkevfm
041400        ADD EL-REC-FEE TO WS-EVT-CHARGED-AMOUNT (WS-EVT-SUB)      zbnkevfm
041500        ADD 1 TO WS-TOTAL-CHARGED-COUNT                           zbnkevfm
041600        ADD EL-REC-FEE TO WS-TOTAL-CHARGED-AMOUNT                 zbnkevfm
041700     END-IF.                                                      zbnkevfm
041800     PERFORM EVFL-GET.                                            zbnkevfm
041900     PERFORM CHECK-EVFL-IN-PERIOD.                                zbnkevfm
042000                                                                  zbnkevfm
042100 FIND-EVENT-STEP.                                                 zbnkevfm
042200     ADD 1 TO WS-EVT-SUB.                                         zbnkevfm
042300                                                                  zbnkevfm
042400 CHECK-EVFL-IN-PERIOD.                                            zbnkevfm
042500     IF WS-END-OF-EVFL = 'NO '                                    zbnkevfm
042600        IF EL-REC-DATE IS GREATER THAN WS-PERIOD-END-N            zbnkevfm
042700           MOVE 'YES' TO WS-END-OF-EVFL                           zbnkevfm
042800        END-IF                                                    zbnkevfm
042900     END-IF.                                                      zbnkevfm
043000                                                                  zbnkevfm
043100******************************************************************zbnkevfm
043200* Bank heading, the period and the column headings.              *zbnkevfm
043300******************************************************************zbnkevfm
043400 PRINT-REPORT-HEADING.                                            zbnkevfm
043500     MOVE WS-LINE-HEAD1 TO PRINTOUT-REC.                          zbnkevfm
043600     PERFORM PRINTOUT-PUT.                                        zbnkevfm
043700     MOVE WS-LINE-HEAD2 TO PRINTOUT-REC.                          zbnkevfm
043800     PERFORM PRINTOUT-PUT.                                        zbnkevfm
043900     MOVE WS-PERIOD-START-N TO WS-EDIT-DATE-N.                    zbnkevfm
044000     PERFORM EDIT-REPORT-DATE.                                    zbnkevfm
044100     MOVE WS-EDIT-DATE TO WS-LINE-PERIOD-FROM.                    zbnkevfm
044200     MOVE WS-PERIOD-END-N TO WS-EDIT-DATE-N.                      zbnkevfm
044300     PERFORM EDIT-REPORT-DATE.                                    zbnkevfm
044400     MOVE WS-EDIT-DATE TO WS-LINE-PERIOD-TO.                      zbnkevfm
044500     MOVE WS-RUN-DATE-DISPLAY TO WS-LINE-PERIOD-RUN.              zbnkevfm
044600     MOVE WS-LINE-PERIOD TO PRINTOUT-REC.                         zbnkevfm
044700     PERFORM PRINTOUT-PUT.                                        zbnkevfm
044800     MOVE WS-LINE-COLUMNS TO PRINTOUT-REC.                        zbnkevfm
044900     PERFORM PRINTOUT-PUT.                                        zbnkevfm
045000                                                                  zbnkevfm
045100******************************************************************zbnkevfm
045200* One line per event. The catch-all line is only printed when    *zbnkevfm
045300* something was logged against it.                              * zbnkevfm
045400******************************************************************zbnkevfm
045500 PRINT-ONE-EVENT.                                                 zbnkevfm
045600     IF WS-EVT-SUB IS EQUAL TO WS-EVENT-COUNT AND                 zbnkevfm
045700        WS-EVT-CHARGED-COUNT (WS-EVT-SUB) IS EQUAL TO ZERO AND    zbnkevfm
045800        WS-EVT-WAIVED-COUNT (WS-EVT-SUB) IS EQUAL TO ZERO         zbnkevfm
045900        ADD 1 TO WS-EVT-SUB                                       zbnkevfm
046000     ELSE                                                         zbnkevfm
046100        MOVE WS-EVN-NAME (WS-EVT-SUB) TO WS-LINE-EVT-NAME         zbnkevfm
046200        MOVE WS-EVT-CHARGED-COUNT (WS-EVT-SUB)                    zbnkevfm
046300          TO WS-LINE-EVT-CHARGED                                  zbnkevfm
046400        MOVE WS-EVT-CHARGED-AMOUNT (WS-EVT-SUB)                   zbnkevfm
046500          TO WS-LINE-EVT-CHG-AMT                                  zbnkevfm
046600        MOVE WS-EVT-WAIVED-COUNT (WS-EVT-SUB)                     zbnkevfm
046700          TO WS-LINE-EVT-WAIVED                                   zbnkevfm
046800        MOVE WS-EVT-WAIVED-AMOUNT (WS-EVT-SUB)                    zbnkevfm
046900          TO WS-LINE-EVT-WVD-AMT                                  zbnkevfm
047000        MOVE WS-LINE-EVENT TO PRINTOUT-REC                        zbnkevfm
047100        PERFORM PRINTOUT-PUT                                      zbnkevfm
047200        ADD 1 TO WS-EVT-SUB                                       zbnkevfm
047300     END-IF.                                                      zbnkevfm
047400                                                                  zbnkevfm
047500 PRINT-REPORT-TOTALS.                                             zbnkevfm
047600     MOVE 'Totals' TO WS-LINE-EVT-NAME.                           zbnkevfm
047700     MOVE WS-TOTAL-CHARGED-COUNT TO WS-LINE-EVT-CHARGED.          zbnkevfm
047800     MOVE WS-TOTAL-CHARGED-AMOUNT TO WS-LINE-EVT-CHG-AMT.         zbnkevfm
047900     MOVE WS-TOTAL-WAIVED-COUNT TO WS-LINE-EVT-WAIVED.            zbnkevfm
048000     MOVE WS-TOTAL-WAIVED-AMOUNT TO WS-LINE-EVT-WVD-AMT.          zbnkevfm
048100     MOVE '0' TO WS-LINE-EVENT (1:1).                             zbnkevfm
048200     MOVE WS-LINE-EVENT TO PRINTOUT-REC.                          zbnkevfm
048300     PERFORM PRINTOUT-PUT.                                        zbnkevfm
048400     MOVE ' ' TO WS-LINE-EVENT (1:1).                             zbnkevfm
048500                                                                  zbnkevfm
048600 EDIT-REPORT-DATE.                                                zbnkevfm
048700     MOVE WS-EDIT-DD TO WS-EDIT-DATE-DD.                          zbnkevfm
048800     MOVE WS-EDIT-MM TO WS-EDIT-DATE-MM.                          zbnkevfm
048900     MOVE WS-EDIT-CCYY TO WS-EDIT-DATE-CCYY.                      zbnkevfm
049000                                                                  zbnkevfm
049100******************************************************************zbnkevfm
049200* Open, position, access and close the EVFL file. No fee logged  *zbnkevfm
049300* on or after the period start is the end of the log.            *zbnkevfm
049400******************************************************************zbnkevfm
049500 EVFL-OPEN.                                                       zbnkevfm
049600     OPEN INPUT EVFL-FILE.                                        zbnkevfm
049700     IF WS-EVFL-STATUS = '00'                                     zbnkevfm
049800        MOVE 'EVFL file opened OK' TO WS-CONSOLE-MESSAGE          zbnkevfm
049900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkevfm
050000     ELSE                                                         zbnkevfm
050100        MOVE 'EVFL file open failure...' TO WS-CONSOLE-MESSAGE    zbnkevfm
050200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkevfm
050300        MOVE WS-EVFL-STATUS TO WS-IO-STATUS                       zbnkevfm
050400        PERFORM DISPLAY-IO-STATUS                                 zbnkevfm
050500        PERFORM ABORT-PROGRAM                                     zbnkevfm
050600     END-IF.                                                      zbnkevfm
050700 EVFL-START.                                                      zbnkevfm
050800     START EVFL-FILE KEY IS NOT LESS THAN EL-REC-KEY.             zbnkevfm
050900     IF WS-EVFL-STATUS NOT = '00'                                 zbnkevfm
051000        IF WS-EVFL-STATUS = '23'                                  zbnkevfm
051100           MOVE 'YES' TO WS-END-OF-EVFL                           zbnkevfm
051200        ELSE                                                      zbnkevfm
051300           MOVE 'EVFL Error starting file ...'                    zbnkevfm
051400             TO WS-CONSOLE-MESSAGE                                zbnkevfm
051500           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkevfm
051600           MOVE WS-EVFL-STATUS TO WS-IO-STATUS                    zbnkevfm
051700           PERFORM DISPLAY-IO-STATUS                              zbnkevfm
051800           PERFORM ABORT-PROGRAM                                  zbnkevfm
051900        END-IF                                                    zbnkevfm
052000     END-IF.                                                      zbnkevfm
052100 EVFL-GET.                                                        zbnkevfm
052200     READ EVFL-FILE NEXT RECORD.                                  zbnkevfm
052300     IF WS-EVFL-STATUS NOT = '00'                                 zbnkevfm
052400        IF WS-EVFL-STATUS = '10'                                  zbnkevfm
052500           MOVE 'YES' TO WS-END-OF-EVFL                           zbnkevfm
052600        ELSE                                                      zbnkevfm
052700           MOVE 'EVFL Error reading file ...'                     zbnkevfm
052800             TO WS-CONSOLE-MESSAGE                                zbnkevfm
052900           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkevfm
053000           MOVE WS-EVFL-STATUS TO WS-IO-STATUS                    zbnkevfm
053100           PERFORM DISPLAY-IO-STATUS                              zbnkevfm
053200           PERFORM ABORT-PROGRAM                                  zbnkevfm
053300        END-IF                                                    zbnkevfm
053400     END-IF.                                                      zbnkevfm
053500 EVFL-CLOSE.                                                      zbnkevfm
053600     CLOSE EVFL-FILE.                                             zbnkevfm
053700     IF WS-EVFL-STATUS = '00'                                     zbnkevfm
053800        MOVE 'EVFL file closed OK' TO WS-CONSOLE-MESSAGE          zbnkevfm
053900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkevfm
054000     ELSE                                                         zbnkevfm
054100        MOVE 'EVFL file close failure...' TO WS-CONSOLE-MESSAGE   zbnkevfm
054200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkevfm
054300        MOVE WS-EVFL-STATUS TO WS-IO-STATUS                       zbnkevfm
054400        PERFORM DISPLAY-IO-STATUS                                 zbnkevfm
054500        PERFORM ABORT-PROGRAM                                     zbnkevfm
054600     END-IF.                                                      zbnkevfm
054700                                                                  zbnkevfm
054800 PRINTOUT-OPEN.                                                   zbnkevfm
054900     OPEN OUTPUT PRINTOUT-FILE.                                   zbnkevfm
055000     IF WS-PRINTOUT-STATUS = '00'                                 zbnkevfm
055100        MOVE 'PRINTOUT file opened OK' TO WS-CONSOLE-MESSAGE      zbnkevfm
055200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkevfm
055300     ELSE                                                         zbnkevfm
055400        MOVE 'PRINTOUT file open failure...' TO WS-CONSOLE-MESSAGEzbnkevfm
055500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkevfm
055600        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkevfm
055700        PERFORM DISPLAY-IO-STATUS                                 zbnkevfm
055800        PERFORM ABORT-PROGRAM                                     zbnkevfm
055900     END-IF.                                                      zbnkevfm
056000                                                                  zbnkevfm
056100 PRINTOUT-PUT.                                                    zbnkevfm
056200     WRITE PRINTOUT-REC.                                          zbnkevfm
056300     IF WS-PRINTOUT-STATUS NOT = '00'                             zbnkevfm
056400        MOVE 'PRINTOUT Error writing file ...'                    zbnkevfm
056500          TO WS-CONSOLE-MESSAGE                                   zbnkevfm
056600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkevfm
056700        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkevfm
056800        PERFORM DISPLAY-IO-STATUS                                 zbnkevfm
056900        PERFORM ABORT-PROGRAM                                     zbnkevfm
057000     END-IF.                                                      zbnkevfm
057100                                                                  zbnkevfm
057200 PRINTOUT-CLOSE.                                                  zbnkevfm
057300     CLOSE PRINTOUT-FILE.                                         zbnkevfm
057400     IF WS-PRINTOUT-STATUS NOT = '00'                             zbnkevfm
057500        MOVE 'PRINTOUT file close failure...'                     zbnkevfm
057600          TO WS-CONSOLE-MESSAGE                                   zbnkevfm
057700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkevfm
057800        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkevfm
057900        PERFORM DISPLAY-IO-STATUS                                 zbnkevfm
058000        PERFORM ABORT-PROGRAM                                     zbnkevfm
058100     END-IF.                                                      zbnkevfm
058200                                                                  zbnkevfm
058300******************************************************************zbnkevfm
058400* Write a short end-of-job summary to the JOBSUM file, in the    *zbnkevfm
058500* same style as the other batch jobs' summaries.                 *zbnkevfm
058600******************************************************************zbnkevfm
058700 PRINT-JOB-SUMMARY.                                               zbnkevfm
058800     PERFORM JOBSUM-OPEN.                                         zbnkevfm
058900     MOVE SPACES TO JOBSUM-REC.                                   zbnkevfm
059000     STRING 'Fee log records read:        ' DELIMITED BY SIZE     zbnkevfm
059100            WS-LOG-READ DELIMITED BY SIZE                         zbnkevfm
059200       INTO JOBSUM-REC.                                           zbnkevfm
059300     PERFORM JOBSUM-PUT.                                          zbnkevfm
059400     MOVE SPACES TO JOBSUM-REC.                                   zbnkevfm
059500     STRING 'Event fees charged:          ' DELIMITED BY SIZE     zbnkevfm
059600            WS-TOTAL-CHARGED-COUNT DELIMITED BY SIZE              zbnkevfm
059700       INTO JOBSUM-REC.                                           zbnkevfm
059800     PERFORM JOBSUM-PUT.                                          zbnkevfm
059900     MOVE SPACES TO JOBSUM-REC.                                   zbnkevfm
060000     STRING 'Event fees waived:           ' DELIMITED BY SIZE     zbnkevfm
060100            WS-TOTAL-WAIVED-COUNT DELIMITED BY SIZE               zbnkevfm
060200       INTO JOBSUM-REC.                                           zbnkevfm
060300     PERFORM JOBSUM-PUT.                                          zbnkevfm
060400     PERFORM JOBSUM-CLOSE.                                        zbnkevfm
060500     MOVE 'Job summary written to JOBSUM'                         zbnkevfm
060600       TO WS-CONSOLE-MESSAGE.                                     zbnkevfm
060700     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkevfm
060800                                                                  zbnkevfm
060900 JOBSUM-OPEN.                                                     zbnkevfm
061000     OPEN OUTPUT JOBSUM-FILE.                                     zbnkevfm
061100     IF WS-JOBSUM-STATUS = '00'                                   zbnkevfm
061200        MOVE 'JOBSUM file opened OK' TO WS-CONSOLE-MESSAGE        zbnkevfm
061300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkevfm
061400     ELSE                                                         zbnkevfm
061500        MOVE 'JOBSUM file open failure...' TO WS-CONSOLE-MESSAGE  zbnkevfm
061600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkevfm
061700        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkevfm
061800        PERFORM DISPLAY-IO-STATUS                                 zbnkevfm
061900        PERFORM ABORT-PROGRAM                                     zbnkevfm
062000     END-IF.                                                      zbnkevfm
062100                                                                  zbnkevfm
062200 JOBSUM-PUT.                                                      zbnkevfm
062300     WRITE JOBSUM-REC.                                            zbnkevfm
062400     IF WS-JOBSUM-STATUS NOT = '00'                               zbnkevfm
062500        MOVE 'JOBSUM Error writing file ...' TO WS-CONSOLE-MESSAGEzbnkevfm
062600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkevfm
062700        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkevfm
062800        PERFORM DISPLAY-IO-STATUS                                 zbnkevfm
062900        PERFORM ABORT-PROGRAM                                     zbnkevfm
063000     END-IF.                                                      zbnkevfm
063100                                                                  zbnkevfm
063200 JOBSUM-CLOSE.                                                    zbnkevfm
063300     CLOSE JOBSUM-FILE.                                           zbnkevfm
063400     IF WS-JOBSUM-STATUS = '00'                                   zbnkevfm
063500        MOVE 'JOBSUM file closed OK' TO WS-CONSOLE-MESSAGE        zbnkevfm
063600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkevfm
063700     ELSE                                                         zbnkevfm
063800        MOVE 'JOBSUM file close failure...' TO WS-CONSOLE-MESSAGE zbnkevfm
063900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkevfm
064000        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkevfm
064100        PERFORM DISPLAY-IO-STATUS                                 zbnkevfm
064200        PERFORM ABORT-PROGRAM                                     zbnkevfm
064300     END-IF.                                                      zbnkevfm
064400                                                                  zbnkevfm
064500******************************************************************zbnkevfm
064600* Run-control hooks. The START call blocks this job when it has  *zbnkevfm
064700* already completed for the business date or a prerequisite has  *zbnkevfm
064800* not, and records the start on BNKRUNC; the END call records    *zbnkevfm
064900* the end time and return code. See URUNCTL.CBL.                 *zbnkevfm
065000******************************************************************zbnkevfm
065100 RUN-CONTROL-START.                                               zbnkevfm
065200     SET RUNCTL-START TO TRUE.                                    zbnkevfm
065300     MOVE 'ZBNKEVFM' TO RUNCTL-JOB.                               zbnkevfm
065400     MOVE ZERO TO RUNCTL-BUSDATE.                                 zbnkevfm
065500     MOVE ZERO TO RUNCTL-RETURN-CODE.                             zbnkevfm
065600     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkevfm
065700     IF RUNCTL-BLOCKED                                            zbnkevfm
065800        MOVE RUNCTL-REPLY-TEXT TO WS-CONSOLE-MESSAGE              zbnkevfm
065900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkevfm
066000        MOVE 'Run control blocked this run' TO WS-CONSOLE-MESSAGE zbnkevfm
066100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkevfm
066200        MOVE 8 TO RETURN-CODE                                     zbnkevfm
066300        GOBACK                                                    zbnkevfm
066400     END-IF.                                                      zbnkevfm
066500 RUN-CONTROL-START-EXIT.                                          zbnkevfm
066600     EXIT.                                                        zbnkevfm
066700                                                                  zbnkevfm
066800 RUN-CONTROL-END.                                                 zbnkevfm
066900     SET RUNCTL-END TO TRUE.                                      zbnkevfm
067000     MOVE RETURN-CODE TO RUNCTL-RETURN-CODE.                      zbnkevfm
067100     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkevfm
067200                                                                  zbnkevfm
067300******************************************************************zbnkevfm
067400* Display the file status bytes                                  *zbnkevfm
067500******************************************************************zbnkevfm
067600 DISPLAY-IO-STATUS.                                               zbnkevfm
067700     IF WS-IO-STATUS NUMERIC                                      zbnkevfm
067800        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkevfm
067900        STRING 'File status -' DELIMITED BY SIZE                  zbnkevfm
068000               WS-IO-STATUS DELIMITED BY SIZE                     zbnkevfm
068100          INTO WS-CONSOLE-MESSAGE                                 zbnkevfm
068200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkevfm
068300     ELSE                                                         zbnkevfm
068400        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     zbnkevfm
068500        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    zbnkevfm
068600        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkevfm
068700        STRING 'File status -' DELIMITED BY SIZE                  zbnkevfm
068800               WS-IO-STAT1 DELIMITED BY SIZE                      zbnkevfm
068900               '/' DELIMITED BY SIZE                              zbnkevfm
069000               WS-TWO-BYTES DELIMITED BY SIZE                     zbnkevfm
069100          INTO WS-CONSOLE-MESSAGE                                 zbnkevfm
069200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkevfm
069300     END-IF.                                                      zbnkevfm
069400                                                                  zbnkevfm
069500******************************************************************zbnkevfm
069600* 'ABORT' the program. Post a message and issue a goback         *zbnkevfm
069700******************************************************************zbnkevfm
069800 ABORT-PROGRAM.                                                   zbnkevfm
069900     IF WS-CONSOLE-MESSAGE NOT = SPACES                           zbnkevfm
070000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkevfm
070100     END-IF.                                                      zbnkevfm
070200     MOVE 'Program is abending...' TO WS-CONSOLE-MESSAGE.         zbnkevfm
070300     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkevfm
070400     MOVE 16 TO RETURN-CODE.                                      zbnkevfm
070500     GOBACK.                                                      zbnkevfm
070600                                                                  zbnkevfm
070700******************************************************************zbnkevfm
070800* Display CONSOLE messages...                                    *zbnkevfm
070900******************************************************************zbnkevfm
071000 DISPLAY-CONSOLE-MESSAGE.                                         zbnkevfm
071100     DISPLAY 'ZBNKEVFM - ' WS-CONSOLE-MESSAGE                     zbnkevfm
071200       UPON CONSOLE.                                              zbnkevfm
071300     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       zbnkevfm
071400                                                                  zbnkevfm
071500* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     zbnkevfm
