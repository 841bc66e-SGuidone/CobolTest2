000100******************************************************************zbnklgex
000200*                                                               * zbnklgex
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   * zbnklgex
000400*   This demonstration program is provided for use by users     * zbnklgex
000500*   of Micro Focus products and may be used, modified and       * zbnklgex
000600*   distributed as part of your application provided that       * zbnklgex
000700*   you properly acknowledge the copyright of Micro Focus       * zbnklgex
000800*   in this material.                                           * zbnklgex
000900*                                                               * zbnklgex
001000******************************************************************zbnklgex
001100                                                                  zbnklgex
001200******************************************************************zbnklgex
001300* ZBNKLGEX.CBL                                                   *zbnklgex
001400* Function:    Monthly large-exposures report. Sums, for every   *zbnklgex
001500*              connected-party group on BNKCPGR, the drawn       *zbnklgex
001600*              balances - overdrawn BNKACCT balances and         *zbnklgex
001700*              outstanding BNKLNMA loans - and the undrawn       *zbnklgex
001800*              committed limits - the unused part of each        *zbnklgex
001900*              overdraft limit - of all the group's members,     *zbnklgex
002000*              and measures the group's exposure against the     *zbnklgex
002100*              bank's capital base. A group over the regulatory  *zbnklgex
002200*              limit is flagged as a breach and one at or above  *zbnklgex
002300*              the warning level as a near-breach. The capital   *zbnklgex
002400*              base and both percentages are held on BNKSYSC     *zbnklgex
002500*              (LGEXLIM and LGEXWARN); without a capital base    *zbnklgex
002600*              the exposures still print but the run ends with   *zbnklgex
002700*              return code 8.                                    *zbnklgex
002800******************************************************************zbnklgex
002900 IDENTIFICATION DIVISION.                                         zbnklgex
003000 PROGRAM-ID.                                                      zbnklgex
003100     ZBNKLGEX.                                                    zbnklgex
003200 DATE-WRITTEN.                                                    zbnklgex
003300     October 2026.                                                zbnklgex
003400 DATE-COMPILED.                                                   zbnklgex
003500     Today.                                                       zbnklgex
003600                                                                  zbnklgex
003700 ENVIRONMENT DIVISION.                                            zbnklgex
003800 INPUT-OUTPUT   SECTION.                                          zbnklgex
003900   FILE-CONTROL.                                                  zbnklgex
004000     SELECT CPGR-FILE                                             zbnklgex
004100            ASSIGN       TO BNKCPGR                               zbnklgex
004200            ORGANIZATION IS INDEXED                               zbnklgex
004300            ACCESS MODE  IS SEQUENTIAL                            zbnklgex
004400            RECORD KEY   IS CG-REC-KEY                            zbnklgex
004500            FILE STATUS  IS WS-CPGR-STATUS.                       zbnklgex
004600     SELECT ACCOUNT-FILE                                          zbnklgex
004700            ASSIGN       TO BNKACCT                               zbnklgex
004800            ORGANIZATION IS INDEXED                               zbnklgex
004900            ACCESS MODE  IS SEQUENTIAL                            zbnklgex
005000            RECORD KEY   IS BAC-REC-ACCNO                         zbnklgex
005100            FILE STATUS  IS WS-ACCOUNT-STATUS.                    zbnklgex
005200     SELECT LOANM-FILE                                            zbnklgex
005300            ASSIGN       TO BNKLNMA                               zbnklgex
005400            ORGANIZATION IS INDEXED                               zbnklgex
005500            ACCESS MODE  IS SEQUENTIAL                            zbnklgex
005600            RECORD KEY   IS LM-REC-KEY                            zbnklgex
005700            FILE STATUS  IS WS-LOANM-STATUS.                      zbnklgex
005800     SELECT SYSC-FILE                                             zbnklgex
005900            ASSIGN       TO BNKSYSC                               zbnklgex
006000            ORGANIZATION IS INDEXED                               zbnklgex
006100            ACCESS MODE  IS RANDOM                                zbnklgex
006200            RECORD KEY   IS SY-REC-CONTROL-NAME                   zbnklgex
006300            FILE STATUS  IS WS-SYSC-STATUS.                       zbnklgex
006400     SELECT PRINTOUT-FILE                                         zbnklgex
006500            ASSIGN       TO PRINTOUT                              zbnklgex
006600            ORGANIZATION IS SEQUENTIAL                            zbnklgex
006700            ACCESS MODE  IS SEQUENTIAL                            zbnklgex
006800            FILE STATUS  IS WS-PRINTOUT-STATUS.                   zbnklgex
006900     SELECT JOBSUM-FILE                                           zbnklgex
007000            ASSIGN       TO JOBSUM                                zbnklgex
007100            ORGANIZATION IS SEQUENTIAL                            zbnklgex
007200            ACCESS MODE  IS SEQUENTIAL                            zbnklgex
007300            FILE STATUS  IS WS-JOBSUM-STATUS.                     zbnklgex
007400                                                                  zbnklgex
007500 DATA DIVISION.                                                   zbnklgex
007600 FILE SECTION.                                                    zbnklgex
007700                                                                  zbnklgex
007800 FD  CPGR-FILE.                                                   zbnklgex
007900 01  CPGR-FILE-REC.                                               zbnklgex
008000 COPY CBANKVCG.                                                   zbnklgex
008100                                                                  zbnklgex
008200 FD  ACCOUNT-FILE.                                                zbnklgex
008300 01  ACCOUNT-FILE-REC.                                            zbnklgex
008400 COPY CBANKVAC.                                                   zbnklgex
008500                                                                  zbnklgex
008600 FD  LOANM-FILE.                                                  zbnklgex
008700 01  LOANM-FILE-REC.                                              zbnklgex
008800 COPY CBANKVLM.                                                   zbnklgex
008900                                                                  zbnklgex
009000 FD  SYSC-FILE.                                                   zbnklgex
009100 01  SYSC-FILE-REC.                                               zbnklgex
009200 COPY CBANKVSY.                                                   zbnklgex
009300                                                                  zbnklgex
009400 FD  PRINTOUT-FILE.                                               zbnklgex
009500 01  PRINTOUT-REC                          PIC X(121).            zbnklgex
009600                                                                  zbnklgex
009700 FD  JOBSUM-FILE.                                                 zbnklgex
009800 01  JOBSUM-REC                            PIC X(80).             zbnklgex
009900                                                                  zbnklgex
010000 WORKING-STORAGE SECTION.                                         zbnklgex
010100 01  WS-RUN-CONTROL.                                              zbnklgex
010200 COPY CRUNCTLD.                                                   zbnklgex
010300 01  WS-FILE-STATUSES.                                            zbnklgex
010400   05  WS-CPGR-STATUS.                                            zbnklgex
010500     10  WS-CPGR-STAT1                 PIC X(1).                  zbnklgex
010600     10  WS-CPGR-STAT2                 PIC X(1).                  zbnklgex
010700   05  WS-ACCOUNT-STATUS.                                         zbnklgex
010800     10  WS-ACCOUNT-STAT1              PIC X(1).                  zbnklgex
010900     10  WS-ACCOUNT-STAT2              PIC X(1).                  zbnklgex
011000   05  WS-LOANM-STATUS.                                           zbnklgex
011100     10  WS-LOANM-STAT1                PIC X(1).                  zbnklgex
011200     10  WS-LOANM-STAT2                PIC X(1).                  zbnklgex
011300   05  WS-SYSC-STATUS.                                            zbnklgex
011400     10  WS-SYSC-STAT1                 PIC X(1).                  zbnklgex
011500     10  WS-SYSC-STAT2                 PIC X(1).                  zbnklgex
011600   05  WS-PRINTOUT-STATUS.                                        zbnklgex
011700     10  WS-PRINTOUT-STAT1             PIC X(1).                  zbnklgex
011800     10  WS-PRINTOUT-STAT2             PIC X(1).                  zbnklgex
011900   05  WS-JOBSUM-STATUS.                                          zbnklgex
012000     10  WS-JOBSUM-STAT1               PIC X(1).                  zbnklgex
012100     10  WS-JOBSUM-STAT2               PIC X(1).                  zbnklgex
012200   05  WS-IO-STATUS.                                              zbnklgex
012300     10  WS-IO-STAT1                   PIC X(1).                  zbnklgex
012400     10  WS-IO-STAT2                   PIC X(1).                  zbnklgex
012500                                                                  zbnklgex
012600   05  WS-TWO-BYTES.                                              zbnklgex
012700     10  WS-TWO-BYTES-LEFT             PIC X(1).                  zbnklgex
012800     10  WS-TWO-BYTES-RIGHT            PIC X(1).                  zbnklgex
012900   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 zbnklgex
013000                                      PIC 9(1) COMP.              zbnklgex
013100                                                                  zbnklgex
013200 01  WS-CONSOLE-MESSAGE                    PIC X(48).             zbnklgex
013300                                                                  zbnklgex
013400 01  WS-DATE-WORK-AREA.                                           zbnklgex
013500 COPY CDATED.                                                     zbnklgex
013600                                                                  zbnklgex
013700 01  WS-TODAY-DATE-N                       PIC 9(8).              zbnklgex
013800 01  WS-TODAY-DATE-PARTS REDEFINES WS-TODAY-DATE-N.               zbnklgex
013900     05  WS-TODAY-CCYY                     PIC 9(4).              zbnklgex
014000     05  WS-TODAY-MM                       PIC 9(2).              zbnklgex
014100     05  WS-TODAY-DD                       PIC 9(2).              zbnklgex
014200 01  WS-RUN-DATE-DISPLAY                   PIC X(11).             zbnklgex
014300 01  WS-RUN-TIME-8                         PIC 9(8).              zbnklgex
014400 01  WS-RUN-TIME                           PIC X(6).              zbnklgex
014500                                                                  zbnklgex
014600 01  WS-END-OF-FILE-SW                     PIC X(3).              zbnklgex
014700                                                                  zbnklgex
014800******************************************************************zbnklgex
014900* Large-exposure limit. The LGEXLIM control record on BNKSYSC    *zbnklgex
015000* holds the capital base in its total and the limit, as a        *zbnklgex
015100* percentage of capital, in its amount (25% when not set); the   *zbnklgex
015200* LGEXWARN record's amount is the near-breach level (20%).       *zbnklgex
015300******************************************************************zbnklgex
015400 01  WS-EXPOSURE-LIMITS.                                          zbnklgex
015500   05  WS-CAPITAL                          PIC S9(13)V99 COMP-3.  zbnklgex
015600   05  WS-LIMIT-PCT                        PIC S9(5)V99 COMP-3.   zbnklgex
015700   05  WS-WARN-PCT                         PIC S9(5)V99 COMP-3.   zbnklgex
015800   05  WS-CAPITAL-FOUND                    PIC X(1) VALUE 'N'.    zbnklgex
015900                                                                  zbnklgex
016000******************************************************************zbnklgex
016100* The groups and their members, loaded from BNKCPGR in group     *zbnklgex
016200* order. Each member points at its group's entry so the account  *zbnklgex
016300* and loan sweeps add straight into the group totals.            *zbnklgex
016400******************************************************************zbnklgex
016500 01  WS-GROUP-COUNT                        PIC 9(4) COMP VALUE 0. zbnklgex
016600 01  WS-GROUP-SUB                          PIC 9(4) COMP.         zbnklgex
016700 01  WS-GROUP-TABLE.                                              zbnklgex
016800   05  WS-GRP-ENTRY OCCURS 500 TIMES.                             zbnklgex
016900     10  WS-GRP-ID                         PIC X(8).              zbnklgex
017000     10  WS-GRP-NAME                       PIC X(25).             zbnklgex
017100     10  WS-GRP-MEMBERS                    PIC 9(4) COMP.         zbnklgex
017200     10  WS-GRP-DRAWN                      PIC S9(13)V99 COMP-3.  zbnklgex
017300     10  WS-GRP-UNDRAWN                    PIC S9(13)V99 COMP-3.  zbnklgex
017400 01  WS-MEMBER-COUNT                       PIC 9(4) COMP VALUE 0. zbnklgex
017500 01  WS-MEMBER-SUB                         PIC 9(4) COMP.         zbnklgex
017600 01  WS-MEMBER-TABLE.                                             zbnklgex
017700   05  WS-MBR-ENTRY OCCURS 2000 TIMES.                            zbnklgex
017800     10  WS-MBR-PID                        PIC X(5).              zbnklgex
017900     10  WS-MBR-GROUP                      PIC 9(4) COMP.         zbnklgex
018000 01  WS-FIND-PID                           PIC X(5).              zbnklgex
018100                                                                  zbnklgex
018200 01  WS-ACC-DRAWN                          PIC S9(7)V99 COMP-3.   zbnklgex
018300 01  WS-EXPOSURE                           PIC S9(13)V99 COMP-3.  zbnklgex
018400 01  WS-EXPOSURE-PCT                       PIC S9(5)V99 COMP-3.   zbnklgex
018500                                                                  zbnklgex
018600******************************************************************zbnklgex
018700* Report print lines. Column 1 is the carriage control           *zbnklgex
018800* character, as on the statements.                               *zbnklgex
018900******************************************************************zbnklgex
019000 01  WS-PRINT-LINES.                                              zbnklgex
019100   05  WS-LINE-HEAD1.                                             zbnklgex
019200     10  FILLER                            PIC X(1) VALUE '1'.    zbnklgex
019300     10  FILLER                            PIC X(40) VALUE SPACES.zbnklgex
019400     10  FILLER                            PIC X(21)              zbnklgex
019500         VALUE 'Micro Focus Demo Bank'.                           zbnklgex
019600   05  WS-LINE-HEAD2.                                             zbnklgex
019700     10  FILLER                            PIC X(1) VALUE ' '.    zbnklgex
019800     10  FILLER                            PIC X(40) VALUE SPACES.zbnklgex
019900     10  FILLER                            PIC X(23)              zbnklgex
020000         VALUE 'Large Exposures Report'.                          zbnklgex
020100   05  WS-LINE-BASIS.                                             zbnklgex
020200     10  FILLER                            PIC X(1) VALUE '0'.    zbnklgex
020300     10  FILLER                            PIC X(14)              zbnklgex
020400         VALUE 'Capital base  '.                                  zbnklgex
020500     10  WS-LINE-BASIS-CAPITAL                                    zbnklgex
020600                                   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.      zbnklgex
020700     10  FILLER                            PIC X(10)              zbnklgex
020800         VALUE '   Limit  '.                                      zbnklgex
020900     10  WS-LINE-BASIS-LIMIT               PIC ZZ9.99.            zbnklgex
021000     10  FILLER                            PIC X(17)              zbnklgex
021100         VALUE '%   Near-breach  '.                               zbnklgex
021200     10  WS-LINE-BASIS-WARN                PIC ZZ9.99.            zbnklgex
021300     10  FILLER                            PIC X(14)              zbnklgex
021400         VALUE '%   Run date  '.                                  zbnklgex
021500     10  WS-LINE-BASIS-RUN                 PIC X(11).             zbnklgex
021600   05  WS-LINE-NO-CAPITAL.                                        zbnklgex
021700     10  FILLER                            PIC X(1) VALUE '0'.    zbnklgex
021800     10  FILLER                            PIC X(60)              zbnklgex
021900         VALUE 'No capital base on BNKSYSC - limits not checked'. zbnklgex
022000   05  WS-LINE-COLUMNS.                                           zbnklgex
022100     10  FILLER                            PIC X(1) VALUE '0'.    zbnklgex
022200     10  FILLER                            PIC X(9) VALUE 'Group'.zbnklgex
022300     10  FILLER                            PIC X(26) VALUE 'Name'.zbnklgex
022400     10  FILLER                            PIC X(7)               zbnklgex
022500         VALUE 'Members'.                                         zbnklgex
022600     10  FILLER                            PIC X(18)              zbnklgex
022700         VALUE '             Drawn'.                              zbnklgex
022800     10  FILLER                            PIC X(18)              zbnklgex
022900         VALUE '           Undrawn'.                              zbnklgex
023000     10  FILLER                            PIC X(18)              zbnklgex
023100         VALUE '          Exposure'.                              zbnklgex
023200     10  FILLER                            PIC X(10)              zbnklgex
023300         VALUE ' % Capital'.                                      zbnklgex
023400     10  FILLER                            PIC X(2) VALUE SPACES. zbnklgex
023500     10  FILLER                            PIC X(11)              zbnklgex
023600         VALUE 'Limit'.                                           zbnklgex
023700   05  WS-LINE-GROUP.                                             zbnklgex
023800     10  FILLER                            PIC X(1) VALUE ' '.    zbnklgex
023900     10  WS-LINE-GRP-ID                    PIC X(8).              zbnklgex
024000     10  FILLER                            PIC X(1) VALUE SPACE.  zbnklgex
024100     10  WS-LINE-GRP-NAME                  PIC X(25).             zbnklgex
024200     10  FILLER                            PIC X(1) VALUE SPACE.  zbnklgex
024300     10  WS-LINE-GRP-MEMBERS               PIC ZZZ,ZZ9.           zbnklgex
024400     10  WS-LINE-GRP-DRAWN                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.zbnklgex
024500     10  WS-LINE-GRP-UNDRAWN               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.zbnklgex
024600     10  WS-LINE-GRP-EXPOSURE              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.zbnklgex
024700     10  FILLER                            PIC X(1) VALUE SPACE.  zbnklgex
024800     10  WS-LINE-GRP-PCT                   PIC ZZ,ZZ9.99.         zbnklgex
024900     10  FILLER                            PIC X(2) VALUE SPACES. zbnklgex
025000     10  WS-LINE-GRP-FLAG                  PIC X(11).             zbnklgex
025100   05  WS-LINE-TOTALS.                                            zbnklgex
025200     10  FILLER                            PIC X(1) VALUE '0'.    zbnklgex
025300     10  FILLER                            PIC X(8)               zbnklgex
025400         VALUE 'Groups  '.                                        zbnklgex
025500     10  WS-LINE-TOT-GROUPS                PIC ZZZ9.              zbnklgex
025600     10  FILLER                            PIC X(14)              zbnklgex
025700         VALUE '    Breaches  '.                                  zbnklgex
025800     10  WS-LINE-TOT-BREACHES              PIC ZZZ9.              zbnklgex
025900     10  FILLER                            PIC X(18)              zbnklgex
026000         VALUE '    Near-breaches '.                              zbnklgex
026100     10  WS-LINE-TOT-NEAR                  PIC ZZZ9.              zbnklgex
026200                                                                  zbnklgex
026300******************************************************************zbnklgex
026400* Run counters, reported on the job summary at the end of the    *zbnklgex
026500* run.                                                           *zbnklgex
026600******************************************************************zbnklgex
026700 01  WS-MEMBERS-READ                       PIC 9(7) VALUE ZERO.   zbnklgex
026800 01  WS-ACCOUNTS-MEASURED                  PIC 9(7) VALUE ZERO.   zbnklgex
026900 01  WS-LOANS-MEASURED                     PIC 9(7) VALUE ZERO.   zbnklgex
027000 01  WS-BREACH-COUNT                       PIC 9(4) VALUE ZERO.   zbnklgex
027100 01  WS-NEAR-COUNT                         PIC 9(4) VALUE ZERO.   zbnklgex
027200                                                                  zbnklgex
027300 PROCEDURE DIVISION.                                              zbnklgex
027400                                                                  zbnklgex
027500     PERFORM RUN-CONTROL-START                                    zbnklgex
027600         THRU RUN-CONTROL-START-EXIT.                             zbnklgex
027700     PERFORM GET-RUN-DATE.                                        zbnklgex
027800                                                                  zbnklgex
027900     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           zbnklgex
028000     STRING 'Large exposures run for ' DELIMITED BY SIZE          zbnklgex
028100            WS-RUN-DATE-DISPLAY DELIMITED BY SIZE                 zbnklgex
028200       INTO WS-CONSOLE-MESSAGE.                                   zbnklgex
028300     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnklgex
028400                                                                  zbnklgex
028500     PERFORM CPGR-OPEN.                                           zbnklgex
028600     PERFORM ACCOUNT-OPEN.                                        zbnklgex
028700     PERFORM LOANM-OPEN.                                          zbnklgex
028800     PERFORM SYSC-OPEN.                                           zbnklgex
028900     PERFORM PRINTOUT-OPEN.                                       zbnklgex
029000                                                                  zbnklgex
029100     PERFORM GET-EXPOSURE-LIMITS                                  zbnklgex
029200         THRU GET-EXPOSURE-LIMITS-EXIT.                           zbnklgex
029300                                                                  zbnklgex
029400     MOVE 'NO ' TO WS-END-OF-FILE-SW.                             zbnklgex
029500     PERFORM LOAD-NEXT-MEMBER                                     zbnklgex
029600         THRU LOAD-NEXT-MEMBER-EXIT                               zbnklgex
029700         UNTIL WS-END-OF-FILE-SW = 'YES'.                         zbnklgex
029800                                                                  zbnklgex
029900     MOVE 'NO ' TO WS-END-OF-FILE-SW.                             zbnklgex
030000     PERFORM MEASURE-NEXT-ACCOUNT                                 zbnklgex
030100         THRU MEASURE-NEXT-ACCOUNT-EXIT                           zbnklgex
030200         UNTIL WS-END-OF-FILE-SW = 'YES'.                         zbnklgex
030300                                                                  zbnklgex
030400     MOVE 'NO ' TO WS-END-OF-FILE-SW.                             zbnklgex
030500     PERFORM MEASURE-NEXT-LOAN                                    zbnklgex
030600         THRU MEASURE-NEXT-LOAN-EXIT                              zbnklgex
030700         UNTIL WS-END-OF-FILE-SW = 'YES'.                         zbnklgex
030800                                                                  zbnklgex
030900     PERFORM PRINT-REPORT-HEADING.                                zbnklgex
031000     MOVE 1 TO WS-GROUP-SUB.                                      zbnklgex
031100     PERFORM PRINT-ONE-GROUP                                      zbnklgex
031200         UNTIL WS-GROUP-SUB IS GREATER THAN WS-GROUP-COUNT.       zbnklgex
031300     PERFORM PRINT-REPORT-TOTALS.                                 zbnklgex
031400                                                                  zbnklgex
031500     PERFORM CPGR-CLOSE.                                          zbnklgex
031600     PERFORM ACCOUNT-CLOSE.                                       zbnklgex
031700     PERFORM LOANM-CLOSE.                                         zbnklgex
031800     PERFORM SYSC-CLOSE.                                          zbnklgex
031900     PERFORM PRINTOUT-CLOSE.                                      zbnklgex
032000                                                                  zbnklgex
032100     PERFORM PRINT-JOB-SUMMARY.                                   zbnklgex
032200                                                                  zbnklgex
032300     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     zbnklgex
032400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnklgex
032500     IF WS-CAPITAL-FOUND = 'Y'                                    zbnklgex
032600        MOVE 0 TO RETURN-CODE                                     zbnklgex
032700     ELSE                                                         zbnklgex
032800        MOVE 8 TO RETURN-CODE                                     zbnklgex
032900     END-IF.                                                      zbnklgex
033000     PERFORM RUN-CONTROL-END.                                     zbnklgex
033100     GOBACK.                                                      zbnklgex
033200                                                                  zbnklgex
033300******************************************************************zbnklgex
033400* GET-RUN-DATE                                                   *zbnklgex
033500* Obtains today's date, in both numeric and display form, and    *zbnklgex
033600* the current time.                                              *zbnklgex
033700******************************************************************zbnklgex
033800 GET-RUN-DATE.                                                    zbnklgex
033900     ACCEPT WS-TODAY-DATE-N FROM DATE YYYYMMDD.                   zbnklgex
034000     MOVE SPACES TO DD-INPUT-TYPE.                                zbnklgex
034100     SET DDI-ISO TO TRUE.                                         zbnklgex
034200     MOVE SPACES TO DDI-DATA.                                     zbnklgex
034300     STRING WS-TODAY-CCYY DELIMITED BY SIZE                       zbnklgex
034400            '-'           DELIMITED BY SIZE                       zbnklgex
034500            WS-TODAY-MM   DELIMITED BY SIZE                       zbnklgex
034600            '-'           DELIMITED BY SIZE                       zbnklgex
034700            WS-TODAY-DD   DELIMITED BY SIZE                       zbnklgex
034800       INTO DDI-DATA.                                             zbnklgex
034900     MOVE SPACES TO DD-OUTPUT-TYPE.                               zbnklgex
035000     SET DDO-DD-MMM-YYYY TO TRUE.                                 zbnklgex
035100     SET DD-ENV-NULL TO TRUE.                                     zbnklgex
035200     CALL 'UDATECNV' USING WS-DATE-WORK-AREA.                     zbnklgex
035300     MOVE DDO-DATA TO WS-RUN-DATE-DISPLAY.                        zbnklgex
035400     ACCEPT WS-RUN-TIME-8 FROM TIME.                              zbnklgex
035500     MOVE WS-RUN-TIME-8(1:6) TO WS-RUN-TIME.                      zbnklgex
035600 GET-RUN-DATE-EXIT.                                               zbnklgex
035700     EXIT.                                                        zbnklgex
035800                                                                  zbnklgex
035900******************************************************************zbnklgex
036000* The capital base and the two percentages from BNKSYSC.         *zbnklgex
036100******************************************************************zbnklgex
036200 GET-EXPOSURE-LIMITS.                                             zbnklgex
036300     MOVE ZERO TO WS-CAPITAL.                                     zbnklgex
036400     MOVE 25 TO WS-LIMIT-PCT.                                     zbnklgex
036500     MOVE 20 TO WS-WARN-PCT.                                      zbnklgex
036600     MOVE 'LGEXLIM ' TO SY-REC-CONTROL-NAME.                      zbnklgex
036700     READ SYSC-FILE.                                              zbnklgex
036800     IF WS-SYSC-STATUS = '00'                                     zbnklgex
036900        MOVE SY-REC-TOTAL TO WS-CAPITAL                           zbnklgex
037000        IF SY-REC-AMOUNT IS GREATER THAN ZERO                     zbnklgex
037100           MOVE SY-REC-AMOUNT TO WS-LIMIT-PCT                     zbnklgex
037200        END-IF                                                    zbnklgex
037300     END-IF.                                                      zbnklgex
037400     IF WS-CAPITAL IS GREATER THAN ZERO                           zbnklgex
037500        MOVE 'Y' TO WS-CAPITAL-FOUND                              zbnklgex
037600     ELSE                                                         zbnklgex
037700        MOVE 'No capital base - limits not checked'               zbnklgex
037800          TO WS-CONSOLE-MESSAGE                                   zbnklgex
037900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklgex
038000     END-IF.                                                      zbnklgex
038100     MOVE 'LGEXWARN' TO SY-REC-CONTROL-NAME.                      zbnklgex
038200     READ SYSC-FILE.                                              zbnklgex
038300     IF WS-SYSC-STATUS = '00' AND                                 zbnklgex
038400        SY-REC-AMOUNT IS GREATER THAN ZERO                        zbnklgex
038500        MOVE SY-REC-AMOUNT TO WS-WARN-PCT                         zbnklgex
038600     END-IF.                                                      zbnklgex
038700 GET-EXPOSURE-LIMITS-EXIT.                                        zbnklgex
038800     EXIT.                                                        zbnklgex
038900                                                                  zbnklgex
039000******************************************************************zbnklgex
039100* Load one group member. A change of group id starts the next    *zbnklgex
039200* group entry; the report cannot be complete if either table     *zbnklgex
039300* fills, so that ends the run.                                   *zbnklgex
039400******************************************************************zbnklgex
039500 LOAD-NEXT-MEMBER.                                                zbnklgex
039600     READ CPGR-FILE NEXT RECORD.                                  zbnklgex
039700     IF WS-CPGR-STATUS NOT = '00'                                 zbnklgex
039800        IF WS-CPGR-STATUS NOT = '10'                              zbnklgex
039900           MOVE 'CPGR Error reading file ...'                     zbnklgex
040000             TO WS-CONSOLE-MESSAGE                                zbnklgex
040100           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnklgex
040200           MOVE WS-CPGR-STATUS TO WS-IO-STATUS                    zbnklgex
040300           PERFORM DISPLAY-IO-STATUS                              zbnklgex
040400           PERFORM ABORT-PROGRAM                                  zbnklgex
040500        END-IF                                                    zbnklgex
040600        MOVE 'YES' TO WS-END-OF-FILE-SW                           zbnklgex
040700        GO TO LOAD-NEXT-MEMBER-EXIT                               zbnklgex
040800     END-IF.                                                      zbnklgex
040900     ADD 1 TO WS-MEMBERS-READ.                                    zbnklgex
041000     IF WS-GROUP-COUNT IS EQUAL TO ZERO OR                        zbnklgex
041100        CG-REC-GROUP-ID IS NOT EQUAL TO WS-GRP-ID (WS-GROUP-COUNT)zbnklgex
041200        IF WS-GROUP-COUNT IS EQUAL TO 500                         zbnklgex
041300           MOVE 'Too many groups for the group table'             zbnklgex
041400             TO WS-CONSOLE-MESSAGE                                zbnklgex
041500           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnklgex
041600           PERFORM ABORT-PROGRAM                                  zbnklgex
041700        END-IF                                                    zbnklgex
041800        ADD 1 TO WS-GROUP-COUNT                                   zbnklgex
041900        MOVE CG-REC-GROUP-ID TO WS-GRP-ID (WS-GROUP-COUNT)        zbnklgex
042000        MOVE CG-REC-GROUP-NAME TO WS-GRP-NAME (WS-GROUP-COUNT)    zbnklgex
042100        MOVE ZERO TO WS-GRP-MEMBERS (WS-GROUP-COUNT)              zbnklgex
042200        MOVE ZERO TO WS-GRP-DRAWN (WS-GROUP-COUNT)                zbnklgex
042300        MOVE ZERO TO WS-GRP-UNDRAWN (WS-GROUP-COUNT)              zbnklgex
042400     END-IF.                                                      zbnklgex
042500     IF WS-MEMBER-COUNT IS EQUAL TO 2000                          zbnklgex
042600        MOVE 'Too many members for the member table'              zbnklgex
042700          TO WS-CONSOLE-MESSAGE                                   zbnklgex
042800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklgex
042900        PERFORM ABORT-PROGRAM                                     zbnklgex
043000     END-IF.                                                      zbnklgex
043100     ADD 1 TO WS-MEMBER-COUNT.                                    zbnklgex
043200     MOVE CG-REC-PID TO WS-MBR-PID (WS-MEMBER-COUNT).             zbnklgex
043300     MOVE WS-GROUP-COUNT TO WS-MBR-GROUP (WS-MEMBER-COUNT).       zbnklgex
043400     ADD 1 TO WS-GRP-MEMBERS (WS-GROUP-COUNT).                    zbnklgex
043500 LOAD-NEXT-MEMBER-EXIT.                                           zbnklgex
043600     EXIT.                                                        zbnklgex
043700                                                                  zbnklgex
043800******************************************************************zbnklgex
043900* Measure one account: when its owner is in a group, an          *zbnklgex
044000* overdrawn balance is drawn exposure and the rest of the        *zbnklgex
044100* overdraft limit undrawn. Closed accounts carry none.           *zbnklgex
044200******************************************************************zbnklgex
044300 MEASURE-NEXT-ACCOUNT.                                            zbnklgex
044400     READ ACCOUNT-FILE NEXT RECORD.                               zbnklgex
044500     IF WS-ACCOUNT-STATUS NOT = '00'                              zbnklgex
044600        MOVE 'YES' TO WS-END-OF-FILE-SW                           zbnklgex
044700        GO TO MEASURE-NEXT-ACCOUNT-EXIT                           zbnklgex
044800     END-IF.                                                      zbnklgex
044900     IF BAC-REC-CLOSED                                            zbnklgex
045000        GO TO MEASURE-NEXT-ACCOUNT-EXIT                           zbnklgex
045100     END-IF.                                                      zbnklgex
045200     MOVE BAC-REC-PID TO WS-FIND-PID.                             zbnklgex
045300     PERFORM FIND-MEMBER.                                         zbnklgex
045400     IF WS-MEMBER-SUB IS GREATER THAN WS-MEMBER-COUNT             zbnklgex
045500        GO TO MEASURE-NEXT-ACCOUNT-EXIT                           zbnklgex
045600     END-IF.                                                      zbnklgex
045700     ADD 1 TO WS-ACCOUNTS-MEASURED.                               zbnklgex
045800     MOVE WS-MBR-GROUP (WS-MEMBER-SUB) TO WS-GROUP-SUB.           zbnklgex
045900     MOVE ZERO TO WS-ACC-DRAWN.                                   zbnklgex
046000     IF BAC-REC-BALANCE IS LESS THAN ZERO                         zbnklgex
046100        COMPUTE WS-ACC-DRAWN = ZERO - BAC-REC-BALANCE             zbnklgex
046200        ADD WS-ACC-DRAWN TO WS-GRP-DRAWN (WS-GROUP-SUB)           zbnklgex
046300     END-IF.                                                      zbnklgex
046400     IF BAC-REC-OVERDRAFT-LIMIT IS GREATER THAN WS-ACC-DRAWN      zbnklgex
046500        COMPUTE WS-GRP-UNDRAWN (WS-GROUP-SUB) =                   zbnklgex
046600            WS-GRP-UNDRAWN (WS-GROUP-SUB) +                       zbnklgex
046700            BAC-REC-OVERDRAFT-LIMIT - WS-ACC-DRAWN                zbnklgex
046800     END-IF.                                                      zbnklgex
046900 MEASURE-NEXT-ACCOUNT-EXIT.                                       zbnklgex
047000     EXIT.                                                        zbnklgex
047100                                                                  zbnklgex
047200******************************************************************zbnklgex
047300* Measure one loan: an active or suspended loan to a group       *zbnklgex
047400* member adds its outstanding balance as drawn exposure.         *zbnklgex
047500******************************************************************zbnklgex
047600 MEASURE-NEXT-LOAN.                                               zbnklgex
047700     READ LOANM-FILE NEXT RECORD.                                 zbnklgex
047800     IF WS-LOANM-STATUS NOT = '00'                                zbnklgex
047900        MOVE 'YES' TO WS-END-OF-FILE-SW                           zbnklgex
048000        GO TO MEASURE-NEXT-LOAN-EXIT                              zbnklgex
048100     END-IF.                                                      zbnklgex
048200     IF NOT LM-REC-ACTIVE AND NOT LM-REC-SUSPENDED                zbnklgex
048300        GO TO MEASURE-NEXT-LOAN-EXIT                              zbnklgex
048400     END-IF.                                                      zbnklgex
048500     MOVE LM-REC-CONTACT-ID TO WS-FIND-PID.                       zbnklgex
048600     PERFORM FIND-MEMBER.                                         zbnklgex
048700     IF WS-MEMBER-SUB IS GREATER THAN WS-MEMBER-COUNT             zbnklgex
048800        GO TO MEASURE-NEXT-LOAN-EXIT                              zbnklgex
048900     END-IF.                                                      zbnklgex
049000     ADD 1 TO WS-LOANS-MEASURED.                                  zbnklgex
049100     MOVE WS-MBR-GROUP (WS-MEMBER-SUB) TO WS-GROUP-SUB.           zbnklgex
049200     ADD LM-REC-OUTSTANDING TO WS-GRP-DRAWN (WS-GROUP-SUB).       zbnklgex
049300 MEASURE-NEXT-LOAN-EXIT.                                          zbnklgex
049400     EXIT.                                                        zbnklgex
049500                                                                  zbnklgex
049600 FIND-MEMBER.                                                     zbnklgex
049700     MOVE 1 TO WS-MEMBER-SUB.                                     zbnklgex
049800     PERFORM STEP-TO-MEMBER                                       zbnklgex
049900         UNTIL WS-MEMBER-SUB IS GREATER THAN WS-MEMBER-COUNT      zbnklgex
050000         OR WS-MBR-PID (WS-MEMBER-SUB) IS EQUAL TO WS-FIND-PID.   zbnklgex
050100                                                                  zbnklgex
050200 STEP-TO-MEMBER.                                                  zbnklgex
050300     ADD 1 TO WS-MEMBER-SUB.                                      zbnklgex
050400                                                                  zbnklgex
050500******************************************************************zbnklgex
050600* Bank heading, the basis of measurement and column headings.    *zbnklgex
050700******************************************************************zbnklgex
050800 PRINT-REPORT-HEADING.                                            zbnklgex
050900     MOVE WS-LINE-HEAD1 TO PRINTOUT-REC.                          zbnklgex
051000     PERFORM PRINTOUT-PUT.                                        zbnklgex
051100     MOVE WS-LINE-HEAD2 TO PRINTOUT-REC.                          zbnklgex
051200     PERFORM PRINTOUT-PUT.                                        zbnklgex
051300     MOVE WS-CAPITAL TO WS-LINE-BASIS-CAPITAL.                    zbnklgex
051400     MOVE WS-LIMIT-PCT TO WS-LINE-BASIS-LIMIT.                    zbnklgex
051500     MOVE WS-WARN-PCT TO WS-LINE-BASIS-WARN.                      zbnklgex
051600     MOVE WS-RUN-DATE-DISPLAY TO WS-LINE-BASIS-RUN.               zbnklgex
051700     MOVE WS-LINE-BASIS TO PRINTOUT-REC.                          zbnklgex
051800     PERFORM PRINTOUT-PUT.                                        zbnklgex
051900     IF WS-CAPITAL-FOUND NOT = 'Y'                                zbnklgex
052000        MOVE WS-LINE-NO-CAPITAL TO PRINTOUT-REC                   zbnklgex
052100        PERFORM PRINTOUT-PUT                                      zbnklgex
052200     END-IF.                                                      zbnklgex
052300     MOVE WS-LINE-COLUMNS TO PRINTOUT-REC.                        zbnklgex
052400     PERFORM PRINTOUT-PUT.                                        zbnklgex
052500                                                                  zbnklgex
052600******************************************************************zbnklgex
052700* One line per group: drawn, undrawn and total exposure, the     *zbnklgex
052800* exposure as a percentage of capital and the limit flag.        *zbnklgex
052900******************************************************************zbnklgex
053000 PRINT-ONE-GROUP.                                                 zbnklgex
053100     COMPUTE WS-EXPOSURE = WS-GRP-DRAWN (WS-GROUP-SUB) +          zbnklgex
053200         WS-GRP-UNDRAWN (WS-GROUP-SUB).                           zbnklgex
053300     MOVE WS-GRP-ID (WS-GROUP-SUB) TO WS-LINE-GRP-ID.             zbnklgex
053400     MOVE WS-GRP-NAME (WS-GROUP-SUB) TO WS-LINE-GRP-NAME.         zbnklgex
053500     MOVE WS-GRP-MEMBERS (WS-GROUP-SUB) TO WS-LINE-GRP-MEMBERS.   zbnklgex
053600     MOVE WS-GRP-DRAWN (WS-GROUP-SUB) TO WS-LINE-GRP-DRAWN.       zbnklgex
053700     MOVE WS-GRP-UNDRAWN (WS-GROUP-SUB) TO WS-LINE-GRP-UNDRAWN.   zbnklgex
053800     MOVE WS-EXPOSURE TO WS-LINE-GRP-EXPOSURE.                    zbnklgex
053900     MOVE ZERO TO WS-EXPOSURE-PCT.                                zbnklgex
054000     MOVE SPACES TO WS-LINE-GRP-FLAG.                             zbnklgex
054100     IF WS-CAPITAL-FOUND = 'Y'                                    zbnklgex
054200        COMPUTE WS-EXPOSURE-PCT ROUNDED =                         zbnklgex
054300            WS-EXPOSURE * 100 / WS-CAPITAL                        zbnklgex
054400          ON SIZE ERROR                                           zbnklgex
054500            MOVE 99999.99 TO WS-EXPOSURE-PCT                      zbnklgex
054600        END-COMPUTE                                               zbnklgex
054700        EVALUATE TRUE                                             zbnklgex
054800          WHEN WS-EXPOSURE-PCT IS GREATER THAN WS-LIMIT-PCT       zbnklgex
054900            MOVE '** BREACH' TO WS-LINE-GRP-FLAG                  zbnklgex
055000            ADD 1 TO WS-BREACH-COUNT                              zbnklgex
055100          WHEN WS-EXPOSURE-PCT IS NOT LESS THAN WS-WARN-PCT       zbnklgex
055200            MOVE 'NEAR-BREACH' TO WS-LINE-GRP-FLAG                zbnklgex
055300            ADD 1 TO WS-NEAR-COUNT                                zbnklgex
055400        END-EVALUATE                                              zbnklgex
055500     END-IF.                                                      zbnklgex
055600     MOVE WS-EXPOSURE-PCT TO WS-LINE-GRP-PCT.                     zbnklgex
055700     MOVE WS-LINE-GROUP TO PRINTOUT-REC.                          zbnklgex
055800     PERFORM PRINTOUT-PUT.                                        zbnklgex
055900     ADD 1 TO WS-GROUP-SUB.                                       zbnklgex
056000                                                                  zbnklgex
056100 PRINT-REPORT-TOTALS.                                             zbnklgex
056200     MOVE WS-GROUP-COUNT TO WS-LINE-TOT-GROUPS.                   zbnklgex
056300     MOVE WS-BREACH-COUNT TO WS-LINE-TOT-BREACHES.                zbnklgex
056400     MOVE WS-NEAR-COUNT TO WS-LINE-TOT-NEAR.                      zbnklgex
056500     MOVE WS-LINE-TOTALS TO PRINTOUT-REC.                         zbnklgex
056600     PERFORM PRINTOUT-PUT.                                        zbnklgex
056700                                                                  zbnklgex
056800******************************************************************zbnklgex
056900* Open, access and close the input files.                        *zbnklgex
057000******************************************************************zbnklgex
057100 CPGR-OPEN.                                                       zbnklgex
057200     OPEN INPUT CPGR-FILE.                                        zbnklgex
057300     IF WS-CPGR-STATUS = '00'                                     zbnklgex
057400        MOVE 'CPGR file opened OK' TO WS-CONSOLE-MESSAGE          zbnklgex
057500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklgex
057600     ELSE                                                         zbnklgex
057700        MOVE 'CPGR file open failure...' TO WS-CONSOLE-MESSAGE    zbnklgex
057800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklgex
057900        MOVE WS-CPGR-STATUS TO WS-IO-STATUS                       zbnklgex
058000        PERFORM DISPLAY-IO-STATUS                                 zbnklgex
058100        PERFORM ABORT-PROGRAM                                     zbnklgex
058200     END-IF.                                                      zbnklgex
058300                                                                  zbnklgex
058400 CPGR-CLOSE.                                                      zbnklgex
058500     CLOSE CPGR-FILE.                                             zbnklgex
058600     IF WS-CPGR-STATUS = '00'                                     zbnklgex
058700        MOVE 'CPGR file closed OK' TO WS-CONSOLE-MESSAGE          zbnklgex
058800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklgex
058900     ELSE                                                         zbnklgex
059000        MOVE 'CPGR file close failure...' TO WS-CONSOLE-MESSAGE   zbnklgex
059100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklgex
059200        MOVE WS-CPGR-STATUS TO WS-IO-STATUS                       zbnklgex
059300        PERFORM DISPLAY-IO-STATUS                                 zbnklgex
059400        PERFORM ABORT-PROGRAM                                     zbnklgex
059500     END-IF.                                                      zbnklgex
059600                                                                  zbnklgex
059700 ACCOUNT-OPEN.                                                    zbnklgex
059800     OPEN INPUT ACCOUNT-FILE.                                     zbnklgex
059900     IF WS-ACCOUNT-STATUS = '00'                                  zbnklgex
060000        MOVE 'ACCOUNT file opened OK' TO WS-CONSOLE-MESSAGE       zbnklgex
060100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklgex
060200     ELSE                                                         zbnklgex
060300        MOVE 'ACCOUNT file open failure...' TO WS-CONSOLE-MESSAGE zbnklgex
060400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklgex
060500        MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS                    zbnklgex
060600        PERFORM DISPLAY-IO-STATUS                                 zbnklgex
060700        PERFORM ABORT-PROGRAM                                     zbnklgex
060800     END-IF.                                                      zbnklgex
060900                                                                  zbnklgex
061000 ACCOUNT-CLOSE.                                                   zbnklgex
061100     CLOSE ACCOUNT-FILE.                                          zbnklgex
061200     IF WS-ACCOUNT-STATUS = '00'                                  zbnklgex
061300        MOVE 'ACCOUNT file closed OK' TO WS-CONSOLE-MESSAGE       zbnklgex
061400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklgex
061500     ELSE                                                         zbnklgex
061600        MOVE 'ACCOUNT file close failure...' TO WS-CONSOLE-MESSAGEzbnklgex
061700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklgex
061800        MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS                    zbnklgex
061900        PERFORM DISPLAY-IO-STATUS                                 zbnklgex
062000        PERFORM ABORT-PROGRAM                                     zbnklgex
062100     END-IF.                                                      zbnklgex
062200                                                                  zbnklgex
062300 LOANM-OPEN.                                                      zbnklgex
062400     OPEN INPUT LOANM-FILE.                                       zbnklgex
062500     IF WS-LOANM-STATUS = '00'                                    zbnklgex
062600        MOVE 'LOANM file opened OK' TO WS-CONSOLE-MESSAGE         zbnklgex
062700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklgex
062800     ELSE                                                         zbnklgex
062900        MOVE 'LOANM file open failure...' TO WS-CONSOLE-MESSAGE   zbnklgex
063000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklgex
063100        MOVE WS-LOANM-STATUS TO WS-IO-STATUS                      zbnklgex
063200        PERFORM DISPLAY-IO-STATUS                                 zbnklgex
063300        PERFORM ABORT-PROGRAM                                     zbnklgex
063400     END-IF.                                                      zbnklgex
063500                                                                  zbnklgex
063600 LOANM-CLOSE.                                                     zbnklgex
063700     CLOSE LOANM-FILE.                                            zbnklgex
063800     IF WS-LOANM-STATUS = '00'                                    zbnklgex
063900        MOVE 'LOANM file closed OK' TO WS-CONSOLE-MESSAGE         zbnklgex
064000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklgex
064100     ELSE                                                         zbnklgex
064200        MOVE 'LOANM file close failure...' TO WS-CONSOLE-MESSAGE  zbnklgex
064300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklgex
064400        MOVE WS-LOANM-STATUS TO WS-IO-STATUS                      zbnklgex
064500        PERFORM DISPLAY-IO-STATUS                                 zbnklgex
064600        PERFORM ABORT-PROGRAM                                     zbnklgex
064700     END-IF.                                                      zbnklgex
064800                                                                  zbnklgex
064900 SYSC-OPEN.                                                       zbnklgex
065000     OPEN INPUT SYSC-FILE.                                        zbnklgex
065100     IF WS-SYSC-STATUS = '00'                                     zbnklgex
065200        MOVE 'SYSC file opened OK' TO WS-CONSOLE-MESSAGE          zbnklgex
065300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklgex
065400     ELSE                                                         zbnklgex
065500        MOVE 'SYSC file open failure...' TO WS-CONSOLE-MESSAGE    zbnklgex
065600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklgex
065700        MOVE WS-SYSC-STATUS TO WS-IO-STATUS                       zbnklgex
065800        PERFORM DISPLAY-IO-STATUS                                 zbnklgex
065900        PERFORM ABORT-PROGRAM                                     zbnklgex
066000     END-IF.                                                      zbnklgex
066100                                                                  zbnklgex
066200 SYSC-CLOSE.                                                      zbnklgex
066300     CLOSE SYSC-FILE.                                             zbnklgex
066400     IF WS-SYSC-STATUS = '00'                                     zbnklgex
066500        MOVE 'SYSC file closed OK' TO WS-CONSOLE-MESSAGE          zbnklgex
066600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklgex
066700     ELSE                                                         zbnklgex
066800        MOVE 'SYSC file close failure...' TO WS-CONSOLE-MESSAGE   zbnklgex
066900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklgex
067000        MOVE WS-SYSC-STATUS TO WS-IO-STATUS                       zbnklgex
067100        PERFORM DISPLAY-IO-STATUS                                 zbnklgex
067200        PERFORM ABORT-PROGRAM                                     zbnklgex
067300     END-IF.                                                      zbnklgex
067400                                                                  zbnklgex
067500 PRINTOUT-OPEN.                                                   zbnklgex
067600     OPEN OUTPUT PRINTOUT-FILE.                                   zbnklgex
067700     IF WS-PRINTOUT-STATUS = '00'                                 zbnklgex
067800        MOVE 'PRINTOUT file opened OK' TO WS-CONSOLE-MESSAGE      zbnklgex
067900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklgex
068000     ELSE                                                         zbnklgex
068100        MOVE 'PRINTOUT file open failure...' TO WS-CONSOLE-MESSAGEzbnklgex
068200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklgex
068300        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnklgex
068400        PERFORM DISPLAY-IO-STATUS                                 zbnklgex
068500        PERFORM ABORT-PROGRAM                                     zbnklgex
068600     END-IF.                                                      zbnklgex
068700                                                                  zbnklgex
068800 PRINTOUT-PUT.                                                    zbnklgex
068900     WRITE PRINTOUT-REC.                                          zbnklgex
069000     IF WS-PRINTOUT-STATUS NOT = '00'                             zbnklgex
069100        MOVE 'PRINTOUT Error writing file ...'                    zbnklgex
069200          TO WS-CONSOLE-MESSAGE                                   zbnklgex
069300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklgex
069400        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnklgex
069500        PERFORM DISPLAY-IO-STATUS                                 zbnklgex
069600        PERFORM ABORT-PROGRAM                                     zbnklgex
069700     END-IF.                                                      zbnklgex
069800                                                                  zbnklgex
069900 PRINTOUT-CLOSE.                                                  zbnklgex
070000     CLOSE PRINTOUT-FILE.                                         zbnklgex
070100     IF WS-PRINTOUT-STATUS NOT = '00'                             zbnklgex
070200        MOVE 'PRINTOUT file close failure...'                     zbnklgex
070300          TO WS-CONSOLE-MESSAGE                                   zbnklgex
070400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklgex
070500        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnklgex
070600        PERFORM DISPLAY-IO-STATUS                                 zbnklgex
070700        PERFORM ABORT-PROGRAM                                     zbnklgex
070800     END-IF.                                                      zbnklgex
070900                                                                  zbnklgex
071000******************************************************************zbnklgex
071100* Write a short end-of-job summary to the JOBSUM file, in the    *zbnklgex
071200* same style as the other batch jobs' summaries.                 *zbnklgex
071300******************************************************************zbnklgex
071400 PRINT-JOB-SUMMARY.                                               zbnklgex
071500     PERFORM JOBSUM-OPEN.                                         zbnklgex
071600     MOVE SPACES TO JOBSUM-REC.                                   zbnklgex
071700     STRING 'Group members read:          ' DELIMITED BY SIZE     zbnklgex
071800            WS-MEMBERS-READ DELIMITED BY SIZE                     zbnklgex
071900       INTO JOBSUM-REC.                                           zbnklgex
072000     PERFORM JOBSUM-PUT.                                          zbnklgex
072100     MOVE SPACES TO JOBSUM-REC.                                   zbnklgex
072200     STRING 'Accounts measured:           ' DELIMITED BY SIZE     zbnklgex
072300            WS-ACCOUNTS-MEASURED DELIMITED BY SIZE                zbnklgex
072400       INTO JOBSUM-REC.                                           zbnklgex
072500     PERFORM JOBSUM-PUT.                                          zbnklgex
072600     MOVE SPACES TO JOBSUM-REC.                                   zbnklgex
072700     STRING 'Loans measured:              ' DELIMITED BY SIZE     zbnklgex
072800            WS-LOANS-MEASURED DELIMITED BY SIZE                   zbnklgex
072900       INTO JOBSUM-REC.                                           zbnklgex
073000     PERFORM JOBSUM-PUT.                                          zbnklgex
073100     MOVE SPACES TO JOBSUM-REC.                                   zbnklgex
073200     STRING 'Limit breaches:              ' DELIMITED BY SIZE     zbnklgex
073300            WS-BREACH-COUNT DELIMITED BY SIZE                     zbnklgex
073400       INTO JOBSUM-REC.                                           zbnklgex
073500     PERFORM JOBSUM-PUT.                                          zbnklgex
073600     MOVE SPACES TO JOBSUM-REC.                                   zbnklgex
073700     STRING 'Near-breaches:               ' DELIMITED BY SIZE     zbnklgex
073800            WS-NEAR-COUNT DELIMITED BY SIZE                       zbnklgex
073900       INTO JOBSUM-REC.                                           zbnklgex
074000     PERFORM JOBSUM-PUT.                                          zbnklgex
074100     PERFORM JOBSUM-CLOSE.                                        zbnklgex
074200     MOVE 'Job summary written to JOBSUM'                         zbnklgex
074300       TO WS-CONSOLE-MESSAGE.                                     zbnklgex
074400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnklgex
074500                                                                  zbnklgex
074600 JOBSUM-OPEN.                                                     zbnklgex
074700     OPEN OUTPUT JOBSUM-FILE.                                     zbnklgex
074800     IF WS-JOBSUM-STATUS = '00'                                   zbnklgex
074900        MOVE 'JOBSUM file opened OK' TO WS-CONSOLE-MESSAGE        zbnklgex
075000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklgex
075100     ELSE                                                         zbnklgex
075200        MOVE 'JOBSUM file open failure...' TO WS-CONSOLE-MESSAGE  zbnklgex
075300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklgex
075400        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnklgex
075500        PERFORM DISPLAY-IO-STATUS                                 zbnklgex
075600        PERFORM ABORT-PROGRAM                                     zbnklgex
075700     END-IF.                                                      zbnklgex
075800                                                                  zbnklgex
075900 JOBSUM-PUT.                                                      zbnklgex
076000     WRITE JOBSUM-REC.                                            zbnklgex
076100     IF WS-JOBSUM-STATUS NOT = '00'                               zbnklgex
076200        MOVE 'JOBSUM Error writing file ...' TO WS-CONSOLE-MESSAGEzbnklgex
076300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklgex
076400        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnklgex
076500        PERFORM DISPLAY-IO-STATUS                                 zbnklgex
076600        PERFORM ABORT-PROGRAM                                     zbnklgex
076700     END-IF.                                                      zbnklgex
076800                                                                  zbnklgex
076900 JOBSUM-CLOSE.                                                    zbnklgex
077000     CLOSE JOBSUM-FILE.                                           zbnklgex
077100     IF WS-JOBSUM-STATUS = '00'                                   zbnklgex
077200        MOVE 'JOBSUM file closed OK' TO WS-CONSOLE-MESSAGE        zbnklgex
077300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklgex
077400     ELSE                                                         zbnklgex
077500        MOVE 'JOBSUM file close failure...' TO WS-CONSOLE-MESSAGE zbnklgex
077600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklgex
077700        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnklgex
077800        PERFORM DISPLAY-IO-STATUS                                 zbnklgex
077900        PERFORM ABORT-PROGRAM                                     zbnklgex
078000     END-IF.                                                      zbnklgex
078100                                                                  zbnklgex
078200******************************************************************zbnklgex
078300* Run-control hooks. The START call blocks this job when it has  *zbnklgex
078400* already completed for the business date or a prerequisite has  *zbnklgex
078500* not, and records the start on BNKRUNC; the END call records    *zbnklgex
078600* the end time and return code. See URUNCTL.CBL.                 *zbnklgex
078700******************************************************************zbnklgex
078800 RUN-CONTROL-START.                                               zbnklgex
078900     SET RUNCTL-START TO TRUE.                                    zbnklgex
079000     MOVE 'ZBNKLGEX' TO RUNCTL-JOB.                               zbnklgex
079100     MOVE ZERO TO RUNCTL-BUSDATE.                                 zbnklgex
079200     MOVE ZERO TO RUNCTL-RETURN-CODE.                             zbnklgex
079300     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnklgex
079400     IF RUNCTL-BLOCKED                                            zbnklgex
079500        MOVE RUNCTL-REPLY-TEXT TO WS-CONSOLE-MESSAGE              zbnklgex
079600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklgex
079700        MOVE 'Run control blocked this run' TO WS-CONSOLE-MESSAGE zbnklgex
079800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklgex
079900        MOVE 8 TO RETURN-CODE                                     zbnklgex
080000        GOBACK                                                    zbnklgex
080100     END-IF.                                                      zbnklgex
080200 RUN-CONTROL-START-EXIT.                                          zbnklgex
080300     EXIT.                                                        zbnklgex
080400                                                                  zbnklgex
080500 RUN-CONTROL-END.                                                 zbnklgex
080600     SET RUNCTL-END TO TRUE.                                      zbnklgex
080700     MOVE RETURN-CODE TO RUNCTL-RETURN-CODE.                      zbnklgex
080800     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnklgex
080900                                                                  zbnklgex
081000******************************************************************zbnklgex
081100* Display the file status bytes                                  *zbnklgex
081200******************************************************************zbnklgex
081300 DISPLAY-IO-STATUS.                                               zbnklgex
081400     IF WS-IO-STATUS NUMERIC                                      zbnklgex
081500        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnklgex
081600        STRING 'File status -' DELIMITED BY SIZE                  zbnklgex
081700               WS-IO-STATUS DELIMITED BY SIZE                     zbnklgex
081800          INTO WS-CONSOLE-MESSAGE                                 zbnklgex
081900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklgex
082000     ELSE                                                         zbnklgex
082100        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     zbnklgex
082200        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    zbnklgex
082300        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnklgex
082400        STRING 'File status -' DELIMITED BY SIZE                  zbnklgex
082500               WS-IO-STAT1 DELIMITED BY SIZE                      zbnklgex
082600               '/' DELIMITED BY SIZE                              zbnklgex
082700               WS-TWO-BYTES DELIMITED BY SIZE                     zbnklgex
082800          INTO WS-CONSOLE-MESSAGE                                 zbnklgex
082900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklgex
083000     END-IF.                                                      zbnklgex
083100                                                                  zbnklgex
083200******************************************************************zbnklgex
083300* 'ABORT' the program. Post a message and issue a goback         *zbnklgex
083400******************************************************************zbnklgex
083500 ABORT-PROGRAM.                                                   zbnklgex
083600     IF WS-CONSOLE-MESSAGE NOT = SPACES                           zbnklgex
083700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklgex
083800     END-IF.                                                      zbnklgex
083900     MOVE 'Program is abending...' TO WS-CONSOLE-MESSAGE.         zbnklgex
084000     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnklgex
084100     MOVE 16 TO RETURN-CODE.                                      zbnklgex
084200     GOBACK.                                                      zbnklgex
084300                                                                  zbnklgex
084400******************************************************************zbnklgex
084500* Display CONSOLE messages...                                    *zbnklgex
084600******************************************************************zbnklgex
084700 DISPLAY-CONSOLE-MESSAGE.                                         zbnklgex
084800     DISPLAY 'ZBNKLGEX - ' WS-CONSOLE-MESSAGE                     zbnklgex
084900       UPON CONSOLE.                                              zbnklgex
085000     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       zbnklgex
085100                                                                  zbnklgex
085200* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     zbnklgex
