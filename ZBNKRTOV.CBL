000100******************************************************************zbnkrtov
000200*                                                               * zbnkrtov
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   * zbnkrtov
000400*   This demonstration program is provided for use by users     * zbnkrtov
000500*   of Micro Focus products and may be used, modified and       * zbnkrtov
000600*   distributed as part of your application provided that       * zbnkrtov
000700*   you properly acknowledge the copyright of Micro Focus       * zbnkrtov
000800*   in this material.                                           * zbnkrtov
000900*                                                               * zbnkrtov
001000******************************************************************zbnkrtov
001100                                                                  zbnkrtov
001200******************************************************************zbnkrtov
001300* ZBNKRTOV.CBL                                                   *zbnkrtov
001400* Function:    Monthly negotiated rate override report. Lists    *zbnkrtov
001500*              the approved BNKRTOV overrides that expire in the *zbnkrtov
001600*              next 30 days, so relationship managers can        *zbnkrtov
001700*              renegotiate or let them lapse, then every         *zbnkrtov
001800*              override in force today with what it costs: the   *zbnkrtov
001900*              annual credit interest on the current balance at  *zbnkrtov
002000*              the override rate against the same balance at the *zbnkrtov
002100*              standard rate ZBNKACRL would otherwise use (the   *zbnkrtov
002200*              BNKATYPE rate, or the BNKATEF change in force,    *zbnkrtov
002300*              with its balance bands), and the monthly cost of  *zbnkrtov
002400*              the difference. Totals close the listing.         *zbnkrtov
002500******************************************************************zbnkrtov
002600 IDENTIFICATION DIVISION.                                         zbnkrtov
002700 PROGRAM-ID.                                                      zbnkrtov
002800     ZBNKRTOV.                                                    zbnkrtov
002900 DATE-WRITTEN.                                                    zbnkrtov
003000     October 2026.                                                zbnkrtov
003100 DATE-COMPILED.                                                   zbnkrtov
003200     Today.                                                       zbnkrtov
003300                                                                  zbnkrtov
003400 ENVIRONMENT DIVISION.                                            zbnkrtov
003500 INPUT-OUTPUT   SECTION.                                          zbnkrtov
003600   FILE-CONTROL.                                                  zbnkrtov
003700     SELECT RTOV-FILE                                             zbnkrtov
003800            ASSIGN       TO BNKRTOV                               zbnkrtov
003900            ORGANIZATION IS INDEXED                               zbnkrtov
004000            ACCESS MODE  IS DYNAMIC                               zbnkrtov
004100            RECORD KEY   IS RO-REC-KEY                            zbnkrtov
004200            FILE STATUS  IS WS-RTOV-STATUS.                       zbnkrtov
004300     SELECT ACCOUNT-FILE                                          zbnkrtov
004400            ASSIGN       TO BNKACCT                               zbnkrtov
004500            ORGANIZATION IS INDEXED                               zbnkrtov
004600            ACCESS MODE  IS RANDOM                                zbnkrtov
004700            RECORD KEY   IS BAC-REC-ACCNO                         zbnkrtov
004800            FILE STATUS  IS WS-ACCOUNT-STATUS.                    zbnkrtov
004900     SELECT ATYPE-FILE                                            zbnkrtov
005000            ASSIGN       TO BNKATYPE                              zbnkrtov
005100            ORGANIZATION IS INDEXED                               zbnkrtov
005200            ACCESS MODE  IS RANDOM                                zbnkrtov
005300            RECORD KEY   IS BAT-REC-TYPE                          zbnkrtov
005400            FILE STATUS  IS WS-ATYPE-STATUS.                      zbnkrtov
005500     SELECT ATEF-FILE                                             zbnkrtov
005600            ASSIGN       TO BNKATEF                               zbnkrtov
005700            ORGANIZATION IS INDEXED                               zbnkrtov
005800            ACCESS MODE  IS DYNAMIC                               zbnkrtov
005900            RECORD KEY   IS AE-REC-KEY                            zbnkrtov
006000            FILE STATUS  IS WS-ATEF-STATUS.                       zbnkrtov
006100     SELECT PRINTOUT-FILE                                         zbnkrtov
006200            ASSIGN       TO PRINTOUT                              zbnkrtov
006300            ORGANIZATION IS SEQUENTIAL                            zbnkrtov
006400            ACCESS MODE  IS SEQUENTIAL                            zbnkrtov
006500            FILE STATUS  IS WS-PRINTOUT-STATUS.                   zbnkrtov
006600     SELECT JOBSUM-FILE                                           zbnkrtov
006700            ASSIGN       TO JOBSUM                                zbnkrtov
006800            ORGANIZATION IS SEQUENTIAL                            zbnkrtov
006900            ACCESS MODE  IS SEQUENTIAL                            zbnkrtov
007000            FILE STATUS  IS WS-JOBSUM-STATUS.                     zbnkrtov
007100                                                                  zbnkrtov
007200 DATA DIVISION.                                                   zbnkrtov
007300 FILE SECTION.                                                    zbnkrtov
007400                                                                  zbnkrtov
007500 FD  RTOV-FILE.                                                   zbnkrtov
007600 01  RTOV-FILE-REC.                                               zbnkrtov
007700 COPY CBANKVRO.                                                   zbnkrtov
007800                                                                  zbnkrtov
007900 FD  ACCOUNT-FILE.                                                zbnkrtov
008000 01  ACCOUNT-FILE-REC.                                            zbnkrtov
008100 COPY CBANKVAC.                                                   zbnkrtov
008200                                                                  zbnkrtov
008300 FD  ATYPE-FILE.                                                  zbnkrtov
008400 01  ATYPE-FILE-REC.                                              zbnkrtov
008500 COPY CBANKVAT.                                                   zbnkrtov
008600                                                                  zbnkrtov
008700 FD  ATEF-FILE.                                                   zbnkrtov
008800 01  ATEF-FILE-REC.                                               zbnkrtov
008900 COPY CBANKVAE.                                                   zbnkrtov
009000                                                                  zbnkrtov
009100 FD  PRINTOUT-FILE.                                               zbnkrtov
009200 01  PRINTOUT-REC                          PIC X(121).            zbnkrtov
009300                                                                  zbnkrtov
009400 FD  JOBSUM-FILE.                                                 zbnkrtov
009500 01  JOBSUM-REC                            PIC X(80).             zbnkrtov
009600                                                                  zbnkrtov
009700 WORKING-STORAGE SECTION.                                         zbnkrtov
009800 01  WS-RUN-CONTROL.                                              zbnkrtov
009900 COPY CRUNCTLD.                                                   zbnkrtov
010000 01  WS-FILE-STATUSES.                                            zbnkrtov
010100   05  WS-RTOV-STATUS.                                            zbnkrtov
010200     10  WS-RTOV-STAT1                 PIC X(1).                  zbnkrtov
010300     10  WS-RTOV-STAT2                 PIC X(1).                  zbnkrtov
010400   05  WS-ACCOUNT-STATUS.                                         zbnkrtov
010500     10  WS-ACCOUNT-STAT1              PIC X(1).                  zbnkrtov
010600     10  WS-ACCOUNT-STAT2              PIC X(1).                  zbnkrtov
010700   05  WS-ATYPE-STATUS.                                           zbnkrtov
010800     10  WS-ATYPE-STAT1                PIC X(1).                  zbnkrtov
010900     10  WS-ATYPE-STAT2                PIC X(1).                  zbnkrtov
011000   05  WS-ATEF-STATUS.                                            zbnkrtov
011100     10  WS-ATEF-STAT1                 PIC X(1).                  zbnkrtov
011200     10  WS-ATEF-STAT2                 PIC X(1).                  zbnkrtov
011300   05  WS-PRINTOUT-STATUS.                                        zbnkrtov
011400     10  WS-PRINTOUT-STAT1             PIC X(1).                  zbnkrtov
011500     10  WS-PRINTOUT-STAT2             PIC X(1).                  zbnkrtov
011600   05  WS-JOBSUM-STATUS.                                          zbnkrtov
011700     10  WS-JOBSUM-STAT1               PIC X(1).                  zbnkrtov
011800     10  WS-JOBSUM-STAT2               PIC X(1).                  zbnkrtov
011900   05  WS-IO-STATUS.                                              zbnkrtov
012000     10  WS-IO-STAT1                   PIC X(1).                  zbnkrtov
012100     10  WS-IO-STAT2                   PIC X(1).                  zbnkrtov
012200                                                                  zbnkrtov
012300   05  WS-TWO-BYTES.                                              zbnkrtov
012400     10  WS-TWO-BYTES-LEFT             PIC X(1).                  zbnkrtov
012500     10  WS-TWO-BYTES-RIGHT            PIC X(1).                  zbnkrtov
012600   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 zbnkrtov
012700                                      PIC 9(1) COMP.              zbnkrtov
012800                                                                  zbnkrtov
012900 01  WS-CONSOLE-MESSAGE                    PIC X(48).             zbnkrtov
013000                                                                  zbnkrtov
013100 01  WS-DATE-WORK-AREA.                                           zbnkrtov
013200 COPY CDATED.                                                     zbnkrtov
013300                                                                  zbnkrtov
013400 01  WS-TODAY-DATE-N                       PIC 9(8).              zbnkrtov
013500 01  WS-TODAY-DATE-PARTS REDEFINES WS-TODAY-DATE-N.               zbnkrtov
013600     05  WS-TODAY-CCYY                     PIC 9(4).              zbnkrtov
013700     05  WS-TODAY-MM                       PIC 9(2).              zbnkrtov
013800     05  WS-TODAY-DD                       PIC 9(2).              zbnkrtov
013900 01  WS-RUN-DATE-DISPLAY                   PIC X(11).             zbnkrtov
014000                                                                  zbnkrtov
014100******************************************************************zbnkrtov
014200* The expiry warning window, in days from the run date, and the  *zbnkrtov
014300* last expiry date that falls inside it.                         *zbnkrtov
014400******************************************************************zbnkrtov
014500 01  WS-WARN-DAYS                          PIC 9(3) VALUE 30.     zbnkrtov
014600 01  WS-WARN-DATE-N                        PIC 9(8).              zbnkrtov
014700 01  WS-DAY-NUMBER                         PIC S9(9) COMP.        zbnkrtov
014800 01  WS-DAYS-LEFT                          PIC S9(5) COMP.        zbnkrtov
014900                                                                  zbnkrtov
015000******************************************************************zbnkrtov
015100* The standard rate the account would accrue at without its      *zbnkrtov
015200* override - found the same way ZBNKACRL finds it. A missing     *zbnkrtov
015300* BNKATEF schedule leaves the catalogue rates standing.          *zbnkrtov
015400******************************************************************zbnkrtov
015500 01  WS-ATEF-AVAILABLE                     PIC X(3) VALUE 'NO '.  zbnkrtov
015600 01  WS-EFF-FOUND                          PIC X(3).              zbnkrtov
015700 01  WS-STD-INT-RATE                       PIC S9(3)V9(4)         zbnkrtov
015800     COMP-3.                                                      zbnkrtov
015900 01  WS-STD-BAND-AREA.                                            zbnkrtov
016000   05  WS-STD-BAND OCCURS 3 TIMES.                                zbnkrtov
016100     10  WS-STD-BAND-FLOOR                 PIC S9(7)V99 COMP-3.   zbnkrtov
016200     10  WS-STD-BAND-RATE                  PIC S9(3)V9(4) COMP-3. zbnkrtov
016300 01  WS-STD-MARGINAL-RATE                  PIC S9(3)V9(4)         zbnkrtov
016400     COMP-3.                                                      zbnkrtov
016500 01  WS-BAND-SUB                           PIC 9(1) COMP.         zbnkrtov
016600 01  WS-BAND-TOP                           PIC S9(7)V99 COMP-3.   zbnkrtov
016700 01  WS-STD-ANNUAL                         PIC S9(9)V99 COMP-3.   zbnkrtov
016800 01  WS-OVR-ANNUAL                         PIC S9(9)V99 COMP-3.   zbnkrtov
016900 01  WS-MONTHLY-COST                       PIC S9(9)V99 COMP-3.   zbnkrtov
017000 01  WS-ACCOUNT-FOUND                      PIC X(1).              zbnkrtov
017100                                                                  zbnkrtov
017200******************************************************************zbnkrtov
017300* Report detail lines - one per override expiring, and one per   *zbnkrtov
017400* override in force.                                             *zbnkrtov
017500******************************************************************zbnkrtov
017600 01  WS-EXPIRY-LINE.                                              zbnkrtov
017700     05  WS-EXP-ACCNO                      PIC X(9).              zbnkrtov
017800     05  FILLER                            PIC X(2) VALUE SPACES. zbnkrtov
017900     05  WS-EXP-START                      PIC 9999/99/99.        zbnkrtov
018000     05  FILLER                            PIC X(2) VALUE SPACES. zbnkrtov
018100     05  WS-EXP-EXPIRY                     PIC 9999/99/99.        zbnkrtov
018200     05  FILLER                            PIC X(2) VALUE SPACES. zbnkrtov
018300     05  WS-EXP-DAYS                       PIC ZZ9.               zbnkrtov
018400     05  FILLER                            PIC X(2) VALUE SPACES. zbnkrtov
018500     05  WS-EXP-OVR-RATE                   PIC ZZ9.9999.          zbnkrtov
018600     05  FILLER                            PIC X(2) VALUE SPACES. zbnkrtov
018700     05  WS-EXP-STD-RATE                   PIC ZZ9.9999.          zbnkrtov
018800     05  FILLER                            PIC X(2) VALUE SPACES. zbnkrtov
018900     05  WS-EXP-REQ-USERID                 PIC X(8).              zbnkrtov
019000     05  FILLER                            PIC X(2) VALUE SPACES. zbnkrtov
019100     05  WS-EXP-APPR-USERID                PIC X(8).              zbnkrtov
019200     05  FILLER                            PIC X(2) VALUE SPACES. zbnkrtov
019300     05  WS-EXP-REASON                     PIC X(30).             zbnkrtov
019400                                                                  zbnkrtov
019500 01  WS-COST-LINE.                                                zbnkrtov
019600     05  WS-CST-ACCNO                      PIC X(9).              zbnkrtov
019700     05  FILLER                            PIC X(2) VALUE SPACES. zbnkrtov
019800     05  WS-CST-TYPE                       PIC X(1).              zbnkrtov
019900     05  FILLER                            PIC X(1) VALUE SPACES. zbnkrtov
020000     05  WS-CST-BALANCE                    PIC Z,ZZZ,ZZ9.99-.     zbnkrtov
020100     05  FILLER                            PIC X(2) VALUE SPACES. zbnkrtov
020200     05  WS-CST-OVR-RATE                   PIC ZZ9.9999.          zbnkrtov
020300     05  FILLER                            PIC X(2) VALUE SPACES. zbnkrtov
020400     05  WS-CST-STD-RATE                   PIC ZZ9.9999.          zbnkrtov
020500     05  WS-CST-OVR-ANNUAL                 PIC ZZZ,ZZZ,ZZ9.99-.   zbnkrtov
020600     05  WS-CST-STD-ANNUAL                 PIC ZZZ,ZZZ,ZZ9.99-.   zbnkrtov
020700     05  WS-CST-MONTHLY                    PIC ZZZ,ZZZ,ZZ9.99-.   zbnkrtov
020800     05  FILLER                            PIC X(1) VALUE SPACES. zbnkrtov
020900     05  WS-CST-EXPIRY                     PIC 9999/99/99.        zbnkrtov
021000     05  FILLER                            PIC X(2) VALUE SPACES. zbnkrtov
021100     05  WS-CST-NOTE                       PIC X(17).             zbnkrtov
021200                                                                  zbnkrtov
021300 01  WS-REPORT-LINE                        PIC X(121).            zbnkrtov
021400 01  WS-AMT-D                              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.zbnkrtov
021500                                                                  zbnkrtov
021600******************************************************************zbnkrtov
021700* Run counters and totals, reported on the listing and the job   *zbnkrtov
021800* summary at the end of the run.                                 *zbnkrtov
021900******************************************************************zbnkrtov
022000 01  WS-OVERRIDES-READ                     PIC 9(5) VALUE ZERO.   zbnkrtov
022100 01  WS-OVERRIDES-EXPIRING                 PIC 9(5) VALUE ZERO.   zbnkrtov
022200 01  WS-OVERRIDES-ACTIVE                   PIC 9(5) VALUE ZERO.   zbnkrtov
022300 01  WS-OVERRIDES-PENDING                  PIC 9(5) VALUE ZERO.   zbnkrtov
022400 01  WS-ACCOUNTS-MISSING                   PIC 9(5) VALUE ZERO.   zbnkrtov
022500 01  WS-TOTAL-OVR-ANNUAL                   PIC S9(11)V99 COMP-3   zbnkrtov
022600     VALUE ZERO.                                                  zbnkrtov
022700 01  WS-TOTAL-STD-ANNUAL                   PIC S9(11)V99 COMP-3   zbnkrtov
022800     VALUE ZERO.                                                  zbnkrtov
022900 01  WS-TOTAL-MONTHLY-COST                 PIC S9(11)V99 COMP-3   zbnkrtov
023000     VALUE ZERO.                                                  zbnkrtov
023100                                                                  zbnkrtov
023200 01  WS-END-OF-RTOV                        PIC X(3) VALUE 'NO '.  zbnkrtov
023300                                                                  zbnkrtov
023400 PROCEDURE DIVISION.                                              zbnkrtov
023500                                                                  zbnkrtov
023600     PERFORM RUN-CONTROL-START                                    zbnkrtov
023700         THRU RUN-CONTROL-START-EXIT.                             zbnkrtov
023800     PERFORM GET-RUN-DATE.                                        zbnkrtov
023900                                                                  zbnkrtov
024000     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           zbnkrtov
024100     STRING 'Rate override report for ' DELIMITED BY SIZE         zbnkrtov
024200            WS-RUN-DATE-DISPLAY DELIMITED BY SIZE                 zbnkrtov
024300       INTO WS-CONSOLE-MESSAGE.                                   zbnkrtov
024400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkrtov
024500                                                                  zbnkrtov
024600     PERFORM RTOV-OPEN.                                           zbnkrtov
024700     PERFORM ACCOUNT-OPEN.                                        zbnkrtov
024800     PERFORM ATYPE-OPEN.                                          zbnkrtov
024900     PERFORM ATEF-OPEN.                                           zbnkrtov
025000     PERFORM PRINTOUT-OPEN.                                       zbnkrtov
025100                                                                  zbnkrtov
025200     PERFORM WRITE-EXPIRY-HEADING.                                zbnkrtov
025300     PERFORM RTOV-START.                                          zbnkrtov
025400     PERFORM RTOV-GET.                                            zbnkrtov
025500     PERFORM LIST-ONE-EXPIRING                                    zbnkrtov
025600         THRU LIST-ONE-EXPIRING-EXIT                              zbnkrtov
025700             UNTIL WS-END-OF-RTOV = 'YES'.                        zbnkrtov
025800                                                                  zbnkrtov
025900     PERFORM WRITE-COST-HEADING.                                  zbnkrtov
026000     PERFORM RTOV-START.                                          zbnkrtov
026100     PERFORM RTOV-GET.                                            zbnkrtov
026200     PERFORM COST-ONE-ACTIVE                                      zbnkrtov
026300         THRU COST-ONE-ACTIVE-EXIT                                zbnkrtov
026400             UNTIL WS-END-OF-RTOV = 'YES'.                        zbnkrtov
026500     PERFORM WRITE-REPORT-TOTALS.                                 zbnkrtov
026600                                                                  zbnkrtov
026700     PERFORM RTOV-CLOSE.                                          zbnkrtov
026800     PERFORM ACCOUNT-CLOSE.                                       zbnkrtov
026900     PERFORM ATYPE-CLOSE.                                         zbnkrtov
027000     PERFORM ATEF-CLOSE.                                          zbnkrtov
027100     PERFORM PRINTOUT-CLOSE.                                      zbnkrtov
027200                                                                  zbnkrtov
027300     PERFORM PRINT-JOB-SUMMARY.                                   zbnkrtov
027400                                                                  zbnkrtov
027500     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     zbnkrtov
027600     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkrtov
027700     MOVE 0 TO RETURN-CODE.                                       zbnkrtov
027800     PERFORM RUN-CONTROL-END.                                     zbnkrtov
027900     GOBACK.                                                      zbnkrtov
028000                                                                  zbnkrtov
028100******************************************************************zbnkrtov
028200* GET-RUN-DATE                                                   *zbnkrtov
028300* Obtains today's date, in both numeric and display form, and    *zbnkrtov
028400* the end of the expiry warning window.                          *zbnkrtov
028500******************************************************************zbnkrtov
028600 GET-RUN-DATE.                                                    zbnkrtov
028700     ACCEPT WS-TODAY-DATE-N FROM DATE YYYYMMDD.                   zbnkrtov
028800     MOVE SPACES TO DD-INPUT-TYPE.                                zbnkrtov
028900     SET DDI-ISO TO TRUE.                                         zbnkrtov
029000     MOVE SPACES TO DDI-DATA.                                     zbnkrtov
029100     STRING WS-TODAY-CCYY DELIMITED BY SIZE                       zbnkrtov
029200            '-'           DELIMITED BY SIZE                       zbnkrtov
029300            WS-TODAY-MM   DELIMITED BY SIZE                       zbnkrtov
029400            '-'           DELIMITED BY SIZE                       zbnkrtov
029500            WS-TODAY-DD   DELIMITED BY SIZE                       zbnkrtov
029600       INTO DDI-DATA.                                             zbnkrtov
029700     MOVE SPACES TO DD-OUTPUT-TYPE.                               zbnkrtov
029800     SET DDO-DD-MMM-YYYY TO TRUE.                                 zbnkrtov
029900     SET DD-ENV-NULL TO TRUE.                                     zbnkrtov
030000     CALL 'UDATECNV' USING WS-DATE-WORK-AREA.                     zbnkrtov
030100     MOVE DDO-DATA TO WS-RUN-DATE-DISPLAY.                        zbnkrtov
030200     COMPUTE WS-DAY-NUMBER =                                      zbnkrtov
030300         FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE-N)               zbnkrtov
030400         + WS-WARN-DAYS.                                          zbnkrtov
030500     COMPUTE WS-WARN-DATE-N =                                     zbnkrtov
030600         FUNCTION DATE-OF-INTEGER (WS-DAY-NUMBER).                zbnkrtov
030700 GET-RUN-DATE-EXIT.                                               zbnkrtov
030800     EXIT.                                                        zbnkrtov
030900                                                                  zbnkrtov
031000******************************************************************zbnkrtov
031100* LIST-ONE-EXPIRING                                              *zbnkrtov
031200* First pass - an approved override still running whose expiry   *zbnkrtov
031300* date falls inside the warning window. Overrides still waiting  *zbnkrtov
031400* for their second user are counted here too.                    *zbnkrtov
031500******************************************************************zbnkrtov
031600 LIST-ONE-EXPIRING.                                               zbnkrtov
031700     ADD 1 TO WS-OVERRIDES-READ.                                  zbnkrtov
031800     IF RO-REC-PENDING-APPROVAL                                   zbnkrtov
031900        ADD 1 TO WS-OVERRIDES-PENDING                             zbnkrtov
032000        GO TO LIST-ONE-EXPIRING-NEXT                              zbnkrtov
032100     END-IF.                                                      zbnkrtov
032200     IF NOT RO-REC-APPROVED OR                                    zbnkrtov
032300        RO-REC-EXPIRY-DTE IS LESS THAN WS-TODAY-DATE-N OR         zbnkrtov
032400        RO-REC-EXPIRY-DTE IS GREATER THAN WS-WARN-DATE-N          zbnkrtov
032500        GO TO LIST-ONE-EXPIRING-NEXT                              zbnkrtov
032600     END-IF.                                                      zbnkrtov
032700     ADD 1 TO WS-OVERRIDES-EXPIRING.                              zbnkrtov
032800     PERFORM FIND-STANDARD-RATE                                   zbnkrtov
032900         THRU FIND-STANDARD-RATE-EXIT.                            zbnkrtov
033000     COMPUTE WS-DAYS-LEFT =                                       zbnkrtov
033100         FUNCTION INTEGER-OF-DATE (RO-REC-EXPIRY-DTE)             zbnkrtov
033200         - FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE-N).            zbnkrtov
033300     MOVE RO-REC-ACCNO TO WS-EXP-ACCNO.                           zbnkrtov
033400     MOVE RO-REC-START-DTE TO WS-EXP-START.                       zbnkrtov
033500     MOVE RO-REC-EXPIRY-DTE TO WS-EXP-EXPIRY.                     zbnkrtov
033600     MOVE WS-DAYS-LEFT TO WS-EXP-DAYS.                            zbnkrtov
033700     MOVE RO-REC-RATE TO WS-EXP-OVR-RATE.                         zbnkrtov
033800     MOVE WS-STD-MARGINAL-RATE TO WS-EXP-STD-RATE.                zbnkrtov
033900     MOVE RO-REC-REQ-USERID TO WS-EXP-REQ-USERID.                 zbnkrtov
034000     MOVE RO-REC-APPR-USERID TO WS-EXP-APPR-USERID.               zbnkrtov
034100     MOVE RO-REC-REASON TO WS-EXP-REASON.                         zbnkrtov
034200     MOVE WS-EXPIRY-LINE TO PRINTOUT-REC.                         zbnkrtov
034300     PERFORM PRINTOUT-PUT.                                        zbnkrtov
034400 LIST-ONE-EXPIRING-NEXT.                                          zbnkrtov
034500     PERFORM RTOV-GET.                                            zbnkrtov
034600 LIST-ONE-EXPIRING-EXIT.                                          zbnkrtov
034700     EXIT.                                                        zbnkrtov
034800                                                                  zbnkrtov
034900******************************************************************zbnkrtov
035000* COST-ONE-ACTIVE                                                *zbnkrtov
035100* Second pass - an approved override in force today. The annual  *zbnkrtov
035200* credit interest on today's balance at the override rate is     *zbnkrtov
035300* set against the standard banded interest on the same balance;  *zbnkrtov
035400* the monthly cost is a twelfth of the difference. An overdrawn  *zbnkrtov
035500* account earns no credit interest, so costs nothing this month. *zbnkrtov
035600******************************************************************zbnkrtov
035700 COST-ONE-ACTIVE.                                                 zbnkrtov
035800     IF NOT RO-REC-APPROVED OR                                    zbnkrtov
035900        RO-REC-START-DTE IS GREATER THAN WS-TODAY-DATE-N OR       zbnkrtov
036000        RO-REC-EXPIRY-DTE IS LESS THAN WS-TODAY-DATE-N            zbnkrtov
036100        GO TO COST-ONE-ACTIVE-NEXT                                zbnkrtov
036200     END-IF.                                                      zbnkrtov
036300     ADD 1 TO WS-OVERRIDES-ACTIVE.                                zbnkrtov
036400     MOVE SPACES TO WS-CST-NOTE.                                  zbnkrtov
036500     PERFORM FIND-STANDARD-RATE                                   zbnkrtov
036600         THRU FIND-STANDARD-RATE-EXIT.                            zbnkrtov
036700     MOVE ZERO TO WS-OVR-ANNUAL.                                  zbnkrtov
036800     MOVE ZERO TO WS-STD-ANNUAL.                                  zbnkrtov
036900     IF WS-ACCOUNT-FOUND = 'N'                                    zbnkrtov
037000        ADD 1 TO WS-ACCOUNTS-MISSING                              zbnkrtov
037100        MOVE 'Account not found' TO WS-CST-NOTE                   zbnkrtov
037200        MOVE ZERO TO BAC-REC-BALANCE                              zbnkrtov
037300        MOVE SPACES TO BAC-REC-TYPE                               zbnkrtov
037400     ELSE                                                         zbnkrtov
037500        IF BAC-REC-BALANCE IS GREATER THAN ZERO                   zbnkrtov
037600           COMPUTE WS-OVR-ANNUAL ROUNDED =                        zbnkrtov
037700               BAC-REC-BALANCE * RO-REC-RATE                      zbnkrtov
037800           PERFORM STANDARD-BAND-INTEREST                         zbnkrtov
037900              THRU STANDARD-BAND-INTEREST-EXIT                    zbnkrtov
038000        ELSE                                                      zbnkrtov
038100           MOVE 'No credit balance' TO WS-CST-NOTE                zbnkrtov
038200        END-IF                                                    zbnkrtov
038300     END-IF.                                                      zbnkrtov
038400     COMPUTE WS-MONTHLY-COST ROUNDED =                            zbnkrtov
038500         (WS-OVR-ANNUAL - WS-STD-ANNUAL) / 12.                    zbnkrtov
038600     ADD WS-OVR-ANNUAL TO WS-TOTAL-OVR-ANNUAL.                    zbnkrtov
038700     ADD WS-STD-ANNUAL TO WS-TOTAL-STD-ANNUAL.                    zbnkrtov
038800     ADD WS-MONTHLY-COST TO WS-TOTAL-MONTHLY-COST.                zbnkrtov
038900     MOVE RO-REC-ACCNO TO WS-CST-ACCNO.                           zbnkrtov
039000     MOVE BAC-REC-TYPE TO WS-CST-TYPE.                            zbnkrtov
039100     MOVE BAC-REC-BALANCE TO WS-CST-BALANCE.                      zbnkrtov
039200     MOVE RO-REC-RATE TO WS-CST-OVR-RATE.                         zbnkrtov
039300     MOVE WS-STD-MARGINAL-RATE TO WS-CST-STD-RATE.                zbnkrtov
039400     MOVE WS-OVR-ANNUAL TO WS-CST-OVR-ANNUAL.                     zbnkrtov
039500     MOVE WS-STD-ANNUAL TO WS-CST-STD-ANNUAL.                     zbnkrtov
039600     MOVE WS-MONTHLY-COST TO WS-CST-MONTHLY.                      zbnkrtov
039700     MOVE RO-REC-EXPIRY-DTE TO WS-CST-EXPIRY.                     zbnkrtov
039800     MOVE WS-COST-LINE TO PRINTOUT-REC.                           zbnkrtov
039900     PERFORM PRINTOUT-PUT.                                        zbnkrtov
040000 COST-ONE-ACTIVE-NEXT.                                            zbnkrtov
040100     PERFORM RTOV-GET.                                            zbnkrtov
040200 COST-ONE-ACTIVE-EXIT.                                            zbnkrtov
040300     EXIT.                                                        zbnkrtov
040400                                                                  zbnkrtov
040500******************************************************************zbnkrtov
040600* FIND-STANDARD-RATE                                             *zbnkrtov
040700* Reads the override's account and finds the rate and bands its  *zbnkrtov
040800* type carries today: the latest BNKATEF change whose effective  *zbnkrtov
040900* date has arrived, or the BNKATYPE catalogue entry.             *zbnkrtov
041000******************************************************************zbnkrtov
041100 FIND-STANDARD-RATE.                                              zbnkrtov
041200     MOVE ZERO TO WS-STD-INT-RATE.                                zbnkrtov
041300     MOVE ZERO TO WS-STD-MARGINAL-RATE.                           zbnkrtov
041400     MOVE ZERO TO WS-STD-BAND-FLOOR (1).                          zbnkrtov
041500     MOVE ZERO TO WS-STD-BAND-FLOOR (2).                          zbnkrtov
041600     MOVE ZERO TO WS-STD-BAND-FLOOR (3).                          zbnkrtov
041700     MOVE RO-REC-ACCNO TO BAC-REC-ACCNO.                          zbnkrtov
041800     PERFORM ACCOUNT-READ.                                        zbnkrtov
041900     IF WS-ACCOUNT-STATUS NOT = '00'                              zbnkrtov
042000        MOVE 'N' TO WS-ACCOUNT-FOUND                              zbnkrtov
042100        GO TO FIND-STANDARD-RATE-EXIT                             zbnkrtov
042200     END-IF.                                                      zbnkrtov
042300     MOVE 'Y' TO WS-ACCOUNT-FOUND.                                zbnkrtov
042400     MOVE BAC-REC-TYPE TO BAT-REC-TYPE.                           zbnkrtov
042500     PERFORM ATYPE-READ.                                          zbnkrtov
042600     IF WS-ATYPE-STATUS NOT = '00'                                zbnkrtov
042700        GO TO FIND-STANDARD-RATE-EXIT                             zbnkrtov
042800     END-IF.                                                      zbnkrtov
042900     MOVE BAT-REC-INT-RATE TO WS-STD-INT-RATE.                    zbnkrtov
043000     MOVE BAT-REC-BAND-AREA TO WS-STD-BAND-AREA.                  zbnkrtov
043100     MOVE WS-STD-INT-RATE TO WS-STD-MARGINAL-RATE.                zbnkrtov
043200     IF WS-ATEF-AVAILABLE NOT = 'YES'                             zbnkrtov
043300        GO TO FIND-STANDARD-RATE-EXIT                             zbnkrtov
043400     END-IF.                                                      zbnkrtov
043500     MOVE 'NO ' TO WS-EFF-FOUND.                                  zbnkrtov
043600     MOVE LOW-VALUES TO AE-REC-KEY.                               zbnkrtov
043700     MOVE BAC-REC-TYPE TO AE-REC-TYPE.                            zbnkrtov
043800     START ATEF-FILE KEY IS NOT LESS THAN AE-REC-KEY.             zbnkrtov
043900     IF WS-ATEF-STATUS NOT = '00'                                 zbnkrtov
044000        GO TO FIND-STANDARD-RATE-EXIT                             zbnkrtov
044100     END-IF.                                                      zbnkrtov
044200     PERFORM STANDARD-RATE-STEP                                   zbnkrtov
044300         THRU STANDARD-RATE-STEP-EXIT                             zbnkrtov
044400         UNTIL WS-EFF-FOUND = 'END'.                              zbnkrtov
044500     MOVE WS-STD-INT-RATE TO WS-STD-MARGINAL-RATE.                zbnkrtov
044600 FIND-STANDARD-RATE-EXIT.                                         zbnkrtov
044700     EXIT.                                                        zbnkrtov
044800                                                                  zbnkrtov
044900 STANDARD-RATE-STEP.                                              zbnkrtov
045000     READ ATEF-FILE NEXT RECORD.                                  zbnkrtov
045100     IF WS-ATEF-STATUS NOT = '00'                                 zbnkrtov
045200        MOVE 'END' TO WS-EFF-FOUND                                zbnkrtov
045300        GO TO STANDARD-RATE-STEP-EXIT                             zbnkrtov
045400     END-IF.                                                      zbnkrtov
045500     IF AE-REC-TYPE IS NOT EQUAL TO BAC-REC-TYPE OR               zbnkrtov
045600        AE-REC-EFF-DTE IS GREATER THAN WS-TODAY-DATE-N            zbnkrtov
045700        MOVE 'END' TO WS-EFF-FOUND                                zbnkrtov
045800        GO TO STANDARD-RATE-STEP-EXIT                             zbnkrtov
045900     END-IF.                                                      zbnkrtov
046000     MOVE AE-REC-INT-RATE TO WS-STD-INT-RATE.                     zbnkrtov
046100     MOVE AE-REC-BAND-AREA TO WS-STD-BAND-AREA.                   zbnkrtov
046200 STANDARD-RATE-STEP-EXIT.                                         zbnkrtov
046300     EXIT.                                                        zbnkrtov
046400                                                                  zbnkrtov
046500******************************************************************zbnkrtov
046600* STANDARD-BAND-INTEREST                                         *zbnkrtov
046700* A year's credit interest on the balance at the standard rate,  *zbnkrtov
046800* tiered by the balance bands exactly as ZBNKACRL accrues it.    *zbnkrtov
046900* The rate of the highest band reached is kept for the listing.  *zbnkrtov
047000******************************************************************zbnkrtov
047100 STANDARD-BAND-INTEREST.                                          zbnkrtov
047200     MOVE BAC-REC-BALANCE TO WS-BAND-TOP.                         zbnkrtov
047300     IF WS-STD-BAND-FLOOR (1) IS GREATER THAN ZERO AND            zbnkrtov
047400        WS-STD-BAND-FLOOR (1) IS LESS THAN BAC-REC-BALANCE        zbnkrtov
047500        MOVE WS-STD-BAND-FLOOR (1) TO WS-BAND-TOP                 zbnkrtov
047600     END-IF.                                                      zbnkrtov
047700     COMPUTE WS-STD-ANNUAL ROUNDED =                              zbnkrtov
047800         WS-BAND-TOP * WS-STD-INT-RATE.                           zbnkrtov
047900     PERFORM STANDARD-BAND-SLICE                                  zbnkrtov
048000         THRU STANDARD-BAND-SLICE-EXIT                            zbnkrtov
048100         VARYING WS-BAND-SUB FROM 1 BY 1                          zbnkrtov
048200         UNTIL WS-BAND-SUB IS GREATER THAN 3.                     zbnkrtov
048300 STANDARD-BAND-INTEREST-EXIT.                                     zbnkrtov
048400     EXIT.                                                        zbnkrtov
048500                                                                  zbnkrtov
048600 STANDARD-BAND-SLICE.                                             zbnkrtov
048700     IF WS-STD-BAND-FLOOR (WS-BAND-SUB) IS EQUAL TO ZERO OR       zbnkrtov
048800        BAC-REC-BALANCE IS NOT GREATER THAN                       zbnkrtov
048900          WS-STD-BAND-FLOOR (WS-BAND-SUB)                         zbnkrtov
049000        GO TO STANDARD-BAND-SLICE-EXIT                            zbnkrtov
049100     END-IF.                                                      zbnkrtov
049200     MOVE BAC-REC-BALANCE TO WS-BAND-TOP.                         zbnkrtov
049300     IF WS-BAND-SUB IS LESS THAN 3                                zbnkrtov
049400        IF WS-STD-BAND-FLOOR (WS-BAND-SUB + 1)                    zbnkrtov
049500             IS GREATER THAN ZERO                                 zbnkrtov
049600           AND WS-STD-BAND-FLOOR (WS-BAND-SUB + 1)                zbnkrtov
049700             IS LESS THAN BAC-REC-BALANCE                         zbnkrtov
049800           MOVE WS-STD-BAND-FLOOR (WS-BAND-SUB + 1) TO WS-BAND-TOPzbnkrtov
049900        END-IF                                                    zbnkrtov
050000     END-IF.                                                      zbnkrtov
050100     COMPUTE WS-STD-ANNUAL ROUNDED = WS-STD-ANNUAL +              zbnkrtov
050200         (WS-BAND-TOP - WS-STD-BAND-FLOOR (WS-BAND-SUB))          zbnkrtov
050300         * WS-STD-BAND-RATE (WS-BAND-SUB).                        zbnkrtov
050400     MOVE WS-STD-BAND-RATE (WS-BAND-SUB) TO WS-STD-MARGINAL-RATE. zbnkrtov
050500 STANDARD-BAND-SLICE-EXIT.                                        zbnkrtov
050600     EXIT.                                                        zbnkrtov
050700                                                                  zbnkrtov
050800******************************************************************zbnkrtov
050900* WRITE-EXPIRY-HEADING                                           *zbnkrtov
051000* Writes the report title and the first section's headings.      *zbnkrtov
051100******************************************************************zbnkrtov
051200 WRITE-EXPIRY-HEADING.                                            zbnkrtov
051300     MOVE SPACES TO WS-REPORT-LINE.                               zbnkrtov
051400     STRING 'Negotiated Rate Override Report - run date '         zbnkrtov
051500                                      DELIMITED BY SIZE           zbnkrtov
051600            WS-RUN-DATE-DISPLAY       DELIMITED BY SIZE           zbnkrtov
051700       INTO WS-REPORT-LINE.                                       zbnkrtov
051800     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkrtov
051900     PERFORM PRINTOUT-PUT.                                        zbnkrtov
052000     MOVE SPACES TO PRINTOUT-REC.                                 zbnkrtov
052100     PERFORM PRINTOUT-PUT.                                        zbnkrtov
052200     MOVE SPACES TO WS-REPORT-LINE.                               zbnkrtov
052300     STRING 'Approved overrides expiring in the next '            zbnkrtov
052400                                      DELIMITED BY SIZE           zbnkrtov
052500            WS-WARN-DAYS              DELIMITED BY SIZE           zbnkrtov
052600            ' days:'                  DELIMITED BY SIZE           zbnkrtov
052700       INTO WS-REPORT-LINE.                                       zbnkrtov
052800     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkrtov
052900     PERFORM PRINTOUT-PUT.                                        zbnkrtov
053000     MOVE SPACES TO WS-REPORT-LINE.                               zbnkrtov
053100     MOVE 'Account' TO WS-REPORT-LINE (1:7).                      zbnkrtov
053200     MOVE 'Start' TO WS-REPORT-LINE (12:5).                       zbnkrtov
053300     MOVE 'Expiry' TO WS-REPORT-LINE (24:6).                      zbnkrtov
053400     MOVE 'Days' TO WS-REPORT-LINE (35:4).                        zbnkrtov
053500     MOVE 'Ovr rate' TO WS-REPORT-LINE (41:8).                    zbnkrtov
053600     MOVE 'Std rate' TO WS-REPORT-LINE (51:8).                    zbnkrtov
053700     MOVE 'Req by' TO WS-REPORT-LINE (61:6).                      zbnkrtov
053800     MOVE 'Appr by' TO WS-REPORT-LINE (71:7).                     zbnkrtov
053900     MOVE 'Reason' TO WS-REPORT-LINE (81:6).                      zbnkrtov
054000     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkrtov
054100     PERFORM PRINTOUT-PUT.                                        zbnkrtov
054200                                                                  zbnkrtov
054300******************************************************************zbnkrtov
054400* WRITE-COST-HEADING                                             *zbnkrtov
054500* Closes the first section and heads the cost section.           *zbnkrtov
054600******************************************************************zbnkrtov
054700 WRITE-COST-HEADING.                                              zbnkrtov
054800     IF WS-OVERRIDES-EXPIRING IS EQUAL TO ZERO                    zbnkrtov
054900        MOVE '  None' TO PRINTOUT-REC                             zbnkrtov
055000        PERFORM PRINTOUT-PUT                                      zbnkrtov
055100     END-IF.                                                      zbnkrtov
055200     MOVE SPACES TO PRINTOUT-REC.                                 zbnkrtov
055300     PERFORM PRINTOUT-PUT.                                        zbnkrtov
055400     MOVE 'Overrides in force - interest on today''s balance:'    zbnkrtov
055500       TO PRINTOUT-REC.                                           zbnkrtov
055600     PERFORM PRINTOUT-PUT.                                        zbnkrtov
055700     MOVE SPACES TO WS-REPORT-LINE.                               zbnkrtov
055800     MOVE 'Account' TO WS-REPORT-LINE (1:7).                      zbnkrtov
055900     MOVE 'T' TO WS-REPORT-LINE (12:1).                           zbnkrtov
056000     MOVE 'Balance' TO WS-REPORT-LINE (20:7).                     zbnkrtov
056100     MOVE 'Ovr rate' TO WS-REPORT-LINE (29:8).                    zbnkrtov
056200     MOVE 'Std rate' TO WS-REPORT-LINE (39:8).                    zbnkrtov
056300     MOVE 'Ovr annual' TO WS-REPORT-LINE (52:10).                 zbnkrtov
056400     MOVE 'Std annual' TO WS-REPORT-LINE (67:10).                 zbnkrtov
056500     MOVE 'Cost/month' TO WS-REPORT-LINE (82:10).                 zbnkrtov
056600     MOVE 'Expiry' TO WS-REPORT-LINE (93:6).                      zbnkrtov
056700     MOVE 'Note' TO WS-REPORT-LINE (105:4).                       zbnkrtov
056800     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkrtov
056900     PERFORM PRINTOUT-PUT.                                        zbnkrtov
057000                                                                  zbnkrtov
057100******************************************************************zbnkrtov
057200* WRITE-REPORT-TOTALS                                            *zbnkrtov
057300* Annual interest at the override and standard rates across all  *zbnkrtov
057400* overrides in force, and the monthly cost of the difference.    *zbnkrtov
057500******************************************************************zbnkrtov
057600 WRITE-REPORT-TOTALS.                                             zbnkrtov
057700     IF WS-OVERRIDES-ACTIVE IS EQUAL TO ZERO                      zbnkrtov
057800        MOVE '  None' TO PRINTOUT-REC                             zbnkrtov
057900        PERFORM PRINTOUT-PUT                                      zbnkrtov
058000     END-IF.                                                      zbnkrtov
058100     MOVE SPACES TO PRINTOUT-REC.                                 zbnkrtov
058200     PERFORM PRINTOUT-PUT.                                        zbnkrtov
058300     MOVE WS-TOTAL-OVR-ANNUAL TO WS-AMT-D.                        zbnkrtov
058400     MOVE SPACES TO WS-REPORT-LINE.                               zbnkrtov
058500     STRING 'Annual interest at override:  ' DELIMITED BY SIZE    zbnkrtov
058600            WS-AMT-D DELIMITED BY SIZE                            zbnkrtov
058700       INTO WS-REPORT-LINE.                                       zbnkrtov
058800     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkrtov
058900     PERFORM PRINTOUT-PUT.                                        zbnkrtov
059000     MOVE WS-TOTAL-STD-ANNUAL TO WS-AMT-D.                        zbnkrtov
059100     MOVE SPACES TO WS-REPORT-LINE.                               zbnkrtov
059200     STRING 'Annual interest at standard:  ' DELIMITED BY SIZE    zbnkrtov
059300            WS-AMT-D DELIMITED BY SIZE                            zbnkrtov
059400       INTO WS-REPORT-LINE.                                       zbnkrtov
059500     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkrtov
059600     PERFORM PRINTOUT-PUT.                                        zbnkrtov
059700     MOVE WS-TOTAL-MONTHLY-COST TO WS-AMT-D.                      zbnkrtov
059800     MOVE SPACES TO WS-REPORT-LINE.                               zbnkrtov
059900     STRING 'Monthly cost of overrides:    ' DELIMITED BY SIZE    zbnkrtov
060000            WS-AMT-D DELIMITED BY SIZE                            zbnkrtov
060100       INTO WS-REPORT-LINE.                                       zbnkrtov
060200     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkrtov
060300     PERFORM PRINTOUT-PUT.                                        zbnkrtov
060400                                                                  zbnkrtov
060500******************************************************************zbnkrtov
060600* Position the override file at its first record for each pass.  *zbnkrtov
060700******************************************************************zbnkrtov
060800 RTOV-START.                                                      zbnkrtov
060900     MOVE 'NO ' TO WS-END-OF-RTOV.                                zbnkrtov
061000     MOVE LOW-VALUES TO RO-REC-KEY.                               zbnkrtov
061100     START RTOV-FILE KEY IS NOT LESS THAN RO-REC-KEY.             zbnkrtov
061200     IF WS-RTOV-STATUS NOT = '00'                                 zbnkrtov
061300        MOVE 'YES' TO WS-END-OF-RTOV                              zbnkrtov
061400     END-IF.                                                      zbnkrtov
061500                                                                  zbnkrtov
061600******************************************************************zbnkrtov
061700* Open and close the BNKATEF schedule. The schedule is optional  *zbnkrtov
061800* - without it the standard rate is the catalogue rate.          *zbnkrtov
061900******************************************************************zbnkrtov
062000 ATEF-OPEN.                                                       zbnkrtov
062100     OPEN INPUT ATEF-FILE.                                        zbnkrtov
062200     IF WS-ATEF-STATUS = '00'                                     zbnkrtov
062300        MOVE 'YES' TO WS-ATEF-AVAILABLE                           zbnkrtov
062400     ELSE                                                         zbnkrtov
062500        MOVE 'No BNKATEF schedule - catalogue rates'              zbnkrtov
062600          TO WS-CONSOLE-MESSAGE                                   zbnkrtov
062700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrtov
062800     END-IF.                                                      zbnkrtov
062900                                                                  zbnkrtov
063000 ATEF-CLOSE.                                                      zbnkrtov
063100     IF WS-ATEF-AVAILABLE = 'YES'                                 zbnkrtov
063200        CLOSE ATEF-FILE                                           zbnkrtov
063300     END-IF.                                                      zbnkrtov
063400                                                                  zbnkrtov
063500******************************************************************zbnkrtov
063600* Open, access and close the RTOV file.                          *zbnkrtov
063700******************************************************************zbnkrtov
063800 RTOV-OPEN.                                                       zbnkrtov
063900     OPEN INPUT RTOV-FILE.                                        zbnkrtov
064000     IF WS-RTOV-STATUS = '00'                                     zbnkrtov
064100        MOVE 'RTOV file opened OK' TO WS-CONSOLE-MESSAGE          zbnkrtov
064200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrtov
064300     ELSE                                                         zbnkrtov
064400        MOVE 'RTOV file open failure...' TO WS-CONSOLE-MESSAGE    zbnkrtov
064500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrtov
064600        MOVE WS-RTOV-STATUS TO WS-IO-STATUS                       zbnkrtov
064700        PERFORM DISPLAY-IO-STATUS                                 zbnkrtov
064800        PERFORM ABORT-PROGRAM                                     zbnkrtov
064900     END-IF.                                                      zbnkrtov
065000                                                                  zbnkrtov
065100 RTOV-GET.                                                        zbnkrtov
065200     READ RTOV-FILE NEXT RECORD.                                  zbnkrtov
065300     IF WS-RTOV-STATUS NOT = '00'                                 zbnkrtov
065400        IF WS-RTOV-STATUS = '10'                                  zbnkrtov
065500           MOVE 'YES' TO WS-END-OF-RTOV                           zbnkrtov
065600        ELSE                                                      zbnkrtov
065700           MOVE 'RTOV Error reading file ...'                     zbnkrtov
065800             TO WS-CONSOLE-MESSAGE                                zbnkrtov
065900           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkrtov
066000           MOVE WS-RTOV-STATUS TO WS-IO-STATUS                    zbnkrtov
066100           PERFORM DISPLAY-IO-STATUS                              zbnkrtov
066200           PERFORM ABORT-PROGRAM                                  zbnkrtov
066300        END-IF                                                    zbnkrtov
066400     END-IF.                                                      zbnkrtov
066500                                                                  zbnkrtov
066600 RTOV-CLOSE.                                                      zbnkrtov
066700     CLOSE RTOV-FILE.                                             zbnkrtov
066800     IF WS-RTOV-STATUS = '00'                                     zbnkrtov
066900        MOVE 'RTOV file closed OK' TO WS-CONSOLE-MESSAGE          zbnkrtov
067000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrtov
067100     ELSE                                                         zbnkrtov
067200        MOVE 'RTOV file close failure...' TO WS-CONSOLE-MESSAGE   zbnkrtov
067300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrtov
067400        MOVE WS-RTOV-STATUS TO WS-IO-STATUS                       zbnkrtov
067500        PERFORM DISPLAY-IO-STATUS                                 zbnkrtov
067600        PERFORM ABORT-PROGRAM                                     zbnkrtov
067700     END-IF.                                                      zbnkrtov
067800                                                                  zbnkrtov
067900******************************************************************zbnkrtov
068000* Open, access and close the ACCOUNT file.                       *zbnkrtov
068100******************************************************************zbnkrtov
068200 ACCOUNT-OPEN.                                                    zbnkrtov
068300     OPEN INPUT ACCOUNT-FILE.                                     zbnkrtov
068400     IF WS-ACCOUNT-STATUS = '00'                                  zbnkrtov
068500        MOVE 'ACCOUNT file opened OK' TO WS-CONSOLE-MESSAGE       zbnkrtov
068600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrtov
068700     ELSE                                                         zbnkrtov
068800        MOVE 'ACCOUNT file open failure...' TO WS-CONSOLE-MESSAGE zbnkrtov
068900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrtov
069000        MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS                    zbnkrtov
069100        PERFORM DISPLAY-IO-STATUS                                 zbnkrtov
069200        PERFORM ABORT-PROGRAM                                     zbnkrtov
069300     END-IF.                                                      zbnkrtov
069400                                                                  zbnkrtov
069500 ACCOUNT-READ.                                                    zbnkrtov
069600     READ ACCOUNT-FILE.                                           zbnkrtov
069700                                                                  zbnkrtov
069800 ACCOUNT-CLOSE.                                                   zbnkrtov
069900     CLOSE ACCOUNT-FILE.                                          zbnkrtov
070000     IF WS-ACCOUNT-STATUS = '00'                                  zbnkrtov
070100        MOVE 'ACCOUNT file closed OK' TO WS-CONSOLE-MESSAGE       zbnkrtov
070200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrtov
070300     ELSE                                                         zbnkrtov
070400        MOVE 'ACCOUNT file close failure...'                      zbnkrtov
070500          TO WS-CONSOLE-MESSAGE                                   zbnkrtov
070600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrtov
070700        MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS                    zbnkrtov
070800        PERFORM DISPLAY-IO-STATUS                                 zbnkrtov
070900        PERFORM ABORT-PROGRAM                                     zbnkrtov
071000     END-IF.                                                      zbnkrtov
071100                                                                  zbnkrtov
071200******************************************************************zbnkrtov
071300* Open, access and close the ATYPE file.                         *zbnkrtov
071400******************************************************************zbnkrtov
071500 ATYPE-OPEN.                                                      zbnkrtov
071600     OPEN INPUT ATYPE-FILE.                                       zbnkrtov
071700     IF WS-ATYPE-STATUS = '00'                                    zbnkrtov
071800        MOVE 'ATYPE file opened OK' TO WS-CONSOLE-MESSAGE         zbnkrtov
071900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrtov
072000     ELSE                                                         zbnkrtov
072100        MOVE 'ATYPE file open failure...' TO WS-CONSOLE-MESSAGE   zbnkrtov
072200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrtov
072300        MOVE WS-ATYPE-STATUS TO WS-IO-STATUS                      zbnkrtov
072400        PERFORM DISPLAY-IO-STATUS                                 zbnkrtov
072500        PERFORM ABORT-PROGRAM                                     zbnkrtov
072600     END-IF.                                                      zbnkrtov
072700                                                                  zbnkrtov
072800 ATYPE-READ.                                                      zbnkrtov
072900     READ ATYPE-FILE.                                             zbnkrtov
073000                                                                  zbnkrtov
073100 ATYPE-CLOSE.                                                     zbnkrtov
073200     CLOSE ATYPE-FILE.                                            zbnkrtov
073300     IF WS-ATYPE-STATUS = '00'                                    zbnkrtov
073400        MOVE 'ATYPE file closed OK' TO WS-CONSOLE-MESSAGE         zbnkrtov
073500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrtov
073600     ELSE                                                         zbnkrtov
073700        MOVE 'ATYPE file close failure...' TO WS-CONSOLE-MESSAGE  zbnkrtov
073800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrtov
073900        MOVE WS-ATYPE-STATUS TO WS-IO-STATUS                      zbnkrtov
074000        PERFORM DISPLAY-IO-STATUS                                 zbnkrtov
074100        PERFORM ABORT-PROGRAM                                     zbnkrtov
074200     END-IF.                                                      zbnkrtov
074300                                                                  zbnkrtov
074400******************************************************************zbnkrtov
074500* Open, access and close the PRINTOUT file.                      *zbnkrtov
074600******************************************************************zbnkrtov
074700 PRINTOUT-OPEN.                                                   zbnkrtov
074800     OPEN OUTPUT PRINTOUT-FILE.                                   zbnkrtov
074900     IF WS-PRINTOUT-STATUS = '00'                                 zbnkrtov
075000        MOVE 'PRINTOUT file opened OK' TO WS-CONSOLE-MESSAGE      zbnkrtov
075100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrtov
075200     ELSE                                                         zbnkrtov
075300        MOVE 'PRINTOUT file open failure...'                      zbnkrtov
075400          TO WS-CONSOLE-MESSAGE                                   zbnkrtov
075500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrtov
075600        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkrtov
075700        PERFORM DISPLAY-IO-STATUS                                 zbnkrtov
075800        PERFORM ABORT-PROGRAM                                     zbnkrtov
075900     END-IF.                                                      zbnkrtov
076000                                                                  zbnkrtov
076100 PRINTOUT-PUT.                                                    zbnkrtov
076200     WRITE PRINTOUT-REC.                                          zbnkrtov
076300     IF WS-PRINTOUT-STATUS NOT = '00'                             zbnkrtov
076400        MOVE 'PRINTOUT Error writing file ...'                    zbnkrtov
076500          TO WS-CONSOLE-MESSAGE                                   zbnkrtov
076600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrtov
076700        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkrtov
076800        PERFORM DISPLAY-IO-STATUS                                 zbnkrtov
076900        PERFORM ABORT-PROGRAM                                     zbnkrtov
077000     END-IF.                                                      zbnkrtov
077100                                                                  zbnkrtov
077200 PRINTOUT-CLOSE.                                                  zbnkrtov
077300     CLOSE PRINTOUT-FILE.                                         zbnkrtov
077400     IF WS-PRINTOUT-STATUS = '00'                                 zbnkrtov
077500        MOVE 'PRINTOUT file closed OK' TO WS-CONSOLE-MESSAGE      zbnkrtov
077600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrtov
077700     ELSE                                                         zbnkrtov
077800        MOVE 'PRINTOUT file close failure...'                     zbnkrtov
077900          TO WS-CONSOLE-MESSAGE                                   zbnkrtov
078000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrtov
078100        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkrtov
078200        PERFORM DISPLAY-IO-STATUS                                 zbnkrtov
078300        PERFORM ABORT-PROGRAM                                     zbnkrtov
078400     END-IF.                                                      zbnkrtov
078500                                                                  zbnkrtov
078600******************************************************************zbnkrtov
078700* Write a short end-of-job summary to the JOBSUM file, in the    *zbnkrtov
078800* same style as the other batch jobs' summaries.                 *zbnkrtov
078900******************************************************************zbnkrtov
079000 PRINT-JOB-SUMMARY.                                               zbnkrtov
079100     PERFORM JOBSUM-OPEN.                                         zbnkrtov
079200     MOVE SPACES TO JOBSUM-REC.                                   zbnkrtov
079300     STRING 'Overrides read:              ' DELIMITED BY SIZE     zbnkrtov
079400            WS-OVERRIDES-READ DELIMITED BY SIZE                   zbnkrtov
079500       INTO JOBSUM-REC.                                           zbnkrtov
079600     PERFORM JOBSUM-PUT.                                          zbnkrtov
079700     MOVE SPACES TO JOBSUM-REC.                                   zbnkrtov
079800     STRING 'Awaiting approval:           ' DELIMITED BY SIZE     zbnkrtov
079900            WS-OVERRIDES-PENDING DELIMITED BY SIZE                zbnkrtov
080000       INTO JOBSUM-REC.                                           zbnkrtov
080100     PERFORM JOBSUM-PUT.                                          zbnkrtov
080200     MOVE SPACES TO JOBSUM-REC.                                   zbnkrtov
080300     STRING 'Expiring within 30 days:     ' DELIMITED BY SIZE     zbnkrtov
080400            WS-OVERRIDES-EXPIRING DELIMITED BY SIZE               zbnkrtov
080500       INTO JOBSUM-REC.                                           zbnkrtov
080600     PERFORM JOBSUM-PUT.                                          zbnkrtov
080700     MOVE SPACES TO JOBSUM-REC.                                   zbnkrtov
080800     STRING 'Overrides in force:          ' DELIMITED BY SIZE     zbnkrtov
080900            WS-OVERRIDES-ACTIVE DELIMITED BY SIZE                 zbnkrtov
081000       INTO JOBSUM-REC.                                           zbnkrtov
081100     PERFORM JOBSUM-PUT.                                          zbnkrtov
081200     MOVE SPACES TO JOBSUM-REC.                                   zbnkrtov
081300     STRING 'Accounts not found:          ' DELIMITED BY SIZE     zbnkrtov
081400            WS-ACCOUNTS-MISSING DELIMITED BY SIZE                 zbnkrtov
081500       INTO JOBSUM-REC.                                           zbnkrtov
081600     PERFORM JOBSUM-PUT.                                          zbnkrtov
081700     PERFORM JOBSUM-CLOSE.                                        zbnkrtov
081800     MOVE 'Job summary written to JOBSUM'                         zbnkrtov
081900       TO WS-CONSOLE-MESSAGE.                                     zbnkrtov
082000     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkrtov
082100                                                                  zbnkrtov
082200 JOBSUM-OPEN.                                                     zbnkrtov
082300     OPEN OUTPUT JOBSUM-FILE.                                     zbnkrtov
082400     IF WS-JOBSUM-STATUS = '00'                                   zbnkrtov
082500        MOVE 'JOBSUM file opened OK' TO WS-CONSOLE-MESSAGE        zbnkrtov
082600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrtov
082700     ELSE                                                         zbnkrtov
082800        MOVE 'JOBSUM file open failure...' TO WS-CONSOLE-MESSAGE  zbnkrtov
082900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrtov
083000        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkrtov
083100        PERFORM DISPLAY-IO-STATUS                                 zbnkrtov
083200        PERFORM ABORT-PROGRAM                                     zbnkrtov
083300     END-IF.                                                      zbnkrtov
083400                                                                  zbnkrtov
083500 JOBSUM-PUT.                                                      zbnkrtov
083600     WRITE JOBSUM-REC.                                            zbnkrtov
083700     IF WS-JOBSUM-STATUS NOT = '00'                               zbnkrtov
083800        MOVE 'JOBSUM Error writing file ...' TO WS-CONSOLE-MESSAGEzbnkrtov
083900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrtov
084000        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkrtov
084100        PERFORM DISPLAY-IO-STATUS                                 zbnkrtov
084200        PERFORM ABORT-PROGRAM                                     zbnkrtov
084300     END-IF.                                                      zbnkrtov
084400                                                                  zbnkrtov
084500 JOBSUM-CLOSE.                                                    zbnkrtov
084600     CLOSE JOBSUM-FILE.                                           zbnkrtov
084700     IF WS-JOBSUM-STATUS = '00'                                   zbnkrtov
084800        MOVE 'JOBSUM file closed OK' TO WS-CONSOLE-MESSAGE        zbnkrtov
084900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrtov
085000     ELSE                                                         zbnkrtov
085100        MOVE 'JOBSUM file close failure...' TO WS-CONSOLE-MESSAGE zbnkrtov
085200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrtov
085300        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkrtov
085400        PERFORM DISPLAY-IO-STATUS                                 zbnkrtov
085500        PERFORM ABORT-PROGRAM                                     zbnkrtov
085600     END-IF.                                                      zbnkrtov
085700                                                                  zbnkrtov
085800******************************************************************zbnkrtov
085900* Run-control hooks. The START call blocks this job when it has  *zbnkrtov
086000* already completed for the business date or a prerequisite has  *zbnkrtov
086100* not, and records the start on BNKRUNC; the END call records    *zbnkrtov
086200* the end time and return code. See URUNCTL.CBL.                 *zbnkrtov
086300******************************************************************zbnkrtov
086400 RUN-CONTROL-START.                                               zbnkrtov
086500     SET RUNCTL-START TO TRUE.                                    zbnkrtov
086600     MOVE 'ZBNKRTOV' TO RUNCTL-JOB.                               zbnkrtov
086700     MOVE ZERO TO RUNCTL-BUSDATE.                                 zbnkrtov
086800     MOVE ZERO TO RUNCTL-RETURN-CODE.                             zbnkrtov
086900     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkrtov
087000     IF RUNCTL-BLOCKED                                            zbnkrtov
087100        MOVE RUNCTL-REPLY-TEXT TO WS-CONSOLE-MESSAGE              zbnkrtov
087200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrtov
087300        MOVE 'Run control blocked this run' TO WS-CONSOLE-MESSAGE zbnkrtov
087400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrtov
087500        MOVE 8 TO RETURN-CODE                                     zbnkrtov
087600        GOBACK                                                    zbnkrtov
087700     END-IF.                                                      zbnkrtov
087800 RUN-CONTROL-START-EXIT.                                          zbnkrtov
087900     EXIT.                                                        zbnkrtov
088000                                                                  zbnkrtov
088100 RUN-CONTROL-END.                                                 zbnkrtov
088200     SET RUNCTL-END TO TRUE.                                      zbnkrtov
088300     MOVE RETURN-CODE TO RUNCTL-RETURN-CODE.                      zbnkrtov
088400     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkrtov
088500                                                                  zbnkrtov
088600******************************************************************zbnkrtov
088700* Display the file status bytes                                  *zbnkrtov
088800******************************************************************zbnkrtov
088900 DISPLAY-IO-STATUS.                                               zbnkrtov
089000     IF WS-IO-STATUS NUMERIC                                      zbnkrtov
089100        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkrtov
089200        STRING 'File status -' DELIMITED BY SIZE                  zbnkrtov
089300               WS-IO-STATUS DELIMITED BY SIZE                     zbnkrtov
089400          INTO WS-CONSOLE-MESSAGE                                 zbnkrtov
089500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrtov
089600     ELSE                                                         zbnkrtov
089700        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     zbnkrtov
089800        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    zbnkrtov
089900        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkrtov
090000        STRING 'File status -' DELIMITED BY SIZE                  zbnkrtov
090100               WS-IO-STAT1 DELIMITED BY SIZE                      zbnkrtov
090200               '/' DELIMITED BY SIZE                              zbnkrtov
090300               WS-TWO-BYTES DELIMITED BY SIZE                     zbnkrtov
090400          INTO WS-CONSOLE-MESSAGE                                 zbnkrtov
090500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrtov
090600     END-IF.                                                      zbnkrtov
090700                                                                  zbnkrtov
090800******************************************************************zbnkrtov
090900* 'ABORT' the program. Post a message and issue a goback         *zbnkrtov
091000******************************************************************zbnkrtov
091100 ABORT-PROGRAM.                                                   zbnkrtov
091200     IF WS-CONSOLE-MESSAGE NOT = SPACES                           zbnkrtov
091300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkrtov
091400     END-IF.                                                      zbnkrtov
091500     MOVE 'Program is abending...' TO WS-CONSOLE-MESSAGE.         zbnkrtov
091600     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkrtov
091700     MOVE 16 TO RETURN-CODE.                                      zbnkrtov
091800     GOBACK.                                                      zbnkrtov
091900                                                                  zbnkrtov
092000******************************************************************zbnkrtov
092100* Display CONSOLE messages...                                    *zbnkrtov
092200******************************************************************zbnkrtov
092300 DISPLAY-CONSOLE-MESSAGE.                                         zbnkrtov
092400     DISPLAY 'ZBNKRTOV - ' WS-CONSOLE-MESSAGE                     zbnkrtov
092500       UPON CONSOLE.                                              zbnkrtov
092600     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       zbnkrtov
092700                                                                  zbnkrtov
092800* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     zbnkrtov
