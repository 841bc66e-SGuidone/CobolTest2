000100******************************************************************zbnkcmag
000200*                                                               * zbnkcmag
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   * zbnkcmag
000400*   This demonstration program is provided for use by users     * zbnkcmag
000500*   of Micro Focus products and may be used, modified and       * zbnkcmag
000600*   distributed as part of your application provided that       * zbnkcmag
000700*   you properly acknowledge the copyright of Micro Focus       * zbnkcmag
000800*   in this material.                                           * zbnkcmag
000900*                                                               * zbnkcmag
001000******************************************************************zbnkcmag
001100                                                                  zbnkcmag
001200******************************************************************zbnkcmag
001300* ZBNKCMAG.CBL                                                   *zbnkcmag
001400* Function:    Nightly complaint aging. Reads every open BNKCMPL *zbnkcmag
001500*              case and measures it against its response         *zbnkcmag
001600*              deadline. A case within 10 days of the deadline   *zbnkcmag
001700*              is escalated to due-soon, a case past it to       *zbnkcmag
001800*              overdue; the level is held on the case so the     *zbnkcmag
001900*              DBANK47P work queue shows it, and is only ever    *zbnkcmag
002000*              raised. The escalation report lists every open    *zbnkcmag
002100*              case at either level with its handler, marking    *zbnkcmag
002200*              the ones escalated tonight, so complaints         *zbnkcmag
002300*              management can chase them before the regulatory   *zbnkcmag
002400*              deadline is missed.                               *zbnkcmag
002500******************************************************************zbnkcmag
002600 IDENTIFICATION DIVISION.                                         zbnkcmag
002700 PROGRAM-ID.                                                      zbnkcmag
002800     ZBNKCMAG.                                                    zbnkcmag
002900 DATE-WRITTEN.                                                    zbnkcmag
003000     October 2026.                                                zbnkcmag
003100 DATE-COMPILED.                                                   zbnkcmag
003200     Today.                                                       zbnkcmag
003300                                                                  zbnkcmag
003400 ENVIRONMENT DIVISION.                                            zbnkcmag
003500 INPUT-OUTPUT   SECTION.                                          zbnkcmag
003600   FILE-CONTROL.                                                  zbnkcmag
003700     SELECT CMPL-FILE                                             zbnkcmag
003800            ASSIGN       TO BNKCMPL                               zbnkcmag
003900            ORGANIZATION IS INDEXED                               zbnkcmag
004000            ACCESS MODE  IS SEQUENTIAL                            zbnkcmag
004100            RECORD KEY   IS CM-REC-KEY                            zbnkcmag
004200            FILE STATUS  IS WS-CMPL-STATUS.                       zbnkcmag
004300     SELECT PRINTOUT-FILE                                         zbnkcmag
004400            ASSIGN       TO PRINTOUT                              zbnkcmag
004500            ORGANIZATION IS SEQUENTIAL                            zbnkcmag
004600            ACCESS MODE  IS SEQUENTIAL                            zbnkcmag
004700            FILE STATUS  IS WS-PRINTOUT-STATUS.                   zbnkcmag
004800     SELECT JOBSUM-FILE                                           zbnkcmag
004900            ASSIGN       TO JOBSUM                                zbnkcmag
005000            ORGANIZATION IS SEQUENTIAL                            zbnkcmag
005100            ACCESS MODE  IS SEQUENTIAL                            zbnkcmag
005200            FILE STATUS  IS WS-JOBSUM-STATUS.                     zbnkcmag
005300                                                                  zbnkcmag
005400 DATA DIVISION.                                                   zbnkcmag
005500 FILE SECTION.                                                    zbnkcmag
005600                                                                  zbnkcmag
005700 FD  CMPL-FILE.                                                   zbnkcmag
005800 01  CMPL-FILE-REC.                                               zbnkcmag
005900 COPY CBANKVCM.                                                   zbnkcmag
006000                                                                  zbnkcmag
006100 FD  PRINTOUT-FILE.                                               zbnkcmag
006200 01  PRINTOUT-REC                          PIC X(121).            zbnkcmag
006300                                                                  zbnkcmag
006400 FD  JOBSUM-FILE.                                                 zbnkcmag
006500 01  JOBSUM-REC                            PIC X(80).             zbnkcmag
006600                                                                  zbnkcmag
006700 WORKING-STORAGE SECTION.                                         zbnkcmag
006800 01  WS-RUN-CONTROL.                                              zbnkcmag
006900 COPY CRUNCTLD.                                                   zbnkcmag
007000 01  WS-FILE-STATUSES.                                            zbnkcmag
007100   05  WS-CMPL-STATUS.                                            zbnkcmag
007200     10  WS-CMPL-STAT1                 PIC X(1).                  zbnkcmag
007300     10  WS-CMPL-STAT2                 PIC X(1).                  zbnkcmag
007400   05  WS-PRINTOUT-STATUS.                                        zbnkcmag
007500     10  WS-PRINTOUT-STAT1             PIC X(1).                  zbnkcmag
007600     10  WS-PRINTOUT-STAT2             PIC X(1).                  zbnkcmag
007700   05  WS-JOBSUM-STATUS.                                          zbnkcmag
007800     10  WS-JOBSUM-STAT1               PIC X(1).                  zbnkcmag
007900     10  WS-JOBSUM-STAT2               PIC X(1).                  zbnkcmag
008000   05  WS-IO-STATUS.                                              zbnkcmag
008100     10  WS-IO-STAT1                   PIC X(1).                  zbnkcmag
008200     10  WS-IO-STAT2                   PIC X(1).                  zbnkcmag
008300                                                                  zbnkcmag
008400   05  WS-TWO-BYTES.                                              zbnkcmag
008500     10  WS-TWO-BYTES-LEFT             PIC X(1).                  zbnkcmag
008600     10  WS-TWO-BYTES-RIGHT            PIC X(1).                  zbnkcmag
008700   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 zbnkcmag
008800                                      PIC 9(1) COMP.              zbnkcmag
008900                                                                  zbnkcmag
009000 01  WS-CONSOLE-MESSAGE                    PIC X(48).             zbnkcmag
009100                                                                  zbnkcmag
009200 01  WS-DATE-WORK-AREA.                                           zbnkcmag
009300 COPY CDATED.                                                     zbnkcmag
009400                                                                  zbnkcmag
009500 01  WS-TODAY-DATE-N                       PIC 9(8).              zbnkcmag
009600 01  WS-TODAY-DATE-PARTS REDEFINES WS-TODAY-DATE-N.               zbnkcmag
009700     05  WS-TODAY-CCYY                     PIC 9(4).              zbnkcmag
009800     05  WS-TODAY-MM                       PIC 9(2).              zbnkcmag
009900     05  WS-TODAY-DD                       PIC 9(2).              zbnkcmag
010000 01  WS-RUN-DATE-DISPLAY                   PIC X(11).             zbnkcmag
010100                                                                  zbnkcmag
010200******************************************************************zbnkcmag
010300* The escalation window, in days before the response deadline,   *zbnkcmag
010400* and the days a case has left (negative once it is overdue).    *zbnkcmag
010500******************************************************************zbnkcmag
010600 01  WS-WARN-DAYS                          PIC 9(3) VALUE 10.     zbnkcmag
010700 01  WS-DAYS-LEFT                          PIC S9(5) COMP.        zbnkcmag
010800 01  WS-NEW-LEVEL                          PIC X(1).              zbnkcmag
010900                                                                  zbnkcmag
011000******************************************************************zbnkcmag
011100* Report detail line - one per open case due soon or overdue.    *zbnkcmag
011200******************************************************************zbnkcmag
011300 01  WS-ESCALATION-LINE.                                          zbnkcmag
011400     05  WS-ESC-PID                        PIC X(5).              zbnkcmag
011500     05  FILLER                            PIC X(2) VALUE SPACES. zbnkcmag
011600     05  WS-ESC-CASE                       PIC 9(7).              zbnkcmag
011700     05  FILLER                            PIC X(2) VALUE SPACES. zbnkcmag
011800     05  WS-ESC-BRANCH                     PIC X(3).              zbnkcmag
011900     05  FILLER                            PIC X(2) VALUE SPACES. zbnkcmag
012000     05  WS-ESC-CATEGORY                   PIC X(2).              zbnkcmag
012100     05  FILLER                            PIC X(2) VALUE SPACES. zbnkcmag
012200     05  WS-ESC-ACCNO                      PIC X(9).              zbnkcmag
012300     05  FILLER                            PIC X(2) VALUE SPACES. zbnkcmag
012400     05  WS-ESC-OPENED                     PIC 9999/99/99.        zbnkcmag
012500     05  FILLER                            PIC X(2) VALUE SPACES. zbnkcmag
012600     05  WS-ESC-DUE                        PIC 9999/99/99.        zbnkcmag
012700     05  FILLER                            PIC X(2) VALUE SPACES. zbnkcmag
012800     05  WS-ESC-DAYS                       PIC ---9.              zbnkcmag
012900     05  FILLER                            PIC X(2) VALUE SPACES. zbnkcmag
013000     05  WS-ESC-HANDLER                    PIC X(8).              zbnkcmag
013100     05  FILLER                            PIC X(2) VALUE SPACES. zbnkcmag
013200     05  WS-ESC-LEVEL                      PIC X(8).              zbnkcmag
013300     05  FILLER                            PIC X(2) VALUE SPACES. zbnkcmag
013400     05  WS-ESC-NEW                        PIC X(3).              zbnkcmag
013500     05  FILLER                            PIC X(2) VALUE SPACES. zbnkcmag
013600     05  WS-ESC-SUMMARY                    PIC X(30).             zbnkcmag
013700                                                                  zbnkcmag
013800 01  WS-REPORT-LINE                        PIC X(121).            zbnkcmag
013900                                                                  zbnkcmag
014000******************************************************************zbnkcmag
014100* Run counters, reported on the listing and the job summary.     *zbnkcmag
014200******************************************************************zbnkcmag
014300 01  WS-CASES-READ                         PIC 9(5) VALUE ZERO.   zbnkcmag
014400 01  WS-CASES-OPEN                         PIC 9(5) VALUE ZERO.   zbnkcmag
014500 01  WS-CASES-UNASSIGNED                   PIC 9(5) VALUE ZERO.   zbnkcmag
014600 01  WS-CASES-DUE-SOON                     PIC 9(5) VALUE ZERO.   zbnkcmag
014700 01  WS-CASES-OVERDUE                      PIC 9(5) VALUE ZERO.   zbnkcmag
014800 01  WS-CASES-ESCALATED                    PIC 9(5) VALUE ZERO.   zbnkcmag
014900                                                                  zbnkcmag
015000 01  WS-END-OF-CMPL                        PIC X(3) VALUE 'NO '.  zbnkcmag
015100                                                                  zbnkcmag
015200 PROCEDURE DIVISION.                                              zbnkcmag
015300                                                                  zbnkcmag
015400     PERFORM RUN-CONTROL-START                                    zbnkcmag
015500         THRU RUN-CONTROL-START-EXIT.                             zbnkcmag
015600     PERFORM GET-RUN-DATE.                                        zbnkcmag
015700                                                                  zbnkcmag
015800     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           zbnkcmag
015900     STRING 'Complaint aging for ' DELIMITED BY SIZE              zbnkcmag
016000            WS-RUN-DATE-DISPLAY DELIMITED BY SIZE                 zbnkcmag
016100       INTO WS-CONSOLE-MESSAGE.                                   zbnkcmag
016200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkcmag
016300                                                                  zbnkcmag
016400     PERFORM CMPL-OPEN.                                           zbnkcmag
016500     PERFORM PRINTOUT-OPEN.                                       zbnkcmag
016600                                                                  zbnkcmag
016700     PERFORM WRITE-REPORT-HEADING.                                zbnkcmag
016800     PERFORM CMPL-GET.                                            zbnkcmag
016900     PERFORM AGE-ONE-CASE                                         zbnkcmag
017000         THRU AGE-ONE-CASE-EXIT                                   zbnkcmag
017100             UNTIL WS-END-OF-CMPL = 'YES'.                        zbnkcmag
017200     PERFORM WRITE-REPORT-TOTALS.                                 zbnkcmag
017300                                                                  zbnkcmag
017400     PERFORM CMPL-CLOSE.                                          zbnkcmag
017500     PERFORM PRINTOUT-CLOSE.                                      zbnkcmag
017600                                                                  zbnkcmag
017700     PERFORM PRINT-JOB-SUMMARY.                                   zbnkcmag
017800                                                                  zbnkcmag
017900     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     zbnkcmag
018000     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkcmag
018100     MOVE 0 TO RETURN-CODE.                                       zbnkcmag
018200     IF WS-CASES-OVERDUE IS GREATER THAN ZERO                     zbnkcmag
018300        MOVE 4 TO RETURN-CODE                                     zbnkcmag
018400     END-IF.                                                      zbnkcmag
018500     PERFORM RUN-CONTROL-END.                                     zbnkcmag
018600     GOBACK.                                                      zbnkcmag
018700                                                                  zbnkcmag
018800******************************************************************zbnkcmag
018900* GET-RUN-DATE                                                   *zbnkcmag
019000* Obtains today's date, in both numeric and display form.        *zbnkcmag
019100******************************************************************zbnkcmag
019200 GET-RUN-DATE.                                                    zbnkcmag
019300     ACCEPT WS-TODAY-DATE-N FROM DATE YYYYMMDD.                   zbnkcmag
019400     MOVE SPACES TO DD-INPUT-TYPE.                                zbnkcmag
019500     SET DDI-ISO TO TRUE.                                         zbnkcmag
019600     MOVE SPACES TO DDI-DATA.                                     zbnkcmag
019700     STRING WS-TODAY-CCYY DELIMITED BY SIZE                       zbnkcmag
019800            '-'           DELIMITED BY SIZE                       zbnkcmag
019900            WS-TODAY-MM   DELIMITED BY SIZE                       zbnkcmag
020000            '-'           DELIMITED BY SIZE                       zbnkcmag
020100            WS-TODAY-DD   DELIMITED BY SIZE                       zbnkcmag
020200       INTO DDI-DATA.                                             zbnkcmag
020300     MOVE SPACES TO DD-OUTPUT-TYPE.                               zbnkcmag
020400     SET DDO-DD-MMM-YYYY TO TRUE.                                 zbnkcmag
020500     SET DD-ENV-NULL TO TRUE.                                     zbnkcmag
020600     CALL 'UDATECNV' USING WS-DATE-WORK-AREA.                     zbnkcmag
020700     MOVE DDO-DATA TO WS-RUN-DATE-DISPLAY.                        zbnkcmag
020800 GET-RUN-DATE-EXIT.                                               zbnkcmag
020900     EXIT.                                                        zbnkcmag
021000                                                                  zbnkcmag
021100******************************************************************zbnkcmag
021200* AGE-ONE-CASE                                                   *zbnkcmag
021300* An open case inside the window is due soon, one past its       *zbnkcmag
021400* deadline is overdue. A level above the one on the case is      *zbnkcmag
021500* written back with tonight's date; a case never drops back a    *zbnkcmag
021600* level. Closed cases are passed over.                           *zbnkcmag
021700******************************************************************zbnkcmag
021800 AGE-ONE-CASE.                                                    zbnkcmag
021900     ADD 1 TO WS-CASES-READ.                                      zbnkcmag
022000     IF NOT CM-REC-OPEN                                           zbnkcmag
022100        GO TO AGE-ONE-CASE-NEXT                                   zbnkcmag
022200     END-IF.                                                      zbnkcmag
022300     ADD 1 TO WS-CASES-OPEN.                                      zbnkcmag
022400     IF CM-REC-ASSIGNED-USERID IS EQUAL TO SPACES                 zbnkcmag
022500        ADD 1 TO WS-CASES-UNASSIGNED                              zbnkcmag
022600     END-IF.                                                      zbnkcmag
022700     COMPUTE WS-DAYS-LEFT =                                       zbnkcmag
022800         FUNCTION INTEGER-OF-DATE (CM-REC-DUE-DTE)                zbnkcmag
022900         - FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE-N).            zbnkcmag
023000     IF WS-DAYS-LEFT IS LESS THAN ZERO                            zbnkcmag
023100        MOVE '2' TO WS-NEW-LEVEL                                  zbnkcmag
023200        ADD 1 TO WS-CASES-OVERDUE                                 zbnkcmag
023300     ELSE                                                         zbnkcmag
023400        IF WS-DAYS-LEFT IS GREATER THAN WS-WARN-DAYS              zbnkcmag
023500           GO TO AGE-ONE-CASE-NEXT                                zbnkcmag
023600        END-IF                                                    zbnkcmag
023700        MOVE '1' TO WS-NEW-LEVEL                                  zbnkcmag
023800        ADD 1 TO WS-CASES-DUE-SOON                                zbnkcmag
023900     END-IF.                                                      zbnkcmag
024000     MOVE SPACES TO WS-ESC-NEW.                                   zbnkcmag
024100     IF WS-NEW-LEVEL IS GREATER THAN CM-REC-ESCALATION            zbnkcmag
024200        MOVE WS-NEW-LEVEL TO CM-REC-ESCALATION                    zbnkcmag
024300        MOVE WS-TODAY-DATE-N TO CM-REC-ESCALATED-DTE              zbnkcmag
024400        PERFORM CMPL-REWRITE                                      zbnkcmag
024500        ADD 1 TO WS-CASES-ESCALATED                               zbnkcmag
024600        MOVE 'NEW' TO WS-ESC-NEW                                  zbnkcmag
024700     END-IF.                                                      zbnkcmag
024800     MOVE CM-REC-PID TO WS-ESC-PID.                               zbnkcmag
024900     MOVE CM-REC-TASKN TO WS-ESC-CASE.                            zbnkcmag
025000     MOVE CM-REC-BRANCH TO WS-ESC-BRANCH.                         zbnkcmag
025100     MOVE CM-REC-CATEGORY TO WS-ESC-CATEGORY.                     zbnkcmag
025200     MOVE CM-REC-ACCNO TO WS-ESC-ACCNO.                           zbnkcmag
025300     MOVE CM-REC-OPENED-DTE TO WS-ESC-OPENED.                     zbnkcmag
025400     MOVE CM-REC-DUE-DTE TO WS-ESC-DUE.                           zbnkcmag
025500     MOVE WS-DAYS-LEFT TO WS-ESC-DAYS.                            zbnkcmag
025600     IF CM-REC-ASSIGNED-USERID IS EQUAL TO SPACES                 zbnkcmag
025700        MOVE '*NONE*' TO WS-ESC-HANDLER                           zbnkcmag
025800     ELSE                                                         zbnkcmag
025900        MOVE CM-REC-ASSIGNED-USERID TO WS-ESC-HANDLER             zbnkcmag
026000     END-IF.                                                      zbnkcmag
026100     IF CM-REC-ESC-OVERDUE                                        zbnkcmag
026200        MOVE 'OVERDUE' TO WS-ESC-LEVEL                            zbnkcmag
026300     ELSE                                                         zbnkcmag
026400        MOVE 'DUE SOON' TO WS-ESC-LEVEL                           zbnkcmag
026500     END-IF.                                                      zbnkcmag
026600     MOVE CM-REC-SUMMARY TO WS-ESC-SUMMARY.                       zbnkcmag
026700     MOVE WS-ESCALATION-LINE TO PRINTOUT-REC.                     zbnkcmag
026800     PERFORM PRINTOUT-PUT.                                        zbnkcmag
026900 AGE-ONE-CASE-NEXT.                                               zbnkcmag
027000     PERFORM CMPL-GET.                                            zbnkcmag
027100 AGE-ONE-CASE-EXIT.                                               zbnkcmag
027200     EXIT.                                                        zbnkcmag
027300                                                                  zbnkcmag
027400******************************************************************zbnkcmag
027500* WRITE-REPORT-HEADING                                           *zbnkcmag
027600******************************************************************zbnkcmag
027700 WRITE-REPORT-HEADING.                                            zbnkcmag
027800     MOVE SPACES TO WS-REPORT-LINE.                               zbnkcmag
027900     STRING 'Complaint Escalation Report - run date '             zbnkcmag
028000                                      DELIMITED BY SIZE           zbnkcmag
028100            WS-RUN-DATE-DISPLAY       DELIMITED BY SIZE           zbnkcmag
028200       INTO WS-REPORT-LINE.                                       zbnkcmag
028300     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkcmag
028400     PERFORM PRINTOUT-PUT.                                        zbnkcmag
028500     MOVE SPACES TO PRINTOUT-REC.                                 zbnkcmag
028600     PERFORM PRINTOUT-PUT.                                        zbnkcmag
028700     MOVE SPACES TO WS-REPORT-LINE.                               zbnkcmag
028800     STRING 'Open cases overdue or due within '                   zbnkcmag
028900                                      DELIMITED BY SIZE           zbnkcmag
029000            WS-WARN-DAYS              DELIMITED BY SIZE           zbnkcmag
029100            ' days:'                  DELIMITED BY SIZE           zbnkcmag
029200       INTO WS-REPORT-LINE.                                       zbnkcmag
029300     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkcmag
029400     PERFORM PRINTOUT-PUT.                                        zbnkcmag
029500     MOVE SPACES TO WS-REPORT-LINE.                               zbnkcmag
029600     MOVE 'PID' TO WS-REPORT-LINE (1:3).                          zbnkcmag
029700     MOVE 'Case' TO WS-REPORT-LINE (8:4).                         zbnkcmag
029800     MOVE 'Brn' TO WS-REPORT-LINE (17:3).                         zbnkcmag
029900     MOVE 'Ct' TO WS-REPORT-LINE (22:2).                          zbnkcmag
030000     MOVE 'Account' TO WS-REPORT-LINE (26:7).                     zbnkcmag
030100     MOVE 'Opened' TO WS-REPORT-LINE (37:6).                      zbnkcmag
030200     MOVE 'Due' TO WS-REPORT-LINE (49:3).                         zbnkcmag
030300     MOVE 'Days' TO WS-REPORT-LINE (61:4).                        zbnkcmag
030400     MOVE 'Handler' TO WS-REPORT-LINE (67:7).                     zbnkcmag
030500     MOVE 'Level' TO WS-REPORT-LINE (77:5).                       zbnkcmag
030600     MOVE 'New' TO WS-REPORT-LINE (87:3).                         zbnkcmag
030700     MOVE 'Summary' TO WS-REPORT-LINE (92:7).                     zbnkcmag
030800     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkcmag
030900     PERFORM PRINTOUT-PUT.                                        zbnkcmag
031000                                                                  zbnkcmag
031100******************************************************************zbnkcmag
031200* WRITE-REPORT-TOTALS                                            *zbnkcmag
031300******************************************************************zbnkcmag
031400 WRITE-REPORT-TOTALS.                                             zbnkcmag
031500     IF WS-CASES-DUE-SOON IS EQUAL TO ZERO AND                    zbnkcmag
031600        WS-CASES-OVERDUE IS EQUAL TO ZERO                         zbnkcmag
031700        MOVE '  None' TO PRINTOUT-REC                             zbnkcmag
031800        PERFORM PRINTOUT-PUT                                      zbnkcmag
031900     END-IF.                                                      zbnkcmag
032000     MOVE SPACES TO PRINTOUT-REC.                                 zbnkcmag
032100     PERFORM PRINTOUT-PUT.                                        zbnkcmag
032200     MOVE SPACES TO WS-REPORT-LINE.                               zbnkcmag
032300     STRING 'Open cases:           ' DELIMITED BY SIZE            zbnkcmag
032400            WS-CASES-OPEN DELIMITED BY SIZE                       zbnkcmag
032500            '   unassigned: ' DELIMITED BY SIZE                   zbnkcmag
032600            WS-CASES-UNASSIGNED DELIMITED BY SIZE                 zbnkcmag
032700       INTO WS-REPORT-LINE.                                       zbnkcmag
032800     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkcmag
032900     PERFORM PRINTOUT-PUT.                                        zbnkcmag
033000     MOVE SPACES TO WS-REPORT-LINE.                               zbnkcmag
033100     STRING 'Due soon:             ' DELIMITED BY SIZE            zbnkcmag
033200            WS-CASES-DUE-SOON DELIMITED BY SIZE                   zbnkcmag
033300            '   overdue:    ' DELIMITED BY SIZE                   zbnkcmag
033400            WS-CASES-OVERDUE DELIMITED BY SIZE                    zbnkcmag
033500       INTO WS-REPORT-LINE.                                       zbnkcmag
033600     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkcmag
033700     PERFORM PRINTOUT-PUT.                                        zbnkcmag
033800     MOVE SPACES TO WS-REPORT-LINE.                               zbnkcmag
033900     STRING 'Escalated tonight:    ' DELIMITED BY SIZE            zbnkcmag
034000            WS-CASES-ESCALATED DELIMITED BY SIZE                  zbnkcmag
034100       INTO WS-REPORT-LINE.                                       zbnkcmag
034200     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkcmag
034300     PERFORM PRINTOUT-PUT.                                        zbnkcmag
034400                                                                  zbnkcmag
034500******************************************************************zbnkcmag
034600* Open, access and close the CMPL file.                          *zbnkcmag
034700******************************************************************zbnkcmag
034800 CMPL-OPEN.                                                       zbnkcmag
034900     OPEN I-O CMPL-FILE.                                          zbnkcmag
035000     IF WS-CMPL-STATUS = '00'                                     zbnkcmag
035100        MOVE 'CMPL file opened OK' TO WS-CONSOLE-MESSAGE          zbnkcmag
035200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmag
035300     ELSE                                                         zbnkcmag
035400        MOVE 'CMPL file open failure...' TO WS-CONSOLE-MESSAGE    zbnkcmag
035500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmag
035600        MOVE WS-CMPL-STATUS TO WS-IO-STATUS                       zbnkcmag
035700        PERFORM DISPLAY-IO-STATUS                                 zbnkcmag
035800        PERFORM ABORT-PROGRAM                                     zbnkcmag
035900     END-IF.                                                      zbnkcmag
036000                                                                  zbnkcmag
036100 CMPL-GET.                                                        zbnkcmag
036200     READ CMPL-FILE NEXT RECORD.                                  zbnkcmag
036300     IF WS-CMPL-STATUS NOT = '00'                                 zbnkcmag
036400        IF WS-CMPL-STATUS = '10'                                  zbnkcmag
036500           MOVE 'YES' TO WS-END-OF-CMPL                           zbnkcmag
036600        ELSE                                                      zbnkcmag
036700           MOVE 'CMPL Error reading file ...'                     zbnkcmag
036800             TO WS-CONSOLE-MESSAGE                                zbnkcmag
036900           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkcmag
037000           MOVE WS-CMPL-STATUS TO WS-IO-STATUS                    zbnkcmag
037100           PERFORM DISPLAY-IO-STATUS                              zbnkcmag
037200           PERFORM ABORT-PROGRAM                                  zbnkcmag
037300        END-IF                                                    zbnkcmag
037400     END-IF.                                                      zbnkcmag
037500                                                                  zbnkcmag
037600 CMPL-REWRITE.                                                    zbnkcmag
037700     REWRITE CMPL-FILE-REC.                                       zbnkcmag
037800     IF WS-CMPL-STATUS NOT = '00'                                 zbnkcmag
037900        MOVE 'CMPL Error rewriting file ...'                      zbnkcmag
038000          TO WS-CONSOLE-MESSAGE                                   zbnkcmag
038100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmag
038200        MOVE WS-CMPL-STATUS TO WS-IO-STATUS                       zbnkcmag
038300        PERFORM DISPLAY-IO-STATUS                                 zbnkcmag
038400        PERFORM ABORT-PROGRAM                                     zbnkcmag
038500     END-IF.                                                      zbnkcmag
038600                                                                  zbnkcmag
038700 CMPL-CLOSE.                                                      zbnkcmag
038800     CLOSE CMPL-FILE.                                             zbnkcmag
038900     IF WS-CMPL-STATUS = '00'                                     zbnkcmag
039000        MOVE 'CMPL file closed OK' TO WS-CONSOLE-MESSAGE          zbnkcmag
039100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmag
039200     ELSE                                                         zbnkcmag
039300        MOVE 'CMPL file close failure...' TO WS-CONSOLE-MESSAGE   zbnkcmag
039400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmag
039500        MOVE WS-CMPL-STATUS TO WS-IO-STATUS                       zbnkcmag
039600        PERFORM DISPLAY-IO-STATUS                                 zbnkcmag
039700        PERFORM ABORT-PROGRAM                                     zbnkcmag
039800     END-IF.                                                      zbnkcmag
039900                                                                  zbnkcmag
040000******************************************************************zbnkcmag
040100* Open, access and close the PRINTOUT file.                      *zbnkcmag
040200******************************************************************zbnkcmag
040300 PRINTOUT-OPEN.                                                   zbnkcmag
040400     OPEN OUTPUT PRINTOUT-FILE.                                   zbnkcmag
040500     IF WS-PRINTOUT-STATUS = '00'                                 zbnkcmag
040600        MOVE 'PRINTOUT file opened OK' TO WS-CONSOLE-MESSAGE      zbnkcmag
040700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmag
040800     ELSE                                                         zbnkcmag
040900        MOVE 'PRINTOUT file open failure...'                      zbnkcmag
041000          TO WS-CONSOLE-MESSAGE                                   zbnkcmag
041100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmag
041200        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkcmag
041300        PERFORM DISPLAY-IO-STATUS                                 zbnkcmag
041400        PERFORM ABORT-PROGRAM                                     zbnkcmag
041500     END-IF.                                                      zbnkcmag
041600                                                                  zbnkcmag
041700 PRINTOUT-PUT.                                                    zbnkcmag
041800     WRITE PRINTOUT-REC.                                          zbnkcmag
041900     IF WS-PRINTOUT-STATUS NOT = '00'                             zbnkcmag
042000        MOVE 'PRINTOUT Error writing file ...'                    zbnkcmag
042100          TO WS-CONSOLE-MESSAGE                                   zbnkcmag
042200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmag
042300        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkcmag
042400        PERFORM DISPLAY-IO-STATUS                                 zbnkcmag
042500        PERFORM ABORT-PROGRAM                                     zbnkcmag
042600     END-IF.                                                      zbnkcmag
042700                                                                  zbnkcmag
042800 PRINTOUT-CLOSE.                                                  zbnkcmag
042900     CLOSE PRINTOUT-FILE.                                         zbnkcmag
043000     IF WS-PRINTOUT-STATUS = '00'                                 zbnkcmag
043100        MOVE 'PRINTOUT file closed OK' TO WS-CONSOLE-MESSAGE      zbnkcmag
043200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmag
043300     ELSE                                                         zbnkcmag
043400        MOVE 'PRINTOUT file close failure...'                     zbnkcmag
043500          TO WS-CONSOLE-MESSAGE                                   zbnkcmag
043600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmag
043700        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkcmag
043800        PERFORM DISPLAY-IO-STATUS                                 zbnkcmag
043900        PERFORM ABORT-PROGRAM                                     zbnkcmag
044000     END-IF.                                                      zbnkcmag
044100                                                                  zbnkcmag
044200******************************************************************zbnkcmag
044300* Write a short end-of-job summary to the JOBSUM file, in the    *zbnkcmag
044400* same style as the other batch jobs' summaries.                 *zbnkcmag
044500******************************************************************zbnkcmag
044600 PRINT-JOB-SUMMARY.                                               zbnkcmag
044700     PERFORM JOBSUM-OPEN.                                         zbnkcmag
044800     MOVE SPACES TO JOBSUM-REC.                                   zbnkcmag
044900     STRING 'Cases read:                  ' DELIMITED BY SIZE     zbnkcmag
045000            WS-CASES-READ DELIMITED BY SIZE                       zbnkcmag
045100       INTO JOBSUM-REC.                                           zbnkcmag
045200     PERFORM JOBSUM-PUT.                                          zbnkcmag
045300     MOVE SPACES TO JOBSUM-REC.                                   zbnkcmag
045400     STRING 'Open cases:                  ' DELIMITED BY SIZE     zbnkcmag
045500            WS-CASES-OPEN DELIMITED BY SIZE                       zbnkcmag
045600       INTO JOBSUM-REC.                                           zbnkcmag
045700     PERFORM JOBSUM-PUT.                                          zbnkcmag
045800     MOVE SPACES TO JOBSUM-REC.                                   zbnkcmag
045900     STRING 'Unassigned:                  ' DELIMITED BY SIZE     zbnkcmag
046000            WS-CASES-UNASSIGNED DELIMITED BY SIZE                 zbnkcmag
046100       INTO JOBSUM-REC.                                           zbnkcmag
046200     PERFORM JOBSUM-PUT.                                          zbnkcmag
046300     MOVE SPACES TO JOBSUM-REC.                                   zbnkcmag
046400     STRING 'Due soon:                    ' DELIMITED BY SIZE     zbnkcmag
046500            WS-CASES-DUE-SOON DELIMITED BY SIZE                   zbnkcmag
046600       INTO JOBSUM-REC.                                           zbnkcmag
046700     PERFORM JOBSUM-PUT.                                          zbnkcmag
046800     MOVE SPACES TO JOBSUM-REC.                                   zbnkcmag
046900     STRING 'Overdue:                     ' DELIMITED BY SIZE     zbnkcmag
047000            WS-CASES-OVERDUE DELIMITED BY SIZE                    zbnkcmag
047100       INTO JOBSUM-REC.                                           zbnkcmag
047200     PERFORM JOBSUM-PUT.                                          zbnkcmag
047300     MOVE SPACES TO JOBSUM-REC.                                   zbnkcmag
047400     STRING 'Escalated tonight:           ' DELIMITED BY SIZE     zbnkcmag
047500            WS-CASES-ESCALATED DELIMITED BY SIZE                  zbnkcmag
047600       INTO JOBSUM-REC.                                           zbnkcmag
047700     PERFORM JOBSUM-PUT.                                          zbnkcmag
047800     PERFORM JOBSUM-CLOSE.                                        zbnkcmag
047900     MOVE 'Job summary written to JOBSUM'                         zbnkcmag
048000       TO WS-CONSOLE-MESSAGE.                                     zbnkcmag
048100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkcmag
048200                                                                  zbnkcmag
048300 JOBSUM-OPEN.                                                     zbnkcmag
048400     OPEN OUTPUT JOBSUM-FILE.                                     zbnkcmag
048500     IF WS-JOBSUM-STATUS = '00'                                   zbnkcmag
048600        MOVE 'JOBSUM file opened OK' TO WS-CONSOLE-MESSAGE        zbnkcmag
048700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmag
048800     ELSE                                                         zbnkcmag
048900        MOVE 'JOBSUM file open failure...' TO WS-CONSOLE-MESSAGE  zbnkcmag
049000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmag
049100        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkcmag
049200        PERFORM DISPLAY-IO-STATUS                                 zbnkcmag
049300        PERFORM ABORT-PROGRAM                                     zbnkcmag
049400     END-IF.                                                      zbnkcmag
049500                                                                  zbnkcmag
049600 JOBSUM-PUT.                                                      zbnkcmag
049700     WRITE JOBSUM-REC.                                            zbnkcmag
049800     IF WS-JOBSUM-STATUS NOT = '00'                               zbnkcmag
049900        MOVE 'JOBSUM Error writing file ...' TO WS-CONSOLE-MESSAGEzbnkcmag
050000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmag
050100        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkcmag
050200        PERFORM DISPLAY-IO-STATUS                                 zbnkcmag
050300        PERFORM ABORT-PROGRAM                                     zbnkcmag
050400     END-IF.                                                      zbnkcmag
050500                                                                  zbnkcmag
050600 JOBSUM-CLOSE.                                                    zbnkcmag
050700     CLOSE JOBSUM-FILE.                                           zbnkcmag
050800     IF WS-JOBSUM-STATUS = '00'                                   zbnkcmag
050900        MOVE 'JOBSUM file closed OK' TO WS-CONSOLE-MESSAGE        zbnkcmag
051000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmag
051100     ELSE                                                         zbnkcmag
051200        MOVE 'JOBSUM file close failure...' TO WS-CONSOLE-MESSAGE zbnkcmag
051300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmag
051400        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkcmag
051500        PERFORM DISPLAY-IO-STATUS                                 zbnkcmag
051600        PERFORM ABORT-PROGRAM                                     zbnkcmag
051700     END-IF.                                                      zbnkcmag
051800                                                                  zbnkcmag
051900******************************************************************zbnkcmag
052000* Run-control hooks. The START call blocks this job when it has  *zbnkcmag
052100* already completed for the business date or a prerequisite has  *zbnkcmag
052200* not, and records the start on BNKRUNC; the END call records    *zbnkcmag
052300* the end time and return code. See URUNCTL.CBL.                 *zbnkcmag
052400******************************************************************zbnkcmag
052500 RUN-CONTROL-START.                                               zbnkcmag
052600     SET RUNCTL-START TO TRUE.                                    zbnkcmag
052700     MOVE 'ZBNKCMAG' TO RUNCTL-JOB.                               zbnkcmag
052800     MOVE ZERO TO RUNCTL-BUSDATE.                                 zbnkcmag
052900     MOVE ZERO TO RUNCTL-RETURN-CODE.                             zbnkcmag
053000     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkcmag
053100     IF RUNCTL-BLOCKED                                            zbnkcmag
053200        MOVE RUNCTL-REPLY-TEXT TO WS-CONSOLE-MESSAGE              zbnkcmag
053300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmag
053400        MOVE 'Run control blocked this run' TO WS-CONSOLE-MESSAGE zbnkcmag
053500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmag
053600        MOVE 8 TO RETURN-CODE                                     zbnkcmag
053700        GOBACK                                                    zbnkcmag
053800     END-IF.                                                      zbnkcmag
053900 RUN-CONTROL-START-EXIT.                                          zbnkcmag
054000     EXIT.                                                        zbnkcmag
054100                                                                  zbnkcmag
054200 RUN-CONTROL-END.                                                 zbnkcmag
054300     SET RUNCTL-END TO TRUE.                                      zbnkcmag
054400     MOVE RETURN-CODE TO RUNCTL-RETURN-CODE.                      zbnkcmag
054500     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkcmag
054600                                                                  zbnkcmag
054700******************************************************************zbnkcmag
054800* Display the file status bytes                                  *zbnkcmag
054900******************************************************************zbnkcmag
055000 DISPLAY-IO-STATUS.                                               zbnkcmag
055100     IF WS-IO-STATUS NUMERIC                                      zbnkcmag
055200        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkcmag
055300        STRING 'File status -' DELIMITED BY SIZE                  zbnkcmag
055400               WS-IO-STATUS DELIMITED BY SIZE                     zbnkcmag
055500          INTO WS-CONSOLE-MESSAGE                                 zbnkcmag
055600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmag
055700     ELSE                                                         zbnkcmag
055800        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     zbnkcmag
055900        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    zbnkcmag
056000        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkcmag
056100        STRING 'File status -' DELIMITED BY SIZE                  zbnkcmag
056200               WS-IO-STAT1 DELIMITED BY SIZE                      zbnkcmag
056300               '/' DELIMITED BY SIZE                              zbnkcmag
056400               WS-TWO-BYTES DELIMITED BY SIZE                     zbnkcmag
056500          INTO WS-CONSOLE-MESSAGE                                 zbnkcmag
056600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmag
056700     END-IF.                                                      zbnkcmag
056800                                                                  zbnkcmag
056900******************************************************************zbnkcmag
057000* 'ABORT' the program. Post a message and issue a goback         *zbnkcmag
057100******************************************************************zbnkcmag
057200 ABORT-PROGRAM.                                                   zbnkcmag
057300     IF WS-CONSOLE-MESSAGE NOT = SPACES                           zbnkcmag
057400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcmag
057500     END-IF.                                                      zbnkcmag
057600     MOVE 'Program is abending...' TO WS-CONSOLE-MESSAGE.         zbnkcmag
057700     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkcmag
057800     MOVE 16 TO RETURN-CODE.                                      zbnkcmag
057900     GOBACK.                                                      zbnkcmag
058000                                                                  zbnkcmag
058100******************************************************************zbnkcmag
058200* Display CONSOLE messages...                                    *zbnkcmag
058300******************************************************************zbnkcmag
058400 DISPLAY-CONSOLE-MESSAGE.                                         zbnkcmag
058500     DISPLAY 'ZBNKCMAG - ' WS-CONSOLE-MESSAGE                     zbnkcmag
058600       UPON CONSOLE.                                              zbnkcmag
058700     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       zbnkcmag
058800                                                                  zbnkcmag
058900* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     zbnkcmag
