000100******************************************************************zbnkschg
000200*                                                                *zbnkschg
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.    *zbnkschg
000400*   This demonstration program is provided for use by users      *zbnkschg
000500*   of Micro Focus products and may be used, modified and        *zbnkschg
000600*   distributed as part of your application provided that        *zbnkschg
000700*   you properly acknowledge the copyright of Micro Focus        *zbnkschg
000800*   in this material.                                            *zbnkschg
000900*                                                                *zbnkschg
001000******************************************************************zbnkschg
001100                                                                  zbnkschg
001200******************************************************************zbnkschg
001300* ZBNKSCHG.CBL                                                   *zbnkschg
001400* Function:    Daily security change report. Security changes    *zbnkschg
001500*              asked for on DBANK11P (BNKSECC), DBANK12P         *zbnkschg
001600*              (BNKROLE) and DBANK13P (BNKUSRF) are held on      *zbnkschg
001700*              BNKSCHG until a second administrator decides them *zbnkschg
001800*              on DBANK60P. Run at the end of the online day,    *zbnkschg
001900*              this job first expires every change still waiting *zbnkschg
002000*              for a decision, then lists each change asked for  *zbnkschg
002100*              that day with its maker, checker, outcome and the *zbnkschg
002200*              record's before and after values. Ends with return*zbnkschg
002300*              code 4 when an approved change could not be       *zbnkschg
002400*              applied.                                          *zbnkschg
002500******************************************************************zbnkschg
002600 IDENTIFICATION DIVISION.                                         zbnkschg
002700 PROGRAM-ID.                                                      zbnkschg
002800     ZBNKSCHG.                                                    zbnkschg
002900 DATE-WRITTEN.                                                    zbnkschg
003000     October 2026.                                                zbnkschg
003100 DATE-COMPILED.                                                   zbnkschg
003200     Today.                                                       zbnkschg
003300                                                                  zbnkschg
003400 ENVIRONMENT DIVISION.                                            zbnkschg
003500 INPUT-OUTPUT   SECTION.                                          zbnkschg
003600   FILE-CONTROL.                                                  zbnkschg
003700     SELECT SCHG-FILE                                             zbnkschg
003800            ASSIGN       TO BNKSCHG                               zbnkschg
003900            ORGANIZATION IS INDEXED                               zbnkschg
004000            ACCESS MODE  IS DYNAMIC                               zbnkschg
004100            RECORD KEY   IS SG-REC-KEY                            zbnkschg
004200            FILE STATUS  IS WS-SCHG-STATUS.                       zbnkschg
004300     SELECT PRINTOUT-FILE                                         zbnkschg
004400            ASSIGN       TO PRINTOUT                              zbnkschg
004500            ORGANIZATION IS SEQUENTIAL                            zbnkschg
004600            ACCESS MODE  IS SEQUENTIAL                            zbnkschg
004700            FILE STATUS  IS WS-PRINTOUT-STATUS.                   zbnkschg
004800     SELECT JOBSUM-FILE                                           zbnkschg
004900            ASSIGN       TO JOBSUM                                zbnkschg
005000            ORGANIZATION IS SEQUENTIAL                            zbnkschg
005100            ACCESS MODE  IS SEQUENTIAL                            zbnkschg
005200            FILE STATUS  IS WS-JOBSUM-STATUS.                     zbnkschg
005300                                                                  zbnkschg
005400 DATA DIVISION.                                                   zbnkschg
005500 FILE SECTION.                                                    zbnkschg
005600                                                                  zbnkschg
005700 FD  SCHG-FILE.                                                   zbnkschg
005800 01  SCHG-FILE-REC.                                               zbnkschg
005900 COPY CBANKVSG.                                                   zbnkschg
006000                                                                  zbnkschg
006100 FD  PRINTOUT-FILE.                                               zbnkschg
006200 01  PRINTOUT-REC                      PIC X(121).                zbnkschg
006300                                                                  zbnkschg
006400 FD  JOBSUM-FILE.                                                 zbnkschg
006500 01  JOBSUM-REC                        PIC X(80).                 zbnkschg
006600                                                                  zbnkschg
006700 WORKING-STORAGE SECTION.                                         zbnkschg
006800 01  WS-RUN-CONTROL.                                              zbnkschg
006900 COPY CRUNCTLD.                                                   zbnkschg
007000 01  WS-FILE-STATUSES.                                            zbnkschg
007100   05  WS-SCHG-STATUS.                                            zbnkschg
007200     10  WS-SCHG-STAT1                 PIC X(1).                  zbnkschg
007300     10  WS-SCHG-STAT2                 PIC X(1).                  zbnkschg
007400   05  WS-PRINTOUT-STATUS.                                        zbnkschg
007500     10  WS-PRINTOUT-STAT1             PIC X(1).                  zbnkschg
007600     10  WS-PRINTOUT-STAT2             PIC X(1).                  zbnkschg
007700   05  WS-JOBSUM-STATUS.                                          zbnkschg
007800     10  WS-JOBSUM-STAT1               PIC X(1).                  zbnkschg
007900     10  WS-JOBSUM-STAT2               PIC X(1).                  zbnkschg
008000   05  WS-IO-STATUS.                                              zbnkschg
008100     10  WS-IO-STAT1                   PIC X(1).                  zbnkschg
008200     10  WS-IO-STAT2                   PIC X(1).                  zbnkschg
008300                                                                  zbnkschg
008400   05  WS-TWO-BYTES.                                              zbnkschg
008500     10  WS-TWO-BYTES-LEFT             PIC X(1).                  zbnkschg
008600     10  WS-TWO-BYTES-RIGHT            PIC X(1).                  zbnkschg
008700   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 zbnkschg
008800                                      PIC 9(1) COMP.              zbnkschg
008900                                                                  zbnkschg
009000 01  WS-CONSOLE-MESSAGE                    PIC X(48).             zbnkschg
009100                                                                  zbnkschg
009200 01  WS-DATE-WORK-AREA.                                           zbnkschg
009300 COPY CDATED.                                                     zbnkschg
009400                                                                  zbnkschg
009500 01  WS-BUSDATE                            PIC 9(8).              zbnkschg
009600 01  WS-BUSDATE-PARTS REDEFINES WS-BUSDATE.                       zbnkschg
009700     05  WS-BUSDATE-CCYY                   PIC 9(4).              zbnkschg
009800     05  WS-BUSDATE-MM                     PIC 9(2).              zbnkschg
009900     05  WS-BUSDATE-DD                     PIC 9(2).              zbnkschg
010000 01  WS-BUSDATE-DISPLAY                    PIC X(11).             zbnkschg
010100                                                                  zbnkschg
010200 01  WS-END-OF-FILE                        PIC X(3).              zbnkschg
010300                                                                  zbnkschg
010400******************************************************************zbnkschg
010500* Run counts for the report totals and the job summary           *zbnkschg
010600******************************************************************zbnkschg
010700 01  WS-CHANGES-LISTED                 PIC 9(7) COMP-3 VALUE 0.   zbnkschg
010800 01  WS-CHANGES-APPLIED                PIC 9(7) COMP-3 VALUE 0.   zbnkschg
010900 01  WS-CHANGES-FAILED                 PIC 9(7) COMP-3 VALUE 0.   zbnkschg
011000 01  WS-CHANGES-REJECTED               PIC 9(7) COMP-3 VALUE 0.   zbnkschg
011100 01  WS-CHANGES-EXPIRED                PIC 9(7) COMP-3 VALUE 0.   zbnkschg
011200 01  WS-CHANGES-OTHER                  PIC 9(7) COMP-3 VALUE 0.   zbnkschg
011300 01  WS-EXPIRED-THIS-RUN               PIC 9(7) COMP-3 VALUE 0.   zbnkschg
011400 01  WS-LINES-PRINTED                  PIC 9(7) VALUE ZERO.       zbnkschg
011500                                                                  zbnkschg
011600 01  WS-REPORT-LINE                        PIC X(121).            zbnkschg
011700 01  WS-CHANGE-LINE.                                              zbnkschg
011800     05  WS-CL-TASKN                       PIC 9(7).              zbnkschg
011900     05  FILLER                            PIC X(2) VALUE SPACES. zbnkschg
012000     05  WS-CL-REQ-TIME                    PIC X(8).              zbnkschg
012100     05  FILLER                            PIC X(2) VALUE SPACES. zbnkschg
012200     05  WS-CL-TABLE                       PIC X(8).              zbnkschg
012300     05  FILLER                            PIC X(2) VALUE SPACES. zbnkschg
012400     05  WS-CL-ACTION                      PIC X(18).             zbnkschg
012500     05  FILLER                            PIC X(2) VALUE SPACES. zbnkschg
012600     05  WS-CL-MAKER                       PIC X(8).              zbnkschg
012700     05  FILLER                            PIC X(2) VALUE SPACES. zbnkschg
012800     05  WS-CL-CHECKER                     PIC X(8).              zbnkschg
012900     05  FILLER                            PIC X(2) VALUE SPACES. zbnkschg
013000     05  WS-CL-DECIDED                     PIC X(8).              zbnkschg
013100     05  FILLER                            PIC X(2) VALUE SPACES. zbnkschg
013200     05  WS-CL-OUTCOME                     PIC X(10).             zbnkschg
013300     05  FILLER                            PIC X(2) VALUE SPACES. zbnkschg
013400     05  WS-CL-RESULT                      PIC X(30).             zbnkschg
013500 01  WS-IMAGE-LINE.                                               zbnkschg
013600     05  FILLER                            PIC X(9) VALUE SPACES. zbnkschg
013700     05  WS-IL-LABEL                       PIC X(9).              zbnkschg
013800     05  WS-IL-IMAGE                       PIC X(80).             zbnkschg
013900 01  WS-TIME-WORK                          PIC 9(6).              zbnkschg
014000 01  WS-TIME-EDIT                          PIC 99B99B99.          zbnkschg
014100 01  WS-COUNT-D                            PIC ZZZ,ZZZ,ZZ9.       zbnkschg
014200                                                                  zbnkschg
014300 PROCEDURE DIVISION.                                              zbnkschg
014400                                                                  zbnkschg
014500     PERFORM RUN-CONTROL-START                                    zbnkschg
014600         THRU RUN-CONTROL-START-EXIT.                             zbnkschg
014700     PERFORM GET-RUN-DATE.                                        zbnkschg
014800                                                                  zbnkschg
014900     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           zbnkschg
015000     STRING 'Security changes for ' DELIMITED BY SIZE             zbnkschg
015100            WS-BUSDATE-DISPLAY DELIMITED BY SIZE                  zbnkschg
015200       INTO WS-CONSOLE-MESSAGE.                                   zbnkschg
015300     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkschg
015400                                                                  zbnkschg
015500     PERFORM SCHG-OPEN.                                           zbnkschg
015600     PERFORM PRINTOUT-OPEN.                                       zbnkschg
015700     PERFORM WRITE-HEADINGS.                                      zbnkschg
015800     MOVE 'NO ' TO WS-END-OF-FILE.                                zbnkschg
015900     PERFORM SCHG-GET                                             zbnkschg
015950         THRU SCHG-GET-EXIT.                                      zbnkschg
016000     PERFORM PROCESS-CHANGE                                       zbnkschg
016100         THRU PROCESS-CHANGE-EXIT                                 zbnkschg
016200         UNTIL WS-END-OF-FILE = 'YES'.                            zbnkschg
016300     PERFORM WRITE-TOTALS.                                        zbnkschg
016400     PERFORM PRINTOUT-CLOSE.                                      zbnkschg
016500     PERFORM SCHG-CLOSE.                                          zbnkschg
016600                                                                  zbnkschg
016700     PERFORM PRINT-JOB-SUMMARY.                                   zbnkschg
016800                                                                  zbnkschg
016900     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     zbnkschg
017000     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkschg
017100     IF WS-CHANGES-FAILED IS GREATER THAN ZERO                    zbnkschg
017200        MOVE 4 TO RETURN-CODE                                     zbnkschg
017300     ELSE                                                         zbnkschg
017400        MOVE 0 TO RETURN-CODE                                     zbnkschg
017500     END-IF.                                                      zbnkschg
017600     PERFORM RUN-CONTROL-END.                                     zbnkschg
017700     GOBACK.                                                      zbnkschg
017800                                                                  zbnkschg
017900 GET-RUN-DATE.                                                    zbnkschg
018000     MOVE RUNCTL-BUSDATE TO WS-BUSDATE.                           zbnkschg
018100     MOVE SPACES TO DD-INPUT-TYPE.                                zbnkschg
018200     SET DDI-ISO TO TRUE.                                         zbnkschg
018300     MOVE SPACES TO DDI-DATA.                                     zbnkschg
018400     STRING WS-BUSDATE-CCYY DELIMITED BY SIZE                     zbnkschg
018500            '-'             DELIMITED BY SIZE                     zbnkschg
018600            WS-BUSDATE-MM   DELIMITED BY SIZE                     zbnkschg
018700            '-'             DELIMITED BY SIZE                     zbnkschg
018800            WS-BUSDATE-DD   DELIMITED BY SIZE                     zbnkschg
018900       INTO DDI-DATA.                                             zbnkschg
019000     MOVE SPACES TO DD-OUTPUT-TYPE.                               zbnkschg
019100     SET DDO-DD-MMM-YYYY TO TRUE.                                 zbnkschg
019200     SET DD-ENV-NULL TO TRUE.                                     zbnkschg
019300     CALL 'UDATECNV' USING WS-DATE-WORK-AREA.                     zbnkschg
019400     MOVE DDO-DATA TO WS-BUSDATE-DISPLAY.                         zbnkschg
019500                                                                  zbnkschg
019600******************************************************************zbnkschg
019700* PROCESS-CHANGE                                                 *zbnkschg
019800* Every change asked for on or before the business date that is  *zbnkschg
019900* still waiting for a decision is expired - the two-person rule  *zbnkschg
020000* allows until the end of the day. Changes asked for on the      *zbnkschg
020100* business date itself are then listed.                          *zbnkschg
020200******************************************************************zbnkschg
020300 PROCESS-CHANGE.                                                  zbnkschg
020400     IF SG-REC-PENDING                                            zbnkschg
020500        SET SG-REC-EXPIRED TO TRUE                                zbnkschg
020600        MOVE WS-BUSDATE TO SG-REC-DECISION-DTE                    zbnkschg
020700        MOVE 'Not decided by end of day' TO SG-REC-RESULT         zbnkschg
020800        PERFORM SCHG-REWRITE                                      zbnkschg
020900        ADD 1 TO WS-EXPIRED-THIS-RUN                              zbnkschg
021000     END-IF.                                                      zbnkschg
021100     IF SG-REC-REQ-DTE = WS-BUSDATE                               zbnkschg
021200        PERFORM LIST-CHANGE                                       zbnkschg
021300     END-IF.                                                      zbnkschg
021400     PERFORM SCHG-GET                                             zbnkschg
021450         THRU SCHG-GET-EXIT.                                      zbnkschg
021500 PROCESS-CHANGE-EXIT.                                             zbnkschg
021600     EXIT.                                                        zbnkschg
021700                                                                  zbnkschg
021800******************************************************************zbnkschg
021900* LIST-CHANGE                                                    *zbnkschg
022000* One line for the change, then the record's before and after    *zbnkschg
022100* values once applied - or the request as it was asked for when  *zbnkschg
022200* it never was                                                   *zbnkschg
022300******************************************************************zbnkschg
022400 LIST-CHANGE.                                                     zbnkschg
022500     MOVE SPACES TO WS-CHANGE-LINE.                               zbnkschg
022600     MOVE SG-REC-TASKN TO WS-CL-TASKN.                            zbnkschg
022700     IF SG-REC-REQ-TIME IS NUMERIC                                zbnkschg
022800        MOVE SG-REC-REQ-TIME TO WS-TIME-WORK                      zbnkschg
022900        MOVE WS-TIME-WORK TO WS-TIME-EDIT                         zbnkschg
023000        INSPECT WS-TIME-EDIT REPLACING ALL SPACE BY ':'           zbnkschg
023100        MOVE WS-TIME-EDIT TO WS-CL-REQ-TIME                       zbnkschg
023200     END-IF.                                                      zbnkschg
023300     MOVE SG-REC-TABLE TO WS-CL-TABLE.                            zbnkschg
023400     PERFORM DESCRIBE-ACTION.                                     zbnkschg
023500     MOVE SG-REC-MAKER-USERID TO WS-CL-MAKER.                     zbnkschg
023600     MOVE SG-REC-CHECKER-USERID TO WS-CL-CHECKER.                 zbnkschg
023700     IF SG-REC-DECISION-TIME IS NUMERIC                           zbnkschg
023800        MOVE SG-REC-DECISION-TIME TO WS-TIME-WORK                 zbnkschg
023900        MOVE WS-TIME-WORK TO WS-TIME-EDIT                         zbnkschg
024000        INSPECT WS-TIME-EDIT REPLACING ALL SPACE BY ':'           zbnkschg
024100        MOVE WS-TIME-EDIT TO WS-CL-DECIDED                        zbnkschg
024200     END-IF.                                                      zbnkschg
024300     EVALUATE TRUE                                                zbnkschg
024400       WHEN SG-REC-COMPLETED                                      zbnkschg
024500         MOVE 'Applied' TO WS-CL-OUTCOME                          zbnkschg
024600         ADD 1 TO WS-CHANGES-APPLIED                              zbnkschg
024700       WHEN SG-REC-FAILED                                         zbnkschg
024800         MOVE 'FAILED' TO WS-CL-OUTCOME                           zbnkschg
024900         ADD 1 TO WS-CHANGES-FAILED                               zbnkschg
025000       WHEN SG-REC-REJECTED                                       zbnkschg
025100         MOVE 'Rejected' TO WS-CL-OUTCOME                         zbnkschg
025200         ADD 1 TO WS-CHANGES-REJECTED                             zbnkschg
025300       WHEN SG-REC-EXPIRED                                        zbnkschg
025400         MOVE 'Expired' TO WS-CL-OUTCOME                          zbnkschg
025500         ADD 1 TO WS-CHANGES-EXPIRED                              zbnkschg
025600       WHEN OTHER                                                 zbnkschg
025700         MOVE 'Approved' TO WS-CL-OUTCOME                         zbnkschg
025800         ADD 1 TO WS-CHANGES-OTHER                                zbnkschg
025900     END-EVALUATE.                                                zbnkschg
026000     MOVE SG-REC-RESULT TO WS-CL-RESULT.                          zbnkschg
026100     MOVE SPACES TO PRINTOUT-REC.                                 zbnkschg
026200     PERFORM PRINTOUT-PUT.                                        zbnkschg
026300     MOVE WS-CHANGE-LINE TO PRINTOUT-REC.                         zbnkschg
026400     PERFORM PRINTOUT-PUT.                                        zbnkschg
026500     ADD 1 TO WS-CHANGES-LISTED.                                  zbnkschg
026600     IF SG-REC-COMPLETED                                          zbnkschg
026700        MOVE 'Before: ' TO WS-IL-LABEL                            zbnkschg
026800        MOVE SG-REC-BEFORE-IMAGE TO WS-IL-IMAGE                   zbnkschg
026900        MOVE WS-IMAGE-LINE TO PRINTOUT-REC                        zbnkschg
027000        PERFORM PRINTOUT-PUT                                      zbnkschg
027100        MOVE 'After:  ' TO WS-IL-LABEL                            zbnkschg
027200        MOVE SG-REC-AFTER-IMAGE TO WS-IL-IMAGE                    zbnkschg
027300        MOVE WS-IMAGE-LINE TO PRINTOUT-REC                        zbnkschg
027400        PERFORM PRINTOUT-PUT                                      zbnkschg
027500     ELSE                                                         zbnkschg
027600        MOVE 'Request:' TO WS-IL-LABEL                            zbnkschg
027700        MOVE SG-REC-REQUEST TO WS-IL-IMAGE                        zbnkschg
027800        MOVE WS-IMAGE-LINE TO PRINTOUT-REC                        zbnkschg
027900        PERFORM PRINTOUT-PUT                                      zbnkschg
028000     END-IF.                                                      zbnkschg
028100                                                                  zbnkschg
028200******************************************************************zbnkschg
028300* The maintenance function each program was asked for            *zbnkschg
028400******************************************************************zbnkschg
028500 DESCRIBE-ACTION.                                                 zbnkschg
028600     EVALUATE SG-REC-TABLE ALSO SG-REC-FUNCTION                   zbnkschg
028700       WHEN 'BNKSECC ' ALSO '2'                                   zbnkschg
028800         MOVE 'Add entry' TO WS-CL-ACTION                         zbnkschg
028900       WHEN 'BNKSECC ' ALSO '3'                                   zbnkschg
029000         MOVE 'Change entry flag' TO WS-CL-ACTION                 zbnkschg
029100       WHEN 'BNKSECC ' ALSO '4'                                   zbnkschg
029200         MOVE 'Delete entry' TO WS-CL-ACTION                      zbnkschg
029300       WHEN 'BNKROLE ' ALSO '2'                                   zbnkschg
029400         MOVE 'Add menu option' TO WS-CL-ACTION                   zbnkschg
029500       WHEN 'BNKROLE ' ALSO '3'                                   zbnkschg
029600         MOVE 'Change menu option' TO WS-CL-ACTION                zbnkschg
029700       WHEN 'BNKROLE ' ALSO '4'                                   zbnkschg
029800         MOVE 'Delete menu option' TO WS-CL-ACTION                zbnkschg
029900       WHEN 'BNKROLE ' ALSO '5'                                   zbnkschg
030000         MOVE 'Clone role' TO WS-CL-ACTION                        zbnkschg
030100       WHEN 'BNKUSRF ' ALSO '2'                                   zbnkschg
030200         MOVE 'Unlock userid' TO WS-CL-ACTION                     zbnkschg
030300       WHEN 'BNKUSRF ' ALSO '3'                                   zbnkschg
030400         MOVE 'Force pswd change' TO WS-CL-ACTION                 zbnkschg
030500       WHEN 'BNKUSRF ' ALSO '4'                                   zbnkschg
030600         MOVE 'Clear sec answer' TO WS-CL-ACTION                  zbnkschg
030700       WHEN OTHER                                                 zbnkschg
030800         MOVE SG-REC-FUNCTION TO WS-CL-ACTION                     zbnkschg
030900     END-EVALUATE.                                                zbnkschg
031000                                                                  zbnkschg
031100 WRITE-HEADINGS.                                                  zbnkschg
031200     MOVE SPACES TO WS-REPORT-LINE.                               zbnkschg
031300     STRING 'Security Administration Changes - ' DELIMITED BY SIZEzbnkschg
031400            WS-BUSDATE-DISPLAY DELIMITED BY SIZE                  zbnkschg
031500       INTO WS-REPORT-LINE.                                       zbnkschg
031600     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkschg
031700     PERFORM PRINTOUT-PUT.                                        zbnkschg
031800     MOVE SPACES TO PRINTOUT-REC.                                 zbnkschg
031900     PERFORM PRINTOUT-PUT.                                        zbnkschg
032000     MOVE SPACES TO WS-REPORT-LINE.                               zbnkschg
032100     MOVE 'Ref' TO WS-REPORT-LINE (1:3).                          zbnkschg
032200     MOVE 'Asked' TO WS-REPORT-LINE (10:5).                       zbnkschg
032300     MOVE 'Table' TO WS-REPORT-LINE (20:5).                       zbnkschg
032400     MOVE 'Action' TO WS-REPORT-LINE (30:6).                      zbnkschg
032500     MOVE 'Maker' TO WS-REPORT-LINE (50:5).                       zbnkschg
032600     MOVE 'Checker' TO WS-REPORT-LINE (60:7).                     zbnkschg
032700     MOVE 'Decided' TO WS-REPORT-LINE (70:7).                     zbnkschg
032800     MOVE 'Outcome' TO WS-REPORT-LINE (80:7).                     zbnkschg
032900     MOVE 'Result' TO WS-REPORT-LINE (92:6).                      zbnkschg
033000     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkschg
033100     PERFORM PRINTOUT-PUT.                                        zbnkschg
033200                                                                  zbnkschg
033300 WRITE-TOTALS.                                                    zbnkschg
033400     MOVE SPACES TO PRINTOUT-REC.                                 zbnkschg
033500     PERFORM PRINTOUT-PUT.                                        zbnkschg
033600     MOVE SPACES TO PRINTOUT-REC.                                 zbnkschg
033700     PERFORM PRINTOUT-PUT.                                        zbnkschg
033800     MOVE WS-CHANGES-LISTED TO WS-COUNT-D.                        zbnkschg
033900     MOVE SPACES TO WS-REPORT-LINE.                               zbnkschg
034000     STRING 'Changes asked for:    ' DELIMITED BY SIZE            zbnkschg
034100            WS-COUNT-D DELIMITED BY SIZE                          zbnkschg
034200       INTO WS-REPORT-LINE.                                       zbnkschg
034300     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkschg
034400     PERFORM PRINTOUT-PUT.                                        zbnkschg
034500     MOVE WS-CHANGES-APPLIED TO WS-COUNT-D.                       zbnkschg
034600     MOVE SPACES TO WS-REPORT-LINE.                               zbnkschg
034700     STRING 'Approved and applied: ' DELIMITED BY SIZE            zbnkschg
034800            WS-COUNT-D DELIMITED BY SIZE                          zbnkschg
034900       INTO WS-REPORT-LINE.                                       zbnkschg
035000     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkschg
035100     PERFORM PRINTOUT-PUT.                                        zbnkschg
035200     MOVE WS-CHANGES-FAILED TO WS-COUNT-D.                        zbnkschg
035300     MOVE SPACES TO WS-REPORT-LINE.                               zbnkschg
035400     STRING 'Approved, not applied:' DELIMITED BY SIZE            zbnkschg
035500            WS-COUNT-D DELIMITED BY SIZE                          zbnkschg
035600       INTO WS-REPORT-LINE.                                       zbnkschg
035700     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkschg
035800     PERFORM PRINTOUT-PUT.                                        zbnkschg
035900     MOVE WS-CHANGES-REJECTED TO WS-COUNT-D.                      zbnkschg
036000     MOVE SPACES TO WS-REPORT-LINE.                               zbnkschg
036100     STRING 'Rejected:             ' DELIMITED BY SIZE            zbnkschg
036200            WS-COUNT-D DELIMITED BY SIZE                          zbnkschg
036300       INTO WS-REPORT-LINE.                                       zbnkschg
036400     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkschg
036500     PERFORM PRINTOUT-PUT.                                        zbnkschg
036600     MOVE WS-CHANGES-EXPIRED TO WS-COUNT-D.                       zbnkschg
036700     MOVE SPACES TO WS-REPORT-LINE.                               zbnkschg
036800     STRING 'Expired undecided:    ' DELIMITED BY SIZE            zbnkschg
036900            WS-COUNT-D DELIMITED BY SIZE                          zbnkschg
037000       INTO WS-REPORT-LINE.                                       zbnkschg
037100     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkschg
037200     PERFORM PRINTOUT-PUT.                                        zbnkschg
037300     IF WS-CHANGES-OTHER IS GREATER THAN ZERO                     zbnkschg
037400        MOVE WS-CHANGES-OTHER TO WS-COUNT-D                       zbnkschg
037500        MOVE SPACES TO WS-REPORT-LINE                             zbnkschg
037600        STRING 'Approved, in progress:' DELIMITED BY SIZE         zbnkschg
037700               WS-COUNT-D DELIMITED BY SIZE                       zbnkschg
037800          INTO WS-REPORT-LINE                                     zbnkschg
037900        MOVE WS-REPORT-LINE TO PRINTOUT-REC                       zbnkschg
038000        PERFORM PRINTOUT-PUT                                      zbnkschg
038100     END-IF.                                                      zbnkschg
038200                                                                  zbnkschg
038300******************************************************************zbnkschg
038400* PRINT-JOB-SUMMARY                                              *zbnkschg
038500******************************************************************zbnkschg
038600 PRINT-JOB-SUMMARY.                                               zbnkschg
038700     PERFORM JOBSUM-OPEN.                                         zbnkschg
038800     MOVE SPACES TO JOBSUM-REC.                                   zbnkschg
038900     STRING 'Business date reported:      ' DELIMITED BY SIZE     zbnkschg
039000            WS-BUSDATE-DISPLAY DELIMITED BY SIZE                  zbnkschg
039100       INTO JOBSUM-REC.                                           zbnkschg
039200     PERFORM JOBSUM-PUT.                                          zbnkschg
039300     MOVE SPACES TO JOBSUM-REC.                                   zbnkschg
039400     MOVE WS-CHANGES-LISTED TO WS-COUNT-D.                        zbnkschg
039500     STRING 'Security changes listed:     ' DELIMITED BY SIZE     zbnkschg
039600            WS-COUNT-D DELIMITED BY SIZE                          zbnkschg
039700       INTO JOBSUM-REC.                                           zbnkschg
039800     PERFORM JOBSUM-PUT.                                          zbnkschg
039900     MOVE SPACES TO JOBSUM-REC.                                   zbnkschg
040000     MOVE WS-CHANGES-APPLIED TO WS-COUNT-D.                       zbnkschg
040100     STRING 'Approved and applied:        ' DELIMITED BY SIZE     zbnkschg
040200            WS-COUNT-D DELIMITED BY SIZE                          zbnkschg
040300       INTO JOBSUM-REC.                                           zbnkschg
040400     PERFORM JOBSUM-PUT.                                          zbnkschg
040500     MOVE SPACES TO JOBSUM-REC.                                   zbnkschg
040600     MOVE WS-CHANGES-FAILED TO WS-COUNT-D.                        zbnkschg
040700     STRING 'Approved but not applied:    ' DELIMITED BY SIZE     zbnkschg
040800            WS-COUNT-D DELIMITED BY SIZE                          zbnkschg
040900       INTO JOBSUM-REC.                                           zbnkschg
041000     PERFORM JOBSUM-PUT.                                          zbnkschg
041100     MOVE SPACES TO JOBSUM-REC.                                   zbnkschg
041200     MOVE WS-CHANGES-REJECTED TO WS-COUNT-D.                      zbnkschg
041300     STRING 'Rejected:                    ' DELIMITED BY SIZE     zbnkschg
041400            WS-COUNT-D DELIMITED BY SIZE                          zbnkschg
041500       INTO JOBSUM-REC.                                           zbnkschg
041600     PERFORM JOBSUM-PUT.                                          zbnkschg
041700     MOVE SPACES TO JOBSUM-REC.                                   zbnkschg
041800     MOVE WS-EXPIRED-THIS-RUN TO WS-COUNT-D.                      zbnkschg
041900     STRING 'Expired by this run:         ' DELIMITED BY SIZE     zbnkschg
042000            WS-COUNT-D DELIMITED BY SIZE                          zbnkschg
042100       INTO JOBSUM-REC.                                           zbnkschg
042200     PERFORM JOBSUM-PUT.                                          zbnkschg
042300     MOVE SPACES TO JOBSUM-REC.                                   zbnkschg
042400     MOVE WS-LINES-PRINTED TO WS-COUNT-D.                         zbnkschg
042500     STRING 'Report lines written:        ' DELIMITED BY SIZE     zbnkschg
042600            WS-COUNT-D DELIMITED BY SIZE                          zbnkschg
042700       INTO JOBSUM-REC.                                           zbnkschg
042800     PERFORM JOBSUM-PUT.                                          zbnkschg
042900     PERFORM JOBSUM-CLOSE.                                        zbnkschg
043000     MOVE 'Job summary written to JOBSUM'                         zbnkschg
043100       TO WS-CONSOLE-MESSAGE.                                     zbnkschg
043200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkschg
043300                                                                  zbnkschg
043400******************************************************************zbnkschg
043500* Open, read, rewrite and close the BNKSCHG held-change file.    *zbnkschg
043600* Reading stops at the first change asked for after the          *zbnkschg
043700* business date.                                                 *zbnkschg
043800******************************************************************zbnkschg
043900 SCHG-OPEN.                                                       zbnkschg
044000     OPEN I-O SCHG-FILE.                                          zbnkschg
044100     IF WS-SCHG-STATUS = '00'                                     zbnkschg
044200        MOVE 'SCHG file opened OK' TO WS-CONSOLE-MESSAGE          zbnkschg
044300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkschg
044400     ELSE                                                         zbnkschg
044500        MOVE 'SCHG file open failure...' TO WS-CONSOLE-MESSAGE    zbnkschg
044600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkschg
044700        MOVE WS-SCHG-STATUS TO WS-IO-STATUS                       zbnkschg
044800        PERFORM DISPLAY-IO-STATUS                                 zbnkschg
044900        PERFORM ABORT-PROGRAM                                     zbnkschg
045000     END-IF.                                                      zbnkschg
045100                                                                  zbnkschg
045200 SCHG-GET.                                                        zbnkschg
045300     READ SCHG-FILE NEXT RECORD.                                  zbnkschg
045400     IF WS-SCHG-STATUS NOT = '00'                                 zbnkschg
045500        IF WS-SCHG-STATUS = '10'                                  zbnkschg
045600           MOVE 'YES' TO WS-END-OF-FILE                           zbnkschg
045700           GO TO SCHG-GET-EXIT                                    zbnkschg
045800        ELSE                                                      zbnkschg
045900           MOVE 'SCHG Error reading file ...'                     zbnkschg
046000             TO WS-CONSOLE-MESSAGE                                zbnkschg
046100           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkschg
046200           MOVE WS-SCHG-STATUS TO WS-IO-STATUS                    zbnkschg
046300           PERFORM DISPLAY-IO-STATUS                              zbnkschg
046400           PERFORM ABORT-PROGRAM                                  zbnkschg
046500        END-IF                                                    zbnkschg
046600     END-IF.                                                      zbnkschg
046700     IF SG-REC-REQ-DTE IS GREATER THAN WS-BUSDATE                 zbnkschg
046800        MOVE 'YES' TO WS-END-OF-FILE                              zbnkschg
046900     END-IF.                                                      zbnkschg
047000 SCHG-GET-EXIT.                                                   zbnkschg
047100     EXIT.                                                        zbnkschg
047200                                                                  zbnkschg
047300 SCHG-REWRITE.                                                    zbnkschg
047400     REWRITE SCHG-FILE-REC.                                       zbnkschg
047500     IF WS-SCHG-STATUS NOT = '00'                                 zbnkschg
047600        MOVE 'SCHG Error rewriting file ...'                      zbnkschg
047700          TO WS-CONSOLE-MESSAGE                                   zbnkschg
047800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkschg
047900        MOVE WS-SCHG-STATUS TO WS-IO-STATUS                       zbnkschg
048000        PERFORM DISPLAY-IO-STATUS                                 zbnkschg
048100        PERFORM ABORT-PROGRAM                                     zbnkschg
048200     END-IF.                                                      zbnkschg
048300                                                                  zbnkschg
048400 SCHG-CLOSE.                                                      zbnkschg
048500     CLOSE SCHG-FILE.                                             zbnkschg
048600     IF WS-SCHG-STATUS = '00'                                     zbnkschg
048700        MOVE 'SCHG file closed OK' TO WS-CONSOLE-MESSAGE          zbnkschg
048800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkschg
048900     ELSE                                                         zbnkschg
049000        MOVE 'SCHG file close failure...' TO WS-CONSOLE-MESSAGE   zbnkschg
049100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkschg
049200        MOVE WS-SCHG-STATUS TO WS-IO-STATUS                       zbnkschg
049300        PERFORM DISPLAY-IO-STATUS                                 zbnkschg
049400        PERFORM ABORT-PROGRAM                                     zbnkschg
049500     END-IF.                                                      zbnkschg
049600                                                                  zbnkschg
049700******************************************************************zbnkschg
049800* Open, access and close the PRINTOUT file.                      *zbnkschg
049900******************************************************************zbnkschg
050000 PRINTOUT-OPEN.                                                   zbnkschg
050100     OPEN OUTPUT PRINTOUT-FILE.                                   zbnkschg
050200     IF WS-PRINTOUT-STATUS = '00'                                 zbnkschg
050300        MOVE 'PRINTOUT file opened OK' TO WS-CONSOLE-MESSAGE      zbnkschg
050400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkschg
050500     ELSE                                                         zbnkschg
050600        MOVE 'PRINTOUT file open failure...' TO WS-CONSOLE-MESSAGEzbnkschg
050700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkschg
050800        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkschg
050900        PERFORM DISPLAY-IO-STATUS                                 zbnkschg
051000        PERFORM ABORT-PROGRAM                                     zbnkschg
051100     END-IF.                                                      zbnkschg
051200                                                                  zbnkschg
051300 PRINTOUT-PUT.                                                    zbnkschg
051400     WRITE PRINTOUT-REC.                                          zbnkschg
051500     IF WS-PRINTOUT-STATUS NOT = '00'                             zbnkschg
051600        MOVE 'PRINTOUT Error writing file ...'                    zbnkschg
051700          TO WS-CONSOLE-MESSAGE                                   zbnkschg
051800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkschg
051900        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkschg
052000        PERFORM DISPLAY-IO-STATUS                                 zbnkschg
052100        PERFORM ABORT-PROGRAM                                     zbnkschg
052200     END-IF.                                                      zbnkschg
052300     ADD 1 TO WS-LINES-PRINTED.                                   zbnkschg
052400                                                                  zbnkschg
052500 PRINTOUT-CLOSE.                                                  zbnkschg
052600     CLOSE PRINTOUT-FILE.                                         zbnkschg
052700     IF WS-PRINTOUT-STATUS = '00'                                 zbnkschg
052800        MOVE 'PRINTOUT file closed OK' TO WS-CONSOLE-MESSAGE      zbnkschg
052900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkschg
053000     ELSE                                                         zbnkschg
053100        MOVE 'PRINTOUT file close failure...'                     zbnkschg
053200          TO WS-CONSOLE-MESSAGE                                   zbnkschg
053300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkschg
053400        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkschg
053500        PERFORM DISPLAY-IO-STATUS                                 zbnkschg
053600        PERFORM ABORT-PROGRAM                                     zbnkschg
053700     END-IF.                                                      zbnkschg
053800                                                                  zbnkschg
053900 JOBSUM-OPEN.                                                     zbnkschg
054000     OPEN OUTPUT JOBSUM-FILE.                                     zbnkschg
054100     IF WS-JOBSUM-STATUS = '00'                                   zbnkschg
054200        MOVE 'JOBSUM file opened OK' TO WS-CONSOLE-MESSAGE        zbnkschg
054300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkschg
054400     ELSE                                                         zbnkschg
054500        MOVE 'JOBSUM file open failure...' TO WS-CONSOLE-MESSAGE  zbnkschg
054600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkschg
054700        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkschg
054800        PERFORM DISPLAY-IO-STATUS                                 zbnkschg
054900        PERFORM ABORT-PROGRAM                                     zbnkschg
055000     END-IF.                                                      zbnkschg
055100                                                                  zbnkschg
055200 JOBSUM-PUT.                                                      zbnkschg
055300     WRITE JOBSUM-REC.                                            zbnkschg
055400     IF WS-JOBSUM-STATUS NOT = '00'                               zbnkschg
055500        MOVE 'JOBSUM Error writing file ...' TO WS-CONSOLE-MESSAGEzbnkschg
055600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkschg
055700        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkschg
055800        PERFORM DISPLAY-IO-STATUS                                 zbnkschg
055900        PERFORM ABORT-PROGRAM                                     zbnkschg
056000     END-IF.                                                      zbnkschg
056100                                                                  zbnkschg
056200 JOBSUM-CLOSE.                                                    zbnkschg
056300     CLOSE JOBSUM-FILE.                                           zbnkschg
056400     IF WS-JOBSUM-STATUS = '00'                                   zbnkschg
056500        MOVE 'JOBSUM file closed OK' TO WS-CONSOLE-MESSAGE        zbnkschg
056600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkschg
056700     ELSE                                                         zbnkschg
056800        MOVE 'JOBSUM file close failure...' TO WS-CONSOLE-MESSAGE zbnkschg
056900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkschg
057000        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkschg
057100        PERFORM DISPLAY-IO-STATUS                                 zbnkschg
057200        PERFORM ABORT-PROGRAM                                     zbnkschg
057300     END-IF.                                                      zbnkschg
057400                                                                  zbnkschg
057500******************************************************************zbnkschg
057600* Run-control hooks. The START call blocks this job when it has  *zbnkschg
057700* already completed for the business date, records the start on  *zbnkschg
057800* BNKRUNC and hands back the business date; the END call records *zbnkschg
057900* the end time and return code. See URUNCTL.CBL.                 *zbnkschg
058000******************************************************************zbnkschg
058100 RUN-CONTROL-START.                                               zbnkschg
058200     SET RUNCTL-START TO TRUE.                                    zbnkschg
058300     MOVE 'ZBNKSCHG' TO RUNCTL-JOB.                               zbnkschg
058400     MOVE ZERO TO RUNCTL-BUSDATE.                                 zbnkschg
058500     MOVE ZERO TO RUNCTL-RETURN-CODE.                             zbnkschg
058600     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkschg
058700     IF RUNCTL-BLOCKED                                            zbnkschg
058800        MOVE RUNCTL-REPLY-TEXT TO WS-CONSOLE-MESSAGE              zbnkschg
058900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkschg
059000        MOVE 'Run control blocked this run' TO WS-CONSOLE-MESSAGE zbnkschg
059100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkschg
059200        MOVE 8 TO RETURN-CODE                                     zbnkschg
059300        GOBACK                                                    zbnkschg
059400     END-IF.                                                      zbnkschg
059500 RUN-CONTROL-START-EXIT.                                          zbnkschg
059600     EXIT.                                                        zbnkschg
059700                                                                  zbnkschg
059800 RUN-CONTROL-END.                                                 zbnkschg
059900     SET RUNCTL-END TO TRUE.                                      zbnkschg
060000     MOVE RETURN-CODE TO RUNCTL-RETURN-CODE.                      zbnkschg
060100     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkschg
060200                                                                  zbnkschg
060300******************************************************************zbnkschg
060400* Display the file status bytes                                  *zbnkschg
060500******************************************************************zbnkschg
060600 DISPLAY-IO-STATUS.                                               zbnkschg
060700     IF WS-IO-STATUS NUMERIC                                      zbnkschg
060800        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkschg
060900        STRING 'File status -' DELIMITED BY SIZE                  zbnkschg
061000               WS-IO-STATUS DELIMITED BY SIZE                     zbnkschg
061100          INTO WS-CONSOLE-MESSAGE                                 zbnkschg
061200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkschg
061300     ELSE                                                         zbnkschg
061400        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     zbnkschg
061500        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    zbnkschg
061600        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkschg
061700        STRING 'File status -' DELIMITED BY SIZE                  zbnkschg
061800               WS-IO-STAT1 DELIMITED BY SIZE                      zbnkschg
061900               '/' DELIMITED BY SIZE                              zbnkschg
062000               WS-TWO-BYTES DELIMITED BY SIZE                     zbnkschg
062100          INTO WS-CONSOLE-MESSAGE                                 zbnkschg
062200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkschg
062300     END-IF.                                                      zbnkschg
062400                                                                  zbnkschg
062500******************************************************************zbnkschg
062600* 'ABORT' the program. Post a message and issue a goback         *zbnkschg
062700******************************************************************zbnkschg
062800 ABORT-PROGRAM.                                                   zbnkschg
062900     IF WS-CONSOLE-MESSAGE NOT = SPACES                           zbnkschg
063000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkschg
063100     END-IF.                                                      zbnkschg
063200     MOVE 'Program is abending...' TO WS-CONSOLE-MESSAGE.         zbnkschg
063300     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkschg
063400     MOVE 16 TO RETURN-CODE.                                      zbnkschg
063500     GOBACK.                                                      zbnkschg
063600                                                                  zbnkschg
063700******************************************************************zbnkschg
063800* Display CONSOLE messages...                                    *zbnkschg
063900******************************************************************zbnkschg
064000 DISPLAY-CONSOLE-MESSAGE.                                         zbnkschg
064100     DISPLAY 'ZBNKSCHG - ' WS-CONSOLE-MESSAGE                     zbnkschg
064200       UPON CONSOLE.                                              zbnkschg
064300     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       zbnkschg
