000100******************************************************************zbnkacnv
000200*                                                                *zbnkacnv
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.    *zbnkacnv
000400*   This demonstration program is provided for use by users      *zbnkacnv
000500*   of Micro Focus products and may be used, modified and        *zbnkacnv
000600*   distributed as part of your application provided that        *zbnkacnv
000700*   you properly acknowledge the copyright of Micro Focus        *zbnkacnv
000800*   in this material.                                            *zbnkacnv
000900*                                                                *zbnkacnv
001000******************************************************************zbnkacnv
001100                                                                  zbnkacnv
001200******************************************************************zbnkacnv
001300* ZBNKACNV.CBL                                                   *zbnkacnv
001400* Function:    Account number conversion. Browses BNKACCT and    *zbnkacnv
001500*              sets the number-form flag on every account not    *zbnkacnv
001600*              yet flagged: 'C' where the number passes the      *zbnkacnv
001700*              modulus 11 check digit (UACCNO), 'L' where it     *zbnkacnv
001800*              does not. Legacy numbers stay in use - they are   *zbnkacnv
001900*              accepted as typed only because the account        *zbnkacnv
002000*              exists, so each one is listed with its IBAN for   *zbnkacnv
002100*              the customer to quote instead. Safe to rerun; an  *zbnkacnv
002200*              account already flagged is counted and left.      *zbnkacnv
002300******************************************************************zbnkacnv
002400 IDENTIFICATION DIVISION.                                         zbnkacnv
002500 PROGRAM-ID.                                                      zbnkacnv
002600     ZBNKACNV.                                                    zbnkacnv
002700 DATE-WRITTEN.                                                    zbnkacnv
002800     October 2026.                                                zbnkacnv
002900 DATE-COMPILED.                                                   zbnkacnv
003000     Today.                                                       zbnkacnv
003100                                                                  zbnkacnv
003200 ENVIRONMENT DIVISION.                                            zbnkacnv
003300 INPUT-OUTPUT   SECTION.                                          zbnkacnv
003400   FILE-CONTROL.                                                  zbnkacnv
003500     SELECT ACCOUNT-FILE                                          zbnkacnv
003600            ASSIGN       TO BNKACCT                               zbnkacnv
003700            ORGANIZATION IS INDEXED                               zbnkacnv
003800            ACCESS MODE  IS DYNAMIC                               zbnkacnv
003900            RECORD KEY   IS BAC-REC-ACCNO                         zbnkacnv
004000            FILE STATUS  IS WS-ACCOUNT-STATUS.                    zbnkacnv
004100     SELECT PRINTOUT-FILE                                         zbnkacnv
004200            ASSIGN       TO PRINTOUT                              zbnkacnv
004300            ORGANIZATION IS SEQUENTIAL                            zbnkacnv
004400            ACCESS MODE  IS SEQUENTIAL                            zbnkacnv
004500            FILE STATUS  IS WS-PRINTOUT-STATUS.                   zbnkacnv
004600     SELECT JOBSUM-FILE                                           zbnkacnv
004700            ASSIGN       TO JOBSUM                                zbnkacnv
004800            ORGANIZATION IS SEQUENTIAL                            zbnkacnv
004900            ACCESS MODE  IS SEQUENTIAL                            zbnkacnv
005000            FILE STATUS  IS WS-JOBSUM-STATUS.                     zbnkacnv
005100                                                                  zbnkacnv
005200 DATA DIVISION.                                                   zbnkacnv
005300 FILE SECTION.                                                    zbnkacnv
005400                                                                  zbnkacnv
005500 FD  ACCOUNT-FILE.                                                zbnkacnv
005600 01  ACCOUNT-FILE-REC.                                            zbnkacnv
005700 COPY CBANKVAC.                                                   zbnkacnv
005800                                                                  zbnkacnv
005900 FD  PRINTOUT-FILE.                                               zbnkacnv
006000 01  PRINTOUT-REC                      PIC X(121).                zbnkacnv
006100                                                                  zbnkacnv
006200 FD  JOBSUM-FILE.                                                 zbnkacnv
006300 01  JOBSUM-REC                        PIC X(80).                 zbnkacnv
006400                                                                  zbnkacnv
006500 WORKING-STORAGE SECTION.                                         zbnkacnv
006600 01  WS-RUN-CONTROL.                                              zbnkacnv
006700 COPY CRUNCTLD.                                                   zbnkacnv
006800 01  WS-FILE-STATUSES.                                            zbnkacnv
006900   05  WS-ACCOUNT-STATUS.                                         zbnkacnv
007000     10  WS-ACCOUNT-STAT1              PIC X(1).                  zbnkacnv
007100     10  WS-ACCOUNT-STAT2              PIC X(1).                  zbnkacnv
007200   05  WS-PRINTOUT-STATUS.                                        zbnkacnv
007300     10  WS-PRINTOUT-STAT1             PIC X(1).                  zbnkacnv
007400     10  WS-PRINTOUT-STAT2             PIC X(1).                  zbnkacnv
007500   05  WS-JOBSUM-STATUS.                                          zbnkacnv
007600     10  WS-JOBSUM-STAT1               PIC X(1).                  zbnkacnv
007700     10  WS-JOBSUM-STAT2               PIC X(1).                  zbnkacnv
007800   05  WS-IO-STATUS.                                              zbnkacnv
007900     10  WS-IO-STAT1                   PIC X(1).                  zbnkacnv
008000     10  WS-IO-STAT2                   PIC X(1).                  zbnkacnv
008100   05  WS-TWO-BYTES.                                              zbnkacnv
008200     10  WS-TWO-BYTES-LEFT             PIC X(1).                  zbnkacnv
008300     10  WS-TWO-BYTES-RIGHT            PIC X(1).                  zbnkacnv
008400   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 zbnkacnv
008500                                      PIC 9(1) COMP.              zbnkacnv
008600                                                                  zbnkacnv
008700 01  WS-CONSOLE-MESSAGE                    PIC X(48).             zbnkacnv
008800                                                                  zbnkacnv
008900 01  WS-DATE-WORK-AREA.                                           zbnkacnv
009000 COPY CDATED.                                                     zbnkacnv
009100                                                                  zbnkacnv
009200 01  WS-BUSDATE                            PIC 9(8).              zbnkacnv
009300 01  WS-BUSDATE-PARTS REDEFINES WS-BUSDATE.                       zbnkacnv
009400     05  WS-BUSDATE-CCYY                   PIC 9(4).              zbnkacnv
009500     05  WS-BUSDATE-MM                     PIC 9(2).              zbnkacnv
009600     05  WS-BUSDATE-DD                     PIC 9(2).              zbnkacnv
009700 01  WS-BUSDATE-DISPLAY                    PIC X(11).             zbnkacnv
009800                                                                  zbnkacnv
009900 01  WS-END-OF-FILE                        PIC X(3).              zbnkacnv
010000 01  WS-NEWLY-FLAGGED                      PIC X(1).              zbnkacnv
010100                                                                  zbnkacnv
010200 01  WS-ACCNO-PARM.                                               zbnkacnv
010300 COPY CACCNOD.                                                    zbnkacnv
010400                                                                  zbnkacnv
010500******************************************************************zbnkacnv
010600* Run counts for the report totals and the job summary           *zbnkacnv
010700******************************************************************zbnkacnv
010800 01  WS-ACCOUNTS-READ                  PIC 9(7) COMP-3 VALUE 0.   zbnkacnv
010900 01  WS-ALREADY-FLAGGED                PIC 9(7) COMP-3 VALUE 0.   zbnkacnv
011000 01  WS-NEWLY-CHECKED                  PIC 9(7) COMP-3 VALUE 0.   zbnkacnv
011100 01  WS-NEWLY-LEGACY                   PIC 9(7) COMP-3 VALUE 0.   zbnkacnv
011200 01  WS-LEGACY-LISTED                  PIC 9(7) COMP-3 VALUE 0.   zbnkacnv
011300 01  WS-LINES-PRINTED                  PIC 9(7) VALUE ZERO.       zbnkacnv
011400                                                                  zbnkacnv
011500 01  WS-REPORT-LINE                        PIC X(121).            zbnkacnv
011600 01  WS-LEGACY-LINE.                                              zbnkacnv
011700     05  WS-LL-ACCNO                       PIC X(9).              zbnkacnv
011800     05  FILLER                            PIC X(3) VALUE SPACES. zbnkacnv
011900     05  WS-LL-PID                         PIC X(5).              zbnkacnv
012000     05  FILLER                            PIC X(3) VALUE SPACES. zbnkacnv
012100     05  WS-LL-TYPE                        PIC X(1).              zbnkacnv
012200     05  FILLER                            PIC X(4) VALUE SPACES. zbnkacnv
012300     05  WS-LL-STATUS                      PIC X(1).              zbnkacnv
012400     05  FILLER                            PIC X(4) VALUE SPACES. zbnkacnv
012500     05  WS-LL-BRANCH                      PIC X(3).              zbnkacnv
012600     05  FILLER                            PIC X(3) VALUE SPACES. zbnkacnv
012700     05  WS-LL-IBAN                        PIC X(42).             zbnkacnv
012800     05  FILLER                            PIC X(2) VALUE SPACES. zbnkacnv
012900     05  WS-LL-NOTE                        PIC X(12).             zbnkacnv
013000 01  WS-COUNT-D                            PIC ZZZ,ZZZ,ZZ9.       zbnkacnv
013100                                                                  zbnkacnv
013200 PROCEDURE DIVISION.                                              zbnkacnv
013300                                                                  zbnkacnv
013400     PERFORM RUN-CONTROL-START                                    zbnkacnv
013500         THRU RUN-CONTROL-START-EXIT.                             zbnkacnv
013600     PERFORM GET-RUN-DATE.                                        zbnkacnv
013700                                                                  zbnkacnv
013800     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           zbnkacnv
013900     STRING 'Account number conversion at ' DELIMITED BY SIZE     zbnkacnv
014000            WS-BUSDATE-DISPLAY DELIMITED BY SIZE                  zbnkacnv
014100       INTO WS-CONSOLE-MESSAGE.                                   zbnkacnv
014200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkacnv
014300                                                                  zbnkacnv
014400     PERFORM ACCOUNT-OPEN.                                        zbnkacnv
014500     PERFORM PRINTOUT-OPEN.                                       zbnkacnv
014600     PERFORM WRITE-HEADINGS.                                      zbnkacnv
014700     MOVE 'NO ' TO WS-END-OF-FILE.                                zbnkacnv
014800     PERFORM ACCOUNT-GET.                                         zbnkacnv
014900     PERFORM CONVERT-ONE-ACCOUNT                                  zbnkacnv
015000         THRU CONVERT-ONE-ACCOUNT-EXIT                            zbnkacnv
015100         UNTIL WS-END-OF-FILE = 'YES'.                            zbnkacnv
015200     PERFORM WRITE-TOTALS.                                        zbnkacnv
015300     PERFORM PRINTOUT-CLOSE.                                      zbnkacnv
015400     PERFORM ACCOUNT-CLOSE.                                       zbnkacnv
015500                                                                  zbnkacnv
015600     PERFORM PRINT-JOB-SUMMARY.                                   zbnkacnv
015700                                                                  zbnkacnv
015800     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     zbnkacnv
015900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkacnv
016000     MOVE 0 TO RETURN-CODE.                                       zbnkacnv
016100     PERFORM RUN-CONTROL-END.                                     zbnkacnv
016200     GOBACK.                                                      zbnkacnv
016300                                                                  zbnkacnv
016400 GET-RUN-DATE.                                                    zbnkacnv
016500     MOVE RUNCTL-BUSDATE TO WS-BUSDATE.                           zbnkacnv
016600     MOVE SPACES TO DD-INPUT-TYPE.                                zbnkacnv
016700     SET DDI-ISO TO TRUE.                                         zbnkacnv
016800     MOVE SPACES TO DDI-DATA.                                     zbnkacnv
016900     STRING WS-BUSDATE-CCYY DELIMITED BY SIZE                     zbnkacnv
017000            '-'             DELIMITED BY SIZE                     zbnkacnv
017100            WS-BUSDATE-MM   DELIMITED BY SIZE                     zbnkacnv
017200            '-'             DELIMITED BY SIZE                     zbnkacnv
017300            WS-BUSDATE-DD   DELIMITED BY SIZE                     zbnkacnv
017400       INTO DDI-DATA.                                             zbnkacnv
017500     MOVE SPACES TO DD-OUTPUT-TYPE.                               zbnkacnv
017600     SET DDO-DD-MMM-YYYY TO TRUE.                                 zbnkacnv
017700     SET DD-ENV-NULL TO TRUE.                                     zbnkacnv
017800     CALL 'UDATECNV' USING WS-DATE-WORK-AREA.                     zbnkacnv
017900     MOVE DDO-DATA TO WS-BUSDATE-DISPLAY.                         zbnkacnv
018000                                                                  zbnkacnv
018100******************************************************************zbnkacnv
018200* CONVERT-ONE-ACCOUNT                                            *zbnkacnv
018300* An account not yet flagged is checked against the modulus 11   *zbnkacnv
018400* rule and flagged 'C' or 'L'. Every legacy account, new or      *zbnkacnv
018500* from an earlier run, is listed with its IBAN.                  *zbnkacnv
018600******************************************************************zbnkacnv
018700 CONVERT-ONE-ACCOUNT.                                             zbnkacnv
018800     ADD 1 TO WS-ACCOUNTS-READ.                                   zbnkacnv
018900     MOVE 'N' TO WS-NEWLY-FLAGGED.                                zbnkacnv
019000     IF BAC-REC-ACCNO-FORM IS NOT EQUAL TO SPACE                  zbnkacnv
019100        ADD 1 TO WS-ALREADY-FLAGGED                               zbnkacnv
019200        GO TO CONVERT-ONE-ACCOUNT-LIST                            zbnkacnv
019300     END-IF.                                                      zbnkacnv
019400     SET ACN-VALIDATE TO TRUE.                                    zbnkacnv
019500     MOVE BAC-REC-ACCNO TO ACN-ACCNO.                             zbnkacnv
019600     CALL 'UACCNO' USING WS-ACCNO-PARM.                           zbnkacnv
019700     IF ACN-VALID                                                 zbnkacnv
019800        SET BAC-REC-ACCNO-CHECKED TO TRUE                         zbnkacnv
019900        ADD 1 TO WS-NEWLY-CHECKED                                 zbnkacnv
020000     ELSE                                                         zbnkacnv
020100        MOVE 'L' TO BAC-REC-ACCNO-FORM                            zbnkacnv
020200        ADD 1 TO WS-NEWLY-LEGACY                                  zbnkacnv
020300     END-IF.                                                      zbnkacnv
020400     MOVE 'Y' TO WS-NEWLY-FLAGGED.                                zbnkacnv
020500     PERFORM ACCOUNT-REWRITE.                                     zbnkacnv
020600 CONVERT-ONE-ACCOUNT-LIST.                                        zbnkacnv
020700     IF BAC-REC-ACCNO-LEGACY                                      zbnkacnv
020800        PERFORM LIST-LEGACY-ACCOUNT                               zbnkacnv
020900     END-IF.                                                      zbnkacnv
021000     PERFORM ACCOUNT-GET.                                         zbnkacnv
021100 CONVERT-ONE-ACCOUNT-EXIT.                                        zbnkacnv
021200     EXIT.                                                        zbnkacnv
021300                                                                  zbnkacnv
021400******************************************************************zbnkacnv
021500* A legacy number that is not numeric has no IBAN either - it    *zbnkacnv
021600* is listed so that it can be dealt with by hand                 *zbnkacnv
021700******************************************************************zbnkacnv
021800 LIST-LEGACY-ACCOUNT.                                             zbnkacnv
021900     ADD 1 TO WS-LEGACY-LISTED.                                   zbnkacnv
022000     MOVE BAC-REC-ACCNO TO WS-LL-ACCNO.                           zbnkacnv
022100     MOVE BAC-REC-PID TO WS-LL-PID.                               zbnkacnv
022200     MOVE BAC-REC-TYPE TO WS-LL-TYPE.                             zbnkacnv
022300     MOVE BAC-REC-STATUS TO WS-LL-STATUS.                         zbnkacnv
022400     MOVE BAC-REC-BRANCH TO WS-LL-BRANCH.                         zbnkacnv
022500     SET ACN-DERIVE-IBAN TO TRUE.                                 zbnkacnv
022600     MOVE BAC-REC-ACCNO TO ACN-ACCNO.                             zbnkacnv
022700     CALL 'UACCNO' USING WS-ACCNO-PARM.                           zbnkacnv
022800     IF ACN-VALID                                                 zbnkacnv
022900        MOVE ACN-IBAN-PRINT TO WS-LL-IBAN                         zbnkacnv
023000     ELSE                                                         zbnkacnv
023100        MOVE 'No IBAN - number is not numeric' TO WS-LL-IBAN      zbnkacnv
023200     END-IF.                                                      zbnkacnv
023300     IF WS-NEWLY-FLAGGED = 'Y'                                    zbnkacnv
023400        MOVE 'Flagged now' TO WS-LL-NOTE                          zbnkacnv
023500     ELSE                                                         zbnkacnv
023600        MOVE SPACES TO WS-LL-NOTE                                 zbnkacnv
023700     END-IF.                                                      zbnkacnv
023800     MOVE WS-LEGACY-LINE TO PRINTOUT-REC.                         zbnkacnv
023900     PERFORM PRINTOUT-PUT.                                        zbnkacnv
024000                                                                  zbnkacnv
024100 WRITE-HEADINGS.                                                  zbnkacnv
024200     MOVE SPACES TO WS-REPORT-LINE.                               zbnkacnv
024300     STRING 'Account Number Conversion - Legacy Numbers - '       zbnkacnv
024400              DELIMITED BY SIZE                                   zbnkacnv
024500            WS-BUSDATE-DISPLAY DELIMITED BY SIZE                  zbnkacnv
024600       INTO WS-REPORT-LINE.                                       zbnkacnv
024700     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkacnv
024800     PERFORM PRINTOUT-PUT.                                        zbnkacnv
024900     MOVE SPACES TO WS-REPORT-LINE.                               zbnkacnv
025000     MOVE 'Numbers listed fail the check digit; quote the IBAN'   zbnkacnv
025100       TO WS-REPORT-LINE.                                         zbnkacnv
025200     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkacnv
025300     PERFORM PRINTOUT-PUT.                                        zbnkacnv
025400     MOVE SPACES TO PRINTOUT-REC.                                 zbnkacnv
025500     PERFORM PRINTOUT-PUT.                                        zbnkacnv
025600     MOVE SPACES TO WS-REPORT-LINE.                               zbnkacnv
025700     MOVE 'Account' TO WS-REPORT-LINE (1:7).                      zbnkacnv
025800     MOVE 'PID' TO WS-REPORT-LINE (13:3).                         zbnkacnv
025900     MOVE 'Typ' TO WS-REPORT-LINE (21:3).                         zbnkacnv
026000     MOVE 'Sts' TO WS-REPORT-LINE (25:3).                         zbnkacnv
026100     MOVE 'Brn' TO WS-REPORT-LINE (30:3).                         zbnkacnv
026200     MOVE 'IBAN' TO WS-REPORT-LINE (36:4).                        zbnkacnv
026300     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkacnv
026400     PERFORM PRINTOUT-PUT.                                        zbnkacnv
026500                                                                  zbnkacnv
026600 WRITE-TOTALS.                                                    zbnkacnv
026700     MOVE SPACES TO PRINTOUT-REC.                                 zbnkacnv
026800     PERFORM PRINTOUT-PUT.                                        zbnkacnv
026900     MOVE SPACES TO PRINTOUT-REC.                                 zbnkacnv
027000     PERFORM PRINTOUT-PUT.                                        zbnkacnv
027100     MOVE WS-ACCOUNTS-READ TO WS-COUNT-D.                         zbnkacnv
027200     MOVE SPACES TO WS-REPORT-LINE.                               zbnkacnv
027300     STRING 'Accounts read:            ' DELIMITED BY SIZE        zbnkacnv
027400            WS-COUNT-D DELIMITED BY SIZE                          zbnkacnv
027500       INTO WS-REPORT-LINE.                                       zbnkacnv
027600     PERFORM WRITE-TOTAL-LINE.                                    zbnkacnv
027700     MOVE WS-ALREADY-FLAGGED TO WS-COUNT-D.                       zbnkacnv
027800     MOVE SPACES TO WS-REPORT-LINE.                               zbnkacnv
027900     STRING 'Already flagged:          ' DELIMITED BY SIZE        zbnkacnv
028000            WS-COUNT-D DELIMITED BY SIZE                          zbnkacnv
028100       INTO WS-REPORT-LINE.                                       zbnkacnv
028200     PERFORM WRITE-TOTAL-LINE.                                    zbnkacnv
028300     MOVE WS-NEWLY-CHECKED TO WS-COUNT-D.                         zbnkacnv
028400     MOVE SPACES TO WS-REPORT-LINE.                               zbnkacnv
028500     STRING 'Flagged check digit (C):  ' DELIMITED BY SIZE        zbnkacnv
028600            WS-COUNT-D DELIMITED BY SIZE                          zbnkacnv
028700       INTO WS-REPORT-LINE.                                       zbnkacnv
028800     PERFORM WRITE-TOTAL-LINE.                                    zbnkacnv
028900     MOVE WS-NEWLY-LEGACY TO WS-COUNT-D.                          zbnkacnv
029000     MOVE SPACES TO WS-REPORT-LINE.                               zbnkacnv
029100     STRING 'Flagged legacy (L):       ' DELIMITED BY SIZE        zbnkacnv
029200            WS-COUNT-D DELIMITED BY SIZE                          zbnkacnv
029300       INTO WS-REPORT-LINE.                                       zbnkacnv
029400     PERFORM WRITE-TOTAL-LINE.                                    zbnkacnv
029500     MOVE WS-LEGACY-LISTED TO WS-COUNT-D.                         zbnkacnv
029600     MOVE SPACES TO WS-REPORT-LINE.                               zbnkacnv
029700     STRING 'Legacy accounts listed:   ' DELIMITED BY SIZE        zbnkacnv
029800            WS-COUNT-D DELIMITED BY SIZE                          zbnkacnv
029900       INTO WS-REPORT-LINE.                                       zbnkacnv
030000     PERFORM WRITE-TOTAL-LINE.                                    zbnkacnv
030100                                                                  zbnkacnv
030200 WRITE-TOTAL-LINE.                                                zbnkacnv
030300     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkacnv
030400     PERFORM PRINTOUT-PUT.                                        zbnkacnv
030500                                                                  zbnkacnv
030600******************************************************************zbnkacnv
030700* PRINT-JOB-SUMMARY                                              *zbnkacnv
030800******************************************************************zbnkacnv
030900 PRINT-JOB-SUMMARY.                                               zbnkacnv
031000     PERFORM JOBSUM-OPEN.                                         zbnkacnv
031100     MOVE SPACES TO JOBSUM-REC.                                   zbnkacnv
031200     STRING 'Business date of the run:    ' DELIMITED BY SIZE     zbnkacnv
031300            WS-BUSDATE-DISPLAY DELIMITED BY SIZE                  zbnkacnv
031400       INTO JOBSUM-REC.                                           zbnkacnv
031500     PERFORM JOBSUM-PUT.                                          zbnkacnv
031600     MOVE SPACES TO JOBSUM-REC.                                   zbnkacnv
031700     MOVE WS-ACCOUNTS-READ TO WS-COUNT-D.                         zbnkacnv
031800     STRING 'Accounts read:               ' DELIMITED BY SIZE     zbnkacnv
031900            WS-COUNT-D DELIMITED BY SIZE                          zbnkacnv
032000       INTO JOBSUM-REC.                                           zbnkacnv
032100     PERFORM JOBSUM-PUT.                                          zbnkacnv
032200     MOVE SPACES TO JOBSUM-REC.                                   zbnkacnv
032300     MOVE WS-NEWLY-CHECKED TO WS-COUNT-D.                         zbnkacnv
032400     STRING 'Flagged check digit:         ' DELIMITED BY SIZE     zbnkacnv
032500            WS-COUNT-D DELIMITED BY SIZE                          zbnkacnv
032600       INTO JOBSUM-REC.                                           zbnkacnv
032700     PERFORM JOBSUM-PUT.                                          zbnkacnv
032800     MOVE SPACES TO JOBSUM-REC.                                   zbnkacnv
032900     MOVE WS-NEWLY-LEGACY TO WS-COUNT-D.                          zbnkacnv
033000     STRING 'Flagged legacy:              ' DELIMITED BY SIZE     zbnkacnv
033100            WS-COUNT-D DELIMITED BY SIZE                          zbnkacnv
033200       INTO JOBSUM-REC.                                           zbnkacnv
033300     PERFORM JOBSUM-PUT.                                          zbnkacnv
033400     MOVE SPACES TO JOBSUM-REC.                                   zbnkacnv
033500     MOVE WS-LEGACY-LISTED TO WS-COUNT-D.                         zbnkacnv
033600     STRING 'Legacy accounts listed:      ' DELIMITED BY SIZE     zbnkacnv
033700            WS-COUNT-D DELIMITED BY SIZE                          zbnkacnv
033800       INTO JOBSUM-REC.                                           zbnkacnv
033900     PERFORM JOBSUM-PUT.                                          zbnkacnv
034000     MOVE SPACES TO JOBSUM-REC.                                   zbnkacnv
034100     MOVE WS-LINES-PRINTED TO WS-COUNT-D.                         zbnkacnv
034200     STRING 'Report lines written:        ' DELIMITED BY SIZE     zbnkacnv
034300            WS-COUNT-D DELIMITED BY SIZE                          zbnkacnv
034400       INTO JOBSUM-REC.                                           zbnkacnv
034500     PERFORM JOBSUM-PUT.                                          zbnkacnv
034600     PERFORM JOBSUM-CLOSE.                                        zbnkacnv
034700     MOVE 'Job summary written to JOBSUM'                         zbnkacnv
034800       TO WS-CONSOLE-MESSAGE.                                     zbnkacnv
034900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkacnv
035000                                                                  zbnkacnv
035100******************************************************************zbnkacnv
035200* Open, browse, rewrite and close the BNKACCT account file       *zbnkacnv
035300******************************************************************zbnkacnv
035400 ACCOUNT-OPEN.                                                    zbnkacnv
035500     OPEN I-O ACCOUNT-FILE.                                       zbnkacnv
035600     IF WS-ACCOUNT-STATUS = '00'                                  zbnkacnv
035700        MOVE 'ACCOUNT file opened OK' TO WS-CONSOLE-MESSAGE       zbnkacnv
035800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacnv
035900     ELSE                                                         zbnkacnv
036000        MOVE 'ACCOUNT file open failure...' TO WS-CONSOLE-MESSAGE zbnkacnv
036100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacnv
036200        MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS                    zbnkacnv
036300        PERFORM DISPLAY-IO-STATUS                                 zbnkacnv
036400        PERFORM ABORT-PROGRAM                                     zbnkacnv
036500     END-IF.                                                      zbnkacnv
036600                                                                  zbnkacnv
036700 ACCOUNT-GET.                                                     zbnkacnv
036800     READ ACCOUNT-FILE NEXT RECORD.                               zbnkacnv
036900     IF WS-ACCOUNT-STATUS NOT = '00'                              zbnkacnv
037000        IF WS-ACCOUNT-STATUS = '10'                               zbnkacnv
037100           MOVE 'YES' TO WS-END-OF-FILE                           zbnkacnv
037200        ELSE                                                      zbnkacnv
037300           MOVE 'ACCOUNT Error reading file ...'                  zbnkacnv
037400             TO WS-CONSOLE-MESSAGE                                zbnkacnv
037500           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkacnv
037600           MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS                 zbnkacnv
037700           PERFORM DISPLAY-IO-STATUS                              zbnkacnv
037800           PERFORM ABORT-PROGRAM                                  zbnkacnv
037900        END-IF                                                    zbnkacnv
038000     END-IF.                                                      zbnkacnv
038100                                                                  zbnkacnv
038200 ACCOUNT-REWRITE.                                                 zbnkacnv
038300     REWRITE ACCOUNT-FILE-REC.                                    zbnkacnv
038400     IF WS-ACCOUNT-STATUS NOT = '00'                              zbnkacnv
038500        MOVE 'ACCOUNT Error rewriting file ...'                   zbnkacnv
038600          TO WS-CONSOLE-MESSAGE                                   zbnkacnv
038700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacnv
038800        MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS                    zbnkacnv
038900        PERFORM DISPLAY-IO-STATUS                                 zbnkacnv
039000        PERFORM ABORT-PROGRAM                                     zbnkacnv
039100     END-IF.                                                      zbnkacnv
039200                                                                  zbnkacnv
039300 ACCOUNT-CLOSE.                                                   zbnkacnv
039400     CLOSE ACCOUNT-FILE.                                          zbnkacnv
039500     IF WS-ACCOUNT-STATUS = '00'                                  zbnkacnv
039600        MOVE 'ACCOUNT file closed OK' TO WS-CONSOLE-MESSAGE       zbnkacnv
039700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacnv
039800     ELSE                                                         zbnkacnv
039900        MOVE 'ACCOUNT file close failure...' TO WS-CONSOLE-MESSAGEzbnkacnv
040000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacnv
040100        MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS                    zbnkacnv
040200        PERFORM DISPLAY-IO-STATUS                                 zbnkacnv
040300        PERFORM ABORT-PROGRAM                                     zbnkacnv
040400     END-IF.                                                      zbnkacnv
040500                                                                  zbnkacnv
040600******************************************************************zbnkacnv
040700* Open, access and close the PRINTOUT file.                      *zbnkacnv
040800******************************************************************zbnkacnv
040900 PRINTOUT-OPEN.                                                   zbnkacnv
041000     OPEN OUTPUT PRINTOUT-FILE.                                   zbnkacnv
041100     IF WS-PRINTOUT-STATUS = '00'                                 zbnkacnv
041200        MOVE 'PRINTOUT file opened OK' TO WS-CONSOLE-MESSAGE      zbnkacnv
041300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacnv
041400     ELSE                                                         zbnkacnv
041500        MOVE 'PRINTOUT file open failure...' TO WS-CONSOLE-MESSAGEzbnkacnv
041600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacnv
041700        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkacnv
041800        PERFORM DISPLAY-IO-STATUS                                 zbnkacnv
041900        PERFORM ABORT-PROGRAM                                     zbnkacnv
042000     END-IF.                                                      zbnkacnv
042100                                                                  zbnkacnv
042200 PRINTOUT-PUT.                                                    zbnkacnv
042300     WRITE PRINTOUT-REC.                                          zbnkacnv
042400     IF WS-PRINTOUT-STATUS NOT = '00'                             zbnkacnv
042500        MOVE 'PRINTOUT Error writing file ...'                    zbnkacnv
042600          TO WS-CONSOLE-MESSAGE                                   zbnkacnv
042700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacnv
042800        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkacnv
042900        PERFORM DISPLAY-IO-STATUS                                 zbnkacnv
043000        PERFORM ABORT-PROGRAM                                     zbnkacnv
043100     END-IF.                                                      zbnkacnv
043200     ADD 1 TO WS-LINES-PRINTED.                                   zbnkacnv
043300                                                                  zbnkacnv
043400 PRINTOUT-CLOSE.                                                  zbnkacnv
043500     CLOSE PRINTOUT-FILE.                                         zbnkacnv
043600     IF WS-PRINTOUT-STATUS = '00'                                 zbnkacnv
043700        MOVE 'PRINTOUT file closed OK' TO WS-CONSOLE-MESSAGE      zbnkacnv
043800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacnv
043900     ELSE                                                         zbnkacnv
044000        MOVE 'PRINTOUT file close failure...'                     zbnkacnv
044100          TO WS-CONSOLE-MESSAGE                                   zbnkacnv
044200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacnv
044300        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkacnv
044400        PERFORM DISPLAY-IO-STATUS                                 zbnkacnv
044500        PERFORM ABORT-PROGRAM                                     zbnkacnv
044600     END-IF.                                                      zbnkacnv
044700                                                                  zbnkacnv
044800 JOBSUM-OPEN.                                                     zbnkacnv
044900     OPEN OUTPUT JOBSUM-FILE.                                     zbnkacnv
045000     IF WS-JOBSUM-STATUS = '00'                                   zbnkacnv
045100        MOVE 'JOBSUM file opened OK' TO WS-CONSOLE-MESSAGE        zbnkacnv
045200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacnv
045300     ELSE                                                         zbnkacnv
045400        MOVE 'JOBSUM file open failure...' TO WS-CONSOLE-MESSAGE  zbnkacnv
045500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacnv
045600        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkacnv
045700        PERFORM DISPLAY-IO-STATUS                                 zbnkacnv
045800        PERFORM ABORT-PROGRAM                                     zbnkacnv
045900     END-IF.                                                      zbnkacnv
046000                                                                  zbnkacnv
046100 JOBSUM-PUT.                                                      zbnkacnv
046200     WRITE JOBSUM-REC.                                            zbnkacnv
046300     IF WS-JOBSUM-STATUS NOT = '00'                               zbnkacnv
046400        MOVE 'JOBSUM Error writing file ...' TO WS-CONSOLE-MESSAGEzbnkacnv
046500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacnv
046600        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkacnv
046700        PERFORM DISPLAY-IO-STATUS                                 zbnkacnv
046800        PERFORM ABORT-PROGRAM                                     zbnkacnv
046900     END-IF.                                                      zbnkacnv
047000                                                                  zbnkacnv
047100 JOBSUM-CLOSE.                                                    zbnkacnv
047200     CLOSE JOBSUM-FILE.                                           zbnkacnv
047300     IF WS-JOBSUM-STATUS = '00'                                   zbnkacnv
047400        MOVE 'JOBSUM file closed OK' TO WS-CONSOLE-MESSAGE        zbnkacnv
047500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacnv
047600     ELSE                                                         zbnkacnv
047700        MOVE 'JOBSUM file close failure...' TO WS-CONSOLE-MESSAGE zbnkacnv
047800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacnv
047900        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkacnv
048000        PERFORM DISPLAY-IO-STATUS                                 zbnkacnv
048100        PERFORM ABORT-PROGRAM                                     zbnkacnv
048200     END-IF.                                                      zbnkacnv
048300                                                                  zbnkacnv
048400******************************************************************zbnkacnv
048500* Run-control hooks. The START call blocks this job when it has  *zbnkacnv
048600* already completed for the business date, records the start on  *zbnkacnv
048700* BNKRUNC and hands back the business date; the END call records *zbnkacnv
048800* the end time and return code. See URUNCTL.CBL.                 *zbnkacnv
048900******************************************************************zbnkacnv
049000 RUN-CONTROL-START.                                               zbnkacnv
049100     SET RUNCTL-START TO TRUE.                                    zbnkacnv
049200     MOVE 'ZBNKACNV' TO RUNCTL-JOB.                               zbnkacnv
049300     MOVE ZERO TO RUNCTL-BUSDATE.                                 zbnkacnv
049400     MOVE ZERO TO RUNCTL-RETURN-CODE.                             zbnkacnv
049500     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkacnv
049600     IF RUNCTL-BLOCKED                                            zbnkacnv
049700        MOVE RUNCTL-REPLY-TEXT TO WS-CONSOLE-MESSAGE              zbnkacnv
049800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacnv
049900        MOVE 'Run control blocked this run' TO WS-CONSOLE-MESSAGE zbnkacnv
050000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacnv
050100        MOVE 8 TO RETURN-CODE                                     zbnkacnv
050200        GOBACK                                                    zbnkacnv
050300     END-IF.                                                      zbnkacnv
050400 RUN-CONTROL-START-EXIT.                                          zbnkacnv
050500     EXIT.                                                        zbnkacnv
050600                                                                  zbnkacnv
050700 RUN-CONTROL-END.                                                 zbnkacnv
050800     SET RUNCTL-END TO TRUE.                                      zbnkacnv
050900     MOVE RETURN-CODE TO RUNCTL-RETURN-CODE.                      zbnkacnv
051000     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkacnv
051100                                                                  zbnkacnv
051200******************************************************************zbnkacnv
051300* Display the file status bytes                                  *zbnkacnv
051400******************************************************************zbnkacnv
051500 DISPLAY-IO-STATUS.                                               zbnkacnv
051600     IF WS-IO-STATUS NUMERIC                                      zbnkacnv
051700        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkacnv
051800        STRING 'File status -' DELIMITED BY SIZE                  zbnkacnv
051900               WS-IO-STATUS DELIMITED BY SIZE                     zbnkacnv
052000          INTO WS-CONSOLE-MESSAGE                                 zbnkacnv
052100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacnv
052200     ELSE                                                         zbnkacnv
052300        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     zbnkacnv
052400        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    zbnkacnv
052500        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkacnv
052600        STRING 'File status -' DELIMITED BY SIZE                  zbnkacnv
052700               WS-IO-STAT1 DELIMITED BY SIZE                      zbnkacnv
052800               '/' DELIMITED BY SIZE                              zbnkacnv
052900               WS-TWO-BYTES DELIMITED BY SIZE                     zbnkacnv
053000          INTO WS-CONSOLE-MESSAGE                                 zbnkacnv
053100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacnv
053200     END-IF.                                                      zbnkacnv
053300                                                                  zbnkacnv
053400******************************************************************zbnkacnv
053500* 'ABORT' the program. Post a message and issue a goback         *zbnkacnv
053600******************************************************************zbnkacnv
053700 ABORT-PROGRAM.                                                   zbnkacnv
053800     IF WS-CONSOLE-MESSAGE NOT = SPACES                           zbnkacnv
053900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkacnv
054000     END-IF.                                                      zbnkacnv
054100     MOVE 'Program is abending...' TO WS-CONSOLE-MESSAGE.         zbnkacnv
054200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkacnv
054300     MOVE 16 TO RETURN-CODE.                                      zbnkacnv
054400     GOBACK.                                                      zbnkacnv
054500                                                                  zbnkacnv
054600******************************************************************zbnkacnv
054700* Display CONSOLE messages...                                    *zbnkacnv
054800******************************************************************zbnkacnv
054900 DISPLAY-CONSOLE-MESSAGE.                                         zbnkacnv
055000     DISPLAY 'ZBNKACNV - ' WS-CONSOLE-MESSAGE                     zbnkacnv
055100       UPON CONSOLE.                                              zbnkacnv
055200     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       zbnkacnv
