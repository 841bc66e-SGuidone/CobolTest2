000100******************************************************************zbnkatmc
000200*                                                               * zbnkatmc
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   * zbnkatmc
000400*   This demonstration program is provided for use by users     * zbnkatmc
000500*   of Micro Focus products and may be used, modified and       * zbnkatmc
000600*   distributed as part of your application provided that       * zbnkatmc
000700*   you properly acknowledge the copyright of Micro Focus       * zbnkatmc
000800*   in this material.                                           * zbnkatmc
000900*                                                               * zbnkatmc
001000******************************************************************zbnkatmc
001100                                                                  zbnkatmc
001200******************************************************************zbnkatmc
001300* ZBNKATMC.CBL                                                   *zbnkatmc
001400* Function:    ATM cash proof report. Lists every terminal       *zbnkatmc
001500*              on the BNKATMC cash ledger: the cassettes         *zbnkatmc
001600*              counted today with the cash the ledger            *zbnkatmc
001700*              expected and the over/short difference, and       *zbnkatmc
001800*              for the rest the cash each machine should         *zbnkatmc
001900*              now be holding, flagging a ledger driven          *zbnkatmc
002000*              below zero and a machine running low.             *zbnkatmc
002100******************************************************************zbnkatmc
002200 IDENTIFICATION DIVISION.                                         zbnkatmc
002300 PROGRAM-ID.                                                      zbnkatmc
002400     ZBNKATMC.                                                    zbnkatmc
002500 DATE-WRITTEN.                                                    zbnkatmc
002600     October 2026.                                                zbnkatmc
002700 DATE-COMPILED.                                                   zbnkatmc
002800     Today.                                                       zbnkatmc
002900                                                                  zbnkatmc
003000                                                                  zbnkatmc
003100 ENVIRONMENT DIVISION.                                            zbnkatmc
003200 INPUT-OUTPUT   SECTION.                                          zbnkatmc
003300   FILE-CONTROL.                                                  zbnkatmc
003400     SELECT ATMC-FILE                                             zbnkatmc
003500            ASSIGN       TO BNKATMC                               zbnkatmc
003600            ORGANIZATION IS INDEXED                               zbnkatmc
003700            ACCESS MODE  IS SEQUENTIAL                            zbnkatmc
003800            RECORD KEY   IS AM-REC-TERMINAL                       zbnkatmc
003900            FILE STATUS  IS WS-ATMC-STATUS.                       zbnkatmc
004000     SELECT PRINTOUT-FILE                                         zbnkatmc
004100            ASSIGN       TO PRINTOUT                              zbnkatmc
004200            ORGANIZATION IS SEQUENTIAL                            zbnkatmc
004300            ACCESS MODE  IS SEQUENTIAL                            zbnkatmc
004400            FILE STATUS  IS WS-PRINTOUT-STATUS.                   zbnkatmc
004500     SELECT JOBSUM-FILE                                           zbnkatmc
004600            ASSIGN       TO JOBSUM                                zbnkatmc
004700            ORGANIZATION IS SEQUENTIAL                            zbnkatmc
004800            ACCESS MODE  IS SEQUENTIAL                            zbnkatmc
004900            FILE STATUS  IS WS-JOBSUM-STATUS.                     zbnkatmc
005000                                                                  zbnkatmc
005100 DATA DIVISION.                                                   zbnkatmc
005200 FILE SECTION.                                                    zbnkatmc
005300                                                                  zbnkatmc
005400 FD  ATMC-FILE.                                                   zbnkatmc
005500 01  ATMC-FILE-REC.                                               zbnkatmc
005600 COPY CBANKVAM.                                                   zbnkatmc
005700                                                                  zbnkatmc
005800 FD  PRINTOUT-FILE.                                               zbnkatmc
005900 01  PRINTOUT-REC                          PIC X(121).            zbnkatmc
006000                                                                  zbnkatmc
006100 FD  JOBSUM-FILE.                                                 zbnkatmc
006200 01  JOBSUM-REC                            PIC X(80).             zbnkatmc
006300                                                                  zbnkatmc
006400 WORKING-STORAGE SECTION.                                         zbnkatmc
006500 01  WS-RUN-CONTROL.                                              zbnkatmc
006600 COPY CRUNCTLD.                                                   zbnkatmc
006700 01  WS-FILE-STATUSES.                                            zbnkatmc
006800   05  WS-ATMC-STATUS.                                            zbnkatmc
006900     10  WS-ATMC-STAT1                   PIC X(1).                zbnkatmc
007000     10  WS-ATMC-STAT2                   PIC X(1).                zbnkatmc
007100   05  WS-PRINTOUT-STATUS.                                        zbnkatmc
007200     10  WS-PRINTOUT-STAT1               PIC X(1).                zbnkatmc
007300     10  WS-PRINTOUT-STAT2               PIC X(1).                zbnkatmc
007400   05  WS-JOBSUM-STATUS.                                          zbnkatmc
007500     10  WS-JOBSUM-STAT1                 PIC X(1).                zbnkatmc
007600     10  WS-JOBSUM-STAT2                 PIC X(1).                zbnkatmc
007700   05  WS-IO-STATUS.                                              zbnkatmc
007800     10  WS-IO-STAT1                   PIC X(1).                  zbnkatmc
007900     10  WS-IO-STAT2                   PIC X(1).                  zbnkatmc
008000                                                                  zbnkatmc
008100   05  WS-TWO-BYTES.                                              zbnkatmc
008200     10  WS-TWO-BYTES-LEFT             PIC X(1).                  zbnkatmc
008300     10  WS-TWO-BYTES-RIGHT            PIC X(1).                  zbnkatmc
008400   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 zbnkatmc
008500                                      PIC 9(1) COMP.              zbnkatmc
008600                                                                  zbnkatmc
008700 01  WS-CONSOLE-MESSAGE                    PIC X(48).             zbnkatmc
008800                                                                  zbnkatmc
008900                                                                  zbnkatmc
009000 01  WS-DATE-WORK-AREA.                                           zbnkatmc
009100 COPY CDATED.                                                     zbnkatmc
009200                                                                  zbnkatmc
009300 01  WS-TODAY-DATE-N                       PIC 9(8).              zbnkatmc
009400 01  WS-TODAY-DATE-PARTS REDEFINES WS-TODAY-DATE-N.               zbnkatmc
009500     05  WS-TODAY-CCYY                     PIC 9(4).              zbnkatmc
009600     05  WS-TODAY-MM                       PIC 9(2).              zbnkatmc
009700     05  WS-TODAY-DD                       PIC 9(2).              zbnkatmc
009800 01  WS-RUN-DATE-DISPLAY                   PIC X(11).             zbnkatmc
009900 01  WS-RUN-TIME-8                         PIC 9(8).              zbnkatmc
010000 01  WS-RUN-TIME                           PIC X(6).              zbnkatmc
010100                                                                  zbnkatmc
010200******************************************************************zbnkatmc
010300* A machine holding less than a fifth of its cassette capacity   *zbnkatmc
010400* is flagged as running low.                                     *zbnkatmc
010500******************************************************************zbnkatmc
010600 01  WS-LOW-CASH-DIVISOR                   PIC 9(2) VALUE 5.      zbnkatmc
010700 01  WS-LOW-CASH-LEVEL                     PIC S9(9)V99 COMP-3.   zbnkatmc
010800                                                                  zbnkatmc
010900 01  WS-EXPECTED-CASH                      PIC S9(9)V99 COMP-3.   zbnkatmc
011000 01  WS-EXPECTED-D                         PIC -(8)9.99.          zbnkatmc
011100 01  WS-COUNTED-D                          PIC -(8)9.99.          zbnkatmc
011200 01  WS-OVER-SHORT-D                       PIC -(6)9.99.          zbnkatmc
011300 01  WS-LOADED-D                           PIC -(8)9.99.          zbnkatmc
011400 01  WS-DISPENSED-D                        PIC -(8)9.99.          zbnkatmc
011500 01  WS-TOTAL-OVER-SHORT                   PIC S9(9)V99 COMP-3    zbnkatmc
011600                                           VALUE ZERO.            zbnkatmc
011700 01  WS-TOTAL-OVER-SHORT-D                 PIC -(8)9.99.          zbnkatmc
011800 01  WS-REPORT-LINE                        PIC X(121).            zbnkatmc
011900                                                                  zbnkatmc
012000******************************************************************zbnkatmc
012100* Run counters, reported on the job summary at the end of the    *zbnkatmc
012200* run.                                                           *zbnkatmc
012300******************************************************************zbnkatmc
012400 01  WS-TERMS-REPORTED                     PIC 9(5) VALUE ZERO.   zbnkatmc
012500 01  WS-TERMS-COUNTED                      PIC 9(5) VALUE ZERO.   zbnkatmc
012600 01  WS-TERMS-WITH-DIFF                    PIC 9(5) VALUE ZERO.   zbnkatmc
012700 01  WS-TERMS-LOW-CASH                     PIC 9(5) VALUE ZERO.   zbnkatmc
012800 01  WS-TERMS-NEGATIVE                     PIC 9(5) VALUE ZERO.   zbnkatmc
012900                                                                  zbnkatmc
013000 01  WS-END-OF-ATMC                        PIC X(3) VALUE 'NO '.  zbnkatmc
013100                                                                  zbnkatmc
013200 PROCEDURE DIVISION.                                              zbnkatmc
013300                                                                  zbnkatmc
013400     PERFORM RUN-CONTROL-START                                    zbnkatmc
013500         THRU RUN-CONTROL-START-EXIT.                             zbnkatmc
013600     PERFORM GET-RUN-DATE.                                        zbnkatmc
013700                                                                  zbnkatmc
013800     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           zbnkatmc
013900     STRING 'ATM cash proof run for ' DELIMITED BY SIZE           zbnkatmc
014000            WS-RUN-DATE-DISPLAY DELIMITED BY SIZE                 zbnkatmc
014100       INTO WS-CONSOLE-MESSAGE.                                   zbnkatmc
014200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkatmc
014300                                                                  zbnkatmc
014400     PERFORM ATMC-OPEN.                                           zbnkatmc
014500     PERFORM PRINTOUT-OPEN.                                       zbnkatmc
014600                                                                  zbnkatmc
014700     PERFORM WRITE-REPORT-HEADING.                                zbnkatmc
014800     PERFORM ATMC-GET.                                            zbnkatmc
014900     PERFORM REPORT-ONE-TERMINAL                                  zbnkatmc
015000         THRU REPORT-ONE-TERMINAL-EXIT                            zbnkatmc
015100             UNTIL WS-END-OF-ATMC = 'YES'.                        zbnkatmc
015200     PERFORM WRITE-REPORT-TOTAL.                                  zbnkatmc
015300                                                                  zbnkatmc
015400     PERFORM ATMC-CLOSE.                                          zbnkatmc
015500     PERFORM PRINTOUT-CLOSE.                                      zbnkatmc
015600                                                                  zbnkatmc
015700     PERFORM PRINT-JOB-SUMMARY.                                   zbnkatmc
015800                                                                  zbnkatmc
015900     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     zbnkatmc
016000     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkatmc
016100     MOVE 0 TO RETURN-CODE.                                       zbnkatmc
016200     PERFORM RUN-CONTROL-END.                                     zbnkatmc
016300     GOBACK.                                                      zbnkatmc
016400                                                                  zbnkatmc
016500******************************************************************zbnkatmc
016600* Run-control hooks. The START call blocks this job when it has  *zbnkatmc
016700* already completed for the business date or a prerequisite has  *zbnkatmc
016800* not, and records the start on BNKRUNC; the END call records    *zbnkatmc
016900* the end time and return code. See URUNCTL.CBL.                 *zbnkatmc
017000******************************************************************zbnkatmc
017100 RUN-CONTROL-START.                                               zbnkatmc
017200     SET RUNCTL-START TO TRUE.                                    zbnkatmc
017300     MOVE 'ZBNKATMC' TO RUNCTL-JOB.                               zbnkatmc
017400     MOVE ZERO TO RUNCTL-BUSDATE.                                 zbnkatmc
017500     MOVE ZERO TO RUNCTL-RETURN-CODE.                             zbnkatmc
017600     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkatmc
017700     IF RUNCTL-BLOCKED                                            zbnkatmc
017800        MOVE RUNCTL-REPLY-TEXT TO WS-CONSOLE-MESSAGE              zbnkatmc
017900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkatmc
018000        MOVE 'Run control blocked this run' TO WS-CONSOLE-MESSAGE zbnkatmc
018100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkatmc
018200        MOVE 8 TO RETURN-CODE                                     zbnkatmc
018300        GOBACK                                                    zbnkatmc
018400     END-IF.                                                      zbnkatmc
018500 RUN-CONTROL-START-EXIT.                                          zbnkatmc
018600     EXIT.                                                        zbnkatmc
018700                                                                  zbnkatmc
018800 RUN-CONTROL-END.                                                 zbnkatmc
018900     SET RUNCTL-END TO TRUE.                                      zbnkatmc
019000     MOVE RETURN-CODE TO RUNCTL-RETURN-CODE.                      zbnkatmc
019100     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkatmc
019200                                                                  zbnkatmc
019300******************************************************************zbnkatmc
019400* GET-RUN-DATE                                                   *zbnkatmc
019500* Obtains today's date, in both numeric and display form, and    *zbnkatmc
019600* the current time.                                              *zbnkatmc
019700******************************************************************zbnkatmc
019800 GET-RUN-DATE.                                                    zbnkatmc
019900     ACCEPT WS-TODAY-DATE-N FROM DATE YYYYMMDD.                   zbnkatmc
020000     MOVE SPACES TO DD-INPUT-TYPE.                                zbnkatmc
020100     SET DDI-ISO TO TRUE.                                         zbnkatmc
020200     MOVE SPACES TO DDI-DATA.                                     zbnkatmc
020300     STRING WS-TODAY-CCYY DELIMITED BY SIZE                       zbnkatmc
020400            '-'           DELIMITED BY SIZE                       zbnkatmc
020500            WS-TODAY-MM   DELIMITED BY SIZE                       zbnkatmc
020600            '-'           DELIMITED BY SIZE                       zbnkatmc
020700            WS-TODAY-DD   DELIMITED BY SIZE                       zbnkatmc
020800       INTO DDI-DATA.                                             zbnkatmc
020900     MOVE SPACES TO DD-OUTPUT-TYPE.                               zbnkatmc
021000     SET DDO-DD-MMM-YYYY TO TRUE.                                 zbnkatmc
021100     SET DD-ENV-NULL TO TRUE.                                     zbnkatmc
021200     CALL 'UDATECNV' USING WS-DATE-WORK-AREA.                     zbnkatmc
021300     MOVE DDO-DATA TO WS-RUN-DATE-DISPLAY.                        zbnkatmc
021400     ACCEPT WS-RUN-TIME-8 FROM TIME.                              zbnkatmc
021500     MOVE WS-RUN-TIME-8(1:6) TO WS-RUN-TIME.                      zbnkatmc
021600 GET-RUN-DATE-EXIT.                                               zbnkatmc
021700     EXIT.                                                        zbnkatmc
021800                                                                  zbnkatmc
021900******************************************************************zbnkatmc
022000* REPORT-ONE-TERMINAL                                            *zbnkatmc
022100* A terminal whose cassettes were counted today is proved: the   *zbnkatmc
022200* cash the ledger expected at the count against the cash        * zbnkatmc
022300* counted. Every other terminal shows the cash it should now be  *zbnkatmc
022400* holding - opening cash plus loads less dispenses - so the      *zbnkatmc
022500* cash team can see a ledger driven below zero (dispenses the    *zbnkatmc
022600* carrier never loaded for) or a machine about to run dry.       *zbnkatmc
022700******************************************************************zbnkatmc
022800 REPORT-ONE-TERMINAL.                                             zbnkatmc
022900     ADD 1 TO WS-TERMS-REPORTED.                                  zbnkatmc
023000     MOVE SPACES TO WS-REPORT-LINE.                               zbnkatmc
023100     IF AM-REC-COUNT-DTE IS EQUAL TO WS-TODAY-DATE-N              zbnkatmc
023200        ADD 1 TO WS-TERMS-COUNTED                                 zbnkatmc
023300        IF AM-REC-OVER-SHORT IS NOT EQUAL TO ZERO                 zbnkatmc
023400           ADD 1 TO WS-TERMS-WITH-DIFF                            zbnkatmc
023500           ADD AM-REC-OVER-SHORT TO WS-TOTAL-OVER-SHORT           zbnkatmc
023600        END-IF                                                    zbnkatmc
023700        MOVE AM-REC-EXPECTED TO WS-EXPECTED-D                     zbnkatmc
023800        MOVE AM-REC-COUNTED TO WS-COUNTED-D                       zbnkatmc
023900        MOVE AM-REC-OVER-SHORT TO WS-OVER-SHORT-D                 zbnkatmc
024000        STRING AM-REC-TERMINAL DELIMITED BY SIZE                  zbnkatmc
024100               ' '             DELIMITED BY SIZE                  zbnkatmc
024200               AM-REC-BRANCH   DELIMITED BY SIZE                  zbnkatmc
024300               '  COUNTED  expected ' DELIMITED BY SIZE           zbnkatmc
024400               WS-EXPECTED-D   DELIMITED BY SIZE                  zbnkatmc
024500               '  counted '    DELIMITED BY SIZE                  zbnkatmc
024600               WS-COUNTED-D    DELIMITED BY SIZE                  zbnkatmc
024700               '  over/short ' DELIMITED BY SIZE                  zbnkatmc
024800               WS-OVER-SHORT-D DELIMITED BY SIZE                  zbnkatmc
024900               '  by '         DELIMITED BY SIZE                  zbnkatmc
025000               AM-REC-COUNT-USERID DELIMITED BY SIZE              zbnkatmc
025100          INTO WS-REPORT-LINE                                     zbnkatmc
025200        MOVE WS-REPORT-LINE TO PRINTOUT-REC                       zbnkatmc
025300        PERFORM PRINTOUT-PUT                                      zbnkatmc
025400        GO TO REPORT-ONE-TERMINAL-NEXT                            zbnkatmc
025500     END-IF.                                                      zbnkatmc
025600     COMPUTE WS-EXPECTED-CASH = AM-REC-OPENING                    zbnkatmc
025700             + AM-REC-LOADED - AM-REC-DISPENSED.                  zbnkatmc
025800     COMPUTE WS-LOW-CASH-LEVEL =                                  zbnkatmc
025900             AM-REC-CAPACITY / WS-LOW-CASH-DIVISOR.               zbnkatmc
026000     MOVE WS-EXPECTED-CASH TO WS-EXPECTED-D.                      zbnkatmc
026100     MOVE AM-REC-LOADED TO WS-LOADED-D.                           zbnkatmc
026200     MOVE AM-REC-DISPENSED TO WS-DISPENSED-D.                     zbnkatmc
026300     STRING AM-REC-TERMINAL DELIMITED BY SIZE                     zbnkatmc
026400            ' '             DELIMITED BY SIZE                     zbnkatmc
026500            AM-REC-BRANCH   DELIMITED BY SIZE                     zbnkatmc
026600            '  holding  '   DELIMITED BY SIZE                     zbnkatmc
026700            WS-EXPECTED-D   DELIMITED BY SIZE                     zbnkatmc
026800            '  loaded '     DELIMITED BY SIZE                     zbnkatmc
026900            WS-LOADED-D     DELIMITED BY SIZE                     zbnkatmc
027000            '  dispensed '  DELIMITED BY SIZE                     zbnkatmc
027100            WS-DISPENSED-D  DELIMITED BY SIZE                     zbnkatmc
027200       INTO WS-REPORT-LINE.                                       zbnkatmc
027300     IF WS-EXPECTED-CASH IS LESS THAN ZERO                        zbnkatmc
027400        ADD 1 TO WS-TERMS-NEGATIVE                                zbnkatmc
027500        MOVE 'LEDGER BELOW ZERO' TO WS-REPORT-LINE (100:17)       zbnkatmc
027600     ELSE                                                         zbnkatmc
027700        IF AM-REC-IN-SERVICE                                      zbnkatmc
027800           AND WS-EXPECTED-CASH IS LESS THAN WS-LOW-CASH-LEVEL    zbnkatmc
027900           ADD 1 TO WS-TERMS-LOW-CASH                             zbnkatmc
028000           MOVE 'LOW CASH' TO WS-REPORT-LINE (100:8)              zbnkatmc
028100        END-IF                                                    zbnkatmc
028200     END-IF.                                                      zbnkatmc
028300     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkatmc
028400     PERFORM PRINTOUT-PUT.                                        zbnkatmc
028500 REPORT-ONE-TERMINAL-NEXT.                                        zbnkatmc
028600     PERFORM ATMC-GET.                                            zbnkatmc
028700 REPORT-ONE-TERMINAL-EXIT.                                        zbnkatmc
028800     EXIT.                                                        zbnkatmc
028900                                                                  zbnkatmc
029000******************************************************************zbnkatmc
029100* WRITE-REPORT-HEADING                                           *zbnkatmc
029200******************************************************************zbnkatmc
029300 WRITE-REPORT-HEADING.                                            zbnkatmc
029400     MOVE SPACES TO WS-REPORT-LINE.                               zbnkatmc
029500     STRING 'ATM cash proof by terminal - ' DELIMITED BY SIZE     zbnkatmc
029600            WS-RUN-DATE-DISPLAY DELIMITED BY SIZE                 zbnkatmc
029700       INTO WS-REPORT-LINE.                                       zbnkatmc
029800     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkatmc
029900     PERFORM PRINTOUT-PUT.                                        zbnkatmc
030000     MOVE SPACES TO PRINTOUT-REC.                                 zbnkatmc
030100     PERFORM PRINTOUT-PUT.                                        zbnkatmc
030200                                                                  zbnkatmc
030300******************************************************************zbnkatmc
030400* WRITE-REPORT-TOTAL                                             *zbnkatmc
030500* The net over/short across every terminal counted today.        *zbnkatmc
030600******************************************************************zbnkatmc
030700 WRITE-REPORT-TOTAL.                                              zbnkatmc
030800     MOVE SPACES TO PRINTOUT-REC.                                 zbnkatmc
030900     PERFORM PRINTOUT-PUT.                                        zbnkatmc
031000     MOVE WS-TOTAL-OVER-SHORT TO WS-TOTAL-OVER-SHORT-D.           zbnkatmc
031100     MOVE SPACES TO WS-REPORT-LINE.                               zbnkatmc
031200     STRING 'Net over/short on today''s counts '                  zbnkatmc
031300                                     DELIMITED BY SIZE            zbnkatmc
031400            WS-TOTAL-OVER-SHORT-D    DELIMITED BY SIZE            zbnkatmc
031500       INTO WS-REPORT-LINE.                                       zbnkatmc
031600     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkatmc
031700     PERFORM PRINTOUT-PUT.                                        zbnkatmc
031800                                                                  zbnkatmc
031900******************************************************************zbnkatmc
032000* Write a short end-of-job summary to the JOBSUM file, in the    *zbnkatmc
032100* same style as the other nightly jobs.                          *zbnkatmc
032200******************************************************************zbnkatmc
032300 PRINT-JOB-SUMMARY.                                               zbnkatmc
032400     PERFORM JOBSUM-OPEN.                                         zbnkatmc
032500     MOVE SPACES TO JOBSUM-REC.                                   zbnkatmc
032600     STRING 'Terminals reported:          ' DELIMITED BY SIZE     zbnkatmc
032700            WS-TERMS-REPORTED DELIMITED BY SIZE                   zbnkatmc
032800       INTO JOBSUM-REC.                                           zbnkatmc
032900     PERFORM JOBSUM-PUT.                                          zbnkatmc
033000     MOVE SPACES TO JOBSUM-REC.                                   zbnkatmc
033100     STRING 'Terminals counted today:     ' DELIMITED BY SIZE     zbnkatmc
033200            WS-TERMS-COUNTED DELIMITED BY SIZE                    zbnkatmc
033300       INTO JOBSUM-REC.                                           zbnkatmc
033400     PERFORM JOBSUM-PUT.                                          zbnkatmc
033500     MOVE SPACES TO JOBSUM-REC.                                   zbnkatmc
033600     STRING 'Counts with differences:     ' DELIMITED BY SIZE     zbnkatmc
033700            WS-TERMS-WITH-DIFF DELIMITED BY SIZE                  zbnkatmc
033800       INTO JOBSUM-REC.                                           zbnkatmc
033900     PERFORM JOBSUM-PUT.                                          zbnkatmc
034000     MOVE SPACES TO JOBSUM-REC.                                   zbnkatmc
034100     STRING 'Terminals running low:       ' DELIMITED BY SIZE     zbnkatmc
034200            WS-TERMS-LOW-CASH DELIMITED BY SIZE                   zbnkatmc
034300            '  Ledgers below zero: ' DELIMITED BY SIZE            zbnkatmc
034400            WS-TERMS-NEGATIVE DELIMITED BY SIZE                   zbnkatmc
034500       INTO JOBSUM-REC.                                           zbnkatmc
034600     PERFORM JOBSUM-PUT.                                          zbnkatmc
034700     PERFORM JOBSUM-CLOSE.                                        zbnkatmc
034800     MOVE 'Job summary written to JOBSUM'                         zbnkatmc
034900       TO WS-CONSOLE-MESSAGE.                                     zbnkatmc
035000     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkatmc
035100                                                                  zbnkatmc
035200******************************************************************zbnkatmc
035300* Open, access and close the ATMC file.                          *zbnkatmc
035400******************************************************************zbnkatmc
035500 ATMC-OPEN.                                                       zbnkatmc
035600     OPEN INPUT ATMC-FILE.                                        zbnkatmc
035700     IF WS-ATMC-STATUS = '00'                                     zbnkatmc
035800        MOVE 'ATMC file opened OK' TO WS-CONSOLE-MESSAGE          zbnkatmc
035900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkatmc
036000     ELSE                                                         zbnkatmc
036100        MOVE 'ATMC file open failure...' TO WS-CONSOLE-MESSAGE    zbnkatmc
036200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkatmc
036300        MOVE WS-ATMC-STATUS TO WS-IO-STATUS                       zbnkatmc
036400        PERFORM DISPLAY-IO-STATUS                                 zbnkatmc
036500        PERFORM ABORT-PROGRAM                                     zbnkatmc
036600     END-IF.                                                      zbnkatmc
036700                                                                  zbnkatmc
036800 ATMC-GET.                                                        zbnkatmc
036900     READ ATMC-FILE NEXT RECORD.                                  zbnkatmc
037000     IF WS-ATMC-STATUS NOT = '00'                                 zbnkatmc
037100        IF WS-ATMC-STATUS = '10'                                  zbnkatmc
037200           MOVE 'YES' TO WS-END-OF-ATMC                           zbnkatmc
037300        ELSE                                                      zbnkatmc
037400           MOVE 'ATMC Error reading file ...'                     zbnkatmc
037500             TO WS-CONSOLE-MESSAGE                                zbnkatmc
037600           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkatmc
037700           MOVE WS-ATMC-STATUS TO WS-IO-STATUS                    zbnkatmc
037800           PERFORM DISPLAY-IO-STATUS                              zbnkatmc
037900           PERFORM ABORT-PROGRAM                                  zbnkatmc
038000        END-IF                                                    zbnkatmc
038100     END-IF.                                                      zbnkatmc
038200                                                                  zbnkatmc
038300 ATMC-CLOSE.                                                      zbnkatmc
038400     CLOSE ATMC-FILE.                                             zbnkatmc
038500     IF WS-ATMC-STATUS = '00'                                     zbnkatmc
038600        MOVE 'ATMC file closed OK' TO WS-CONSOLE-MESSAGE          zbnkatmc
038700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkatmc
038800     ELSE                                                         zbnkatmc
038900        MOVE 'ATMC file close failure...' TO WS-CONSOLE-MESSAGE   zbnkatmc
039000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkatmc
039100        MOVE WS-ATMC-STATUS TO WS-IO-STATUS                       zbnkatmc
039200        PERFORM DISPLAY-IO-STATUS                                 zbnkatmc
039300        PERFORM ABORT-PROGRAM                                     zbnkatmc
039400     END-IF.                                                      zbnkatmc
039500                                                                  zbnkatmc
039600******************************************************************zbnkatmc
039700* Open, access and close the PRINTOUT file.                      *zbnkatmc
039800******************************************************************zbnkatmc
039900 PRINTOUT-OPEN.                                                   zbnkatmc
040000     OPEN OUTPUT PRINTOUT-FILE.                                   zbnkatmc
040100     IF WS-PRINTOUT-STATUS = '00'                                 zbnkatmc
040200        MOVE 'PRINTOUT file opened OK' TO WS-CONSOLE-MESSAGE      zbnkatmc
040300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkatmc
040400     ELSE                                                         zbnkatmc
040500        MOVE 'PRINTOUT file open failure...' TO WS-CONSOLE-MESSAGEzbnkatmc
040600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkatmc
040700        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkatmc
040800        PERFORM DISPLAY-IO-STATUS                                 zbnkatmc
040900        PERFORM ABORT-PROGRAM                                     zbnkatmc
041000     END-IF.                                                      zbnkatmc
041100                                                                  zbnkatmc
041200 PRINTOUT-PUT.                                                    zbnkatmc
041300     WRITE PRINTOUT-REC.                                          zbnkatmc
041400     IF WS-PRINTOUT-STATUS NOT = '00'                             zbnkatmc
041500        MOVE 'PRINTOUT Error writing file ...'                    zbnkatmc
041600          TO WS-CONSOLE-MESSAGE                                   zbnkatmc
041700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkatmc
041800        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkatmc
041900        PERFORM DISPLAY-IO-STATUS                                 zbnkatmc
042000        PERFORM ABORT-PROGRAM                                     zbnkatmc
042100     END-IF.                                                      zbnkatmc
042200                                                                  zbnkatmc
042300 PRINTOUT-CLOSE.                                                  zbnkatmc
042400     CLOSE PRINTOUT-FILE.                                         zbnkatmc
042500     IF WS-PRINTOUT-STATUS = '00'                                 zbnkatmc
042600        MOVE 'PRINTOUT file closed OK' TO WS-CONSOLE-MESSAGE      zbnkatmc
042700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkatmc
042800     ELSE                                                         zbnkatmc
042900        MOVE 'PRINTOUT file close failure...'                     zbnkatmc
043000          TO WS-CONSOLE-MESSAGE                                   zbnkatmc
043100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkatmc
043200        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkatmc
043300        PERFORM DISPLAY-IO-STATUS                                 zbnkatmc
043400        PERFORM ABORT-PROGRAM                                     zbnkatmc
043500     END-IF.                                                      zbnkatmc
043600                                                                  zbnkatmc
043700******************************************************************zbnkatmc
043800* Open, access and close the JOBSUM file.                        *zbnkatmc
043900******************************************************************zbnkatmc
044000 JOBSUM-OPEN.                                                     zbnkatmc
044100     OPEN OUTPUT JOBSUM-FILE.                                     zbnkatmc
044200     IF WS-JOBSUM-STATUS = '00'                                   zbnkatmc
044300        MOVE 'JOBSUM file opened OK' TO WS-CONSOLE-MESSAGE        zbnkatmc
044400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkatmc
044500     ELSE                                                         zbnkatmc
044600        MOVE 'JOBSUM file open failure...' TO WS-CONSOLE-MESSAGE  zbnkatmc
044700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkatmc
044800        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkatmc
044900        PERFORM DISPLAY-IO-STATUS                                 zbnkatmc
045000        PERFORM ABORT-PROGRAM                                     zbnkatmc
045100     END-IF.                                                      zbnkatmc
045200                                                                  zbnkatmc
045300 JOBSUM-PUT.                                                      zbnkatmc
045400     WRITE JOBSUM-REC.                                            zbnkatmc
045500     IF WS-JOBSUM-STATUS NOT = '00'                               zbnkatmc
045600        MOVE 'JOBSUM Error writing file ...' TO WS-CONSOLE-MESSAGEzbnkatmc
045700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkatmc
045800        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkatmc
045900        PERFORM DISPLAY-IO-STATUS                                 zbnkatmc
046000        PERFORM ABORT-PROGRAM                                     zbnkatmc
046100     END-IF.                                                      zbnkatmc
046200                                                                  zbnkatmc
046300 JOBSUM-CLOSE.                                                    zbnkatmc
046400     CLOSE JOBSUM-FILE.                                           zbnkatmc
046500     IF WS-JOBSUM-STATUS = '00'                                   zbnkatmc
046600        MOVE 'JOBSUM file closed OK' TO WS-CONSOLE-MESSAGE        zbnkatmc
046700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkatmc
046800     ELSE                                                         zbnkatmc
046900        MOVE 'JOBSUM file close failure...' TO WS-CONSOLE-MESSAGE zbnkatmc
047000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkatmc
047100        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkatmc
047200        PERFORM DISPLAY-IO-STATUS                                 zbnkatmc
047300        PERFORM ABORT-PROGRAM                                     zbnkatmc
047400     END-IF.                                                      zbnkatmc
047500                                                                  zbnkatmc
047600******************************************************************zbnkatmc
047700* Display the file status bytes                                  *zbnkatmc
047800******************************************************************zbnkatmc
047900 DISPLAY-IO-STATUS.                                               zbnkatmc
048000     IF WS-IO-STATUS NUMERIC                                      zbnkatmc
048100        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkatmc
048200        STRING 'File status -' DELIMITED BY SIZE                  zbnkatmc
048300               WS-IO-STATUS DELIMITED BY SIZE                     zbnkatmc
048400          INTO WS-CONSOLE-MESSAGE                                 zbnkatmc
048500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkatmc
048600     ELSE                                                         zbnkatmc
048700        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     zbnkatmc
048800        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    zbnkatmc
048900        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkatmc
049000        STRING 'File status -' DELIMITED BY SIZE                  zbnkatmc
049100               WS-IO-STAT1 DELIMITED BY SIZE                      zbnkatmc
049200               '/' DELIMITED BY SIZE                              zbnkatmc
049300               WS-TWO-BYTES DELIMITED BY SIZE                     zbnkatmc
049400          INTO WS-CONSOLE-MESSAGE                                 zbnkatmc
049500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkatmc
049600     END-IF.                                                      zbnkatmc
049700                                                                  zbnkatmc
049800******************************************************************zbnkatmc
049900* 'ABORT' the program. Post a message and issue a goback         *zbnkatmc
050000******************************************************************zbnkatmc
050100 ABORT-PROGRAM.                                                   zbnkatmc
050200     IF WS-CONSOLE-MESSAGE NOT = SPACES                           zbnkatmc
050300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkatmc
050400     END-IF.                                                      zbnkatmc
050500     MOVE 'Program is abending...' TO WS-CONSOLE-MESSAGE.         zbnkatmc
050600     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkatmc
050700     MOVE 16 TO RETURN-CODE.                                      zbnkatmc
050800     GOBACK.                                                      zbnkatmc
050900                                                                  zbnkatmc
051000******************************************************************zbnkatmc
051100* Display CONSOLE messages...                                    *zbnkatmc
051200******************************************************************zbnkatmc
051300 DISPLAY-CONSOLE-MESSAGE.                                         zbnkatmc
051400     DISPLAY 'ZBNKATMC - ' WS-CONSOLE-MESSAGE                     zbnkatmc
051500       UPON CONSOLE.                                              zbnkatmc
051600     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       zbnkatmc
051700                                                                  zbnkatmc
051800* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     zbnkatmc
