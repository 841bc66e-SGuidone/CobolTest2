000100******************************************************************zbnkautx
000200*                                                               * zbnkautx
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   * zbnkautx
000400*   This demonstration program is provided for use by users     * zbnkautx
000500*   of Micro Focus products and may be used, modified and       * zbnkautx
000600*   distributed as part of your application provided that       * zbnkautx
000700*   you properly acknowledge the copyright of Micro Focus       * zbnkautx
000800*   in this material.                                           * zbnkautx
000900*                                                               * zbnkautx
001000******************************************************************zbnkautx
001100                                                                  zbnkautx
001200******************************************************************zbnkautx
001300* ZBNKAUTX.CBL                                                   *zbnkautx
001400* Function:    Card authorisation expiry. Every DBANK64P         *zbnkautx
001500*              authorisation still open on BNKAUTH whose hold    *zbnkautx
001600*              expiry date has passed never settled through the  *zbnkautx
001700*              ATM or POS feed - its BNKHOLD hold is released,   *zbnkautx
001800*              the authorisation is marked expired, and each one *zbnkautx
001900*              is listed on the expiry report for the card team  *zbnkautx
002000*              to follow up with the network.                    *zbnkautx
002100******************************************************************zbnkautx
002200 IDENTIFICATION DIVISION.                                         zbnkautx
002300 PROGRAM-ID.                                                      zbnkautx
002400     ZBNKAUTX.                                                    zbnkautx
002500 DATE-WRITTEN.                                                    zbnkautx
002600     October 2026.                                                zbnkautx
002700 DATE-COMPILED.                                                   zbnkautx
002800     Today.                                                       zbnkautx
002900                                                                  zbnkautx
003000 ENVIRONMENT DIVISION.                                            zbnkautx
003100 INPUT-OUTPUT   SECTION.                                          zbnkautx
003200   FILE-CONTROL.                                                  zbnkautx
003300     SELECT AUTH-FILE                                             zbnkautx
003400            ASSIGN       TO BNKAUTH                               zbnkautx
003500            ORGANIZATION IS INDEXED                               zbnkautx
003600            ACCESS MODE  IS SEQUENTIAL                            zbnkautx
003700            RECORD KEY   IS AU-REC-KEY                            zbnkautx
003800            FILE STATUS  IS WS-AUTH-STATUS.                       zbnkautx
003900     SELECT HOLD-FILE                                             zbnkautx
004000            ASSIGN       TO BNKHOLD                               zbnkautx
004100            ORGANIZATION IS INDEXED                               zbnkautx
004200            ACCESS MODE  IS RANDOM                                zbnkautx
004300            RECORD KEY   IS HD-REC-KEY                            zbnkautx
004400            FILE STATUS  IS WS-HOLD-STATUS.                       zbnkautx
004500     SELECT PRINTOUT-FILE                                         zbnkautx
004600            ASSIGN       TO AUTXRPT                               zbnkautx
004700            ORGANIZATION IS SEQUENTIAL                            zbnkautx
004800            ACCESS MODE  IS SEQUENTIAL                            zbnkautx
004900            FILE STATUS  IS WS-PRINTOUT-STATUS.                   zbnkautx
005000     SELECT JOBSUM-FILE                                           zbnkautx
005100            ASSIGN       TO JOBSUM                                zbnkautx
005200            ORGANIZATION IS SEQUENTIAL                            zbnkautx
005300            ACCESS MODE  IS SEQUENTIAL                            zbnkautx
005400            FILE STATUS  IS WS-JOBSUM-STATUS.                     zbnkautx
005500                                                                  zbnkautx
005600 DATA DIVISION.                                                   zbnkautx
005700 FILE SECTION.                                                    zbnkautx
005800                                                                  zbnkautx
005900 FD  AUTH-FILE.                                                   zbnkautx
006000 01  AUTH-FILE-REC.                                               zbnkautx
006100 COPY CBANKVAU.                                                   zbnkautx
006200                                                                  zbnkautx
006300 FD  HOLD-FILE.                                                   zbnkautx
006400 01  HOLD-FILE-REC.                                               zbnkautx
006500 COPY CBANKVHD.                                                   zbnkautx
006600                                                                  zbnkautx
006700 FD  PRINTOUT-FILE.                                               zbnkautx
006800 01  PRINTOUT-REC                      PIC X(121).                zbnkautx
006900                                                                  zbnkautx
007000 FD  JOBSUM-FILE.                                                 zbnkautx
007100 01  JOBSUM-REC                        PIC X(80).                 zbnkautx
007200                                                                  zbnkautx
007300 WORKING-STORAGE SECTION.                                         zbnkautx
007400 01  WS-RUN-CONTROL.                                              zbnkautx
007500 COPY CRUNCTLD.                                                   zbnkautx
007600 01  WS-FILE-STATUSES.                                            zbnkautx
007700   05  WS-AUTH-STATUS.                                            zbnkautx
007800     10  WS-AUTH-STAT1                  PIC X(1).                 zbnkautx
007900     10  WS-AUTH-STAT2                  PIC X(1).                 zbnkautx
008000   05  WS-HOLD-STATUS.                                            zbnkautx
008100     10  WS-HOLD-STAT1                  PIC X(1).                 zbnkautx
008200     10  WS-HOLD-STAT2                  PIC X(1).                 zbnkautx
008300   05  WS-PRINTOUT-STATUS.                                        zbnkautx
008400     10  WS-PRINTOUT-STAT1              PIC X(1).                 zbnkautx
008500     10  WS-PRINTOUT-STAT2              PIC X(1).                 zbnkautx
008600   05  WS-JOBSUM-STATUS.                                          zbnkautx
008700     10  WS-JOBSUM-STAT1                PIC X(1).                 zbnkautx
008800     10  WS-JOBSUM-STAT2                PIC X(1).                 zbnkautx
008900   05  WS-IO-STATUS.                                              zbnkautx
009000     10  WS-IO-STAT1                   PIC X(1).                  zbnkautx
009100     10  WS-IO-STAT2                   PIC X(1).                  zbnkautx
009200                                                                  zbnkautx
009300   05  WS-TWO-BYTES.                                              zbnkautx
009400     10  WS-TWO-BYTES-LEFT             PIC X(1).                  zbnkautx
009500     10  WS-TWO-BYTES-RIGHT            PIC X(1).                  zbnkautx
009600   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 zbnkautx
009700                                      PIC 9(1) COMP.              zbnkautx
009800                                                                  zbnkautx
009900 01  WS-CONSOLE-MESSAGE                    PIC X(48).             zbnkautx
010000                                                                  zbnkautx
010100 01  WS-DATE-WORK-AREA.                                           zbnkautx
010200 COPY CDATED.                                                     zbnkautx
010300                                                                  zbnkautx
010400 01  WS-TODAY-DATE-N                       PIC 9(8).              zbnkautx
010500 01  WS-TODAY-DATE-PARTS REDEFINES WS-TODAY-DATE-N.               zbnkautx
010600     05  WS-TODAY-CCYY                     PIC 9(4).              zbnkautx
010700     05  WS-TODAY-MM                       PIC 9(2).              zbnkautx
010800     05  WS-TODAY-DD                       PIC 9(2).              zbnkautx
010900 01  WS-RUN-DATE-DISPLAY                   PIC X(11).             zbnkautx
011000 01  WS-RUN-TIME-8                         PIC 9(8).              zbnkautx
011100 01  WS-RUN-TIME                           PIC X(6).              zbnkautx
011200                                                                  zbnkautx
011300 01  WS-AMT-D                              PIC ZZZ,ZZZ,ZZ9.99-.   zbnkautx
011400 01  WS-REPORT-LINE                        PIC X(121).            zbnkautx
011500                                                                  zbnkautx
011600******************************************************************zbnkautx
011700* Run counters, reported on the job summary at the end of the    *zbnkautx
011800* run.                                                           *zbnkautx
011900******************************************************************zbnkautx
012000 01  WS-AUTHS-EXPIRED                      PIC 9(5) VALUE ZERO.   zbnkautx
012100 01  WS-HOLDS-RELEASED                     PIC 9(5) VALUE ZERO.   zbnkautx
012200 01  WS-EXPIRED-TOTAL                      PIC S9(9)V99 COMP-3    zbnkautx
012300     VALUE ZERO.                                                  zbnkautx
012400                                                                  zbnkautx
012500 01  WS-END-OF-AUTH                        PIC X(3) VALUE 'NO '.  zbnkautx
012600                                                                  zbnkautx
012700 PROCEDURE DIVISION.                                              zbnkautx
012800                                                                  zbnkautx
012900     PERFORM RUN-CONTROL-START                                    zbnkautx
013000         THRU RUN-CONTROL-START-EXIT.                             zbnkautx
013100     PERFORM GET-RUN-DATE.                                        zbnkautx
013200                                                                  zbnkautx
013300     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           zbnkautx
013400     STRING 'Authorisation expiry for ' DELIMITED BY SIZE         zbnkautx
013500            WS-RUN-DATE-DISPLAY DELIMITED BY SIZE                 zbnkautx
013600       INTO WS-CONSOLE-MESSAGE.                                   zbnkautx
013700     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkautx
013800                                                                  zbnkautx
013900     PERFORM AUTH-OPEN.                                           zbnkautx
014000     PERFORM HOLD-OPEN.                                           zbnkautx
014100     PERFORM PRINTOUT-OPEN.                                       zbnkautx
014200                                                                  zbnkautx
014300     PERFORM WRITE-REPORT-HEADING.                                zbnkautx
014400     PERFORM AUTH-GET.                                            zbnkautx
014500     PERFORM EXPIRE-ONE-AUTH                                      zbnkautx
014600         THRU EXPIRE-ONE-AUTH-EXIT                                zbnkautx
014700             UNTIL WS-END-OF-AUTH = 'YES'.                        zbnkautx
014800     PERFORM WRITE-REPORT-TOTAL.                                  zbnkautx
014900                                                                  zbnkautx
015000     PERFORM AUTH-CLOSE.                                          zbnkautx
015100     PERFORM HOLD-CLOSE.                                          zbnkautx
015200     PERFORM PRINTOUT-CLOSE.                                      zbnkautx
015300                                                                  zbnkautx
015400     PERFORM PRINT-JOB-SUMMARY.                                   zbnkautx
015500                                                                  zbnkautx
015600     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     zbnkautx
015700     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkautx
015800     MOVE 0 TO RETURN-CODE.                                       zbnkautx
015900     PERFORM RUN-CONTROL-END.                                     zbnkautx
016000     GOBACK.                                                      zbnkautx
016100                                                                  zbnkautx
016200******************************************************************zbnkautx
016300* GET-RUN-DATE                                                   *zbnkautx
016400* Obtains today's date, in both numeric and display form, and    *zbnkautx
016500* the current time.                                              *zbnkautx
016600******************************************************************zbnkautx
016700 GET-RUN-DATE.                                                    zbnkautx
016800     ACCEPT WS-TODAY-DATE-N FROM DATE YYYYMMDD.                   zbnkautx
016900     MOVE SPACES TO DD-INPUT-TYPE.                                zbnkautx
017000     SET DDI-ISO TO TRUE.                                         zbnkautx
017100     MOVE SPACES TO DDI-DATA.                                     zbnkautx
017200     STRING WS-TODAY-CCYY DELIMITED BY SIZE                       zbnkautx
017300            '-'           DELIMITED BY SIZE                       zbnkautx
017400            WS-TODAY-MM   DELIMITED BY SIZE                       zbnkautx
017500            '-'           DELIMITED BY SIZE                       zbnkautx
017600            WS-TODAY-DD   DELIMITED BY SIZE                       zbnkautx
017700       INTO DDI-DATA.                                             zbnkautx
017800     MOVE SPACES TO DD-OUTPUT-TYPE.                               zbnkautx
017900     SET DDO-DD-MMM-YYYY TO TRUE.                                 zbnkautx
018000     SET DD-ENV-NULL TO TRUE.                                     zbnkautx
018100     CALL 'UDATECNV' USING WS-DATE-WORK-AREA.                     zbnkautx
018200     MOVE DDO-DATA TO WS-RUN-DATE-DISPLAY.                        zbnkautx
018300     ACCEPT WS-RUN-TIME-8 FROM TIME.                              zbnkautx
018400     MOVE WS-RUN-TIME-8(1:6) TO WS-RUN-TIME.                      zbnkautx
018500 GET-RUN-DATE-EXIT.                                               zbnkautx
018600     EXIT.                                                        zbnkautx
018700                                                                  zbnkautx
018800******************************************************************zbnkautx
018900* EXPIRE-ONE-AUTH                                                *zbnkautx
019000* Only an approval still open is of interest - a settled or      *zbnkautx
019100* declined authorisation holds nothing. Once the hold expiry     *zbnkautx
019200* date DBANK64P set has passed the hold no longer counts against *zbnkautx
019300* the available balance; it is released here so the account's    *zbnkautx
019400* holds show what is really outstanding, and the authorisation   *zbnkautx
019500* is closed as expired so a late settlement is reported as not   *zbnkautx
019600* matched rather than releasing it twice.                        *zbnkautx
019700******************************************************************zbnkautx
019800 EXPIRE-ONE-AUTH.                                                 zbnkautx
019900     IF NOT AU-REC-APPROVED                                       zbnkautx
020000        GO TO EXPIRE-ONE-AUTH-NEXT                                zbnkautx
020100     END-IF.                                                      zbnkautx
020200     IF AU-REC-HOLD-EXPIRY-DTE IS NOT LESS THAN WS-TODAY-DATE-N   zbnkautx
020300        GO TO EXPIRE-ONE-AUTH-NEXT                                zbnkautx
020400     END-IF.                                                      zbnkautx
020500     MOVE AU-REC-ACCNO TO HD-REC-ACCNO.                           zbnkautx
020600     MOVE AU-REC-AUTH-TASKN TO HD-REC-TASKN.                      zbnkautx
020700     READ HOLD-FILE.                                              zbnkautx
020800     IF WS-HOLD-STATUS = '00' AND HD-REC-ACTIVE                   zbnkautx
020900        SET HD-REC-RELEASED TO TRUE                               zbnkautx
021000        MOVE 'ZBNKAUTX' TO HD-REC-USERID                          zbnkautx
021100        PERFORM HOLD-REWRITE                                      zbnkautx
021200        ADD 1 TO WS-HOLDS-RELEASED                                zbnkautx
021300     END-IF.                                                      zbnkautx
021400     SET AU-REC-EXPIRED TO TRUE.                                  zbnkautx
021500     PERFORM AUTH-REWRITE.                                        zbnkautx
021600     ADD 1 TO WS-AUTHS-EXPIRED.                                   zbnkautx
021700     ADD AU-REC-AMOUNT TO WS-EXPIRED-TOTAL.                       zbnkautx
021800     PERFORM WRITE-EXPIRY-LINE.                                   zbnkautx
021900 EXPIRE-ONE-AUTH-NEXT.                                            zbnkautx
022000     PERFORM AUTH-GET.                                            zbnkautx
022100 EXPIRE-ONE-AUTH-EXIT.                                            zbnkautx
022200     EXIT.                                                        zbnkautx
022300                                                                  zbnkautx
022400******************************************************************zbnkautx
022500* Expiry report.                                                 *zbnkautx
022600******************************************************************zbnkautx
022700 WRITE-REPORT-HEADING.                                            zbnkautx
022800     MOVE SPACES TO WS-REPORT-LINE.                               zbnkautx
022900     STRING 'Expired Card Authorisations - run date '             zbnkautx
023000                                      DELIMITED BY SIZE           zbnkautx
023100            WS-RUN-DATE-DISPLAY       DELIMITED BY SIZE           zbnkautx
023200       INTO WS-REPORT-LINE.                                       zbnkautx
023300     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkautx
023400     PERFORM PRINTOUT-PUT.                                        zbnkautx
023500     MOVE SPACES TO PRINTOUT-REC.                                 zbnkautx
023600     PERFORM PRINTOUT-PUT.                                        zbnkautx
023700     MOVE 'Authorisation    Ch Account   Terminal     Expiry      zbnkautx
023800-         '      Amount' TO PRINTOUT-REC.                         zbnkautx
023900     PERFORM PRINTOUT-PUT.                                        zbnkautx
024000                                                                  zbnkautx
024100 WRITE-EXPIRY-LINE.                                               zbnkautx
024200     MOVE AU-REC-AMOUNT TO WS-AMT-D.                              zbnkautx
024300     MOVE SPACES TO WS-REPORT-LINE.                               zbnkautx
024400     STRING AU-REC-KEY                DELIMITED BY SIZE           zbnkautx
024500            '  '                      DELIMITED BY SIZE           zbnkautx
024600            AU-REC-CHANNEL            DELIMITED BY SIZE           zbnkautx
024700            '  '                      DELIMITED BY SIZE           zbnkautx
024800            AU-REC-ACCNO              DELIMITED BY SIZE           zbnkautx
024900            ' '                       DELIMITED BY SIZE           zbnkautx
025000            AU-REC-TERMINAL           DELIMITED BY SIZE           zbnkautx
025100            '  '                      DELIMITED BY SIZE           zbnkautx
025200            AU-REC-HOLD-EXPIRY-DTE    DELIMITED BY SIZE           zbnkautx
025300            ' '                       DELIMITED BY SIZE           zbnkautx
025400            WS-AMT-D                  DELIMITED BY SIZE           zbnkautx
025500       INTO WS-REPORT-LINE.                                       zbnkautx
025600     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkautx
025700     PERFORM PRINTOUT-PUT.                                        zbnkautx
025800                                                                  zbnkautx
025900 WRITE-REPORT-TOTAL.                                              zbnkautx
026000     MOVE WS-EXPIRED-TOTAL TO WS-AMT-D.                           zbnkautx
026100     MOVE SPACES TO PRINTOUT-REC.                                 zbnkautx
026200     PERFORM PRINTOUT-PUT.                                        zbnkautx
026300     MOVE SPACES TO WS-REPORT-LINE.                               zbnkautx
026400     STRING 'Authorisations expired: ' DELIMITED BY SIZE          zbnkautx
026500            WS-AUTHS-EXPIRED          DELIMITED BY SIZE           zbnkautx
026600            '  total '                DELIMITED BY SIZE           zbnkautx
026700            WS-AMT-D                  DELIMITED BY SIZE           zbnkautx
026800       INTO WS-REPORT-LINE.                                       zbnkautx
026900     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkautx
027000     PERFORM PRINTOUT-PUT.                                        zbnkautx
027100                                                                  zbnkautx
027200******************************************************************zbnkautx
027300* Open, access and close the AUTH file.                          *zbnkautx
027400******************************************************************zbnkautx
027500 AUTH-OPEN.                                                       zbnkautx
027600     OPEN I-O AUTH-FILE.                                          zbnkautx
027700     IF WS-AUTH-STATUS = '00'                                     zbnkautx
027800        MOVE 'AUTH file opened OK' TO WS-CONSOLE-MESSAGE          zbnkautx
027900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkautx
028000     ELSE                                                         zbnkautx
028100        MOVE 'AUTH file open failure...' TO WS-CONSOLE-MESSAGE    zbnkautx
028200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkautx
028300        MOVE WS-AUTH-STATUS TO WS-IO-STATUS                       zbnkautx
028400        PERFORM DISPLAY-IO-STATUS                                 zbnkautx
028500        PERFORM ABORT-PROGRAM                                     zbnkautx
028600     END-IF.                                                      zbnkautx
028700                                                                  zbnkautx
028800 AUTH-GET.                                                        zbnkautx
028900     READ AUTH-FILE NEXT RECORD.                                  zbnkautx
029000     IF WS-AUTH-STATUS NOT = '00'                                 zbnkautx
029100        IF WS-AUTH-STATUS = '10'                                  zbnkautx
029200           MOVE 'YES' TO WS-END-OF-AUTH                           zbnkautx
029300        ELSE                                                      zbnkautx
029400           MOVE 'AUTH Error reading file ...'                     zbnkautx
029500             TO WS-CONSOLE-MESSAGE                                zbnkautx
029600           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkautx
029700           MOVE WS-AUTH-STATUS TO WS-IO-STATUS                    zbnkautx
029800           PERFORM DISPLAY-IO-STATUS                              zbnkautx
029900           PERFORM ABORT-PROGRAM                                  zbnkautx
030000        END-IF                                                    zbnkautx
030100     END-IF.                                                      zbnkautx
030200                                                                  zbnkautx
030300 AUTH-REWRITE.                                                    zbnkautx
030400     REWRITE AUTH-FILE-REC.                                       zbnkautx
030500     IF WS-AUTH-STATUS NOT = '00'                                 zbnkautx
030600        MOVE 'AUTH Error rewriting file ...'                      zbnkautx
030700          TO WS-CONSOLE-MESSAGE                                   zbnkautx
030800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkautx
030900        MOVE WS-AUTH-STATUS TO WS-IO-STATUS                       zbnkautx
031000        PERFORM DISPLAY-IO-STATUS                                 zbnkautx
031100        PERFORM ABORT-PROGRAM                                     zbnkautx
031200     END-IF.                                                      zbnkautx
031300                                                                  zbnkautx
031400 AUTH-CLOSE.                                                      zbnkautx
031500     CLOSE AUTH-FILE.                                             zbnkautx
031600     IF WS-AUTH-STATUS = '00'                                     zbnkautx
031700        MOVE 'AUTH file closed OK' TO WS-CONSOLE-MESSAGE          zbnkautx
031800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkautx
031900     ELSE                                                         zbnkautx
032000        MOVE 'AUTH file close failure...' TO WS-CONSOLE-MESSAGE   zbnkautx
032100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkautx
032200        MOVE WS-AUTH-STATUS TO WS-IO-STATUS                       zbnkautx
032300        PERFORM DISPLAY-IO-STATUS                                 zbnkautx
032400        PERFORM ABORT-PROGRAM                                     zbnkautx
032500     END-IF.                                                      zbnkautx
032600                                                                  zbnkautx
032700******************************************************************zbnkautx
032800* Open, access and close the HOLD file.                          *zbnkautx
032900******************************************************************zbnkautx
033000 HOLD-OPEN.                                                       zbnkautx
033100     OPEN I-O HOLD-FILE.                                          zbnkautx
033200     IF WS-HOLD-STATUS = '00'                                     zbnkautx
033300        MOVE 'HOLD file opened OK' TO WS-CONSOLE-MESSAGE          zbnkautx
033400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkautx
033500     ELSE                                                         zbnkautx
033600        MOVE 'HOLD file open failure...' TO WS-CONSOLE-MESSAGE    zbnkautx
033700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkautx
033800        MOVE WS-HOLD-STATUS TO WS-IO-STATUS                       zbnkautx
033900        PERFORM DISPLAY-IO-STATUS                                 zbnkautx
034000        PERFORM ABORT-PROGRAM                                     zbnkautx
034100     END-IF.                                                      zbnkautx
034200                                                                  zbnkautx
034300 HOLD-REWRITE.                                                    zbnkautx
034400     REWRITE HOLD-FILE-REC.                                       zbnkautx
034500     IF WS-HOLD-STATUS NOT = '00'                                 zbnkautx
034600        MOVE 'HOLD Error rewriting file ...'                      zbnkautx
034700          TO WS-CONSOLE-MESSAGE                                   zbnkautx
034800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkautx
034900        MOVE WS-HOLD-STATUS TO WS-IO-STATUS                       zbnkautx
035000        PERFORM DISPLAY-IO-STATUS                                 zbnkautx
035100        PERFORM ABORT-PROGRAM                                     zbnkautx
035200     END-IF.                                                      zbnkautx
035300                                                                  zbnkautx
035400 HOLD-CLOSE.                                                      zbnkautx
035500     CLOSE HOLD-FILE.                                             zbnkautx
035600     IF WS-HOLD-STATUS = '00'                                     zbnkautx
035700        MOVE 'HOLD file closed OK' TO WS-CONSOLE-MESSAGE          zbnkautx
035800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkautx
035900     ELSE                                                         zbnkautx
036000        MOVE 'HOLD file close failure...' TO WS-CONSOLE-MESSAGE   zbnkautx
036100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkautx
036200        MOVE WS-HOLD-STATUS TO WS-IO-STATUS                       zbnkautx
036300        PERFORM DISPLAY-IO-STATUS                                 zbnkautx
036400        PERFORM ABORT-PROGRAM                                     zbnkautx
036500     END-IF.                                                      zbnkautx
036600                                                                  zbnkautx
036700******************************************************************zbnkautx
036800* Open, access and close the PRINTOUT file.                      *zbnkautx
036900******************************************************************zbnkautx
037000 PRINTOUT-OPEN.                                                   zbnkautx
037100     OPEN OUTPUT PRINTOUT-FILE.                                   zbnkautx
037200     IF WS-PRINTOUT-STATUS = '00'                                 zbnkautx
037300        MOVE 'PRINTOUT file opened OK' TO WS-CONSOLE-MESSAGE      zbnkautx
037400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkautx
037500     ELSE                                                         zbnkautx
037600        MOVE 'PRINTOUT file open failure...' TO WS-CONSOLE-MESSAGEzbnkautx
037700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkautx
037800        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkautx
037900        PERFORM DISPLAY-IO-STATUS                                 zbnkautx
038000        PERFORM ABORT-PROGRAM                                     zbnkautx
038100     END-IF.                                                      zbnkautx
038200                                                                  zbnkautx
038300 PRINTOUT-PUT.                                                    zbnkautx
038400     WRITE PRINTOUT-REC.                                          zbnkautx
038500     IF WS-PRINTOUT-STATUS NOT = '00'                             zbnkautx
038600        MOVE 'PRINTOUT Error writing file ...'                    zbnkautx
038700          TO WS-CONSOLE-MESSAGE                                   zbnkautx
038800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkautx
038900        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkautx
039000        PERFORM DISPLAY-IO-STATUS                                 zbnkautx
039100        PERFORM ABORT-PROGRAM                                     zbnkautx
039200     END-IF.                                                      zbnkautx
039300                                                                  zbnkautx
039400 PRINTOUT-CLOSE.                                                  zbnkautx
039500     CLOSE PRINTOUT-FILE.                                         zbnkautx
039600     IF WS-PRINTOUT-STATUS = '00'                                 zbnkautx
039700        MOVE 'PRINTOUT file closed OK' TO WS-CONSOLE-MESSAGE      zbnkautx
039800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkautx
039900     ELSE                                                         zbnkautx
040000        MOVE 'PRINTOUT file close failure...'                     zbnkautx
040100         TO WS-CONSOLE-MESSAGE                                    zbnkautx
040200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkautx
040300        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkautx
040400        PERFORM DISPLAY-IO-STATUS                                 zbnkautx
040500        PERFORM ABORT-PROGRAM                                     zbnkautx
040600     END-IF.                                                      zbnkautx
040700                                                                  zbnkautx
040800******************************************************************zbnkautx
040900* Write a short end-of-job summary to the JOBSUM file, in the    *zbnkautx
041000* same style as the other nightly jobs' summaries.               *zbnkautx
041100******************************************************************zbnkautx
041200 PRINT-JOB-SUMMARY.                                               zbnkautx
041300     PERFORM JOBSUM-OPEN.                                         zbnkautx
041400     MOVE SPACES TO JOBSUM-REC.                                   zbnkautx
041500     STRING 'Authorisations expired:      ' DELIMITED BY SIZE     zbnkautx
041600            WS-AUTHS-EXPIRED DELIMITED BY SIZE                    zbnkautx
041700       INTO JOBSUM-REC.                                           zbnkautx
041800     PERFORM JOBSUM-PUT.                                          zbnkautx
041900     MOVE SPACES TO JOBSUM-REC.                                   zbnkautx
042000     STRING 'Holds released:              ' DELIMITED BY SIZE     zbnkautx
042100            WS-HOLDS-RELEASED DELIMITED BY SIZE                   zbnkautx
042200       INTO JOBSUM-REC.                                           zbnkautx
042300     PERFORM JOBSUM-PUT.                                          zbnkautx
042400     PERFORM JOBSUM-CLOSE.                                        zbnkautx
042500     MOVE 'Job summary written to JOBSUM'                         zbnkautx
042600       TO WS-CONSOLE-MESSAGE.                                     zbnkautx
042700     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkautx
042800                                                                  zbnkautx
042900 JOBSUM-OPEN.                                                     zbnkautx
043000     OPEN OUTPUT JOBSUM-FILE.                                     zbnkautx
043100     IF WS-JOBSUM-STATUS = '00'                                   zbnkautx
043200        MOVE 'JOBSUM file opened OK' TO WS-CONSOLE-MESSAGE        zbnkautx
043300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkautx
043400     ELSE                                                         zbnkautx
043500        MOVE 'JOBSUM file open failure...' TO WS-CONSOLE-MESSAGE  zbnkautx
043600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkautx
043700        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkautx
043800        PERFORM DISPLAY-IO-STATUS                                 zbnkautx
043900        PERFORM ABORT-PROGRAM                                     zbnkautx
044000     END-IF.                                                      zbnkautx
044100                                                                  zbnkautx
044200 JOBSUM-PUT.                                                      zbnkautx
044300     WRITE JOBSUM-REC.                                            zbnkautx
044400     IF WS-JOBSUM-STATUS NOT = '00'                               zbnkautx
044500        MOVE 'JOBSUM Error writing file ...' TO WS-CONSOLE-MESSAGEzbnkautx
044600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkautx
044700        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkautx
044800        PERFORM DISPLAY-IO-STATUS                                 zbnkautx
044900        PERFORM ABORT-PROGRAM                                     zbnkautx
045000     END-IF.                                                      zbnkautx
045100                                                                  zbnkautx
045200 JOBSUM-CLOSE.                                                    zbnkautx
045300     CLOSE JOBSUM-FILE.                                           zbnkautx
045400     IF WS-JOBSUM-STATUS = '00'                                   zbnkautx
045500        MOVE 'JOBSUM file closed OK' TO WS-CONSOLE-MESSAGE        zbnkautx
045600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkautx
045700     ELSE                                                         zbnkautx
045800        MOVE 'JOBSUM file close failure...' TO WS-CONSOLE-MESSAGE zbnkautx
045900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkautx
046000        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkautx
046100        PERFORM DISPLAY-IO-STATUS                                 zbnkautx
046200        PERFORM ABORT-PROGRAM                                     zbnkautx
046300     END-IF.                                                      zbnkautx
046400                                                                  zbnkautx
046500******************************************************************zbnkautx
046600* Run-control hooks. The START call blocks this job when it has  *zbnkautx
046700* already completed for the business date or a prerequisite has  *zbnkautx
046800* not, and records the start on BNKRUNC; the END call records    *zbnkautx
046900* the end time and return code. See URUNCTL.CBL.                 *zbnkautx
047000******************************************************************zbnkautx
047100 RUN-CONTROL-START.                                               zbnkautx
047200     SET RUNCTL-START TO TRUE.                                    zbnkautx
047300     MOVE 'ZBNKAUTX' TO RUNCTL-JOB.                               zbnkautx
047400     MOVE ZERO TO RUNCTL-BUSDATE.                                 zbnkautx
047500     MOVE ZERO TO RUNCTL-RETURN-CODE.                             zbnkautx
047600     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkautx
047700     IF RUNCTL-BLOCKED                                            zbnkautx
047800        MOVE RUNCTL-REPLY-TEXT TO WS-CONSOLE-MESSAGE              zbnkautx
047900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkautx
048000        MOVE 'Run control blocked this run' TO WS-CONSOLE-MESSAGE zbnkautx
048100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkautx
048200        MOVE 8 TO RETURN-CODE                                     zbnkautx
048300        GOBACK                                                    zbnkautx
048400     END-IF.                                                      zbnkautx
048500 RUN-CONTROL-START-EXIT.                                          zbnkautx
048600     EXIT.                                                        zbnkautx
048700                                                                  zbnkautx
048800 RUN-CONTROL-END.                                                 zbnkautx
048900     SET RUNCTL-END TO TRUE.                                      zbnkautx
049000     MOVE RETURN-CODE TO RUNCTL-RETURN-CODE.                      zbnkautx
049100     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkautx
049200                                                                  zbnkautx
049300******************************************************************zbnkautx
049400* Display the file status bytes                                  *zbnkautx
049500******************************************************************zbnkautx
049600 DISPLAY-IO-STATUS.                                               zbnkautx
049700     IF WS-IO-STATUS NUMERIC                                      zbnkautx
049800        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkautx
049900        STRING 'File status -' DELIMITED BY SIZE                  zbnkautx
050000               WS-IO-STATUS DELIMITED BY SIZE                     zbnkautx
050100          INTO WS-CONSOLE-MESSAGE                                 zbnkautx
050200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkautx
050300     ELSE                                                         zbnkautx
050400        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     zbnkautx
050500        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    zbnkautx
050600        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkautx
050700        STRING 'File status -' DELIMITED BY SIZE                  zbnkautx
050800               WS-IO-STAT1 DELIMITED BY SIZE                      zbnkautx
050900               '/' DELIMITED BY SIZE                              zbnkautx
051000               WS-TWO-BYTES DELIMITED BY SIZE                     zbnkautx
051100          INTO WS-CONSOLE-MESSAGE                                 zbnkautx
051200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkautx
051300     END-IF.                                                      zbnkautx
051400                                                                  zbnkautx
051500******************************************************************zbnkautx
051600* 'ABORT' the program. Post a message and issue a goback         *zbnkautx
051700******************************************************************zbnkautx
051800 ABORT-PROGRAM.                                                   zbnkautx
051900     IF WS-CONSOLE-MESSAGE NOT = SPACES                           zbnkautx
052000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkautx
052100     END-IF.                                                      zbnkautx
052200     MOVE 'Program is abending...' TO WS-CONSOLE-MESSAGE.         zbnkautx
052300     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkautx
052400     MOVE 16 TO RETURN-CODE.                                      zbnkautx
052500     GOBACK.                                                      zbnkautx
052600                                                                  zbnkautx
052700******************************************************************zbnkautx
052800* Display CONSOLE messages...                                    *zbnkautx
052900******************************************************************zbnkautx
053000 DISPLAY-CONSOLE-MESSAGE.                                         zbnkautx
053100     DISPLAY 'ZBNKAUTX - ' WS-CONSOLE-MESSAGE                     zbnkautx
053200       UPON CONSOLE.                                              zbnkautx
053300     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       zbnkautx
