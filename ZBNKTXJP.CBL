000100******************************************************************zbnktxjp
000200*                                                               * zbnktxjp
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   * zbnktxjp
000400*   This demonstration program is provided for use by users     * zbnktxjp
000500*   of Micro Focus products and may be used, modified and       * zbnktxjp
000600*   distributed as part of your application provided that       * zbnktxjp
000700*   you properly acknowledge the copyright of Micro Focus       * zbnktxjp
000800*   in this material.                                           * zbnktxjp
000900*                                                               * zbnktxjp
001000******************************************************************zbnktxjp
001100                                                                  zbnktxjp
001200******************************************************************zbnktxjp
001300* ZBNKTXJP.CBL                                                   *zbnktxjp
001400* Function:    Daily posting journal proof. Totals the run       *zbnktxjp
001500*              date's postings on BNKTXN and the run date's      *zbnktxjp
001600*              entries on the BNKTXD daily posting journal and   *zbnktxjp
001700*              proves the two agree on count and amount before   *zbnktxjp
001800*              the nightly jobs that read only the journal       *zbnktxjp
001900*              (ZBNKGLEX, ZBNKPRF, ZBNKASUM, ZBNKAML and         *zbnktxjp
002000*              ZBNKFRDS) are let start. Each BNKTXN posting is   *zbnktxjp
002100*              looked up on the journal and each journal entry   *zbnktxjp
002200*              on BNKTXN, so a posting missing from the journal, *zbnktxjp
002300*              a journal entry with no posting behind it, or an  *zbnktxjp
002400*              amount that differs is listed. A run that does    *zbnktxjp
002500*              not agree ends with return code 8, which leaves   *zbnktxjp
002600*              the dependent jobs blocked by run control.        *zbnktxjp
002700******************************************************************zbnktxjp
002800 IDENTIFICATION DIVISION.                                         zbnktxjp
002900 PROGRAM-ID.                                                      zbnktxjp
003000     ZBNKTXJP.                                                    zbnktxjp
003100 DATE-WRITTEN.                                                    zbnktxjp
003200     October 2026.                                                zbnktxjp
003300 DATE-COMPILED.                                                   zbnktxjp
003400     Today.                                                       zbnktxjp
003500                                                                  zbnktxjp
003600 ENVIRONMENT DIVISION.                                            zbnktxjp
003700 INPUT-OUTPUT   SECTION.                                          zbnktxjp
003800   FILE-CONTROL.                                                  zbnktxjp
003900     SELECT TXN-FILE                                              zbnktxjp
004000            ASSIGN       TO BNKTXN                                zbnktxjp
004100            ORGANIZATION IS INDEXED                               zbnktxjp
004200            ACCESS MODE  IS DYNAMIC                               zbnktxjp
004300            RECORD KEY   IS BTX-REC-KEY                           zbnktxjp
004400            FILE STATUS  IS WS-TXN-STATUS.                        zbnktxjp
004500     SELECT TXD-FILE                                              zbnktxjp
004600            ASSIGN       TO BNKTXD                                zbnktxjp
004700            ORGANIZATION IS INDEXED                               zbnktxjp
004800            ACCESS MODE  IS DYNAMIC                               zbnktxjp
004900            RECORD KEY   IS TD-REC-KEY                            zbnktxjp
005000            FILE STATUS  IS WS-TXD-STATUS.                        zbnktxjp
005100     SELECT PRINTOUT-FILE                                         zbnktxjp
005200            ASSIGN       TO PRINTOUT                              zbnktxjp
005300            ORGANIZATION IS SEQUENTIAL                            zbnktxjp
005400            ACCESS MODE  IS SEQUENTIAL                            zbnktxjp
005500            FILE STATUS  IS WS-PRINTOUT-STATUS.                   zbnktxjp
005600     SELECT JOBSUM-FILE                                           zbnktxjp
005700            ASSIGN       TO JOBSUM                                zbnktxjp
005800            ORGANIZATION IS SEQUENTIAL                            zbnktxjp
005900            ACCESS MODE  IS SEQUENTIAL                            zbnktxjp
006000            FILE STATUS  IS WS-JOBSUM-STATUS.                     zbnktxjp
006100                                                                  zbnktxjp
006200 DATA DIVISION.                                                   zbnktxjp
006300 FILE SECTION.                                                    zbnktxjp
006400                                                                  zbnktxjp
006500 FD  TXN-FILE.                                                    zbnktxjp
006600 01  TXN-FILE-REC.                                                zbnktxjp
006700 COPY CBANKVTX.                                                   zbnktxjp
006800                                                                  zbnktxjp
006900 FD  TXD-FILE.                                                    zbnktxjp
007000 01  TXD-FILE-REC.                                                zbnktxjp
007100 COPY CBANKVTD.                                                   zbnktxjp
007200                                                                  zbnktxjp
007300 FD  PRINTOUT-FILE.                                               zbnktxjp
007400 01  PRINTOUT-REC                      PIC X(121).                zbnktxjp
007500                                                                  zbnktxjp
007600 FD  JOBSUM-FILE.                                                 zbnktxjp
007700 01  JOBSUM-REC                        PIC X(80).                 zbnktxjp
007800                                                                  zbnktxjp
007900 WORKING-STORAGE SECTION.                                         zbnktxjp
008000 01  WS-RUN-CONTROL.                                              zbnktxjp
008100 COPY CRUNCTLD.                                                   zbnktxjp
008200 01  WS-FILE-STATUSES.                                            zbnktxjp
008300   05  WS-TXN-STATUS.                                             zbnktxjp
008400     10  WS-TXN-STAT1                   PIC X(1).                 zbnktxjp
008500     10  WS-TXN-STAT2                   PIC X(1).                 zbnktxjp
008600   05  WS-TXD-STATUS.                                             zbnktxjp
008700     10  WS-TXD-STAT1                   PIC X(1).                 zbnktxjp
008800     10  WS-TXD-STAT2                   PIC X(1).                 zbnktxjp
008900   05  WS-PRINTOUT-STATUS.                                        zbnktxjp
009000     10  WS-PRINTOUT-STAT1              PIC X(1).                 zbnktxjp
009100     10  WS-PRINTOUT-STAT2              PIC X(1).                 zbnktxjp
009200   05  WS-JOBSUM-STATUS.                                          zbnktxjp
009300     10  WS-JOBSUM-STAT1                PIC X(1).                 zbnktxjp
009400     10  WS-JOBSUM-STAT2                PIC X(1).                 zbnktxjp
009500   05  WS-IO-STATUS.                                              zbnktxjp
009600     10  WS-IO-STAT1                   PIC X(1).                  zbnktxjp
009700     10  WS-IO-STAT2                   PIC X(1).                  zbnktxjp
009800                                                                  zbnktxjp
009900   05  WS-TWO-BYTES.                                              zbnktxjp
010000     10  WS-TWO-BYTES-LEFT             PIC X(1).                  zbnktxjp
010100     10  WS-TWO-BYTES-RIGHT            PIC X(1).                  zbnktxjp
010200   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 zbnktxjp
010300                                      PIC 9(1) COMP.              zbnktxjp
010400                                                                  zbnktxjp
010500 01  WS-CONSOLE-MESSAGE                    PIC X(48).             zbnktxjp
010600                                                                  zbnktxjp
010700 01  WS-DATE-WORK-AREA.                                           zbnktxjp
010800 COPY CDATED.                                                     zbnktxjp
010900                                                                  zbnktxjp
011000******************************************************************zbnktxjp
011100* Run date. Only BNKTXN postings dated this day, and only        *zbnktxjp
011200* journal entries keyed to it, take part in the proof.           *zbnktxjp
011300******************************************************************zbnktxjp
011400 01  WS-TODAY-DATE-N                       PIC 9(8).              zbnktxjp
011500 01  WS-TODAY-DATE-PARTS REDEFINES WS-TODAY-DATE-N.               zbnktxjp
011600     05  WS-TODAY-CCYY                     PIC 9(4).              zbnktxjp
011700     05  WS-TODAY-MM                       PIC 9(2).              zbnktxjp
011800     05  WS-TODAY-DD                       PIC 9(2).              zbnktxjp
011900 01  WS-RUN-DATE-DISPLAY                   PIC X(11).             zbnktxjp
012000 01  WS-CONV-DATE-11                       PIC X(11).             zbnktxjp
012100 01  WS-CONV-DATE-N                        PIC 9(8).              zbnktxjp
012200 01  WS-CONV-DATE-PARTS REDEFINES WS-CONV-DATE-N.                 zbnktxjp
012300     05  WS-CONV-CCYY                      PIC 9(4).              zbnktxjp
012400     05  WS-CONV-MM                        PIC 9(2).              zbnktxjp
012500     05  WS-CONV-DD                        PIC 9(2).              zbnktxjp
012600 01  WS-CONV-MMM-SEARCH                    PIC X(3).              zbnktxjp
012700 01  WS-MONTH-SUB                          PIC 9(2) COMP.         zbnktxjp
012800 01  WS-MONTH-NAMES.                                              zbnktxjp
012900     05  FILLER                            PIC X(3) VALUE 'JAN'.  zbnktxjp
013000     05  FILLER                            PIC X(3) VALUE 'FEB'.  zbnktxjp
013100     05  FILLER                            PIC X(3) VALUE 'MAR'.  zbnktxjp
013200     05  FILLER                            PIC X(3) VALUE 'APR'.  zbnktxjp
013300     05  FILLER                            PIC X(3) VALUE 'MAY'.  zbnktxjp
013400     05  FILLER                            PIC X(3) VALUE 'JUN'.  zbnktxjp
013500     05  FILLER                            PIC X(3) VALUE 'JUL'.  zbnktxjp
013600     05  FILLER                            PIC X(3) VALUE 'AUG'.  zbnktxjp
013700     05  FILLER                            PIC X(3) VALUE 'SEP'.  zbnktxjp
013800     05  FILLER                            PIC X(3) VALUE 'OCT'.  zbnktxjp
013900     05  FILLER                            PIC X(3) VALUE 'NOV'.  zbnktxjp
014000     05  FILLER                            PIC X(3) VALUE 'DEC'.  zbnktxjp
014100 01  WS-MONTH-NAME-TBL REDEFINES WS-MONTH-NAMES                   zbnktxjp
014200                                      PIC X(3) OCCURS 12 TIMES.   zbnktxjp
014300                                                                  zbnktxjp
014400******************************************************************zbnktxjp
014500* The journal entry's copy of the posting, laid over just far    *zbnktxjp
014600* enough to reach its BNKTXN key and amount (see CBANKVTX).      *zbnktxjp
014700******************************************************************zbnktxjp
014800 01  WS-JOURNAL-POSTING.                                          zbnktxjp
014900     05  WS-JP-KEY                         PIC X(31).             zbnktxjp
015000     05  WS-JP-AMOUNT                      PIC S9(7)V99 COMP-3.   zbnktxjp
015100     05  FILLER                            PIC X(50).             zbnktxjp
015200                                                                  zbnktxjp
015300 01  WS-TXN-COUNT                          PIC 9(7) VALUE ZERO.   zbnktxjp
015400 01  WS-TXN-AMOUNT                         PIC S9(11)V99 COMP-3   zbnktxjp
015500     VALUE ZERO.                                                  zbnktxjp
015600 01  WS-TXD-COUNT                          PIC 9(7) VALUE ZERO.   zbnktxjp
015700 01  WS-TXD-AMOUNT                         PIC S9(11)V99 COMP-3   zbnktxjp
015800     VALUE ZERO.                                                  zbnktxjp
015900 01  WS-MISSING-COUNT                      PIC 9(7) VALUE ZERO.   zbnktxjp
016000 01  WS-ORPHAN-COUNT                       PIC 9(7) VALUE ZERO.   zbnktxjp
016100 01  WS-AMOUNT-DIFF-COUNT                  PIC 9(7) VALUE ZERO.   zbnktxjp
016200 01  WS-PROOF-RESULT                       PIC X(1) VALUE 'Y'.    zbnktxjp
016300     88  WS-PROOF-AGREES                   VALUE 'Y'.             zbnktxjp
016400     88  WS-PROOF-FAILS                    VALUE 'N'.             zbnktxjp
016500                                                                  zbnktxjp
016600 01  WS-EXCEPTION-LINE.                                           zbnktxjp
016700     05  WS-EXL-REASON                     PIC X(28).             zbnktxjp
016800     05  WS-EXL-ACCNO                      PIC X(9).              zbnktxjp
016900     05  FILLER                            PIC X(2) VALUE SPACES. zbnktxjp
017000     05  WS-EXL-DATE                       PIC X(11).             zbnktxjp
017100     05  FILLER                            PIC X(2) VALUE SPACES. zbnktxjp
017200     05  WS-EXL-TIME                       PIC X(8).              zbnktxjp
017300     05  FILLER                            PIC X(2) VALUE SPACES. zbnktxjp
017400     05  WS-EXL-SEQ                        PIC X(3).              zbnktxjp
017500     05  FILLER                            PIC X(2) VALUE SPACES. zbnktxjp
017600     05  WS-EXL-AMOUNT                     PIC Z,ZZZ,ZZ9.99-.     zbnktxjp
017700                                                                  zbnktxjp
017800 01  WS-PROOF-LINE.                                               zbnktxjp
017900     05  WS-PRF-LABEL                      PIC X(28).             zbnktxjp
018000     05  WS-PRF-COUNT                      PIC ZZZ,ZZ9.           zbnktxjp
018100     05  FILLER                            PIC X(2) VALUE SPACES. zbnktxjp
018200     05  WS-PRF-AMOUNT                     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.zbnktxjp
018300                                                                  zbnktxjp
018400 01  WS-REPORT-LINE                        PIC X(121).            zbnktxjp
018500 01  WS-COUNT-D                            PIC Z,ZZZ,ZZ9.         zbnktxjp
018600                                                                  zbnktxjp
018700 01  WS-END-OF-TXN                         PIC X(3) VALUE 'NO '.  zbnktxjp
018800 01  WS-END-OF-TXD                         PIC X(3) VALUE 'NO '.  zbnktxjp
018900                                                                  zbnktxjp
019000 PROCEDURE DIVISION.                                              zbnktxjp
019100                                                                  zbnktxjp
019200     PERFORM RUN-CONTROL-START                                    zbnktxjp
019300         THRU RUN-CONTROL-START-EXIT.                             zbnktxjp
019400     PERFORM GET-RUN-DATE.                                        zbnktxjp
019500                                                                  zbnktxjp
019600     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           zbnktxjp
019700     STRING 'Posting journal proof for ' DELIMITED BY SIZE        zbnktxjp
019800            WS-RUN-DATE-DISPLAY DELIMITED BY SIZE                 zbnktxjp
019900       INTO WS-CONSOLE-MESSAGE.                                   zbnktxjp
020000     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnktxjp
020100                                                                  zbnktxjp
020200     PERFORM TXN-OPEN.                                            zbnktxjp
020300     PERFORM TXD-OPEN.                                            zbnktxjp
020400     PERFORM PRINTOUT-OPEN.                                       zbnktxjp
020500                                                                  zbnktxjp
020600     PERFORM WRITE-REPORT-HEADING.                                zbnktxjp
020700     PERFORM TXN-GET.                                             zbnktxjp
020800     PERFORM PROVE-ONE-POSTING                                    zbnktxjp
020900         THRU PROVE-ONE-POSTING-EXIT                              zbnktxjp
021000             UNTIL WS-END-OF-TXN = 'YES'.                         zbnktxjp
021100     PERFORM TXD-START-DAY.                                       zbnktxjp
021200     PERFORM PROVE-ONE-JOURNAL-ENTRY                              zbnktxjp
021300         THRU PROVE-ONE-JOURNAL-ENTRY-EXIT                        zbnktxjp
021400             UNTIL WS-END-OF-TXD = 'YES'.                         zbnktxjp
021500     PERFORM WRITE-PROOF.                                         zbnktxjp
021600                                                                  zbnktxjp
021700     PERFORM TXN-CLOSE.                                           zbnktxjp
021800     PERFORM TXD-CLOSE.                                           zbnktxjp
021900     PERFORM PRINTOUT-CLOSE.                                      zbnktxjp
022000                                                                  zbnktxjp
022100     PERFORM PRINT-JOB-SUMMARY.                                   zbnktxjp
022200                                                                  zbnktxjp
022300     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     zbnktxjp
022400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnktxjp
022500     IF WS-PROOF-AGREES                                           zbnktxjp
022600        MOVE 0 TO RETURN-CODE                                     zbnktxjp
022700     ELSE                                                         zbnktxjp
022800        MOVE 8 TO RETURN-CODE                                     zbnktxjp
022900     END-IF.                                                      zbnktxjp
023000     PERFORM RUN-CONTROL-END.                                     zbnktxjp
023100     GOBACK.                                                      zbnktxjp
023200                                                                  zbnktxjp
023300******************************************************************zbnktxjp
023400* GET-RUN-DATE                                                   *zbnktxjp
023500* Obtains today's date, in both numeric and display form.        *zbnktxjp
023600******************************************************************zbnktxjp
023700 GET-RUN-DATE.                                                    zbnktxjp
023800     ACCEPT WS-TODAY-DATE-N FROM DATE YYYYMMDD.                   zbnktxjp
023900     MOVE SPACES TO DD-INPUT-TYPE.                                zbnktxjp
024000     SET DDI-ISO TO TRUE.                                         zbnktxjp
024100     MOVE SPACES TO DDI-DATA.                                     zbnktxjp
024200     STRING WS-TODAY-CCYY DELIMITED BY SIZE                       zbnktxjp
024300            '-'           DELIMITED BY SIZE                       zbnktxjp
024400            WS-TODAY-MM   DELIMITED BY SIZE                       zbnktxjp
024500            '-'           DELIMITED BY SIZE                       zbnktxjp
024600            WS-TODAY-DD   DELIMITED BY SIZE                       zbnktxjp
024700       INTO DDI-DATA.                                             zbnktxjp
024800     MOVE SPACES TO DD-OUTPUT-TYPE.                               zbnktxjp
024900     SET DDO-DD-MMM-YYYY TO TRUE.                                 zbnktxjp
025000     SET DD-ENV-NULL TO TRUE.                                     zbnktxjp
025100     CALL 'UDATECNV' USING WS-DATE-WORK-AREA.                     zbnktxjp
025200     MOVE DDO-DATA TO WS-RUN-DATE-DISPLAY.                        zbnktxjp
025300 GET-RUN-DATE-EXIT.                                               zbnktxjp
025400     EXIT.                                                        zbnktxjp
025500                                                                  zbnktxjp
025600******************************************************************zbnktxjp
025700* PROVE-ONE-POSTING                                              *zbnktxjp
025800* BNKTXN side. A posting dated the run date is totalled and      *zbnktxjp
025900* looked up on the journal under the run date and its own key.   *zbnktxjp
026000******************************************************************zbnktxjp
026100 PROVE-ONE-POSTING.                                               zbnktxjp
026200     PERFORM PARSE-POSTING-DATE                                   zbnktxjp
026300         THRU PARSE-POSTING-DATE-EXIT.                            zbnktxjp
026400     IF WS-CONV-DATE-N IS NOT EQUAL TO WS-TODAY-DATE-N            zbnktxjp
026500        GO TO PROVE-ONE-POSTING-NEXT                              zbnktxjp
026600     END-IF.                                                      zbnktxjp
026700     ADD 1 TO WS-TXN-COUNT.                                       zbnktxjp
026800     ADD BTX-REC-AMOUNT TO WS-TXN-AMOUNT.                         zbnktxjp
026900     MOVE WS-TODAY-DATE-N TO TD-REC-KEY-DTE.                      zbnktxjp
027000     MOVE BTX-REC-KEY TO TD-REC-KEY-TXN.                          zbnktxjp
027100     PERFORM TXD-READ.                                            zbnktxjp
027200     IF WS-TXD-STATUS = '23'                                      zbnktxjp
027300        ADD 1 TO WS-MISSING-COUNT                                 zbnktxjp
027400        MOVE 'Posting not on journal' TO WS-EXL-REASON            zbnktxjp
027500        MOVE BTX-REC-AMOUNT TO WS-EXL-AMOUNT                      zbnktxjp
027600        PERFORM WRITE-POSTING-EXCEPTION                           zbnktxjp
027700        GO TO PROVE-ONE-POSTING-NEXT                              zbnktxjp
027800     END-IF.                                                      zbnktxjp
027900     MOVE TD-REC-TXN TO WS-JOURNAL-POSTING.                       zbnktxjp
028000     IF WS-JP-AMOUNT IS NOT EQUAL TO BTX-REC-AMOUNT               zbnktxjp
028100        ADD 1 TO WS-AMOUNT-DIFF-COUNT                             zbnktxjp
028200        MOVE 'Amount differs on journal' TO WS-EXL-REASON         zbnktxjp
028300        MOVE BTX-REC-AMOUNT TO WS-EXL-AMOUNT                      zbnktxjp
028400        PERFORM WRITE-POSTING-EXCEPTION                           zbnktxjp
028500     END-IF.                                                      zbnktxjp
028600 PROVE-ONE-POSTING-NEXT.                                          zbnktxjp
028700     PERFORM TXN-GET.                                             zbnktxjp
028800 PROVE-ONE-POSTING-EXIT.                                          zbnktxjp
028900     EXIT.                                                        zbnktxjp
029000                                                                  zbnktxjp
029100******************************************************************zbnktxjp
029200* PROVE-ONE-JOURNAL-ENTRY                                        *zbnktxjp
029300* Journal side. Every entry for the run date is totalled and its *zbnktxjp
029400* posting looked up on BNKTXN.                                   *zbnktxjp
029500******************************************************************zbnktxjp
029600 PROVE-ONE-JOURNAL-ENTRY.                                         zbnktxjp
029700     PERFORM TXD-GET.                                             zbnktxjp
029800     IF WS-END-OF-TXD = 'YES'                                     zbnktxjp
029900        GO TO PROVE-ONE-JOURNAL-ENTRY-EXIT                        zbnktxjp
030000     END-IF.                                                      zbnktxjp
030100     MOVE TD-REC-TXN TO WS-JOURNAL-POSTING.                       zbnktxjp
030200     ADD 1 TO WS-TXD-COUNT.                                       zbnktxjp
030300     ADD WS-JP-AMOUNT TO WS-TXD-AMOUNT.                           zbnktxjp
030400     MOVE WS-JP-KEY TO BTX-REC-KEY.                               zbnktxjp
030500     PERFORM TXN-READ.                                            zbnktxjp
030600     IF WS-TXN-STATUS = '23'                                      zbnktxjp
030700        ADD 1 TO WS-ORPHAN-COUNT                                  zbnktxjp
030800        MOVE 'Journal entry not on BNKTXN' TO WS-EXL-REASON       zbnktxjp
030900        MOVE WS-JP-KEY TO BTX-REC-KEY                             zbnktxjp
031000        MOVE WS-JP-AMOUNT TO WS-EXL-AMOUNT                        zbnktxjp
031100        PERFORM WRITE-POSTING-EXCEPTION                           zbnktxjp
031200     END-IF.                                                      zbnktxjp
031300 PROVE-ONE-JOURNAL-ENTRY-EXIT.                                    zbnktxjp
031400     EXIT.                                                        zbnktxjp
031500                                                                  zbnktxjp
031600******************************************************************zbnktxjp
031700* Resolve the posting's display date to numeric CCYYMMDD, as     *zbnktxjp
031800* ZBNKGLEX did before the journal. An unresolvable date parses   *zbnktxjp
031900* to zero and never matches.                                     *zbnktxjp
032000******************************************************************zbnktxjp
032100 PARSE-POSTING-DATE.                                              zbnktxjp
032200     MOVE BTX-REC-DATE TO WS-CONV-DATE-11.                        zbnktxjp
032300     MOVE ZERO TO WS-CONV-DATE-N.                                 zbnktxjp
032400     IF WS-CONV-DATE-11 (1:2) IS NOT NUMERIC OR                   zbnktxjp
032500        WS-CONV-DATE-11 (8:4) IS NOT NUMERIC                      zbnktxjp
032600        GO TO PARSE-POSTING-DATE-EXIT                             zbnktxjp
032700     END-IF.                                                      zbnktxjp
032800     MOVE WS-CONV-DATE-11 (1:2) TO WS-CONV-DD.                    zbnktxjp
032900     MOVE WS-CONV-DATE-11 (8:4) TO WS-CONV-CCYY.                  zbnktxjp
033000     MOVE WS-CONV-DATE-11 (4:3) TO WS-CONV-MMM-SEARCH.            zbnktxjp
033100     INSPECT WS-CONV-MMM-SEARCH                                   zbnktxjp
033200         CONVERTING 'abcdefghijklmnopqrstuvwxyz'                  zbnktxjp
033300                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.                 zbnktxjp
033400     PERFORM MONTH-LOOKUP-STEP                                    zbnktxjp
033500        VARYING WS-MONTH-SUB FROM 1 BY 1                          zbnktxjp
033600        UNTIL WS-MONTH-SUB IS GREATER THAN 12                     zbnktxjp
033700           OR WS-MONTH-NAME-TBL (WS-MONTH-SUB)                    zbnktxjp
033800              IS EQUAL TO WS-CONV-MMM-SEARCH.                     zbnktxjp
033900     IF WS-MONTH-SUB IS GREATER THAN 12                           zbnktxjp
034000        MOVE ZERO TO WS-CONV-DATE-N                               zbnktxjp
034100     ELSE                                                         zbnktxjp
034200        MOVE WS-MONTH-SUB TO WS-CONV-MM                           zbnktxjp
034300     END-IF.                                                      zbnktxjp
034400 PARSE-POSTING-DATE-EXIT.                                         zbnktxjp
034500     EXIT.                                                        zbnktxjp
034600                                                                  zbnktxjp
034700 MONTH-LOOKUP-STEP.                                               zbnktxjp
034800     CONTINUE.                                                    zbnktxjp
034900                                                                  zbnktxjp
035000******************************************************************zbnktxjp
035100* WRITE-REPORT-HEADING / WRITE-POSTING-EXCEPTION / WRITE-PROOF   *zbnktxjp
035200******************************************************************zbnktxjp
035300 WRITE-REPORT-HEADING.                                            zbnktxjp
035400     MOVE SPACES TO WS-REPORT-LINE.                               zbnktxjp
035500     STRING 'Daily Posting Journal Proof - run date '             zbnktxjp
035600                                      DELIMITED BY SIZE           zbnktxjp
035700            WS-RUN-DATE-DISPLAY       DELIMITED BY SIZE           zbnktxjp
035800       INTO WS-REPORT-LINE.                                       zbnktxjp
035900     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnktxjp
036000     PERFORM PRINTOUT-PUT.                                        zbnktxjp
036100     MOVE SPACES TO PRINTOUT-REC.                                 zbnktxjp
036200     PERFORM PRINTOUT-PUT.                                        zbnktxjp
036300     MOVE SPACES TO WS-REPORT-LINE.                               zbnktxjp
036400     MOVE 'Exception' TO WS-REPORT-LINE (1:9).                    zbnktxjp
036500     MOVE 'Account' TO WS-REPORT-LINE (29:7).                     zbnktxjp
036600     MOVE 'Date' TO WS-REPORT-LINE (40:4).                        zbnktxjp
036700     MOVE 'Time' TO WS-REPORT-LINE (53:4).                        zbnktxjp
036800     MOVE 'Seq' TO WS-REPORT-LINE (63:3).                         zbnktxjp
036900     MOVE 'Amount' TO WS-REPORT-LINE (75:6).                      zbnktxjp
037000     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnktxjp
037100     PERFORM PRINTOUT-PUT.                                        zbnktxjp
037200                                                                  zbnktxjp
037300 WRITE-POSTING-EXCEPTION.                                         zbnktxjp
037400     SET WS-PROOF-FAILS TO TRUE.                                  zbnktxjp
037500     MOVE BTX-REC-ACCNO TO WS-EXL-ACCNO.                          zbnktxjp
037600     MOVE BTX-REC-DATE TO WS-EXL-DATE.                            zbnktxjp
037700     MOVE BTX-REC-TIME TO WS-EXL-TIME.                            zbnktxjp
037800     MOVE BTX-REC-SEQ TO WS-EXL-SEQ.                              zbnktxjp
037900     MOVE WS-EXCEPTION-LINE TO PRINTOUT-REC.                      zbnktxjp
038000     PERFORM PRINTOUT-PUT.                                        zbnktxjp
038100                                                                  zbnktxjp
038200 WRITE-PROOF.                                                     zbnktxjp
038300     IF WS-TXN-COUNT IS NOT EQUAL TO WS-TXD-COUNT OR              zbnktxjp
038400        WS-TXN-AMOUNT IS NOT EQUAL TO WS-TXD-AMOUNT               zbnktxjp
038500        SET WS-PROOF-FAILS TO TRUE                                zbnktxjp
038600     END-IF.                                                      zbnktxjp
038700     MOVE SPACES TO PRINTOUT-REC.                                 zbnktxjp
038800     PERFORM PRINTOUT-PUT.                                        zbnktxjp
038900     MOVE SPACES TO WS-PROOF-LINE.                                zbnktxjp
039000     MOVE 'Postings on BNKTXN' TO WS-PRF-LABEL.                   zbnktxjp
039100     MOVE WS-TXN-COUNT TO WS-PRF-COUNT.                           zbnktxjp
039200     MOVE WS-TXN-AMOUNT TO WS-PRF-AMOUNT.                         zbnktxjp
039300     MOVE WS-PROOF-LINE TO PRINTOUT-REC.                          zbnktxjp
039400     PERFORM PRINTOUT-PUT.                                        zbnktxjp
039500     MOVE SPACES TO WS-PROOF-LINE.                                zbnktxjp
039600     MOVE 'Entries on BNKTXD journal' TO WS-PRF-LABEL.            zbnktxjp
039700     MOVE WS-TXD-COUNT TO WS-PRF-COUNT.                           zbnktxjp
039800     MOVE WS-TXD-AMOUNT TO WS-PRF-AMOUNT.                         zbnktxjp
039900     MOVE WS-PROOF-LINE TO PRINTOUT-REC.                          zbnktxjp
040000     PERFORM PRINTOUT-PUT.                                        zbnktxjp
040100     MOVE SPACES TO WS-PROOF-LINE.                                zbnktxjp
040200     MOVE 'Postings not on journal' TO WS-PRF-LABEL.              zbnktxjp
040300     MOVE WS-MISSING-COUNT TO WS-PRF-COUNT.                       zbnktxjp
040400     MOVE WS-PROOF-LINE TO PRINTOUT-REC.                          zbnktxjp
040500     PERFORM PRINTOUT-PUT.                                        zbnktxjp
040600     MOVE SPACES TO WS-PROOF-LINE.                                zbnktxjp
040700     MOVE 'Journal entries not on BNKTXN' TO WS-PRF-LABEL.        zbnktxjp
040800     MOVE WS-ORPHAN-COUNT TO WS-PRF-COUNT.                        zbnktxjp
040900     MOVE WS-PROOF-LINE TO PRINTOUT-REC.                          zbnktxjp
041000     PERFORM PRINTOUT-PUT.                                        zbnktxjp
041100     MOVE SPACES TO WS-PROOF-LINE.                                zbnktxjp
041200     MOVE 'Amounts that differ' TO WS-PRF-LABEL.                  zbnktxjp
041300     MOVE WS-AMOUNT-DIFF-COUNT TO WS-PRF-COUNT.                   zbnktxjp
041400     MOVE WS-PROOF-LINE TO PRINTOUT-REC.                          zbnktxjp
041500     PERFORM PRINTOUT-PUT.                                        zbnktxjp
041600     MOVE SPACES TO PRINTOUT-REC.                                 zbnktxjp
041700     PERFORM PRINTOUT-PUT.                                        zbnktxjp
041800     IF WS-PROOF-AGREES                                           zbnktxjp
041900        MOVE 'Journal agrees to BNKTXN' TO PRINTOUT-REC           zbnktxjp
042000     ELSE                                                         zbnktxjp
042100        MOVE 'JOURNAL DOES NOT AGREE TO BNKTXN - JOBS HELD'       zbnktxjp
042200          TO PRINTOUT-REC                                         zbnktxjp
042300     END-IF.                                                      zbnktxjp
042400     PERFORM PRINTOUT-PUT.                                        zbnktxjp
042500                                                                  zbnktxjp
042600******************************************************************zbnktxjp
042700* PRINT-JOB-SUMMARY                                              *zbnktxjp
042800******************************************************************zbnktxjp
042900 PRINT-JOB-SUMMARY.                                               zbnktxjp
043000     PERFORM JOBSUM-OPEN.                                         zbnktxjp
043100     MOVE SPACES TO JOBSUM-REC.                                   zbnktxjp
043200     MOVE WS-TXN-COUNT TO WS-COUNT-D.                             zbnktxjp
043300     STRING 'Postings on BNKTXN:          ' DELIMITED BY SIZE     zbnktxjp
043400            WS-COUNT-D DELIMITED BY SIZE                          zbnktxjp
043500       INTO JOBSUM-REC.                                           zbnktxjp
043600     PERFORM JOBSUM-PUT.                                          zbnktxjp
043700     MOVE SPACES TO JOBSUM-REC.                                   zbnktxjp
043800     MOVE WS-TXD-COUNT TO WS-COUNT-D.                             zbnktxjp
043900     STRING 'Entries on BNKTXD journal:   ' DELIMITED BY SIZE     zbnktxjp
044000            WS-COUNT-D DELIMITED BY SIZE                          zbnktxjp
044100       INTO JOBSUM-REC.                                           zbnktxjp
044200     PERFORM JOBSUM-PUT.                                          zbnktxjp
044300     MOVE SPACES TO JOBSUM-REC.                                   zbnktxjp
044400     IF WS-PROOF-AGREES                                           zbnktxjp
044500        MOVE 'Journal agrees to BNKTXN' TO JOBSUM-REC             zbnktxjp
044600     ELSE                                                         zbnktxjp
044700        MOVE 'Journal differs from BNKTXN - see report'           zbnktxjp
044800          TO JOBSUM-REC                                           zbnktxjp
044900     END-IF.                                                      zbnktxjp
045000     PERFORM JOBSUM-PUT.                                          zbnktxjp
045100     PERFORM JOBSUM-CLOSE.                                        zbnktxjp
045200     MOVE 'Job summary written to JOBSUM'                         zbnktxjp
045300       TO WS-CONSOLE-MESSAGE.                                     zbnktxjp
045400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnktxjp
045500                                                                  zbnktxjp
045600******************************************************************zbnktxjp
045700* Open, read and close the TXN file. It is read in key sequence  *zbnktxjp
045800* for the BNKTXN side and by key for the journal side.           *zbnktxjp
045900******************************************************************zbnktxjp
046000 TXN-OPEN.                                                        zbnktxjp
046100     OPEN INPUT TXN-FILE.                                         zbnktxjp
046200     IF WS-TXN-STATUS = '00'                                      zbnktxjp
046300        MOVE 'TXN file opened OK' TO WS-CONSOLE-MESSAGE           zbnktxjp
046400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnktxjp
046500     ELSE                                                         zbnktxjp
046600        MOVE 'TXN file open failure...' TO WS-CONSOLE-MESSAGE     zbnktxjp
046700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnktxjp
046800        MOVE WS-TXN-STATUS TO WS-IO-STATUS                        zbnktxjp
046900        PERFORM DISPLAY-IO-STATUS                                 zbnktxjp
047000        PERFORM ABORT-PROGRAM                                     zbnktxjp
047100     END-IF.                                                      zbnktxjp
047200                                                                  zbnktxjp
047300 TXN-GET.                                                         zbnktxjp
047400     READ TXN-FILE NEXT RECORD.                                   zbnktxjp
047500     IF WS-TXN-STATUS NOT = '00'                                  zbnktxjp
047600        IF WS-TXN-STATUS = '10'                                   zbnktxjp
047700           MOVE 'YES' TO WS-END-OF-TXN                            zbnktxjp
047800        ELSE                                                      zbnktxjp
047900           MOVE 'TXN Error reading file ...'                      zbnktxjp
048000             TO WS-CONSOLE-MESSAGE                                zbnktxjp
048100           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnktxjp
048200           MOVE WS-TXN-STATUS TO WS-IO-STATUS                     zbnktxjp
048300           PERFORM DISPLAY-IO-STATUS                              zbnktxjp
048400           PERFORM ABORT-PROGRAM                                  zbnktxjp
048500        END-IF                                                    zbnktxjp
048600     END-IF.                                                      zbnktxjp
048700                                                                  zbnktxjp
048800 TXN-READ.                                                        zbnktxjp
048900     READ TXN-FILE KEY IS BTX-REC-KEY.                            zbnktxjp
049000     IF WS-TXN-STATUS NOT = '00' AND                              zbnktxjp
049100        WS-TXN-STATUS NOT = '23'                                  zbnktxjp
049200        MOVE 'TXN Error reading file ...' TO WS-CONSOLE-MESSAGE   zbnktxjp
049300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnktxjp
049400        MOVE WS-TXN-STATUS TO WS-IO-STATUS                        zbnktxjp
049500        PERFORM DISPLAY-IO-STATUS                                 zbnktxjp
049600        PERFORM ABORT-PROGRAM                                     zbnktxjp
049700     END-IF.                                                      zbnktxjp
049800                                                                  zbnktxjp
049900 TXN-CLOSE.                                                       zbnktxjp
050000     CLOSE TXN-FILE.                                              zbnktxjp
050100     IF WS-TXN-STATUS = '00'                                      zbnktxjp
050200        MOVE 'TXN file closed OK' TO WS-CONSOLE-MESSAGE           zbnktxjp
050300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnktxjp
050400     ELSE                                                         zbnktxjp
050500        MOVE 'TXN file close failure...' TO WS-CONSOLE-MESSAGE    zbnktxjp
050600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnktxjp
050700        MOVE WS-TXN-STATUS TO WS-IO-STATUS                        zbnktxjp
050800        PERFORM DISPLAY-IO-STATUS                                 zbnktxjp
050900        PERFORM ABORT-PROGRAM                                     zbnktxjp
051000     END-IF.                                                      zbnktxjp
051100                                                                  zbnktxjp
051200******************************************************************zbnktxjp
051300* Open, position, read and close the TXD journal file. The       *zbnktxjp
051400* journal side starts at the first entry for the run date and    *zbnktxjp
051500* ends at the first entry for a later date.                      *zbnktxjp
051600******************************************************************zbnktxjp
051700 TXD-OPEN.                                                        zbnktxjp
051800     OPEN INPUT TXD-FILE.                                         zbnktxjp
051900     IF WS-TXD-STATUS = '00'                                      zbnktxjp
052000        MOVE 'TXD file opened OK' TO WS-CONSOLE-MESSAGE           zbnktxjp
052100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnktxjp
052200     ELSE                                                         zbnktxjp
052300        MOVE 'TXD file open failure...' TO WS-CONSOLE-MESSAGE     zbnktxjp
052400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnktxjp
052500        MOVE WS-TXD-STATUS TO WS-IO-STATUS                        zbnktxjp
052600        PERFORM DISPLAY-IO-STATUS                                 zbnktxjp
052700        PERFORM ABORT-PROGRAM                                     zbnktxjp
052800     END-IF.                                                      zbnktxjp
052900                                                                  zbnktxjp
053000 TXD-START-DAY.                                                   zbnktxjp
053100     MOVE WS-TODAY-DATE-N TO TD-REC-KEY-DTE.                      zbnktxjp
053200     MOVE LOW-VALUES TO TD-REC-KEY-TXN.                           zbnktxjp
053300     START TXD-FILE KEY IS NOT LESS THAN TD-REC-KEY.              zbnktxjp
053400     IF WS-TXD-STATUS = '23'                                      zbnktxjp
053500        MOVE 'YES' TO WS-END-OF-TXD                               zbnktxjp
053600     ELSE                                                         zbnktxjp
053700        IF WS-TXD-STATUS NOT = '00'                               zbnktxjp
053800           MOVE 'TXD Error positioning file ...'                  zbnktxjp
053900             TO WS-CONSOLE-MESSAGE                                zbnktxjp
054000           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnktxjp
054100           MOVE WS-TXD-STATUS TO WS-IO-STATUS                     zbnktxjp
054200           PERFORM DISPLAY-IO-STATUS                              zbnktxjp
054300           PERFORM ABORT-PROGRAM                                  zbnktxjp
054400        END-IF                                                    zbnktxjp
054500     END-IF.                                                      zbnktxjp
054600                                                                  zbnktxjp
054700 TXD-GET.                                                         zbnktxjp
054800     READ TXD-FILE NEXT RECORD.                                   zbnktxjp
054900     IF WS-TXD-STATUS NOT = '00'                                  zbnktxjp
055000        IF WS-TXD-STATUS = '10'                                   zbnktxjp
055100           MOVE 'YES' TO WS-END-OF-TXD                            zbnktxjp
055200        ELSE                                                      zbnktxjp
055300           MOVE 'TXD Error reading file ...'                      zbnktxjp
055400             TO WS-CONSOLE-MESSAGE                                zbnktxjp
055500           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnktxjp
055600           MOVE WS-TXD-STATUS TO WS-IO-STATUS                     zbnktxjp
055700           PERFORM DISPLAY-IO-STATUS                              zbnktxjp
055800           PERFORM ABORT-PROGRAM                                  zbnktxjp
055900        END-IF                                                    zbnktxjp
056000     END-IF.                                                      zbnktxjp
056100     IF WS-TXD-STATUS = '00' AND                                  zbnktxjp
056200        TD-REC-POST-DTE IS NOT EQUAL TO WS-TODAY-DATE-N           zbnktxjp
056300        MOVE 'YES' TO WS-END-OF-TXD                               zbnktxjp
056400     END-IF.                                                      zbnktxjp
056500                                                                  zbnktxjp
056600 TXD-READ.                                                        zbnktxjp
056700     READ TXD-FILE KEY IS TD-REC-KEY.                             zbnktxjp
056800     IF WS-TXD-STATUS NOT = '00' AND                              zbnktxjp
056900        WS-TXD-STATUS NOT = '23'                                  zbnktxjp
057000        MOVE 'TXD Error reading file ...' TO WS-CONSOLE-MESSAGE   zbnktxjp
057100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnktxjp
057200        MOVE WS-TXD-STATUS TO WS-IO-STATUS                        zbnktxjp
057300        PERFORM DISPLAY-IO-STATUS                                 zbnktxjp
057400        PERFORM ABORT-PROGRAM                                     zbnktxjp
057500     END-IF.                                                      zbnktxjp
057600                                                                  zbnktxjp
057700 TXD-CLOSE.                                                       zbnktxjp
057800     CLOSE TXD-FILE.                                              zbnktxjp
057900     IF WS-TXD-STATUS = '00'                                      zbnktxjp
058000        MOVE 'TXD file closed OK' TO WS-CONSOLE-MESSAGE           zbnktxjp
058100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnktxjp
058200     ELSE                                                         zbnktxjp
058300        MOVE 'TXD file close failure...' TO WS-CONSOLE-MESSAGE    zbnktxjp
058400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnktxjp
058500        MOVE WS-TXD-STATUS TO WS-IO-STATUS                        zbnktxjp
058600        PERFORM DISPLAY-IO-STATUS                                 zbnktxjp
058700        PERFORM ABORT-PROGRAM                                     zbnktxjp
058800     END-IF.                                                      zbnktxjp
058900                                                                  zbnktxjp
059000******************************************************************zbnktxjp
059100* Open, access and close the PRINTOUT file.                      *zbnktxjp
059200******************************************************************zbnktxjp
059300 PRINTOUT-OPEN.                                                   zbnktxjp
059400     OPEN OUTPUT PRINTOUT-FILE.                                   zbnktxjp
059500     IF WS-PRINTOUT-STATUS = '00'                                 zbnktxjp
059600        MOVE 'PRINTOUT file opened OK' TO WS-CONSOLE-MESSAGE      zbnktxjp
059700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnktxjp
059800     ELSE                                                         zbnktxjp
059900        MOVE 'PRINTOUT file open failure...' TO WS-CONSOLE-MESSAGEzbnktxjp
060000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnktxjp
060100        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnktxjp
060200        PERFORM DISPLAY-IO-STATUS                                 zbnktxjp
060300        PERFORM ABORT-PROGRAM                                     zbnktxjp
060400     END-IF.                                                      zbnktxjp
060500                                                                  zbnktxjp
060600 PRINTOUT-PUT.                                                    zbnktxjp
060700     WRITE PRINTOUT-REC.                                          zbnktxjp
060800     IF WS-PRINTOUT-STATUS NOT = '00'                             zbnktxjp
060900        MOVE 'PRINTOUT Error writing file ...'                    zbnktxjp
061000          TO WS-CONSOLE-MESSAGE                                   zbnktxjp
061100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnktxjp
061200        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnktxjp
061300        PERFORM DISPLAY-IO-STATUS                                 zbnktxjp
061400        PERFORM ABORT-PROGRAM                                     zbnktxjp
061500     END-IF.                                                      zbnktxjp
061600                                                                  zbnktxjp
061700 PRINTOUT-CLOSE.                                                  zbnktxjp
061800     CLOSE PRINTOUT-FILE.                                         zbnktxjp
061900     IF WS-PRINTOUT-STATUS = '00'                                 zbnktxjp
062000        MOVE 'PRINTOUT file closed OK' TO WS-CONSOLE-MESSAGE      zbnktxjp
062100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnktxjp
062200     ELSE                                                         zbnktxjp
062300        MOVE 'PRINTOUT file close failure...'                     zbnktxjp
062400          TO WS-CONSOLE-MESSAGE                                   zbnktxjp
062500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnktxjp
062600        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnktxjp
062700        PERFORM DISPLAY-IO-STATUS                                 zbnktxjp
062800        PERFORM ABORT-PROGRAM                                     zbnktxjp
062900     END-IF.                                                      zbnktxjp
063000                                                                  zbnktxjp
063100                                                                  zbnktxjp
063200 JOBSUM-OPEN.                                                     zbnktxjp
063300     OPEN OUTPUT JOBSUM-FILE.                                     zbnktxjp
063400     IF WS-JOBSUM-STATUS = '00'                                   zbnktxjp
063500        MOVE 'JOBSUM file opened OK' TO WS-CONSOLE-MESSAGE        zbnktxjp
063600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnktxjp
063700     ELSE                                                         zbnktxjp
063800        MOVE 'JOBSUM file open failure...' TO WS-CONSOLE-MESSAGE  zbnktxjp
063900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnktxjp
064000        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnktxjp
064100        PERFORM DISPLAY-IO-STATUS                                 zbnktxjp
064200        PERFORM ABORT-PROGRAM                                     zbnktxjp
064300     END-IF.                                                      zbnktxjp
064400                                                                  zbnktxjp
064500 JOBSUM-PUT.                                                      zbnktxjp
064600     WRITE JOBSUM-REC.                                            zbnktxjp
064700     IF WS-JOBSUM-STATUS NOT = '00'                               zbnktxjp
064800        MOVE 'JOBSUM Error writing file ...' TO WS-CONSOLE-MESSAGEzbnktxjp
064900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnktxjp
065000        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnktxjp
065100        PERFORM DISPLAY-IO-STATUS                                 zbnktxjp
065200        PERFORM ABORT-PROGRAM                                     zbnktxjp
065300     END-IF.                                                      zbnktxjp
065400                                                                  zbnktxjp
065500 JOBSUM-CLOSE.                                                    zbnktxjp
065600     CLOSE JOBSUM-FILE.                                           zbnktxjp
065700     IF WS-JOBSUM-STATUS = '00'                                   zbnktxjp
065800        MOVE 'JOBSUM file closed OK' TO WS-CONSOLE-MESSAGE        zbnktxjp
065900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnktxjp
066000     ELSE                                                         zbnktxjp
066100        MOVE 'JOBSUM file close failure...' TO WS-CONSOLE-MESSAGE zbnktxjp
066200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnktxjp
066300        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnktxjp
066400        PERFORM DISPLAY-IO-STATUS                                 zbnktxjp
066500        PERFORM ABORT-PROGRAM                                     zbnktxjp
066600     END-IF.                                                      zbnktxjp
066700                                                                  zbnktxjp
066800******************************************************************zbnktxjp
066900* Run-control hooks. The START call blocks this job when it has  *zbnktxjp
067000* already completed for the business date or a prerequisite has  *zbnktxjp
067100* not, and records the start on BNKRUNC; the END call records    *zbnktxjp
067200* the end time and return code. See URUNCTL.CBL.                 *zbnktxjp
067300******************************************************************zbnktxjp
067400 RUN-CONTROL-START.                                               zbnktxjp
067500     SET RUNCTL-START TO TRUE.                                    zbnktxjp
067600     MOVE 'ZBNKTXJP' TO RUNCTL-JOB.                               zbnktxjp
067700     MOVE ZERO TO RUNCTL-BUSDATE.                                 zbnktxjp
067800     MOVE ZERO TO RUNCTL-RETURN-CODE.                             zbnktxjp
067900     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnktxjp
068000     IF RUNCTL-BLOCKED                                            zbnktxjp
068100        MOVE RUNCTL-REPLY-TEXT TO WS-CONSOLE-MESSAGE              zbnktxjp
068200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnktxjp
068300        MOVE 'Run control blocked this run' TO WS-CONSOLE-MESSAGE zbnktxjp
068400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnktxjp
068500        MOVE 8 TO RETURN-CODE                                     zbnktxjp
068600        GOBACK                                                    zbnktxjp
068700     END-IF.                                                      zbnktxjp
068800 RUN-CONTROL-START-EXIT.                                          zbnktxjp
068900     EXIT.                                                        zbnktxjp
069000                                                                  zbnktxjp
069100 RUN-CONTROL-END.                                                 zbnktxjp
069200     SET RUNCTL-END TO TRUE.                                      zbnktxjp
069300     MOVE RETURN-CODE TO RUNCTL-RETURN-CODE.                      zbnktxjp
069400     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnktxjp
069500                                                                  zbnktxjp
069600******************************************************************zbnktxjp
069700* Display the file status bytes                                  *zbnktxjp
069800******************************************************************zbnktxjp
069900 DISPLAY-IO-STATUS.                                               zbnktxjp
070000     IF WS-IO-STATUS NUMERIC                                      zbnktxjp
070100        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnktxjp
070200        STRING 'File status -' DELIMITED BY SIZE                  zbnktxjp
070300               WS-IO-STATUS DELIMITED BY SIZE                     zbnktxjp
070400          INTO WS-CONSOLE-MESSAGE                                 zbnktxjp
070500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnktxjp
070600     ELSE                                                         zbnktxjp
070700        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     zbnktxjp
070800        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    zbnktxjp
070900        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnktxjp
071000        STRING 'File status -' DELIMITED BY SIZE                  zbnktxjp
071100               WS-IO-STAT1 DELIMITED BY SIZE                      zbnktxjp
071200               '/' DELIMITED BY SIZE                              zbnktxjp
071300               WS-TWO-BYTES DELIMITED BY SIZE                     zbnktxjp
071400          INTO WS-CONSOLE-MESSAGE                                 zbnktxjp
071500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnktxjp
071600     END-IF.                                                      zbnktxjp
071700                                                                  zbnktxjp
071800******************************************************************zbnktxjp
071900* 'ABORT' the program. Post a message and issue a goback         *zbnktxjp
072000******************************************************************zbnktxjp
072100 ABORT-PROGRAM.                                                   zbnktxjp
072200     IF WS-CONSOLE-MESSAGE NOT = SPACES                           zbnktxjp
072300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnktxjp
072400     END-IF.                                                      zbnktxjp
072500     MOVE 'Program is abending...' TO WS-CONSOLE-MESSAGE.         zbnktxjp
072600     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnktxjp
072700     MOVE 16 TO RETURN-CODE.                                      zbnktxjp
072800     GOBACK.                                                      zbnktxjp
072900                                                                  zbnktxjp
073000******************************************************************zbnktxjp
073100* Display CONSOLE messages...                                    *zbnktxjp
073200******************************************************************zbnktxjp
073300 DISPLAY-CONSOLE-MESSAGE.                                         zbnktxjp
073400     DISPLAY 'ZBNKTXJP - ' WS-CONSOLE-MESSAGE                     zbnktxjp
073500       UPON CONSOLE.                                              zbnktxjp
073600     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       zbnktxjp
