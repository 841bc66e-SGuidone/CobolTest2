000100******************************************************************zbnkscrv
000200*                                                               * zbnkscrv
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   * zbnkscrv
000400*   This demonstration program is provided for use by users     * zbnkscrv
000500*   of Micro Focus products and may be used, modified and       * zbnkscrv
000600*   distributed as part of your application provided that       * zbnkscrv
000700*   you properly acknowledge the copyright of Micro Focus       * zbnkscrv
000800*   in this material.                                           * zbnkscrv
000900*                                                               * zbnkscrv
001000******************************************************************zbnkscrv
001100                                                                  zbnkscrv
001200******************************************************************zbnkscrv
001300* ZBNKSCRV.CBL                                                   *zbnkscrv
001400* Function:    Monthly scorecard review. Every BNKLOAN           *zbnkscrv
001500*              application submitted last month that carries a   *zbnkscrv
001600*              scorecard recommendation is counted by what the   *zbnkscrv
001700*              scorecard recommended against what became of it - *zbnkscrv
001800*              approved by the scorecard itself, approved or     *zbnkscrv
001900*              declined by a loan officer, or still queued - and *zbnkscrv
002000*              each officer override of an approve or decline    *zbnkscrv
002100*              recommendation is listed. Every booked scored     *zbnkscrv
002200*              loan is then checked against BNKDELQ to give the  *zbnkscrv
002300*              delinquency rate by recommendation and by who     *zbnkscrv
002400*              made the decision, so the credit team can tell    *zbnkscrv
002500*              whether the cutoffs want moving.                  *zbnkscrv
002600******************************************************************zbnkscrv
002700 IDENTIFICATION DIVISION.                                         zbnkscrv
002800 PROGRAM-ID.                                                      zbnkscrv
002900     ZBNKSCRV.                                                    zbnkscrv
003000 DATE-WRITTEN.                                                    zbnkscrv
003100     October 2026.                                                zbnkscrv
003200 DATE-COMPILED.                                                   zbnkscrv
003300     Today.                                                       zbnkscrv
003400                                                                  zbnkscrv
003500 ENVIRONMENT DIVISION.                                            zbnkscrv
003600 INPUT-OUTPUT   SECTION.                                          zbnkscrv
003700   FILE-CONTROL.                                                  zbnkscrv
003800     SELECT LOAN-FILE                                             zbnkscrv
003900            ASSIGN       TO BNKLOAN                               zbnkscrv
004000            ORGANIZATION IS INDEXED                               zbnkscrv
004100            ACCESS MODE  IS SEQUENTIAL                            zbnkscrv
004200            RECORD KEY   IS LN-REC-KEY                            zbnkscrv
004300            FILE STATUS  IS WS-LOAN-STATUS.                       zbnkscrv
004400     SELECT DELQ-FILE                                             zbnkscrv
004500            ASSIGN       TO BNKDELQ                               zbnkscrv
004600            ORGANIZATION IS INDEXED                               zbnkscrv
004700            ACCESS MODE  IS RANDOM                                zbnkscrv
004800            RECORD KEY   IS DQ-REC-KEY                            zbnkscrv
004900            FILE STATUS  IS WS-DELQ-STATUS.                       zbnkscrv
005000     SELECT PRINTOUT-FILE                                         zbnkscrv
005100            ASSIGN       TO PRINTOUT                              zbnkscrv
005200            ORGANIZATION IS SEQUENTIAL                            zbnkscrv
005300            ACCESS MODE  IS SEQUENTIAL                            zbnkscrv
005400            FILE STATUS  IS WS-PRINTOUT-STATUS.                   zbnkscrv
005500     SELECT JOBSUM-FILE                                           zbnkscrv
005600            ASSIGN       TO JOBSUM                                zbnkscrv
005700            ORGANIZATION IS SEQUENTIAL                            zbnkscrv
005800            ACCESS MODE  IS SEQUENTIAL                            zbnkscrv
005900            FILE STATUS  IS WS-JOBSUM-STATUS.                     zbnkscrv
006000                                                                  zbnkscrv
006100 DATA DIVISION.                                                   zbnkscrv
006200 FILE SECTION.                                                    zbnkscrv
006300                                                                  zbnkscrv
006400 FD  LOAN-FILE.                                                   zbnkscrv
006500 01  LOAN-FILE-REC.                                               zbnkscrv
006600 COPY CBANKVLN.                                                   zbnkscrv
006700                                                                  zbnkscrv
006800 FD  DELQ-FILE.                                                   zbnkscrv
006900 01  DELQ-FILE-REC.                                               zbnkscrv
007000 COPY CBANKVDQ.                                                   zbnkscrv
007100                                                                  zbnkscrv
007200 FD  PRINTOUT-FILE.                                               zbnkscrv
007300 01  PRINTOUT-REC                      PIC X(121).                zbnkscrv
007400                                                                  zbnkscrv
007500 FD  JOBSUM-FILE.                                                 zbnkscrv
007600 01  JOBSUM-REC                        PIC X(80).                 zbnkscrv
007700                                                                  zbnkscrv
007800 WORKING-STORAGE SECTION.                                         zbnkscrv
007900 01  WS-RUN-CONTROL.                                              zbnkscrv
008000 COPY CRUNCTLD.                                                   zbnkscrv
008100 01  WS-FILE-STATUSES.                                            zbnkscrv
008200   05  WS-LOAN-STATUS.                                            zbnkscrv
008300     10  WS-LOAN-STAT1                  PIC X(1).                 zbnkscrv
008400     10  WS-LOAN-STAT2                  PIC X(1).                 zbnkscrv
008500   05  WS-DELQ-STATUS.                                            zbnkscrv
008600     10  WS-DELQ-STAT1                  PIC X(1).                 zbnkscrv
008700     10  WS-DELQ-STAT2                  PIC X(1).                 zbnkscrv
008800   05  WS-PRINTOUT-STATUS.                                        zbnkscrv
008900     10  WS-PRINTOUT-STAT1              PIC X(1).                 zbnkscrv
009000     10  WS-PRINTOUT-STAT2              PIC X(1).                 zbnkscrv
009100   05  WS-JOBSUM-STATUS.                                          zbnkscrv
009200     10  WS-JOBSUM-STAT1                PIC X(1).                 zbnkscrv
009300     10  WS-JOBSUM-STAT2                PIC X(1).                 zbnkscrv
009400   05  WS-IO-STATUS.                                              zbnkscrv
009500     10  WS-IO-STAT1                   PIC X(1).                  zbnkscrv
009600     10  WS-IO-STAT2                   PIC X(1).                  zbnkscrv
009700                                                                  zbnkscrv
009800   05  WS-TWO-BYTES.                                              zbnkscrv
009900     10  WS-TWO-BYTES-LEFT             PIC X(1).                  zbnkscrv
010000     10  WS-TWO-BYTES-RIGHT            PIC X(1).                  zbnkscrv
010100   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 zbnkscrv
010200                                      PIC 9(1) COMP.              zbnkscrv
010300                                                                  zbnkscrv
010400 01  WS-CONSOLE-MESSAGE                    PIC X(48).             zbnkscrv
010500                                                                  zbnkscrv
010600 01  WS-DATE-WORK-AREA.                                           zbnkscrv
010700 COPY CDATED.                                                     zbnkscrv
010800                                                                  zbnkscrv
010900 01  WS-TODAY-DATE-N                       PIC 9(8).              zbnkscrv
011000 01  WS-TODAY-DATE-PARTS REDEFINES WS-TODAY-DATE-N.               zbnkscrv
011100     05  WS-TODAY-CCYY                     PIC 9(4).              zbnkscrv
011200     05  WS-TODAY-MM                       PIC 9(2).              zbnkscrv
011300     05  WS-TODAY-DD                       PIC 9(2).              zbnkscrv
011400 01  WS-RUN-DATE-DISPLAY                   PIC X(11).             zbnkscrv
011500 01  WS-RUN-TIME-8                         PIC 9(8).              zbnkscrv
011600 01  WS-RUN-TIME                           PIC X(6).              zbnkscrv
011700                                                                  zbnkscrv
011800******************************************************************zbnkscrv
011900* The month under review is the calendar month before the run    *zbnkscrv
012000* date, matched against the first six digits of LN-REC-DATE.     *zbnkscrv
012100******************************************************************zbnkscrv
012200 01  WS-REPORT-MONTH.                                             zbnkscrv
012300     05  WS-REPORT-CCYY                    PIC 9(4).              zbnkscrv
012400     05  WS-REPORT-MM                      PIC 9(2).              zbnkscrv
012500 01  WS-REPORT-MONTH-X REDEFINES WS-REPORT-MONTH                  zbnkscrv
012600                                           PIC X(6).              zbnkscrv
012700                                                                  zbnkscrv
012800******************************************************************zbnkscrv
012900* Recommendation against outcome for the month's applications.   *zbnkscrv
013000* The first subscript is the recommendation (1 approve, 2 refer, *zbnkscrv
013100* 3 decline); the second the outcome (1 approved by the          *zbnkscrv
013200* scorecard, 2 approved by an officer, 3 declined, 4 queued).    *zbnkscrv
013300******************************************************************zbnkscrv
013400 01  WS-OUTCOME-TABLE.                                            zbnkscrv
013500     05  WS-OUTCOME-REC OCCURS 3 TIMES.                           zbnkscrv
013600         10  WS-OUTCOME-COUNT OCCURS 4 TIMES                      zbnkscrv
013700                                           PIC 9(5).              zbnkscrv
013800         10  WS-OUTCOME-TOTAL              PIC 9(5).              zbnkscrv
013900                                                                  zbnkscrv
014000******************************************************************zbnkscrv
014100* Booked scored loans and how many of them are on BNKDELQ. The   *zbnkscrv
014200* first subscript is the recommendation as above; the second who *zbnkscrv
014300* made the decision (1 the scorecard, 2 a loan officer).         *zbnkscrv
014400******************************************************************zbnkscrv
014500 01  WS-DELINQ-TABLE.                                             zbnkscrv
014600     05  WS-DELINQ-REC OCCURS 3 TIMES.                            zbnkscrv
014700         10  WS-DELINQ-SOURCE OCCURS 2 TIMES.                     zbnkscrv
014800             15  WS-DELINQ-BOOKED          PIC 9(5).              zbnkscrv
014900             15  WS-DELINQ-BAD             PIC 9(5).              zbnkscrv
015000                                                                  zbnkscrv
015100 01  WS-REC-NAMES.                                                zbnkscrv
015200     05  FILLER                  PIC X(8) VALUE 'Approve '.       zbnkscrv
015300     05  FILLER                  PIC X(8) VALUE 'Refer   '.       zbnkscrv
015400     05  FILLER                  PIC X(8) VALUE 'Decline '.       zbnkscrv
015500 01  WS-REC-NAME-TABLE REDEFINES WS-REC-NAMES.                    zbnkscrv
015600     05  WS-REC-NAME OCCURS 3 TIMES        PIC X(8).              zbnkscrv
015700                                                                  zbnkscrv
015800 01  WS-SOURCE-NAMES.                                             zbnkscrv
015900     05  FILLER                  PIC X(9) VALUE 'Scorecard'.      zbnkscrv
016000     05  FILLER                  PIC X(9) VALUE 'Officer  '.      zbnkscrv
016100 01  WS-SOURCE-NAME-TABLE REDEFINES WS-SOURCE-NAMES.              zbnkscrv
016200     05  WS-SOURCE-NAME OCCURS 2 TIMES     PIC X(9).              zbnkscrv
016300                                                                  zbnkscrv
016400 01  WS-REC-SUB                            PIC 9(1) COMP.         zbnkscrv
016500 01  WS-OUTCOME-SUB                        PIC 9(1) COMP.         zbnkscrv
016600 01  WS-SOURCE-SUB                         PIC 9(1) COMP.         zbnkscrv
016700 01  WS-DELINQ-RATE                        PIC S9(3)V9 COMP-3.    zbnkscrv
016800                                                                  zbnkscrv
016900 01  WS-OVERRIDE-LINE.                                            zbnkscrv
017000     05  WS-OVR-CONTACT-ID                 PIC X(5).              zbnkscrv
017100     05  FILLER                            PIC X(2) VALUE SPACES. zbnkscrv
017200     05  WS-OVR-TASKN                      PIC 9(7).              zbnkscrv
017300     05  FILLER                            PIC X(2) VALUE SPACES. zbnkscrv
017400     05  WS-OVR-PRINCIPAL                  PIC Z,ZZZ,ZZ9.99-.     zbnkscrv
017500     05  FILLER                            PIC X(2) VALUE SPACES. zbnkscrv
017600     05  WS-OVR-SCORE                      PIC ZZ9.               zbnkscrv
017700     05  FILLER                            PIC X(2) VALUE SPACES. zbnkscrv
017800     05  WS-OVR-RECOMMEND                  PIC X(8).              zbnkscrv
017900     05  FILLER                            PIC X(2) VALUE SPACES. zbnkscrv
018000     05  WS-OVR-DECISION                   PIC X(8).              zbnkscrv
018100     05  FILLER                            PIC X(2) VALUE SPACES. zbnkscrv
018200     05  WS-OVR-USERID                     PIC X(8).              zbnkscrv
018300     05  FILLER                            PIC X(2) VALUE SPACES. zbnkscrv
018400     05  WS-OVR-REASON                     PIC X(2).              zbnkscrv
018500                                                                  zbnkscrv
018600 01  WS-OUTCOME-LINE.                                             zbnkscrv
018700     05  WS-OUT-RECOMMEND                  PIC X(8).              zbnkscrv
018800     05  FILLER                            PIC X(4) VALUE SPACES. zbnkscrv
018900     05  WS-OUT-COUNT OCCURS 4 TIMES.                             zbnkscrv
019000         10  WS-OUT-COUNT-ED               PIC ZZ,ZZ9.            zbnkscrv
019100         10  FILLER                        PIC X(8).              zbnkscrv
019200     05  WS-OUT-TOTAL                      PIC ZZ,ZZ9.            zbnkscrv
019300                                                                  zbnkscrv
019400 01  WS-DELINQ-LINE.                                              zbnkscrv
019500     05  WS-DLQ-RECOMMEND                  PIC X(8).              zbnkscrv
019600     05  FILLER                            PIC X(4) VALUE SPACES. zbnkscrv
019700     05  WS-DLQ-SOURCE                     PIC X(9).              zbnkscrv
019800     05  FILLER                            PIC X(4) VALUE SPACES. zbnkscrv
019900     05  WS-DLQ-BOOKED                     PIC ZZ,ZZ9.            zbnkscrv
020000     05  FILLER                            PIC X(6) VALUE SPACES. zbnkscrv
020100     05  WS-DLQ-BAD                        PIC ZZ,ZZ9.            zbnkscrv
020200     05  FILLER                            PIC X(6) VALUE SPACES. zbnkscrv
020300     05  WS-DLQ-RATE                       PIC ZZ9.9.             zbnkscrv
020400     05  FILLER                            PIC X(1) VALUE '%'.    zbnkscrv
020500                                                                  zbnkscrv
020600 01  WS-REPORT-LINE                        PIC X(121).            zbnkscrv
020700                                                                  zbnkscrv
020800******************************************************************zbnkscrv
020900* Run counters, reported on the job summary at the end of the    *zbnkscrv
021000* run.                                                           *zbnkscrv
021100******************************************************************zbnkscrv
021200 01  WS-LOANS-READ                         PIC 9(5) VALUE ZERO.   zbnkscrv
021300 01  WS-MONTH-SCORED                       PIC 9(5) VALUE ZERO.   zbnkscrv
021400 01  WS-OVERRIDES                          PIC 9(5) VALUE ZERO.   zbnkscrv
021500 01  WS-BOOKED-SCORED                      PIC 9(5) VALUE ZERO.   zbnkscrv
021600 01  WS-BOOKED-DELINQUENT                  PIC 9(5) VALUE ZERO.   zbnkscrv
021700                                                                  zbnkscrv
021800 01  WS-END-OF-LOAN                        PIC X(3) VALUE 'NO '.  zbnkscrv
021900                                                                  zbnkscrv
022000 PROCEDURE DIVISION.                                              zbnkscrv
022100                                                                  zbnkscrv
022200     PERFORM RUN-CONTROL-START                                    zbnkscrv
022300         THRU RUN-CONTROL-START-EXIT.                             zbnkscrv
022400     PERFORM GET-RUN-DATE.                                        zbnkscrv
022500     PERFORM GET-REPORT-MONTH.                                    zbnkscrv
022600                                                                  zbnkscrv
022700     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           zbnkscrv
022800     STRING 'Scorecard review run for ' DELIMITED BY SIZE         zbnkscrv
022900            WS-RUN-DATE-DISPLAY DELIMITED BY SIZE                 zbnkscrv
023000       INTO WS-CONSOLE-MESSAGE.                                   zbnkscrv
023100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkscrv
023200                                                                  zbnkscrv
023300     MOVE ZEROS TO WS-OUTCOME-TABLE.                              zbnkscrv
023400     MOVE ZEROS TO WS-DELINQ-TABLE.                               zbnkscrv
023500                                                                  zbnkscrv
023600     PERFORM LOAN-OPEN.                                           zbnkscrv
023700     PERFORM DELQ-OPEN.                                           zbnkscrv
023800     PERFORM PRINTOUT-OPEN.                                       zbnkscrv
023900                                                                  zbnkscrv
024000     PERFORM WRITE-REPORT-HEADING.                                zbnkscrv
024100     PERFORM LOAN-GET.                                            zbnkscrv
024200     PERFORM REVIEW-ONE-LOAN                                      zbnkscrv
024300         THRU REVIEW-ONE-LOAN-EXIT                                zbnkscrv
024400             UNTIL WS-END-OF-LOAN = 'YES'.                        zbnkscrv
024500     IF WS-OVERRIDES IS EQUAL TO ZERO                             zbnkscrv
024600        MOVE '  No officer overrides this month' TO PRINTOUT-REC  zbnkscrv
024700        PERFORM PRINTOUT-PUT                                      zbnkscrv
024800     END-IF.                                                      zbnkscrv
024900                                                                  zbnkscrv
025000     PERFORM WRITE-OUTCOME-SECTION.                               zbnkscrv
025100     PERFORM WRITE-DELINQ-SECTION.                                zbnkscrv
025200                                                                  zbnkscrv
025300     PERFORM LOAN-CLOSE.                                          zbnkscrv
025400     PERFORM DELQ-CLOSE.                                          zbnkscrv
025500     PERFORM PRINTOUT-CLOSE.                                      zbnkscrv
025600                                                                  zbnkscrv
025700     PERFORM PRINT-JOB-SUMMARY.                                   zbnkscrv
025800                                                                  zbnkscrv
025900     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     zbnkscrv
026000     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkscrv
026100     MOVE 0 TO RETURN-CODE.                                       zbnkscrv
026200     PERFORM RUN-CONTROL-END.                                     zbnkscrv
026300     GOBACK.                                                      zbnkscrv
026400                                                                  zbnkscrv
026500******************************************************************zbnkscrv
026600* GET-RUN-DATE                                                   *zbnkscrv
026700* Obtains today's date, in both numeric and display form, and    *zbnkscrv
026800* the current time.                                              *zbnkscrv
026900******************************************************************zbnkscrv
027000 GET-RUN-DATE.                                                    zbnkscrv
027100     ACCEPT WS-TODAY-DATE-N FROM DATE YYYYMMDD.                   zbnkscrv
027200     MOVE SPACES TO DD-INPUT-TYPE.                                zbnkscrv
027300     SET DDI-ISO TO TRUE.                                         zbnkscrv
027400     MOVE SPACES TO DDI-DATA.                                     zbnkscrv
027500     STRING WS-TODAY-CCYY DELIMITED BY SIZE                       zbnkscrv
027600            '-'           DELIMITED BY SIZE                       zbnkscrv
027700            WS-TODAY-MM   DELIMITED BY SIZE                       zbnkscrv
027800            '-'           DELIMITED BY SIZE                       zbnkscrv
027900            WS-TODAY-DD   DELIMITED BY SIZE                       zbnkscrv
028000       INTO DDI-DATA.                                             zbnkscrv
028100     MOVE SPACES TO DD-OUTPUT-TYPE.                               zbnkscrv
028200     SET DDO-DD-MMM-YYYY TO TRUE.                                 zbnkscrv
028300     SET DD-ENV-NULL TO TRUE.                                     zbnkscrv
028400     CALL 'UDATECNV' USING WS-DATE-WORK-AREA.                     zbnkscrv
028500     MOVE DDO-DATA TO WS-RUN-DATE-DISPLAY.                        zbnkscrv
028600     ACCEPT WS-RUN-TIME-8 FROM TIME.                              zbnkscrv
028700     MOVE WS-RUN-TIME-8(1:6) TO WS-RUN-TIME.                      zbnkscrv
028800 GET-RUN-DATE-EXIT.                                               zbnkscrv
028900     EXIT.                                                        zbnkscrv
029000                                                                  zbnkscrv
029100******************************************************************zbnkscrv
029200* GET-REPORT-MONTH                                               *zbnkscrv
029300* The month before the run date, stepping back over a year end.  *zbnkscrv
029400******************************************************************zbnkscrv
029500 GET-REPORT-MONTH.                                                zbnkscrv
029600     MOVE WS-TODAY-CCYY TO WS-REPORT-CCYY.                        zbnkscrv
029700     IF WS-TODAY-MM IS EQUAL TO 1                                 zbnkscrv
029800        MOVE 12 TO WS-REPORT-MM                                   zbnkscrv
029900        SUBTRACT 1 FROM WS-REPORT-CCYY                            zbnkscrv
030000     ELSE                                                         zbnkscrv
030100        COMPUTE WS-REPORT-MM = WS-TODAY-MM - 1                    zbnkscrv
030200     END-IF.                                                      zbnkscrv
030300 GET-REPORT-MONTH-EXIT.                                           zbnkscrv
030400     EXIT.                                                        zbnkscrv
030500                                                                  zbnkscrv
030600******************************************************************zbnkscrv
030700* REVIEW-ONE-LOAN                                                *zbnkscrv
030800* Counts the application in the LOAN buffer into the month's     *zbnkscrv
030900* recommendation/outcome table when it was submitted in the      *zbnkscrv
031000* report month, and into the delinquency table when it has been  *zbnkscrv
031100* booked, then advances the scan. Applications raised before the *zbnkscrv
031200* scorecard carry no recommendation and are passed over.         *zbnkscrv
031300******************************************************************zbnkscrv
031400 REVIEW-ONE-LOAN.                                                 zbnkscrv
031500     ADD 1 TO WS-LOANS-READ.                                      zbnkscrv
031600     IF LN-REC-NOT-SCORED                                         zbnkscrv
031700        GO TO REVIEW-ONE-LOAN-NEXT                                zbnkscrv
031800     END-IF.                                                      zbnkscrv
031900     EVALUATE TRUE                                                zbnkscrv
032000       WHEN LN-REC-REC-APPROVE                                    zbnkscrv
032100         MOVE 1 TO WS-REC-SUB                                     zbnkscrv
032200       WHEN LN-REC-REC-REFER                                      zbnkscrv
032300         MOVE 2 TO WS-REC-SUB                                     zbnkscrv
032400       WHEN OTHER                                                 zbnkscrv
032500         MOVE 3 TO WS-REC-SUB                                     zbnkscrv
032600     END-EVALUATE.                                                zbnkscrv
032700     IF LN-REC-DEC-USERID IS EQUAL TO 'SCORECRD'                  zbnkscrv
032800        MOVE 1 TO WS-SOURCE-SUB                                   zbnkscrv
032900     ELSE                                                         zbnkscrv
033000        MOVE 2 TO WS-SOURCE-SUB                                   zbnkscrv
033100     END-IF.                                                      zbnkscrv
033200     IF LN-REC-DATE (1:6) IS EQUAL TO WS-REPORT-MONTH-X           zbnkscrv
033300        PERFORM COUNT-MONTH-OUTCOME                               zbnkscrv
033400     END-IF.                                                      zbnkscrv
033500     IF LN-REC-BOOKED                                             zbnkscrv
033600        PERFORM COUNT-BOOKED-LOAN                                 zbnkscrv
033700     END-IF.                                                      zbnkscrv
033800 REVIEW-ONE-LOAN-NEXT.                                            zbnkscrv
033900     PERFORM LOAN-GET.                                            zbnkscrv
034000 REVIEW-ONE-LOAN-EXIT.                                            zbnkscrv
034100     EXIT.                                                        zbnkscrv
034200                                                                  zbnkscrv
034300******************************************************************zbnkscrv
034400* COUNT-MONTH-OUTCOME                                            *zbnkscrv
034500* An approved or booked application counts as approved by        *zbnkscrv
034600* whoever decided it. An officer declining an approve            *zbnkscrv
034700* recommendation, or approving a decline recommendation, is an   *zbnkscrv
034800* override and is listed.                                        *zbnkscrv
034900******************************************************************zbnkscrv
035000 COUNT-MONTH-OUTCOME.                                             zbnkscrv
035100     ADD 1 TO WS-MONTH-SCORED.                                    zbnkscrv
035200     EVALUATE TRUE                                                zbnkscrv
035300       WHEN LN-REC-QUEUED                                         zbnkscrv
035400         MOVE 4 TO WS-OUTCOME-SUB                                 zbnkscrv
035500       WHEN LN-REC-DECLINED                                       zbnkscrv
035600         MOVE 3 TO WS-OUTCOME-SUB                                 zbnkscrv
035700       WHEN WS-SOURCE-SUB IS EQUAL TO 1                           zbnkscrv
035800         MOVE 1 TO WS-OUTCOME-SUB                                 zbnkscrv
035900       WHEN OTHER                                                 zbnkscrv
036000         MOVE 2 TO WS-OUTCOME-SUB                                 zbnkscrv
036100     END-EVALUATE.                                                zbnkscrv
036200     ADD 1 TO WS-OUTCOME-COUNT (WS-REC-SUB, WS-OUTCOME-SUB).      zbnkscrv
036300     ADD 1 TO WS-OUTCOME-TOTAL (WS-REC-SUB).                      zbnkscrv
036400     IF (WS-REC-SUB IS EQUAL TO 1 AND WS-OUTCOME-SUB = 3)         zbnkscrv
036500      OR (WS-REC-SUB IS EQUAL TO 3 AND WS-OUTCOME-SUB = 2)        zbnkscrv
036600        PERFORM WRITE-OVERRIDE-LINE                               zbnkscrv
036700     END-IF.                                                      zbnkscrv
036800 COUNT-MONTH-OUTCOME-EXIT.                                        zbnkscrv
036900     EXIT.                                                        zbnkscrv
037000                                                                  zbnkscrv
037100******************************************************************zbnkscrv
037200* COUNT-BOOKED-LOAN                                              *zbnkscrv
037300* A booked loan with a record on BNKDELQ, in whatever bucket or  *zbnkscrv
037400* state, has been delinquent at some point since booking.        *zbnkscrv
037500******************************************************************zbnkscrv
037600 COUNT-BOOKED-LOAN.                                               zbnkscrv
037700     ADD 1 TO WS-BOOKED-SCORED.                                   zbnkscrv
037800     ADD 1 TO WS-DELINQ-BOOKED (WS-REC-SUB, WS-SOURCE-SUB).       zbnkscrv
037900     MOVE LN-REC-KEY TO DQ-REC-KEY.                               zbnkscrv
038000     READ DELQ-FILE.                                              zbnkscrv
038100     EVALUATE WS-DELQ-STATUS                                      zbnkscrv
038200       WHEN '00'                                                  zbnkscrv
038300         ADD 1 TO WS-BOOKED-DELINQUENT                            zbnkscrv
038400         ADD 1 TO WS-DELINQ-BAD (WS-REC-SUB, WS-SOURCE-SUB)       zbnkscrv
038500       WHEN '23'                                                  zbnkscrv
038600         CONTINUE                                                 zbnkscrv
038700       WHEN OTHER                                                 zbnkscrv
038800         MOVE 'DELQ Error reading file ...' TO WS-CONSOLE-MESSAGE zbnkscrv
038900         PERFORM DISPLAY-CONSOLE-MESSAGE                          zbnkscrv
039000         MOVE WS-DELQ-STATUS TO WS-IO-STATUS                      zbnkscrv
039100         PERFORM DISPLAY-IO-STATUS                                zbnkscrv
039200         PERFORM ABORT-PROGRAM                                    zbnkscrv
039300     END-EVALUATE.                                                zbnkscrv
039400 COUNT-BOOKED-LOAN-EXIT.                                          zbnkscrv
039500     EXIT.                                                        zbnkscrv
039600                                                                  zbnkscrv
039700******************************************************************zbnkscrv
039800* WRITE-REPORT-HEADING                                           *zbnkscrv
039900* Writes the report title and the heading of the override list,  *zbnkscrv
040000* which is written as the overrides are met during the scan.     *zbnkscrv
040100******************************************************************zbnkscrv
040200 WRITE-REPORT-HEADING.                                            zbnkscrv
040300     MOVE SPACES TO WS-REPORT-LINE.                               zbnkscrv
040400     STRING 'Credit Scorecard Review - month '                    zbnkscrv
040500                                      DELIMITED BY SIZE           zbnkscrv
040600            WS-REPORT-CCYY            DELIMITED BY SIZE           zbnkscrv
040700            '-'                       DELIMITED BY SIZE           zbnkscrv
040800            WS-REPORT-MM              DELIMITED BY SIZE           zbnkscrv
040900            ' - run date '            DELIMITED BY SIZE           zbnkscrv
041000            WS-RUN-DATE-DISPLAY       DELIMITED BY SIZE           zbnkscrv
041100       INTO WS-REPORT-LINE.                                       zbnkscrv
041200     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkscrv
041300     PERFORM PRINTOUT-PUT.                                        zbnkscrv
041400     MOVE SPACES TO PRINTOUT-REC.                                 zbnkscrv
041500     PERFORM PRINTOUT-PUT.                                        zbnkscrv
041600     MOVE 'Officer overrides of the scorecard recommendation'     zbnkscrv
041700       TO PRINTOUT-REC.                                           zbnkscrv
041800     PERFORM PRINTOUT-PUT.                                        zbnkscrv
041900     MOVE 'Cust   Loan         Principal  Scr  Recommnd  Decision zbnkscrv
042000-         '  Userid    Rsn' TO PRINTOUT-REC.                      zbnkscrv
042100     PERFORM PRINTOUT-PUT.                                        zbnkscrv
042200                                                                  zbnkscrv
042300******************************************************************zbnkscrv
042400* WRITE-OVERRIDE-LINE                                            *zbnkscrv
042500* One line per override, with the officer and reason recorded.   *zbnkscrv
042600******************************************************************zbnkscrv
042700 WRITE-OVERRIDE-LINE.                                             zbnkscrv
042800     ADD 1 TO WS-OVERRIDES.                                       zbnkscrv
042900     MOVE LN-REC-CONTACT-ID TO WS-OVR-CONTACT-ID.                 zbnkscrv
043000     MOVE LN-REC-TASKN TO WS-OVR-TASKN.                           zbnkscrv
043100     MOVE LN-REC-PRINCIPAL TO WS-OVR-PRINCIPAL.                   zbnkscrv
043200     MOVE LN-REC-SCORE TO WS-OVR-SCORE.                           zbnkscrv
043300     MOVE WS-REC-NAME (WS-REC-SUB) TO WS-OVR-RECOMMEND.           zbnkscrv
043400     IF WS-OUTCOME-SUB IS EQUAL TO 3                              zbnkscrv
043500        MOVE 'Declined' TO WS-OVR-DECISION                        zbnkscrv
043600     ELSE                                                         zbnkscrv
043700        MOVE 'Approved' TO WS-OVR-DECISION                        zbnkscrv
043800     END-IF.                                                      zbnkscrv
043900     MOVE LN-REC-DEC-USERID TO WS-OVR-USERID.                     zbnkscrv
044000     MOVE LN-REC-DEC-REASON TO WS-OVR-REASON.                     zbnkscrv
044100     MOVE WS-OVERRIDE-LINE TO PRINTOUT-REC.                       zbnkscrv
044200     PERFORM PRINTOUT-PUT.                                        zbnkscrv
044300                                                                  zbnkscrv
044400******************************************************************zbnkscrv
044500* WRITE-OUTCOME-SECTION                                          *zbnkscrv
044600* The month's recommendation/outcome table, one line per         *zbnkscrv
044700* recommendation.                                                *zbnkscrv
044800******************************************************************zbnkscrv
044900 WRITE-OUTCOME-SECTION.                                           zbnkscrv
045000     MOVE SPACES TO PRINTOUT-REC.                                 zbnkscrv
045100     PERFORM PRINTOUT-PUT.                                        zbnkscrv
045200     MOVE 'Recommendation against outcome for the month'          zbnkscrv
045300       TO PRINTOUT-REC.                                           zbnkscrv
045400     PERFORM PRINTOUT-PUT.                                        zbnkscrv
045500     MOVE 'Recommended   Scorecard     Officer       Officer      zbnkscrv
045600-         '       Still         Total' TO PRINTOUT-REC.           zbnkscrv
045700     PERFORM PRINTOUT-PUT.                                        zbnkscrv
045800     MOVE '              approved      approved      declined     zbnkscrv
045900-         '      queued' TO PRINTOUT-REC.                         zbnkscrv
046000     PERFORM PRINTOUT-PUT.                                        zbnkscrv
046100     PERFORM WRITE-OUTCOME-LINE                                   zbnkscrv
046200         VARYING WS-REC-SUB FROM 1 BY 1                           zbnkscrv
046300         UNTIL WS-REC-SUB IS GREATER THAN 3.                      zbnkscrv
046400                                                                  zbnkscrv
046500 WRITE-OUTCOME-LINE.                                              zbnkscrv
046600     MOVE SPACES TO WS-OUTCOME-LINE.                              zbnkscrv
046700     MOVE WS-REC-NAME (WS-REC-SUB) TO WS-OUT-RECOMMEND.           zbnkscrv
046800     PERFORM EDIT-OUTCOME-COUNT                                   zbnkscrv
046900         VARYING WS-OUTCOME-SUB FROM 1 BY 1                       zbnkscrv
047000         UNTIL WS-OUTCOME-SUB IS GREATER THAN 4.                  zbnkscrv
047100     MOVE WS-OUTCOME-TOTAL (WS-REC-SUB) TO WS-OUT-TOTAL.          zbnkscrv
047200     MOVE WS-OUTCOME-LINE TO PRINTOUT-REC.                        zbnkscrv
047300     PERFORM PRINTOUT-PUT.                                        zbnkscrv
047400                                                                  zbnkscrv
047500 EDIT-OUTCOME-COUNT.                                              zbnkscrv
047600     MOVE WS-OUTCOME-COUNT (WS-REC-SUB, WS-OUTCOME-SUB)           zbnkscrv
047700       TO WS-OUT-COUNT-ED (WS-OUTCOME-SUB).                       zbnkscrv
047800                                                                  zbnkscrv
047900******************************************************************zbnkscrv
048000* WRITE-DELINQ-SECTION                                           *zbnkscrv
048100* Delinquency to date among all booked scored loans, by          *zbnkscrv
048200* recommendation and by who decided. The rate is the delinquent  *zbnkscrv
048300* loans as a percentage of those booked.                         *zbnkscrv
048400******************************************************************zbnkscrv
048500 WRITE-DELINQ-SECTION.                                            zbnkscrv
048600     MOVE SPACES TO PRINTOUT-REC.                                 zbnkscrv
048700     PERFORM PRINTOUT-PUT.                                        zbnkscrv
048800     MOVE 'Delinquency among booked scored loans to date'         zbnkscrv
048900       TO PRINTOUT-REC.                                           zbnkscrv
049000     PERFORM PRINTOUT-PUT.                                        zbnkscrv
049100     MOVE 'Recommended Decided by   Booked  Delinquent        Rat zbnkscrv
049200-         'e' TO PRINTOUT-REC.                                    zbnkscrv
049300     PERFORM PRINTOUT-PUT.                                        zbnkscrv
049400     PERFORM WRITE-DELINQ-REC                                     zbnkscrv
049500         VARYING WS-REC-SUB FROM 1 BY 1                           zbnkscrv
049600         UNTIL WS-REC-SUB IS GREATER THAN 3.                      zbnkscrv
049700                                                                  zbnkscrv
049800 WRITE-DELINQ-REC.                                                zbnkscrv
049900     PERFORM WRITE-DELINQ-LINE                                    zbnkscrv
050000         VARYING WS-SOURCE-SUB FROM 1 BY 1                        zbnkscrv
050100         UNTIL WS-SOURCE-SUB IS GREATER THAN 2.                   zbnkscrv
050200                                                                  zbnkscrv
050300 WRITE-DELINQ-LINE.                                               zbnkscrv
050400     MOVE WS-REC-NAME (WS-REC-SUB) TO WS-DLQ-RECOMMEND.           zbnkscrv
050500     MOVE WS-SOURCE-NAME (WS-SOURCE-SUB) TO WS-DLQ-SOURCE.        zbnkscrv
050600     MOVE WS-DELINQ-BOOKED (WS-REC-SUB, WS-SOURCE-SUB)            zbnkscrv
050700       TO WS-DLQ-BOOKED.                                          zbnkscrv
050800     MOVE WS-DELINQ-BAD (WS-REC-SUB, WS-SOURCE-SUB)               zbnkscrv
050900       TO WS-DLQ-BAD.                                             zbnkscrv
051000     IF WS-DELINQ-BOOKED (WS-REC-SUB, WS-SOURCE-SUB) IS EQUAL TO  zbnkscrv
051100        ZERO                                                      zbnkscrv
051200        MOVE ZERO TO WS-DELINQ-RATE                               zbnkscrv
051300     ELSE                                                         zbnkscrv
051400        COMPUTE WS-DELINQ-RATE ROUNDED =                          zbnkscrv
051500            WS-DELINQ-BAD (WS-REC-SUB, WS-SOURCE-SUB) * 100       zbnkscrv
051600            / WS-DELINQ-BOOKED (WS-REC-SUB, WS-SOURCE-SUB)        zbnkscrv
051700     END-IF.                                                      zbnkscrv
051800     MOVE WS-DELINQ-RATE TO WS-DLQ-RATE.                          zbnkscrv
051900     MOVE WS-DELINQ-LINE TO PRINTOUT-REC.                         zbnkscrv
052000     PERFORM PRINTOUT-PUT.                                        zbnkscrv
052100* Open, access and close the LOAN file.                         * zbnkscrv
052200******************************************************************zbnkscrv
052300 LOAN-OPEN.                                                       zbnkscrv
052400     OPEN INPUT LOAN-FILE.                                        zbnkscrv
052500     IF WS-LOAN-STATUS = '00'                                     zbnkscrv
052600        MOVE 'LOAN file opened OK' TO WS-CONSOLE-MESSAGE          zbnkscrv
052700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkscrv
052800     ELSE                                                         zbnkscrv
052900        MOVE 'LOAN file open failure...' TO WS-CONSOLE-MESSAGE    zbnkscrv
053000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkscrv
053100        MOVE WS-LOAN-STATUS TO WS-IO-STATUS                       zbnkscrv
053200        PERFORM DISPLAY-IO-STATUS                                 zbnkscrv
053300        PERFORM ABORT-PROGRAM                                     zbnkscrv
053400     END-IF.                                                      zbnkscrv
053500                                                                  zbnkscrv
053600 LOAN-GET.                                                        zbnkscrv
053700     READ LOAN-FILE NEXT RECORD.                                  zbnkscrv
053800     IF WS-LOAN-STATUS NOT = '00'                                 zbnkscrv
053900        IF WS-LOAN-STATUS = '10'                                  zbnkscrv
054000           MOVE 'YES' TO WS-END-OF-LOAN                           zbnkscrv
054100        ELSE                                                      zbnkscrv
054200           MOVE 'LOAN Error reading file ...'                     zbnkscrv
054300             TO WS-CONSOLE-MESSAGE                                zbnkscrv
054400           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkscrv
054500           MOVE WS-LOAN-STATUS TO WS-IO-STATUS                    zbnkscrv
054600           PERFORM DISPLAY-IO-STATUS                              zbnkscrv
054700           PERFORM ABORT-PROGRAM                                  zbnkscrv
054800        END-IF                                                    zbnkscrv
054900     END-IF.                                                      zbnkscrv
055000                                                                  zbnkscrv
055100 LOAN-CLOSE.                                                      zbnkscrv
055200     CLOSE LOAN-FILE.                                             zbnkscrv
055300     IF WS-LOAN-STATUS = '00'                                     zbnkscrv
055400        MOVE 'LOAN file closed OK' TO WS-CONSOLE-MESSAGE          zbnkscrv
055500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkscrv
055600     ELSE                                                         zbnkscrv
055700        MOVE 'LOAN file close failure...' TO WS-CONSOLE-MESSAGE   zbnkscrv
055800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkscrv
055900        MOVE WS-LOAN-STATUS TO WS-IO-STATUS                       zbnkscrv
056000        PERFORM DISPLAY-IO-STATUS                                 zbnkscrv
056100        PERFORM ABORT-PROGRAM                                     zbnkscrv
056200     END-IF.                                                      zbnkscrv
056300                                                                  zbnkscrv
056400******************************************************************zbnkscrv
056500* Open, access and close the DELQ file.                          *zbnkscrv
056600******************************************************************zbnkscrv
056700 DELQ-OPEN.                                                       zbnkscrv
056800     OPEN INPUT DELQ-FILE.                                        zbnkscrv
056900     IF WS-DELQ-STATUS = '00'                                     zbnkscrv
057000        MOVE 'DELQ file opened OK' TO WS-CONSOLE-MESSAGE          zbnkscrv
057100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkscrv
057200     ELSE                                                         zbnkscrv
057300        MOVE 'DELQ file open failure...' TO WS-CONSOLE-MESSAGE    zbnkscrv
057400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkscrv
057500        MOVE WS-DELQ-STATUS TO WS-IO-STATUS                       zbnkscrv
057600        PERFORM DISPLAY-IO-STATUS                                 zbnkscrv
057700        PERFORM ABORT-PROGRAM                                     zbnkscrv
057800     END-IF.                                                      zbnkscrv
057900                                                                  zbnkscrv
058000 DELQ-CLOSE.                                                      zbnkscrv
058100     CLOSE DELQ-FILE.                                             zbnkscrv
058200     IF WS-DELQ-STATUS = '00'                                     zbnkscrv
058300        MOVE 'DELQ file closed OK' TO WS-CONSOLE-MESSAGE          zbnkscrv
058400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkscrv
058500     ELSE                                                         zbnkscrv
058600        MOVE 'DELQ file close failure...' TO WS-CONSOLE-MESSAGE   zbnkscrv
058700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkscrv
058800        MOVE WS-DELQ-STATUS TO WS-IO-STATUS                       zbnkscrv
058900        PERFORM DISPLAY-IO-STATUS                                 zbnkscrv
059000        PERFORM ABORT-PROGRAM                                     zbnkscrv
059100     END-IF.                                                      zbnkscrv
059200                                                                  zbnkscrv
059300******************************************************************zbnkscrv
059400* Open, access and close the PRINTOUT file.                      *zbnkscrv
059500******************************************************************zbnkscrv
059600 PRINTOUT-OPEN.                                                   zbnkscrv
059700     OPEN OUTPUT PRINTOUT-FILE.                                   zbnkscrv
059800     IF WS-PRINTOUT-STATUS = '00'                                 zbnkscrv
059900        MOVE 'PRINTOUT file opened OK' TO WS-CONSOLE-MESSAGE      zbnkscrv
060000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkscrv
060100     ELSE                                                         zbnkscrv
060200        MOVE 'PRINTOUT file open failure...' TO WS-CONSOLE-MESSAGEzbnkscrv
060300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkscrv
060400        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkscrv
060500        PERFORM DISPLAY-IO-STATUS                                 zbnkscrv
060600        PERFORM ABORT-PROGRAM                                     zbnkscrv
060700     END-IF.                                                      zbnkscrv
060800                                                                  zbnkscrv
060900 PRINTOUT-PUT.                                                    zbnkscrv
061000     WRITE PRINTOUT-REC.                                          zbnkscrv
061100     IF WS-PRINTOUT-STATUS NOT = '00'                             zbnkscrv
061200        MOVE 'PRINTOUT Error writing file ...'                    zbnkscrv
061300          TO WS-CONSOLE-MESSAGE                                   zbnkscrv
061400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkscrv
061500        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkscrv
061600        PERFORM DISPLAY-IO-STATUS                                 zbnkscrv
061700        PERFORM ABORT-PROGRAM                                     zbnkscrv
061800     END-IF.                                                      zbnkscrv
061900                                                                  zbnkscrv
062000 PRINTOUT-CLOSE.                                                  zbnkscrv
062100     CLOSE PRINTOUT-FILE.                                         zbnkscrv
062200     IF WS-PRINTOUT-STATUS = '00'                                 zbnkscrv
062300        MOVE 'PRINTOUT file closed OK' TO WS-CONSOLE-MESSAGE      zbnkscrv
062400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkscrv
062500     ELSE                                                         zbnkscrv
062600        MOVE 'PRINTOUT file close failure...'                     zbnkscrv
062700          TO WS-CONSOLE-MESSAGE                                   zbnkscrv
062800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkscrv
062900        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkscrv
063000        PERFORM DISPLAY-IO-STATUS                                 zbnkscrv
063100        PERFORM ABORT-PROGRAM                                     zbnkscrv
063200     END-IF.                                                      zbnkscrv
063300                                                                  zbnkscrv
063400******************************************************************zbnkscrv
063500* Write a short end-of-job summary to the JOBSUM file, in the    *zbnkscrv
063600* same style as the other nightly jobs' summaries.               *zbnkscrv
063700******************************************************************zbnkscrv
063800 PRINT-JOB-SUMMARY.                                               zbnkscrv
063900     PERFORM JOBSUM-OPEN.                                         zbnkscrv
064000     MOVE SPACES TO JOBSUM-REC.                                   zbnkscrv
064100     STRING 'Applications read:           ' DELIMITED BY SIZE     zbnkscrv
064200            WS-LOANS-READ DELIMITED BY SIZE                       zbnkscrv
064300       INTO JOBSUM-REC.                                           zbnkscrv
064400     PERFORM JOBSUM-PUT.                                          zbnkscrv
064500     MOVE SPACES TO JOBSUM-REC.                                   zbnkscrv
064600     STRING 'Scored in report month:      ' DELIMITED BY SIZE     zbnkscrv
064700            WS-MONTH-SCORED DELIMITED BY SIZE                     zbnkscrv
064800       INTO JOBSUM-REC.                                           zbnkscrv
064900     PERFORM JOBSUM-PUT.                                          zbnkscrv
065000     MOVE SPACES TO JOBSUM-REC.                                   zbnkscrv
065100     STRING 'Officer overrides:           ' DELIMITED BY SIZE     zbnkscrv
065200            WS-OVERRIDES DELIMITED BY SIZE                        zbnkscrv
065300       INTO JOBSUM-REC.                                           zbnkscrv
065400     PERFORM JOBSUM-PUT.                                          zbnkscrv
065500     MOVE SPACES TO JOBSUM-REC.                                   zbnkscrv
065600     STRING 'Booked scored loans:         ' DELIMITED BY SIZE     zbnkscrv
065700            WS-BOOKED-SCORED DELIMITED BY SIZE                    zbnkscrv
065800       INTO JOBSUM-REC.                                           zbnkscrv
065900     PERFORM JOBSUM-PUT.                                          zbnkscrv
066000     MOVE SPACES TO JOBSUM-REC.                                   zbnkscrv
066100     STRING 'Booked scored delinquent:    ' DELIMITED BY SIZE     zbnkscrv
066200            WS-BOOKED-DELINQUENT DELIMITED BY SIZE                zbnkscrv
066300       INTO JOBSUM-REC.                                           zbnkscrv
066400     PERFORM JOBSUM-PUT.                                          zbnkscrv
066500     PERFORM JOBSUM-CLOSE.                                        zbnkscrv
066600     MOVE 'Job summary written to JOBSUM'                         zbnkscrv
066700       TO WS-CONSOLE-MESSAGE.                                     zbnkscrv
066800     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkscrv
066900                                                                  zbnkscrv
067000 JOBSUM-OPEN.                                                     zbnkscrv
067100     OPEN OUTPUT JOBSUM-FILE.                                     zbnkscrv
067200     IF WS-JOBSUM-STATUS = '00'                                   zbnkscrv
067300        MOVE 'JOBSUM file opened OK' TO WS-CONSOLE-MESSAGE        zbnkscrv
067400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkscrv
067500     ELSE                                                         zbnkscrv
067600        MOVE 'JOBSUM file open failure...' TO WS-CONSOLE-MESSAGE  zbnkscrv
067700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkscrv
067800        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkscrv
067900        PERFORM DISPLAY-IO-STATUS                                 zbnkscrv
068000        PERFORM ABORT-PROGRAM                                     zbnkscrv
068100     END-IF.                                                      zbnkscrv
068200                                                                  zbnkscrv
068300 JOBSUM-PUT.                                                      zbnkscrv
068400     WRITE JOBSUM-REC.                                            zbnkscrv
068500     IF WS-JOBSUM-STATUS NOT = '00'                               zbnkscrv
068600        MOVE 'JOBSUM Error writing file ...' TO WS-CONSOLE-MESSAGEzbnkscrv
068700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkscrv
068800        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkscrv
068900        PERFORM DISPLAY-IO-STATUS                                 zbnkscrv
069000        PERFORM ABORT-PROGRAM                                     zbnkscrv
069100     END-IF.                                                      zbnkscrv
069200                                                                  zbnkscrv
069300 JOBSUM-CLOSE.                                                    zbnkscrv
069400     CLOSE JOBSUM-FILE.                                           zbnkscrv
069500     IF WS-JOBSUM-STATUS = '00'                                   zbnkscrv
069600        MOVE 'JOBSUM file closed OK' TO WS-CONSOLE-MESSAGE        zbnkscrv
069700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkscrv
069800     ELSE                                                         zbnkscrv
069900        MOVE 'JOBSUM file close failure...' TO WS-CONSOLE-MESSAGE zbnkscrv
070000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkscrv
070100        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkscrv
070200        PERFORM DISPLAY-IO-STATUS                                 zbnkscrv
070300        PERFORM ABORT-PROGRAM                                     zbnkscrv
070400     END-IF.                                                      zbnkscrv
070500                                                                  zbnkscrv
070600******************************************************************zbnkscrv
070700* Run-control hooks. The START call blocks this job when it has  *zbnkscrv
070800* already completed for the business date or a prerequisite has  *zbnkscrv
070900* not, and records the start on BNKRUNC; the END call records    *zbnkscrv
071000* the end time and return code. See URUNCTL.CBL.                 *zbnkscrv
071100******************************************************************zbnkscrv
071200 RUN-CONTROL-START.                                               zbnkscrv
071300     SET RUNCTL-START TO TRUE.                                    zbnkscrv
071400     MOVE 'ZBNKSCRV' TO RUNCTL-JOB.                               zbnkscrv
071500     MOVE ZERO TO RUNCTL-BUSDATE.                                 zbnkscrv
071600     MOVE ZERO TO RUNCTL-RETURN-CODE.                             zbnkscrv
071700     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkscrv
071800     IF RUNCTL-BLOCKED                                            zbnkscrv
071900        MOVE RUNCTL-REPLY-TEXT TO WS-CONSOLE-MESSAGE              zbnkscrv
072000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkscrv
072100        MOVE 'Run control blocked this run' TO WS-CONSOLE-MESSAGE zbnkscrv
072200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkscrv
072300        MOVE 8 TO RETURN-CODE                                     zbnkscrv
072400        GOBACK                                                    zbnkscrv
072500     END-IF.                                                      zbnkscrv
072600 RUN-CONTROL-START-EXIT.                                          zbnkscrv
072700     EXIT.                                                        zbnkscrv
072800                                                                  zbnkscrv
072900 RUN-CONTROL-END.                                                 zbnkscrv
073000     SET RUNCTL-END TO TRUE.                                      zbnkscrv
073100     MOVE RETURN-CODE TO RUNCTL-RETURN-CODE.                      zbnkscrv
073200     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkscrv
073300                                                                  zbnkscrv
073400******************************************************************zbnkscrv
073500* Display the file status bytes                                  *zbnkscrv
073600******************************************************************zbnkscrv
073700 DISPLAY-IO-STATUS.                                               zbnkscrv
073800     IF WS-IO-STATUS NUMERIC                                      zbnkscrv
073900        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkscrv
074000        STRING 'File status -' DELIMITED BY SIZE                  zbnkscrv
074100               WS-IO-STATUS DELIMITED BY SIZE                     zbnkscrv
074200          INTO WS-CONSOLE-MESSAGE                                 zbnkscrv
074300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkscrv
074400     ELSE                                                         zbnkscrv
074500        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     zbnkscrv
074600        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    zbnkscrv
074700        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkscrv
074800        STRING 'File status -' DELIMITED BY SIZE                  zbnkscrv
074900               WS-IO-STAT1 DELIMITED BY SIZE                      zbnkscrv
075000               '/' DELIMITED BY SIZE                              zbnkscrv
075100               WS-TWO-BYTES DELIMITED BY SIZE                     zbnkscrv
075200          INTO WS-CONSOLE-MESSAGE                                 zbnkscrv
075300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkscrv
075400     END-IF.                                                      zbnkscrv
075500                                                                  zbnkscrv
075600******************************************************************zbnkscrv
075700* 'ABORT' the program. Post a message and issue a goback         *zbnkscrv
075800******************************************************************zbnkscrv
075900 ABORT-PROGRAM.                                                   zbnkscrv
076000     IF WS-CONSOLE-MESSAGE NOT = SPACES                           zbnkscrv
076100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkscrv
076200     END-IF.                                                      zbnkscrv
076300     MOVE 'Program is abending...' TO WS-CONSOLE-MESSAGE.         zbnkscrv
076400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkscrv
076500     MOVE 16 TO RETURN-CODE.                                      zbnkscrv
076600     GOBACK.                                                      zbnkscrv
076700                                                                  zbnkscrv
076800******************************************************************zbnkscrv
076900* Display CONSOLE messages...                                    *zbnkscrv
077000******************************************************************zbnkscrv
077100 DISPLAY-CONSOLE-MESSAGE.                                         zbnkscrv
077200     DISPLAY 'ZBNKSCRV - ' WS-CONSOLE-MESSAGE                     zbnkscrv
077300       UPON CONSOLE.                                              zbnkscrv
077400     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       zbnkscrv
