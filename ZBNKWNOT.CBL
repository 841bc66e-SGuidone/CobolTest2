000100******************************************************************zbnkwnot
000200*                                                               * zbnkwnot
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   * zbnkwnot
000400*   This demonstration program is provided for use by users     * zbnkwnot
000500*   of Micro Focus products and may be used, modified and       * zbnkwnot
000600*   distributed as part of your application provided that       * zbnkwnot
000700*   you properly acknowledge the copyright of Micro Focus       * zbnkwnot
000800*   in this material.                                           * zbnkwnot
000900*                                                               * zbnkwnot
001000******************************************************************zbnkwnot
001100                                                                  zbnkwnot
001200******************************************************************zbnkwnot
001300* ZBNKWNOT.CBL                                                   *zbnkwnot
001400* Function:    Daily withdrawal-notice cycle for notice savings  *zbnkwnot
001500*              accounts. Works through the BNKWNOT notices       *zbnkwnot
001600*              given on DBANK62P: a pending notice within        *zbnkwnot
001700*              WS-REMIND-DAYS of its date is reminded once; one  *zbnkwnot
001800*              whose date has come is released for withdrawal    *zbnkwnot
001900*              until its lapse date, and the customer is told    *zbnkwnot
002000*              through BNKNOTQ; a released notice not drawn by   *zbnkwnot
002100*              its lapse date lapses, and a new notice is then   *zbnkwnot
002200*              needed. Every change is listed on the report.     *zbnkwnot
002300******************************************************************zbnkwnot
002400 IDENTIFICATION DIVISION.                                         zbnkwnot
002500 PROGRAM-ID.                                                      zbnkwnot
002600     ZBNKWNOT.                                                    zbnkwnot
002700 DATE-WRITTEN.                                                    zbnkwnot
002800     October 2026.                                                zbnkwnot
002900 DATE-COMPILED.                                                   zbnkwnot
003000     Today.                                                       zbnkwnot
003100                                                                  zbnkwnot
003200 ENVIRONMENT DIVISION.                                            zbnkwnot
003300 INPUT-OUTPUT   SECTION.                                          zbnkwnot
003400   FILE-CONTROL.                                                  zbnkwnot
003500     SELECT WNOT-FILE                                             zbnkwnot
003600            ASSIGN       TO BNKWNOT                               zbnkwnot
003700            ORGANIZATION IS INDEXED                               zbnkwnot
003800            ACCESS MODE  IS SEQUENTIAL                            zbnkwnot
003900            RECORD KEY   IS WN-REC-KEY                            zbnkwnot
004000            FILE STATUS  IS WS-WNOT-STATUS.                       zbnkwnot
004100     SELECT NOTQ-FILE                                             zbnkwnot
004200            ASSIGN       TO BNKNOTQ                               zbnkwnot
004300            ORGANIZATION IS INDEXED                               zbnkwnot
004400            ACCESS MODE  IS RANDOM                                zbnkwnot
004500            RECORD KEY   IS NQ-REC-KEY                            zbnkwnot
004600            FILE STATUS  IS WS-NOTQ-STATUS.                       zbnkwnot
004700     SELECT PRINTOUT-FILE                                         zbnkwnot
004800            ASSIGN       TO PRINTOUT                              zbnkwnot
004900            ORGANIZATION IS SEQUENTIAL                            zbnkwnot
005000            ACCESS MODE  IS SEQUENTIAL                            zbnkwnot
005100            FILE STATUS  IS WS-PRINTOUT-STATUS.                   zbnkwnot
005200     SELECT JOBSUM-FILE                                           zbnkwnot
005300            ASSIGN       TO JOBSUM                                zbnkwnot
005400            ORGANIZATION IS SEQUENTIAL                            zbnkwnot
005500            ACCESS MODE  IS SEQUENTIAL                            zbnkwnot
005600            FILE STATUS  IS WS-JOBSUM-STATUS.                     zbnkwnot
005700                                                                  zbnkwnot
005800 DATA DIVISION.                                                   zbnkwnot
005900 FILE SECTION.                                                    zbnkwnot
006000                                                                  zbnkwnot
006100 FD  WNOT-FILE.                                                   zbnkwnot
006200 01  WNOT-FILE-REC.                                               zbnkwnot
006300 COPY CBANKVWN.                                                   zbnkwnot
006400                                                                  zbnkwnot
006500 FD  NOTQ-FILE.                                                   zbnkwnot
006600 01  NOTQ-FILE-REC.                                               zbnkwnot
006700 COPY CBANKVNQ.                                                   zbnkwnot
006800                                                                  zbnkwnot
006900 FD  PRINTOUT-FILE.                                               zbnkwnot
007000 01  PRINTOUT-REC                      PIC X(121).                zbnkwnot
007100                                                                  zbnkwnot
007200 FD  JOBSUM-FILE.                                                 zbnkwnot
007300 01  JOBSUM-REC                        PIC X(80).                 zbnkwnot
007400                                                                  zbnkwnot
007500 WORKING-STORAGE SECTION.                                         zbnkwnot
007600 01  WS-RUN-CONTROL.                                              zbnkwnot
007700 COPY CRUNCTLD.                                                   zbnkwnot
007800 01  WS-FILE-STATUSES.                                            zbnkwnot
007900   05  WS-WNOT-STATUS.                                            zbnkwnot
008000     10  WS-WNOT-STAT1                  PIC X(1).                 zbnkwnot
008100     10  WS-WNOT-STAT2                  PIC X(1).                 zbnkwnot
008200   05  WS-NOTQ-STATUS.                                            zbnkwnot
008300     10  WS-NOTQ-STAT1                  PIC X(1).                 zbnkwnot
008400     10  WS-NOTQ-STAT2                  PIC X(1).                 zbnkwnot
008500   05  WS-PRINTOUT-STATUS.                                        zbnkwnot
008600     10  WS-PRINTOUT-STAT1              PIC X(1).                 zbnkwnot
008700     10  WS-PRINTOUT-STAT2              PIC X(1).                 zbnkwnot
008800   05  WS-JOBSUM-STATUS.                                          zbnkwnot
008900     10  WS-JOBSUM-STAT1                PIC X(1).                 zbnkwnot
009000     10  WS-JOBSUM-STAT2                PIC X(1).                 zbnkwnot
009100   05  WS-IO-STATUS.                                              zbnkwnot
009200     10  WS-IO-STAT1                   PIC X(1).                  zbnkwnot
009300     10  WS-IO-STAT2                   PIC X(1).                  zbnkwnot
009400                                                                  zbnkwnot
009500   05  WS-TWO-BYTES.                                              zbnkwnot
009600     10  WS-TWO-BYTES-LEFT             PIC X(1).                  zbnkwnot
009700     10  WS-TWO-BYTES-RIGHT            PIC X(1).                  zbnkwnot
009800   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 zbnkwnot
009900                                      PIC 9(1) COMP.              zbnkwnot
010000                                                                  zbnkwnot
010100 01  WS-CONSOLE-MESSAGE                    PIC X(48).             zbnkwnot
010200                                                                  zbnkwnot
010300 01  WS-DATE-WORK-AREA.                                           zbnkwnot
010400 COPY CDATED.                                                     zbnkwnot
010500                                                                  zbnkwnot
010600 01  WS-TODAY-DATE-N                       PIC 9(8).              zbnkwnot
010700 01  WS-TODAY-DATE-PARTS REDEFINES WS-TODAY-DATE-N.               zbnkwnot
010800     05  WS-TODAY-CCYY                     PIC 9(4).              zbnkwnot
010900     05  WS-TODAY-MM                       PIC 9(2).              zbnkwnot
011000     05  WS-TODAY-DD                       PIC 9(2).              zbnkwnot
011100 01  WS-RUN-DATE-DISPLAY                   PIC X(11).             zbnkwnot
011200 01  WS-RUN-TIME-8                         PIC 9(8).              zbnkwnot
011300 01  WS-RUN-TIME                           PIC X(6).              zbnkwnot
011400                                                                  zbnkwnot
011500******************************************************************zbnkwnot
011600* A pending notice is reminded once when its date is this many   *zbnkwnot
011700* days away; a released notice stays drawable for WS-LAPSE-DAYS  *zbnkwnot
011800* after its date. Like the other cycle thresholds there is no    *zbnkwnot
011900* user-facing way to change them, so they live here.             *zbnkwnot
012000******************************************************************zbnkwnot
012100 01  WS-REMIND-DAYS                        PIC 9(3) VALUE 3.      zbnkwnot
012200 01  WS-LAPSE-DAYS                         PIC 9(3) VALUE 30.     zbnkwnot
012300                                                                  zbnkwnot
012400 01  WS-DAYS-TO-AVAIL                      PIC S9(9) COMP.        zbnkwnot
012500 01  WS-INT-DATE                           PIC S9(9) COMP.        zbnkwnot
012600 01  WS-NOTQ-SEQ                           PIC 9(5) VALUE ZERO.   zbnkwnot
012700 01  WS-TEXT-AMOUNT                        PIC Z(6)9.99.          zbnkwnot
012800 01  WS-TEXT-DATE                          PIC 9(8).              zbnkwnot
012900                                                                  zbnkwnot
013000 01  WS-DETAIL-LINE.                                              zbnkwnot
013100     05  WS-DET-ACCNO                      PIC X(9).              zbnkwnot
013200     05  FILLER                            PIC X(2) VALUE SPACES. zbnkwnot
013300     05  WS-DET-SEQ                        PIC 9(3).              zbnkwnot
013400     05  FILLER                            PIC X(2) VALUE SPACES. zbnkwnot
013500     05  WS-DET-AMOUNT                     PIC Z,ZZZ,ZZ9.99-.     zbnkwnot
013600     05  FILLER                            PIC X(2) VALUE SPACES. zbnkwnot
013700     05  WS-DET-AVAIL-DTE                  PIC 9(8).              zbnkwnot
013800     05  FILLER                            PIC X(3) VALUE SPACES. zbnkwnot
013900     05  WS-DET-NOTE                       PIC X(36).             zbnkwnot
014000                                                                  zbnkwnot
014100 01  WS-REPORT-LINE                        PIC X(121).            zbnkwnot
014200                                                                  zbnkwnot
014300******************************************************************zbnkwnot
014400* Run counters, reported on the job summary at the end of the    *zbnkwnot
014500* run.                                                           *zbnkwnot
014600******************************************************************zbnkwnot
014700 01  WS-NOTICES-SEEN                       PIC 9(5) VALUE ZERO.   zbnkwnot
014800 01  WS-NOTICES-REMINDED                   PIC 9(5) VALUE ZERO.   zbnkwnot
014900 01  WS-NOTICES-RELEASED                   PIC 9(5) VALUE ZERO.   zbnkwnot
015000 01  WS-NOTICES-LAPSED                     PIC 9(5) VALUE ZERO.   zbnkwnot
015100                                                                  zbnkwnot
015200 01  WS-END-OF-WNOT                        PIC X(3) VALUE 'NO '.  zbnkwnot
015300                                                                  zbnkwnot
015400 PROCEDURE DIVISION.                                              zbnkwnot
015500                                                                  zbnkwnot
015600     PERFORM RUN-CONTROL-START                                    zbnkwnot
015700         THRU RUN-CONTROL-START-EXIT.                             zbnkwnot
015800     PERFORM GET-RUN-DATE.                                        zbnkwnot
015900                                                                  zbnkwnot
016000     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           zbnkwnot
016100     STRING 'Withdrawal notice run for ' DELIMITED BY SIZE        zbnkwnot
016200            WS-RUN-DATE-DISPLAY DELIMITED BY SIZE                 zbnkwnot
016300       INTO WS-CONSOLE-MESSAGE.                                   zbnkwnot
016400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkwnot
016500                                                                  zbnkwnot
016600     PERFORM WNOT-OPEN.                                           zbnkwnot
016700     PERFORM NOTQ-OPEN.                                           zbnkwnot
016800     PERFORM PRINTOUT-OPEN.                                       zbnkwnot
016900                                                                  zbnkwnot
017000     PERFORM WRITE-REPORT-HEADING.                                zbnkwnot
017100     PERFORM WNOT-GET.                                            zbnkwnot
017200     PERFORM WORK-ONE-NOTICE                                      zbnkwnot
017300         THRU WORK-ONE-NOTICE-EXIT                                zbnkwnot
017400             UNTIL WS-END-OF-WNOT = 'YES'.                        zbnkwnot
017500                                                                  zbnkwnot
017600     PERFORM WNOT-CLOSE.                                          zbnkwnot
017700     PERFORM NOTQ-CLOSE.                                          zbnkwnot
017800     PERFORM PRINTOUT-CLOSE.                                      zbnkwnot
017900                                                                  zbnkwnot
018000     PERFORM PRINT-JOB-SUMMARY.                                   zbnkwnot
018100                                                                  zbnkwnot
018200     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     zbnkwnot
018300     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkwnot
018400     MOVE 0 TO RETURN-CODE.                                       zbnkwnot
018500     PERFORM RUN-CONTROL-END.                                     zbnkwnot
018600     GOBACK.                                                      zbnkwnot
018700                                                                  zbnkwnot
018800******************************************************************zbnkwnot
018900* GET-RUN-DATE                                                   *zbnkwnot
019000* Obtains today's date, in both numeric and display form, and    *zbnkwnot
019100* the current time.                                              *zbnkwnot
019200******************************************************************zbnkwnot
019300 GET-RUN-DATE.                                                    zbnkwnot
019400     ACCEPT WS-TODAY-DATE-N FROM DATE YYYYMMDD.                   zbnkwnot
019500     MOVE SPACES TO DD-INPUT-TYPE.                                zbnkwnot
019600     SET DDI-ISO TO TRUE.                                         zbnkwnot
019700     MOVE SPACES TO DDI-DATA.                                     zbnkwnot
019800     STRING WS-TODAY-CCYY DELIMITED BY SIZE                       zbnkwnot
019900            '-'           DELIMITED BY SIZE                       zbnkwnot
020000            WS-TODAY-MM   DELIMITED BY SIZE                       zbnkwnot
020100            '-'           DELIMITED BY SIZE                       zbnkwnot
020200            WS-TODAY-DD   DELIMITED BY SIZE                       zbnkwnot
020300       INTO DDI-DATA.                                             zbnkwnot
020400     MOVE SPACES TO DD-OUTPUT-TYPE.                               zbnkwnot
020500     SET DDO-DD-MMM-YYYY TO TRUE.                                 zbnkwnot
020600     SET DD-ENV-NULL TO TRUE.                                     zbnkwnot
020700     CALL 'UDATECNV' USING WS-DATE-WORK-AREA.                     zbnkwnot
020800     MOVE DDO-DATA TO WS-RUN-DATE-DISPLAY.                        zbnkwnot
020900     ACCEPT WS-RUN-TIME-8 FROM TIME.                              zbnkwnot
021000     MOVE WS-RUN-TIME-8(1:6) TO WS-RUN-TIME.                      zbnkwnot
021100 GET-RUN-DATE-EXIT.                                               zbnkwnot
021200     EXIT.                                                        zbnkwnot
021300                                                                  zbnkwnot
021400******************************************************************zbnkwnot
021500* WORK-ONE-NOTICE                                                *zbnkwnot
021600* Works the notice currently in the buffer and advances the      *zbnkwnot
021700* scan. Only pending and released notices move on: a pending     *zbnkwnot
021800* one whose date has come is released, one due within            *zbnkwnot
021900* WS-REMIND-DAYS is reminded (once); a released one past its     *zbnkwnot
022000* lapse date lapses. Used, cancelled and lapsed notices are      *zbnkwnot
022100* history and are left alone.                                    *zbnkwnot
022200******************************************************************zbnkwnot
022300 WORK-ONE-NOTICE.                                                 zbnkwnot
022400     IF WN-REC-RELEASED                                           zbnkwnot
022500        IF WN-REC-LAPSE-DTE IS LESS THAN WS-TODAY-DATE-N          zbnkwnot
022600           PERFORM LAPSE-NOTICE                                   zbnkwnot
022700        END-IF                                                    zbnkwnot
022800        GO TO WORK-ONE-NOTICE-NEXT                                zbnkwnot
022900     END-IF.                                                      zbnkwnot
023000     IF NOT WN-REC-PENDING                                        zbnkwnot
023100        GO TO WORK-ONE-NOTICE-NEXT                                zbnkwnot
023200     END-IF.                                                      zbnkwnot
023300     ADD 1 TO WS-NOTICES-SEEN.                                    zbnkwnot
023400     IF WN-REC-AVAIL-DTE IS NOT GREATER THAN WS-TODAY-DATE-N      zbnkwnot
023500        PERFORM RELEASE-NOTICE                                    zbnkwnot
023600        GO TO WORK-ONE-NOTICE-NEXT                                zbnkwnot
023700     END-IF.                                                      zbnkwnot
023800     IF WN-REC-REMINDER-SENT                                      zbnkwnot
023900        GO TO WORK-ONE-NOTICE-NEXT                                zbnkwnot
024000     END-IF.                                                      zbnkwnot
024100     COMPUTE WS-DAYS-TO-AVAIL =                                   zbnkwnot
024200         FUNCTION INTEGER-OF-DATE (WN-REC-AVAIL-DTE)              zbnkwnot
024300         - FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE-N).            zbnkwnot
024400     IF WS-DAYS-TO-AVAIL IS NOT GREATER THAN WS-REMIND-DAYS       zbnkwnot
024500        PERFORM REMIND-NOTICE                                     zbnkwnot
024600     END-IF.                                                      zbnkwnot
024700 WORK-ONE-NOTICE-NEXT.                                            zbnkwnot
024800     PERFORM WNOT-GET.                                            zbnkwnot
024900 WORK-ONE-NOTICE-EXIT.                                            zbnkwnot
025000     EXIT.                                                        zbnkwnot
025100                                                                  zbnkwnot
025200******************************************************************zbnkwnot
025300* RELEASE-NOTICE                                                 *zbnkwnot
025400* The notice period has been served: the amount is free to       *zbnkwnot
025500* withdraw, without penalty, until the lapse date.               *zbnkwnot
025600******************************************************************zbnkwnot
025700 RELEASE-NOTICE.                                                  zbnkwnot
025800     SET WN-REC-RELEASED TO TRUE.                                 zbnkwnot
025900     COMPUTE WS-INT-DATE =                                        zbnkwnot
026000        FUNCTION INTEGER-OF-DATE (WN-REC-AVAIL-DTE)               zbnkwnot
026100        + WS-LAPSE-DAYS.                                          zbnkwnot
026200     MOVE FUNCTION DATE-OF-INTEGER (WS-INT-DATE)                  zbnkwnot
026300       TO WN-REC-LAPSE-DTE.                                       zbnkwnot
026400     PERFORM WNOT-REWRITE.                                        zbnkwnot
026500     COMPUTE WS-TEXT-AMOUNT = WN-REC-AMOUNT - WN-REC-DRAWN.       zbnkwnot
026600     MOVE WN-REC-LAPSE-DTE TO WS-TEXT-DATE.                       zbnkwnot
026700     MOVE SPACES TO NOTQ-FILE-REC.                                zbnkwnot
026800     SET NQ-REC-EVENT-NOTICE-READY TO TRUE.                       zbnkwnot
026900     MOVE SPACES TO NQ-REC-TEXT.                                  zbnkwnot
027000     STRING 'Notice served on account ' DELIMITED BY SIZE         zbnkwnot
027100            WN-REC-ACCNO               DELIMITED BY SIZE          zbnkwnot
027200            ' - '                      DELIMITED BY SIZE          zbnkwnot
027300            WS-TEXT-AMOUNT             DELIMITED BY SIZE          zbnkwnot
027400            ' free to withdraw until ' DELIMITED BY SIZE          zbnkwnot
027500            WS-TEXT-DATE               DELIMITED BY SIZE          zbnkwnot
027600       INTO NQ-REC-TEXT.                                          zbnkwnot
027700     PERFORM QUEUE-NOTIFICATION.                                  zbnkwnot
027800     MOVE 'Released for withdrawal' TO WS-DET-NOTE.               zbnkwnot
027900     PERFORM WRITE-DETAIL-LINE.                                   zbnkwnot
028000     ADD 1 TO WS-NOTICES-RELEASED.                                zbnkwnot
028100                                                                  zbnkwnot
028200******************************************************************zbnkwnot
028300* REMIND-NOTICE                                                  *zbnkwnot
028400* One reminder per notice, a few days before its date, so the    *zbnkwnot
028500* customer knows when the money can be drawn.                    *zbnkwnot
028600******************************************************************zbnkwnot
028700 REMIND-NOTICE.                                                   zbnkwnot
028800     MOVE 'Y' TO WN-REC-REMINDED.                                 zbnkwnot
028900     PERFORM WNOT-REWRITE.                                        zbnkwnot
029000     MOVE WN-REC-AMOUNT TO WS-TEXT-AMOUNT.                        zbnkwnot
029100     MOVE WN-REC-AVAIL-DTE TO WS-TEXT-DATE.                       zbnkwnot
029200     MOVE SPACES TO NOTQ-FILE-REC.                                zbnkwnot
029300     SET NQ-REC-EVENT-NOTICE-DUE TO TRUE.                         zbnkwnot
029400     MOVE SPACES TO NQ-REC-TEXT.                                  zbnkwnot
029500     STRING 'Withdrawal notice on account ' DELIMITED BY SIZE     zbnkwnot
029600            WN-REC-ACCNO                    DELIMITED BY SIZE     zbnkwnot
029700            ' for '                         DELIMITED BY SIZE     zbnkwnot
029800            WS-TEXT-AMOUNT                  DELIMITED BY SIZE     zbnkwnot
029900            ' is served on '                DELIMITED BY SIZE     zbnkwnot
030000            WS-TEXT-DATE                    DELIMITED BY SIZE     zbnkwnot
030100       INTO NQ-REC-TEXT.                                          zbnkwnot
030200     PERFORM QUEUE-NOTIFICATION.                                  zbnkwnot
030300     MOVE 'Reminder sent' TO WS-DET-NOTE.                         zbnkwnot
030400     PERFORM WRITE-DETAIL-LINE.                                   zbnkwnot
030500     ADD 1 TO WS-NOTICES-REMINDED.                                zbnkwnot
030600                                                                  zbnkwnot
030700******************************************************************zbnkwnot
030800* LAPSE-NOTICE                                                   *zbnkwnot
030900* Whatever was not drawn by the lapse date needs a fresh notice. *zbnkwnot
031000******************************************************************zbnkwnot
031100 LAPSE-NOTICE.                                                    zbnkwnot
031200     SET WN-REC-LAPSED TO TRUE.                                   zbnkwnot
031300     MOVE WS-TODAY-DATE-N TO WN-REC-CLOSED-DTE.                   zbnkwnot
031400     PERFORM WNOT-REWRITE.                                        zbnkwnot
031500     MOVE 'Lapsed - not drawn' TO WS-DET-NOTE.                    zbnkwnot
031600     PERFORM WRITE-DETAIL-LINE.                                   zbnkwnot
031700     ADD 1 TO WS-NOTICES-LAPSED.                                  zbnkwnot
031800                                                                  zbnkwnot
031900******************************************************************zbnkwnot
032000* Queue one customer notification. The event code and text are   *zbnkwnot
032100* set by the caller; the customer is the one who gave the        *zbnkwnot
032200* notice. A key collision bumps the sequence and retries.        *zbnkwnot
032300******************************************************************zbnkwnot
032400 QUEUE-NOTIFICATION.                                              zbnkwnot
032500     MOVE WS-TODAY-DATE-N TO NQ-REC-DATE.                         zbnkwnot
032600     MOVE WS-RUN-TIME TO NQ-REC-TIME.                             zbnkwnot
032700     ADD 1 TO WS-NOTQ-SEQ.                                        zbnkwnot
032800     MOVE WS-NOTQ-SEQ TO NQ-REC-SEQ.                              zbnkwnot
032900     MOVE WN-REC-PID TO NQ-REC-PID.                               zbnkwnot
033000     SET NQ-REC-QUEUED TO TRUE.                                   zbnkwnot
033100     MOVE ZERO TO NQ-REC-RETRY.                                   zbnkwnot
033200     PERFORM NOTQ-WRITE-STEP.                                     zbnkwnot
033300     PERFORM NOTQ-WRITE-RETRY                                     zbnkwnot
033400         UNTIL WS-NOTQ-STATUS NOT = '22'.                         zbnkwnot
033500     IF WS-NOTQ-STATUS NOT = '00'                                 zbnkwnot
033600        MOVE 'NOTQ Error writing file ...' TO WS-CONSOLE-MESSAGE  zbnkwnot
033700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkwnot
033800        MOVE WS-NOTQ-STATUS TO WS-IO-STATUS                       zbnkwnot
033900        PERFORM DISPLAY-IO-STATUS                                 zbnkwnot
034000        PERFORM ABORT-PROGRAM                                     zbnkwnot
034100     END-IF.                                                      zbnkwnot
034200                                                                  zbnkwnot
034300 NOTQ-WRITE-STEP.                                                 zbnkwnot
034400     WRITE NOTQ-FILE-REC.                                         zbnkwnot
034500                                                                  zbnkwnot
034600 NOTQ-WRITE-RETRY.                                                zbnkwnot
034700     ADD 1 TO WS-NOTQ-SEQ.                                        zbnkwnot
034800     MOVE WS-NOTQ-SEQ TO NQ-REC-SEQ.                              zbnkwnot
034900     PERFORM NOTQ-WRITE-STEP.                                     zbnkwnot
035000                                                                  zbnkwnot
035100******************************************************************zbnkwnot
035200* WRITE-REPORT-HEADING                                           *zbnkwnot
035300* Writes the report title and column heading lines.              *zbnkwnot
035400******************************************************************zbnkwnot
035500 WRITE-REPORT-HEADING.                                            zbnkwnot
035600     MOVE SPACES TO WS-REPORT-LINE.                               zbnkwnot
035700     STRING 'Withdrawal Notice Report - run date '                zbnkwnot
035800                                      DELIMITED BY SIZE           zbnkwnot
035900            WS-RUN-DATE-DISPLAY       DELIMITED BY SIZE           zbnkwnot
036000       INTO WS-REPORT-LINE.                                       zbnkwnot
036100     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkwnot
036200     PERFORM PRINTOUT-PUT.                                        zbnkwnot
036300     MOVE SPACES TO PRINTOUT-REC.                                 zbnkwnot
036400     PERFORM PRINTOUT-PUT.                                        zbnkwnot
036500     MOVE 'Account    Seq         Amount   Available   Note'      zbnkwnot
036600       TO PRINTOUT-REC.                                           zbnkwnot
036700     PERFORM PRINTOUT-PUT.                                        zbnkwnot
036800                                                                  zbnkwnot
036900******************************************************************zbnkwnot
037000* WRITE-DETAIL-LINE                                              *zbnkwnot
037100* One line per notice whose state changed.                       *zbnkwnot
037200******************************************************************zbnkwnot
037300 WRITE-DETAIL-LINE.                                               zbnkwnot
037400     MOVE WN-REC-ACCNO TO WS-DET-ACCNO.                           zbnkwnot
037500     MOVE WN-REC-SEQ TO WS-DET-SEQ.                               zbnkwnot
037600     MOVE WN-REC-AMOUNT TO WS-DET-AMOUNT.                         zbnkwnot
037700     MOVE WN-REC-AVAIL-DTE TO WS-DET-AVAIL-DTE.                   zbnkwnot
037800     MOVE WS-DETAIL-LINE TO PRINTOUT-REC.                         zbnkwnot
037900     PERFORM PRINTOUT-PUT.                                        zbnkwnot
038000                                                                  zbnkwnot
038100******************************************************************zbnkwnot
038200* Open, access and close the WNOT file.                          *zbnkwnot
038300******************************************************************zbnkwnot
038400 WNOT-OPEN.                                                       zbnkwnot
038500     OPEN I-O WNOT-FILE.                                          zbnkwnot
038600     IF WS-WNOT-STATUS = '00'                                     zbnkwnot
038700        MOVE 'WNOT file opened OK' TO WS-CONSOLE-MESSAGE          zbnkwnot
038800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkwnot
038900     ELSE                                                         zbnkwnot
039000        MOVE 'WNOT file open failure...' TO WS-CONSOLE-MESSAGE    zbnkwnot
039100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkwnot
039200        MOVE WS-WNOT-STATUS TO WS-IO-STATUS                       zbnkwnot
039300        PERFORM DISPLAY-IO-STATUS                                 zbnkwnot
039400        PERFORM ABORT-PROGRAM                                     zbnkwnot
039500     END-IF.                                                      zbnkwnot
039600                                                                  zbnkwnot
039700 WNOT-GET.                                                        zbnkwnot
039800     READ WNOT-FILE NEXT RECORD.                                  zbnkwnot
039900     IF WS-WNOT-STATUS NOT = '00'                                 zbnkwnot
040000        IF WS-WNOT-STATUS = '10'                                  zbnkwnot
040100           MOVE 'YES' TO WS-END-OF-WNOT                           zbnkwnot
040200        ELSE                                                      zbnkwnot
040300           MOVE 'WNOT Error reading file ...'                     zbnkwnot
040400             TO WS-CONSOLE-MESSAGE                                zbnkwnot
040500           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkwnot
040600           MOVE WS-WNOT-STATUS TO WS-IO-STATUS                    zbnkwnot
040700           PERFORM DISPLAY-IO-STATUS                              zbnkwnot
040800           PERFORM ABORT-PROGRAM                                  zbnkwnot
040900        END-IF                                                    zbnkwnot
041000     END-IF.                                                      zbnkwnot
041100                                                                  zbnkwnot
041200 WNOT-REWRITE.                                                    zbnkwnot
041300     REWRITE WNOT-FILE-REC.                                       zbnkwnot
041400     IF WS-WNOT-STATUS NOT = '00'                                 zbnkwnot
041500        MOVE 'WNOT Error rewriting file ...'                      zbnkwnot
041600          TO WS-CONSOLE-MESSAGE                                   zbnkwnot
041700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkwnot
041800        MOVE WS-WNOT-STATUS TO WS-IO-STATUS                       zbnkwnot
041900        PERFORM DISPLAY-IO-STATUS                                 zbnkwnot
042000        PERFORM ABORT-PROGRAM                                     zbnkwnot
042100     END-IF.                                                      zbnkwnot
042200                                                                  zbnkwnot
042300 WNOT-CLOSE.                                                      zbnkwnot
042400     CLOSE WNOT-FILE.                                             zbnkwnot
042500     IF WS-WNOT-STATUS = '00'                                     zbnkwnot
042600        MOVE 'WNOT file closed OK' TO WS-CONSOLE-MESSAGE          zbnkwnot
042700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkwnot
042800     ELSE                                                         zbnkwnot
042900        MOVE 'WNOT file close failure...' TO WS-CONSOLE-MESSAGE   zbnkwnot
043000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkwnot
043100        MOVE WS-WNOT-STATUS TO WS-IO-STATUS                       zbnkwnot
043200        PERFORM DISPLAY-IO-STATUS                                 zbnkwnot
043300        PERFORM ABORT-PROGRAM                                     zbnkwnot
043400     END-IF.                                                      zbnkwnot
043500******************************************************************zbnkwnot
043600* Open, access and close the NOTQ file.                          *zbnkwnot
043700******************************************************************zbnkwnot
043800 NOTQ-OPEN.                                                       zbnkwnot
043900     OPEN I-O NOTQ-FILE.                                          zbnkwnot
044000     IF WS-NOTQ-STATUS = '00'                                     zbnkwnot
044100        MOVE 'NOTQ file opened OK' TO WS-CONSOLE-MESSAGE          zbnkwnot
044200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkwnot
044300     ELSE                                                         zbnkwnot
044400        MOVE 'NOTQ file open failure...' TO WS-CONSOLE-MESSAGE    zbnkwnot
044500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkwnot
044600        MOVE WS-NOTQ-STATUS TO WS-IO-STATUS                       zbnkwnot
044700        PERFORM DISPLAY-IO-STATUS                                 zbnkwnot
044800        PERFORM ABORT-PROGRAM                                     zbnkwnot
044900     END-IF.                                                      zbnkwnot
045000                                                                  zbnkwnot
045100 NOTQ-CLOSE.                                                      zbnkwnot
045200     CLOSE NOTQ-FILE.                                             zbnkwnot
045300     IF WS-NOTQ-STATUS = '00'                                     zbnkwnot
045400        MOVE 'NOTQ file closed OK' TO WS-CONSOLE-MESSAGE          zbnkwnot
045500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkwnot
045600     ELSE                                                         zbnkwnot
045700        MOVE 'NOTQ file close failure...' TO WS-CONSOLE-MESSAGE   zbnkwnot
045800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkwnot
045900        MOVE WS-NOTQ-STATUS TO WS-IO-STATUS                       zbnkwnot
046000        PERFORM DISPLAY-IO-STATUS                                 zbnkwnot
046100        PERFORM ABORT-PROGRAM                                     zbnkwnot
046200     END-IF.                                                      zbnkwnot
046300                                                                  zbnkwnot
046400******************************************************************zbnkwnot
046500* Open, access and close the PRINTOUT file.                      *zbnkwnot
046600******************************************************************zbnkwnot
046700 PRINTOUT-OPEN.                                                   zbnkwnot
046800     OPEN OUTPUT PRINTOUT-FILE.                                   zbnkwnot
046900     IF WS-PRINTOUT-STATUS = '00'                                 zbnkwnot
047000        MOVE 'PRINTOUT file opened OK' TO WS-CONSOLE-MESSAGE      zbnkwnot
047100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkwnot
047200     ELSE                                                         zbnkwnot
047300        MOVE 'PRINTOUT file open failure...' TO WS-CONSOLE-MESSAGEzbnkwnot
047400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkwnot
047500        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkwnot
047600        PERFORM DISPLAY-IO-STATUS                                 zbnkwnot
047700        PERFORM ABORT-PROGRAM                                     zbnkwnot
047800     END-IF.                                                      zbnkwnot
047900                                                                  zbnkwnot
048000 PRINTOUT-PUT.                                                    zbnkwnot
048100     WRITE PRINTOUT-REC.                                          zbnkwnot
048200     IF WS-PRINTOUT-STATUS NOT = '00'                             zbnkwnot
048300        MOVE 'PRINTOUT Error writing file ...'                    zbnkwnot
048400          TO WS-CONSOLE-MESSAGE                                   zbnkwnot
048500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkwnot
048600        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkwnot
048700        PERFORM DISPLAY-IO-STATUS                                 zbnkwnot
048800        PERFORM ABORT-PROGRAM                                     zbnkwnot
048900     END-IF.                                                      zbnkwnot
049000                                                                  zbnkwnot
049100 PRINTOUT-CLOSE.                                                  zbnkwnot
049200     CLOSE PRINTOUT-FILE.                                         zbnkwnot
049300     IF WS-PRINTOUT-STATUS = '00'                                 zbnkwnot
049400        MOVE 'PRINTOUT file closed OK' TO WS-CONSOLE-MESSAGE      zbnkwnot
049500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkwnot
049600     ELSE                                                         zbnkwnot
049700        MOVE 'PRINTOUT file close failure...'                     zbnkwnot
049800          TO WS-CONSOLE-MESSAGE                                   zbnkwnot
049900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkwnot
050000        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkwnot
050100        PERFORM DISPLAY-IO-STATUS                                 zbnkwnot
050200        PERFORM ABORT-PROGRAM                                     zbnkwnot
050300     END-IF.                                                      zbnkwnot
050400                                                                  zbnkwnot
050500                                                                  zbnkwnot
050600******************************************************************zbnkwnot
050700* Write a short end-of-job summary to the JOBSUM file, in the    *zbnkwnot
050800* same style as the other nightly jobs' summaries.               *zbnkwnot
050900******************************************************************zbnkwnot
051000 PRINT-JOB-SUMMARY.                                               zbnkwnot
051100     PERFORM JOBSUM-OPEN.                                         zbnkwnot
051200     MOVE SPACES TO JOBSUM-REC.                                   zbnkwnot
051300     STRING 'Pending notices examined:    ' DELIMITED BY SIZE     zbnkwnot
051400            WS-NOTICES-SEEN DELIMITED BY SIZE                     zbnkwnot
051500       INTO JOBSUM-REC.                                           zbnkwnot
051600     PERFORM JOBSUM-PUT.                                          zbnkwnot
051700     MOVE SPACES TO JOBSUM-REC.                                   zbnkwnot
051800     STRING 'Reminders queued:            ' DELIMITED BY SIZE     zbnkwnot
051900            WS-NOTICES-REMINDED DELIMITED BY SIZE                 zbnkwnot
052000       INTO JOBSUM-REC.                                           zbnkwnot
052100     PERFORM JOBSUM-PUT.                                          zbnkwnot
052200     MOVE SPACES TO JOBSUM-REC.                                   zbnkwnot
052300     STRING 'Notices released:            ' DELIMITED BY SIZE     zbnkwnot
052400            WS-NOTICES-RELEASED DELIMITED BY SIZE                 zbnkwnot
052500       INTO JOBSUM-REC.                                           zbnkwnot
052600     PERFORM JOBSUM-PUT.                                          zbnkwnot
052700     MOVE SPACES TO JOBSUM-REC.                                   zbnkwnot
052800     STRING 'Notices lapsed:              ' DELIMITED BY SIZE     zbnkwnot
052900            WS-NOTICES-LAPSED DELIMITED BY SIZE                   zbnkwnot
053000       INTO JOBSUM-REC.                                           zbnkwnot
053100     PERFORM JOBSUM-PUT.                                          zbnkwnot
053200     PERFORM JOBSUM-CLOSE.                                        zbnkwnot
053300     MOVE 'Job summary written to JOBSUM'                         zbnkwnot
053400       TO WS-CONSOLE-MESSAGE.                                     zbnkwnot
053500     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkwnot
053600                                                                  zbnkwnot
053700 JOBSUM-OPEN.                                                     zbnkwnot
053800     OPEN OUTPUT JOBSUM-FILE.                                     zbnkwnot
053900     IF WS-JOBSUM-STATUS = '00'                                   zbnkwnot
054000        MOVE 'JOBSUM file opened OK' TO WS-CONSOLE-MESSAGE        zbnkwnot
054100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkwnot
054200     ELSE                                                         zbnkwnot
054300        MOVE 'JOBSUM file open failure...' TO WS-CONSOLE-MESSAGE  zbnkwnot
054400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkwnot
054500        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkwnot
054600        PERFORM DISPLAY-IO-STATUS                                 zbnkwnot
054700        PERFORM ABORT-PROGRAM                                     zbnkwnot
054800     END-IF.                                                      zbnkwnot
054900                                                                  zbnkwnot
055000 JOBSUM-PUT.                                                      zbnkwnot
055100     WRITE JOBSUM-REC.                                            zbnkwnot
055200     IF WS-JOBSUM-STATUS NOT = '00'                               zbnkwnot
055300        MOVE 'JOBSUM Error writing file ...' TO WS-CONSOLE-MESSAGEzbnkwnot
055400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkwnot
055500        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkwnot
055600        PERFORM DISPLAY-IO-STATUS                                 zbnkwnot
055700        PERFORM ABORT-PROGRAM                                     zbnkwnot
055800     END-IF.                                                      zbnkwnot
055900                                                                  zbnkwnot
056000 JOBSUM-CLOSE.                                                    zbnkwnot
056100     CLOSE JOBSUM-FILE.                                           zbnkwnot
056200     IF WS-JOBSUM-STATUS = '00'                                   zbnkwnot
056300        MOVE 'JOBSUM file closed OK' TO WS-CONSOLE-MESSAGE        zbnkwnot
056400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkwnot
056500     ELSE                                                         zbnkwnot
056600        MOVE 'JOBSUM file close failure...' TO WS-CONSOLE-MESSAGE zbnkwnot
056700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkwnot
056800        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkwnot
056900        PERFORM DISPLAY-IO-STATUS                                 zbnkwnot
057000        PERFORM ABORT-PROGRAM                                     zbnkwnot
057100     END-IF.                                                      zbnkwnot
057200                                                                  zbnkwnot
057300******************************************************************zbnkwnot
057400* Run-control hooks. The START call blocks this job when it has  *zbnkwnot
057500* already completed for the business date or a prerequisite has  *zbnkwnot
057600* not, and records the start on BNKRUNC; the END call records    *zbnkwnot
057700* the end time and return code. See URUNCTL.CBL.                 *zbnkwnot
057800******************************************************************zbnkwnot
057900 RUN-CONTROL-START.                                               zbnkwnot
058000     SET RUNCTL-START TO TRUE.                                    zbnkwnot
058100     MOVE 'ZBNKWNOT' TO RUNCTL-JOB.                               zbnkwnot
058200     MOVE ZERO TO RUNCTL-BUSDATE.                                 zbnkwnot
058300     MOVE ZERO TO RUNCTL-RETURN-CODE.                             zbnkwnot
058400     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkwnot
058500     IF RUNCTL-BLOCKED                                            zbnkwnot
058600        MOVE RUNCTL-REPLY-TEXT TO WS-CONSOLE-MESSAGE              zbnkwnot
058700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkwnot
058800        MOVE 'Run control blocked this run' TO WS-CONSOLE-MESSAGE zbnkwnot
058900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkwnot
059000        MOVE 8 TO RETURN-CODE                                     zbnkwnot
059100        GOBACK                                                    zbnkwnot
059200     END-IF.                                                      zbnkwnot
059300 RUN-CONTROL-START-EXIT.                                          zbnkwnot
059400     EXIT.                                                        zbnkwnot
059500                                                                  zbnkwnot
059600 RUN-CONTROL-END.                                                 zbnkwnot
059700     SET RUNCTL-END TO TRUE.                                      zbnkwnot
059800     MOVE RETURN-CODE TO RUNCTL-RETURN-CODE.                      zbnkwnot
059900     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkwnot
060000                                                                  zbnkwnot
060100******************************************************************zbnkwnot
060200* Display the file status bytes                                  *zbnkwnot
060300******************************************************************zbnkwnot
060400 DISPLAY-IO-STATUS.                                               zbnkwnot
060500     IF WS-IO-STATUS NUMERIC                                      zbnkwnot
060600        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkwnot
060700        STRING 'File status -' DELIMITED BY SIZE                  zbnkwnot
060800               WS-IO-STATUS DELIMITED BY SIZE                     zbnkwnot
060900          INTO WS-CONSOLE-MESSAGE                                 zbnkwnot
061000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkwnot
061100     ELSE                                                         zbnkwnot
061200        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     zbnkwnot
061300        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    zbnkwnot
061400        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkwnot
061500        STRING 'File status -' DELIMITED BY SIZE                  zbnkwnot
061600               WS-IO-STAT1 DELIMITED BY SIZE                      zbnkwnot
061700               '/' DELIMITED BY SIZE                              zbnkwnot
061800               WS-TWO-BYTES DELIMITED BY SIZE                     zbnkwnot
061900          INTO WS-CONSOLE-MESSAGE                                 zbnkwnot
062000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkwnot
062100     END-IF.                                                      zbnkwnot
062200                                                                  zbnkwnot
062300******************************************************************zbnkwnot
062400* 'ABORT' the program. Post a message and issue a goback         *zbnkwnot
062500******************************************************************zbnkwnot
062600 ABORT-PROGRAM.                                                   zbnkwnot
062700     IF WS-CONSOLE-MESSAGE NOT = SPACES                           zbnkwnot
062800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkwnot
062900     END-IF.                                                      zbnkwnot
063000     MOVE 'Program is abending...' TO WS-CONSOLE-MESSAGE.         zbnkwnot
063100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkwnot
063200     MOVE 16 TO RETURN-CODE.                                      zbnkwnot
063300     GOBACK.                                                      zbnkwnot
063400                                                                  zbnkwnot
063500******************************************************************zbnkwnot
063600* Display CONSOLE messages...                                    *zbnkwnot
063700******************************************************************zbnkwnot
063800 DISPLAY-CONSOLE-MESSAGE.                                         zbnkwnot
063900     DISPLAY 'ZBNKWNOT - ' WS-CONSOLE-MESSAGE                     zbnkwnot
064000       UPON CONSOLE.                                              zbnkwnot
064100     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       zbnkwnot
