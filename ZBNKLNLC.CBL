000100******************************************************************zbnklnlc
000200*                                                               * zbnklnlc
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   * zbnklnlc
000400*   This demonstration program is provided for use by users     * zbnklnlc
000500*   of Micro Focus products and may be used, modified and       * zbnklnlc
000600*   distributed as part of your application provided that       * zbnklnlc
000700*   you properly acknowledge the copyright of Micro Focus       * zbnklnlc
000800*   in this material.                                           * zbnklnlc
000900*                                                               * zbnklnlc
001000******************************************************************zbnklnlc
001100                                                                  zbnklnlc
001200******************************************************************zbnklnlc
001300* ZBNKLNLC.CBL                                                   *zbnklnlc
001400* Function:    Late-payment charges and penalty interest on loan *zbnklnlc
001500*              arrears. Every loan open on the BNKDELQ           *zbnklnlc
001600*              collections work queue is looked up on the        *zbnklnlc
001700*              BNKLNMA master and its BNKLNSC schedule walked.   *zbnklnlc
001800*              Each instalment in arrears that is a set number   *zbnklnlc
001900*              of days past its due date is charged the late-    *zbnklnlc
002000*              payment charge once, and penalty interest at a    *zbnklnlc
002100*              margin over the loan's rate accrues day by day on *zbnklnlc
002200*              the instalments in arrears for as long as they    *zbnklnlc
002300*              stay unpaid. Both are held on the loan until      *zbnklnlc
002400*              ZBNKLNSV collects them, the DBANK21P payoff takes *zbnklnlc
002500*              them, or a loan officer waives them on DBANK20P.  *zbnklnlc
002600*              The charge, the days past due and the margin are  *zbnklnlc
002700*              held on BNKSYSC (LATEFEE and LATEPEN records).    *zbnklnlc
002800******************************************************************zbnklnlc
002900 IDENTIFICATION DIVISION.                                         zbnklnlc
003000 PROGRAM-ID.                                                      zbnklnlc
003100     ZBNKLNLC.                                                    zbnklnlc
003200 DATE-WRITTEN.                                                    zbnklnlc
003300     October 2026.                                                zbnklnlc
003400 DATE-COMPILED.                                                   zbnklnlc
003500     Today.                                                       zbnklnlc
003600                                                                  zbnklnlc
003700 ENVIRONMENT DIVISION.                                            zbnklnlc
003800 INPUT-OUTPUT   SECTION.                                          zbnklnlc
003900   FILE-CONTROL.                                                  zbnklnlc
004000     SELECT DELQ-FILE                                             zbnklnlc
004100            ASSIGN       TO BNKDELQ                               zbnklnlc
004200            ORGANIZATION IS INDEXED                               zbnklnlc
004300            ACCESS MODE  IS SEQUENTIAL                            zbnklnlc
004400            RECORD KEY   IS DQ-REC-KEY                            zbnklnlc
004500            FILE STATUS  IS WS-DELQ-STATUS.                       zbnklnlc
004600     SELECT LOANM-FILE                                            zbnklnlc
004700            ASSIGN       TO BNKLNMA                               zbnklnlc
004800            ORGANIZATION IS INDEXED                               zbnklnlc
004900            ACCESS MODE  IS RANDOM                                zbnklnlc
005000            RECORD KEY   IS LM-REC-KEY                            zbnklnlc
005100            FILE STATUS  IS WS-LOANM-STATUS.                      zbnklnlc
005200     SELECT LNSC-FILE                                             zbnklnlc
005300            ASSIGN       TO BNKLNSC                               zbnklnlc
005400            ORGANIZATION IS INDEXED                               zbnklnlc
005500            ACCESS MODE  IS DYNAMIC                               zbnklnlc
005600            RECORD KEY   IS LS-REC-KEY                            zbnklnlc
005700            FILE STATUS  IS WS-LNSC-STATUS.                       zbnklnlc
005800     SELECT SYSC-FILE                                             zbnklnlc
005900            ASSIGN       TO BNKSYSC                               zbnklnlc
006000            ORGANIZATION IS INDEXED                               zbnklnlc
006100            ACCESS MODE  IS RANDOM                                zbnklnlc
006200            RECORD KEY   IS SY-REC-CONTROL-NAME                   zbnklnlc
006300            FILE STATUS  IS WS-SYSC-STATUS.                       zbnklnlc
006400     SELECT PRINTOUT-FILE                                         zbnklnlc
006500            ASSIGN       TO PRINTOUT                              zbnklnlc
006600            ORGANIZATION IS SEQUENTIAL                            zbnklnlc
006700            ACCESS MODE  IS SEQUENTIAL                            zbnklnlc
006800            FILE STATUS  IS WS-PRINTOUT-STATUS.                   zbnklnlc
006900     SELECT JOBSUM-FILE                                           zbnklnlc
007000            ASSIGN       TO JOBSUM                                zbnklnlc
007100            ORGANIZATION IS SEQUENTIAL                            zbnklnlc
007200            ACCESS MODE  IS SEQUENTIAL                            zbnklnlc
007300            FILE STATUS  IS WS-JOBSUM-STATUS.                     zbnklnlc
007400                                                                  zbnklnlc
007500 DATA DIVISION.                                                   zbnklnlc
007600 FILE SECTION.                                                    zbnklnlc
007700                                                                  zbnklnlc
007800 FD  DELQ-FILE.                                                   zbnklnlc
007900 01  DELQ-FILE-REC.                                               zbnklnlc
008000 COPY CBANKVDQ.                                                   zbnklnlc
008100                                                                  zbnklnlc
008200 FD  LOANM-FILE.                                                  zbnklnlc
008300 01  LOANM-FILE-REC.                                              zbnklnlc
008400 COPY CBANKVLM.                                                   zbnklnlc
008500                                                                  zbnklnlc
008600 FD  LNSC-FILE.                                                   zbnklnlc
008700 01  LNSC-FILE-REC.                                               zbnklnlc
008800 COPY CBANKVLS.                                                   zbnklnlc
008900                                                                  zbnklnlc
009000 FD  SYSC-FILE.                                                   zbnklnlc
009100 01  SYSC-FILE-REC.                                               zbnklnlc
009200 COPY CBANKVSY.                                                   zbnklnlc
009300                                                                  zbnklnlc
009400 FD  PRINTOUT-FILE.                                               zbnklnlc
009500 01  PRINTOUT-REC                          PIC X(121).            zbnklnlc
009600                                                                  zbnklnlc
009700 FD  JOBSUM-FILE.                                                 zbnklnlc
009800 01  JOBSUM-REC                            PIC X(80).             zbnklnlc
009900                                                                  zbnklnlc
010000 WORKING-STORAGE SECTION.                                         zbnklnlc
010100 01  WS-RUN-CONTROL.                                              zbnklnlc
010200 COPY CRUNCTLD.                                                   zbnklnlc
010300 01  WS-FILE-STATUSES.                                            zbnklnlc
010400   05  WS-DELQ-STATUS.                                            zbnklnlc
010500     10  WS-DELQ-STAT1                 PIC X(1).                  zbnklnlc
010600     10  WS-DELQ-STAT2                 PIC X(1).                  zbnklnlc
010700   05  WS-LOANM-STATUS.                                           zbnklnlc
010800     10  WS-LOANM-STAT1                PIC X(1).                  zbnklnlc
010900     10  WS-LOANM-STAT2                PIC X(1).                  zbnklnlc
011000   05  WS-LNSC-STATUS.                                            zbnklnlc
011100     10  WS-LNSC-STAT1                 PIC X(1).                  zbnklnlc
011200     10  WS-LNSC-STAT2                 PIC X(1).                  zbnklnlc
011300   05  WS-SYSC-STATUS.                                            zbnklnlc
011400     10  WS-SYSC-STAT1                 PIC X(1).                  zbnklnlc
011500     10  WS-SYSC-STAT2                 PIC X(1).                  zbnklnlc
011600   05  WS-PRINTOUT-STATUS.                                        zbnklnlc
011700     10  WS-PRINTOUT-STAT1             PIC X(1).                  zbnklnlc
011800     10  WS-PRINTOUT-STAT2             PIC X(1).                  zbnklnlc
011900   05  WS-JOBSUM-STATUS.                                          zbnklnlc
012000     10  WS-JOBSUM-STAT1               PIC X(1).                  zbnklnlc
012100     10  WS-JOBSUM-STAT2               PIC X(1).                  zbnklnlc
012200   05  WS-IO-STATUS.                                              zbnklnlc
012300     10  WS-IO-STAT1                   PIC X(1).                  zbnklnlc
012400     10  WS-IO-STAT2                   PIC X(1).                  zbnklnlc
012500                                                                  zbnklnlc
012600   05  WS-TWO-BYTES.                                              zbnklnlc
012700     10  WS-TWO-BYTES-LEFT             PIC X(1).                  zbnklnlc
012800     10  WS-TWO-BYTES-RIGHT            PIC X(1).                  zbnklnlc
012900   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 zbnklnlc
013000                                      PIC 9(1) COMP.              zbnklnlc
013100                                                                  zbnklnlc
013200 01  WS-CONSOLE-MESSAGE                    PIC X(48).             zbnklnlc
013300                                                                  zbnklnlc
013400 01  WS-DATE-WORK-AREA.                                           zbnklnlc
013500 COPY CDATED.                                                     zbnklnlc
013600                                                                  zbnklnlc
013700******************************************************************zbnklnlc
013800* Run date/time. The day number of the run date is what each     *zbnklnlc
013900* instalment's days past due and each loan's penalty days are    *zbnklnlc
014000* counted against.                                               *zbnklnlc
014100******************************************************************zbnklnlc
014200 01  WS-TODAY-DATE-N                       PIC 9(8).              zbnklnlc
014300 01  WS-TODAY-DATE-PARTS REDEFINES WS-TODAY-DATE-N.               zbnklnlc
014400     05  WS-TODAY-CCYY                     PIC 9(4).              zbnklnlc
014500     05  WS-TODAY-MM                       PIC 9(2).              zbnklnlc
014600     05  WS-TODAY-DD                       PIC 9(2).              zbnklnlc
014700 01  WS-RUN-DATE-DISPLAY                   PIC X(11).             zbnklnlc
014800 01  WS-RUN-TIME-8                         PIC 9(8).              zbnklnlc
014900 01  WS-RUN-TIME                           PIC X(6).              zbnklnlc
015000 01  WS-TODAY-DAYNO                        PIC S9(7) COMP.        zbnklnlc
015100                                                                  zbnklnlc
015200******************************************************************zbnklnlc
015300* Charging terms. The LATEFEE control record on BNKSYSC holds    *zbnklnlc
015400* the late-payment charge in its amount (25.00 when not set) and *zbnklnlc
015500* the days past due before it is raised in its total (15); the   *zbnklnlc
015600* LATEPEN record's amount is the penalty margin, in percent a    *zbnklnlc
015700* year over the loan's own rate (2.00).                          *zbnklnlc
015800******************************************************************zbnklnlc
015900 01  WS-CHARGE-TERMS.                                             zbnklnlc
016000   05  WS-LATE-FEE                         PIC S9(7)V99 COMP-3.   zbnklnlc
016100   05  WS-LATE-DAYS                        PIC S9(3) COMP-3.      zbnklnlc
016200   05  WS-PENALTY-MARGIN                   PIC S9(3)V9(4) COMP-3. zbnklnlc
016300                                                                  zbnklnlc
016400******************************************************************zbnklnlc
016500* Fields used while charging one loan. The arrears are the       *zbnklnlc
016600* instalments the schedule shows in arrears; penalty interest    *zbnklnlc
016700* runs from the later of the date it was last accrued to and the *zbnklnlc
016800* due date of the oldest of them.                                *zbnklnlc
016900******************************************************************zbnklnlc
017000 01  WS-ARREARS-AMOUNT                     PIC S9(7)V99 COMP-3.   zbnklnlc
017100 01  WS-ARREARS-COUNT                      PIC S9(3) COMP.        zbnklnlc
017200 01  WS-OLDEST-DUE-DTE                     PIC 9(8).              zbnklnlc
017300 01  WS-PENALTY-FROM-DTE                   PIC 9(8).              zbnklnlc
017400 01  WS-DAYS-PAST-DUE                      PIC S9(7) COMP.        zbnklnlc
017500 01  WS-PENALTY-DAYS                       PIC S9(7) COMP.        zbnklnlc
017600 01  WS-PENALTY-RATE                       PIC S9(3)V9(4) COMP-3. zbnklnlc
017700 01  WS-FEE-TODAY                          PIC S9(7)V99 COMP-3.   zbnklnlc
017800 01  WS-PENALTY-TODAY                      PIC S9(7)V99 COMP-3.   zbnklnlc
017900                                                                  zbnklnlc
018000******************************************************************zbnklnlc
018100* Report detail line - one line per loan charged this run.       *zbnklnlc
018200******************************************************************zbnklnlc
018300 01  WS-DETAIL-LINE.                                              zbnklnlc
018400     05  WS-DET-CONTACT-ID                 PIC X(5).              zbnklnlc
018500     05  FILLER                            PIC X(2) VALUE SPACES. zbnklnlc
018600     05  WS-DET-TASKN                      PIC 9(7).              zbnklnlc
018700     05  FILLER                            PIC X(2) VALUE SPACES. zbnklnlc
018800     05  WS-DET-ACCNO                      PIC X(9).              zbnklnlc
018900     05  FILLER                            PIC X(2) VALUE SPACES. zbnklnlc
019000     05  WS-DET-ARREARS                    PIC Z,ZZZ,ZZ9.99-.     zbnklnlc
019100     05  FILLER                            PIC X(2) VALUE SPACES. zbnklnlc
019200     05  WS-DET-DAYS                       PIC ZZZZ9.             zbnklnlc
019300     05  FILLER                            PIC X(2) VALUE SPACES. zbnklnlc
019400     05  WS-DET-FEE-TODAY                  PIC ZZZ,ZZ9.99-.       zbnklnlc
019500     05  FILLER                            PIC X(2) VALUE SPACES. zbnklnlc
019600     05  WS-DET-PENALTY-TODAY              PIC ZZZ,ZZ9.99-.       zbnklnlc
019700     05  FILLER                            PIC X(2) VALUE SPACES. zbnklnlc
019800     05  WS-DET-FEES-DUE                   PIC Z,ZZZ,ZZ9.99-.     zbnklnlc
019900     05  FILLER                            PIC X(2) VALUE SPACES. zbnklnlc
020000     05  WS-DET-PENALTY-DUE                PIC Z,ZZZ,ZZ9.99-.     zbnklnlc
020100                                                                  zbnklnlc
020200 01  WS-REPORT-LINE                        PIC X(121).            zbnklnlc
020300 01  WS-TOTAL-D                            PIC Z,ZZZ,ZZZ,ZZ9.99-. zbnklnlc
020400                                                                  zbnklnlc
020500******************************************************************zbnklnlc
020600* Run counters, reported on the job summary at the end of the    *zbnklnlc
020700* run.                                                           *zbnklnlc
020800******************************************************************zbnklnlc
020900 01  WS-QUEUE-READ                         PIC 9(5) VALUE ZERO.   zbnklnlc
021000 01  WS-LOANS-EXAMINED                     PIC 9(5) VALUE ZERO.   zbnklnlc
021100 01  WS-LOANS-CHARGED                      PIC 9(5) VALUE ZERO.   zbnklnlc
021200 01  WS-LATE-FEES-RAISED                   PIC 9(5) VALUE ZERO.   zbnklnlc
021300 01  WS-NOT-ON-LOANM                       PIC 9(5) VALUE ZERO.   zbnklnlc
021400 01  WS-TOTAL-FEES                         PIC S9(9)V99 COMP-3    zbnklnlc
021500                                           VALUE ZERO.            zbnklnlc
021600 01  WS-TOTAL-PENALTY                      PIC S9(9)V99 COMP-3    zbnklnlc
021700                                           VALUE ZERO.            zbnklnlc
021800                                                                  zbnklnlc
021900 01  WS-END-OF-DELQ                        PIC X(3) VALUE 'NO '.  zbnklnlc
022000 01  WS-END-OF-SCHEDULE                    PIC X(3) VALUE 'NO '.  zbnklnlc
022100                                                                  zbnklnlc
022200 PROCEDURE DIVISION.                                              zbnklnlc
022300                                                                  zbnklnlc
022400     PERFORM RUN-CONTROL-START                                    zbnklnlc
022500         THRU RUN-CONTROL-START-EXIT.                             zbnklnlc
022600     PERFORM GET-RUN-DATE.                                        zbnklnlc
022700                                                                  zbnklnlc
022800     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           zbnklnlc
022900     STRING 'Late charges run for ' DELIMITED BY SIZE             zbnklnlc
023000            WS-RUN-DATE-DISPLAY DELIMITED BY SIZE                 zbnklnlc
023100       INTO WS-CONSOLE-MESSAGE.                                   zbnklnlc
023200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnklnlc
023300                                                                  zbnklnlc
023400     PERFORM SYSC-OPEN.                                           zbnklnlc
023500     PERFORM GET-CHARGE-TERMS                                     zbnklnlc
023600         THRU GET-CHARGE-TERMS-EXIT.                              zbnklnlc
023700     PERFORM SYSC-CLOSE.                                          zbnklnlc
023800                                                                  zbnklnlc
023900     PERFORM DELQ-OPEN.                                           zbnklnlc
024000     PERFORM LOANM-OPEN.                                          zbnklnlc
024100     PERFORM LNSC-OPEN.                                           zbnklnlc
024200     PERFORM PRINTOUT-OPEN.                                       zbnklnlc
024300     PERFORM WRITE-REPORT-HEADING.                                zbnklnlc
024400                                                                  zbnklnlc
024500     PERFORM DELQ-GET.                                            zbnklnlc
024600     PERFORM CHARGE-ONE-LOAN                                      zbnklnlc
024700         THRU CHARGE-ONE-LOAN-EXIT                                zbnklnlc
024800             UNTIL WS-END-OF-DELQ = 'YES'.                        zbnklnlc
024900                                                                  zbnklnlc
025000     PERFORM WRITE-REPORT-TOTALS.                                 zbnklnlc
025100     PERFORM DELQ-CLOSE.                                          zbnklnlc
025200     PERFORM LOANM-CLOSE.                                         zbnklnlc
025300     PERFORM LNSC-CLOSE.                                          zbnklnlc
025400     PERFORM PRINTOUT-CLOSE.                                      zbnklnlc
025500                                                                  zbnklnlc
025600     PERFORM PRINT-JOB-SUMMARY.                                   zbnklnlc
025700                                                                  zbnklnlc
025800     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     zbnklnlc
025900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnklnlc
026000     MOVE 0 TO RETURN-CODE.                                       zbnklnlc
026100     PERFORM RUN-CONTROL-END.                                     zbnklnlc
026200     GOBACK.                                                      zbnklnlc
026300                                                                  zbnklnlc
026400******************************************************************zbnklnlc
026500* GET-RUN-DATE                                                   *zbnklnlc
026600* Obtains today's date, in both numeric and display form, and    *zbnklnlc
026700* its day number for the days-past-due arithmetic.               *zbnklnlc
026800******************************************************************zbnklnlc
026900 GET-RUN-DATE.                                                    zbnklnlc
027000     ACCEPT WS-TODAY-DATE-N FROM DATE YYYYMMDD.                   zbnklnlc
027100     MOVE SPACES TO DD-INPUT-TYPE.                                zbnklnlc
027200     SET DDI-ISO TO TRUE.                                         zbnklnlc
027300     MOVE SPACES TO DDI-DATA.                                     zbnklnlc
027400     STRING WS-TODAY-CCYY DELIMITED BY SIZE                       zbnklnlc
027500            '-'           DELIMITED BY SIZE                       zbnklnlc
027600            WS-TODAY-MM   DELIMITED BY SIZE                       zbnklnlc
027700            '-'           DELIMITED BY SIZE                       zbnklnlc
027800            WS-TODAY-DD   DELIMITED BY SIZE                       zbnklnlc
027900       INTO DDI-DATA.                                             zbnklnlc
028000     MOVE SPACES TO DD-OUTPUT-TYPE.                               zbnklnlc
028100     SET DDO-DD-MMM-YYYY TO TRUE.                                 zbnklnlc
028200     SET DD-ENV-NULL TO TRUE.                                     zbnklnlc
028300     CALL 'UDATECNV' USING WS-DATE-WORK-AREA.                     zbnklnlc
028400     MOVE DDO-DATA TO WS-RUN-DATE-DISPLAY.                        zbnklnlc
028500     ACCEPT WS-RUN-TIME-8 FROM TIME.                              zbnklnlc
028600     MOVE WS-RUN-TIME-8(1:6) TO WS-RUN-TIME.                      zbnklnlc
028700     COMPUTE WS-TODAY-DAYNO =                                     zbnklnlc
028800             FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE-N).          zbnklnlc
028900 GET-RUN-DATE-EXIT.                                               zbnklnlc
029000     EXIT.                                                        zbnklnlc
029100                                                                  zbnklnlc
029200******************************************************************zbnklnlc
029300* The charge, days past due and penalty margin from BNKSYSC.     *zbnklnlc
029400******************************************************************zbnklnlc
029500 GET-CHARGE-TERMS.                                                zbnklnlc
029600     MOVE 25.00 TO WS-LATE-FEE.                                   zbnklnlc
029700     MOVE 15 TO WS-LATE-DAYS.                                     zbnklnlc
029800     MOVE 2.00 TO WS-PENALTY-MARGIN.                              zbnklnlc
029900     MOVE 'LATEFEE ' TO SY-REC-CONTROL-NAME.                      zbnklnlc
030000     READ SYSC-FILE.                                              zbnklnlc
030100     IF WS-SYSC-STATUS = '00'                                     zbnklnlc
030200        IF SY-REC-AMOUNT IS GREATER THAN ZERO                     zbnklnlc
030300           MOVE SY-REC-AMOUNT TO WS-LATE-FEE                      zbnklnlc
030400        END-IF                                                    zbnklnlc
030500        IF SY-REC-TOTAL IS GREATER THAN ZERO                      zbnklnlc
030600           MOVE SY-REC-TOTAL TO WS-LATE-DAYS                      zbnklnlc
030700        END-IF                                                    zbnklnlc
030800     END-IF.                                                      zbnklnlc
030900     MOVE 'LATEPEN ' TO SY-REC-CONTROL-NAME.                      zbnklnlc
031000     READ SYSC-FILE.                                              zbnklnlc
031100     IF WS-SYSC-STATUS = '00' AND                                 zbnklnlc
031200        SY-REC-AMOUNT IS GREATER THAN ZERO                        zbnklnlc
031300        MOVE SY-REC-AMOUNT TO WS-PENALTY-MARGIN                   zbnklnlc
031400     END-IF.                                                      zbnklnlc
031500 GET-CHARGE-TERMS-EXIT.                                           zbnklnlc
031600     EXIT.                                                        zbnklnlc
031700                                                                  zbnklnlc
031800******************************************************************zbnklnlc
031900* CHARGE-ONE-LOAN                                                *zbnklnlc
032000* Charges the loan behind the open work-queue record in the DELQ *zbnklnlc
032100* buffer and advances the scan. Cured and charged-off queue      *zbnklnlc
032200* records are passed over, as are credit lines, which have no    *zbnklnlc
032300* loan master record; a loan no longer active or suspended is    *zbnklnlc
032400* not charged.                                                   *zbnklnlc
032500******************************************************************zbnklnlc
032600 CHARGE-ONE-LOAN.                                                 zbnklnlc
032700     ADD 1 TO WS-QUEUE-READ.                                      zbnklnlc
032800     IF NOT DQ-REC-OPEN                                           zbnklnlc
032900        GO TO CHARGE-ONE-LOAN-NEXT                                zbnklnlc
033000     END-IF.                                                      zbnklnlc
033100     MOVE DQ-REC-CONTACT-ID TO LM-REC-CONTACT-ID.                 zbnklnlc
033200     MOVE DQ-REC-TASKN TO LM-REC-TASKN.                           zbnklnlc
033300     PERFORM LOANM-READ.                                          zbnklnlc
033400     IF WS-LOANM-STATUS = '23'                                    zbnklnlc
033500        ADD 1 TO WS-NOT-ON-LOANM                                  zbnklnlc
033600        GO TO CHARGE-ONE-LOAN-NEXT                                zbnklnlc
033700     END-IF.                                                      zbnklnlc
033800     IF NOT LM-REC-ACTIVE AND NOT LM-REC-SUSPENDED                zbnklnlc
033900        GO TO CHARGE-ONE-LOAN-NEXT                                zbnklnlc
034000     END-IF.                                                      zbnklnlc
034100     ADD 1 TO WS-LOANS-EXAMINED.                                  zbnklnlc
034200     MOVE ZERO TO WS-FEE-TODAY.                                   zbnklnlc
034300     MOVE ZERO TO WS-PENALTY-TODAY.                               zbnklnlc
034400     PERFORM CHARGE-LATE-INSTALMENTS                              zbnklnlc
034500         THRU CHARGE-LATE-INSTALMENTS-EXIT.                       zbnklnlc
034600     IF WS-ARREARS-COUNT IS GREATER THAN ZERO                     zbnklnlc
034700        PERFORM ACCRUE-PENALTY-INTEREST                           zbnklnlc
034800            THRU ACCRUE-PENALTY-INTEREST-EXIT                     zbnklnlc
034900     END-IF.                                                      zbnklnlc
035000     MOVE WS-TODAY-DATE-N TO LM-REC-PENALTY-DTE.                  zbnklnlc
035100     PERFORM LOANM-REWRITE.                                       zbnklnlc
035200     IF WS-FEE-TODAY IS GREATER THAN ZERO OR                      zbnklnlc
035300        WS-PENALTY-TODAY IS GREATER THAN ZERO                     zbnklnlc
035400        ADD 1 TO WS-LOANS-CHARGED                                 zbnklnlc
035500        PERFORM WRITE-DETAIL-LINE                                 zbnklnlc
035600     END-IF.                                                      zbnklnlc
035700 CHARGE-ONE-LOAN-NEXT.                                            zbnklnlc
035800     PERFORM DELQ-GET.                                            zbnklnlc
035900 CHARGE-ONE-LOAN-EXIT.                                            zbnklnlc
036000     EXIT.                                                        zbnklnlc
036100                                                                  zbnklnlc
036200******************************************************************zbnklnlc
036300* Walk the loan's BNKLNSC schedule. Every instalment in arrears  *zbnklnlc
036400* adds to the arrears penalty interest is charged on; one far    *zbnklnlc
036500* enough past due that has not been charged before is charged    *zbnklnlc
036600* the late-payment charge and stamped so it never is again.      *zbnklnlc
036700******************************************************************zbnklnlc
036800 CHARGE-LATE-INSTALMENTS.                                         zbnklnlc
036900     MOVE ZERO TO WS-ARREARS-AMOUNT.                              zbnklnlc
037000     MOVE ZERO TO WS-ARREARS-COUNT.                               zbnklnlc
037100     MOVE ZERO TO WS-OLDEST-DUE-DTE.                              zbnklnlc
037200     MOVE LM-REC-CONTACT-ID TO LS-REC-CONTACT-ID.                 zbnklnlc
037300     MOVE LM-REC-TASKN TO LS-REC-TASKN.                           zbnklnlc
037400     MOVE ZERO TO LS-REC-INST-NO.                                 zbnklnlc
037500     START LNSC-FILE KEY IS NOT LESS THAN LS-REC-KEY.             zbnklnlc
037600     IF WS-LNSC-STATUS NOT = '00'                                 zbnklnlc
037700        GO TO CHARGE-LATE-INSTALMENTS-EXIT                        zbnklnlc
037800     END-IF.                                                      zbnklnlc
037900     MOVE 'NO ' TO WS-END-OF-SCHEDULE.                            zbnklnlc
038000     PERFORM CHARGE-ONE-INSTALMENT                                zbnklnlc
038100         THRU CHARGE-ONE-INSTALMENT-EXIT                          zbnklnlc
038200             UNTIL WS-END-OF-SCHEDULE = 'YES'.                    zbnklnlc
038300 CHARGE-LATE-INSTALMENTS-EXIT.                                    zbnklnlc
038400     EXIT.                                                        zbnklnlc
038500                                                                  zbnklnlc
038600 CHARGE-ONE-INSTALMENT.                                           zbnklnlc
038700     READ LNSC-FILE NEXT RECORD.                                  zbnklnlc
038800     IF WS-LNSC-STATUS NOT = '00' OR                              zbnklnlc
038900        LS-REC-CONTACT-ID IS NOT EQUAL TO LM-REC-CONTACT-ID OR    zbnklnlc
039000        LS-REC-TASKN IS NOT EQUAL TO LM-REC-TASKN                 zbnklnlc
039100        MOVE 'YES' TO WS-END-OF-SCHEDULE                          zbnklnlc
039200        GO TO CHARGE-ONE-INSTALMENT-EXIT                          zbnklnlc
039300     END-IF.                                                      zbnklnlc
039400     IF NOT LS-REC-IN-ARREARS                                     zbnklnlc
039500        GO TO CHARGE-ONE-INSTALMENT-EXIT                          zbnklnlc
039600     END-IF.                                                      zbnklnlc
039700     ADD 1 TO WS-ARREARS-COUNT.                                   zbnklnlc
039800     ADD LS-REC-PAYMENT TO WS-ARREARS-AMOUNT.                     zbnklnlc
039900     IF WS-OLDEST-DUE-DTE = ZERO                                  zbnklnlc
040000        MOVE LS-REC-DUE-DTE TO WS-OLDEST-DUE-DTE                  zbnklnlc
040100     END-IF.                                                      zbnklnlc
040200     IF LS-REC-LATE-CHARGED-DTE IS NUMERIC AND                    zbnklnlc
040300        LS-REC-LATE-CHARGED-DTE IS GREATER THAN ZERO              zbnklnlc
040400        GO TO CHARGE-ONE-INSTALMENT-EXIT                          zbnklnlc
040500     END-IF.                                                      zbnklnlc
040600     COMPUTE WS-DAYS-PAST-DUE = WS-TODAY-DAYNO -                  zbnklnlc
040700             FUNCTION INTEGER-OF-DATE (LS-REC-DUE-DTE).           zbnklnlc
040800     IF WS-DAYS-PAST-DUE IS LESS THAN WS-LATE-DAYS                zbnklnlc
040900        GO TO CHARGE-ONE-INSTALMENT-EXIT                          zbnklnlc
041000     END-IF.                                                      zbnklnlc
041100     ADD WS-LATE-FEE TO LM-REC-LATE-FEES-DUE.                     zbnklnlc
041200     ADD WS-LATE-FEE TO WS-FEE-TODAY.                             zbnklnlc
041300     ADD WS-LATE-FEE TO WS-TOTAL-FEES.                            zbnklnlc
041400     ADD 1 TO WS-LATE-FEES-RAISED.                                zbnklnlc
041500     MOVE WS-TODAY-DATE-N TO LS-REC-LATE-CHARGED-DTE.             zbnklnlc
041600     PERFORM LNSC-REWRITE.                                        zbnklnlc
041700 CHARGE-ONE-INSTALMENT-EXIT.                                      zbnklnlc
041800     EXIT.                                                        zbnklnlc
041900                                                                  zbnklnlc
042000******************************************************************zbnklnlc
042100* Penalty interest on the arrears, simple daily at the loan's    *zbnklnlc
042200* rate plus the penalty margin, for the days since it was last   *zbnklnlc
042300* accrued - or since the oldest instalment in arrears fell due,  *zbnklnlc
042400* if that is later.                                              *zbnklnlc
042500******************************************************************zbnklnlc
042600 ACCRUE-PENALTY-INTEREST.                                         zbnklnlc
042700     MOVE WS-OLDEST-DUE-DTE TO WS-PENALTY-FROM-DTE.               zbnklnlc
042800     IF LM-REC-PENALTY-DTE IS NUMERIC AND                         zbnklnlc
042900        LM-REC-PENALTY-DTE IS GREATER THAN WS-PENALTY-FROM-DTE    zbnklnlc
043000        MOVE LM-REC-PENALTY-DTE TO WS-PENALTY-FROM-DTE            zbnklnlc
043100     END-IF.                                                      zbnklnlc
043200     COMPUTE WS-PENALTY-DAYS = WS-TODAY-DAYNO -                   zbnklnlc
043300             FUNCTION INTEGER-OF-DATE (WS-PENALTY-FROM-DTE).      zbnklnlc
043400     IF WS-PENALTY-DAYS IS NOT GREATER THAN ZERO                  zbnklnlc
043500        GO TO ACCRUE-PENALTY-INTEREST-EXIT                        zbnklnlc
043600     END-IF.                                                      zbnklnlc
043700     COMPUTE WS-PENALTY-RATE = LM-REC-RATE + WS-PENALTY-MARGIN.   zbnklnlc
043800     COMPUTE WS-PENALTY-TODAY ROUNDED =                           zbnklnlc
043900             WS-ARREARS-AMOUNT * WS-PENALTY-RATE                  zbnklnlc
044000             * WS-PENALTY-DAYS / 36500.                           zbnklnlc
044100     ADD WS-PENALTY-TODAY TO LM-REC-PENALTY-DUE.                  zbnklnlc
044200     ADD WS-PENALTY-TODAY TO WS-TOTAL-PENALTY.                    zbnklnlc
044300 ACCRUE-PENALTY-INTEREST-EXIT.                                    zbnklnlc
044400     EXIT.                                                        zbnklnlc
044500                                                                  zbnklnlc
044600******************************************************************zbnklnlc
044700* WRITE-REPORT-HEADING                                           *zbnklnlc
044800* Writes the report title and column heading lines.              *zbnklnlc
044900******************************************************************zbnklnlc
045000 WRITE-REPORT-HEADING.                                            zbnklnlc
045100     MOVE SPACES TO WS-REPORT-LINE.                               zbnklnlc
045200     STRING 'Loan Late Charges and Penalty Interest - run date '  zbnklnlc
045300                                      DELIMITED BY SIZE           zbnklnlc
045400            WS-RUN-DATE-DISPLAY       DELIMITED BY SIZE           zbnklnlc
045500       INTO WS-REPORT-LINE.                                       zbnklnlc
045600     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnklnlc
045700     PERFORM PRINTOUT-PUT.                                        zbnklnlc
045800     MOVE SPACES TO PRINTOUT-REC.                                 zbnklnlc
045900     PERFORM PRINTOUT-PUT.                                        zbnklnlc
046000     MOVE 'Cust   Loan     Account           Arrears   Days    Chgzbnklnlc
046100-         ' Today    Pen Today        Fees Due     Penalty Due'   zbnklnlc
046200       TO PRINTOUT-REC.                                           zbnklnlc
046300     PERFORM PRINTOUT-PUT.                                        zbnklnlc
046400                                                                  zbnklnlc
046500******************************************************************zbnklnlc
046600* WRITE-DETAIL-LINE                                              *zbnklnlc
046700* One line per loan charged, with what it now owes in charges.   *zbnklnlc
046800******************************************************************zbnklnlc
046900 WRITE-DETAIL-LINE.                                               zbnklnlc
047000     MOVE LM-REC-CONTACT-ID TO WS-DET-CONTACT-ID.                 zbnklnlc
047100     MOVE LM-REC-TASKN TO WS-DET-TASKN.                           zbnklnlc
047200     MOVE LM-REC-ACCNO TO WS-DET-ACCNO.                           zbnklnlc
047300     MOVE WS-ARREARS-AMOUNT TO WS-DET-ARREARS.                    zbnklnlc
047400     COMPUTE WS-DET-DAYS = WS-TODAY-DAYNO -                       zbnklnlc
047500             FUNCTION INTEGER-OF-DATE (WS-OLDEST-DUE-DTE).        zbnklnlc
047600     MOVE WS-FEE-TODAY TO WS-DET-FEE-TODAY.                       zbnklnlc
047700     MOVE WS-PENALTY-TODAY TO WS-DET-PENALTY-TODAY.               zbnklnlc
047800     MOVE LM-REC-LATE-FEES-DUE TO WS-DET-FEES-DUE.                zbnklnlc
047900     MOVE LM-REC-PENALTY-DUE TO WS-DET-PENALTY-DUE.               zbnklnlc
048000     MOVE WS-DETAIL-LINE TO PRINTOUT-REC.                         zbnklnlc
048100     PERFORM PRINTOUT-PUT.                                        zbnklnlc
048200                                                                  zbnklnlc
048300******************************************************************zbnklnlc
048400* WRITE-REPORT-TOTALS                                            *zbnklnlc
048500* Charges raised by the run.                                     *zbnklnlc
048600******************************************************************zbnklnlc
048700 WRITE-REPORT-TOTALS.                                             zbnklnlc
048800     MOVE SPACES TO PRINTOUT-REC.                                 zbnklnlc
048900     PERFORM PRINTOUT-PUT.                                        zbnklnlc
049000     MOVE WS-TOTAL-FEES TO WS-TOTAL-D.                            zbnklnlc
049100     MOVE SPACES TO WS-REPORT-LINE.                               zbnklnlc
049200     STRING 'Late-payment charges raised:   ' DELIMITED BY SIZE   zbnklnlc
049300            WS-TOTAL-D                        DELIMITED BY SIZE   zbnklnlc
049400       INTO WS-REPORT-LINE.                                       zbnklnlc
049500     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnklnlc
049600     PERFORM PRINTOUT-PUT.                                        zbnklnlc
049700     MOVE WS-TOTAL-PENALTY TO WS-TOTAL-D.                         zbnklnlc
049800     MOVE SPACES TO WS-REPORT-LINE.                               zbnklnlc
049900     STRING 'Penalty interest accrued:      ' DELIMITED BY SIZE   zbnklnlc
050000            WS-TOTAL-D                        DELIMITED BY SIZE   zbnklnlc
050100       INTO WS-REPORT-LINE.                                       zbnklnlc
050200     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnklnlc
050300     PERFORM PRINTOUT-PUT.                                        zbnklnlc
050400                                                                  zbnklnlc
050500******************************************************************zbnklnlc
050600* Open, read and close the DELQ collections work queue, scanned  *zbnklnlc
050700* in key sequence.                                               *zbnklnlc
050800******************************************************************zbnklnlc
050900 DELQ-OPEN.                                                       zbnklnlc
051000     OPEN INPUT DELQ-FILE.                                        zbnklnlc
051100     IF WS-DELQ-STATUS = '00'                                     zbnklnlc
051200        MOVE 'DELQ file opened OK' TO WS-CONSOLE-MESSAGE          zbnklnlc
051300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnlc
051400     ELSE                                                         zbnklnlc
051500        MOVE 'DELQ file open failure...' TO WS-CONSOLE-MESSAGE    zbnklnlc
051600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnlc
051700        MOVE WS-DELQ-STATUS TO WS-IO-STATUS                       zbnklnlc
051800        PERFORM DISPLAY-IO-STATUS                                 zbnklnlc
051900        PERFORM ABORT-PROGRAM                                     zbnklnlc
052000     END-IF.                                                      zbnklnlc
052100                                                                  zbnklnlc
052200 DELQ-GET.                                                        zbnklnlc
052300     READ DELQ-FILE NEXT RECORD.                                  zbnklnlc
052400     IF WS-DELQ-STATUS NOT = '00'                                 zbnklnlc
052500        IF WS-DELQ-STATUS = '10'                                  zbnklnlc
052600           MOVE 'YES' TO WS-END-OF-DELQ                           zbnklnlc
052700        ELSE                                                      zbnklnlc
052800           MOVE 'DELQ Error reading file ...'                     zbnklnlc
052900             TO WS-CONSOLE-MESSAGE                                zbnklnlc
053000           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnklnlc
053100           MOVE WS-DELQ-STATUS TO WS-IO-STATUS                    zbnklnlc
053200           PERFORM DISPLAY-IO-STATUS                              zbnklnlc
053300           PERFORM ABORT-PROGRAM                                  zbnklnlc
053400        END-IF                                                    zbnklnlc
053500     END-IF.                                                      zbnklnlc
053600                                                                  zbnklnlc
053700 DELQ-CLOSE.                                                      zbnklnlc
053800     CLOSE DELQ-FILE.                                             zbnklnlc
053900     IF WS-DELQ-STATUS = '00'                                     zbnklnlc
054000        MOVE 'DELQ file closed OK' TO WS-CONSOLE-MESSAGE          zbnklnlc
054100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnlc
054200     ELSE                                                         zbnklnlc
054300        MOVE 'DELQ file close failure...' TO WS-CONSOLE-MESSAGE   zbnklnlc
054400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnlc
054500        MOVE WS-DELQ-STATUS TO WS-IO-STATUS                       zbnklnlc
054600        PERFORM DISPLAY-IO-STATUS                                 zbnklnlc
054700        PERFORM ABORT-PROGRAM                                     zbnklnlc
054800     END-IF.                                                      zbnklnlc
054900                                                                  zbnklnlc
055000******************************************************************zbnklnlc
055100* Open the LOANM file for keyed update. A loan not found is left *zbnklnlc
055200* for the caller - the queue also carries credit lines.          *zbnklnlc
055300******************************************************************zbnklnlc
055400 LOANM-OPEN.                                                      zbnklnlc
055500     OPEN I-O LOANM-FILE.                                         zbnklnlc
055600     IF WS-LOANM-STATUS = '00'                                    zbnklnlc
055700        MOVE 'LOANM file opened OK' TO WS-CONSOLE-MESSAGE         zbnklnlc
055800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnlc
055900     ELSE                                                         zbnklnlc
056000        MOVE 'LOANM file open failure...' TO WS-CONSOLE-MESSAGE   zbnklnlc
056100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnlc
056200        MOVE WS-LOANM-STATUS TO WS-IO-STATUS                      zbnklnlc
056300        PERFORM DISPLAY-IO-STATUS                                 zbnklnlc
056400        PERFORM ABORT-PROGRAM                                     zbnklnlc
056500     END-IF.                                                      zbnklnlc
056600                                                                  zbnklnlc
056700 LOANM-READ.                                                      zbnklnlc
056800     READ LOANM-FILE.                                             zbnklnlc
056900     IF WS-LOANM-STATUS NOT = '00' AND                            zbnklnlc
057000        WS-LOANM-STATUS NOT = '23'                                zbnklnlc
057100        MOVE 'LOANM Error reading file ...' TO WS-CONSOLE-MESSAGE zbnklnlc
057200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnlc
057300        MOVE WS-LOANM-STATUS TO WS-IO-STATUS                      zbnklnlc
057400        PERFORM DISPLAY-IO-STATUS                                 zbnklnlc
057500        PERFORM ABORT-PROGRAM                                     zbnklnlc
057600     END-IF.                                                      zbnklnlc
057700                                                                  zbnklnlc
057800 LOANM-REWRITE.                                                   zbnklnlc
057900     REWRITE LOANM-FILE-REC.                                      zbnklnlc
058000     IF WS-LOANM-STATUS NOT = '00'                                zbnklnlc
058100        MOVE 'LOANM Error rewriting file ...'                     zbnklnlc
058200          TO WS-CONSOLE-MESSAGE                                   zbnklnlc
058300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnlc
058400        MOVE WS-LOANM-STATUS TO WS-IO-STATUS                      zbnklnlc
058500        PERFORM DISPLAY-IO-STATUS                                 zbnklnlc
058600        PERFORM ABORT-PROGRAM                                     zbnklnlc
058700     END-IF.                                                      zbnklnlc
058800                                                                  zbnklnlc
058900 LOANM-CLOSE.                                                     zbnklnlc
059000     CLOSE LOANM-FILE.                                            zbnklnlc
059100     IF WS-LOANM-STATUS = '00'                                    zbnklnlc
059200        MOVE 'LOANM file closed OK' TO WS-CONSOLE-MESSAGE         zbnklnlc
059300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnlc
059400     ELSE                                                         zbnklnlc
059500        MOVE 'LOANM file close failure...' TO WS-CONSOLE-MESSAGE  zbnklnlc
059600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnlc
059700        MOVE WS-LOANM-STATUS TO WS-IO-STATUS                      zbnklnlc
059800        PERFORM DISPLAY-IO-STATUS                                 zbnklnlc
059900        PERFORM ABORT-PROGRAM                                     zbnklnlc
060000     END-IF.                                                      zbnklnlc
060100                                                                  zbnklnlc
060200******************************************************************zbnklnlc
060300* Open, rewrite and close the LNSC (repayment schedule) file.    *zbnklnlc
060400******************************************************************zbnklnlc
060500 LNSC-OPEN.                                                       zbnklnlc
060600     OPEN I-O LNSC-FILE.                                          zbnklnlc
060700     IF WS-LNSC-STATUS = '00'                                     zbnklnlc
060800        MOVE 'LNSC file opened OK' TO WS-CONSOLE-MESSAGE          zbnklnlc
060900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnlc
061000     ELSE                                                         zbnklnlc
061100        MOVE 'LNSC file open failure...' TO WS-CONSOLE-MESSAGE    zbnklnlc
061200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnlc
061300        MOVE WS-LNSC-STATUS TO WS-IO-STATUS                       zbnklnlc
061400        PERFORM DISPLAY-IO-STATUS                                 zbnklnlc
061500        PERFORM ABORT-PROGRAM                                     zbnklnlc
061600     END-IF.                                                      zbnklnlc
061700                                                                  zbnklnlc
061800 LNSC-REWRITE.                                                    zbnklnlc
061900     REWRITE LNSC-FILE-REC.                                       zbnklnlc
062000     IF WS-LNSC-STATUS NOT = '00'                                 zbnklnlc
062100        MOVE 'LNSC Error rewriting file ...'                      zbnklnlc
062200          TO WS-CONSOLE-MESSAGE                                   zbnklnlc
062300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnlc
062400        MOVE WS-LNSC-STATUS TO WS-IO-STATUS                       zbnklnlc
062500        PERFORM DISPLAY-IO-STATUS                                 zbnklnlc
062600        PERFORM ABORT-PROGRAM                                     zbnklnlc
062700     END-IF.                                                      zbnklnlc
062800                                                                  zbnklnlc
062900 LNSC-CLOSE.                                                      zbnklnlc
063000     CLOSE LNSC-FILE.                                             zbnklnlc
063100     IF WS-LNSC-STATUS = '00'                                     zbnklnlc
063200        MOVE 'LNSC file closed OK' TO WS-CONSOLE-MESSAGE          zbnklnlc
063300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnlc
063400     ELSE                                                         zbnklnlc
063500        MOVE 'LNSC file close failure...' TO WS-CONSOLE-MESSAGE   zbnklnlc
063600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnlc
063700        MOVE WS-LNSC-STATUS TO WS-IO-STATUS                       zbnklnlc
063800        PERFORM DISPLAY-IO-STATUS                                 zbnklnlc
063900        PERFORM ABORT-PROGRAM                                     zbnklnlc
064000     END-IF.                                                      zbnklnlc
064100                                                                  zbnklnlc
064200 SYSC-OPEN.                                                       zbnklnlc
064300     OPEN INPUT SYSC-FILE.                                        zbnklnlc
064400     IF WS-SYSC-STATUS = '00'                                     zbnklnlc
064500        MOVE 'SYSC file opened OK' TO WS-CONSOLE-MESSAGE          zbnklnlc
064600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnlc
064700     ELSE                                                         zbnklnlc
064800        MOVE 'SYSC file open failure...' TO WS-CONSOLE-MESSAGE    zbnklnlc
064900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnlc
065000        MOVE WS-SYSC-STATUS TO WS-IO-STATUS                       zbnklnlc
065100        PERFORM DISPLAY-IO-STATUS                                 zbnklnlc
065200        PERFORM ABORT-PROGRAM                                     zbnklnlc
065300     END-IF.                                                      zbnklnlc
065400                                                                  zbnklnlc
065500 SYSC-CLOSE.                                                      zbnklnlc
065600     CLOSE SYSC-FILE.                                             zbnklnlc
065700     IF WS-SYSC-STATUS = '00'                                     zbnklnlc
065800        MOVE 'SYSC file closed OK' TO WS-CONSOLE-MESSAGE          zbnklnlc
065900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnlc
066000     ELSE                                                         zbnklnlc
066100        MOVE 'SYSC file close failure...' TO WS-CONSOLE-MESSAGE   zbnklnlc
066200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnlc
066300        MOVE WS-SYSC-STATUS TO WS-IO-STATUS                       zbnklnlc
066400        PERFORM DISPLAY-IO-STATUS                                 zbnklnlc
066500        PERFORM ABORT-PROGRAM                                     zbnklnlc
066600     END-IF.                                                      zbnklnlc
066700                                                                  zbnklnlc
066800 PRINTOUT-OPEN.                                                   zbnklnlc
066900     OPEN OUTPUT PRINTOUT-FILE.                                   zbnklnlc
067000     IF WS-PRINTOUT-STATUS = '00'                                 zbnklnlc
067100        MOVE 'PRINTOUT file opened OK' TO WS-CONSOLE-MESSAGE      zbnklnlc
067200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnlc
067300     ELSE                                                         zbnklnlc
067400        MOVE 'PRINTOUT file open failure...' TO WS-CONSOLE-MESSAGEzbnklnlc
067500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnlc
067600        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnklnlc
067700        PERFORM DISPLAY-IO-STATUS                                 zbnklnlc
067800        PERFORM ABORT-PROGRAM                                     zbnklnlc
067900     END-IF.                                                      zbnklnlc
068000                                                                  zbnklnlc
068100 PRINTOUT-PUT.                                                    zbnklnlc
068200     WRITE PRINTOUT-REC.                                          zbnklnlc
068300     IF WS-PRINTOUT-STATUS NOT = '00'                             zbnklnlc
068400        MOVE 'PRINTOUT Error writing file ...'                    zbnklnlc
068500          TO WS-CONSOLE-MESSAGE                                   zbnklnlc
068600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnlc
068700        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnklnlc
068800        PERFORM DISPLAY-IO-STATUS                                 zbnklnlc
068900        PERFORM ABORT-PROGRAM                                     zbnklnlc
069000     END-IF.                                                      zbnklnlc
069100                                                                  zbnklnlc
069200 PRINTOUT-CLOSE.                                                  zbnklnlc
069300     CLOSE PRINTOUT-FILE.                                         zbnklnlc
069400     IF WS-PRINTOUT-STATUS = '00'                                 zbnklnlc
069500        MOVE 'PRINTOUT file closed OK' TO WS-CONSOLE-MESSAGE      zbnklnlc
069600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnlc
069700     ELSE                                                         zbnklnlc
069800        MOVE 'PRINTOUT file close failure...'                     zbnklnlc
069900          TO WS-CONSOLE-MESSAGE                                   zbnklnlc
070000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnlc
070100        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnklnlc
070200        PERFORM DISPLAY-IO-STATUS                                 zbnklnlc
070300        PERFORM ABORT-PROGRAM                                     zbnklnlc
070400     END-IF.                                                      zbnklnlc
070500                                                                  zbnklnlc
070600******************************************************************zbnklnlc
070700* Write a short end-of-job summary to the JOBSUM file.           *zbnklnlc
070800******************************************************************zbnklnlc
070900 PRINT-JOB-SUMMARY.                                               zbnklnlc
071000     PERFORM JOBSUM-OPEN.                                         zbnklnlc
071100     MOVE SPACES TO JOBSUM-REC.                                   zbnklnlc
071200     STRING 'Work-queue records read:     ' DELIMITED BY SIZE     zbnklnlc
071300            WS-QUEUE-READ DELIMITED BY SIZE                       zbnklnlc
071400       INTO JOBSUM-REC.                                           zbnklnlc
071500     PERFORM JOBSUM-PUT.                                          zbnklnlc
071600     MOVE SPACES TO JOBSUM-REC.                                   zbnklnlc
071700     STRING 'Loans examined:              ' DELIMITED BY SIZE     zbnklnlc
071800            WS-LOANS-EXAMINED DELIMITED BY SIZE                   zbnklnlc
071900       INTO JOBSUM-REC.                                           zbnklnlc
072000     PERFORM JOBSUM-PUT.                                          zbnklnlc
072100     MOVE SPACES TO JOBSUM-REC.                                   zbnklnlc
072200     STRING 'Loans charged this run:      ' DELIMITED BY SIZE     zbnklnlc
072300            WS-LOANS-CHARGED DELIMITED BY SIZE                    zbnklnlc
072400       INTO JOBSUM-REC.                                           zbnklnlc
072500     PERFORM JOBSUM-PUT.                                          zbnklnlc
072600     MOVE SPACES TO JOBSUM-REC.                                   zbnklnlc
072700     STRING 'Late-payment charges raised: ' DELIMITED BY SIZE     zbnklnlc
072800            WS-LATE-FEES-RAISED DELIMITED BY SIZE                 zbnklnlc
072900       INTO JOBSUM-REC.                                           zbnklnlc
073000     PERFORM JOBSUM-PUT.                                          zbnklnlc
073100     MOVE SPACES TO JOBSUM-REC.                                   zbnklnlc
073200     STRING 'Queue entries not on LOANM:  ' DELIMITED BY SIZE     zbnklnlc
073300            WS-NOT-ON-LOANM DELIMITED BY SIZE                     zbnklnlc
073400       INTO JOBSUM-REC.                                           zbnklnlc
073500     PERFORM JOBSUM-PUT.                                          zbnklnlc
073600     PERFORM JOBSUM-CLOSE.                                        zbnklnlc
073700     MOVE 'Job summary written to JOBSUM'                         zbnklnlc
073800       TO WS-CONSOLE-MESSAGE.                                     zbnklnlc
073900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnklnlc
074000                                                                  zbnklnlc
074100******************************************************************zbnklnlc
074200* Open the job-summary file. A fresh summary is produced every   *zbnklnlc
074300* run, so no EXTEND handling is needed here.                     *zbnklnlc
074400******************************************************************zbnklnlc
074500 JOBSUM-OPEN.                                                     zbnklnlc
074600     OPEN OUTPUT JOBSUM-FILE.                                     zbnklnlc
074700     IF WS-JOBSUM-STATUS = '00'                                   zbnklnlc
074800        MOVE 'JOBSUM file opened OK' TO WS-CONSOLE-MESSAGE        zbnklnlc
074900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnlc
075000     ELSE                                                         zbnklnlc
075100        MOVE 'JOBSUM file open failure...' TO WS-CONSOLE-MESSAGE  zbnklnlc
075200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnlc
075300        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnklnlc
075400        PERFORM DISPLAY-IO-STATUS                                 zbnklnlc
075500        PERFORM ABORT-PROGRAM                                     zbnklnlc
075600     END-IF.                                                      zbnklnlc
075700                                                                  zbnklnlc
075800 JOBSUM-PUT.                                                      zbnklnlc
075900     WRITE JOBSUM-REC.                                            zbnklnlc
076000     IF WS-JOBSUM-STATUS NOT = '00'                               zbnklnlc
076100        MOVE 'JOBSUM Error writing file ...' TO WS-CONSOLE-MESSAGEzbnklnlc
076200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnlc
076300        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnklnlc
076400        PERFORM DISPLAY-IO-STATUS                                 zbnklnlc
076500        PERFORM ABORT-PROGRAM                                     zbnklnlc
076600     END-IF.                                                      zbnklnlc
076700                                                                  zbnklnlc
076800 JOBSUM-CLOSE.                                                    zbnklnlc
076900     CLOSE JOBSUM-FILE.                                           zbnklnlc
077000     IF WS-JOBSUM-STATUS = '00'                                   zbnklnlc
077100        MOVE 'JOBSUM file closed OK' TO WS-CONSOLE-MESSAGE        zbnklnlc
077200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnlc
077300     ELSE                                                         zbnklnlc
077400        MOVE 'JOBSUM file close failure...' TO WS-CONSOLE-MESSAGE zbnklnlc
077500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnlc
077600        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnklnlc
077700        PERFORM DISPLAY-IO-STATUS                                 zbnklnlc
077800        PERFORM ABORT-PROGRAM                                     zbnklnlc
077900     END-IF.                                                      zbnklnlc
078000                                                                  zbnklnlc
078100******************************************************************zbnklnlc
078200* Run-control hooks. The START call blocks this job when it has  *zbnklnlc
078300* already completed for the business date or ZBNKDELQ has not    *zbnklnlc
078400* yet aged the work queue, and records the start on BNKRUNC; the *zbnklnlc
078500* END call records the end time and return code. See             *zbnklnlc
078600* URUNCTL.CBL.                                                   *zbnklnlc
078700******************************************************************zbnklnlc
078800 RUN-CONTROL-START.                                               zbnklnlc
078900     SET RUNCTL-START TO TRUE.                                    zbnklnlc
079000     MOVE 'ZBNKLNLC' TO RUNCTL-JOB.                               zbnklnlc
079100     MOVE ZERO TO RUNCTL-BUSDATE.                                 zbnklnlc
079200     MOVE ZERO TO RUNCTL-RETURN-CODE.                             zbnklnlc
079300     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnklnlc
079400     IF RUNCTL-BLOCKED                                            zbnklnlc
079500        MOVE RUNCTL-REPLY-TEXT TO WS-CONSOLE-MESSAGE              zbnklnlc
079600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnlc
079700        MOVE 'Run control blocked this run' TO WS-CONSOLE-MESSAGE zbnklnlc
079800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnlc
079900        MOVE 8 TO RETURN-CODE                                     zbnklnlc
080000        GOBACK                                                    zbnklnlc
080100     END-IF.                                                      zbnklnlc
080200 RUN-CONTROL-START-EXIT.                                          zbnklnlc
080300     EXIT.                                                        zbnklnlc
080400                                                                  zbnklnlc
080500 RUN-CONTROL-END.                                                 zbnklnlc
080600     SET RUNCTL-END TO TRUE.                                      zbnklnlc
080700     MOVE RETURN-CODE TO RUNCTL-RETURN-CODE.                      zbnklnlc
080800     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnklnlc
080900                                                                  zbnklnlc
081000******************************************************************zbnklnlc
081100* Display the file status bytes                                  *zbnklnlc
081200******************************************************************zbnklnlc
081300 DISPLAY-IO-STATUS.                                               zbnklnlc
081400     IF WS-IO-STATUS NUMERIC                                      zbnklnlc
081500        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnklnlc
081600        STRING 'File status -' DELIMITED BY SIZE                  zbnklnlc
081700               WS-IO-STATUS DELIMITED BY SIZE                     zbnklnlc
081800          INTO WS-CONSOLE-MESSAGE                                 zbnklnlc
081900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnlc
082000     ELSE                                                         zbnklnlc
082100        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     zbnklnlc
082200        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    zbnklnlc
082300        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnklnlc
082400        STRING 'File status -' DELIMITED BY SIZE                  zbnklnlc
082500               WS-IO-STAT1 DELIMITED BY SIZE                      zbnklnlc
082600               '/' DELIMITED BY SIZE                              zbnklnlc
082700               WS-TWO-BYTES DELIMITED BY SIZE                     zbnklnlc
082800          INTO WS-CONSOLE-MESSAGE                                 zbnklnlc
082900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnlc
083000     END-IF.                                                      zbnklnlc
083100                                                                  zbnklnlc
083200******************************************************************zbnklnlc
083300* 'ABORT' the program. Post a message and issue a goback         *zbnklnlc
083400******************************************************************zbnklnlc
083500 ABORT-PROGRAM.                                                   zbnklnlc
083600     IF WS-CONSOLE-MESSAGE NOT = SPACES                           zbnklnlc
083700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnklnlc
083800     END-IF.                                                      zbnklnlc
083900     MOVE 'Program is abending...' TO WS-CONSOLE-MESSAGE.         zbnklnlc
084000     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnklnlc
084100     MOVE 16 TO RETURN-CODE.                                      zbnklnlc
084200     GOBACK.                                                      zbnklnlc
084300                                                                  zbnklnlc
084400******************************************************************zbnklnlc
084500* Display CONSOLE messages...                                    *zbnklnlc
084600******************************************************************zbnklnlc
084700 DISPLAY-CONSOLE-MESSAGE.                                         zbnklnlc
084800     DISPLAY 'ZBNKLNLC - ' WS-CONSOLE-MESSAGE                     zbnklnlc
084900       UPON CONSOLE.                                              zbnklnlc
085000     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       zbnklnlc
